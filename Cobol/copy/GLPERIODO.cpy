      *> Registro del calendario contable (gl-periodos.dat), un
      *> periodo AAAAMM por linea. Estado A abierto, C cerrado; un
      *> periodo que no figura se toma como abierto. PE-CIERRE-ANUAL
      *> queda en S en los doce periodos de un ano ya cerrado, que
      *> no se pueden reabrir.
           05 PE-PERIODO PIC 9(6).
           05 PE-ESTADO PIC X.
               88 PERIODO-ABIERTO VALUE "A".
               88 PERIODO-CERRADO VALUE "C".
           05 PE-CIERRE-ANUAL PIC X.
               88 ANO-CERRADO VALUE "S".
           05 PE-FECHA-CIERRE PIC 9(8).
           05 PE-OPERADOR PIC X(8).
