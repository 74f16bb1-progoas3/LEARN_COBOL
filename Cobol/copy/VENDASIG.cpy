      *> Asignacion de vendedor a un cliente (vendedores-
      *> asignacion.dat): el vendedor rige desde la fecha indicada
      *> hasta la asignacion siguiente del mismo cliente. Queda
      *> tambien el vendedor anterior, quien hizo el cambio y
      *> cuando, como pista de auditoria.
           05 VA-CLAVE.
               10 VA-CLIENTE PIC 9(6).
               10 VA-FECHA-DESDE PIC 9(8).
           05 VA-VENDEDOR PIC X(4).
           05 VA-VENDEDOR-ANTERIOR PIC X(4).
           05 VA-OPERADOR PIC X(8).
           05 VA-FECHA-HORA PIC X(15).
