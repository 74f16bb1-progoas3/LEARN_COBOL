      *> Diferencia de cambio pendiente de pasar al mayor
      *> (data/gl-difcambio.dat): AR-CASH deja las realizadas al
      *> cobrar una partida en moneda extranjera y FX-REVAL las no
      *> realizadas de la revaluacion de cartera de fin de mes.
      *> GL-POSTING las asienta y vacia el archivo al liberar la
      *> interfaz. Diferencia en moneda base, positiva = ganancia.
      *> DC-EMPRESA es la de la partida (en blanco, la 01).
           05 DC-TIPO PIC X.
               88 DIF-REALIZADA VALUE "R".
               88 DIF-NO-REALIZADA VALUE "N".
           05 DC-FECHA PIC 9(8).
           05 DC-PROGRAMA PIC X(20).
           05 DC-FACTURA PIC 9(6).
           05 DC-CLIENTE PIC 9(6).
           05 DC-MONEDA PIC X(3).
           05 DC-MONTO-MONEDA PIC 9(9)V99.
           05 DC-TASA-REGISTRO PIC 9(3)V9(4).
           05 DC-TASA-APLICADA PIC 9(3)V9(4).
           05 DC-DIFERENCIA PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 DC-EMPRESA PIC X(2).
