      *> Movimiento del libro de dinero a cuenta
      *> (ar-acuenta-mov.log): toda entrada, aplicacion o reembolso
      *> queda asentado con el ingreso afectado, la factura (si la
      *> hay), el monto, quien y que programa lo hizo.
      *> Tipo: INGRESO, APLICA, REEMBOLS.
           05 MV-FECHA-HORA PIC X(15).
           05 MV-TIPO PIC X(8).
           05 MV-CLIENTE PIC 9(6).
           05 MV-SECUENCIA PIC 9(6).
           05 MV-FACTURA PIC 9(6).
           05 MV-MONTO PIC 9(9)V99.
           05 MV-REFERENCIA PIC X(20).
           05 MV-PROGRAMA PIC X(20).
           05 MV-OPERADOR PIC X(8).
