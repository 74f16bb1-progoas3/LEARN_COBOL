      *> Comision liquidada por factura y periodo (comisiones.dat),
      *> grabada por COMISIONES. Tipo: P = comision sobre lo cobrado
      *> en el periodo, C = recupero por nota de credito de la
      *> factura, W = recupero por castigo de la factura. Los
      *> recuperos llevan la comision en negativo. La base es lo
      *> cobrado, acreditado o castigado en moneda base.
           05 CO-CLAVE.
               10 CO-PERIODO PIC 9(6).
               10 CO-FACTURA PIC 9(6).
               10 CO-TIPO PIC X.
                   88 COMISION-PAGO VALUE "P".
                   88 COMISION-RECUPERO-NOTA VALUE "C".
                   88 COMISION-RECUPERO-CASTIGO VALUE "W".
           05 CO-VENDEDOR PIC X(4).
           05 CO-CLIENTE PIC 9(6).
           05 CO-BASE PIC 9(9)V99.
           05 CO-COMISION PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 CO-FECHA-CALCULO PIC 9(8).
