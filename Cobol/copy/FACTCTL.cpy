      *> Totales de control por factura que ONSIZEERROR deja junto a
      *> cada generacion de buenas (data/onsize-facturas-ctl.dat):
      *> lineas escritas e impuesto y neto firmados, para que un
      *> consumidor verifique la factura completa antes de emitirla.
           05 FC-GENERACION PIC 9(4).
           05 FC-FACTURA PIC 9(6).
           05 FC-CLIENTE PIC 9(6).
           05 FC-FECHA-LOTE PIC 9(8).
           05 FC-LINEAS PIC 9(4).
           05 FC-IMPUESTO PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 FC-NETO PIC S9(9)V99 SIGN LEADING SEPARATE.
      *> Empresa que emitio la factura (en blanco, la 01).
           05 FC-EMPRESA PIC X(2).
