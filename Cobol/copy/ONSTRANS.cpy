      *> Registro de la transmision de facturacion (onsize-trans.dat)
      *> que procesa ONSIZEERROR y que arma CONTRATO-FACT para la
      *> facturacion recurrente.
           05 TR-TIPO PIC X.
               88 TR-ES-CABECERA VALUE "H".
               88 TR-ES-DETALLE VALUE "D".
               88 TR-ES-CREDITO VALUE "C".
               88 TR-ES-COLA VALUE "T".
           05 TR-DETALLE.
               10 TR-QTY PIC 9(5).
               10 TR-PRICE PIC 9(5)V99.
               10 TR-FACTURA PIC 9(6).
               10 TR-CLIENTE PIC 9(6).
               10 TR-ARTICULO PIC X(6).
           05 TR-COLA REDEFINES TR-DETALLE.
               10 TL-CUENTA PIC 9(6).
               10 TL-SUMA-QTY PIC 9(8).
               10 TL-SUMA-PRICE PIC 9(9)V99.
               10 FILLER PIC X(5).
           05 TR-CABECERA REDEFINES TR-DETALLE.
               10 TC-FECHA PIC 9(8).
               10 TC-ORIGEN PIC X(10).
      *> Empresa que factura el lote; en blanco, la principal 01.
               10 TC-EMPRESA PIC X(2).
               10 FILLER PIC X(10).
