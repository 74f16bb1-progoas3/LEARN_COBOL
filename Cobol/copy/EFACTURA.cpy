      *> Documento electronico estructurado (data/efacturas.dat) que
      *> emite EFACTURA-EXP: por documento un segmento CAB, un LIN
      *> por linea y un TOT de cierre. Importes siempre en magnitud;
      *> una nota de credito (NCR) se distingue por el tipo y lleva
      *> en EFC-FACTURA-REF la factura original que acredita.
           05 EF-SEGMENTO PIC X(3).
               88 EF-ES-CABECERA VALUE "CAB".
               88 EF-ES-LINEA VALUE "LIN".
               88 EF-ES-TOTAL VALUE "TOT".
           05 EF-TIPO-DOC PIC X(3).
               88 EF-ES-FACTURA VALUE "FAC".
               88 EF-ES-NOTA-CREDITO VALUE "NCR".
           05 EF-NUMERO-DOC PIC 9(6).
           05 EF-DATOS PIC X(108).
           05 EF-CABECERA REDEFINES EF-DATOS.
               10 EFC-FECHA PIC 9(8).
               10 EFC-FACTURA-REF PIC 9(6).
               10 EFC-EMISOR-ID PIC X(15).
               10 EFC-EMISOR-NOMBRE PIC X(40).
               10 EFC-CLIENTE PIC 9(6).
               10 FILLER PIC X(33).
           05 EF-LINEA REDEFINES EF-DATOS.
               10 EFL-RENGLON PIC 9(4).
               10 EFL-ARTICULO PIC X(6).
               10 EFL-CANTIDAD PIC 9(5).
               10 EFL-PRECIO PIC 9(5)V99.
               10 EFL-IMPORTE PIC 9(7)V99.
               10 EFL-DESCUENTO PIC 9(7)V99.
               10 EFL-IMPUESTO PIC 9(7)V99.
               10 EFL-NETO PIC 9(8)V99.
               10 FILLER PIC X(49).
           05 EF-TOTAL REDEFINES EF-DATOS.
               10 EFT-RENGLONES PIC 9(4).
               10 EFT-IMPORTE PIC 9(9)V99.
               10 EFT-DESCUENTO PIC 9(9)V99.
               10 EFT-IMPUESTO PIC 9(9)V99.
               10 EFT-NETO PIC 9(9)V99.
               10 FILLER PIC X(60).
