      *> Linea facturada que ONSIZEERROR deja en el archivo de
      *> buenas (generaciones de data/onsize-buenas.dat administradas
      *> por GENCAT), leida por los programas de cartera, mayor y
      *> estadistica. Importes en magnitud; GT-SIGNO "-" marca una
      *> linea de credito que resta.
           05 GT-FACTURA PIC 9(6).
           05 GT-CLIENTE PIC 9(6).
           05 GT-ARTICULO PIC X(6).
           05 GT-QTY PIC 9(5).
           05 GT-PRICE PIC 9(5)V99.
           05 GT-EXTENDED-AMOUNT PIC 9(7)V99.
           05 GT-DESCUENTO PIC 9(7)V99.
           05 GT-IMPUESTO PIC 9(7)V99.
           05 GT-NETO PIC 9(8)V99.
           05 GT-SIGNO PIC X.
           05 GT-FECHA-LOTE PIC 9(8).
      *> Empresa del lote que facturo la linea (en blanco, la 01).
           05 GT-EMPRESA PIC X(2).
