      *> Historico acumulado de ventas (data/ventas-historico.dat)
      *> por mes, cliente y articulo, alimentado por VENTAS-HIST con
      *> cada generacion de buenas. Importes firmados: las lineas de
      *> credito restan, asi el mes queda neto de devoluciones.
           05 VH-CLAVE.
               10 VH-PERIODO PIC 9(6).
               10 VH-CLIENTE PIC 9(6).
               10 VH-ARTICULO PIC X(6).
           05 VH-CANTIDAD PIC S9(9).
           05 VH-BRUTO PIC S9(11)V99.
           05 VH-DESCUENTO PIC S9(11)V99.
           05 VH-IMPUESTO PIC S9(11)V99.
           05 VH-NETO PIC S9(11)V99.
           05 VH-LINEAS PIC 9(7).
