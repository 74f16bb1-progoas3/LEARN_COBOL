      *> Movimiento de existencias (inventario-movimientos.dat): V =
      *> venta facturada, D = devolucion por credito, E = entrada de
      *> mercaderia, A = ajuste por conteo fisico. La cantidad va
      *> con signo y el saldo es la existencia despues del movimiento.
           05 SM-FECHA-HORA PIC X(15).
           05 SM-ARTICULO PIC X(6).
           05 SM-TIPO PIC X.
               88 MOV-VENTA VALUE "V".
               88 MOV-DEVOLUCION VALUE "D".
               88 MOV-ENTRADA VALUE "E".
               88 MOV-AJUSTE VALUE "A".
           05 SM-CANTIDAD PIC S9(7) SIGN LEADING SEPARATE.
           05 SM-SALDO PIC S9(7) SIGN LEADING SEPARATE.
           05 SM-REFERENCIA PIC X(12).
           05 SM-PROGRAMA PIC X(20).
           05 SM-OPERADOR PIC X(8).
