      *> Maestro de existencias por articulo (inventario.dat). La
      *> facturacion descuenta y los creditos reponen; la existencia
      *> y el saldo del ultimo conteo fisico (con su fecha y hora)
      *> permiten conciliar con los movimientos registrados desde
      *> entonces.
           05 ST-ARTICULO PIC X(6).
           05 ST-DESCRIPCION PIC X(20).
           05 ST-EXISTENCIA PIC S9(7) SIGN LEADING SEPARATE.
           05 ST-PUNTO-PEDIDO PIC 9(7).
           05 ST-CANTIDAD-PEDIDO PIC 9(7).
           05 ST-FECHA-ULT-MOV PIC 9(8).
           05 ST-MARCA-ULT-CONTEO PIC X(15).
           05 ST-SALDO-ULT-CONTEO PIC S9(7) SIGN LEADING SEPARATE.
