      *> Linea de pedido de venta (pedidos.dat): cada linea repite
      *> el cliente y las fechas del pedido, asi PEDIDO-LIBERA la
      *> procesa sin releer una cabecera. La cantidad entregada es
      *> lo ya liberado a facturacion; la diferencia con la pedida
      *> queda pendiente (backorder) hasta que haya existencia.
      *> Estado: A = abierta sin entregas, P = entregada en parte,
      *> C = completa, X = anulada.
           05 PD-CLAVE.
               10 PD-NUMERO PIC 9(6).
               10 PD-LINEA PIC 9(3).
           05 PD-CLIENTE PIC 9(6).
           05 PD-FECHA-PEDIDO PIC 9(8).
           05 PD-FECHA-REQUERIDA PIC 9(8).
           05 PD-ARTICULO PIC X(6).
           05 PD-CANT-PEDIDA PIC 9(5).
           05 PD-CANT-ENTREGADA PIC 9(5).
      *> Precio vigente al tomar el pedido: sirve para valorizar lo
      *> pendiente en el control de credito. La factura sale con el
      *> precio vigente al liberar.
           05 PD-PRECIO PIC 9(5)V99.
           05 PD-ULTIMA-FACTURA PIC 9(6).
           05 PD-FECHA-ULT-ENTREGA PIC 9(8).
           05 PD-ESTADO PIC X.
               88 LINEA-ABIERTA VALUE "A".
               88 LINEA-PARCIAL VALUE "P".
               88 LINEA-COMPLETA VALUE "C".
               88 LINEA-ANULADA VALUE "X".
               88 LINEA-PENDIENTE VALUE "A" "P".
