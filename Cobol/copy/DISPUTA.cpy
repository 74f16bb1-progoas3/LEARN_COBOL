      *> Disputa de una factura con el cliente (ar-disputas.dat):
      *> motivo, importe discutido, responsable de resolverla y fecha
      *> comprometida. Mientras esta abierta, el importe se lleva
      *> ademas en AB-MONTO-DISPUTA de la partida. Estado: A =
      *> abierta, P = procedente (el importe reconocido se acredita
      *> con una nota de credito), R = rechazada (la deuda sigue).
      *> Motivo: PRECIO, DEVOLUCION, CANTIDAD, CALIDAD, OTRO.
           05 DP-DISPUTA PIC 9(6).
           05 DP-FACTURA PIC 9(6).
           05 DP-CLIENTE PIC 9(6).
           05 DP-MOTIVO PIC X(10).
           05 DP-DETALLE PIC X(40).
           05 DP-MONTO PIC 9(9)V99.
           05 DP-RESPONSABLE PIC X(8).
           05 DP-FECHA-ALTA PIC 9(8).
           05 DP-OPERADOR-ALTA PIC X(8).
           05 DP-FECHA-OBJETIVO PIC 9(8).
           05 DP-ESTADO PIC X.
               88 DISPUTA-ABIERTA VALUE "A".
               88 DISPUTA-PROCEDENTE VALUE "P".
               88 DISPUTA-RECHAZADA VALUE "R".
      *> Cierre: fecha, quien, cuanto se reconocio y la nota de
      *> credito que lo acredito (cero si fue rechazada).
           05 DP-FECHA-CIERRE PIC 9(8).
           05 DP-OPERADOR-CIERRE PIC X(8).
           05 DP-MONTO-ACREDITADO PIC 9(9)V99.
           05 DP-NOTA-CREDITO PIC 9(6).
