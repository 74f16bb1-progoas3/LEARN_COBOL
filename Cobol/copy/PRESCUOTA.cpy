      *> Cuotas de cada prestamo (data/prestamos-cuotas.dat), clave
      *> prestamo+cuota. Importes programados y lo cobrado de cada
      *> parte: el cobro se aplica primero al interes y despues al
      *> principal. Estado: P = pendiente, R = pagada en parte, G =
      *> pagada, A = anulada por cancelacion anticipada. PC-VENCIDA
      *> la marca la corrida de cobro cuando la cuota paso su fecha
      *> (mas los dias de gracia) sin quedar pagada. PC-RECALCULADA
      *> = S cuando un abono anticipado rehizo la cuota.
           05 PC-CLAVE.
               10 PC-PRESTAMO PIC 9(6).
               10 PC-CUOTA PIC 9(3).
           05 PC-FECHA PIC 9(8).
           05 PC-TASA-ANUAL PIC 9(2)V9(4).
           05 PC-INTERES PIC 9(9)V99.
           05 PC-PRINCIPAL PIC 9(9)V99.
           05 PC-SALDO PIC 9(9)V99.
           05 PC-INTERES-PAGADO PIC 9(9)V99.
           05 PC-PRINCIPAL-PAGADO PIC 9(9)V99.
           05 PC-FECHA-PAGO PIC 9(8).
           05 PC-ESTADO PIC X.
               88 CUOTA-PENDIENTE VALUE "P".
               88 CUOTA-PARCIAL VALUE "R".
               88 CUOTA-PAGADA VALUE "G".
               88 CUOTA-ANULADA VALUE "A".
               88 CUOTA-ABIERTA VALUE "P" "R".
           05 PC-VENCIDA PIC X.
               88 CUOTA-VENCIDA VALUE "S".
           05 PC-RECALCULADA PIC X.
