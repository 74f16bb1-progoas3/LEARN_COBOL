      *> Cobro aplicado por AR-CASH a una partida (ar-cobros.log):
      *> cuando se aplico, factura y cliente, importe efectivamente
      *> aplicado (sin el excedente, que va a cuenta) y fecha valor
      *> del pago. Origen: P = pago suelto, R = linea de remesa,
      *> A = dinero a cuenta aplicado por AR-ONACCOUNT (el dinero ya
      *> entro como ingreso a cuenta: no es un cobro nuevo).
           05 CB-FECHA-HORA PIC X(15).
           05 CB-FACTURA PIC 9(6).
           05 CB-CLIENTE PIC 9(6).
           05 CB-MONTO PIC 9(9)V99.
           05 CB-FECHA-VALOR PIC 9(8).
           05 CB-ORIGEN PIC X.
      *> Cobro de una partida en moneda extranjera: moneda e
      *> importe recibido en ella, y la diferencia de cambio
      *> realizada en moneda base (positiva = ganancia).
           05 CB-MONEDA PIC X(3).
           05 CB-MONTO-MONEDA PIC 9(9)V99.
           05 CB-DIF-CAMBIO PIC S9(9)V99 SIGN LEADING SEPARATE.
