      *> Maestro de prestamos (data/prestamos.dat), dado de alta por
      *> PRESTAMOS desde el plan de amortizacion de
      *> RoundedAndReminder. El origen (transaccion, fecha de inicio
      *> y principal del plan) es clave alterna unica: un plan ya
      *> cargado no se vuelve a dar de alta. Estado: V = vigente,
      *> C = cancelado al pagar su ultima cuota, A = cancelado por
      *> pago anticipado total.
           05 PM-PRESTAMO PIC 9(6).
           05 PM-ORIGEN.
               10 PM-ORIG-TRANSACCION PIC 9(6).
               10 PM-ORIG-FECHA PIC 9(8).
               10 PM-ORIG-PRINCIPAL PIC 9(9)V99.
           05 PM-FECHA-ALTA PIC 9(8).
           05 PM-FECHA-DESDE PIC 9(8).
           05 PM-PRINCIPAL PIC 9(9)V99.
           05 PM-TASA-ANUAL PIC 9(2)V9(4).
           05 PM-CONVENCION PIC X.
               88 PM-CONVENCION-30-360 VALUE "3".
           05 PM-REDONDEO PIC X.
               88 PM-REDONDEO-BANCARIO VALUE "B".
           05 PM-NUM-CUOTAS PIC 9(3).
           05 PM-SALDO-PRINCIPAL PIC 9(9)V99.
           05 PM-INTERES-COBRADO PIC 9(9)V99.
           05 PM-PRINCIPAL-COBRADO PIC 9(9)V99.
           05 PM-FECHA-ULT-PAGO PIC 9(8).
           05 PM-ESTADO PIC X.
               88 PRESTAMO-VIGENTE VALUE "V".
               88 PRESTAMO-CANCELADO VALUE "C".
               88 PRESTAMO-ANTICIPADO VALUE "A".
           05 PM-FECHA-CANCELACION PIC 9(8).
