      *> Registro del maestro de partidas abiertas de cartera
      *> (ar-abiertos.dat), compartido por los programas de cuentas
      *> por cobrar. Estado: A = abierta, C = cancelada por pago
      *> o, en una nota de credito, totalmente compensada, W =
      *> castigada como incobrable con aprobacion de supervisor (el
      *> saldo queda como importe castigado y AB-FECHA-ULT-PAGO
      *> como fecha del castigo).
           05 AB-FACTURA PIC 9(6).
           05 AB-CLIENTE PIC 9(6).
           05 AB-MONTO-ORIGINAL PIC 9(9)V99.
           05 AB-FECHA-LOTE PIC 9(8).
           05 AB-FECHA-ULT-PAGO PIC 9(8).
           05 AB-ESTADO PIC X.
      *> Vencimiento: fecha de lote mas la condicion de pago del
      *> cliente, corrido al siguiente dia habil.
           05 AB-FECHA-VENCE PIC 9(8).
      *> Tipo: F (o blanco en partidas viejas) = factura, N = nota
      *> de credito por una factura cuyo neto quedo negativo, I =
      *> cargo por intereses de mora. Notas y cargos llevan en
      *> AB-FACTURA-ORIGEN la factura que los origina.
           05 AB-TIPO PIC X.
               88 PARTIDA-FACTURA VALUE "F" SPACE.
               88 PARTIDA-NOTA-CREDITO VALUE "N".
               88 PARTIDA-INTERES VALUE "I".
           05 AB-FACTURA-ORIGEN PIC 9(6).
      *> Fecha hasta la que ya se cobraron intereses de mora sobre
      *> la factura (cero = nunca).
           05 AB-FECHA-INTERES PIC 9(8).
      *> Moneda del documento y tasa a la que se registro: los
      *> importes de arriba quedan en moneda base a esa tasa, los
      *> de abajo en la moneda del cliente. En blanco (partidas
      *> viejas o clientes en moneda base) ambos coinciden.
      *> AB-TASA-REVAL es la tasa de la ultima revaluacion de fin de
      *> mes (cero = nunca revaluada).
           05 AB-MONEDA PIC X(3).
           05 AB-TASA-REGISTRO PIC 9(3)V9(4).
           05 AB-MONTO-MONEDA PIC 9(9)V99.
           05 AB-SALDO-MONEDA PIC 9(9)V99.
           05 AB-TASA-REVAL PIC 9(3)V9(4).
      *> Importe de la partida en disputas abiertas con el cliente
      *> (ar-disputas.dat, que mantiene AR-DISPUTAS): no se gestiona
      *> su cobro ni cuenta para el limite de credito mientras la
      *> disputa siga abierta. Cero = sin disputa.
           05 AB-MONTO-DISPUTA PIC 9(9)V99.
      *> Empresa duena de la partida (en blanco, la 01): solo se
      *> cobra, compensa o castiga dentro de la misma empresa.
           05 AB-EMPRESA PIC X(2).
