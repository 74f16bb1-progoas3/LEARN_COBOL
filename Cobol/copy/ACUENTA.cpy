      *> Registro del libro de dinero a cuenta (ar-acuenta.dat): un
      *> ingreso por cobro que no se pudo aplicar a una factura, por
      *> excedente de un sobrepago o por credito sin aplicar. La
      *> clave cliente+secuencia deja los ingresos de cada cliente
      *> del mas viejo al mas nuevo. Origen: R = pago a factura
      *> inexistente o cancelada, S = excedente de sobrepago, N =
      *> remanente de una nota de credito sin partidas que
      *> compensar. Estado: A = con saldo, C = consumido (aplicado
      *> o reembolsado). AC-EMPRESA es la empresa que recibio el
      *> dinero (en blanco, la 01): solo cancela partidas suyas.
           05 AC-CLAVE.
               10 AC-CLIENTE PIC 9(6).
               10 AC-SECUENCIA PIC 9(6).
           05 AC-FECHA PIC 9(8).
           05 AC-ORIGEN PIC X.
           05 AC-FACTURA-ORIGEN PIC 9(6).
           05 AC-MONTO-ORIGINAL PIC 9(9)V99.
           05 AC-SALDO PIC 9(9)V99.
           05 AC-ESTADO PIC X.
           05 AC-EMPRESA PIC X(2).
