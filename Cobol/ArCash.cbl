           SELECT OVERPAY-FILE ASSIGN TO "data/ar-sobrepagos.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-SOBRE.
           SELECT REMITTANCE-FILE ASSIGN TO "data/ar-remesas.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-REMESAS.
           SELECT REMITTANCE-REVIEW-FILE ASSIGN TO
                   "data/ar-remesas-revision.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-REVISION.
           SELECT ON-ACCOUNT-FILE ASSIGN TO "data/ar-acuenta.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AC-CLAVE
               FILE STATUS IS WS-ESTADO-ACUENTA.
           SELECT ON-ACCOUNT-LOG ASSIGN TO "data/ar-acuenta-mov.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-MOVIMIENTOS.
           SELECT ON-ACCOUNT-COUNTER ASSIGN TO
                   "data/ar-acuenta-contador.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CONTADOR.
           SELECT COLLECTION-LOG ASSIGN TO "data/ar-cobros.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-COBROS.
           SELECT FX-DIFFERENCE-FILE ASSIGN TO "data/gl-difcambio.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-DIFCAMBIO.
           SELECT CUSTOMER-MASTER ASSIGN TO "data/first-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-NUMERO
               ALTERNATE RECORD KEY IS CM-NOMBRE WITH DUPLICATES
               FILE STATUS IS WS-ESTADO-CLIENTES.
           SELECT RUN-HISTORY-LOG ASSIGN TO "data/run-history.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-HIST.
       DATA DIVISION.
       FILE SECTION.
      *> Pagos del banco: factura a la que aplica, cliente que paga,
      *> monto recibido y fecha valor. El monto viene en la moneda
      *> de la factura. PG-EMPRESA es la empresa duena de la cuenta
      *> que recibio el dinero (en blanco, la 01): una empresa no
      *> cobra facturas de otra.
       FD  PAYMENT-FILE.
       01  PAYMENT-RECORD.
           05 PG-FACTURA PIC 9(6).
           05 PG-CLIENTE PIC 9(6).
           05 PG-MONTO PIC 9(9)V99.
           05 PG-FECHA PIC 9(8).
           05 PG-EMPRESA PIC X(2).

       FD  OPEN-ITEM-MASTER.
       01  OPEN-ITEM-RECORD.
           05 SP-EXCEDENTE PIC 9(9)V99.
           05 SP-FECHA PIC 9(8).

      *> Remesas del banco: una transferencia (H) con el detalle de
      *> las facturas que paga (D). Las lineas se aplican una a una
      *> con las mismas reglas que un pago suelto, y solo si suman
      *> exactamente el importe transferido.
       FD  REMITTANCE-FILE.
       01  REMITTANCE-RECORD.
           05 RM-TIPO PIC X.
           05 RM-DATOS PIC X(37).
           05 RM-CABECERA REDEFINES RM-DATOS.
               10 RM-REMESA PIC 9(6).
               10 RM-CLIENTE PIC 9(6).
               10 RM-MONTO PIC 9(9)V99.
               10 RM-FECHA PIC 9(8).
               10 RM-EMPRESA PIC X(2).
               10 FILLER PIC X(4).
           05 RM-DETALLE REDEFINES RM-DATOS.
               10 RM-FACTURA PIC 9(6).
               10 RM-MONTO-LINEA PIC 9(9)V99.
               10 FILLER PIC X(20).

      *> Remesas que no cuadran: se copian completas, cabecera y
      *> detalle, con el motivo, para que cartera las revise.
       FD  REMITTANCE-REVIEW-FILE.
       01  REMITTANCE-REVIEW-RECORD.
           05 RV-REMESA-ORIGINAL PIC X(38).
           05 RV-MOTIVO PIC X(40).

      *> Dinero a cuenta: lo que llego y no se pudo aplicar a la
      *> factura indicada, y el excedente de los sobrepagos, queda
      *> como saldo del cliente para AR-ONACCOUNT.
       FD  ON-ACCOUNT-FILE.
       01  ON-ACCOUNT-RECORD.
           COPY ACUENTA.

       FD  ON-ACCOUNT-LOG.
       01  ON-ACCOUNT-MOVEMENT.
           COPY ACMOV.

       FD  ON-ACCOUNT-COUNTER.
       01  ON-ACCOUNT-COUNTER-RECORD.
           05 AK-PROXIMA-SECUENCIA PIC 9(6).

      *> Historia de cobros aplicados, para el estado de cuenta.
       FD  COLLECTION-LOG.
       01  COLLECTION-LOG-RECORD.
           COPY ARCOBRO.

      *> Diferencias de cambio realizadas, para GL-POSTING.
       FD  FX-DIFFERENCE-FILE.
       01  FX-DIFFERENCE-RECORD.
           COPY DIFCAMBIO.

      *> Maestro de clientes: da la empresa del cliente cuando el
      *> pago no trae una factura conocida.
       FD  CUSTOMER-MASTER.
       01  CUSTOMER-RECORD.
           COPY CLIENTE.

       FD  RUN-HISTORY-LOG.
           COPY RUNHIST.

               88 SOBRE-OK VALUE "00".
           01 WS-FIN-PAGOS PIC X VALUE "N".
               88 FIN-PAGOS VALUE "S".
           01 WS-ESTADO-REMESAS PIC XX VALUE "00".
               88 REMESAS-OK VALUE "00".
           01 WS-ESTADO-REVISION PIC XX VALUE "00".
               88 REVISION-OK VALUE "00".
           01 WS-FIN-REMESAS PIC X VALUE "N".
               88 FIN-REMESAS VALUE "S".
           01 WS-HAY-PAGOS PIC X VALUE "N".
               88 HAY-PAGOS VALUE "S".
           01 WS-HAY-REMESAS PIC X VALUE "N".
               88 HAY-REMESAS VALUE "S".
           01 WS-EXCEDENTE PIC 9(9)V99 VALUE ZERO.
           01 WS-MONTO-APLICADO PIC 9(9)V99 VALUE ZERO.
           01 WS-ORIGEN-COBRO PIC X VALUE "P".
      *> Control del calendario contable sobre la fecha valor.
           01 WS-PS-PROGRAMA PIC X(20) VALUE "AR-CASH".
           01 WS-PS-DOCUMENTO PIC X(12) VALUE SPACES.
           01 WS-PS-RESULTADO PIC X VALUE SPACE.
           01 WS-ESTADO-COBROS PIC XX VALUE "00".
               88 COBROS-OK VALUE "00".
           01 WS-ESTADO-ACUENTA PIC XX VALUE "00".
               88 ACUENTA-OK VALUE "00".
               88 ACUENTA-NO-EXISTE VALUE "35".
           01 WS-ESTADO-MOVIMIENTOS PIC XX VALUE "00".
               88 MOVIMIENTOS-OK VALUE "00".
           01 WS-ESTADO-CONTADOR PIC XX VALUE "00".
               88 CONTADOR-OK VALUE "00".
           01 WS-PROXIMA-SECUENCIA PIC 9(6) VALUE 1.
           01 WS-MONTO-A-CUENTA PIC 9(9)V99 VALUE ZERO.
           01 WS-ORIGEN-A-CUENTA PIC X VALUE SPACE.
      *> Cobro de una partida en moneda extranjera: lo recibido se
      *> valua a la tasa de la fecha valor y lo que se da de baja a
      *> la tasa de registro; la diferencia es ganancia o perdida
      *> de cambio realizada. Lo ya reconocido en revaluaciones de
      *> fin de mes sobre la parte cobrada se revierte.
           01 WS-RC-GUARDA PIC S9(4) VALUE ZERO.
           01 WS-ESTADO-DIFCAMBIO PIC XX VALUE "00".
               88 DIFCAMBIO-OK VALUE "00".
           01 WS-TS-FECHA PIC 9(8) VALUE ZERO.
           01 WS-TS-TASA PIC 9(3)V9(4) VALUE ZERO.
           01 WS-TS-RESULTADO PIC X VALUE SPACE.
           01 WS-TASA-COBRO PIC 9(3)V9(4) VALUE ZERO.
           01 WS-MONTO-APLICADO-MON PIC 9(9)V99 VALUE ZERO.
           01 WS-EXCEDENTE-MON PIC 9(9)V99 VALUE ZERO.
           01 WS-BASE-RECIBIDA PIC 9(9)V99 VALUE ZERO.
           01 WS-DIF-CAMBIO PIC S9(9)V99 VALUE ZERO.
           01 WS-DIF-REVERSA PIC S9(9)V99 VALUE ZERO.
      *> Empresa que cobra y empresa de la partida cobrada.
           01 WS-EMPRESA-PAGO PIC X(2) VALUE "01".
           01 WS-EMPRESA-PARTIDA PIC X(2) VALUE "01".
           01 WS-EMPRESA-CLIENTE PIC X(2) VALUE "01".
           01 WS-ESTADO-CLIENTES PIC XX VALUE "00".
               88 CLIENTES-OK VALUE "00".
           01 WS-MAESTRO-CLIENTES-ABIERTO PIC X VALUE "N".
               88 MAESTRO-CLIENTES-ABIERTO VALUE "S".
      *> Resultado de verificar un pago contra su factura: motivo de
      *> rechazo (en blanco, el pago es aplicable) y si la factura
      *> existe o el dinero va a cuenta.
           01 WS-MOTIVO-PAGO PIC X(40) VALUE SPACES.
           01 WS-FACTURA-HALLADA PIC X VALUE "N".
               88 FACTURA-HALLADA VALUE "S".
      *> Las lineas de una remesa comparten fecha valor: el periodo
      *> se verifica una vez para toda la remesa.
           01 WS-PERIODO-VERIFICADO PIC X VALUE "N".
               88 PERIODO-VERIFICADO VALUE "S".
      *> Remesa en curso: la cabecera y sus lineas se juntan hasta
      *> la cabecera siguiente para verificar la suma antes de
      *> aplicar nada.
           01 WS-HAY-REMESA PIC X VALUE "N".
               88 HAY-REMESA VALUE "S".
           01 WS-REMESA-CABECERA PIC X(38) VALUE SPACES.
           01 WS-REMESA-NUMERO PIC 9(6) VALUE ZERO.
           01 WS-REMESA-CLIENTE PIC 9(6) VALUE ZERO.
           01 WS-REMESA-EMPRESA PIC X(2) VALUE SPACES.
           01 WS-REMESA-MONTO PIC 9(9)V99 VALUE ZERO.
           01 WS-REMESA-FECHA PIC 9(8) VALUE ZERO.
           01 WS-REMESA-SUMA PIC 9(11)V99 VALUE ZERO.
           01 WS-REMESA-MOTIVO PIC X(40) VALUE SPACES.
           01 WS-NUM-LINEAS-REMESA PIC 9(3) VALUE ZERO.
           01 WS-IDX-LINEA PIC 9(3) VALUE ZERO.
           01 WS-REMESA-DESBORDADA PIC X VALUE "N".
               88 REMESA-DESBORDADA VALUE "S".
           01 WS-TABLA-REMESA.
               05 WS-LIN-REMESA OCCURS 100 TIMES.
                   10 WS-LIN-ORIGINAL PIC X(38).
                   10 WS-LIN-FACTURA PIC 9(6).
                   10 WS-LIN-MONTO PIC 9(9)V99.
           01 WS-TOTALES.
               05 WS-TOTAL-PAGOS PIC 9(6) VALUE ZERO.
               05 WS-TOTAL-COMPLETOS PIC 9(6) VALUE ZERO.
               05 WS-TOTAL-SOBREPAGOS PIC 9(6) VALUE ZERO.
               05 WS-TOTAL-RECHAZADOS PIC 9(6) VALUE ZERO.
               05 WS-TOTAL-APLICADO PIC 9(11)V99 VALUE ZERO.
               05 WS-TOTAL-A-CUENTA PIC 9(6) VALUE ZERO.
               05 WS-MONTO-TOTAL-A-CUENTA PIC 9(11)V99 VALUE ZERO.
               05 WS-TOTAL-REMESAS PIC 9(6) VALUE ZERO.
               05 WS-TOTAL-REMESAS-APLICADAS PIC 9(6) VALUE ZERO.
               05 WS-TOTAL-REMESAS-REVISION PIC 9(6) VALUE ZERO.
               05 WS-TOTAL-REDIRIGIDOS PIC 9(6) VALUE ZERO.
               05 WS-TOTAL-COBROS-MONEDA PIC 9(6) VALUE ZERO.
               05 WS-TOTAL-DIF-CAMBIO PIC S9(11)V99 VALUE ZERO.
               05 WS-TOTAL-SIN-TASA PIC 9(6) VALUE ZERO.
       PROCEDURE DIVISION.
      *> Los pagos sueltos y las remesas son entradas opcionales
      *> cada una; la corrida solo falla si no llega ninguna.
       MAIN-PROCEDURE.
           OPEN INPUT PAYMENT-FILE.
           IF PAGOS-OK THEN
               SET HAY-PAGOS TO TRUE
           ELSE
               SET FIN-PAGOS TO TRUE
           END-IF.
           OPEN INPUT REMITTANCE-FILE.
           IF REMESAS-OK THEN
               SET HAY-REMESAS TO TRUE
           ELSE
               SET FIN-REMESAS TO TRUE
           END-IF.
           IF NOT HAY-PAGOS AND NOT HAY-REMESAS THEN
               DISPLAY "AR-CASH: no se pudo abrir "
                   "data/ar-pagos.dat, estado " WS-ESTADO-PAGOS
                   ", ni hay remesas que aplicar."
               MOVE 8 TO RETURN-CODE
               PERFORM REGISTRAR-HISTORIAL
               GOBACK
           IF NOT ABIERTOS-OK THEN
               DISPLAY "AR-CASH: no se pudo abrir el maestro de "
                   "partidas, estado " WS-ESTADO-ABIERTOS
               IF HAY-PAGOS THEN
                   CLOSE PAYMENT-FILE
               END-IF
               IF HAY-REMESAS THEN
                   CLOSE REMITTANCE-FILE
               END-IF
               MOVE 8 TO RETURN-CODE
               PERFORM REGISTRAR-HISTORIAL
               GOBACK
           IF NOT SOBRE-OK THEN
               OPEN OUTPUT OVERPAY-FILE
           END-IF.
           PERFORM ABRIR-LIBRO-A-CUENTA.
           OPEN INPUT CUSTOMER-MASTER.
           IF CLIENTES-OK THEN
               SET MAESTRO-CLIENTES-ABIERTO TO TRUE
           ELSE
               DISPLAY "AR-CASH: sin maestro de clientes, los pagos "
                   "sin factura van a cuenta sin verificar empresa."
           END-IF.
           OPEN EXTEND COLLECTION-LOG.
           IF NOT COBROS-OK THEN
               OPEN OUTPUT COLLECTION-LOG
               CLOSE COLLECTION-LOG
               OPEN EXTEND COLLECTION-LOG
           END-IF.
           OPEN EXTEND FX-DIFFERENCE-FILE.
           IF NOT DIFCAMBIO-OK THEN
               OPEN OUTPUT FX-DIFFERENCE-FILE
               CLOSE FX-DIFFERENCE-FILE
               OPEN EXTEND FX-DIFFERENCE-FILE
           END-IF.
           PERFORM UNTIL FIN-PAGOS
               READ PAYMENT-FILE
                   AT END SET FIN-PAGOS TO TRUE
                   NOT AT END PERFORM APLICAR-PAGO
               END-READ
           END-PERFORM.
           IF HAY-PAGOS THEN
               CLOSE PAYMENT-FILE
           END-IF.
           IF HAY-REMESAS THEN
               MOVE "R" TO WS-ORIGEN-COBRO
               OPEN EXTEND REMITTANCE-REVIEW-FILE
               IF NOT REVISION-OK THEN
                   OPEN OUTPUT REMITTANCE-REVIEW-FILE
                   CLOSE REMITTANCE-REVIEW-FILE
                   OPEN EXTEND REMITTANCE-REVIEW-FILE
               END-IF
               PERFORM UNTIL FIN-REMESAS
                   READ REMITTANCE-FILE
                       AT END SET FIN-REMESAS TO TRUE
                       NOT AT END PERFORM ACUMULAR-REMESA
                   END-READ
               END-PERFORM
               IF HAY-REMESA THEN
                   PERFORM CERRAR-REMESA
               END-IF
               CLOSE REMITTANCE-FILE
               CLOSE REMITTANCE-REVIEW-FILE
           END-IF.
           CLOSE OPEN-ITEM-MASTER.
           CLOSE REJECT-FILE.
           CLOSE OVERPAY-FILE.
           CLOSE ON-ACCOUNT-FILE.
           CLOSE ON-ACCOUNT-LOG.
           CLOSE COLLECTION-LOG.
           CLOSE FX-DIFFERENCE-FILE.
           IF MAESTRO-CLIENTES-ABIERTO THEN
               CLOSE CUSTOMER-MASTER
           END-IF.
           PERFORM GUARDAR-CONTADOR-A-CUENTA.
           DISPLAY "Pagos leidos        : " WS-TOTAL-PAGOS.
           DISPLAY "Aplicados completos : " WS-TOTAL-COMPLETOS.
           DISPLAY "Aplicados parciales : " WS-TOTAL-PARCIALES.
           DISPLAY "Sobrepagos          : " WS-TOTAL-SOBREPAGOS.
           DISPLAY "Pagos rechazados    : " WS-TOTAL-RECHAZADOS.
           DISPLAY "Ingresos a cuenta   : " WS-TOTAL-A-CUENTA
               " por " WS-MONTO-TOTAL-A-CUENTA.
           DISPLAY "Monto aplicado      : " WS-TOTAL-APLICADO.
           DISPLAY "Remesas leidas      : " WS-TOTAL-REMESAS.
           DISPLAY "Remesas aplicadas   : " WS-TOTAL-REMESAS-APLICADAS.
           DISPLAY "Remesas a revision  : " WS-TOTAL-REMESAS-REVISION.
           DISPLAY "Pagos a otro periodo: " WS-TOTAL-REDIRIGIDOS.
           DISPLAY "Cobros en moneda ext: " WS-TOTAL-COBROS-MONEDA.
           DISPLAY "Dif. cambio realiz. : " WS-TOTAL-DIF-CAMBIO.
           DISPLAY "Cobros sin tasa     : " WS-TOTAL-SIN-TASA.
           IF (WS-TOTAL-RECHAZADOS > ZERO
                   OR WS-TOTAL-SIN-TASA > ZERO
                   OR WS-TOTAL-REMESAS-REVISION > ZERO
                   OR WS-TOTAL-REDIRIGIDOS > ZERO)
                   AND RETURN-CODE = 0 THEN
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM REGISTRAR-HISTORIAL.
           GOBACK.

      *> Un pago con fecha valor en un periodo cerrado se aplica al
      *> primer dia del periodo abierto siguiente o va a rechazos,
      *> segun el calendario contable.
       APLICAR-PAGO.
           ADD 1 TO WS-TOTAL-PAGOS.
           IF NOT PERIODO-VERIFICADO THEN
               MOVE PG-FACTURA TO WS-PS-DOCUMENTO
               CALL "PERIODSRV" USING WS-PS-PROGRAMA WS-PS-DOCUMENTO
                   PG-FECHA WS-PS-RESULTADO
               IF WS-PS-RESULTADO = "C" THEN
                   MOVE "Fecha valor en periodo contable cerrado" TO
                       RJ-MOTIVO
                   PERFORM RECHAZAR-PAGO
                   EXIT PARAGRAPH
               END-IF
               IF WS-PS-RESULTADO = "R" THEN
                   ADD 1 TO WS-TOTAL-REDIRIGIDOS
               END-IF
           END-IF.
           PERFORM VERIFICAR-PAGO.
           IF WS-MOTIVO-PAGO NOT = SPACES THEN
               MOVE WS-MOTIVO-PAGO TO RJ-MOTIVO
               PERFORM RECHAZAR-PAGO
               EXIT PARAGRAPH
           END-IF.
           IF FACTURA-HALLADA THEN
               PERFORM APLICAR-PAGO-A-PARTIDA
           ELSE
               MOVE PG-MONTO TO WS-MONTO-A-CUENTA
               MOVE "R" TO WS-ORIGEN-A-CUENTA
               PERFORM REGISTRAR-A-CUENTA
           END-IF.

      *> Verifica el pago sin aplicar nada: la factura debe ser del
      *> cliente que paga y de la empresa que cobra; sin factura
      *> conocida el dinero va a cuenta, y entonces es el cliente el
      *> que debe ser de la empresa que cobra. Deja la partida leida
      *> en OPEN-ITEM-RECORD para aplicarla.
       VERIFICAR-PAGO.
           MOVE SPACES TO WS-MOTIVO-PAGO.
           MOVE "N" TO WS-FACTURA-HALLADA.
           IF PG-EMPRESA = SPACES OR PG-EMPRESA = LOW-VALUES THEN
               MOVE "01" TO WS-EMPRESA-PAGO
           ELSE
               MOVE PG-EMPRESA TO WS-EMPRESA-PAGO
           END-IF.
           MOVE PG-FACTURA TO AB-FACTURA.
           READ OPEN-ITEM-MASTER
               INVALID KEY
                   PERFORM VERIFICAR-EMPRESA-CLIENTE
               NOT INVALID KEY
                   SET FACTURA-HALLADA TO TRUE
                   PERFORM VERIFICAR-PAGO-PARTIDA
           END-READ.

       VERIFICAR-PAGO-PARTIDA.
           IF PG-CLIENTE NOT = AB-CLIENTE THEN
               MOVE "Cliente del pago no es el de la factura" TO
                   WS-MOTIVO-PAGO
               EXIT PARAGRAPH
           END-IF.
           IF AB-EMPRESA = SPACES OR AB-EMPRESA = LOW-VALUES THEN
               MOVE "01" TO WS-EMPRESA-PARTIDA
           ELSE
               MOVE AB-EMPRESA TO WS-EMPRESA-PARTIDA
           END-IF.
           IF WS-EMPRESA-PAGO NOT = WS-EMPRESA-PARTIDA THEN
               MOVE "Pago recibido por otra empresa" TO
                   WS-MOTIVO-PAGO
           END-IF.

      *> Un cliente que no esta en el maestro no tiene empresa que
      *> contradiga el pago; su dinero queda en la empresa que cobra.
       VERIFICAR-EMPRESA-CLIENTE.
           IF NOT MAESTRO-CLIENTES-ABIERTO THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE PG-CLIENTE TO CM-NUMERO.
           READ CUSTOMER-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CM-EMPRESA = SPACES
                           OR CM-EMPRESA = LOW-VALUES THEN
                       MOVE "01" TO WS-EMPRESA-CLIENTE
                   ELSE
                       MOVE CM-EMPRESA TO WS-EMPRESA-CLIENTE
                   END-IF
                   IF WS-EMPRESA-CLIENTE NOT = WS-EMPRESA-PAGO THEN
                       MOVE "Pago a cuenta de cliente de otra empresa"
                           TO WS-MOTIVO-PAGO
                   END-IF
           END-READ.

       APLICAR-PAGO-A-PARTIDA.
           IF AB-ESTADO NOT = "A" OR PARTIDA-NOTA-CREDITO THEN
               MOVE PG-MONTO TO WS-MONTO-A-CUENTA
               MOVE "R" TO WS-ORIGEN-A-CUENTA
               PERFORM REGISTRAR-A-CUENTA
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-DIF-CAMBIO.
           MOVE ZERO TO WS-DIF-REVERSA.
           IF AB-MONEDA NOT = SPACES AND AB-MONEDA NOT = LOW-VALUES
                   AND AB-TASA-REGISTRO NUMERIC
                   AND AB-TASA-REGISTRO > ZERO
                   AND AB-SALDO-MONEDA NUMERIC THEN
               PERFORM APLICAR-PAGO-MONEDA
           ELSE
               PERFORM APLICAR-PAGO-BASE
           END-IF.
           MOVE PG-FECHA TO AB-FECHA-ULT-PAGO.
           REWRITE OPEN-ITEM-RECORD
               INVALID KEY
                   DISPLAY "AR-CASH: no se pudo actualizar la "
                       "factura " AB-FACTURA
               NOT INVALID KEY
                   PERFORM REGISTRAR-COBRO
                   PERFORM REGISTRAR-DIF-CAMBIO
           END-REWRITE.

       APLICAR-PAGO-BASE.
           EVALUATE TRUE
               WHEN PG-MONTO = AB-SALDO
                   MOVE PG-MONTO TO WS-MONTO-APLICADO
                   MOVE ZERO TO AB-SALDO
                   MOVE "C" TO AB-ESTADO
                   ADD 1 TO WS-TOTAL-COMPLETOS
                   ADD PG-MONTO TO WS-TOTAL-APLICADO
               WHEN PG-MONTO < AB-SALDO
                   MOVE PG-MONTO TO WS-MONTO-APLICADO
                   SUBTRACT PG-MONTO FROM AB-SALDO
                   ADD 1 TO WS-TOTAL-PARCIALES
                   ADD PG-MONTO TO WS-TOTAL-APLICADO
               WHEN OTHER
                   COMPUTE WS-EXCEDENTE = PG-MONTO - AB-SALDO
                   MOVE AB-SALDO TO WS-MONTO-APLICADO
                   ADD AB-SALDO TO WS-TOTAL-APLICADO
                   MOVE ZERO TO AB-SALDO
                   MOVE "C" TO AB-ESTADO
                   ADD 1 TO WS-TOTAL-SOBREPAGOS
                   PERFORM REGISTRAR-SOBREPAGO
           END-EVALUATE.
           MOVE WS-MONTO-APLICADO TO WS-MONTO-APLICADO-MON.
           IF AB-SALDO-MONEDA NUMERIC THEN
               MOVE AB-SALDO TO AB-SALDO-MONEDA
           END-IF.

      *> El pago viene en la moneda de la partida. Lo que se da de
      *> baja del saldo en moneda base sale a la tasa de registro;
      *> el excedente de un sobrepago pasa a cuenta valuado a la
      *> tasa del cobro. Sin tasa a la fecha valor no hay
      *> diferencia: se usa la de registro y se avisa.
       APLICAR-PAGO-MONEDA.
           ADD 1 TO WS-TOTAL-COBROS-MONEDA.
           MOVE PG-FECHA TO WS-TS-FECHA.
           MOVE RETURN-CODE TO WS-RC-GUARDA.
           CALL "TASASRV" USING AB-MONEDA WS-TS-FECHA WS-TS-TASA
               WS-TS-RESULTADO.
           MOVE WS-RC-GUARDA TO RETURN-CODE.
           IF WS-TS-RESULTADO = "S" THEN
               MOVE WS-TS-TASA TO WS-TASA-COBRO
           ELSE
               ADD 1 TO WS-TOTAL-SIN-TASA
               DISPLAY "AR-CASH: moneda " AB-MONEDA " sin tasa al "
                   PG-FECHA ", la factura " AB-FACTURA
                   " se cobra a su tasa de registro."
               MOVE AB-TASA-REGISTRO TO WS-TASA-COBRO
           END-IF.
           EVALUATE TRUE
               WHEN PG-MONTO = AB-SALDO-MONEDA
                   MOVE PG-MONTO TO WS-MONTO-APLICADO-MON
                   MOVE AB-SALDO TO WS-MONTO-APLICADO
                   MOVE ZERO TO AB-SALDO
                   MOVE ZERO TO AB-SALDO-MONEDA
                   MOVE "C" TO AB-ESTADO
                   ADD 1 TO WS-TOTAL-COMPLETOS
               WHEN PG-MONTO < AB-SALDO-MONEDA
                   MOVE PG-MONTO TO WS-MONTO-APLICADO-MON
                   COMPUTE WS-MONTO-APLICADO ROUNDED =
                       PG-MONTO * AB-TASA-REGISTRO
                   IF WS-MONTO-APLICADO > AB-SALDO THEN
                       MOVE AB-SALDO TO WS-MONTO-APLICADO
                   END-IF
                   SUBTRACT WS-MONTO-APLICADO FROM AB-SALDO
                   SUBTRACT PG-MONTO FROM AB-SALDO-MONEDA
                   ADD 1 TO WS-TOTAL-PARCIALES
               WHEN OTHER
                   COMPUTE WS-EXCEDENTE-MON =
                       PG-MONTO - AB-SALDO-MONEDA
                   MOVE AB-SALDO-MONEDA TO WS-MONTO-APLICADO-MON
                   MOVE AB-SALDO TO WS-MONTO-APLICADO
                   MOVE ZERO TO AB-SALDO
                   MOVE ZERO TO AB-SALDO-MONEDA
                   MOVE "C" TO AB-ESTADO
                   ADD 1 TO WS-TOTAL-SOBREPAGOS
                   COMPUTE WS-EXCEDENTE ROUNDED =
                       WS-EXCEDENTE-MON * WS-TASA-COBRO
                   PERFORM REGISTRAR-SOBREPAGO
           END-EVALUATE.
           ADD WS-MONTO-APLICADO TO WS-TOTAL-APLICADO.
           COMPUTE WS-BASE-RECIBIDA ROUNDED =
               WS-MONTO-APLICADO-MON * WS-TASA-COBRO.
           COMPUTE WS-DIF-CAMBIO =
               WS-BASE-RECIBIDA - WS-MONTO-APLICADO.
           IF AB-TASA-REVAL NUMERIC AND AB-TASA-REVAL > ZERO THEN
               COMPUTE WS-DIF-REVERSA ROUNDED =
                   WS-MONTO-APLICADO-MON
                   * (AB-TASA-REGISTRO - AB-TASA-REVAL)
           END-IF.

       REGISTRAR-COBRO.
           MOVE FUNCTION CURRENT-DATE(1:15) TO CB-FECHA-HORA.
           MOVE AB-FACTURA TO CB-FACTURA.
           MOVE AB-CLIENTE TO CB-CLIENTE.
           MOVE WS-MONTO-APLICADO TO CB-MONTO.
           MOVE PG-FECHA TO CB-FECHA-VALOR.
           MOVE WS-ORIGEN-COBRO TO CB-ORIGEN.
           MOVE AB-MONEDA TO CB-MONEDA.
           MOVE WS-MONTO-APLICADO-MON TO CB-MONTO-MONEDA.
           MOVE WS-DIF-CAMBIO TO CB-DIF-CAMBIO.
           WRITE COLLECTION-LOG-RECORD.

      *> La diferencia realizada del cobro y, si la partida se habia
      *> revaluado, la reversa de lo ya reconocido sobre lo cobrado.
       REGISTRAR-DIF-CAMBIO.
           IF WS-DIF-CAMBIO NOT = ZERO THEN
               MOVE "R" TO DC-TIPO
               MOVE WS-DIF-CAMBIO TO DC-DIFERENCIA
               MOVE WS-TASA-COBRO TO DC-TASA-APLICADA
               PERFORM ESCRIBIR-DIF-CAMBIO
               ADD WS-DIF-CAMBIO TO WS-TOTAL-DIF-CAMBIO
           END-IF.
           IF WS-DIF-REVERSA NOT = ZERO THEN
               MOVE "N" TO DC-TIPO
               MOVE WS-DIF-REVERSA TO DC-DIFERENCIA
               MOVE AB-TASA-REVAL TO DC-TASA-APLICADA
               PERFORM ESCRIBIR-DIF-CAMBIO
           END-IF.

       ESCRIBIR-DIF-CAMBIO.
           MOVE PG-FECHA TO DC-FECHA.
           MOVE "AR-CASH" TO DC-PROGRAMA.
           MOVE AB-FACTURA TO DC-FACTURA.
           MOVE AB-CLIENTE TO DC-CLIENTE.
           MOVE AB-MONEDA TO DC-MONEDA.
           MOVE WS-MONTO-APLICADO-MON TO DC-MONTO-MONEDA.
           MOVE AB-TASA-REGISTRO TO DC-TASA-REGISTRO.
           MOVE WS-EMPRESA-PARTIDA TO DC-EMPRESA.
           WRITE FX-DIFFERENCE-RECORD.

      *> Corte por cabecera: una H cierra la remesa anterior y abre
      *> la nueva; una D sin cabecera previa no tiene a quien
      *> pertenecer y va sola a revision.
       ACUMULAR-REMESA.
           EVALUATE RM-TIPO
               WHEN "H"
                   IF HAY-REMESA THEN
                       PERFORM CERRAR-REMESA
                   END-IF
                   PERFORM ABRIR-REMESA
               WHEN "D"
                   IF NOT HAY-REMESA THEN
                       MOVE REMITTANCE-RECORD TO RV-REMESA-ORIGINAL
                       MOVE "Detalle de remesa sin cabecera" TO
                           RV-MOTIVO
                       WRITE REMITTANCE-REVIEW-RECORD
                   ELSE
                       PERFORM GUARDAR-LINEA-REMESA
                   END-IF
               WHEN OTHER
                   MOVE REMITTANCE-RECORD TO RV-REMESA-ORIGINAL
                   MOVE "Tipo de registro de remesa invalido" TO
                       RV-MOTIVO
                   WRITE REMITTANCE-REVIEW-RECORD
           END-EVALUATE.

       ABRIR-REMESA.
           ADD 1 TO WS-TOTAL-REMESAS.
           SET HAY-REMESA TO TRUE.
           MOVE "N" TO WS-REMESA-DESBORDADA.
           MOVE ZERO TO WS-NUM-LINEAS-REMESA.
           MOVE ZERO TO WS-REMESA-SUMA.
           MOVE REMITTANCE-RECORD TO WS-REMESA-CABECERA.
           IF RM-REMESA NUMERIC AND RM-CLIENTE NUMERIC
                   AND RM-MONTO NUMERIC AND RM-FECHA NUMERIC THEN
               MOVE RM-REMESA TO WS-REMESA-NUMERO
               MOVE RM-CLIENTE TO WS-REMESA-CLIENTE
               MOVE RM-MONTO TO WS-REMESA-MONTO
               MOVE RM-FECHA TO WS-REMESA-FECHA
               MOVE RM-EMPRESA TO WS-REMESA-EMPRESA
               MOVE SPACES TO WS-REMESA-MOTIVO
           ELSE
               MOVE ZERO TO WS-REMESA-NUMERO
               MOVE ZERO TO WS-REMESA-CLIENTE
               MOVE ZERO TO WS-REMESA-MONTO
               MOVE ZERO TO WS-REMESA-FECHA
               MOVE SPACES TO WS-REMESA-EMPRESA
               MOVE "Cabecera de remesa no numerica" TO
                   WS-REMESA-MOTIVO
           END-IF.

       GUARDAR-LINEA-REMESA.
           IF WS-NUM-LINEAS-REMESA >= 100 THEN
               SET REMESA-DESBORDADA TO TRUE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NUM-LINEAS-REMESA.
           MOVE REMITTANCE-RECORD TO
               WS-LIN-ORIGINAL(WS-NUM-LINEAS-REMESA).
           IF RM-FACTURA NUMERIC AND RM-MONTO-LINEA NUMERIC THEN
               MOVE RM-FACTURA TO WS-LIN-FACTURA(WS-NUM-LINEAS-REMESA)
               MOVE RM-MONTO-LINEA TO
                   WS-LIN-MONTO(WS-NUM-LINEAS-REMESA)
               ADD RM-MONTO-LINEA TO WS-REMESA-SUMA
           ELSE
               MOVE ZERO TO WS-LIN-FACTURA(WS-NUM-LINEAS-REMESA)
               MOVE ZERO TO WS-LIN-MONTO(WS-NUM-LINEAS-REMESA)
               IF WS-REMESA-MOTIVO = SPACES THEN
                   MOVE "Linea de remesa no numerica" TO
                       WS-REMESA-MOTIVO
               END-IF
           END-IF.

      *> Todo o nada: si la remesa no cuadra, o si alguna linea
      *> seria rechazada (fecha en periodo cerrado, factura de otro
      *> cliente o de otra empresa), no se aplica ninguna linea; si
      *> todo esta bien, cada linea pasa por APLICAR-PAGO como un
      *> pago suelto del cliente de la cabecera.
       CERRAR-REMESA.
           MOVE "N" TO WS-HAY-REMESA.
           IF WS-REMESA-MOTIVO = SPACES THEN
               EVALUATE TRUE
                   WHEN REMESA-DESBORDADA
                       MOVE "Remesa con mas de 100 lineas" TO
                           WS-REMESA-MOTIVO
                   WHEN WS-NUM-LINEAS-REMESA = ZERO
                       MOVE "Remesa sin lineas de detalle" TO
                           WS-REMESA-MOTIVO
                   WHEN WS-REMESA-SUMA NOT = WS-REMESA-MONTO
                       MOVE "Lineas no suman el importe transferido"
                           TO WS-REMESA-MOTIVO
               END-EVALUATE
           END-IF.
           IF WS-REMESA-MOTIVO = SPACES THEN
               PERFORM VERIFICAR-LINEAS-REMESA
           END-IF.
           IF WS-REMESA-MOTIVO NOT = SPACES THEN
               PERFORM ENVIAR-REMESA-A-REVISION
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-TOTAL-REMESAS-APLICADAS.
           SET PERIODO-VERIFICADO TO TRUE.
           PERFORM VARYING WS-IDX-LINEA FROM 1 BY 1
                   UNTIL WS-IDX-LINEA > WS-NUM-LINEAS-REMESA
               PERFORM TOMAR-LINEA-REMESA
               PERFORM APLICAR-PAGO
           END-PERFORM.
           MOVE "N" TO WS-PERIODO-VERIFICADO.

      *> La fecha valor de la remesa pasa una sola vez por el
      *> calendario; si se redirige, todas las lineas van a la nueva
      *> fecha. La primera linea que no se podria aplicar manda la
      *> remesa entera a revision.
       VERIFICAR-LINEAS-REMESA.
           MOVE WS-REMESA-NUMERO TO WS-PS-DOCUMENTO.
           CALL "PERIODSRV" USING WS-PS-PROGRAMA WS-PS-DOCUMENTO
               WS-REMESA-FECHA WS-PS-RESULTADO.
           IF WS-PS-RESULTADO = "C" THEN
               MOVE "Fecha valor en periodo contable cerrado" TO
                   WS-REMESA-MOTIVO
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-IDX-LINEA FROM 1 BY 1
                   UNTIL WS-IDX-LINEA > WS-NUM-LINEAS-REMESA
                       OR WS-REMESA-MOTIVO NOT = SPACES
               PERFORM TOMAR-LINEA-REMESA
               PERFORM VERIFICAR-PAGO
               IF WS-MOTIVO-PAGO NOT = SPACES THEN
                   MOVE WS-MOTIVO-PAGO TO WS-REMESA-MOTIVO
                   DISPLAY "AR-CASH: remesa " WS-REMESA-NUMERO
                       " factura " PG-FACTURA ": " WS-MOTIVO-PAGO
               END-IF
           END-PERFORM.
           IF WS-REMESA-MOTIVO = SPACES
                   AND WS-PS-RESULTADO = "R" THEN
               ADD WS-NUM-LINEAS-REMESA TO WS-TOTAL-REDIRIGIDOS
           END-IF.

       TOMAR-LINEA-REMESA.
           MOVE WS-LIN-FACTURA(WS-IDX-LINEA) TO PG-FACTURA.
           MOVE WS-REMESA-CLIENTE TO PG-CLIENTE.
           MOVE WS-LIN-MONTO(WS-IDX-LINEA) TO PG-MONTO.
           MOVE WS-REMESA-FECHA TO PG-FECHA.
           MOVE WS-REMESA-EMPRESA TO PG-EMPRESA.

       ENVIAR-REMESA-A-REVISION.
           ADD 1 TO WS-TOTAL-REMESAS-REVISION.
           DISPLAY "AR-CASH: remesa " WS-REMESA-NUMERO
               " a revision: " WS-REMESA-MOTIVO.
           MOVE WS-REMESA-CABECERA TO RV-REMESA-ORIGINAL.
           MOVE WS-REMESA-MOTIVO TO RV-MOTIVO.
           WRITE REMITTANCE-REVIEW-RECORD.
           PERFORM VARYING WS-IDX-LINEA FROM 1 BY 1
                   UNTIL WS-IDX-LINEA > WS-NUM-LINEAS-REMESA
               MOVE WS-LIN-ORIGINAL(WS-IDX-LINEA) TO
                   RV-REMESA-ORIGINAL
               MOVE WS-REMESA-MOTIVO TO RV-MOTIVO
               WRITE REMITTANCE-REVIEW-RECORD
           END-PERFORM.

       REGISTRAR-SOBREPAGO.
           MOVE PG-FACTURA TO SP-FACTURA.
           WRITE OVERPAY-RECORD.
           DISPLAY "AR-CASH: sobrepago de " WS-EXCEDENTE
               " en la factura " PG-FACTURA ".".
           MOVE WS-EXCEDENTE TO WS-MONTO-A-CUENTA.
           MOVE "S" TO WS-ORIGEN-A-CUENTA.
           PERFORM REGISTRAR-A-CUENTA.

       ABRIR-LIBRO-A-CUENTA.
           OPEN I-O ON-ACCOUNT-FILE.
           IF ACUENTA-NO-EXISTE THEN
               OPEN OUTPUT ON-ACCOUNT-FILE
               CLOSE ON-ACCOUNT-FILE
               OPEN I-O ON-ACCOUNT-FILE
           END-IF.
           OPEN EXTEND ON-ACCOUNT-LOG.
           IF NOT MOVIMIENTOS-OK THEN
               OPEN OUTPUT ON-ACCOUNT-LOG
               CLOSE ON-ACCOUNT-LOG
               OPEN EXTEND ON-ACCOUNT-LOG
           END-IF.
           OPEN INPUT ON-ACCOUNT-COUNTER.
           IF CONTADOR-OK THEN
               READ ON-ACCOUNT-COUNTER
                   NOT AT END
                       MOVE AK-PROXIMA-SECUENCIA TO
                           WS-PROXIMA-SECUENCIA
               END-READ
               CLOSE ON-ACCOUNT-COUNTER
           END-IF.

       GUARDAR-CONTADOR-A-CUENTA.
           OPEN OUTPUT ON-ACCOUNT-COUNTER.
           MOVE WS-PROXIMA-SECUENCIA TO AK-PROXIMA-SECUENCIA.
           WRITE ON-ACCOUNT-COUNTER-RECORD.
           CLOSE ON-ACCOUNT-COUNTER.

      *> El dinero que no encuentra factura abierta no se pierde en
      *> rechazos: queda a cuenta del cliente que pago, con su
      *> movimiento de ingreso, para aplicarlo o reembolsarlo.
       REGISTRAR-A-CUENTA.
           MOVE PG-CLIENTE TO AC-CLIENTE.
           MOVE WS-PROXIMA-SECUENCIA TO AC-SECUENCIA.
           ADD 1 TO WS-PROXIMA-SECUENCIA.
           MOVE PG-FECHA TO AC-FECHA.
           MOVE WS-ORIGEN-A-CUENTA TO AC-ORIGEN.
           MOVE PG-FACTURA TO AC-FACTURA-ORIGEN.
           MOVE WS-MONTO-A-CUENTA TO AC-MONTO-ORIGINAL.
           MOVE WS-MONTO-A-CUENTA TO AC-SALDO.
           MOVE "A" TO AC-ESTADO.
           MOVE WS-EMPRESA-PAGO TO AC-EMPRESA.
           WRITE ON-ACCOUNT-RECORD
               INVALID KEY
                   DISPLAY "AR-CASH: no se pudo registrar a cuenta "
                       "el pago de la factura " PG-FACTURA
                   MOVE "No se pudo registrar a cuenta" TO RJ-MOTIVO
                   PERFORM RECHAZAR-PAGO
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-A-CUENTA
                   ADD WS-MONTO-A-CUENTA TO WS-MONTO-TOTAL-A-CUENTA
                   MOVE FUNCTION CURRENT-DATE(1:15) TO MV-FECHA-HORA
                   MOVE "INGRESO" TO MV-TIPO
                   MOVE AC-CLIENTE TO MV-CLIENTE
                   MOVE AC-SECUENCIA TO MV-SECUENCIA
                   MOVE PG-FACTURA TO MV-FACTURA
                   MOVE WS-MONTO-A-CUENTA TO MV-MONTO
                   IF AC-ORIGEN = "S" THEN
                       MOVE "Excedente sobrepago" TO MV-REFERENCIA
                   ELSE
                       MOVE "Pago sin factura" TO MV-REFERENCIA
                   END-IF
                   MOVE "AR-CASH" TO MV-PROGRAMA
                   PERFORM TOMAR-OPERADOR-MOVIMIENTO
                   WRITE ON-ACCOUNT-MOVEMENT
           END-WRITE.

       TOMAR-OPERADOR-MOVIMIENTO.
           IF OPERADOR-ACTUAL = SPACES
                   OR OPERADOR-ACTUAL = LOW-VALUES THEN
               MOVE "BATCH" TO MV-OPERADOR
           ELSE
               MOVE OPERADOR-ACTUAL TO MV-OPERADOR
           END-IF.

       RECHAZAR-PAGO.
           MOVE PG-FACTURA TO RJ-FACTURA.
