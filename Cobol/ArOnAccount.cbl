      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AR-ONACCOUNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ON-ACCOUNT-FILE ASSIGN TO "data/ar-acuenta.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AC-CLAVE
               FILE STATUS IS WS-ESTADO-ACUENTA.
           SELECT OPEN-ITEM-MASTER ASSIGN TO "data/ar-abiertos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AB-FACTURA
               ALTERNATE RECORD KEY IS AB-CLIENTE WITH DUPLICATES
               FILE STATUS IS WS-ESTADO-ABIERTOS.
           SELECT ON-ACCOUNT-LOG ASSIGN TO "data/ar-acuenta-mov.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-MOVIMIENTOS.
           SELECT COLLECTION-LOG ASSIGN TO "data/ar-cobros.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-COBROS.
           SELECT REFUND-FILE ASSIGN TO "data/ar-reembolsos.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-REEMBOLSOS.
           SELECT ON-ACCOUNT-REPORT ASSIGN TO
                   "data/ar-acuenta-informe.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MODE-FILE ASSIGN TO "data/ar-acuenta-modo.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-MODO.
           SELECT RUN-HISTORY-LOG ASSIGN TO "data/run-history.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-HIST.
       DATA DIVISION.
       FILE SECTION.
       FD  ON-ACCOUNT-FILE.
       01  ON-ACCOUNT-RECORD.
           COPY ACUENTA.

       FD  OPEN-ITEM-MASTER.
       01  OPEN-ITEM-RECORD.
           COPY ARITEM.

       FD  ON-ACCOUNT-LOG.
       01  ON-ACCOUNT-MOVEMENT.
           COPY ACMOV.

      *> Cada partida cancelada con dinero a cuenta queda en la
      *> historia de cobros, como los pagos de AR-CASH.
       FD  COLLECTION-LOG.
       01  COLLECTION-LOG-RECORD.
           COPY ARCOBRO.

      *> Reembolsos autorizados por cartera: cliente, monto a
      *> devolver y referencia de la orden de pago.
       FD  REFUND-FILE.
       01  REFUND-RECORD.
           05 RE-CLIENTE PIC 9(6).
           05 RE-MONTO PIC 9(9)V99.
           05 RE-REFERENCIA PIC X(20).

       FD  ON-ACCOUNT-REPORT.
       01  ON-ACCOUNT-REPORT-RECORD PIC X(100).

      *> APLICAR = aplica el saldo a cuenta a las partidas abiertas
      *> mas viejas de cada cliente; INFORME = saldos a cuenta por
      *> cliente y antiguedad; REEMBOLS = devuelve lo pedido en
      *> data/ar-reembolsos.dat.
       FD  MODE-FILE.
       01  MODE-RECORD.
           05 AM-FUNCION PIC X(8).

       FD  RUN-HISTORY-LOG.
           COPY RUNHIST.

       WORKING-STORAGE SECTION.
      *> Operador firmado en el menu; los programas llamados lo
      *> arrastran al historial de corridas.
       01  OPERADOR-ACTUAL PIC X(8) EXTERNAL.
           01 WS-ESTADO-HIST PIC XX VALUE "00".
               88 HIST-OK VALUE "00".
           01 WS-ESTADO-ACUENTA PIC XX VALUE "00".
               88 ACUENTA-OK VALUE "00".
           01 WS-ESTADO-ABIERTOS PIC XX VALUE "00".
               88 ABIERTOS-OK VALUE "00".
           01 WS-ESTADO-MOVIMIENTOS PIC XX VALUE "00".
               88 MOVIMIENTOS-OK VALUE "00".
           01 WS-ESTADO-COBROS PIC XX VALUE "00".
               88 COBROS-OK VALUE "00".
           01 WS-ESTADO-REEMBOLSOS PIC XX VALUE "00".
               88 REEMBOLSOS-OK VALUE "00".
           01 WS-ESTADO-MODO PIC XX VALUE "00".
               88 MODO-FILE-OK VALUE "00".
           01 WS-FUNCION PIC X(8) VALUE SPACES.
               88 FUNCION-APLICAR VALUE "APLICAR".
               88 FUNCION-INFORME VALUE "INFORME".
               88 FUNCION-REEMBOLSO VALUE "REEMBOLS".
           01 WS-FIN-ACUENTA PIC X VALUE "N".
               88 FIN-ACUENTA VALUE "S".
           01 WS-FIN-ABIERTOS PIC X VALUE "N".
               88 FIN-ABIERTOS VALUE "S".
           01 WS-FIN-REEMBOLSOS PIC X VALUE "N".
               88 FIN-REEMBOLSOS VALUE "S".
           01 WS-FECHA-PROCESO PIC 9(8) VALUE ZERO.
           01 WS-DIAS-INGRESO PIC S9(5) VALUE ZERO.
           01 WS-MONTO-APLICAR PIC 9(9)V99 VALUE ZERO.
           01 WS-DISPONIBLE PIC 9(11)V99 VALUE ZERO.
           01 WS-PENDIENTE PIC 9(9)V99 VALUE ZERO.
      *> Ingresos a cuenta con saldo, en orden de clave (cliente y
      *> del mas viejo al mas nuevo), con la empresa que recibio el
      *> dinero: solo cancela partidas de esa misma empresa.
           01 WS-NUM-INGRESOS PIC 9(3) VALUE ZERO.
           01 WS-IDX-ING PIC 9(3) VALUE ZERO.
           01 WS-PRIMER-ING PIC 9(3) VALUE ZERO.
           01 WS-ULTIMO-ING PIC 9(3) VALUE ZERO.
           01 WS-INGRESOS-DESBORDADOS PIC X VALUE "N".
               88 INGRESOS-DESBORDADOS VALUE "S".
           01 WS-TABLA-INGRESOS.
               05 WS-ING OCCURS 500 TIMES.
                   10 WS-ING-CLIENTE PIC 9(6).
                   10 WS-ING-SECUENCIA PIC 9(6).
                   10 WS-ING-SALDO PIC 9(9)V99.
                   10 WS-ING-CAMBIO PIC X.
                   10 WS-ING-EMPRESA PIC X(2).
      *> Partidas abiertas del cliente en curso.
           01 WS-CLIENTE-ACTUAL PIC 9(6) VALUE ZERO.
           01 WS-NUM-PARTIDAS PIC 9(3) VALUE ZERO.
           01 WS-IDX-PAR PIC 9(3) VALUE ZERO.
           01 WS-PAR-ELEGIDA PIC 9(3) VALUE ZERO.
           01 WS-PARTIDAS-DESBORDADAS PIC X VALUE "N".
               88 PARTIDAS-DESBORDADAS VALUE "S".
           01 WS-TABLA-PARTIDAS.
               05 WS-PAR OCCURS 200 TIMES.
                   10 WS-PAR-FACTURA PIC 9(6).
                   10 WS-PAR-FECHA PIC 9(8).
                   10 WS-PAR-SALDO PIC 9(9)V99.
                   10 WS-PAR-DISPUTA PIC 9(9)V99.
                   10 WS-PAR-CAMBIO PIC X.
                   10 WS-PAR-EMPRESA PIC X(2).
                   10 WS-PAR-APLICADO PIC 9(9)V99.
      *> Informe: acumulado del cliente en curso por antiguedad del
      *> ingreso.
           01 WS-INF-CLIENTE PIC 9(6) VALUE ZERO.
           01 WS-HAY-CLIENTE-INFORME PIC X VALUE "N".
               88 HAY-CLIENTE-INFORME VALUE "S".
           01 WS-CLIENTE-INFORME.
               05 WS-INF-B030 PIC 9(9)V99 VALUE ZERO.
               05 WS-INF-B3160 PIC 9(9)V99 VALUE ZERO.
               05 WS-INF-B6190 PIC 9(9)V99 VALUE ZERO.
               05 WS-INF-B90MAS PIC 9(9)V99 VALUE ZERO.
               05 WS-INF-INGRESOS PIC 9(4) VALUE ZERO.
           01 WS-TOTALES-INFORME.
               05 WS-TOT-B030 PIC 9(11)V99 VALUE ZERO.
               05 WS-TOT-B3160 PIC 9(11)V99 VALUE ZERO.
               05 WS-TOT-B6190 PIC 9(11)V99 VALUE ZERO.
               05 WS-TOT-B90MAS PIC 9(11)V99 VALUE ZERO.
           01 WS-TOTALES.
               05 WS-TOT-APLICACIONES PIC 9(6) VALUE ZERO.
               05 WS-TOT-MONTO-APLICADO PIC 9(11)V99 VALUE ZERO.
               05 WS-TOT-PARTIDAS-CANCELADAS PIC 9(6) VALUE ZERO.
               05 WS-TOT-REEMBOLSOS PIC 9(6) VALUE ZERO.
               05 WS-TOT-MONTO-REEMBOLSADO PIC 9(11)V99 VALUE ZERO.
               05 WS-TOT-REEMBOLSOS-RECHAZADOS PIC 9(6) VALUE ZERO.
               05 WS-TOT-CLIENTES-INFORME PIC 9(6) VALUE ZERO.
           01 WS-MONTO-EDIT PIC Z(9)9.99.
           01 WS-MONTO-EDIT-2 PIC Z(9)9.99.
           01 WS-MONTO-EDIT-3 PIC Z(9)9.99.
           01 WS-MONTO-EDIT-4 PIC Z(9)9.99.
           01 WS-MONTO-EDIT-5 PIC Z(9)9.99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-PROCESO.
           PERFORM CARGAR-MODO.
           EVALUATE TRUE
               WHEN FUNCION-APLICAR
                   PERFORM APLICAR-SALDOS-A-CUENTA
               WHEN FUNCION-INFORME
                   PERFORM INFORMAR-SALDOS-A-CUENTA
               WHEN FUNCION-REEMBOLSO
                   PERFORM PROCESAR-REEMBOLSOS
               WHEN OTHER
                   DISPLAY "AR-ONACCOUNT: funcion invalida en "
                       "data/ar-acuenta-modo.cfg "
                       "(APLICAR/INFORME/REEMBOLS)."
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           PERFORM REGISTRAR-HISTORIAL.
           GOBACK.

       CARGAR-MODO.
           OPEN INPUT MODE-FILE.
           IF MODO-FILE-OK THEN
               READ MODE-FILE
                   NOT AT END MOVE AM-FUNCION TO WS-FUNCION
               END-READ
               CLOSE MODE-FILE
           ELSE
               DISPLAY "Funcion (APLICAR/INFORME/REEMBOLS):"
               ACCEPT WS-FUNCION
           END-IF.

       ABRIR-MOVIMIENTOS.
           OPEN EXTEND ON-ACCOUNT-LOG.
           IF NOT MOVIMIENTOS-OK THEN
               OPEN OUTPUT ON-ACCOUNT-LOG
               CLOSE ON-ACCOUNT-LOG
               OPEN EXTEND ON-ACCOUNT-LOG
           END-IF.

      *> Aplicacion automatica: el ingreso a cuenta mas viejo del
      *> cliente cancela primero su partida abierta de vencimiento
      *> mas antiguo, y asi hasta agotar uno u otro.
       APLICAR-SALDOS-A-CUENTA.
           OPEN I-O ON-ACCOUNT-FILE.
           IF NOT ACUENTA-OK THEN
               DISPLAY "AR-ONACCOUNT: no hay libro a cuenta, "
                   "estado " WS-ESTADO-ACUENTA
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O OPEN-ITEM-MASTER.
           IF NOT ABIERTOS-OK THEN
               DISPLAY "AR-ONACCOUNT: no se pudo abrir el maestro "
                   "de partidas, estado " WS-ESTADO-ABIERTOS
               CLOSE ON-ACCOUNT-FILE
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           PERFORM ABRIR-MOVIMIENTOS.
           OPEN EXTEND COLLECTION-LOG.
           IF NOT COBROS-OK THEN
               OPEN OUTPUT COLLECTION-LOG
               CLOSE COLLECTION-LOG
               OPEN EXTEND COLLECTION-LOG
           END-IF.
           PERFORM CARGAR-INGRESOS-CON-SALDO.
           MOVE 1 TO WS-PRIMER-ING.
           PERFORM UNTIL WS-PRIMER-ING > WS-NUM-INGRESOS
               MOVE WS-ING-CLIENTE(WS-PRIMER-ING) TO
                   WS-CLIENTE-ACTUAL
               MOVE WS-PRIMER-ING TO WS-ULTIMO-ING
               PERFORM UNTIL WS-ULTIMO-ING >= WS-NUM-INGRESOS
                   OR WS-ING-CLIENTE(WS-ULTIMO-ING + 1) NOT =
                       WS-CLIENTE-ACTUAL
                   ADD 1 TO WS-ULTIMO-ING
               END-PERFORM
               PERFORM APLICAR-CLIENTE
               COMPUTE WS-PRIMER-ING = WS-ULTIMO-ING + 1
           END-PERFORM.
           CLOSE ON-ACCOUNT-FILE.
           CLOSE OPEN-ITEM-MASTER.
           CLOSE ON-ACCOUNT-LOG.
           CLOSE COLLECTION-LOG.
           DISPLAY "Aplicaciones          : " WS-TOT-APLICACIONES.
           DISPLAY "Monto aplicado        : " WS-TOT-MONTO-APLICADO.
           DISPLAY "Partidas canceladas   : "
               WS-TOT-PARTIDAS-CANCELADAS.
           IF (INGRESOS-DESBORDADOS OR PARTIDAS-DESBORDADAS)
                   AND RETURN-CODE = 0 THEN
               MOVE 4 TO RETURN-CODE
           END-IF.

       CARGAR-INGRESOS-CON-SALDO.
           MOVE ZERO TO WS-NUM-INGRESOS.
           MOVE LOW-VALUES TO AC-CLAVE.
           START ON-ACCOUNT-FILE KEY >= AC-CLAVE
               INVALID KEY SET FIN-ACUENTA TO TRUE
           END-START.
           PERFORM UNTIL FIN-ACUENTA
               READ ON-ACCOUNT-FILE NEXT RECORD
                   AT END SET FIN-ACUENTA TO TRUE
                   NOT AT END
                       IF AC-ESTADO = "A" AND AC-SALDO > ZERO THEN
                           PERFORM GUARDAR-INGRESO
                       END-IF
               END-READ
           END-PERFORM.

       GUARDAR-INGRESO.
           IF WS-NUM-INGRESOS >= 500 THEN
               IF NOT INGRESOS-DESBORDADOS THEN
                   SET INGRESOS-DESBORDADOS TO TRUE
                   DISPLAY "AR-ONACCOUNT: mas de 500 ingresos a "
                       "cuenta con saldo, el resto queda para la "
                       "proxima corrida."
               END-IF
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NUM-INGRESOS.
           MOVE AC-CLIENTE TO WS-ING-CLIENTE(WS-NUM-INGRESOS).
           MOVE AC-SECUENCIA TO WS-ING-SECUENCIA(WS-NUM-INGRESOS).
           MOVE AC-SALDO TO WS-ING-SALDO(WS-NUM-INGRESOS).
           MOVE "N" TO WS-ING-CAMBIO(WS-NUM-INGRESOS).
           IF AC-EMPRESA = SPACES OR AC-EMPRESA = LOW-VALUES THEN
               MOVE "01" TO WS-ING-EMPRESA(WS-NUM-INGRESOS)
           ELSE
               MOVE AC-EMPRESA TO WS-ING-EMPRESA(WS-NUM-INGRESOS)
           END-IF.

       APLICAR-CLIENTE.
           PERFORM CARGAR-PARTIDAS-CLIENTE.
           IF WS-NUM-PARTIDAS = ZERO THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-IDX-ING FROM WS-PRIMER-ING BY 1
                   UNTIL WS-IDX-ING > WS-ULTIMO-ING
               PERFORM ELEGIR-PARTIDA-MAS-VIEJA
               PERFORM UNTIL WS-ING-SALDO(WS-IDX-ING) = ZERO
                       OR WS-PAR-ELEGIDA = ZERO
                   PERFORM APLICAR-INGRESO-A-PARTIDA
                   PERFORM ELEGIR-PARTIDA-MAS-VIEJA
               END-PERFORM
           END-PERFORM.
           PERFORM ACTUALIZAR-PARTIDAS-CLIENTE.
           PERFORM ACTUALIZAR-INGRESOS-CLIENTE.

      *> Vencimiento de cada partida (la fecha de lote si es
      *> anterior al vencimiento) para ordenar de la mas vieja a la
      *> mas nueva.
       CARGAR-PARTIDAS-CLIENTE.
           MOVE ZERO TO WS-NUM-PARTIDAS.
           MOVE "N" TO WS-FIN-ABIERTOS.
           MOVE WS-CLIENTE-ACTUAL TO AB-CLIENTE.
           START OPEN-ITEM-MASTER KEY = AB-CLIENTE
               INVALID KEY SET FIN-ABIERTOS TO TRUE
           END-START.
           PERFORM UNTIL FIN-ABIERTOS
               READ OPEN-ITEM-MASTER NEXT RECORD
                   AT END SET FIN-ABIERTOS TO TRUE
                   NOT AT END
                       IF AB-CLIENTE NOT = WS-CLIENTE-ACTUAL THEN
                           SET FIN-ABIERTOS TO TRUE
                       ELSE
                           IF AB-ESTADO = "A" AND AB-SALDO > ZERO
                                   AND NOT PARTIDA-NOTA-CREDITO
                               PERFORM GUARDAR-PARTIDA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *> Solo se aplica contra la parte no disputada de la partida;
      *> lo disputado queda aparte y se repone al reescribirla.
       GUARDAR-PARTIDA.
           IF AB-MONTO-DISPUTA NUMERIC
                   AND AB-MONTO-DISPUTA >= AB-SALDO THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-NUM-PARTIDAS >= 200 THEN
               IF NOT PARTIDAS-DESBORDADAS THEN
                   SET PARTIDAS-DESBORDADAS TO TRUE
                   DISPLAY "AR-ONACCOUNT: cliente " AB-CLIENTE
                       " con mas de 200 partidas abiertas, se "
                       "aplica a las primeras."
               END-IF
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NUM-PARTIDAS.
           MOVE AB-FACTURA TO WS-PAR-FACTURA(WS-NUM-PARTIDAS).
           IF AB-FECHA-VENCE NUMERIC AND AB-FECHA-VENCE > ZERO THEN
               MOVE AB-FECHA-VENCE TO WS-PAR-FECHA(WS-NUM-PARTIDAS)
           ELSE
               MOVE AB-FECHA-LOTE TO WS-PAR-FECHA(WS-NUM-PARTIDAS)
           END-IF.
           IF AB-MONTO-DISPUTA NUMERIC THEN
               MOVE AB-MONTO-DISPUTA TO WS-PAR-DISPUTA(WS-NUM-PARTIDAS)
           ELSE
               MOVE ZERO TO WS-PAR-DISPUTA(WS-NUM-PARTIDAS)
           END-IF.
           COMPUTE WS-PAR-SALDO(WS-NUM-PARTIDAS) =
               AB-SALDO - WS-PAR-DISPUTA(WS-NUM-PARTIDAS).
           MOVE "N" TO WS-PAR-CAMBIO(WS-NUM-PARTIDAS).
           MOVE ZERO TO WS-PAR-APLICADO(WS-NUM-PARTIDAS).
           IF AB-EMPRESA = SPACES OR AB-EMPRESA = LOW-VALUES THEN
               MOVE "01" TO WS-PAR-EMPRESA(WS-NUM-PARTIDAS)
           ELSE
               MOVE AB-EMPRESA TO WS-PAR-EMPRESA(WS-NUM-PARTIDAS)
           END-IF.

      *> Solo compiten las partidas de la empresa del ingreso.
       ELEGIR-PARTIDA-MAS-VIEJA.
           MOVE ZERO TO WS-PAR-ELEGIDA.
           PERFORM VARYING WS-IDX-PAR FROM 1 BY 1
                   UNTIL WS-IDX-PAR > WS-NUM-PARTIDAS
               IF WS-PAR-SALDO(WS-IDX-PAR) > ZERO
                       AND WS-PAR-EMPRESA(WS-IDX-PAR) =
                           WS-ING-EMPRESA(WS-IDX-ING) THEN
                   IF WS-PAR-ELEGIDA = ZERO THEN
                       MOVE WS-IDX-PAR TO WS-PAR-ELEGIDA
                   ELSE
                       IF WS-PAR-FECHA(WS-IDX-PAR) <
                               WS-PAR-FECHA(WS-PAR-ELEGIDA) THEN
                           MOVE WS-IDX-PAR TO WS-PAR-ELEGIDA
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       APLICAR-INGRESO-A-PARTIDA.
           IF WS-ING-SALDO(WS-IDX-ING) <
                   WS-PAR-SALDO(WS-PAR-ELEGIDA) THEN
               MOVE WS-ING-SALDO(WS-IDX-ING) TO WS-MONTO-APLICAR
           ELSE
               MOVE WS-PAR-SALDO(WS-PAR-ELEGIDA) TO WS-MONTO-APLICAR
           END-IF.
           SUBTRACT WS-MONTO-APLICAR FROM WS-ING-SALDO(WS-IDX-ING).
           SUBTRACT WS-MONTO-APLICAR FROM
               WS-PAR-SALDO(WS-PAR-ELEGIDA).
           ADD WS-MONTO-APLICAR TO WS-PAR-APLICADO(WS-PAR-ELEGIDA).
           MOVE "S" TO WS-ING-CAMBIO(WS-IDX-ING).
           MOVE "S" TO WS-PAR-CAMBIO(WS-PAR-ELEGIDA).
           ADD 1 TO WS-TOT-APLICACIONES.
           ADD WS-MONTO-APLICAR TO WS-TOT-MONTO-APLICADO.
           MOVE "APLICA" TO MV-TIPO.
           MOVE WS-ING-CLIENTE(WS-IDX-ING) TO MV-CLIENTE.
           MOVE WS-ING-SECUENCIA(WS-IDX-ING) TO MV-SECUENCIA.
           MOVE WS-PAR-FACTURA(WS-PAR-ELEGIDA) TO MV-FACTURA.
           MOVE WS-MONTO-APLICAR TO MV-MONTO.
           MOVE "Aplicacion automat." TO MV-REFERENCIA.
           PERFORM ESCRIBIR-MOVIMIENTO.

       ACTUALIZAR-PARTIDAS-CLIENTE.
           PERFORM VARYING WS-IDX-PAR FROM 1 BY 1
                   UNTIL WS-IDX-PAR > WS-NUM-PARTIDAS
               IF WS-PAR-CAMBIO(WS-IDX-PAR) = "S" THEN
                   MOVE WS-PAR-FACTURA(WS-IDX-PAR) TO AB-FACTURA
                   READ OPEN-ITEM-MASTER
                       INVALID KEY
                           DISPLAY "AR-ONACCOUNT: factura "
                               AB-FACTURA " desaparecio del maestro"
                       NOT INVALID KEY
                           PERFORM REESCRIBIR-PARTIDA
                   END-READ
               END-IF
           END-PERFORM.

       REESCRIBIR-PARTIDA.
           COMPUTE AB-SALDO = WS-PAR-SALDO(WS-IDX-PAR)
               + WS-PAR-DISPUTA(WS-IDX-PAR).
           MOVE WS-FECHA-PROCESO TO AB-FECHA-ULT-PAGO.
           IF AB-SALDO = ZERO THEN
               MOVE "C" TO AB-ESTADO
               ADD 1 TO WS-TOT-PARTIDAS-CANCELADAS
           END-IF.
           PERFORM RECALCULAR-SALDO-MONEDA.
           REWRITE OPEN-ITEM-RECORD
               INVALID KEY
                   DISPLAY "AR-ONACCOUNT: no se pudo actualizar la "
                       "factura " AB-FACTURA
               NOT INVALID KEY
                   PERFORM REGISTRAR-COBRO
           END-REWRITE.

      *> Lo aplicado en la corrida a la partida, con origen A. Se
      *> aplica a la tasa de registro: no hay diferencia de cambio.
       REGISTRAR-COBRO.
           MOVE FUNCTION CURRENT-DATE(1:15) TO CB-FECHA-HORA.
           MOVE AB-FACTURA TO CB-FACTURA.
           MOVE AB-CLIENTE TO CB-CLIENTE.
           MOVE WS-PAR-APLICADO(WS-IDX-PAR) TO CB-MONTO.
           MOVE WS-FECHA-PROCESO TO CB-FECHA-VALOR.
           MOVE "A" TO CB-ORIGEN.
           MOVE AB-MONEDA TO CB-MONEDA.
           IF AB-MONEDA = SPACES THEN
               MOVE WS-PAR-APLICADO(WS-IDX-PAR) TO CB-MONTO-MONEDA
           ELSE
               COMPUTE CB-MONTO-MONEDA ROUNDED =
                   WS-PAR-APLICADO(WS-IDX-PAR) / AB-TASA-REGISTRO
           END-IF.
           MOVE ZERO TO CB-DIF-CAMBIO.
           WRITE COLLECTION-LOG-RECORD.

      *> El dinero a cuenta esta en moneda base: en una partida en
      *> moneda extranjera se aplica a su tasa de registro, y el
      *> saldo en moneda del cliente sigue al saldo en moneda base.
       RECALCULAR-SALDO-MONEDA.
           IF AB-TASA-REGISTRO NOT NUMERIC
                   OR AB-TASA-REGISTRO = ZERO THEN
               MOVE SPACES TO AB-MONEDA
               MOVE 1 TO AB-TASA-REGISTRO
               MOVE AB-MONTO-ORIGINAL TO AB-MONTO-MONEDA
               MOVE ZERO TO AB-TASA-REVAL
           END-IF.
           IF AB-SALDO = ZERO THEN
               MOVE ZERO TO AB-SALDO-MONEDA
           ELSE
               COMPUTE AB-SALDO-MONEDA ROUNDED =
                   AB-SALDO / AB-TASA-REGISTRO
           END-IF.

       ACTUALIZAR-INGRESOS-CLIENTE.
           PERFORM VARYING WS-IDX-ING FROM WS-PRIMER-ING BY 1
                   UNTIL WS-IDX-ING > WS-ULTIMO-ING
               IF WS-ING-CAMBIO(WS-IDX-ING) = "S" THEN
                   MOVE WS-ING-CLIENTE(WS-IDX-ING) TO AC-CLIENTE
                   MOVE WS-ING-SECUENCIA(WS-IDX-ING) TO AC-SECUENCIA
                   READ ON-ACCOUNT-FILE
                       INVALID KEY
                           DISPLAY "AR-ONACCOUNT: ingreso " AC-CLAVE
                               " desaparecio del libro"
                       NOT INVALID KEY
                           MOVE WS-ING-SALDO(WS-IDX-ING) TO AC-SALDO
                           PERFORM REESCRIBIR-INGRESO
                   END-READ
               END-IF
           END-PERFORM.

       REESCRIBIR-INGRESO.
           IF AC-SALDO = ZERO THEN
               MOVE "C" TO AC-ESTADO
           END-IF.
           REWRITE ON-ACCOUNT-RECORD
               INVALID KEY
                   DISPLAY "AR-ONACCOUNT: no se pudo actualizar el "
                       "ingreso " AC-CLAVE
           END-REWRITE.

      *> Saldos a cuenta por cliente, con la antiguedad contada
      *> desde la fecha en que llego cada ingreso.
       INFORMAR-SALDOS-A-CUENTA.
           OPEN INPUT ON-ACCOUNT-FILE.
           OPEN OUTPUT ON-ACCOUNT-REPORT.
           MOVE SPACES TO ON-ACCOUNT-REPORT-RECORD.
           STRING "DINERO A CUENTA POR CLIENTE  fecha "
               WS-FECHA-PROCESO
               DELIMITED BY SIZE INTO ON-ACCOUNT-REPORT-RECORD.
           WRITE ON-ACCOUNT-REPORT-RECORD.
           MOVE SPACES TO ON-ACCOUNT-REPORT-RECORD.
           MOVE "Cliente          0-30         31-60         61-90"
               & "           90+         Total" TO
               ON-ACCOUNT-REPORT-RECORD.
           WRITE ON-ACCOUNT-REPORT-RECORD.
           IF ACUENTA-OK THEN
               MOVE LOW-VALUES TO AC-CLAVE
               START ON-ACCOUNT-FILE KEY >= AC-CLAVE
                   INVALID KEY SET FIN-ACUENTA TO TRUE
               END-START
               PERFORM UNTIL FIN-ACUENTA
                   READ ON-ACCOUNT-FILE NEXT RECORD
                       AT END SET FIN-ACUENTA TO TRUE
                       NOT AT END
                           IF AC-ESTADO = "A" AND AC-SALDO > ZERO
                               PERFORM ACUMULAR-INGRESO-INFORME
                           END-IF
                   END-READ
               END-PERFORM
               PERFORM ESCRIBIR-CLIENTE-INFORME
               CLOSE ON-ACCOUNT-FILE
           END-IF.
           MOVE WS-TOT-B030 TO WS-MONTO-EDIT.
           MOVE WS-TOT-B3160 TO WS-MONTO-EDIT-2.
           MOVE WS-TOT-B6190 TO WS-MONTO-EDIT-3.
           MOVE WS-TOT-B90MAS TO WS-MONTO-EDIT-4.
           COMPUTE WS-DISPONIBLE = WS-TOT-B030 + WS-TOT-B3160
               + WS-TOT-B6190 + WS-TOT-B90MAS.
           MOVE WS-DISPONIBLE TO WS-MONTO-EDIT-5.
           MOVE SPACES TO ON-ACCOUNT-REPORT-RECORD.
           STRING "TOTAL  " WS-MONTO-EDIT " " WS-MONTO-EDIT-2
               " " WS-MONTO-EDIT-3 " " WS-MONTO-EDIT-4
               " " WS-MONTO-EDIT-5
               DELIMITED BY SIZE INTO ON-ACCOUNT-REPORT-RECORD.
           WRITE ON-ACCOUNT-REPORT-RECORD.
           CLOSE ON-ACCOUNT-REPORT.
           DISPLAY "Clientes con saldo a cuenta: "
               WS-TOT-CLIENTES-INFORME.

       ACUMULAR-INGRESO-INFORME.
           IF AC-CLIENTE NOT = WS-INF-CLIENTE THEN
               PERFORM ESCRIBIR-CLIENTE-INFORME
               MOVE AC-CLIENTE TO WS-INF-CLIENTE
               SET HAY-CLIENTE-INFORME TO TRUE
           END-IF.
           ADD 1 TO WS-INF-INGRESOS.
           COMPUTE WS-DIAS-INGRESO =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-PROCESO)
               - FUNCTION INTEGER-OF-DATE(AC-FECHA).
           EVALUATE TRUE
               WHEN WS-DIAS-INGRESO <= 30
                   ADD AC-SALDO TO WS-INF-B030
                   ADD AC-SALDO TO WS-TOT-B030
               WHEN WS-DIAS-INGRESO <= 60
                   ADD AC-SALDO TO WS-INF-B3160
                   ADD AC-SALDO TO WS-TOT-B3160
               WHEN WS-DIAS-INGRESO <= 90
                   ADD AC-SALDO TO WS-INF-B6190
                   ADD AC-SALDO TO WS-TOT-B6190
               WHEN OTHER
                   ADD AC-SALDO TO WS-INF-B90MAS
                   ADD AC-SALDO TO WS-TOT-B90MAS
           END-EVALUATE.

       ESCRIBIR-CLIENTE-INFORME.
           IF NOT HAY-CLIENTE-INFORME THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-TOT-CLIENTES-INFORME.
           MOVE WS-INF-B030 TO WS-MONTO-EDIT.
           MOVE WS-INF-B3160 TO WS-MONTO-EDIT-2.
           MOVE WS-INF-B6190 TO WS-MONTO-EDIT-3.
           MOVE WS-INF-B90MAS TO WS-MONTO-EDIT-4.
           COMPUTE WS-DISPONIBLE = WS-INF-B030 + WS-INF-B3160
               + WS-INF-B6190 + WS-INF-B90MAS.
           MOVE WS-DISPONIBLE TO WS-MONTO-EDIT-5.
           MOVE SPACES TO ON-ACCOUNT-REPORT-RECORD.
           STRING WS-INF-CLIENTE " " WS-MONTO-EDIT " "
               WS-MONTO-EDIT-2 " " WS-MONTO-EDIT-3 " "
               WS-MONTO-EDIT-4 " " WS-MONTO-EDIT-5
               " (" WS-INF-INGRESOS " ingresos)"
               DELIMITED BY SIZE INTO ON-ACCOUNT-REPORT-RECORD.
           WRITE ON-ACCOUNT-REPORT-RECORD.
           INITIALIZE WS-CLIENTE-INFORME.
           MOVE "N" TO WS-HAY-CLIENTE-INFORME.

      *> Un reembolso se paga solo si el cliente tiene saldo a
      *> cuenta suficiente; consume los ingresos del mas viejo al
      *> mas nuevo, dejando un movimiento por cada uno.
       PROCESAR-REEMBOLSOS.
           OPEN INPUT REFUND-FILE.
           IF NOT REEMBOLSOS-OK THEN
               DISPLAY "AR-ONACCOUNT: no hay data/ar-reembolsos.dat "
                   "que procesar."
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O ON-ACCOUNT-FILE.
           IF NOT ACUENTA-OK THEN
               DISPLAY "AR-ONACCOUNT: no hay libro a cuenta, "
                   "estado " WS-ESTADO-ACUENTA
               CLOSE REFUND-FILE
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           PERFORM ABRIR-MOVIMIENTOS.
           PERFORM UNTIL FIN-REEMBOLSOS
               READ REFUND-FILE
                   AT END SET FIN-REEMBOLSOS TO TRUE
                   NOT AT END PERFORM PROCESAR-REEMBOLSO
               END-READ
           END-PERFORM.
           CLOSE REFUND-FILE.
           CLOSE ON-ACCOUNT-FILE.
           CLOSE ON-ACCOUNT-LOG.
           DISPLAY "Reembolsos pagados    : " WS-TOT-REEMBOLSOS.
           DISPLAY "Monto reembolsado     : "
               WS-TOT-MONTO-REEMBOLSADO.
           DISPLAY "Reembolsos rechazados : "
               WS-TOT-REEMBOLSOS-RECHAZADOS.
           IF WS-TOT-REEMBOLSOS-RECHAZADOS > ZERO
                   AND RETURN-CODE = 0 THEN
               MOVE 4 TO RETURN-CODE
           END-IF.

       PROCESAR-REEMBOLSO.
           IF RE-CLIENTE NOT NUMERIC OR RE-MONTO NOT NUMERIC
                   OR RE-MONTO = ZERO THEN
               DISPLAY "AR-ONACCOUNT: reembolso invalido "
                   REFUND-RECORD
               ADD 1 TO WS-TOT-REEMBOLSOS-RECHAZADOS
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-DISPONIBLE.
           PERFORM POSICIONAR-CLIENTE-REEMBOLSO.
           PERFORM UNTIL FIN-ACUENTA
               READ ON-ACCOUNT-FILE NEXT RECORD
                   AT END SET FIN-ACUENTA TO TRUE
                   NOT AT END
                       IF AC-CLIENTE NOT = RE-CLIENTE THEN
                           SET FIN-ACUENTA TO TRUE
                       ELSE
                           IF AC-ESTADO = "A" THEN
                               ADD AC-SALDO TO WS-DISPONIBLE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-DISPONIBLE < RE-MONTO THEN
               DISPLAY "AR-ONACCOUNT: reembolso de " RE-MONTO
                   " al cliente " RE-CLIENTE " excede su saldo a "
                   "cuenta " WS-DISPONIBLE ", rechazado."
               ADD 1 TO WS-TOT-REEMBOLSOS-RECHAZADOS
               EXIT PARAGRAPH
           END-IF.
           MOVE RE-MONTO TO WS-PENDIENTE.
           PERFORM POSICIONAR-CLIENTE-REEMBOLSO.
           PERFORM UNTIL FIN-ACUENTA OR WS-PENDIENTE = ZERO
               READ ON-ACCOUNT-FILE NEXT RECORD
                   AT END SET FIN-ACUENTA TO TRUE
                   NOT AT END
                       IF AC-CLIENTE NOT = RE-CLIENTE THEN
                           SET FIN-ACUENTA TO TRUE
                       ELSE
                           IF AC-ESTADO = "A" AND AC-SALDO > ZERO
                               PERFORM REEMBOLSAR-INGRESO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           ADD 1 TO WS-TOT-REEMBOLSOS.
           ADD RE-MONTO TO WS-TOT-MONTO-REEMBOLSADO.

       POSICIONAR-CLIENTE-REEMBOLSO.
           MOVE "N" TO WS-FIN-ACUENTA.
           MOVE RE-CLIENTE TO AC-CLIENTE.
           MOVE ZERO TO AC-SECUENCIA.
           START ON-ACCOUNT-FILE KEY >= AC-CLAVE
               INVALID KEY SET FIN-ACUENTA TO TRUE
           END-START.

       REEMBOLSAR-INGRESO.
           IF AC-SALDO < WS-PENDIENTE THEN
               MOVE AC-SALDO TO WS-MONTO-APLICAR
           ELSE
               MOVE WS-PENDIENTE TO WS-MONTO-APLICAR
           END-IF.
           SUBTRACT WS-MONTO-APLICAR FROM AC-SALDO.
           SUBTRACT WS-MONTO-APLICAR FROM WS-PENDIENTE.
           PERFORM REESCRIBIR-INGRESO.
           MOVE "REEMBOLS" TO MV-TIPO.
           MOVE AC-CLIENTE TO MV-CLIENTE.
           MOVE AC-SECUENCIA TO MV-SECUENCIA.
           MOVE ZERO TO MV-FACTURA.
           MOVE WS-MONTO-APLICAR TO MV-MONTO.
           MOVE RE-REFERENCIA TO MV-REFERENCIA.
           PERFORM ESCRIBIR-MOVIMIENTO.

       ESCRIBIR-MOVIMIENTO.
           MOVE FUNCTION CURRENT-DATE(1:15) TO MV-FECHA-HORA.
           MOVE "AR-ONACCOUNT" TO MV-PROGRAMA.
           IF OPERADOR-ACTUAL = SPACES
                   OR OPERADOR-ACTUAL = LOW-VALUES THEN
               MOVE "BATCH" TO MV-OPERADOR
           ELSE
               MOVE OPERADOR-ACTUAL TO MV-OPERADOR
           END-IF.
           WRITE ON-ACCOUNT-MOVEMENT.

       REGISTRAR-HISTORIAL.
           OPEN EXTEND RUN-HISTORY-LOG.
           IF NOT HIST-OK THEN
               OPEN OUTPUT RUN-HISTORY-LOG
               CLOSE RUN-HISTORY-LOG
               OPEN EXTEND RUN-HISTORY-LOG
           END-IF.
           MOVE "AR-ONACCOUNT" TO RH-PROGRAMA.
           MOVE FUNCTION CURRENT-DATE(1:15) TO RH-FECHA-HORA.
           IF RETURN-CODE = 0 THEN
               MOVE "OK" TO RH-RESULTADO
           ELSE
               MOVE "CON AVISOS" TO RH-RESULTADO
           END-IF.
           IF OPERADOR-ACTUAL = SPACES
                   OR OPERADOR-ACTUAL = LOW-VALUES THEN
               MOVE "BATCH" TO RH-OPERADOR
           ELSE
               MOVE OPERADOR-ACTUAL TO RH-OPERADOR
           END-IF.
           WRITE RUN-HISTORY-RECORD.
           CLOSE RUN-HISTORY-LOG.
       END PROGRAM AR-ONACCOUNT.
