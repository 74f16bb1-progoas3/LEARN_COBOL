      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AR-STATEMENT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPEN-ITEM-MASTER ASSIGN TO "data/ar-abiertos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AB-FACTURA
               ALTERNATE RECORD KEY IS AB-CLIENTE WITH DUPLICATES
               FILE STATUS IS WS-ESTADO-ABIERTOS.
           SELECT COLLECTION-LOG ASSIGN TO "data/ar-cobros.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-COBROS.
           SELECT ON-ACCOUNT-FILE ASSIGN TO "data/ar-acuenta.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AC-CLAVE
               FILE STATUS IS WS-ESTADO-ACUENTA.
           SELECT ON-ACCOUNT-LOG ASSIGN TO "data/ar-acuenta-mov.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-MOVIMIENTOS.
           SELECT CUSTOMER-MASTER ASSIGN TO "data/first-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-NUMERO
               ALTERNATE RECORD KEY IS CM-NOMBRE WITH DUPLICATES
               FILE STATUS IS WS-ESTADO-CLIENTES.
           SELECT PERIOD-FILE ASSIGN TO "data/ar-estado-cuenta.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-PERIODO.
           SELECT STATEMENT-FILE ASSIGN TO
                   "data/ar-estados-cuenta.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TOTALS-WORK-FILE ASSIGN TO DYNAMIC WS-NOMBRE-TOTALES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ET-CLIENTE
               FILE STATUS IS WS-ESTADO-TOTALES.
           SELECT MOVES-WORK-FILE ASSIGN TO DYNAMIC WS-NOMBRE-MOVS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-CLAVE
               FILE STATUS IS WS-ESTADO-MOVS.
           SELECT RUN-HISTORY-LOG ASSIGN TO "data/run-history.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-HIST.
       DATA DIVISION.
       FILE SECTION.
       FD  OPEN-ITEM-MASTER.
       01  OPEN-ITEM-RECORD.
           COPY ARITEM.

       FD  COLLECTION-LOG.
       01  COLLECTION-LOG-RECORD.
           COPY ARCOBRO.

       FD  ON-ACCOUNT-FILE.
       01  ON-ACCOUNT-RECORD.
           COPY ACUENTA.

       FD  ON-ACCOUNT-LOG.
       01  ON-ACCOUNT-LOG-RECORD.
           COPY ACMOV.

       FD  CUSTOMER-MASTER.
       01  CUSTOMER-RECORD.
           COPY CLIENTE.

      *> Periodo del estado de cuenta (desde/hasta AAAAMMDD). Sin
      *> archivo o en cero se toma del primero del mes a hoy.
       FD  PERIOD-FILE.
       01  PERIOD-RECORD.
           05 EC-DESDE PIC 9(8).
           05 EC-HASTA PIC 9(8).

       FD  STATEMENT-FILE.
       01  STATEMENT-RECORD PIC X(100).

      *> Trabajo de la corrida, por cliente titular del estado (el
      *> cliente o, si consolida, su cuenta madre): deuda abierta y
      *> su antiguedad (mismos cortes que AR-AGING), saldo a cuenta,
      *> cargos y creditos del periodo y el neto de lo ocurrido
      *> despues del cierre.
       FD  TOTALS-WORK-FILE.
       01  TOTALS-RECORD.
           05 ET-CLIENTE PIC 9(6).
           05 ET-DEUDA PIC 9(9)V99.
           05 ET-ACUENTA PIC 9(9)V99.
           05 ET-CARGOS PIC 9(9)V99.
           05 ET-CREDITOS PIC 9(9)V99.
           05 ET-POSTERIOR PIC S9(9)V99.
           05 ET-NOVENC PIC 9(9)V99.
           05 ET-B030 PIC 9(9)V99.
           05 ET-B3160 PIC 9(9)V99.
           05 ET-B6190 PIC 9(9)V99.
           05 ET-B90MAS PIC 9(9)V99.
           05 ET-MOVIMIENTOS PIC 9(6).

      *> Movimientos del periodo por titular y fecha; la secuencia
      *> deja los de una misma fecha en el orden en que se leyeron.
       FD  MOVES-WORK-FILE.
       01  MOVES-RECORD.
           05 EM-CLAVE.
               10 EM-CLIENTE PIC 9(6).
               10 EM-FECHA PIC 9(8).
               10 EM-SECUENCIA PIC 9(8).
           05 EM-SUCURSAL PIC 9(6).
           05 EM-CONCEPTO PIC X(10).
           05 EM-DOCUMENTO PIC 9(6).
           05 EM-MONTO PIC 9(9)V99.
           05 EM-LADO PIC X.

       FD  RUN-HISTORY-LOG.
           COPY RUNHIST.

       WORKING-STORAGE SECTION.
      *> Operador firmado en el menu; los programas llamados lo
      *> arrastran al historial de corridas.
       01  OPERADOR-ACTUAL PIC X(8) EXTERNAL.
           01 WS-ESTADO-HIST PIC XX VALUE "00".
               88 HIST-OK VALUE "00".
           01 WS-ESTADO-ABIERTOS PIC XX VALUE "00".
               88 ABIERTOS-OK VALUE "00".
           01 WS-ESTADO-COBROS PIC XX VALUE "00".
               88 COBROS-OK VALUE "00".
           01 WS-ESTADO-ACUENTA PIC XX VALUE "00".
               88 ACUENTA-OK VALUE "00".
           01 WS-ESTADO-MOVIMIENTOS PIC XX VALUE "00".
               88 MOVIMIENTOS-OK VALUE "00".
           01 WS-ESTADO-CLIENTES PIC XX VALUE "00".
               88 CLIENTES-OK VALUE "00".
           01 WS-ESTADO-PERIODO PIC XX VALUE "00".
               88 PERIODO-OK VALUE "00".
           01 WS-ESTADO-TOTALES PIC XX VALUE "00".
               88 TOTALES-OK VALUE "00".
           01 WS-ESTADO-MOVS PIC XX VALUE "00".
               88 MOVS-OK VALUE "00".
           01 WS-FIN-MOVS PIC X VALUE "N".
               88 FIN-MOVS VALUE "S".
           01 WS-NOMBRE-TOTALES PIC X(40)
               VALUE "data/ar-estados-totales.trabajo".
           01 WS-NOMBRE-MOVS PIC X(40)
               VALUE "data/ar-estados-movs.trabajo".
           01 WS-FIN-ARCHIVO PIC X VALUE "N".
               88 FIN-ARCHIVO VALUE "S".
           01 WS-MAESTRO-CLIENTES PIC X VALUE "N".
               88 MAESTRO-CLIENTES-ABIERTO VALUE "S".
           01 WS-FECHA-PROCESO PIC 9(8) VALUE ZERO.
           01 WS-FECHA-DESDE PIC 9(8) VALUE ZERO.
           01 WS-FECHA-HASTA PIC 9(8) VALUE ZERO.
           01 WS-FECHA-BASE PIC 9(8) VALUE ZERO.
           01 WS-DIAS-PARTIDA PIC S9(5) VALUE ZERO.
           01 WS-NOMBRE-CLIENTE PIC X(40) VALUE SPACES.
      *> Movimiento en armado: se registra en la tabla si cae en el
      *> periodo; si es posterior al cierre solo se acumula para
      *> llevar el saldo actual de vuelta a la fecha hasta.
           01 WS-MOVIMIENTO-ACTUAL.
               05 WS-ACT-CLIENTE PIC 9(6).
               05 WS-ACT-SUCURSAL PIC 9(6).
               05 WS-ACT-FECHA PIC 9(8).
               05 WS-ACT-CONCEPTO PIC X(10).
               05 WS-ACT-DOCUMENTO PIC 9(6).
               05 WS-ACT-MONTO PIC 9(9)V99.
               05 WS-ACT-LADO PIC X.
                   88 ACT-CARGO VALUE "D".
                   88 ACT-CREDITO VALUE "C".
      *> Lo leido para un cliente se acumula aca y se suma a los
      *> totales de su titular de una vez: al cortar de cliente en el
      *> maestro de partidas (que se recorre por la clave alterna de
      *> cliente, como en AR-AGING) o con cada registro de los logs.
           01 WS-CLIENTE-ACTUAL PIC 9(6) VALUE ZERO.
           01 WS-ACU-PENDIENTE PIC X VALUE "N".
               88 ACU-PENDIENTE VALUE "S".
           01 WS-TOTAL-EXISTE PIC X VALUE "N".
               88 TOTAL-EXISTE VALUE "S".
           01 WS-ACUMULADO.
               05 WS-ACU-TITULAR PIC 9(6).
               05 WS-ACU-DEUDA PIC 9(9)V99.
               05 WS-ACU-ACUENTA PIC 9(9)V99.
               05 WS-ACU-CARGOS PIC 9(9)V99.
               05 WS-ACU-CREDITOS PIC 9(9)V99.
               05 WS-ACU-POSTERIOR PIC S9(9)V99.
               05 WS-ACU-NOVENC PIC 9(9)V99.
               05 WS-ACU-B030 PIC 9(9)V99.
               05 WS-ACU-B3160 PIC 9(9)V99.
               05 WS-ACU-B6190 PIC 9(9)V99.
               05 WS-ACU-B90MAS PIC 9(9)V99.
               05 WS-ACU-MOVIMIENTOS PIC 9(6).
           01 WS-SECUENCIA-MOV PIC 9(8) VALUE ZERO.
      *> Sucursales que piden sus estados en la cuenta madre: sus
      *> movimientos y su deuda van al estado de la madre.
           01 WS-NUM-CONSOLIDA PIC 9(3) VALUE ZERO.
           01 WS-IDX-CON PIC 9(3) VALUE ZERO.
           01 WS-TABLA-CONSOLIDA.
               05 WS-CON OCCURS 300 TIMES.
                   10 WS-CON-SUCURSAL PIC 9(6).
                   10 WS-CON-MADRE PIC 9(6).
           01 WS-SUCURSAL-EDIT PIC X(11) VALUE SPACES.
           01 WS-SALDO-INICIAL PIC S9(9)V99 VALUE ZERO.
           01 WS-SALDO-FINAL PIC S9(9)V99 VALUE ZERO.
           01 WS-SALDO-CORRIDO PIC S9(9)V99 VALUE ZERO.
           01 WS-TOT-ESTADOS PIC 9(4) VALUE ZERO.
           01 WS-TOT-SUPRIMIDOS PIC 9(4) VALUE ZERO.
           01 WS-MONTO-EDIT PIC Z(9)9.99.
           01 WS-MONTO-EDIT-2 PIC Z(9)9.99.
           01 WS-MONTO-EDIT-3 PIC Z(9)9.99.
           01 WS-MONTO-EDIT-4 PIC Z(9)9.99.
           01 WS-MONTO-EDIT-5 PIC Z(9)9.99.
           01 WS-SALDO-EDIT PIC -(9)9.99.
           01 WS-DOCUMENTO-EDIT PIC X(6).
      *> Cada documento emitido queda en la bandeja de entrega
      *> (DOCOUTBOX) con la preferencia de canal del cliente.
           01 WS-DOC-FUNCION PIC X VALUE SPACE.
           01 WS-DOC-PROGRAMA PIC X(20) VALUE "AR-STATEMENT".
           01 WS-DOC-CLIENTE PIC 9(6) VALUE ZERO.
           01 WS-DOC-TIPO PIC X(10) VALUE "ESTADO-CTA".
           01 WS-DOC-ARCHIVO PIC X(30)
               VALUE "data/ar-estados-cuenta.dat".
           01 WS-DOC-REFERENCIA PIC X(12) VALUE SPACES.
           01 WS-DOC-LINEA PIC X(132) VALUE SPACES.
           01 WS-DOC-NUMERO PIC 9(8) VALUE ZERO.
           01 WS-TOT-DOCUMENTOS PIC 9(6) VALUE ZERO.
           01 WS-RC-GUARDA PIC S9(4) VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-PROCESO.
           PERFORM LEER-PERIODO.
           IF WS-FECHA-DESDE > WS-FECHA-HASTA THEN
               DISPLAY "AR-STATEMENT: periodo invalido "
                   WS-FECHA-DESDE " a " WS-FECHA-HASTA
               MOVE 8 TO RETURN-CODE
               PERFORM REGISTRAR-HISTORIAL
               GOBACK
           END-IF.
           OPEN INPUT OPEN-ITEM-MASTER.
           IF NOT ABIERTOS-OK THEN
               DISPLAY "AR-STATEMENT: no se pudo abrir el maestro de "
                   "partidas, estado " WS-ESTADO-ABIERTOS
               MOVE 8 TO RETURN-CODE
               PERFORM REGISTRAR-HISTORIAL
               GOBACK
           END-IF.
           PERFORM ABRIR-TRABAJO.
           IF NOT TOTALES-OK OR NOT MOVS-OK THEN
               DISPLAY "AR-STATEMENT: no se pudieron crear los "
                   "archivos de trabajo, estados " WS-ESTADO-TOTALES
                   " " WS-ESTADO-MOVS
               CLOSE OPEN-ITEM-MASTER
               MOVE 8 TO RETURN-CODE
               PERFORM REGISTRAR-HISTORIAL
               GOBACK
           END-IF.
           OPEN INPUT CUSTOMER-MASTER.
           IF CLIENTES-OK THEN
               SET MAESTRO-CLIENTES-ABIERTO TO TRUE
               PERFORM CARGAR-CONSOLIDACION
           END-IF.
           INITIALIZE WS-ACUMULADO.
           MOVE ZERO TO WS-CLIENTE-ACTUAL.
           MOVE "N" TO WS-FIN-ARCHIVO.
           MOVE ZERO TO AB-CLIENTE.
           START OPEN-ITEM-MASTER KEY >= AB-CLIENTE
               INVALID KEY SET FIN-ARCHIVO TO TRUE
           END-START.
           PERFORM UNTIL FIN-ARCHIVO
               READ OPEN-ITEM-MASTER NEXT RECORD
                   AT END SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF AB-CLIENTE NOT = WS-CLIENTE-ACTUAL THEN
                           PERFORM VOLCAR-ACUMULADO
                           MOVE AB-CLIENTE TO WS-CLIENTE-ACTUAL
                       END-IF
                       PERFORM PROCESAR-PARTIDA
               END-READ
           END-PERFORM.
           PERFORM VOLCAR-ACUMULADO.
           CLOSE OPEN-ITEM-MASTER.
           PERFORM LEER-COBROS.
           PERFORM LEER-SALDOS-A-CUENTA.
           PERFORM LEER-MOVIMIENTOS-A-CUENTA.
           CLOSE TOTALS-WORK-FILE.
           CLOSE MOVES-WORK-FILE.
           OPEN INPUT TOTALS-WORK-FILE.
           OPEN INPUT MOVES-WORK-FILE.
           OPEN OUTPUT STATEMENT-FILE.
           MOVE "N" TO WS-FIN-ARCHIVO.
           PERFORM UNTIL FIN-ARCHIVO
               READ TOTALS-WORK-FILE NEXT RECORD
                   AT END SET FIN-ARCHIVO TO TRUE
                   NOT AT END PERFORM EMITIR-ESTADO-CLIENTE
               END-READ
           END-PERFORM.
           CLOSE STATEMENT-FILE.
           CLOSE TOTALS-WORK-FILE.
           CLOSE MOVES-WORK-FILE.
           PERFORM BORRAR-TRABAJO.
           IF MAESTRO-CLIENTES-ABIERTO THEN
               CLOSE CUSTOMER-MASTER
           END-IF.
           DISPLAY "Estados de cuenta emitidos: " WS-TOT-ESTADOS.
           DISPLAY "Clientes sin saldo ni movimientos: "
               WS-TOT-SUPRIMIDOS.
           DISPLAY "Documentos a la bandeja de entrega: "
               WS-TOT-DOCUMENTOS.
           PERFORM REGISTRAR-HISTORIAL.
           GOBACK.

       LEER-PERIODO.
           MOVE ZERO TO WS-FECHA-DESDE.
           MOVE ZERO TO WS-FECHA-HASTA.
           OPEN INPUT PERIOD-FILE.
           IF PERIODO-OK THEN
               READ PERIOD-FILE
                   NOT AT END
                       IF EC-DESDE NUMERIC THEN
                           MOVE EC-DESDE TO WS-FECHA-DESDE
                       END-IF
                       IF EC-HASTA NUMERIC THEN
                           MOVE EC-HASTA TO WS-FECHA-HASTA
                       END-IF
               END-READ
               CLOSE PERIOD-FILE
           END-IF.
           IF WS-FECHA-HASTA = ZERO THEN
               MOVE WS-FECHA-PROCESO TO WS-FECHA-HASTA
           END-IF.
           IF WS-FECHA-DESDE = ZERO THEN
               MOVE WS-FECHA-HASTA TO WS-FECHA-DESDE
               MOVE "01" TO WS-FECHA-DESDE(7:2)
           END-IF.

      *> Los archivos de trabajo se crean vacios en cada corrida y
      *> quedan abiertos para ir sumando.
       ABRIR-TRABAJO.
           OPEN OUTPUT TOTALS-WORK-FILE.
           IF TOTALES-OK THEN
               CLOSE TOTALS-WORK-FILE
               OPEN I-O TOTALS-WORK-FILE
           END-IF.
           OPEN OUTPUT MOVES-WORK-FILE.
           IF MOVS-OK THEN
               CLOSE MOVES-WORK-FILE
               OPEN I-O MOVES-WORK-FILE
           END-IF.
           MOVE ZERO TO WS-SECUENCIA-MOV.

       BORRAR-TRABAJO.
           MOVE RETURN-CODE TO WS-RC-GUARDA.
           CALL "CBL_DELETE_FILE" USING WS-NOMBRE-TOTALES.
           CALL "CBL_DELETE_FILE" USING WS-NOMBRE-MOVS.
           MOVE WS-RC-GUARDA TO RETURN-CODE.

      *> Cada documento genera su movimiento en la fecha de lote:
      *> facturas e intereses como cargo, notas de credito como
      *> credito. Lo castigado se acredita en la fecha del castigo.
      *> La deuda abierta se clasifica por vencimiento a la fecha de
      *> proceso.
       PROCESAR-PARTIDA.
           MOVE AB-CLIENTE TO WS-ACT-CLIENTE.
           PERFORM TOMAR-TITULAR.
           IF AB-ESTADO = "A" AND AB-SALDO > ZERO
                   AND NOT PARTIDA-NOTA-CREDITO THEN
               PERFORM CLASIFICAR-DEUDA
           END-IF.
           MOVE AB-FECHA-LOTE TO WS-ACT-FECHA.
           MOVE AB-FACTURA TO WS-ACT-DOCUMENTO.
           MOVE AB-MONTO-ORIGINAL TO WS-ACT-MONTO.
           EVALUATE TRUE
               WHEN PARTIDA-NOTA-CREDITO
                   MOVE "NOTA CRED" TO WS-ACT-CONCEPTO
                   SET ACT-CREDITO TO TRUE
               WHEN PARTIDA-INTERES
                   MOVE "INTERESES" TO WS-ACT-CONCEPTO
                   SET ACT-CARGO TO TRUE
               WHEN OTHER
                   MOVE "FACTURA" TO WS-ACT-CONCEPTO
                   SET ACT-CARGO TO TRUE
           END-EVALUATE.
           PERFORM REGISTRAR-MOVIMIENTO.
           IF AB-ESTADO = "W" AND AB-SALDO > ZERO THEN
               MOVE AB-FECHA-ULT-PAGO TO WS-ACT-FECHA
               MOVE AB-SALDO TO WS-ACT-MONTO
               MOVE "CASTIGO" TO WS-ACT-CONCEPTO
               SET ACT-CREDITO TO TRUE
               PERFORM REGISTRAR-MOVIMIENTO
           END-IF.

       CLASIFICAR-DEUDA.
           IF AB-FECHA-VENCE NUMERIC AND AB-FECHA-VENCE > ZERO THEN
               MOVE AB-FECHA-VENCE TO WS-FECHA-BASE
           ELSE
               MOVE AB-FECHA-LOTE TO WS-FECHA-BASE
           END-IF.
           COMPUTE WS-DIAS-PARTIDA =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-PROCESO)
               - FUNCTION INTEGER-OF-DATE(WS-FECHA-BASE).
           ADD AB-SALDO TO WS-ACU-DEUDA.
           EVALUATE TRUE
               WHEN WS-DIAS-PARTIDA <= ZERO
                   ADD AB-SALDO TO WS-ACU-NOVENC
               WHEN WS-DIAS-PARTIDA <= 30
                   ADD AB-SALDO TO WS-ACU-B030
               WHEN WS-DIAS-PARTIDA <= 60
                   ADD AB-SALDO TO WS-ACU-B3160
               WHEN WS-DIAS-PARTIDA <= 90
                   ADD AB-SALDO TO WS-ACU-B6190
               WHEN OTHER
                   ADD AB-SALDO TO WS-ACU-B90MAS
           END-EVALUATE.

      *> Los pagos que AR-CASH aplico a partidas; el excedente de un
      *> sobrepago llega aparte como ingreso a cuenta. El dinero a
      *> cuenta que AR-ONACCOUNT aplica ya figuro como ingreso.
       LEER-COBROS.
           OPEN INPUT COLLECTION-LOG.
           IF NOT COBROS-OK THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIN-ARCHIVO.
           PERFORM UNTIL FIN-ARCHIVO
               READ COLLECTION-LOG
                   AT END SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF CB-ORIGEN NOT = "A" THEN
                           MOVE CB-CLIENTE TO WS-ACT-CLIENTE
                           PERFORM TOMAR-TITULAR
                           MOVE CB-FECHA-VALOR TO WS-ACT-FECHA
                           MOVE CB-FACTURA TO WS-ACT-DOCUMENTO
                           MOVE CB-MONTO TO WS-ACT-MONTO
                           MOVE "PAGO" TO WS-ACT-CONCEPTO
                           SET ACT-CREDITO TO TRUE
                           PERFORM REGISTRAR-MOVIMIENTO
                           PERFORM VOLCAR-ACUMULADO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE COLLECTION-LOG.

      *> El dinero a cuenta con saldo se descuenta de lo adeudado.
       LEER-SALDOS-A-CUENTA.
           OPEN INPUT ON-ACCOUNT-FILE.
           IF NOT ACUENTA-OK THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIN-ARCHIVO.
           PERFORM UNTIL FIN-ARCHIVO
               READ ON-ACCOUNT-FILE NEXT RECORD
                   AT END SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF AC-ESTADO = "A" AND AC-SALDO > ZERO THEN
                           MOVE AC-CLIENTE TO WS-ACT-CLIENTE
                           PERFORM TOMAR-TITULAR
                           ADD AC-SALDO TO WS-ACU-ACUENTA
                           PERFORM VOLCAR-ACUMULADO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ON-ACCOUNT-FILE.

      *> Del libro a cuenta solo mueven el saldo del cliente el cobro
      *> que AR-CASH no pudo aplicar (credito) y el reembolso
      *> (cargo). Las aplicaciones pasan dinero a cuenta a una
      *> factura sin cambiar el saldo, y el remanente de una nota de
      *> credito ya figura con la nota.
       LEER-MOVIMIENTOS-A-CUENTA.
           OPEN INPUT ON-ACCOUNT-LOG.
           IF NOT MOVIMIENTOS-OK THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIN-ARCHIVO.
           PERFORM UNTIL FIN-ARCHIVO
               READ ON-ACCOUNT-LOG
                   AT END SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       PERFORM PROCESAR-MOVIMIENTO-A-CUENTA
               END-READ
           END-PERFORM.
           CLOSE ON-ACCOUNT-LOG.

       PROCESAR-MOVIMIENTO-A-CUENTA.
           EVALUATE TRUE
               WHEN MV-TIPO = "INGRESO" AND MV-PROGRAMA = "AR-CASH"
                   MOVE "A CUENTA" TO WS-ACT-CONCEPTO
                   SET ACT-CREDITO TO TRUE
               WHEN MV-TIPO = "REEMBOLS"
                   MOVE "REEMBOLSO" TO WS-ACT-CONCEPTO
                   SET ACT-CARGO TO TRUE
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE.
           MOVE MV-CLIENTE TO WS-ACT-CLIENTE.
           PERFORM TOMAR-TITULAR.
           MOVE MV-FECHA-HORA(1:8) TO WS-ACT-FECHA.
           MOVE MV-FACTURA TO WS-ACT-DOCUMENTO.
           MOVE MV-MONTO TO WS-ACT-MONTO.
           PERFORM REGISTRAR-MOVIMIENTO.
           PERFORM VOLCAR-ACUMULADO.

      *> Movimiento del periodo: al archivo de movimientos y a lo
      *> acumulado del cliente. Posterior al cierre: solo al neto
      *> posterior (los cargos suman saldo, los creditos lo restan).
       REGISTRAR-MOVIMIENTO.
           IF WS-ACT-FECHA > WS-FECHA-HASTA THEN
               IF ACT-CARGO THEN
                   ADD WS-ACT-MONTO TO WS-ACU-POSTERIOR
               ELSE
                   SUBTRACT WS-ACT-MONTO FROM WS-ACU-POSTERIOR
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF WS-ACT-FECHA < WS-FECHA-DESDE THEN
               EXIT PARAGRAPH
           END-IF.
           IF ACT-CARGO THEN
               ADD WS-ACT-MONTO TO WS-ACU-CARGOS
           ELSE
               ADD WS-ACT-MONTO TO WS-ACU-CREDITOS
           END-IF.
           ADD 1 TO WS-ACU-MOVIMIENTOS.
           ADD 1 TO WS-SECUENCIA-MOV.
           MOVE WS-ACT-CLIENTE TO EM-CLIENTE.
           MOVE WS-ACT-FECHA TO EM-FECHA.
           MOVE WS-SECUENCIA-MOV TO EM-SECUENCIA.
           MOVE WS-ACT-SUCURSAL TO EM-SUCURSAL.
           MOVE WS-ACT-CONCEPTO TO EM-CONCEPTO.
           MOVE WS-ACT-DOCUMENTO TO EM-DOCUMENTO.
           MOVE WS-ACT-MONTO TO EM-MONTO.
           MOVE WS-ACT-LADO TO EM-LADO.
           WRITE MOVES-RECORD
               INVALID KEY
                   DISPLAY "AR-STATEMENT: no se pudo grabar el "
                       "movimiento " EM-CLAVE ", estado "
                       WS-ESTADO-MOVS
                   MOVE 8 TO RETURN-CODE
           END-WRITE.

      *> El estado es del cliente del registro o, si consolida, de
      *> su cuenta madre; la sucursal de origen queda en el
      *> movimiento.
       TOMAR-TITULAR.
           MOVE WS-ACT-CLIENTE TO WS-ACT-SUCURSAL.
           PERFORM VARYING WS-IDX-CON FROM 1 BY 1
                   UNTIL WS-IDX-CON > WS-NUM-CONSOLIDA
               IF WS-CON-SUCURSAL(WS-IDX-CON) = WS-ACT-SUCURSAL THEN
                   MOVE WS-CON-MADRE(WS-IDX-CON) TO WS-ACT-CLIENTE
               END-IF
           END-PERFORM.
           MOVE WS-ACT-CLIENTE TO WS-ACU-TITULAR.
           SET ACU-PENDIENTE TO TRUE.

      *> Lo acumulado pasa a los totales del titular: se crean la
      *> primera vez que aparece y se suman las siguientes.
       VOLCAR-ACUMULADO.
           IF NOT ACU-PENDIENTE THEN
               EXIT PARAGRAPH
           END-IF.
           SET TOTAL-EXISTE TO TRUE.
           MOVE WS-ACU-TITULAR TO ET-CLIENTE.
           READ TOTALS-WORK-FILE
               INVALID KEY MOVE "N" TO WS-TOTAL-EXISTE
           END-READ.
           IF NOT TOTAL-EXISTE THEN
               INITIALIZE TOTALS-RECORD
               MOVE WS-ACU-TITULAR TO ET-CLIENTE
           END-IF.
           ADD WS-ACU-DEUDA TO ET-DEUDA.
           ADD WS-ACU-ACUENTA TO ET-ACUENTA.
           ADD WS-ACU-CARGOS TO ET-CARGOS.
           ADD WS-ACU-CREDITOS TO ET-CREDITOS.
           ADD WS-ACU-POSTERIOR TO ET-POSTERIOR.
           ADD WS-ACU-NOVENC TO ET-NOVENC.
           ADD WS-ACU-B030 TO ET-B030.
           ADD WS-ACU-B3160 TO ET-B3160.
           ADD WS-ACU-B6190 TO ET-B6190.
           ADD WS-ACU-B90MAS TO ET-B90MAS.
           ADD WS-ACU-MOVIMIENTOS TO ET-MOVIMIENTOS.
           IF TOTAL-EXISTE THEN
               REWRITE TOTALS-RECORD
           ELSE
               WRITE TOTALS-RECORD
           END-IF.
           IF NOT TOTALES-OK THEN
               DISPLAY "AR-STATEMENT: no se pudieron grabar los "
                   "totales del cliente " ET-CLIENTE ", estado "
                   WS-ESTADO-TOTALES
               MOVE 8 TO RETURN-CODE
           END-IF.
           INITIALIZE WS-ACUMULADO.
           MOVE "N" TO WS-ACU-PENDIENTE.

      *> Saldo final a la fecha hasta: lo adeudado hoy menos el
      *> dinero a cuenta, sin lo ocurrido despues del cierre. El
      *> saldo inicial sale de descontarle los movimientos del
      *> periodo. La antiguedad es la de la deuda a la fecha de
      *> proceso.
       EMITIR-ESTADO-CLIENTE.
           COMPUTE WS-SALDO-FINAL = ET-DEUDA - ET-ACUENTA
               - ET-POSTERIOR.
           IF WS-SALDO-FINAL = ZERO
                   AND ET-CARGOS = ZERO
                   AND ET-CREDITOS = ZERO
                   AND ET-MOVIMIENTOS = ZERO THEN
               ADD 1 TO WS-TOT-SUPRIMIDOS
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-SALDO-INICIAL = WS-SALDO-FINAL
               - ET-CARGOS + ET-CREDITOS.
           ADD 1 TO WS-TOT-ESTADOS.
           MOVE ET-CLIENTE TO WS-DOC-CLIENTE.
           MOVE WS-FECHA-HASTA TO WS-DOC-REFERENCIA.
           MOVE "A" TO WS-DOC-FUNCION.
           PERFORM REGISTRAR-DOC-BANDEJA.
           IF WS-DOC-NUMERO > ZERO THEN
               ADD 1 TO WS-TOT-DOCUMENTOS
           END-IF.
           PERFORM BUSCAR-NOMBRE-CLIENTE.
           MOVE SPACES TO STATEMENT-RECORD.
           STRING "ESTADO DE CUENTA  del " WS-FECHA-DESDE
               " al " WS-FECHA-HASTA
               DELIMITED BY SIZE INTO STATEMENT-RECORD.
           PERFORM ESCRIBIR-REGISTRO-ESTADO.
           MOVE SPACES TO STATEMENT-RECORD.
           STRING "Cliente " ET-CLIENTE " "
               WS-NOMBRE-CLIENTE
               DELIMITED BY SIZE INTO STATEMENT-RECORD.
           PERFORM ESCRIBIR-REGISTRO-ESTADO.
           PERFORM VARYING WS-IDX-CON FROM 1 BY 1
                   UNTIL WS-IDX-CON > WS-NUM-CONSOLIDA
               IF WS-CON-MADRE(WS-IDX-CON) = ET-CLIENTE THEN
                   MOVE SPACES TO STATEMENT-RECORD
                   STRING "  Incluye la sucursal "
                       WS-CON-SUCURSAL(WS-IDX-CON)
                       DELIMITED BY SIZE INTO STATEMENT-RECORD
                   PERFORM ESCRIBIR-REGISTRO-ESTADO
               END-IF
           END-PERFORM.
           MOVE SPACES TO STATEMENT-RECORD.
           MOVE "  Fecha     Concepto   Docto          Cargos"
               & "        Creditos           Saldo"
               TO STATEMENT-RECORD.
           PERFORM ESCRIBIR-REGISTRO-ESTADO.
           MOVE WS-SALDO-INICIAL TO WS-SALDO-EDIT.
           MOVE SPACES TO STATEMENT-RECORD.
           STRING "  " WS-FECHA-DESDE "  SALDO ANTERIOR"
               "                                 " WS-SALDO-EDIT
               DELIMITED BY SIZE INTO STATEMENT-RECORD.
           PERFORM ESCRIBIR-REGISTRO-ESTADO.
           MOVE WS-SALDO-INICIAL TO WS-SALDO-CORRIDO.
           PERFORM ESCRIBIR-MOVIMIENTOS-CLIENTE.
           MOVE WS-SALDO-FINAL TO WS-SALDO-EDIT.
           MOVE SPACES TO STATEMENT-RECORD.
           STRING "  " WS-FECHA-HASTA "  SALDO FINAL"
               "                                    " WS-SALDO-EDIT
               DELIMITED BY SIZE INTO STATEMENT-RECORD.
           PERFORM ESCRIBIR-REGISTRO-ESTADO.
           IF ET-ACUENTA > ZERO THEN
               MOVE ET-ACUENTA TO WS-MONTO-EDIT
               MOVE SPACES TO STATEMENT-RECORD
               STRING "  Dinero a cuenta sin aplicar al "
                   WS-FECHA-PROCESO "  " WS-MONTO-EDIT
                   DELIMITED BY SIZE INTO STATEMENT-RECORD
               PERFORM ESCRIBIR-REGISTRO-ESTADO
           END-IF.
           MOVE SPACES TO STATEMENT-RECORD.
           STRING "  Antiguedad al " WS-FECHA-PROCESO
               DELIMITED BY SIZE INTO STATEMENT-RECORD.
           PERFORM ESCRIBIR-REGISTRO-ESTADO.
           MOVE SPACES TO STATEMENT-RECORD.
           MOVE "     No vencido          1-30         31-60"
               & "         61-90           90+" TO STATEMENT-RECORD.
           PERFORM ESCRIBIR-REGISTRO-ESTADO.
           MOVE ET-NOVENC TO WS-MONTO-EDIT.
           MOVE ET-B030 TO WS-MONTO-EDIT-2.
           MOVE ET-B3160 TO WS-MONTO-EDIT-3.
           MOVE ET-B6190 TO WS-MONTO-EDIT-4.
           MOVE ET-B90MAS TO WS-MONTO-EDIT-5.
           MOVE SPACES TO STATEMENT-RECORD.
           STRING "  " WS-MONTO-EDIT " " WS-MONTO-EDIT-2 " "
               WS-MONTO-EDIT-3 " " WS-MONTO-EDIT-4 " "
               WS-MONTO-EDIT-5
               DELIMITED BY SIZE INTO STATEMENT-RECORD.
           PERFORM ESCRIBIR-REGISTRO-ESTADO.
           MOVE ALL "-" TO STATEMENT-RECORD.
           PERFORM ESCRIBIR-REGISTRO-ESTADO.
           MOVE "C" TO WS-DOC-FUNCION.
           PERFORM REGISTRAR-DOC-BANDEJA.

      *> Los movimientos del titular salen en orden de fecha por la
      *> clave del archivo de movimientos; se corta al cambiar de
      *> cliente.
       ESCRIBIR-MOVIMIENTOS-CLIENTE.
           IF ET-MOVIMIENTOS = ZERO THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIN-MOVS.
           MOVE ET-CLIENTE TO EM-CLIENTE.
           MOVE ZERO TO EM-FECHA.
           MOVE ZERO TO EM-SECUENCIA.
           START MOVES-WORK-FILE KEY >= EM-CLAVE
               INVALID KEY SET FIN-MOVS TO TRUE
           END-START.
           PERFORM UNTIL FIN-MOVS
               READ MOVES-WORK-FILE NEXT RECORD
                   AT END SET FIN-MOVS TO TRUE
                   NOT AT END
                       IF EM-CLIENTE NOT = ET-CLIENTE THEN
                           SET FIN-MOVS TO TRUE
                       ELSE
                           PERFORM ESCRIBIR-MOVIMIENTO
                       END-IF
               END-READ
           END-PERFORM.

       ESCRIBIR-MOVIMIENTO.
           MOVE SPACES TO WS-DOCUMENTO-EDIT.
           IF EM-DOCUMENTO > ZERO THEN
               MOVE EM-DOCUMENTO TO WS-DOCUMENTO-EDIT
           END-IF.
           MOVE ZERO TO WS-MONTO-EDIT.
           MOVE ZERO TO WS-MONTO-EDIT-2.
           IF EM-LADO = "D" THEN
               MOVE EM-MONTO TO WS-MONTO-EDIT
               ADD EM-MONTO TO WS-SALDO-CORRIDO
           ELSE
               MOVE EM-MONTO TO WS-MONTO-EDIT-2
               SUBTRACT EM-MONTO FROM WS-SALDO-CORRIDO
           END-IF.
           MOVE WS-SALDO-CORRIDO TO WS-SALDO-EDIT.
           MOVE SPACES TO WS-SUCURSAL-EDIT.
           IF EM-SUCURSAL NOT = ET-CLIENTE THEN
               STRING " suc " EM-SUCURSAL
                   DELIMITED BY SIZE INTO WS-SUCURSAL-EDIT
           END-IF.
           MOVE SPACES TO STATEMENT-RECORD.
           STRING "  " EM-FECHA "  " EM-CONCEPTO " "
               WS-DOCUMENTO-EDIT " " WS-MONTO-EDIT " "
               WS-MONTO-EDIT-2 " " WS-SALDO-EDIT WS-SUCURSAL-EDIT
               DELIMITED BY SIZE INTO STATEMENT-RECORD.
           PERFORM ESCRIBIR-REGISTRO-ESTADO.

       ESCRIBIR-REGISTRO-ESTADO.
           WRITE STATEMENT-RECORD.
           IF WS-DOC-NUMERO > ZERO THEN
               MOVE STATEMENT-RECORD TO WS-DOC-LINEA
               MOVE "L" TO WS-DOC-FUNCION
               PERFORM REGISTRAR-DOC-BANDEJA
           END-IF.

       REGISTRAR-DOC-BANDEJA.
           MOVE RETURN-CODE TO WS-RC-GUARDA.
           CALL "DOCOUTBOX" USING WS-DOC-FUNCION WS-DOC-PROGRAMA
               WS-DOC-CLIENTE WS-DOC-TIPO WS-DOC-ARCHIVO
               WS-DOC-REFERENCIA WS-DOC-LINEA WS-DOC-NUMERO.
           MOVE WS-RC-GUARDA TO RETURN-CODE.
           IF WS-DOC-FUNCION = "C" THEN
               MOVE ZERO TO WS-DOC-NUMERO
           END-IF.

      *> Sucursales con CM-CONSOLIDAR en S y su cuenta madre.
       CARGAR-CONSOLIDACION.
           MOVE ZERO TO WS-NUM-CONSOLIDA.
           MOVE "N" TO WS-FIN-ARCHIVO.
           MOVE ZERO TO CM-NUMERO.
           START CUSTOMER-MASTER KEY >= CM-NUMERO
               INVALID KEY SET FIN-ARCHIVO TO TRUE
           END-START.
           PERFORM UNTIL FIN-ARCHIVO
               READ CUSTOMER-MASTER NEXT RECORD
                   AT END SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF CONSOLIDA-EN-MADRE
                               AND CM-CLIENTE-PADRE NUMERIC
                               AND CM-CLIENTE-PADRE > ZERO THEN
                           IF WS-NUM-CONSOLIDA < 300 THEN
                               ADD 1 TO WS-NUM-CONSOLIDA
                               MOVE CM-NUMERO TO
                                   WS-CON-SUCURSAL(WS-NUM-CONSOLIDA)
                               MOVE CM-CLIENTE-PADRE TO
                                   WS-CON-MADRE(WS-NUM-CONSOLIDA)
                           ELSE
                               DISPLAY "AR-STATEMENT: mas de 300 "
                                   "sucursales consolidadas, la "
                                   CM-NUMERO " sale por separado"
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "N" TO WS-FIN-ARCHIVO.

       BUSCAR-NOMBRE-CLIENTE.
           MOVE "(cliente sin maestro)" TO WS-NOMBRE-CLIENTE.
           IF NOT MAESTRO-CLIENTES-ABIERTO THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE ET-CLIENTE TO CM-NUMERO.
           READ CUSTOMER-MASTER
               NOT INVALID KEY
                   MOVE SPACES TO WS-NOMBRE-CLIENTE
                   STRING FUNCTION TRIM(CM-NOMBRE) " "
                       FUNCTION TRIM(CM-APELLIDO)
                       DELIMITED BY SIZE INTO WS-NOMBRE-CLIENTE
           END-READ.

       REGISTRAR-HISTORIAL.
           OPEN EXTEND RUN-HISTORY-LOG.
           IF NOT HIST-OK THEN
               OPEN OUTPUT RUN-HISTORY-LOG
               CLOSE RUN-HISTORY-LOG
               OPEN EXTEND RUN-HISTORY-LOG
           END-IF.
           MOVE "AR-STATEMENT" TO RH-PROGRAMA.
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
       END PROGRAM AR-STATEMENT.
