      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AR-CASHFCST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPEN-ITEM-MASTER ASSIGN TO "data/ar-abiertos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AB-FACTURA
               ALTERNATE RECORD KEY IS AB-CLIENTE WITH DUPLICATES
               FILE STATUS IS WS-ESTADO-ABIERTOS.
           SELECT SCHEDULE-FILE ASSIGN TO "data/redondeo-plan.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-PLAN.
           SELECT FORECAST-PARAM-FILE ASSIGN TO
                   "data/ar-pronostico.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-PARAM.
           SELECT FORECAST-REPORT-FILE ASSIGN TO
                   "data/ar-pronostico-cobros.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-HISTORY-LOG ASSIGN TO "data/run-history.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-HIST.
       DATA DIVISION.
       FILE SECTION.
       FD  OPEN-ITEM-MASTER.
       01  OPEN-ITEM-RECORD.
           COPY ARITEM.

      *> Plan de amortizacion de ROUNDED-AND-REMINDER: cada cuota
      *> (interes mas principal) es un cobro esperado en su fecha.
       FD  SCHEDULE-FILE.
       01  SCHEDULE-RECORD.
           05 PL-TRANSACCION PIC 9(6).
           05 PL-CUOTA PIC 9(3).
           05 PL-FECHA PIC 9(8).
           05 PL-INTERES PIC 9(9)V99.
           05 PL-PRINCIPAL PIC 9(9)V99.
           05 PL-SALDO PIC 9(9)V99.

      *> Dias de atraso desde el vencimiento a partir de los cuales
      *> una partida se da por dudosa y sale del pronostico.
       FD  FORECAST-PARAM-FILE.
       01  FORECAST-PARAM-RECORD.
           05 PF-DIAS-DUDOSO PIC 9(3).

       FD  FORECAST-REPORT-FILE.
       01  FORECAST-REPORT-RECORD PIC X(100).

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
           01 WS-ESTADO-PLAN PIC XX VALUE "00".
               88 PLAN-OK VALUE "00".
           01 WS-ESTADO-PARAM PIC XX VALUE "00".
               88 PARAM-OK VALUE "00".
           01 WS-FIN-ABIERTOS PIC X VALUE "N".
               88 FIN-ABIERTOS VALUE "S".
           01 WS-FIN-CLIENTE PIC X VALUE "N".
               88 FIN-CLIENTE VALUE "S".
           01 WS-FIN-PLAN PIC X VALUE "N".
               88 FIN-PLAN VALUE "S".
           01 WS-FECHA-PROCESO PIC 9(8) VALUE ZERO.
           01 WS-DIAS-DUDOSO PIC 9(3) VALUE 90.
           01 WS-CLIENTE-ACTUAL PIC 9(6) VALUE ZERO.
      *> Semanas de lunes a domingo; la primera es la del dia de
      *> proceso. Fuera de las ocho semanas queda como posterior.
           01 WS-ENTERO-HOY PIC 9(7) VALUE ZERO.
           01 WS-ENTERO-LUNES PIC 9(7) VALUE ZERO.
           01 WS-ENTERO-FECHA PIC 9(7) VALUE ZERO.
           01 WS-DIA-SEMANA PIC 9 VALUE ZERO.
           01 WS-IDX-SEMANA PIC 9(3) VALUE ZERO.
           01 WS-DESPLAZAMIENTO PIC S9(7) VALUE ZERO.
           01 WS-TABLA-SEMANAS.
               05 WS-SEM OCCURS 8 TIMES.
                   10 WS-SEM-LUNES PIC 9(8).
                   10 WS-SEM-PARTIDAS PIC 9(5).
                   10 WS-SEM-COBROS PIC 9(11)V99.
                   10 WS-SEM-CUOTAS PIC 9(11)V99.
      *> Historia de pago del cliente: promedio de dias de la fecha
      *> de lote al ultimo pago de sus partidas canceladas.
           01 WS-HIST-PAGADAS PIC 9(5) VALUE ZERO.
           01 WS-HIST-DIAS-TOTAL PIC 9(9) VALUE ZERO.
           01 WS-HIST-PROMEDIO PIC 9(5) VALUE ZERO.
           01 WS-DIAS-PARTIDA PIC S9(5) VALUE ZERO.
           01 WS-FECHA-BASE PIC 9(8) VALUE ZERO.
           01 WS-FECHA-ESPERADA PIC 9(8) VALUE ZERO.
           01 WS-TOTALES.
               05 WS-TOT-COBROS PIC 9(11)V99 VALUE ZERO.
               05 WS-TOT-CUOTAS PIC 9(11)V99 VALUE ZERO.
               05 WS-TOT-PARTIDAS PIC 9(6) VALUE ZERO.
               05 WS-TOT-POSTERIOR PIC 9(11)V99 VALUE ZERO.
               05 WS-TOT-DUDOSO PIC 9(11)V99 VALUE ZERO.
               05 WS-TOT-PARTIDAS-DUDOSAS PIC 9(6) VALUE ZERO.
           01 WS-SEMANA-TOTAL PIC 9(11)V99 VALUE ZERO.
           01 WS-CANT-EDIT PIC ZZZZ9.
           01 WS-DIAS-EDIT PIC ZZZZ9.
           01 WS-MONTO-EDIT PIC Z(10)9.99.
           01 WS-MONTO-EDIT-2 PIC Z(10)9.99.
           01 WS-MONTO-EDIT-3 PIC Z(10)9.99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-PROCESO.
           PERFORM CARGAR-PARAMETROS.
           PERFORM ARMAR-SEMANAS.
           OPEN INPUT OPEN-ITEM-MASTER.
           IF NOT ABIERTOS-OK THEN
               DISPLAY "AR-CASHFCST: no se pudo abrir el maestro de "
                   "partidas, estado " WS-ESTADO-ABIERTOS
               MOVE 8 TO RETURN-CODE
               PERFORM REGISTRAR-HISTORIAL
               GOBACK
           END-IF.
           OPEN OUTPUT FORECAST-REPORT-FILE.
           MOVE SPACES TO FORECAST-REPORT-RECORD.
           STRING "PRONOSTICO DE COBRANZA POR SEMANA  fecha "
               WS-FECHA-PROCESO
               DELIMITED BY SIZE INTO FORECAST-REPORT-RECORD.
           WRITE FORECAST-REPORT-RECORD.
           MOVE SPACES TO FORECAST-REPORT-RECORD.
           MOVE "Partidas dudosas (fuera del pronostico)"
               TO FORECAST-REPORT-RECORD.
           WRITE FORECAST-REPORT-RECORD.
           MOVE "  Factura Cliente  Vence     Dias           Saldo"
               TO FORECAST-REPORT-RECORD.
           WRITE FORECAST-REPORT-RECORD.
           MOVE ZERO TO WS-CLIENTE-ACTUAL.
           PERFORM UNTIL FIN-ABIERTOS
               PERFORM PROYECTAR-SIGUIENTE-CLIENTE
           END-PERFORM.
           CLOSE OPEN-ITEM-MASTER.
           PERFORM SUMAR-CUOTAS-PLAN.
           PERFORM ESCRIBIR-SEMANAS.
           CLOSE FORECAST-REPORT-FILE.
           DISPLAY "Partidas proyectadas    : " WS-TOT-PARTIDAS.
           DISPLAY "Partidas dudosas        : "
               WS-TOT-PARTIDAS-DUDOSAS.
           PERFORM REGISTRAR-HISTORIAL.
           GOBACK.

       CARGAR-PARAMETROS.
           OPEN INPUT FORECAST-PARAM-FILE.
           IF NOT PARAM-OK THEN
               EXIT PARAGRAPH
           END-IF.
           READ FORECAST-PARAM-FILE
               NOT AT END
                   IF PF-DIAS-DUDOSO IS NUMERIC
                           AND PF-DIAS-DUDOSO > ZERO THEN
                       MOVE PF-DIAS-DUDOSO TO WS-DIAS-DUDOSO
                   ELSE
                       DISPLAY "AR-CASHFCST: data/ar-pronostico.cfg "
                           "invalido, se usan " WS-DIAS-DUDOSO
                           " dias."
                   END-IF
           END-READ.
           CLOSE FORECAST-PARAM-FILE.

       ARMAR-SEMANAS.
           COMPUTE WS-ENTERO-HOY =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-PROCESO).
           COMPUTE WS-DIA-SEMANA = FUNCTION REM(WS-ENTERO-HOY, 7).
           IF WS-DIA-SEMANA = ZERO THEN
               MOVE 7 TO WS-DIA-SEMANA
           END-IF.
           COMPUTE WS-ENTERO-LUNES = WS-ENTERO-HOY - WS-DIA-SEMANA + 1.
           INITIALIZE WS-TABLA-SEMANAS.
           PERFORM VARYING WS-IDX-SEMANA FROM 1 BY 1
                   UNTIL WS-IDX-SEMANA > 8
               COMPUTE WS-SEM-LUNES(WS-IDX-SEMANA) =
                   FUNCTION DATE-OF-INTEGER(WS-ENTERO-LUNES
                       + (WS-IDX-SEMANA - 1) * 7)
           END-PERFORM.

      *> Cada cliente se lee dos veces por la clave alterna: primero
      *> su historia de pago, despues sus partidas abiertas. Asi no
      *> hay tabla de clientes que limite el volumen.
       PROYECTAR-SIGUIENTE-CLIENTE.
           MOVE WS-CLIENTE-ACTUAL TO AB-CLIENTE.
           START OPEN-ITEM-MASTER KEY > AB-CLIENTE
               INVALID KEY
                   SET FIN-ABIERTOS TO TRUE
                   EXIT PARAGRAPH
           END-START.
           READ OPEN-ITEM-MASTER NEXT RECORD
               AT END
                   SET FIN-ABIERTOS TO TRUE
                   EXIT PARAGRAPH
           END-READ.
           MOVE AB-CLIENTE TO WS-CLIENTE-ACTUAL.
           MOVE ZERO TO WS-HIST-PAGADAS.
           MOVE ZERO TO WS-HIST-DIAS-TOTAL.
           MOVE ZERO TO WS-HIST-PROMEDIO.
           MOVE "N" TO WS-FIN-CLIENTE.
           PERFORM UNTIL FIN-CLIENTE
               PERFORM ACUMULAR-HISTORIA
               READ OPEN-ITEM-MASTER NEXT RECORD
                   AT END SET FIN-CLIENTE TO TRUE
               END-READ
               IF AB-CLIENTE NOT = WS-CLIENTE-ACTUAL THEN
                   SET FIN-CLIENTE TO TRUE
               END-IF
           END-PERFORM.
           IF WS-HIST-PAGADAS > ZERO THEN
               COMPUTE WS-HIST-PROMEDIO =
                   WS-HIST-DIAS-TOTAL / WS-HIST-PAGADAS
           END-IF.
           MOVE WS-CLIENTE-ACTUAL TO AB-CLIENTE.
           START OPEN-ITEM-MASTER KEY = AB-CLIENTE
               INVALID KEY EXIT PARAGRAPH
           END-START.
           MOVE "N" TO WS-FIN-CLIENTE.
           PERFORM UNTIL FIN-CLIENTE
               READ OPEN-ITEM-MASTER NEXT RECORD
                   AT END SET FIN-CLIENTE TO TRUE
                   NOT AT END
                       IF AB-CLIENTE NOT = WS-CLIENTE-ACTUAL THEN
                           SET FIN-CLIENTE TO TRUE
                       ELSE
                           IF AB-ESTADO = "A" AND AB-SALDO > ZERO
                                   AND NOT PARTIDA-NOTA-CREDITO THEN
                               PERFORM PROYECTAR-PARTIDA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       ACUMULAR-HISTORIA.
           IF AB-ESTADO = "C" AND NOT PARTIDA-NOTA-CREDITO
                   AND AB-FECHA-ULT-PAGO NUMERIC
                   AND AB-FECHA-ULT-PAGO > ZERO
                   AND AB-FECHA-ULT-PAGO >= AB-FECHA-LOTE THEN
               ADD 1 TO WS-HIST-PAGADAS
               COMPUTE WS-HIST-DIAS-TOTAL = WS-HIST-DIAS-TOTAL
                   + FUNCTION INTEGER-OF-DATE(AB-FECHA-ULT-PAGO)
                   - FUNCTION INTEGER-OF-DATE(AB-FECHA-LOTE)
           END-IF.

      *> Con historia, la partida se espera a la fecha de lote mas
      *> los dias que el cliente suele tardar; sin historia, al
      *> vencimiento. Lo que ya debio cobrarse cae en la primera
      *> semana, salvo que el atraso la vuelva dudosa.
       PROYECTAR-PARTIDA.
           IF AB-FECHA-VENCE NUMERIC AND AB-FECHA-VENCE > ZERO THEN
               MOVE AB-FECHA-VENCE TO WS-FECHA-BASE
           ELSE
               MOVE AB-FECHA-LOTE TO WS-FECHA-BASE
           END-IF.
           COMPUTE WS-DIAS-PARTIDA = WS-ENTERO-HOY
               - FUNCTION INTEGER-OF-DATE(WS-FECHA-BASE).
           IF WS-DIAS-PARTIDA > WS-DIAS-DUDOSO THEN
               PERFORM ESCRIBIR-PARTIDA-DUDOSA
               EXIT PARAGRAPH
           END-IF.
           IF WS-HIST-PAGADAS > ZERO THEN
               COMPUTE WS-ENTERO-FECHA =
                   FUNCTION INTEGER-OF-DATE(AB-FECHA-LOTE)
                   + WS-HIST-PROMEDIO
           ELSE
               COMPUTE WS-ENTERO-FECHA =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-BASE)
           END-IF.
           ADD 1 TO WS-TOT-PARTIDAS.
           PERFORM UBICAR-SEMANA.
           IF WS-IDX-SEMANA = ZERO THEN
               ADD AB-SALDO TO WS-TOT-POSTERIOR
           ELSE
               ADD 1 TO WS-SEM-PARTIDAS(WS-IDX-SEMANA)
               ADD AB-SALDO TO WS-SEM-COBROS(WS-IDX-SEMANA)
               ADD AB-SALDO TO WS-TOT-COBROS
           END-IF.

      *> Semana de WS-ENTERO-FECHA (1 a 8); cero si cae despues de
      *> la octava. Lo anterior a la primera va a la primera.
       UBICAR-SEMANA.
           COMPUTE WS-DESPLAZAMIENTO =
               WS-ENTERO-FECHA - WS-ENTERO-LUNES.
           IF WS-DESPLAZAMIENTO < ZERO THEN
               MOVE 1 TO WS-IDX-SEMANA
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-IDX-SEMANA = WS-DESPLAZAMIENTO / 7 + 1.
           IF WS-IDX-SEMANA > 8 THEN
               MOVE ZERO TO WS-IDX-SEMANA
           END-IF.

       ESCRIBIR-PARTIDA-DUDOSA.
           ADD 1 TO WS-TOT-PARTIDAS-DUDOSAS.
           ADD AB-SALDO TO WS-TOT-DUDOSO.
           MOVE WS-DIAS-PARTIDA TO WS-DIAS-EDIT.
           MOVE AB-SALDO TO WS-MONTO-EDIT.
           MOVE SPACES TO FORECAST-REPORT-RECORD.
           STRING "  " AB-FACTURA "  " AB-CLIENTE " " WS-FECHA-BASE
               " " WS-DIAS-EDIT " " WS-MONTO-EDIT
               DELIMITED BY SIZE INTO FORECAST-REPORT-RECORD.
           WRITE FORECAST-REPORT-RECORD.

      *> Las cuotas ya vencidas del plan no se pronostican: el plan
      *> no registra su cobro.
       SUMAR-CUOTAS-PLAN.
           OPEN INPUT SCHEDULE-FILE.
           IF NOT PLAN-OK THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FIN-PLAN
               READ SCHEDULE-FILE
                   AT END SET FIN-PLAN TO TRUE
                   NOT AT END
                       IF PL-FECHA NUMERIC
                               AND PL-FECHA >= WS-FECHA-PROCESO THEN
                           COMPUTE WS-ENTERO-FECHA =
                               FUNCTION INTEGER-OF-DATE(PL-FECHA)
                           PERFORM UBICAR-SEMANA
                           IF WS-IDX-SEMANA > ZERO THEN
                               ADD PL-INTERES PL-PRINCIPAL
                                   TO WS-SEM-CUOTAS(WS-IDX-SEMANA)
                               ADD PL-INTERES PL-PRINCIPAL
                                   TO WS-TOT-CUOTAS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SCHEDULE-FILE.

       ESCRIBIR-SEMANAS.
           MOVE WS-TOT-DUDOSO TO WS-MONTO-EDIT.
           MOVE SPACES TO FORECAST-REPORT-RECORD.
           STRING "  Total dudoso " WS-TOT-PARTIDAS-DUDOSAS
               " partidas                " WS-MONTO-EDIT
               DELIMITED BY SIZE INTO FORECAST-REPORT-RECORD.
           WRITE FORECAST-REPORT-RECORD.
           MOVE ALL "-" TO FORECAST-REPORT-RECORD.
           WRITE FORECAST-REPORT-RECORD.
           MOVE SPACES TO FORECAST-REPORT-RECORD.
           MOVE "Semana  Desde    Partidas        Cartera"
               & "         Cuotas          Total"
               TO FORECAST-REPORT-RECORD.
           WRITE FORECAST-REPORT-RECORD.
           PERFORM ESCRIBIR-LINEA-SEMANA
               VARYING WS-IDX-SEMANA FROM 1 BY 1
               UNTIL WS-IDX-SEMANA > 8.
           MOVE WS-TOT-PARTIDAS TO WS-CANT-EDIT.
           MOVE WS-TOT-COBROS TO WS-MONTO-EDIT.
           MOVE WS-TOT-CUOTAS TO WS-MONTO-EDIT-2.
           COMPUTE WS-SEMANA-TOTAL = WS-TOT-COBROS + WS-TOT-CUOTAS.
           MOVE WS-SEMANA-TOTAL TO WS-MONTO-EDIT-3.
           MOVE SPACES TO FORECAST-REPORT-RECORD.
           STRING "TOTAL            " WS-CANT-EDIT " " WS-MONTO-EDIT
               " " WS-MONTO-EDIT-2 " " WS-MONTO-EDIT-3
               DELIMITED BY SIZE INTO FORECAST-REPORT-RECORD.
           WRITE FORECAST-REPORT-RECORD.
           MOVE WS-TOT-POSTERIOR TO WS-MONTO-EDIT.
           MOVE SPACES TO FORECAST-REPORT-RECORD.
           STRING "Cartera esperada despues de la octava semana "
               WS-MONTO-EDIT
               DELIMITED BY SIZE INTO FORECAST-REPORT-RECORD.
           WRITE FORECAST-REPORT-RECORD.

       ESCRIBIR-LINEA-SEMANA.
           MOVE WS-SEM-PARTIDAS(WS-IDX-SEMANA) TO WS-CANT-EDIT.
           MOVE WS-SEM-COBROS(WS-IDX-SEMANA) TO WS-MONTO-EDIT.
           MOVE WS-SEM-CUOTAS(WS-IDX-SEMANA) TO WS-MONTO-EDIT-2.
           COMPUTE WS-SEMANA-TOTAL = WS-SEM-COBROS(WS-IDX-SEMANA)
               + WS-SEM-CUOTAS(WS-IDX-SEMANA).
           MOVE WS-SEMANA-TOTAL TO WS-MONTO-EDIT-3.
           MOVE SPACES TO FORECAST-REPORT-RECORD.
           STRING "  " WS-IDX-SEMANA "   " WS-SEM-LUNES(WS-IDX-SEMANA)
               " " WS-CANT-EDIT " " WS-MONTO-EDIT " "
               WS-MONTO-EDIT-2 " " WS-MONTO-EDIT-3
               DELIMITED BY SIZE INTO FORECAST-REPORT-RECORD.
           WRITE FORECAST-REPORT-RECORD.

       REGISTRAR-HISTORIAL.
           OPEN EXTEND RUN-HISTORY-LOG.
           IF NOT HIST-OK THEN
               OPEN OUTPUT RUN-HISTORY-LOG
               CLOSE RUN-HISTORY-LOG
               OPEN EXTEND RUN-HISTORY-LOG
           END-IF.
           MOVE "AR-CASHFCST" TO RH-PROGRAMA.
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
       END PROGRAM AR-CASHFCST.
