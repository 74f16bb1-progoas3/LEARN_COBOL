      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELEVO-TURNO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOB-LOG-FILE ASSIGN TO "data/scheduler-job.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-JOBLOG.
           SELECT ALERT-FILE ASSIGN TO "data/alertas.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-ALERTAS.
           SELECT QUEUE-FILE ASSIGN TO "data/cola-trabajos.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-COLA.
           SELECT CASE-FILE ASSIGN TO "data/cond-casos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CA-CLAVE-CASO
               FILE STATUS IS WS-ESTADO-CASOS.
           SELECT LOCK-LIST-FILE ASSIGN TO
                   "data/relevo-candados.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-LISTA.
           SELECT LOCK-FILE ASSIGN TO DYNAMIC WS-NOMBRE-CANDADO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CANDADO.
           SELECT SHIFT-CONFIG-FILE ASSIGN TO "data/relevo-turno.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CONFIG.
           SELECT SIGNOFF-LOG ASSIGN TO "data/relevo-firmas.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-FIRMAS.
           SELECT OPERATOR-FILE ASSIGN TO "data/operadores.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-OPERADORES.
           SELECT HANDOVER-REPORT ASSIGN TO "data/relevo-informe.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-INFORME.
           SELECT STEP-PARAM-FILE ASSIGN TO
                   DYNAMIC WS-NOMBRE-PARAMETROS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-PARAMETROS.
           SELECT RUN-HISTORY-LOG ASSIGN TO "data/run-history.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-HIST.
       DATA DIVISION.
       FILE SECTION.
      *> Mismo layout que la bitacora de pasos de SCHEDULER.
       FD  JOB-LOG-FILE.
       01  JOB-LOG-RECORD.
           05 JL-FECHA-HORA PIC X(15).
           05 JL-PROGRAMA PIC X(20).
           05 JL-EVENTO PIC X(8).
           05 JL-RC PIC 9(2).

      *> Mismo layout que data/alertas.dat de THRESHCHK y SLA-MONITOR;
      *> las faltas de SLA llegan como alertas SLAFALTA o SLATARDE.
       FD  ALERT-FILE.
       01  ALERT-RECORD.
           05 AL-FECHA-HORA PIC X(15).
           05 AL-PROGRAMA PIC X(20).
           05 AL-TOTAL PIC 9(6).
           05 AL-RECHAZOS PIC 9(6).
           05 AL-UMBRAL-ROTO PIC X(10).
           05 AL-ESTADO PIC X.
           05 AL-OPERADOR-ACK PIC X(8).
           05 AL-COMENTARIO PIC X(30).

       FD  QUEUE-FILE.
       01  QUEUE-RECORD.
           05 CW-SECUENCIA PIC 9(4).
           05 CW-PROGRAMA PIC X(20).
           05 CW-OPERADOR PIC X(8).
           05 CW-PARAMETROS PIC X(30).
           05 CW-FECHA-HORA PIC X(15).
           05 CW-ESTADO PIC X(8).
           05 CW-RC PIC 9(2).

      *> Mismo layout que COND-CASOS.
       FD  CASE-FILE.
       01  CASE-RECORD.
           05 CA-CLAVE-CASO.
               10 CA-LADO PIC X.
               10 CA-CLAVE PIC X(5).
           05 CA-VALOR PIC 9(6).
           05 CA-FECHA-ABIERTO PIC 9(8).
           05 CA-FECHA-CERRADO PIC 9(8).
           05 CA-INVESTIGADOR PIC X(8).
           05 CA-ESTADO PIC X.
           05 CA-NOTA PIC X(40).

      *> Candados que pueden quedar de una corrida caida: archivo y
      *> que protege. Los de ENQUEUE llevan fecha-hora y programa;
      *> el de LOG-ARCHIVE, solo la fecha-hora.
       FD  LOCK-LIST-FILE.
       01  LOCK-LIST-RECORD.
           05 LC-ARCHIVO PIC X(30).
           05 LC-DESCRIPCION PIC X(30).

       FD  LOCK-FILE.
       01  LOCK-RECORD.
           05 LO-FECHA-HORA PIC X(15).
           05 LO-PROGRAMA PIC X(20).

      *> Turno por defecto: hora de inicio y de relevo (HHMM). Si el
      *> inicio es posterior al relevo, el turno empieza el dia
      *> anterior.
       FD  SHIFT-CONFIG-FILE.
       01  SHIFT-CONFIG-RECORD.
           05 RT-HORA-INICIO PIC 9(4).
           05 RT-HORA-RELEVO PIC 9(4).

      *> Conformidad del operador entrante: ventana del turno,
      *> totales que vio y su observacion.
       FD  SIGNOFF-LOG.
       01  SIGNOFF-RECORD.
           05 RF-FECHA-HORA PIC X(15).
           05 RF-DESDE PIC X(12).
           05 RF-HASTA PIC X(12).
           05 RF-OPERADOR PIC X(8).
           05 RF-PASOS PIC 9(4).
           05 RF-PASOS-CON-RC PIC 9(4).
           05 RF-ALERTAS PIC 9(4).
           05 RF-COLA PIC 9(4).
           05 RF-SLA PIC 9(4).
           05 RF-CANDADOS PIC 9(4).
           05 RF-CASOS PIC 9(4).
           05 RF-OBSERVACION PIC X(40).

       FD  OPERATOR-FILE.
       01  OPERATOR-RECORD.
           COPY OPERADOR.

       FD  HANDOVER-REPORT.
       01  HANDOVER-REPORT-RECORD PIC X(132).

      *> Parametros del paso cuando corre en la malla del SCHEDULER:
      *> la funcion (INFORME, sin firma).
       FD  STEP-PARAM-FILE.
       01  STEP-PARAM-RECORD.
           05 PR-FUNCION PIC X(8).

       FD  RUN-HISTORY-LOG.
           COPY RUNHIST.

       WORKING-STORAGE SECTION.
      *> En este compilador el RETURN-CODE del paso se pisa con el
      *> del subprograma llamado; se guarda y repone alrededor de
      *> cada llamada de servicio.
       01  WS-RC-GUARDA PIC S9(4) VALUE ZERO.
      *> Operador firmado en el menu; los programas llamados lo
      *> arrastran al historial de corridas.
       01  OPERADOR-ACTUAL PIC X(8) EXTERNAL.
       01  PARAMETRO-PASO PIC X(30) EXTERNAL.
           01 WS-ESTADO-HIST PIC XX VALUE "00".
               88 HIST-OK VALUE "00".
           01 WS-ESTADO-JOBLOG PIC XX VALUE "00".
               88 JOBLOG-OK VALUE "00".
           01 WS-ESTADO-ALERTAS PIC XX VALUE "00".
               88 ALERTAS-OK VALUE "00".
           01 WS-ESTADO-COLA PIC XX VALUE "00".
               88 COLA-OK VALUE "00".
           01 WS-ESTADO-CASOS PIC XX VALUE "00".
               88 CASOS-OK VALUE "00".
           01 WS-ESTADO-LISTA PIC XX VALUE "00".
               88 LISTA-OK VALUE "00".
           01 WS-ESTADO-CANDADO PIC XX VALUE "00".
               88 CANDADO-EXISTE VALUE "00".
           01 WS-ESTADO-CONFIG PIC XX VALUE "00".
               88 CONFIG-OK VALUE "00".
           01 WS-ESTADO-FIRMAS PIC XX VALUE "00".
               88 FIRMAS-OK VALUE "00".
           01 WS-ESTADO-OPERADORES PIC XX VALUE "00".
               88 OPERADORES-OK VALUE "00".
           01 WS-ESTADO-INFORME PIC XX VALUE "00".
               88 INFORME-OK VALUE "00".
           01 WS-ESTADO-PARAMETROS PIC XX VALUE "00".
               88 PARAMETROS-OK VALUE "00".
           01 WS-NOMBRE-PARAMETROS PIC X(30) VALUE SPACES.
           01 WS-NOMBRE-CANDADO PIC X(30) VALUE SPACES.
           01 WS-FUNCION PIC X(8) VALUE SPACES.
               88 FUNCION-INFORME VALUE "INFORME".
           01 WS-FIN-ARCHIVO PIC X VALUE "N".
               88 FIN-ARCHIVO VALUE "S".
           01 WS-FIN-LISTA PIC X VALUE "N".
               88 FIN-LISTA VALUE "S".
           01 WS-OPERADOR PIC X(8) VALUE SPACES.
      *> Ventana del turno, AAAAMMDDHHMM.
           01 WS-HORA-INICIO PIC 9(4) VALUE 2200.
           01 WS-HORA-RELEVO PIC 9(4) VALUE 0600.
           01 WS-HOY PIC 9(8) VALUE ZERO.
           01 WS-FECHA-INICIO PIC 9(8) VALUE ZERO.
           01 WS-DESDE PIC X(12) VALUE SPACES.
           01 WS-HASTA PIC X(12) VALUE SPACES.
           01 WS-VENTANA-ENTRADA PIC X(12) VALUE SPACES.
           01 WS-FECHA-EXAMEN PIC 9(8) VALUE ZERO.
           01 WS-FECHA-DESDE PIC 9(8) VALUE ZERO.
           01 WS-FECHA-HASTA PIC 9(8) VALUE ZERO.
           01 WS-FUNCION-FECHA PIC X(8) VALUE "VALIDA".
           01 WS-FECHA-AUX PIC 9(8) VALUE ZERO.
           01 WS-RESULTADO-FECHA PIC S9(7) VALUE ZERO.
           01 WS-FECHA-OK PIC X VALUE "N".
           01 WS-VENTANA-VALIDA PIC X VALUE "N".
               88 VENTANA-VALIDA VALUE "S".
      *> Firma del operador entrante.
           01 WS-FIRMANTE PIC X(8) VALUE SPACES.
           01 WS-CLAVE-ENTRADA PIC X(8) VALUE SPACES.
           01 WS-FUNCION-CLAVE PIC X(8) VALUE SPACES.
           01 WS-RESULTADO-CLAVE PIC X VALUE "N".
           01 WS-FIRMANTE-VALIDO PIC X VALUE "N".
               88 FIRMANTE-VALIDO VALUE "S".
           01 WS-RESPUESTA PIC X VALUE SPACE.
           01 WS-OBSERVACION PIC X(40) VALUE SPACES.
           01 WS-FIRMAS-PREVIAS PIC 9(4) VALUE ZERO.
           01 WS-TOTALES.
               05 WS-TOT-EVENTOS PIC 9(4) VALUE ZERO.
               05 WS-TOT-PASOS PIC 9(4) VALUE ZERO.
               05 WS-TOT-PASOS-CON-RC PIC 9(4) VALUE ZERO.
               05 WS-TOT-DETENIDOS PIC 9(4) VALUE ZERO.
               05 WS-TOT-ALERTAS PIC 9(4) VALUE ZERO.
               05 WS-TOT-COLA PIC 9(4) VALUE ZERO.
               05 WS-TOT-SLA PIC 9(4) VALUE ZERO.
               05 WS-TOT-CANDADOS PIC 9(4) VALUE ZERO.
               05 WS-TOT-CASOS-NUEVOS PIC 9(4) VALUE ZERO.
               05 WS-TOT-CASOS-ABIERTOS PIC 9(4) VALUE ZERO.
           01 WS-CANTIDAD-EDIT PIC ZZZ9.
           01 WS-ETIQUETA PIC X(40) VALUE SPACES.
           01 WS-CASO-MARCA PIC X(7) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *> El menu llama al programa sin cancelarlo: los totales y la
      *> funcion de un relevo anterior de la sesion no se arrastran.
           INITIALIZE WS-TOTALES.
           MOVE SPACES TO WS-FUNCION.
           IF OPERADOR-ACTUAL = SPACES
                   OR OPERADOR-ACTUAL = LOW-VALUES THEN
               MOVE "BATCH" TO WS-OPERADOR
           ELSE
               MOVE OPERADOR-ACTUAL TO WS-OPERADOR
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOY.
           PERFORM CARGAR-FUNCION.
           PERFORM CARGAR-TURNO.
           PERFORM CALCULAR-VENTANA-DEFECTO.
           IF NOT FUNCION-INFORME THEN
               PERFORM PEDIR-VENTANA
               IF NOT VENTANA-VALIDA THEN
                   MOVE 8 TO RETURN-CODE
                   PERFORM REGISTRAR-HISTORIAL
                   GOBACK
               END-IF
           END-IF.
           OPEN OUTPUT HANDOVER-REPORT.
           PERFORM ESCRIBIR-ENCABEZADO.
           PERFORM INFORMAR-MALLA.
           PERFORM INFORMAR-ALERTAS.
           PERFORM INFORMAR-COLA.
           PERFORM INFORMAR-SLA.
           PERFORM INFORMAR-CANDADOS.
           PERFORM INFORMAR-CASOS.
           PERFORM ESCRIBIR-RESUMEN.
           CLOSE HANDOVER-REPORT.
           PERFORM MOSTRAR-RESUMEN.
           IF NOT FUNCION-INFORME THEN
               PERFORM FIRMAR-RELEVO
           END-IF.
           PERFORM REGISTRAR-HISTORIAL.
           GOBACK.

      *> En la malla la funcion llega por los parametros del paso y
      *> solo se emite el informe; desde el menu se firma.
       CARGAR-FUNCION.
           IF PARAMETRO-PASO NOT = SPACES
                   AND PARAMETRO-PASO NOT = LOW-VALUES THEN
               MOVE PARAMETRO-PASO TO WS-NOMBRE-PARAMETROS
               OPEN INPUT STEP-PARAM-FILE
               IF PARAMETROS-OK THEN
                   READ STEP-PARAM-FILE
                       NOT AT END MOVE PR-FUNCION TO WS-FUNCION
                   END-READ
                   CLOSE STEP-PARAM-FILE
               ELSE
                   DISPLAY "CARGAR-FUNCION: no se pudo abrir "
                       WS-NOMBRE-PARAMETROS "."
               END-IF
           END-IF.

       CARGAR-TURNO.
           OPEN INPUT SHIFT-CONFIG-FILE.
           IF CONFIG-OK THEN
               READ SHIFT-CONFIG-FILE
                   NOT AT END
                       IF RT-HORA-INICIO NUMERIC
                               AND RT-HORA-INICIO < 2400
                               AND RT-HORA-RELEVO NUMERIC
                               AND RT-HORA-RELEVO < 2400 THEN
                           MOVE RT-HORA-INICIO TO WS-HORA-INICIO
                           MOVE RT-HORA-RELEVO TO WS-HORA-RELEVO
                       END-IF
               END-READ
               CLOSE SHIFT-CONFIG-FILE
           END-IF.

      *> Por defecto, el turno que se releva hoy a la hora de relevo.
       CALCULAR-VENTANA-DEFECTO.
           IF WS-HORA-INICIO > WS-HORA-RELEVO THEN
               COMPUTE WS-FECHA-INICIO = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-HOY) - 1)
           ELSE
               MOVE WS-HOY TO WS-FECHA-INICIO
           END-IF.
           MOVE SPACES TO WS-DESDE.
           STRING WS-FECHA-INICIO WS-HORA-INICIO
               DELIMITED BY SIZE INTO WS-DESDE.
           MOVE SPACES TO WS-HASTA.
           STRING WS-HOY WS-HORA-RELEVO
               DELIMITED BY SIZE INTO WS-HASTA.

       PEDIR-VENTANA.
           MOVE "N" TO WS-VENTANA-VALIDA.
           DISPLAY "Turno desde (AAAAMMDDHHMM, blanco = " WS-DESDE
               "):".
           ACCEPT WS-VENTANA-ENTRADA.
           IF WS-VENTANA-ENTRADA NOT = SPACES THEN
               MOVE WS-VENTANA-ENTRADA TO WS-DESDE
           END-IF.
           DISPLAY "Turno hasta (AAAAMMDDHHMM, blanco = " WS-HASTA
               "):".
           ACCEPT WS-VENTANA-ENTRADA.
           IF WS-VENTANA-ENTRADA NOT = SPACES THEN
               MOVE WS-VENTANA-ENTRADA TO WS-HASTA
           END-IF.
           IF WS-DESDE NOT NUMERIC OR WS-HASTA NOT NUMERIC THEN
               DISPLAY "Ventana invalida: use AAAAMMDDHHMM."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-DESDE(1:8) TO WS-FECHA-EXAMEN.
           PERFORM VALIDAR-FECHA-HORA.
           IF WS-FECHA-OK NOT = "S" THEN
               DISPLAY "Fecha u hora desde invalida."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-HASTA(1:8) TO WS-FECHA-EXAMEN.
           PERFORM VALIDAR-FECHA-HORA.
           IF WS-FECHA-OK NOT = "S" THEN
               DISPLAY "Fecha u hora hasta invalida."
               EXIT PARAGRAPH
           END-IF.
           IF WS-DESDE(9:4) > "2359" OR WS-DESDE(11:2) > "59"
                   OR WS-HASTA(9:4) > "2359"
                   OR WS-HASTA(11:2) > "59" THEN
               DISPLAY "Hora invalida."
               EXIT PARAGRAPH
           END-IF.
           IF WS-DESDE >= WS-HASTA THEN
               DISPLAY "El turno debe terminar despues de empezar."
               EXIT PARAGRAPH
           END-IF.
           SET VENTANA-VALIDA TO TRUE.

       VALIDAR-FECHA-HORA.
           MOVE RETURN-CODE TO WS-RC-GUARDA.
           CALL "DATESRV" USING WS-FUNCION-FECHA WS-FECHA-EXAMEN
               WS-FECHA-AUX WS-RESULTADO-FECHA WS-FECHA-OK.
           MOVE WS-RC-GUARDA TO RETURN-CODE.

       ESCRIBIR-ENCABEZADO.
           MOVE SPACES TO HANDOVER-REPORT-RECORD.
           STRING "INFORME DE RELEVO DE TURNO  desde "
               WS-DESDE(1:8) " " WS-DESDE(9:4) "  hasta "
               WS-HASTA(1:8) " " WS-HASTA(9:4) "  emitido "
               FUNCTION CURRENT-DATE(1:12)
               DELIMITED BY SIZE INTO HANDOVER-REPORT-RECORD.
           WRITE HANDOVER-REPORT-RECORD.
           PERFORM BUSCAR-FIRMAS-PREVIAS.

      *> Si el turno ya fue recibido se deja a la vista quien firmo.
       BUSCAR-FIRMAS-PREVIAS.
           MOVE ZERO TO WS-FIRMAS-PREVIAS.
           MOVE "N" TO WS-FIN-ARCHIVO.
           OPEN INPUT SIGNOFF-LOG.
           IF NOT FIRMAS-OK THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FIN-ARCHIVO
               READ SIGNOFF-LOG
                   AT END SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF RF-DESDE = WS-DESDE
                               AND RF-HASTA = WS-HASTA THEN
                           ADD 1 TO WS-FIRMAS-PREVIAS
                           MOVE SPACES TO HANDOVER-REPORT-RECORD
                           STRING "  Recibido por " RF-OPERADOR
                               " el " RF-FECHA-HORA(1:12) "  "
                               RF-OBSERVACION
                               DELIMITED BY SIZE
                               INTO HANDOVER-REPORT-RECORD
                           WRITE HANDOVER-REPORT-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SIGNOFF-LOG.

       ESCRIBIR-TITULO.
           MOVE SPACES TO HANDOVER-REPORT-RECORD.
           WRITE HANDOVER-REPORT-RECORD.
           MOVE WS-ETIQUETA TO HANDOVER-REPORT-RECORD.
           WRITE HANDOVER-REPORT-RECORD.

      *> Pasos de la malla del turno, con su codigo de retorno.
       INFORMAR-MALLA.
           MOVE "PASOS DE LA MALLA" TO WS-ETIQUETA.
           PERFORM ESCRIBIR-TITULO.
           MOVE "N" TO WS-FIN-ARCHIVO.
           OPEN INPUT JOB-LOG-FILE.
           IF NOT JOBLOG-OK THEN
               MOVE "  Sin bitacora de la malla." TO
                   HANDOVER-REPORT-RECORD
               WRITE HANDOVER-REPORT-RECORD
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FIN-ARCHIVO
               READ JOB-LOG-FILE
                   AT END SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF JL-FECHA-HORA(1:12) >= WS-DESDE
                               AND JL-FECHA-HORA(1:12) <= WS-HASTA
                           PERFORM ESCRIBIR-LINEA-MALLA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE JOB-LOG-FILE.
           IF WS-TOT-EVENTOS = ZERO THEN
               MOVE "  La malla no registro pasos en el turno." TO
                   HANDOVER-REPORT-RECORD
               WRITE HANDOVER-REPORT-RECORD
           END-IF.

       ESCRIBIR-LINEA-MALLA.
           ADD 1 TO WS-TOT-EVENTOS.
           MOVE SPACES TO WS-CASO-MARCA.
           EVALUATE JL-EVENTO
               WHEN "FIN"
                   ADD 1 TO WS-TOT-PASOS
                   IF JL-RC > ZERO THEN
                       ADD 1 TO WS-TOT-PASOS-CON-RC
                       MOVE "<<< RC" TO WS-CASO-MARCA
                   END-IF
               WHEN "DETENIDO"
                   ADD 1 TO WS-TOT-DETENIDOS
                   MOVE "<<<" TO WS-CASO-MARCA
           END-EVALUATE.
           MOVE SPACES TO HANDOVER-REPORT-RECORD.
           STRING "  " JL-FECHA-HORA(1:8) " " JL-FECHA-HORA(9:4)
               " " JL-PROGRAMA " " JL-EVENTO " RC " JL-RC " "
               WS-CASO-MARCA
               DELIMITED BY SIZE INTO HANDOVER-REPORT-RECORD.
           WRITE HANDOVER-REPORT-RECORD.

      *> Alertas sin reconocer, sean o no del turno: el entrante las
      *> hereda.
       INFORMAR-ALERTAS.
           MOVE "ALERTAS SIN RECONOCER" TO WS-ETIQUETA.
           PERFORM ESCRIBIR-TITULO.
           MOVE "N" TO WS-FIN-ARCHIVO.
           OPEN INPUT ALERT-FILE.
           IF NOT ALERTAS-OK THEN
               MOVE "  Sin archivo de alertas." TO
                   HANDOVER-REPORT-RECORD
               WRITE HANDOVER-REPORT-RECORD
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FIN-ARCHIVO
               READ ALERT-FILE
                   AT END SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF AL-ESTADO NOT = "A" THEN
                           ADD 1 TO WS-TOT-ALERTAS
                           MOVE SPACES TO HANDOVER-REPORT-RECORD
                           STRING "  " AL-FECHA-HORA(1:8) " "
                               AL-FECHA-HORA(9:4) " " AL-PROGRAMA
                               " " AL-UMBRAL-ROTO " rechazos "
                               AL-RECHAZOS " de " AL-TOTAL
                               DELIMITED BY SIZE
                               INTO HANDOVER-REPORT-RECORD
                           WRITE HANDOVER-REPORT-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ALERT-FILE.
           IF WS-TOT-ALERTAS = ZERO THEN
               MOVE "  Ninguna." TO HANDOVER-REPORT-RECORD
               WRITE HANDOVER-REPORT-RECORD
           END-IF.

      *> Trabajos en segundo plano que no terminaron bien.
       INFORMAR-COLA.
           MOVE "COLA DE TRABAJOS PENDIENTES O FALLIDOS" TO
               WS-ETIQUETA.
           PERFORM ESCRIBIR-TITULO.
           MOVE "N" TO WS-FIN-ARCHIVO.
           OPEN INPUT QUEUE-FILE.
           IF NOT COLA-OK THEN
               MOVE "  Sin cola de trabajos." TO
                   HANDOVER-REPORT-RECORD
               WRITE HANDOVER-REPORT-RECORD
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FIN-ARCHIVO
               READ QUEUE-FILE
                   AT END SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF CW-ESTADO = "PENDING" OR "RUNNING"
                               OR "FAILED" THEN
                           ADD 1 TO WS-TOT-COLA
                           MOVE SPACES TO HANDOVER-REPORT-RECORD
                           STRING "  " CW-SECUENCIA " " CW-PROGRAMA
                               " " CW-OPERADOR " "
                               CW-FECHA-HORA(1:8) " "
                               CW-FECHA-HORA(9:4) " " CW-ESTADO
                               " RC " CW-RC
                               DELIMITED BY SIZE
                               INTO HANDOVER-REPORT-RECORD
                           WRITE HANDOVER-REPORT-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE QUEUE-FILE.
           IF WS-TOT-COLA = ZERO THEN
               MOVE "  Ninguno." TO HANDOVER-REPORT-RECORD
               WRITE HANDOVER-REPORT-RECORD
           END-IF.

      *> Faltas de SLA escaladas durante el turno, reconocidas o no.
       INFORMAR-SLA.
           MOVE "PLAZOS SLA INCUMPLIDOS EN EL TURNO" TO WS-ETIQUETA.
           PERFORM ESCRIBIR-TITULO.
           MOVE "N" TO WS-FIN-ARCHIVO.
           OPEN INPUT ALERT-FILE.
           IF ALERTAS-OK THEN
               PERFORM UNTIL FIN-ARCHIVO
                   READ ALERT-FILE
                       AT END SET FIN-ARCHIVO TO TRUE
                       NOT AT END
                           IF (AL-UMBRAL-ROTO = "SLAFALTA"
                                   OR AL-UMBRAL-ROTO = "SLATARDE")
                                   AND AL-FECHA-HORA(1:12)
                                   >= WS-DESDE
                                   AND AL-FECHA-HORA(1:12)
                                   <= WS-HASTA THEN
                               PERFORM ESCRIBIR-LINEA-SLA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ALERT-FILE
           END-IF.
           IF WS-TOT-SLA = ZERO THEN
               MOVE "  Ninguno." TO HANDOVER-REPORT-RECORD
               WRITE HANDOVER-REPORT-RECORD
           END-IF.

       ESCRIBIR-LINEA-SLA.
           ADD 1 TO WS-TOT-SLA.
           MOVE SPACES TO HANDOVER-REPORT-RECORD.
           IF AL-UMBRAL-ROTO = "SLAFALTA" THEN
               STRING "  " AL-PROGRAMA " no corrio a tiempo"
                   "  escalado " AL-FECHA-HORA(9:4)
                   DELIMITED BY SIZE INTO HANDOVER-REPORT-RECORD
           ELSE
               STRING "  " AL-PROGRAMA " termino tarde"
                   "  escalado " AL-FECHA-HORA(9:4)
                   DELIMITED BY SIZE INTO HANDOVER-REPORT-RECORD
           END-IF.
           IF AL-ESTADO = "A" THEN
               MOVE "reconocido por" TO
                   HANDOVER-REPORT-RECORD(60:14)
               MOVE AL-OPERADOR-ACK TO HANDOVER-REPORT-RECORD(75:8)
           END-IF.
           WRITE HANDOVER-REPORT-RECORD.

      *> Un candado que sigue en disco despues del turno es de una
      *> corrida que no termino o que no lo libero.
       INFORMAR-CANDADOS.
           MOVE "CANDADOS QUE QUEDARON TOMADOS" TO WS-ETIQUETA.
           PERFORM ESCRIBIR-TITULO.
           MOVE "N" TO WS-FIN-LISTA.
           OPEN INPUT LOCK-LIST-FILE.
           IF NOT LISTA-OK THEN
               MOVE "  Sin lista de candados (relevo-candados.cfg)."
                   TO HANDOVER-REPORT-RECORD
               WRITE HANDOVER-REPORT-RECORD
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FIN-LISTA
               READ LOCK-LIST-FILE
                   AT END SET FIN-LISTA TO TRUE
                   NOT AT END
                       IF LC-ARCHIVO NOT = SPACES THEN
                           PERFORM REVISAR-CANDADO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LOCK-LIST-FILE.
           IF WS-TOT-CANDADOS = ZERO THEN
               MOVE "  Ninguno." TO HANDOVER-REPORT-RECORD
               WRITE HANDOVER-REPORT-RECORD
           END-IF.

       REVISAR-CANDADO.
           MOVE LC-ARCHIVO TO WS-NOMBRE-CANDADO.
           OPEN INPUT LOCK-FILE.
           IF NOT CANDADO-EXISTE THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO LOCK-RECORD.
           READ LOCK-FILE
               AT END MOVE SPACES TO LOCK-RECORD
           END-READ.
           CLOSE LOCK-FILE.
           ADD 1 TO WS-TOT-CANDADOS.
           MOVE SPACES TO HANDOVER-REPORT-RECORD.
           STRING "  " LC-ARCHIVO " " LC-DESCRIPCION " desde "
               LO-FECHA-HORA(1:8) " " LO-FECHA-HORA(9:4) " "
               LO-PROGRAMA
               DELIMITED BY SIZE INTO HANDOVER-REPORT-RECORD.
           WRITE HANDOVER-REPORT-RECORD.

      *> Casos de conciliacion abiertos durante el turno o que
      *> siguen sin resolver.
       INFORMAR-CASOS.
           MOVE "CASOS DE CONCILIACION ABIERTOS" TO WS-ETIQUETA.
           PERFORM ESCRIBIR-TITULO.
           MOVE WS-DESDE(1:8) TO WS-FECHA-DESDE.
           MOVE WS-HASTA(1:8) TO WS-FECHA-HASTA.
           MOVE "N" TO WS-FIN-ARCHIVO.
           OPEN INPUT CASE-FILE.
           IF NOT CASOS-OK THEN
               MOVE "  Sin archivo de casos (cond-casos.dat)." TO
                   HANDOVER-REPORT-RECORD
               WRITE HANDOVER-REPORT-RECORD
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FIN-ARCHIVO
               READ CASE-FILE NEXT RECORD
                   AT END SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       PERFORM REVISAR-CASO
               END-READ
           END-PERFORM.
           CLOSE CASE-FILE.
           IF WS-TOT-CASOS-NUEVOS = ZERO
                   AND WS-TOT-CASOS-ABIERTOS = ZERO THEN
               MOVE "  Ninguno." TO HANDOVER-REPORT-RECORD
               WRITE HANDOVER-REPORT-RECORD
           END-IF.

       REVISAR-CASO.
           MOVE SPACES TO WS-CASO-MARCA.
           IF CA-FECHA-ABIERTO >= WS-FECHA-DESDE
                   AND CA-FECHA-ABIERTO <= WS-FECHA-HASTA THEN
               ADD 1 TO WS-TOT-CASOS-NUEVOS
               MOVE "NUEVO" TO WS-CASO-MARCA
           END-IF.
           IF CA-ESTADO NOT = "R" THEN
               ADD 1 TO WS-TOT-CASOS-ABIERTOS
           ELSE
               IF WS-CASO-MARCA = SPACES THEN
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE SPACES TO HANDOVER-REPORT-RECORD.
           STRING "  " CA-LADO "/" CA-CLAVE " valor " CA-VALOR
               " abierto " CA-FECHA-ABIERTO " estado " CA-ESTADO
               " inv " CA-INVESTIGADOR " " WS-CASO-MARCA " "
               CA-NOTA
               DELIMITED BY SIZE INTO HANDOVER-REPORT-RECORD.
           WRITE HANDOVER-REPORT-RECORD.

       ESCRIBIR-RESUMEN.
           MOVE "RESUMEN" TO WS-ETIQUETA.
           PERFORM ESCRIBIR-TITULO.
           MOVE "  Pasos terminados" TO WS-ETIQUETA.
           MOVE WS-TOT-PASOS TO WS-CANTIDAD-EDIT.
           PERFORM ESCRIBIR-LINEA-RESUMEN.
           MOVE "  Pasos con RC distinto de cero" TO WS-ETIQUETA.
           MOVE WS-TOT-PASOS-CON-RC TO WS-CANTIDAD-EDIT.
           PERFORM ESCRIBIR-LINEA-RESUMEN.
           MOVE "  Detenciones de la malla" TO WS-ETIQUETA.
           MOVE WS-TOT-DETENIDOS TO WS-CANTIDAD-EDIT.
           PERFORM ESCRIBIR-LINEA-RESUMEN.
           MOVE "  Alertas sin reconocer" TO WS-ETIQUETA.
           MOVE WS-TOT-ALERTAS TO WS-CANTIDAD-EDIT.
           PERFORM ESCRIBIR-LINEA-RESUMEN.
           MOVE "  Trabajos pendientes o fallidos" TO WS-ETIQUETA.
           MOVE WS-TOT-COLA TO WS-CANTIDAD-EDIT.
           PERFORM ESCRIBIR-LINEA-RESUMEN.
           MOVE "  Plazos SLA incumplidos" TO WS-ETIQUETA.
           MOVE WS-TOT-SLA TO WS-CANTIDAD-EDIT.
           PERFORM ESCRIBIR-LINEA-RESUMEN.
           MOVE "  Candados tomados" TO WS-ETIQUETA.
           MOVE WS-TOT-CANDADOS TO WS-CANTIDAD-EDIT.
           PERFORM ESCRIBIR-LINEA-RESUMEN.
           MOVE "  Casos nuevos en el turno" TO WS-ETIQUETA.
           MOVE WS-TOT-CASOS-NUEVOS TO WS-CANTIDAD-EDIT.
           PERFORM ESCRIBIR-LINEA-RESUMEN.
           MOVE "  Casos sin resolver" TO WS-ETIQUETA.
           MOVE WS-TOT-CASOS-ABIERTOS TO WS-CANTIDAD-EDIT.
           PERFORM ESCRIBIR-LINEA-RESUMEN.

       ESCRIBIR-LINEA-RESUMEN.
           MOVE SPACES TO HANDOVER-REPORT-RECORD.
           STRING WS-ETIQUETA WS-CANTIDAD-EDIT
               DELIMITED BY SIZE INTO HANDOVER-REPORT-RECORD.
           WRITE HANDOVER-REPORT-RECORD.

       MOSTRAR-RESUMEN.
           DISPLAY "Relevo " WS-DESDE " a " WS-HASTA
               " (data/relevo-informe.dat)".
           DISPLAY "  Pasos terminados / con RC : " WS-TOT-PASOS
               " / " WS-TOT-PASOS-CON-RC.
           DISPLAY "  Alertas sin reconocer     : " WS-TOT-ALERTAS.
           DISPLAY "  Cola pendiente o fallida  : " WS-TOT-COLA.
           DISPLAY "  Plazos SLA incumplidos    : " WS-TOT-SLA.
           DISPLAY "  Candados tomados          : " WS-TOT-CANDADOS.
           DISPLAY "  Casos nuevos / sin resolver: "
               WS-TOT-CASOS-NUEVOS " / " WS-TOT-CASOS-ABIERTOS.
           IF WS-FIRMAS-PREVIAS > ZERO THEN
               DISPLAY "  Firmas previas del turno  : "
                   WS-FIRMAS-PREVIAS " (ver el informe)"
           END-IF.

      *> El operador entrante firma que recibio el turno. Desde el
      *> menu firma el operador firmado; fuera de el se identifica
      *> con su clave.
       FIRMAR-RELEVO.
           DISPLAY "Recibe el turno? (S/N)".
           ACCEPT WS-RESPUESTA.
           IF WS-RESPUESTA NOT = "S" AND WS-RESPUESTA NOT = "s" THEN
               DISPLAY "Relevo sin firmar."
               EXIT PARAGRAPH
           END-IF.
           PERFORM IDENTIFICAR-FIRMANTE.
           IF NOT FIRMANTE-VALIDO THEN
               DISPLAY "Operador o clave invalidos; relevo sin "
                   "firmar."
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Observacion (opcional):".
           ACCEPT WS-OBSERVACION.
           OPEN EXTEND SIGNOFF-LOG.
           IF NOT FIRMAS-OK THEN
               OPEN OUTPUT SIGNOFF-LOG
               CLOSE SIGNOFF-LOG
               OPEN EXTEND SIGNOFF-LOG
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:15) TO RF-FECHA-HORA.
           MOVE WS-DESDE TO RF-DESDE.
           MOVE WS-HASTA TO RF-HASTA.
           MOVE WS-FIRMANTE TO RF-OPERADOR.
           MOVE WS-TOT-PASOS TO RF-PASOS.
           MOVE WS-TOT-PASOS-CON-RC TO RF-PASOS-CON-RC.
           MOVE WS-TOT-ALERTAS TO RF-ALERTAS.
           MOVE WS-TOT-COLA TO RF-COLA.
           MOVE WS-TOT-SLA TO RF-SLA.
           MOVE WS-TOT-CANDADOS TO RF-CANDADOS.
           MOVE WS-TOT-CASOS-ABIERTOS TO RF-CASOS.
           MOVE WS-OBSERVACION TO RF-OBSERVACION.
           WRITE SIGNOFF-RECORD.
           CLOSE SIGNOFF-LOG.
           DISPLAY "Turno recibido por " WS-FIRMANTE ".".

       IDENTIFICAR-FIRMANTE.
           MOVE "N" TO WS-FIRMANTE-VALIDO.
           IF OPERADOR-ACTUAL NOT = SPACES
                   AND OPERADOR-ACTUAL NOT = LOW-VALUES THEN
               MOVE OPERADOR-ACTUAL TO WS-FIRMANTE
               SET FIRMANTE-VALIDO TO TRUE
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Operador entrante:".
           ACCEPT WS-FIRMANTE.
           DISPLAY "Clave:".
           ACCEPT WS-CLAVE-ENTRADA.
           OPEN INPUT OPERATOR-FILE.
           IF NOT OPERADORES-OK THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIN-ARCHIVO.
           PERFORM UNTIL FIN-ARCHIVO
               READ OPERATOR-FILE
                   AT END SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF OP-ID = WS-FIRMANTE THEN
                           SET FIN-ARCHIVO TO TRUE
                           PERFORM VERIFICAR-FIRMANTE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OPERATOR-FILE.

       VERIFICAR-FIRMANTE.
           IF OP-BLOQUEADO = "S" THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE "VERIFICA" TO WS-FUNCION-CLAVE.
           MOVE RETURN-CODE TO WS-RC-GUARDA.
           CALL "CLAVESRV" USING WS-FUNCION-CLAVE WS-CLAVE-ENTRADA
               OP-SAL OP-HASH WS-RESULTADO-CLAVE.
           MOVE WS-RC-GUARDA TO RETURN-CODE.
           IF WS-RESULTADO-CLAVE = "S" THEN
               SET FIRMANTE-VALIDO TO TRUE
           END-IF.

       REGISTRAR-HISTORIAL.
           OPEN EXTEND RUN-HISTORY-LOG.
           IF NOT HIST-OK THEN
               OPEN OUTPUT RUN-HISTORY-LOG
               CLOSE RUN-HISTORY-LOG
               OPEN EXTEND RUN-HISTORY-LOG
           END-IF.
           MOVE "RELEVO-TURNO" TO RH-PROGRAMA.
           MOVE FUNCTION CURRENT-DATE(1:15) TO RH-FECHA-HORA.
           IF RETURN-CODE = 0 THEN
               MOVE "OK" TO RH-RESULTADO
           ELSE
               MOVE "CON AVISOS" TO RH-RESULTADO
           END-IF.
           MOVE WS-OPERADOR TO RH-OPERADOR.
           WRITE RUN-HISTORY-RECORD.
           CLOSE RUN-HISTORY-LOG.
       END PROGRAM RELEVO-TURNO.
