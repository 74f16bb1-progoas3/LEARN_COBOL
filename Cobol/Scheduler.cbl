           SELECT RUN-HISTORY-LOG ASSIGN TO "data/run-history.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-HIST.
           SELECT WAIT-FILE ASSIGN TO "data/scheduler-esperas.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-ESPERAS.
           SELECT ARRIVAL-FILE ASSIGN TO DYNAMIC WS-ARCHIVO-ESPERA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-LLEGADA.
           SELECT ALERT-FILE ASSIGN TO "data/alertas.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-ALERTAS.
           SELECT MODE-FILE ASSIGN TO "data/scheduler-modo.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-MODO.
           SELECT FORECAST-FILE ASSIGN TO
                   "data/scheduler-prevision.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-PREVISION.
       DATA DIVISION.
       FILE SECTION.
      *> Un paso por registro: programa a llamar, RETURN-CODE maximo
      *> la frecuencia del paso: DIARIO, FINMES o una mascara S/N de
      *> siete bytes lunes a domingo (en blanco = DIARIO). Al final,
      *> opcional, el archivo de parametros que el programa del paso
      *> lee via PARAMETRO-PASO y el grupo de archivos de entrada que
      *> el paso espera antes de correr (data/scheduler-esperas.cfg).
       FD  STREAM-FILE.
       01  STREAM-RECORD.
           05 JS-PROGRAMA PIC X(20).
           05 JS-DETENER-RC PIC 9(2).
           05 JS-FRECUENCIA PIC X(7).
           05 JS-PARAMETROS PIC X(30).
           05 JS-ESPERA PIC X(8).

      *> Calendario de feriados: una fecha AAAAMMDD por linea; un
      *> paso programado no corre en feriado.
       FD  RUN-HISTORY-LOG.
           COPY RUNHIST.

      *> Archivos de entrada que espera cada grupo: un archivo por
      *> linea con su minimo de registros o de bytes (cero = sin
      *> minimo), si debe tener fecha del dia del proceso, la espera
      *> maxima en minutos y la politica al vencer la espera: O omite
      *> el paso, D detiene la malla, E ejecuta el paso igual.
       FD  WAIT-FILE.
       01  WAIT-RECORD.
           05 EP-GRUPO PIC X(8).
           05 EP-ARCHIVO PIC X(40).
           05 EP-MIN-REGISTROS PIC 9(6).
           05 EP-MIN-BYTES PIC 9(9).
           05 EP-DEL-DIA PIC X.
           05 EP-ESPERA-MAX PIC 9(4).
           05 EP-POLITICA PIC X.

      *> Archivo esperado, leido solo para contar sus registros.
       FD  ARRIVAL-FILE.
       01  ARRIVAL-RECORD PIC X(512).

      *> Mismo layout que data/alertas.dat de THRESHCHK.
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

      *> EJECUTAR (o en blanco) corre la malla; SIMULAR solo informa
      *> que pasos correrian y por que, sin ejecutar nada, para la
      *> fecha indicada (ceros = hoy) y los dias siguientes pedidos
      *> (ceros = solo ese dia; 07 = la semana que viene). SIMULAR
      *> vale para una sola corrida: al terminar la simulacion el
      *> archivo vuelve a EJECUTAR.
       FD  MODE-FILE.
       01  MODE-RECORD.
           05 SM-MODO PIC X(8).
           05 SM-FECHA PIC 9(8).
           05 SM-DIAS PIC 9(2).

       FD  FORECAST-FILE.
       01  FORECAST-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
      *> Operador firmado en el menu; los programas llamados lo
      *> arrastran al historial de corridas.
               88 PASO-PROGRAMADO VALUE "S".
           01 WS-MOTIVO-OMISION PIC X(8) VALUE SPACES.
           01 WS-TABLA-PASOS.
               05 WS-PASO OCCURS 50 TIMES.
                   10 WS-PASO-PROGRAMA PIC X(20).
                   10 WS-PASO-COND-MAX PIC 9(2).
                   10 WS-PASO-DETENER-RC PIC 9(2).
                   10 WS-PASO-FRECUENCIA PIC X(7).
                   10 WS-PASO-PARAMETROS PIC X(30).
                   10 WS-PASO-ESPERA PIC X(8).
           01 WS-ESTADO-ESPERAS PIC XX VALUE "00".
               88 ESPERAS-OK VALUE "00".
           01 WS-FIN-ESPERAS PIC X VALUE "N".
               88 FIN-ESPERAS VALUE "S".
           01 WS-ESTADO-LLEGADA PIC XX VALUE "00".
               88 LLEGADA-OK VALUE "00".
           01 WS-FIN-LLEGADA PIC X VALUE "N".
               88 FIN-LLEGADA VALUE "S".
           01 WS-ESTADO-ALERTAS PIC XX VALUE "00".
               88 ALERTAS-OK VALUE "00".
           01 WS-NUM-ESPERAS PIC 99 VALUE ZERO.
           01 WS-IDX-ESPERA PIC 99 VALUE ZERO.
           01 WS-TABLA-ESPERAS.
               05 WS-ESPERA OCCURS 50 TIMES.
                   10 WS-ESP-GRUPO PIC X(8).
                   10 WS-ESP-ARCHIVO PIC X(40).
                   10 WS-ESP-MIN-REGISTROS PIC 9(6).
                   10 WS-ESP-MIN-BYTES PIC 9(9).
                   10 WS-ESP-DEL-DIA PIC X.
                   10 WS-ESP-ESPERA-MAX PIC 9(4).
                   10 WS-ESP-POLITICA PIC X.
           01 WS-ARCHIVO-ESPERA PIC X(40) VALUE SPACES.
           01 WS-DATOS-ARCHIVO.
               05 WS-ARCH-TAMANO PIC X(8) COMP-X.
               05 WS-ARCH-DIA PIC X COMP-X.
               05 WS-ARCH-MES PIC X COMP-X.
               05 WS-ARCH-ANO PIC X(2) COMP-X.
               05 WS-ARCH-HORA PIC X(4).
           01 WS-FECHA-ARCHIVO PIC 9(8) VALUE ZERO.
           01 WS-REGISTROS-LLEGADOS PIC 9(6) VALUE ZERO.
           01 WS-ARCHIVO-LISTO PIC X VALUE "S".
               88 ARCHIVO-LISTO VALUE "S".
           01 WS-ARCHIVOS-LISTOS PIC X VALUE "S".
               88 ARCHIVOS-LISTOS VALUE "S".
           01 WS-ARCHIVOS-GRUPO PIC 99 VALUE ZERO.
           01 WS-ARCHIVOS-FALTAN PIC 99 VALUE ZERO.
           01 WS-PRIMER-FALTANTE PIC X(40) VALUE SPACES.
           01 WS-POLITICA-ESPERA PIC X VALUE "E".
               88 POLITICA-OMITIR VALUE "O".
               88 POLITICA-DETENER VALUE "D".
               88 POLITICA-EJECUTAR VALUE "E".
           01 WS-ESPERA-LIMITE PIC 9(6) VALUE ZERO.
           01 WS-SEGUNDOS-ESPERADOS PIC 9(6) VALUE ZERO.
           01 WS-SEGUNDOS-SONDEO PIC 9(4) VALUE 60.
           01 WS-MINUTOS-ESPERADOS PIC 9(6) VALUE ZERO.
           01 WS-ESTADO-MODO PIC XX VALUE "00".
               88 MODO-OK VALUE "00".
           01 WS-ESTADO-PREVISION PIC XX VALUE "00".
               88 PREVISION-OK VALUE "00".
           01 WS-MODO-MALLA PIC X(8) VALUE "EJECUTAR".
               88 MODO-SIMULAR VALUE "SIMULAR".
           01 WS-HAY-ESTADO PIC X VALUE "N".
               88 HAY-ESTADO VALUE "S".
           01 WS-FECHA-HOY PIC 9(8) VALUE ZERO.
           01 WS-SIM-FECHA PIC 9(8) VALUE ZERO.
           01 WS-SIM-DIAS PIC 9(2) VALUE ZERO.
           01 WS-SIM-DIA PIC 9(2) VALUE ZERO.
           01 WS-SIM-ENTERO PIC 9(7) VALUE ZERO.
           01 WS-SIM-RC-INICIAL PIC 9(2) VALUE ZERO.
           01 WS-SIM-CORREN PIC 9(4) VALUE ZERO.
           01 WS-SIM-OMITIDOS PIC 9(4) VALUE ZERO.
           01 WS-NOMBRES-DIA.
               05 FILLER PIC X(9) VALUE "LUNES".
               05 FILLER PIC X(9) VALUE "MARTES".
               05 FILLER PIC X(9) VALUE "MIERCOLES".
               05 FILLER PIC X(9) VALUE "JUEVES".
               05 FILLER PIC X(9) VALUE "VIERNES".
               05 FILLER PIC X(9) VALUE "SABADO".
               05 FILLER PIC X(9) VALUE "DOMINGO".
           01 WS-TABLA-NOMBRES-DIA REDEFINES WS-NOMBRES-DIA.
               05 WS-NOMBRE-DIA OCCURS 7 TIMES PIC X(9).
           01 WS-LINEA-DIA.
               05 FILLER PIC X(7) VALUE "Fecha: ".
               05 WS-LD-FECHA PIC 9(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-LD-DIA PIC X(9).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-LD-FINMES PIC X(10).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-LD-FERIADO PIC X(7).
           01 WS-LINEA-PASO.
               05 WS-LP-PASO PIC 99.
               05 FILLER PIC X VALUE SPACE.
               05 WS-LP-PROGRAMA PIC X(20).
               05 FILLER PIC X VALUE SPACE.
               05 WS-LP-DECISION PIC X(5).
               05 FILLER PIC X VALUE SPACE.
               05 WS-LP-MOTIVO PIC X(36).
               05 FILLER PIC X VALUE SPACE.
               05 WS-LP-PARAMETROS PIC X(30).
               05 FILLER PIC X VALUE SPACE.
               05 WS-LP-ESPERA PIC X(26).
           01 WS-LINEA-PREVISION PIC X(132) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM PREPARAR-CALENDARIO.
           PERFORM CARGAR-MALLA.
           PERFORM CARGAR-ESPERAS.
           IF WS-NUM-PASOS = ZERO THEN
               DISPLAY "SCHEDULER: sin pasos en la malla, nada que "
                   "ejecutar."
               PERFORM REGISTRAR-HISTORIAL
               GOBACK
           END-IF.
           PERFORM CARGAR-MODO.
           IF MODO-SIMULAR THEN
               PERFORM SIMULAR-MALLA
               PERFORM RESTABLECER-MODO
               PERFORM REGISTRAR-HISTORIAL
               GOBACK
           END-IF.
           OPEN EXTEND JOB-LOG-FILE.
           IF NOT JOB-LOG-OK THEN
               OPEN OUTPUT JOB-LOG-FILE
           PERFORM REGISTRAR-HISTORIAL.
           GOBACK.

       PREPARAR-CALENDARIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-PROCESO.
           MOVE WS-FECHA-PROCESO TO WS-FECHA-HOY.
           PERFORM CARGAR-FERIADOS.
           PERFORM RESOLVER-CALENDARIO.

      *> Resuelve de la fecha del proceso el dia de la semana (1 =
      *> lunes ... 7 = domingo), si es fin de mes y si es feriado.
       RESOLVER-CALENDARIO.
           MOVE "N" TO WS-ES-FINMES.
           MOVE "N" TO WS-ES-FERIADO.
           COMPUTE WS-ENTERO-PROCESO =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-PROCESO).
           COMPUTE WS-DIA-SEMANA =
           IF WS-FECHA-MANANA(5:2) NOT = WS-FECHA-PROCESO(5:2) THEN
               SET ES-FINMES TO TRUE
           END-IF.
           PERFORM VARYING WS-IDX-FERIADO FROM 1 BY 1
                   UNTIL WS-IDX-FERIADO > WS-NUM-FERIADOS
               IF WS-FERIADO-FECHA(WS-IDX-FERIADO) =
      *> paso fallido con el RC maximo acumulado hasta ahi, salvo
      *> que el operador fuerce COMPLETO en el archivo de reinicio.
       CARGAR-ESTADO-REINICIO.
           PERFORM LEER-ESTADO-GUARDADO.
           IF NOT HAY-ESTADO THEN
               EXIT PARAGRAPH
           END-IF.
           IF FORZAR-COMPLETO THEN
               DISPLAY "SCHEDULER: reinicio COMPLETO forzado por "
                   "el operador, se ignora el estado guardado."
                   ES-PASO-FALLIDO " (" WS-PROGRAMA-ACTUAL ")."
           END-IF.

      *> Lee el modo de reinicio y el estado guardado sin tocarlos.
       LEER-ESTADO-GUARDADO.
           MOVE "N" TO WS-HAY-ESTADO.
           OPEN INPUT RESTART-MODE-FILE.
           IF REINICIO-OK THEN
               READ RESTART-MODE-FILE
                   NOT AT END
                       IF RM-MODO = "COMPLETO" THEN
                           SET FORZAR-COMPLETO TO TRUE
                       END-IF
               END-READ
               CLOSE RESTART-MODE-FILE
           END-IF.
           OPEN INPUT STATE-FILE.
           IF NOT ESTADO-OK THEN
               EXIT PARAGRAPH
           END-IF.
           READ STATE-FILE
               AT END
                   CLOSE STATE-FILE
                   EXIT PARAGRAPH
           END-READ.
           CLOSE STATE-FILE.
           SET HAY-ESTADO TO TRUE.

       GUARDAR-ESTADO.
           MOVE WS-IDX-PASO TO ES-PASO-FALLIDO.
           MOVE WS-RC-ANTES-PASO TO ES-RC-MAXIMO.
                   READ STREAM-FILE
                       AT END SET FIN-MALLA TO TRUE
                       NOT AT END
                           IF WS-NUM-PASOS >= 50 THEN
                               DISPLAY "CARGAR-MALLA: limite de 50 "
                                   "pasos excedido, se ignora "
                                   "el resto."
                               SET FIN-MALLA TO TRUE
                                   WS-PASO-FRECUENCIA(WS-NUM-PASOS)
                               MOVE JS-PARAMETROS TO
                                   WS-PASO-PARAMETROS(WS-NUM-PASOS)
                               MOVE JS-ESPERA TO
                                   WS-PASO-ESPERA(WS-NUM-PASOS)
                           END-IF
                   END-READ
               END-PERFORM
                   "RC maximo " WS-RC-MAXIMO " supera condicion "
                   WS-PASO-COND-MAX(WS-IDX-PASO)
           ELSE
               MOVE WS-RC-MAXIMO TO WS-RC-ANTES-PASO
               PERFORM ESPERAR-ARCHIVOS-PASO
               IF NOT ARCHIVOS-LISTOS THEN
                   PERFORM APLICAR-POLITICA-ESPERA
                   IF NOT POLITICA-EJECUTAR THEN
                       EXIT PARAGRAPH
                   END-IF
               END-IF
               MOVE "INICIO" TO JL-EVENTO
               MOVE ZERO TO JL-RC
               PERFORM ESCRIBIR-JOB-LOG
               MOVE WS-PASO-PARAMETROS(WS-IDX-PASO) TO
                   PARAMETRO-PASO
               MOVE ZERO TO RETURN-CODE
               END-IF
           END-IF.

      *> Carga los grupos de archivos esperados; sin archivo de
      *> esperas ningun paso espera.
       CARGAR-ESPERAS.
           OPEN INPUT WAIT-FILE.
           IF NOT ESPERAS-OK THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FIN-ESPERAS
               READ WAIT-FILE
                   AT END SET FIN-ESPERAS TO TRUE
                   NOT AT END
                       IF WS-NUM-ESPERAS >= 50 THEN
                           DISPLAY "CARGAR-ESPERAS: limite de 50 "
                               "archivos esperados excedido, se "
                               "ignora el resto."
                           SET FIN-ESPERAS TO TRUE
                       ELSE
                           ADD 1 TO WS-NUM-ESPERAS
                           MOVE EP-GRUPO TO
                               WS-ESP-GRUPO(WS-NUM-ESPERAS)
                           MOVE EP-ARCHIVO TO
                               WS-ESP-ARCHIVO(WS-NUM-ESPERAS)
                           MOVE EP-MIN-REGISTROS TO
                               WS-ESP-MIN-REGISTROS(WS-NUM-ESPERAS)
                           MOVE EP-MIN-BYTES TO
                               WS-ESP-MIN-BYTES(WS-NUM-ESPERAS)
                           MOVE EP-DEL-DIA TO
                               WS-ESP-DEL-DIA(WS-NUM-ESPERAS)
                           MOVE EP-ESPERA-MAX TO
                               WS-ESP-ESPERA-MAX(WS-NUM-ESPERAS)
                           MOVE EP-POLITICA TO
                               WS-ESP-POLITICA(WS-NUM-ESPERAS)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WAIT-FILE.

      *> Antes de correr un paso con grupo de espera, sondea sus
      *> archivos cada WS-SEGUNDOS-SONDEO segundos hasta que todos
      *> esten listos o se cumpla la mayor espera maxima del grupo.
       ESPERAR-ARCHIVOS-PASO.
           MOVE "S" TO WS-ARCHIVOS-LISTOS.
           MOVE ZERO TO WS-SEGUNDOS-ESPERADOS.
           MOVE ZERO TO WS-MINUTOS-ESPERADOS.
           IF WS-PASO-ESPERA(WS-IDX-PASO) = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM VERIFICAR-ARCHIVOS-PASO.
           IF WS-ARCHIVOS-GRUPO = ZERO THEN
               DISPLAY "Paso " WS-PROGRAMA-ACTUAL ": grupo de espera "
                   WS-PASO-ESPERA(WS-IDX-PASO) " sin archivos en "
                   "data/scheduler-esperas.cfg, corre sin esperar."
               EXIT PARAGRAPH
           END-IF.
           IF ARCHIVOS-LISTOS THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE "ESPERA" TO JL-EVENTO.
           MOVE ZERO TO JL-RC.
           PERFORM ESCRIBIR-JOB-LOG.
           DISPLAY "Paso " WS-PROGRAMA-ACTUAL " esperando "
               WS-ARCHIVOS-FALTAN " archivo(s) de entrada, primero "
               WS-PRIMER-FALTANTE.
           PERFORM UNTIL ARCHIVOS-LISTOS
                   OR WS-SEGUNDOS-ESPERADOS >= WS-ESPERA-LIMITE
               CALL "C$SLEEP" USING WS-SEGUNDOS-SONDEO
               ADD WS-SEGUNDOS-SONDEO TO WS-SEGUNDOS-ESPERADOS
               PERFORM VERIFICAR-ARCHIVOS-PASO
           END-PERFORM.
           MOVE ZERO TO RETURN-CODE.
           COMPUTE WS-MINUTOS-ESPERADOS = WS-SEGUNDOS-ESPERADOS / 60.
           IF ARCHIVOS-LISTOS THEN
               MOVE "LLEGADA" TO JL-EVENTO
               MOVE ZERO TO JL-RC
               PERFORM ESCRIBIR-JOB-LOG
               DISPLAY "Paso " WS-PROGRAMA-ACTUAL ": archivos de "
                   "entrada llegados tras " WS-MINUTOS-ESPERADOS
                   " minuto(s)."
           END-IF.

      *> Revisa todos los archivos del grupo del paso. Si faltan
      *> varios, rige la politica mas estricta de los que faltan:
      *> D sobre O sobre E; una politica no informada omite el paso.
       VERIFICAR-ARCHIVOS-PASO.
           MOVE "S" TO WS-ARCHIVOS-LISTOS.
           MOVE ZERO TO WS-ARCHIVOS-GRUPO.
           MOVE ZERO TO WS-ARCHIVOS-FALTAN.
           MOVE ZERO TO WS-ESPERA-LIMITE.
           MOVE SPACES TO WS-PRIMER-FALTANTE.
           MOVE "E" TO WS-POLITICA-ESPERA.
           PERFORM VARYING WS-IDX-ESPERA FROM 1 BY 1
                   UNTIL WS-IDX-ESPERA > WS-NUM-ESPERAS
               IF WS-ESP-GRUPO(WS-IDX-ESPERA) =
                       WS-PASO-ESPERA(WS-IDX-PASO) THEN
                   ADD 1 TO WS-ARCHIVOS-GRUPO
                   IF WS-ESP-ESPERA-MAX(WS-IDX-ESPERA) * 60 >
                           WS-ESPERA-LIMITE THEN
                       COMPUTE WS-ESPERA-LIMITE =
                           WS-ESP-ESPERA-MAX(WS-IDX-ESPERA) * 60
                   END-IF
                   PERFORM VERIFICAR-ARCHIVO-ESPERA
                   IF NOT ARCHIVO-LISTO THEN
                       MOVE "N" TO WS-ARCHIVOS-LISTOS
                       ADD 1 TO WS-ARCHIVOS-FALTAN
                       IF WS-PRIMER-FALTANTE = SPACES THEN
                           MOVE WS-ESP-ARCHIVO(WS-IDX-ESPERA) TO
                               WS-PRIMER-FALTANTE
                       END-IF
                       EVALUATE TRUE
                           WHEN WS-ESP-POLITICA(WS-IDX-ESPERA) = "D"
                               SET POLITICA-DETENER TO TRUE
                           WHEN WS-ESP-POLITICA(WS-IDX-ESPERA) = "E"
                               CONTINUE
                           WHEN OTHER
                               IF NOT POLITICA-DETENER THEN
                                   SET POLITICA-OMITIR TO TRUE
                               END-IF
                       END-EVALUATE
                   END-IF
               END-IF
           END-PERFORM.

      *> Un archivo esta listo si existe, tiene fecha del dia del
      *> proceso cuando se exige y alcanza el minimo de bytes y de
      *> registros configurado.
       VERIFICAR-ARCHIVO-ESPERA.
           MOVE "S" TO WS-ARCHIVO-LISTO.
           MOVE WS-ESP-ARCHIVO(WS-IDX-ESPERA) TO WS-ARCHIVO-ESPERA.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-ARCHIVO-ESPERA
               WS-DATOS-ARCHIVO.
           IF RETURN-CODE NOT = ZERO THEN
               MOVE ZERO TO RETURN-CODE
               MOVE "N" TO WS-ARCHIVO-LISTO
               EXIT PARAGRAPH
           END-IF.
           IF WS-ESP-DEL-DIA(WS-IDX-ESPERA) = "S" THEN
               COMPUTE WS-FECHA-ARCHIVO = WS-ARCH-ANO * 10000
                   + WS-ARCH-MES * 100 + WS-ARCH-DIA
               IF WS-FECHA-ARCHIVO < WS-FECHA-PROCESO THEN
                   MOVE "N" TO WS-ARCHIVO-LISTO
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF WS-ESP-MIN-BYTES(WS-IDX-ESPERA) > ZERO
                   AND WS-ARCH-TAMANO <
                       WS-ESP-MIN-BYTES(WS-IDX-ESPERA) THEN
               MOVE "N" TO WS-ARCHIVO-LISTO
               EXIT PARAGRAPH
           END-IF.
           IF WS-ESP-MIN-REGISTROS(WS-IDX-ESPERA) > ZERO THEN
               PERFORM CONTAR-REGISTROS-LLEGADOS
               IF WS-REGISTROS-LLEGADOS <
                       WS-ESP-MIN-REGISTROS(WS-IDX-ESPERA) THEN
                   MOVE "N" TO WS-ARCHIVO-LISTO
               END-IF
           END-IF.

      *> Cuenta registros solo hasta alcanzar el minimo.
       CONTAR-REGISTROS-LLEGADOS.
           MOVE ZERO TO WS-REGISTROS-LLEGADOS.
           MOVE "N" TO WS-FIN-LLEGADA.
           OPEN INPUT ARRIVAL-FILE.
           IF NOT LLEGADA-OK THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FIN-LLEGADA
                   OR WS-REGISTROS-LLEGADOS >=
                       WS-ESP-MIN-REGISTROS(WS-IDX-ESPERA)
               READ ARRIVAL-FILE
                   AT END SET FIN-LLEGADA TO TRUE
                   NOT AT END ADD 1 TO WS-REGISTROS-LLEGADOS
               END-READ
           END-PERFORM.
           CLOSE ARRIVAL-FILE.

      *> Vencida la espera: alerta en data/alertas.dat y, segun la
      *> politica, omite el paso, detiene la malla guardando la
      *> posicion para reanudar en este paso, o lo corre igual.
       APLICAR-POLITICA-ESPERA.
           PERFORM ESCRIBIR-ALERTA-ESPERA.
           EVALUATE TRUE
               WHEN POLITICA-OMITIR
                   MOVE "OMITARCH" TO JL-EVENTO
                   MOVE ZERO TO JL-RC
                   PERFORM ESCRIBIR-JOB-LOG
                   DISPLAY "Paso " WS-PROGRAMA-ACTUAL " omitido, "
                       "no llego " WS-PRIMER-FALTANTE
               WHEN POLITICA-DETENER
                   IF WS-RC-MAXIMO < 8 THEN
                       MOVE 8 TO WS-RC-MAXIMO
                   END-IF
                   SET MALLA-DETENIDA TO TRUE
                   MOVE "DETENIDO" TO JL-EVENTO
                   MOVE 8 TO JL-RC
                   PERFORM ESCRIBIR-JOB-LOG
                   DISPLAY "SCHEDULER: malla detenida en "
                       WS-PROGRAMA-ACTUAL ", no llego "
                       WS-PRIMER-FALTANTE
                   PERFORM GUARDAR-ESTADO
               WHEN OTHER
                   MOVE "ARCHTARD" TO JL-EVENTO
                   MOVE ZERO TO JL-RC
                   PERFORM ESCRIBIR-JOB-LOG
                   DISPLAY "Paso " WS-PROGRAMA-ACTUAL " corre sin "
                       WS-PRIMER-FALTANTE
           END-EVALUATE.

       ESCRIBIR-ALERTA-ESPERA.
           OPEN EXTEND ALERT-FILE.
           IF NOT ALERTAS-OK THEN
               OPEN OUTPUT ALERT-FILE
               CLOSE ALERT-FILE
               OPEN EXTEND ALERT-FILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:15) TO AL-FECHA-HORA.
           MOVE WS-PROGRAMA-ACTUAL TO AL-PROGRAMA.
           MOVE WS-MINUTOS-ESPERADOS TO AL-TOTAL.
           MOVE WS-ARCHIVOS-FALTAN TO AL-RECHAZOS.
           EVALUATE TRUE
               WHEN POLITICA-OMITIR
                   MOVE "ARCH-OMITE" TO AL-UMBRAL-ROTO
               WHEN POLITICA-DETENER
                   MOVE "ARCH-DETIE" TO AL-UMBRAL-ROTO
               WHEN OTHER
                   MOVE "ARCH-CORRE" TO AL-UMBRAL-ROTO
           END-EVALUATE.
           MOVE "N" TO AL-ESTADO.
           MOVE SPACES TO AL-OPERADOR-ACK.
           MOVE WS-PRIMER-FALTANTE TO AL-COMENTARIO.
           WRITE ALERT-RECORD.
           CLOSE ALERT-FILE.

      *> Modo de la corrida; sin archivo de modo, si no se puede
      *> leer o si dice otra cosa que SIMULAR, se ejecuta la malla.
       CARGAR-MODO.
           MOVE "EJECUTAR" TO WS-MODO-MALLA.
           OPEN INPUT MODE-FILE.
           IF MODO-OK THEN
               READ MODE-FILE
                   NOT AT END
                       IF SM-MODO = "SIMULAR" THEN
                           MOVE SM-MODO TO WS-MODO-MALLA
                       END-IF
                       IF SM-FECHA IS NUMERIC THEN
                           MOVE SM-FECHA TO WS-SIM-FECHA
                       END-IF
                       IF SM-DIAS IS NUMERIC THEN
                           MOVE SM-DIAS TO WS-SIM-DIAS
                       END-IF
               END-READ
               CLOSE MODE-FILE
           END-IF.

      *> La simulacion ya se hizo: el archivo de modo vuelve a
      *> EJECUTAR para que la proxima corrida de la malla sea real.
       RESTABLECER-MODO.
           OPEN OUTPUT MODE-FILE.
           IF NOT MODO-OK THEN
               DISPLAY "SCHEDULER: no se pudo restablecer "
                   "data/scheduler-modo.cfg a EJECUTAR, estado "
                   WS-ESTADO-MODO
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE "EJECUTAR" TO SM-MODO.
           MOVE ZERO TO SM-FECHA.
           MOVE ZERO TO SM-DIAS.
           WRITE MODE-RECORD.
           CLOSE MODE-FILE.

      *> Prevision de la malla sin ejecutar ningun paso: por cada dia
      *> pedido lista cada paso con CORRE u OMITE y el motivo. El
      *> estado de reinicio solo afecta a la primera fecha, que es la
      *> proxima corrida; el modo COMPLETO del operador lo anula igual
      *> que en la ejecucion real.
       SIMULAR-MALLA.
           IF WS-SIM-FECHA = ZERO THEN
               MOVE WS-FECHA-HOY TO WS-SIM-FECHA
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-SIM-FECHA) NOT = ZERO
                   THEN
               DISPLAY "SCHEDULER: fecha de simulacion invalida "
                   WS-SIM-FECHA " en data/scheduler-modo.cfg."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           IF WS-SIM-DIAS = ZERO THEN
               MOVE 1 TO WS-SIM-DIAS
           END-IF.
           OPEN OUTPUT FORECAST-FILE.
           IF NOT PREVISION-OK THEN
               DISPLAY "SCHEDULER: no se pudo abrir "
                   "data/scheduler-prevision.dat, estado "
                   WS-ESTADO-PREVISION
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE 1 TO WS-PASO-INICIAL.
           MOVE ZERO TO WS-SIM-RC-INICIAL.
           PERFORM LEER-ESTADO-GUARDADO.
           IF HAY-ESTADO AND NOT FORZAR-COMPLETO
                   AND ES-PASO-FALLIDO > ZERO
                   AND ES-PASO-FALLIDO <= WS-NUM-PASOS THEN
               MOVE ES-PASO-FALLIDO TO WS-PASO-INICIAL
               MOVE ES-RC-MAXIMO TO WS-SIM-RC-INICIAL
           END-IF.
           MOVE SPACES TO WS-LINEA-PREVISION.
           STRING "PREVISION DE LA MALLA - " WS-SIM-DIAS
               " DIA(S) DESDE " WS-SIM-FECHA
               DELIMITED BY SIZE INTO WS-LINEA-PREVISION.
           PERFORM ESCRIBIR-PREVISION.
           COMPUTE WS-SIM-ENTERO =
               FUNCTION INTEGER-OF-DATE(WS-SIM-FECHA).
           PERFORM SIMULAR-DIA
               VARYING WS-SIM-DIA FROM 1 BY 1
               UNTIL WS-SIM-DIA > WS-SIM-DIAS.
           CLOSE FORECAST-FILE.
           MOVE WS-FECHA-HOY TO WS-FECHA-PROCESO.
           DISPLAY "SCHEDULER: simulacion terminada, " WS-SIM-CORREN
               " paso(s) corren y " WS-SIM-OMITIDOS " se omiten; "
               "detalle en data/scheduler-prevision.dat".
           MOVE ZERO TO RETURN-CODE.

       SIMULAR-DIA.
           COMPUTE WS-FECHA-PROCESO = FUNCTION DATE-OF-INTEGER(
               WS-SIM-ENTERO + WS-SIM-DIA - 1).
           PERFORM RESOLVER-CALENDARIO.
           MOVE SPACES TO WS-LINEA-PREVISION.
           PERFORM ESCRIBIR-PREVISION.
           MOVE WS-FECHA-PROCESO TO WS-LD-FECHA.
           MOVE WS-NOMBRE-DIA(WS-DIA-SEMANA) TO WS-LD-DIA.
           MOVE SPACES TO WS-LD-FINMES.
           MOVE SPACES TO WS-LD-FERIADO.
           IF ES-FINMES THEN
               MOVE "FIN DE MES" TO WS-LD-FINMES
           END-IF.
           IF ES-FERIADO THEN
               MOVE "FERIADO" TO WS-LD-FERIADO
           END-IF.
           MOVE WS-LINEA-DIA TO WS-LINEA-PREVISION.
           PERFORM ESCRIBIR-PREVISION.
           MOVE SPACES TO WS-LINEA-PREVISION.
           IF WS-SIM-DIA = 1 AND WS-PASO-INICIAL > 1 THEN
               STRING "Reinicio: la proxima corrida reanuda en el "
                   "paso " WS-PASO-INICIAL " ("
                   WS-PASO-PROGRAMA(WS-PASO-INICIAL)
                   ") con RC maximo " WS-SIM-RC-INICIAL
                   DELIMITED BY SIZE INTO WS-LINEA-PREVISION
           ELSE
               IF WS-SIM-DIA = 1 AND HAY-ESTADO
                       AND FORZAR-COMPLETO THEN
                   STRING "Reinicio: hay estado guardado pero el "
                       "operador fuerza COMPLETO, corre desde el "
                       "paso 01" DELIMITED BY SIZE
                       INTO WS-LINEA-PREVISION
               ELSE
                   MOVE "Reinicio: corre desde el paso 01"
                       TO WS-LINEA-PREVISION
               END-IF
           END-IF.
           PERFORM ESCRIBIR-PREVISION.
           PERFORM SIMULAR-PASO
               VARYING WS-IDX-PASO FROM 1 BY 1
               UNTIL WS-IDX-PASO > WS-NUM-PASOS.

      *> Misma decision que EJECUTAR-PASO con lo que se sabe antes
      *> de correr: reinicio, frecuencia, feriado y el RC maximo
      *> arrastrado por el reinicio. La condicion de RC de los pasos
      *> depende de lo que devuelvan los anteriores y se informa.
       SIMULAR-PASO.
           MOVE SPACES TO WS-LINEA-PASO.
           MOVE WS-IDX-PASO TO WS-LP-PASO.
           MOVE WS-PASO-PROGRAMA(WS-IDX-PASO) TO WS-LP-PROGRAMA.
           MOVE WS-PASO-PARAMETROS(WS-IDX-PASO) TO WS-LP-PARAMETROS.
           MOVE "CORRE" TO WS-LP-DECISION.
           PERFORM VERIFICAR-FRECUENCIA-PASO.
           EVALUATE TRUE
               WHEN WS-SIM-DIA = 1
                       AND WS-IDX-PASO < WS-PASO-INICIAL
                   MOVE "OMITE" TO WS-LP-DECISION
                   MOVE "YA CORRIO ANTES DEL REINICIO"
                       TO WS-LP-MOTIVO
               WHEN WS-MOTIVO-OMISION = "OMITFREC"
                   MOVE "OMITE" TO WS-LP-DECISION
                   STRING "FRECUENCIA " WS-PASO-FRECUENCIA(WS-IDX-PASO)
                       DELIMITED BY SIZE INTO WS-LP-MOTIVO
               WHEN WS-MOTIVO-OMISION = "OMITFERI"
                   MOVE "OMITE" TO WS-LP-DECISION
                   MOVE "FERIADO" TO WS-LP-MOTIVO
               WHEN WS-SIM-DIA = 1
                       AND WS-SIM-RC-INICIAL >
                           WS-PASO-COND-MAX(WS-IDX-PASO)
                   MOVE "OMITE" TO WS-LP-DECISION
                   STRING "RC MAXIMO " WS-SIM-RC-INICIAL
                       " SUPERA CONDICION "
                       WS-PASO-COND-MAX(WS-IDX-PASO)
                       DELIMITED BY SIZE INTO WS-LP-MOTIVO
               WHEN WS-SIM-DIA = 1 AND WS-PASO-INICIAL > 1
                       AND WS-IDX-PASO = WS-PASO-INICIAL
                   STRING "REANUDA AQUI CON RC MAXIMO "
                       WS-SIM-RC-INICIAL
                       DELIMITED BY SIZE INTO WS-LP-MOTIVO
               WHEN WS-PASO-COND-MAX(WS-IDX-PASO) < 99
                   STRING "SI RC MAXIMO <= "
                       WS-PASO-COND-MAX(WS-IDX-PASO)
                       DELIMITED BY SIZE INTO WS-LP-MOTIVO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-LP-DECISION = "CORRE" THEN
               ADD 1 TO WS-SIM-CORREN
               IF WS-PASO-ESPERA(WS-IDX-PASO) NOT = SPACES THEN
                   PERFORM SIMULAR-ESPERA-PASO
               END-IF
           ELSE
               ADD 1 TO WS-SIM-OMITIDOS
           END-IF.
           MOVE WS-LINEA-PASO TO WS-LINEA-PREVISION.
           PERFORM ESCRIBIR-PREVISION.

      *> El grupo de espera del paso; para la fecha de hoy ademas si
      *> sus archivos ya estan listos.
       SIMULAR-ESPERA-PASO.
           IF WS-FECHA-PROCESO NOT = WS-FECHA-HOY THEN
               STRING "ESPERA " WS-PASO-ESPERA(WS-IDX-PASO)
                   DELIMITED BY SIZE INTO WS-LP-ESPERA
               EXIT PARAGRAPH
           END-IF.
           PERFORM VERIFICAR-ARCHIVOS-PASO.
           IF ARCHIVOS-LISTOS THEN
               STRING "ESPERA " WS-PASO-ESPERA(WS-IDX-PASO)
                   " LISTOS" DELIMITED BY SIZE INTO WS-LP-ESPERA
           ELSE
               STRING "ESPERA " WS-PASO-ESPERA(WS-IDX-PASO)
                   " FALTAN " WS-ARCHIVOS-FALTAN
                   DELIMITED BY SIZE INTO WS-LP-ESPERA
           END-IF.

       ESCRIBIR-PREVISION.
           MOVE WS-LINEA-PREVISION TO FORECAST-RECORD.
           WRITE FORECAST-RECORD.
           DISPLAY WS-LINEA-PREVISION(1:132).

       ESCRIBIR-JOB-LOG.
           MOVE FUNCTION CURRENT-DATE(1:15) TO JL-FECHA-HORA.
           MOVE WS-PROGRAMA-ACTUAL TO JL-PROGRAMA.
