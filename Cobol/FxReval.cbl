           SELECT REVAL-REPORT-FILE ASSIGN TO
                   "data/fx-revaluacion.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPEN-ITEM-MASTER ASSIGN TO "data/ar-abiertos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AB-FACTURA
               ALTERNATE RECORD KEY IS AB-CLIENTE WITH DUPLICATES
               FILE STATUS IS WS-ESTADO-ABIERTOS.
           SELECT FX-DIFFERENCE-FILE ASSIGN TO "data/gl-difcambio.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-DIFCAMBIO.
           SELECT AR-REVAL-REPORT-FILE ASSIGN TO
                   "data/fx-reval-cartera.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STEP-PARAM-FILE ASSIGN TO DYNAMIC
                   WS-NOMBRE-PARAMETROS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-PARAMETROS.
           SELECT RUN-HISTORY-LOG ASSIGN TO "data/run-history.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-HIST.
       FD  REVAL-REPORT-FILE.
       01  REVAL-REPORT-RECORD PIC X(90).

      *> Cartera en moneda extranjera para la revaluacion de fin de
      *> mes.
       FD  OPEN-ITEM-MASTER.
       01  OPEN-ITEM-RECORD.
           COPY ARITEM.

      *> Diferencias no realizadas de la revaluacion, para
      *> GL-POSTING.
       FD  FX-DIFFERENCE-FILE.
       01  FX-DIFFERENCE-RECORD.
           COPY DIFCAMBIO.

       FD  AR-REVAL-REPORT-FILE.
       01  AR-REVAL-REPORT-RECORD PIC X(100).

      *> Parametros del paso cuando la malla los define: la funcion
      *> POSICION (en blanco) revalua las posiciones de LEARN-COBOL,
      *> CARTERA las partidas abiertas en moneda extranjera.
       FD  STEP-PARAM-FILE.
       01  STEP-PARAM-RECORD.
           05 PR-FUNCION PIC X(8).

      *> Registro de control de totales para el paso BALANCER: este
      *> consumidor anota cuanto leyo y de que productor.
       FD  CONTROL-FILE.
      *> Operador firmado en el menu; los programas llamados lo
      *> arrastran al historial de corridas.
       01  OPERADOR-ACTUAL PIC X(8) EXTERNAL.
      *> Archivo de parametros del paso, fijado por el SCHEDULER;
      *> en blanco el programa corre con su funcion de siempre.
       01  PARAMETRO-PASO PIC X(30) EXTERNAL.
           01 WS-ESTADO-PARAMETROS PIC XX VALUE "00".
               88 PARAMETROS-OK VALUE "00".
           01 WS-NOMBRE-PARAMETROS PIC X(30) VALUE SPACES.
           01 WS-FUNCION PIC X(8) VALUE "POSICION".
               88 FUNCION-CARTERA VALUE "CARTERA".
           01 WS-ESTADO-HIST PIC XX VALUE "00".
               88 HIST-OK VALUE "00".
           01 WS-ESTADO-CONTROL PIC XX VALUE "00".
           01 WS-PERDIDA-GANANCIA PIC S9(10)V9(4) VALUE ZERO.
           01 WS-PYG-EDIT PIC +(9)9.9999.
           01 WS-EXPO-EDIT PIC Z(9)9.9999.
      *> Revaluacion de cartera: el saldo en moneda del cliente a la
      *> tasa de hoy contra la tasa a la que ya esta reconocido (la
      *> de la ultima revaluacion, o la de registro). Solo la
      *> variacion del mes se pasa al mayor, asi una segunda corrida
      *> el mismo dia no duplica nada.
           01 WS-RC-GUARDA PIC S9(4) VALUE ZERO.
           01 WS-ESTADO-ABIERTOS PIC XX VALUE "00".
               88 ABIERTOS-OK VALUE "00".
           01 WS-ESTADO-DIFCAMBIO PIC XX VALUE "00".
               88 DIFCAMBIO-OK VALUE "00".
           01 WS-FIN-ABIERTOS PIC X VALUE "N".
               88 FIN-ABIERTOS VALUE "S".
           01 WS-FECHA-PROCESO PIC 9(8) VALUE ZERO.
           01 WS-TS-TASA PIC 9(3)V9(4) VALUE ZERO.
           01 WS-TS-RESULTADO PIC X VALUE SPACE.
           01 WS-TASA-ANTERIOR PIC 9(3)V9(4) VALUE ZERO.
           01 WS-DIF-PARTIDA PIC S9(9)V99 VALUE ZERO.
           01 WS-SALDO-MON-EDIT PIC Z(8)9.99.
           01 WS-DIF-EDIT PIC +(9)9.99.
           01 WS-TOTALES-CARTERA.
               05 WS-CAR-PARTIDAS PIC 9(6) VALUE ZERO.
               05 WS-CAR-REVALUADAS PIC 9(6) VALUE ZERO.
               05 WS-CAR-SIN-TASA PIC 9(6) VALUE ZERO.
               05 WS-CAR-DIFERENCIA PIC S9(11)V99 VALUE ZERO.
           01 WS-TOTALES.
               05 WS-TOTAL-LEIDOS PIC 9(6) VALUE ZERO.
               05 WS-TOTAL-SIN-TASA PIC 9(6) VALUE ZERO.
               05 WS-TOTAL-PYG PIC S9(11)V9(4) VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CARGAR-PARAMETROS-PASO.
           IF FUNCION-CARTERA THEN
               PERFORM REVALUAR-CARTERA
               PERFORM REGISTRAR-HISTORIAL
               GOBACK
           END-IF.
           MOVE "U" TO WS-GEN-FUNCION.
           MOVE "data/prueba-result.dat" TO WS-GEN-BASE.
           CALL "GENCAT" USING WS-GEN-FUNCION WS-GEN-BASE
           PERFORM REGISTRAR-HISTORIAL.
           GOBACK.

       CARGAR-PARAMETROS-PASO.
           IF PARAMETRO-PASO = SPACES
                   OR PARAMETRO-PASO = LOW-VALUES THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE PARAMETRO-PASO TO WS-NOMBRE-PARAMETROS.
           OPEN INPUT STEP-PARAM-FILE.
           IF NOT PARAMETROS-OK THEN
               DISPLAY "CARGAR-PARAMETROS-PASO: no se pudo abrir "
                   WS-NOMBRE-PARAMETROS ", se usa la funcion "
                   "de siempre."
               EXIT PARAGRAPH
           END-IF.
           READ STEP-PARAM-FILE
               NOT AT END
                   IF PR-FUNCION NOT = SPACES THEN
                       MOVE PR-FUNCION TO WS-FUNCION
                   END-IF
           END-READ.
           CLOSE STEP-PARAM-FILE.

      *> Fin de mes: cada partida abierta en moneda extranjera se
      *> revalua a la tasa del dia; la diferencia contra la tasa ya
      *> reconocida queda para GL-POSTING como no realizada y la
      *> partida recuerda la nueva tasa. Una nota de credito es un
      *> saldo a favor del cliente y revalua con signo contrario.
       REVALUAR-CARTERA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-PROCESO.
           OPEN I-O OPEN-ITEM-MASTER.
           IF NOT ABIERTOS-OK THEN
               DISPLAY "FX-REVAL: no se pudo abrir el maestro de "
                   "partidas, estado " WS-ESTADO-ABIERTOS
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND FX-DIFFERENCE-FILE.
           IF NOT DIFCAMBIO-OK THEN
               OPEN OUTPUT FX-DIFFERENCE-FILE
               CLOSE FX-DIFFERENCE-FILE
               OPEN EXTEND FX-DIFFERENCE-FILE
           END-IF.
           OPEN OUTPUT AR-REVAL-REPORT-FILE.
           MOVE SPACES TO AR-REVAL-REPORT-RECORD.
           STRING "REVALUACION DE CARTERA EN MONEDA EXTRANJERA  "
               "fecha " WS-FECHA-PROCESO
               DELIMITED BY SIZE INTO AR-REVAL-REPORT-RECORD.
           WRITE AR-REVAL-REPORT-RECORD.
           MOVE SPACES TO AR-REVAL-REPORT-RECORD.
           STRING "FACTURA CLIENTE MON     SALDO MONEDA "
               "TASA ANT  TASA HOY      DIFERENCIA"
               DELIMITED BY SIZE INTO AR-REVAL-REPORT-RECORD.
           WRITE AR-REVAL-REPORT-RECORD.
           PERFORM UNTIL FIN-ABIERTOS
               READ OPEN-ITEM-MASTER NEXT RECORD
                   AT END SET FIN-ABIERTOS TO TRUE
                   NOT AT END PERFORM REVALUAR-PARTIDA
               END-READ
           END-PERFORM.
           MOVE WS-CAR-DIFERENCIA TO WS-DIF-EDIT.
           MOVE SPACES TO AR-REVAL-REPORT-RECORD.
           STRING "PARTIDAS " WS-CAR-PARTIDAS
               "  REVALUADAS " WS-CAR-REVALUADAS
               "  SIN TASA " WS-CAR-SIN-TASA
               "  DIFERENCIA TOTAL " WS-DIF-EDIT
               DELIMITED BY SIZE INTO AR-REVAL-REPORT-RECORD.
           WRITE AR-REVAL-REPORT-RECORD.
           CLOSE AR-REVAL-REPORT-FILE.
           CLOSE FX-DIFFERENCE-FILE.
           CLOSE OPEN-ITEM-MASTER.
           DISPLAY "Partidas en moneda ext.: " WS-CAR-PARTIDAS.
           DISPLAY "Revaluadas             : " WS-CAR-REVALUADAS.
           DISPLAY "Sin tasa del dia       : " WS-CAR-SIN-TASA.
           DISPLAY "Diferencia no realizada: " WS-DIF-EDIT.
           IF WS-CAR-SIN-TASA > ZERO AND RETURN-CODE = 0 THEN
               MOVE 4 TO RETURN-CODE
           END-IF.

       REVALUAR-PARTIDA.
           IF AB-ESTADO NOT = "A"
                   OR AB-MONEDA = SPACES OR AB-MONEDA = LOW-VALUES
                   OR AB-TASA-REGISTRO NOT NUMERIC
                   OR AB-TASA-REGISTRO = ZERO
                   OR AB-SALDO-MONEDA NOT NUMERIC
                   OR AB-SALDO-MONEDA = ZERO THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CAR-PARTIDAS.
           MOVE RETURN-CODE TO WS-RC-GUARDA.
           CALL "TASASRV" USING AB-MONEDA WS-FECHA-PROCESO
               WS-TS-TASA WS-TS-RESULTADO.
           MOVE WS-RC-GUARDA TO RETURN-CODE.
           IF WS-TS-RESULTADO NOT = "S" THEN
               ADD 1 TO WS-CAR-SIN-TASA
               DISPLAY "FX-REVAL: moneda " AB-MONEDA " sin tasa al "
                   WS-FECHA-PROCESO ", la partida " AB-FACTURA
                   " no se revalua."
               EXIT PARAGRAPH
           END-IF.
           IF AB-TASA-REVAL NUMERIC AND AB-TASA-REVAL > ZERO THEN
               MOVE AB-TASA-REVAL TO WS-TASA-ANTERIOR
           ELSE
               MOVE AB-TASA-REGISTRO TO WS-TASA-ANTERIOR
           END-IF.
           COMPUTE WS-DIF-PARTIDA ROUNDED =
               AB-SALDO-MONEDA * (WS-TS-TASA - WS-TASA-ANTERIOR).
           IF PARTIDA-NOTA-CREDITO THEN
               COMPUTE WS-DIF-PARTIDA = ZERO - WS-DIF-PARTIDA
           END-IF.
           IF WS-DIF-PARTIDA = ZERO THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-TS-TASA TO AB-TASA-REVAL.
           REWRITE OPEN-ITEM-RECORD
               INVALID KEY
                   DISPLAY "FX-REVAL: no se pudo actualizar la "
                       "partida " AB-FACTURA
                   EXIT PARAGRAPH
           END-REWRITE.
           ADD 1 TO WS-CAR-REVALUADAS.
           ADD WS-DIF-PARTIDA TO WS-CAR-DIFERENCIA.
           MOVE "N" TO DC-TIPO.
           MOVE WS-FECHA-PROCESO TO DC-FECHA.
           MOVE "FX-REVAL" TO DC-PROGRAMA.
           MOVE AB-FACTURA TO DC-FACTURA.
           MOVE AB-CLIENTE TO DC-CLIENTE.
           MOVE AB-MONEDA TO DC-MONEDA.
           MOVE AB-SALDO-MONEDA TO DC-MONTO-MONEDA.
           MOVE AB-TASA-REGISTRO TO DC-TASA-REGISTRO.
           MOVE WS-TS-TASA TO DC-TASA-APLICADA.
           MOVE WS-DIF-PARTIDA TO DC-DIFERENCIA.
           MOVE AB-EMPRESA TO DC-EMPRESA.
           WRITE FX-DIFFERENCE-RECORD.
           MOVE AB-SALDO-MONEDA TO WS-SALDO-MON-EDIT.
           MOVE WS-DIF-PARTIDA TO WS-DIF-EDIT.
           MOVE SPACES TO AR-REVAL-REPORT-RECORD.
           STRING AB-FACTURA "  " AB-CLIENTE " " AB-MONEDA " "
               WS-SALDO-MON-EDIT " " WS-TASA-ANTERIOR " "
               WS-TS-TASA " " WS-DIF-EDIT
               DELIMITED BY SIZE INTO AR-REVAL-REPORT-RECORD.
           WRITE AR-REVAL-REPORT-RECORD.

       CARGAR-TASAS-RECIENTES.
           OPEN INPUT CONFIG-MONEDA-FILE.
           IF NOT MONEDAS-OK THEN
