      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFRATE-LOAD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PUBLISHED-RATE-FILE ASSIGN TO
                   "data/tasas-referencia.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-PUBLICADAS.
           SELECT REFERENCE-RATE-FILE ASSIGN TO
                   "data/tasas-referencia.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-REFERENCIA.
           SELECT REJECT-FILE ASSIGN TO
                   "data/tasas-referencia-rechazos.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-HISTORY-LOG ASSIGN TO "data/run-history.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-HIST.
       DATA DIVISION.
       FILE SECTION.
      *> Archivo delimitado de tasas publicadas con toda su historia:
      *> indice,tasa,fecha-desde.
       FD  PUBLISHED-RATE-FILE.
       01  PUBLISHED-RATE-RECORD PIC X(40).

       FD  REFERENCE-RATE-FILE.
       01  REFERENCE-RATE-RECORD.
           COPY TASAREF.

       FD  REJECT-FILE.
       01  REJECT-RECORD.
           05 RJ-LINEA PIC 9(4).
           05 RJ-MOTIVO PIC X(40).
           05 RJ-CONTENIDO PIC X(40).

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
           01 WS-ESTADO-HIST PIC XX VALUE "00".
               88 HIST-OK VALUE "00".
           01 WS-ESTADO-PUBLICADAS PIC XX VALUE "00".
               88 PUBLICADAS-OK VALUE "00".
           01 WS-ESTADO-REFERENCIA PIC XX VALUE "00".
               88 REFERENCIA-OK VALUE "00".
           01 WS-FIN-PUBLICADAS PIC X VALUE "N".
               88 FIN-PUBLICADAS VALUE "S".
           01 WS-LINEA-ACTUAL PIC 9(4) VALUE ZERO.
      *> Campos separados de la linea delimitada.
           01 WS-CAMPOS-CSV.
               05 WS-CSV-CODIGO PIC X(10).
               05 WS-CSV-TASA PIC X(10).
               05 WS-CSV-FECHA PIC X(10).
           01 WS-NUM-CAMPOS PIC 99 VALUE ZERO.
           01 WS-MOTIVO-RECHAZO PIC X(40) VALUE SPACES.
           01 WS-REGISTRO-VALIDO PIC X VALUE "S".
               88 REGISTRO-VALIDO VALUE "S".
           01 WS-VALOR-NUMERICO PIC 9(7)V9(4) VALUE ZERO.
           01 WS-PARSE-OK PIC X VALUE "N".
               88 PARSE-OK VALUE "S".
           01 WS-TEXTO-NUMERICO PIC X(8) VALUE SPACES.
      *> Los indices se verifican con RANGECHK contra las reglas del
      *> campo REFTASA.
           01 WS-ARCHIVO-CODIGOS PIC X(30)
               VALUE "data/prueba-codigos.cfg".
           01 WS-CAMPO-INDICE PIC X(8) VALUE "REFTASA".
           01 WS-VALOR-INDICE PIC X(8) VALUE SPACES.
           01 WS-INDICE-VALIDO PIC X VALUE "N".
               88 INDICE-VALIDO VALUE "S".
           01 WS-REGLA-INDICE PIC X(10) VALUE SPACES.
           01 WS-DS-FUNCION PIC X(8) VALUE SPACES.
           01 WS-DS-FECHA1 PIC 9(8) VALUE ZERO.
           01 WS-DS-FECHA2 PIC 9(8) VALUE ZERO.
           01 WS-DS-RESULTADO PIC S9(7) VALUE ZERO.
           01 WS-DS-OK PIC X VALUE "N".
      *> Tabla con las tasas aceptadas, en orden de indice y fecha;
      *> al final reemplaza completo el archivo de referencia.
           01 WS-NUM-TASAS PIC 9(3) VALUE ZERO.
           01 WS-IDX-TASA PIC 9(3) VALUE ZERO.
           01 WS-IDX-DESTINO PIC 9(3) VALUE ZERO.
           01 WS-TABLA-TASAS.
               05 WS-TASA-ENT OCCURS 500 TIMES.
                   10 WS-TASA-CLAVE.
                       15 WS-TASA-CODIGO PIC X(8).
                       15 WS-TASA-DESDE PIC 9(8).
                   10 WS-TASA-VALOR PIC 9(2)V9(4).
           01 WS-CLAVE-NUEVA.
               05 WS-CN-CODIGO PIC X(8).
               05 WS-CN-DESDE PIC 9(8).
           01 WS-TOTALES.
               05 WS-TOTAL-LEIDAS PIC 9(6) VALUE ZERO.
               05 WS-TOTAL-CARGADAS PIC 9(6) VALUE ZERO.
               05 WS-TOTAL-RECHAZADAS PIC 9(6) VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           OPEN INPUT PUBLISHED-RATE-FILE.
           IF NOT PUBLICADAS-OK THEN
               DISPLAY "REFRATE-LOAD: no se pudo abrir "
                   "data/tasas-referencia.csv, estado "
                   WS-ESTADO-PUBLICADAS
               MOVE 8 TO RETURN-CODE
               PERFORM REGISTRAR-HISTORIAL
               GOBACK
           END-IF.
           OPEN OUTPUT REJECT-FILE.
           PERFORM UNTIL FIN-PUBLICADAS
               READ PUBLISHED-RATE-FILE
                   AT END SET FIN-PUBLICADAS TO TRUE
                   NOT AT END PERFORM PROCESAR-LINEA-TASA
               END-READ
           END-PERFORM.
           CLOSE PUBLISHED-RATE-FILE.
           CLOSE REJECT-FILE.
           IF WS-NUM-TASAS = ZERO THEN
               DISPLAY "REFRATE-LOAD: ninguna tasa valida, se "
                   "conserva la tabla anterior."
               MOVE 8 TO RETURN-CODE
               PERFORM REGISTRAR-HISTORIAL
               GOBACK
           END-IF.
           PERFORM REESCRIBIR-REFERENCIAS.
           DISPLAY "Tasas de referencia leidas    : " WS-TOTAL-LEIDAS.
           DISPLAY "Tasas de referencia cargadas  : "
               WS-TOTAL-CARGADAS.
           DISPLAY "Tasas de referencia rechazadas: "
               WS-TOTAL-RECHAZADAS.
           IF WS-TOTAL-RECHAZADAS > ZERO AND RETURN-CODE = 0 THEN
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM REGISTRAR-HISTORIAL.
           GOBACK.

       PROCESAR-LINEA-TASA.
           ADD 1 TO WS-TOTAL-LEIDAS.
           ADD 1 TO WS-LINEA-ACTUAL.
           MOVE "S" TO WS-REGISTRO-VALIDO.
           MOVE SPACES TO WS-CAMPOS-CSV.
           MOVE ZERO TO WS-NUM-CAMPOS.
           UNSTRING PUBLISHED-RATE-RECORD DELIMITED BY ","
               INTO WS-CSV-CODIGO WS-CSV-TASA WS-CSV-FECHA
               TALLYING IN WS-NUM-CAMPOS
           END-UNSTRING.
           PERFORM VALIDAR-LINEA-TASA.
           IF REGISTRO-VALIDO THEN
               PERFORM GUARDAR-TASA
           ELSE
               PERFORM RECHAZAR-LINEA
           END-IF.

       VALIDAR-LINEA-TASA.
           IF WS-NUM-CAMPOS < 3 THEN
               MOVE "Linea incompleta, faltan campos" TO
                   WS-MOTIVO-RECHAZO
               MOVE "N" TO WS-REGISTRO-VALIDO
               EXIT PARAGRAPH
           END-IF.
           IF WS-CSV-CODIGO = SPACES
                   OR WS-CSV-CODIGO(9:2) NOT = SPACES THEN
               MOVE "Indice vacio o de mas de 8 posiciones" TO
                   WS-MOTIVO-RECHAZO
               MOVE "N" TO WS-REGISTRO-VALIDO
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CSV-CODIGO(1:8) TO WS-VALOR-INDICE.
           MOVE "N" TO WS-INDICE-VALIDO.
           MOVE RETURN-CODE TO WS-RC-GUARDA.
           CALL "RANGECHK" USING WS-ARCHIVO-CODIGOS WS-CAMPO-INDICE
               WS-VALOR-INDICE WS-INDICE-VALIDO WS-REGLA-INDICE.
           MOVE WS-RC-GUARDA TO RETURN-CODE.
           IF NOT INDICE-VALIDO THEN
               MOVE "Indice de referencia desconocido" TO
                   WS-MOTIVO-RECHAZO
               MOVE "N" TO WS-REGISTRO-VALIDO
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-TEXTO-NUMERICO.
           MOVE WS-CSV-TASA(1:8) TO WS-TEXTO-NUMERICO.
           MOVE RETURN-CODE TO WS-RC-GUARDA.
           CALL "NUMPARSE" USING WS-TEXTO-NUMERICO
               WS-VALOR-NUMERICO WS-PARSE-OK.
           MOVE WS-RC-GUARDA TO RETURN-CODE.
           IF NOT PARSE-OK OR WS-VALOR-NUMERICO >= 100 THEN
               MOVE "Tasa mal formada o fuera de rango" TO
                   WS-MOTIVO-RECHAZO
               MOVE "N" TO WS-REGISTRO-VALIDO
               EXIT PARAGRAPH
           END-IF.
           IF WS-CSV-FECHA(1:8) NOT NUMERIC
                   OR WS-CSV-FECHA(9:2) NOT = SPACES THEN
               MOVE "Fecha de vigencia no numerica" TO
                   WS-MOTIVO-RECHAZO
               MOVE "N" TO WS-REGISTRO-VALIDO
               EXIT PARAGRAPH
           END-IF.
           MOVE "VALIDA" TO WS-DS-FUNCION.
           MOVE WS-CSV-FECHA(1:8) TO WS-DS-FECHA1.
           MOVE WS-CSV-FECHA(1:8) TO WS-DS-FECHA2.
           MOVE RETURN-CODE TO WS-RC-GUARDA.
           CALL "DATESRV" USING WS-DS-FUNCION WS-DS-FECHA1
               WS-DS-FECHA2 WS-DS-RESULTADO WS-DS-OK.
           MOVE WS-RC-GUARDA TO RETURN-CODE.
           IF WS-DS-OK NOT = "S" THEN
               MOVE "Fecha de vigencia invalida" TO
                   WS-MOTIVO-RECHAZO
               MOVE "N" TO WS-REGISTRO-VALIDO
           END-IF.

      *> Inserta la tasa en su lugar por indice y fecha; una segunda
      *> publicacion del mismo indice y fecha se rechaza.
       GUARDAR-TASA.
           IF WS-NUM-TASAS >= 500 THEN
               MOVE "Limite de 500 tasas excedido" TO
                   WS-MOTIVO-RECHAZO
               PERFORM RECHAZAR-LINEA
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CSV-CODIGO(1:8) TO WS-CN-CODIGO.
           MOVE WS-CSV-FECHA(1:8) TO WS-CN-DESDE.
           MOVE 1 TO WS-IDX-DESTINO.
           PERFORM VARYING WS-IDX-TASA FROM 1 BY 1
                   UNTIL WS-IDX-TASA > WS-NUM-TASAS
               IF WS-TASA-CLAVE(WS-IDX-TASA) = WS-CLAVE-NUEVA THEN
                   MOVE "Vigencia duplicada para el indice" TO
                       WS-MOTIVO-RECHAZO
                   PERFORM RECHAZAR-LINEA
                   EXIT PARAGRAPH
               END-IF
               IF WS-TASA-CLAVE(WS-IDX-TASA) < WS-CLAVE-NUEVA THEN
                   COMPUTE WS-IDX-DESTINO = WS-IDX-TASA + 1
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-IDX-TASA FROM WS-NUM-TASAS BY -1
                   UNTIL WS-IDX-TASA < WS-IDX-DESTINO
               MOVE WS-TASA-ENT(WS-IDX-TASA) TO
                   WS-TASA-ENT(WS-IDX-TASA + 1)
           END-PERFORM.
           ADD 1 TO WS-NUM-TASAS.
           ADD 1 TO WS-TOTAL-CARGADAS.
           MOVE WS-CLAVE-NUEVA TO WS-TASA-CLAVE(WS-IDX-DESTINO).
           MOVE WS-VALOR-NUMERICO TO WS-TASA-VALOR(WS-IDX-DESTINO).

       RECHAZAR-LINEA.
           MOVE WS-LINEA-ACTUAL TO RJ-LINEA.
           MOVE WS-MOTIVO-RECHAZO TO RJ-MOTIVO.
           MOVE PUBLISHED-RATE-RECORD TO RJ-CONTENIDO.
           WRITE REJECT-RECORD.
           ADD 1 TO WS-TOTAL-RECHAZADAS.

       REESCRIBIR-REFERENCIAS.
           OPEN OUTPUT REFERENCE-RATE-FILE.
           PERFORM VARYING WS-IDX-TASA FROM 1 BY 1
                   UNTIL WS-IDX-TASA > WS-NUM-TASAS
               MOVE WS-TASA-CODIGO(WS-IDX-TASA) TO RF-CODIGO
               MOVE WS-TASA-VALOR(WS-IDX-TASA) TO RF-TASA
               MOVE WS-TASA-DESDE(WS-IDX-TASA) TO RF-FECHA-DESDE
               WRITE REFERENCE-RATE-RECORD
           END-PERFORM.
           CLOSE REFERENCE-RATE-FILE.

       REGISTRAR-HISTORIAL.
           OPEN EXTEND RUN-HISTORY-LOG.
           IF NOT HIST-OK THEN
               OPEN OUTPUT RUN-HISTORY-LOG
               CLOSE RUN-HISTORY-LOG
               OPEN EXTEND RUN-HISTORY-LOG
           END-IF.
           MOVE "REFRATE-LOAD" TO RH-PROGRAMA.
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
       END PROGRAM REFRATE-LOAD.
