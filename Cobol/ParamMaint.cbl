      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARAM-MANTO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DICTIONARY-FILE ASSIGN TO "data/param-campos.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-DICCIONARIO.
           SELECT PROGRAM-LIST-FILE ASSIGN TO "data/programas.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-PROGRAMAS.
           SELECT ACCOUNT-MAP-FILE ASSIGN TO "data/gl-cuentas.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-MAPA.
           SELECT WAIT-FILE ASSIGN TO "data/scheduler-esperas.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-ESPERAS.
           SELECT TARGET-FILE ASSIGN TO DYNAMIC WS-NOMBRE-ARCHIVO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-ARCHIVO.
           SELECT CHANGE-LOG ASSIGN TO "data/param-cambios.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-LOG.
           SELECT VALIDATION-REPORT ASSIGN TO
                   "data/param-validacion.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-INFORME.
           SELECT MODE-FILE ASSIGN TO "data/param-manto-modo.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-MODO.
           SELECT STEP-PARAM-FILE ASSIGN TO
                   DYNAMIC WS-NOMBRE-PARAMETROS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-PARAMETROS.
           SELECT RUN-HISTORY-LOG ASSIGN TO "data/run-history.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-HIST.
       DATA DIVISION.
       FILE SECTION.
      *> Diccionario de los archivos de parametros: un registro por
      *> campo, agrupados por archivo. La linea *LARGO abre cada
      *> archivo con el largo de su registro (nada puede venir
      *> despues de esa columna) y en el tipo S si el archivo es
      *> obligatorio. Tipos de campo:
      *>   N numerico, entre minimo y maximo (cero = sin tope)
      *>   X texto obligatorio        O texto opcional
      *>   P programa de data/programas.cfg
      *>   C cuenta contable de 8 digitos
      *>   M cuenta del mapa contable (data/gl-cuentas.cfg)
      *>   D fecha AAAAMMDD           H hora HHMM
      *>   V uno de los valores de la lista, cada uno del largo del
      *>     campo (DC = D o C)
      *>   F frecuencia de la malla: DIARIO, FINMES o mascara S/N
      *>   E archivo opcional; si se indica, tiene que existir
      *>   G grupo de espera de data/scheduler-esperas.cfg, opcional
      *>   B relleno, en blanco
      *> UNICO en la lista de valores (tipos distintos de V) exige
      *> que el campo no se repita en el archivo.
       FD  DICTIONARY-FILE.
       01  DICTIONARY-RECORD.
           05 PC-ARCHIVO PIC X(30).
           05 PC-CAMPO PIC X(14).
           05 PC-DESDE PIC 9(3).
           05 PC-LARGO PIC 9(3).
           05 PC-TIPO PIC X.
           05 PC-MINIMO PIC 9(6).
           05 PC-MAXIMO PIC 9(9).
           05 PC-VALORES PIC X(20).

      *> Programas conocidos: los que se pueden nombrar en la malla,
      *> en los umbrales y en los plazos.
       FD  PROGRAM-LIST-FILE.
       01  PROGRAM-LIST-RECORD.
           05 PG-PROGRAMA PIC X(20).
           05 PG-DESCRIPCION PIC X(40).

       FD  ACCOUNT-MAP-FILE.
       01  ACCOUNT-MAP-RECORD.
           COPY GLMAPA.

       FD  WAIT-FILE.
       01  WAIT-RECORD.
           05 EP-GRUPO PIC X(8).
           05 FILLER PIC X(61).

      *> El archivo de parametros en mantenimiento o en validacion.
       FD  TARGET-FILE.
       01  TARGET-RECORD PIC X(200).

      *> Cada alta, cambio o baja con el operador, la hora y la
      *> imagen de la linea antes y despues.
       FD  CHANGE-LOG.
       01  CHANGE-LOG-RECORD.
           05 PL-FECHA-HORA PIC X(15).
           05 PL-OPERADOR PIC X(8).
           05 PL-ARCHIVO PIC X(30).
           05 PL-ACCION PIC X(8).
           05 PL-LINEA PIC 9(3).
           05 PL-ANTES PIC X(80).
           05 PL-DESPUES PIC X(80).

       FD  VALIDATION-REPORT.
       01  VALIDATION-REPORT-RECORD PIC X(132).

      *> MANTENER = altas, cambios y bajas en un archivo;
      *> VALIDAR = revisa todos los archivos del diccionario.
       FD  MODE-FILE.
       01  MODE-RECORD.
           05 MP-FUNCION PIC X(8).

      *> Parametros del paso cuando corre en la malla del SCHEDULER:
      *> mismo layout que el archivo de modo.
       FD  STEP-PARAM-FILE.
       01  STEP-PARAM-RECORD.
           05 PR-FUNCION PIC X(8).

       FD  RUN-HISTORY-LOG.
           COPY RUNHIST.

       WORKING-STORAGE SECTION.
      *> Operador firmado en el menu; los programas llamados lo
      *> arrastran al historial de corridas.
       01  OPERADOR-ACTUAL PIC X(8) EXTERNAL.
       01  PARAMETRO-PASO PIC X(30) EXTERNAL.
           01 WS-ESTADO-HIST PIC XX VALUE "00".
               88 HIST-OK VALUE "00".
           01 WS-ESTADO-DICCIONARIO PIC XX VALUE "00".
               88 DICCIONARIO-OK VALUE "00".
           01 WS-ESTADO-PROGRAMAS PIC XX VALUE "00".
               88 PROGRAMAS-OK VALUE "00".
           01 WS-ESTADO-MAPA PIC XX VALUE "00".
               88 MAPA-OK VALUE "00".
           01 WS-ESTADO-ESPERAS PIC XX VALUE "00".
               88 ESPERAS-OK VALUE "00".
           01 WS-ESTADO-ARCHIVO PIC XX VALUE "00".
               88 ARCHIVO-OK VALUE "00".
           01 WS-ESTADO-LOG PIC XX VALUE "00".
               88 LOG-OK VALUE "00".
           01 WS-ESTADO-INFORME PIC XX VALUE "00".
               88 INFORME-OK VALUE "00".
           01 WS-ESTADO-MODO PIC XX VALUE "00".
               88 MODO-FILE-OK VALUE "00".
           01 WS-ESTADO-PARAMETROS PIC XX VALUE "00".
               88 PARAMETROS-OK VALUE "00".
           01 WS-NOMBRE-PARAMETROS PIC X(30) VALUE SPACES.
           01 WS-NOMBRE-ARCHIVO PIC X(30) VALUE SPACES.
           01 WS-FUNCION PIC X(8) VALUE SPACES.
               88 FUNCION-MANTENER VALUE "MANTENER".
               88 FUNCION-VALIDAR VALUE "VALIDAR".
           01 WS-OPCION PIC X VALUE SPACE.
               88 MANTO-LISTAR VALUE "L".
               88 MANTO-ALTA VALUE "A".
               88 MANTO-CAMBIO VALUE "C".
               88 MANTO-BAJA VALUE "B".
               88 MANTO-VALIDAR VALUE "V".
               88 MANTO-SALIR VALUE "S".
           01 WS-CONFIRMA PIC X VALUE SPACE.
           01 WS-OPERADOR PIC X(8) VALUE SPACES.
           01 WS-FIN-ARCHIVO PIC X VALUE "N".
               88 FIN-ARCHIVO VALUE "S".
      *> Diccionario en memoria: los archivos y, para cada uno, sus
      *> campos contiguos en la tabla de campos.
           01 WS-NUM-ARCHIVOS PIC 9(2) VALUE ZERO.
           01 WS-IDX-ARC PIC 9(2) VALUE ZERO.
           01 WS-ELEGIDO PIC 9(2) VALUE ZERO.
           01 WS-TABLA-ARCHIVOS.
               05 WS-ARC OCCURS 30 TIMES.
                   10 WS-ARC-NOMBRE PIC X(30).
                   10 WS-ARC-LARGO PIC 9(3).
                   10 WS-ARC-OBLIGATORIO PIC X.
                   10 WS-ARC-PRIMER-CAMPO PIC 9(3).
                   10 WS-ARC-NUM-CAMPOS PIC 9(3).
           01 WS-NUM-CAMPOS PIC 9(3) VALUE ZERO.
           01 WS-IDX-CAM PIC 9(3) VALUE ZERO.
           01 WS-ULT-CAM PIC 9(3) VALUE ZERO.
           01 WS-TABLA-CAMPOS.
               05 WS-CAM OCCURS 300 TIMES.
                   10 WS-CAM-NOMBRE PIC X(14).
                   10 WS-CAM-DESDE PIC 9(3).
                   10 WS-CAM-LARGO PIC 9(3).
                   10 WS-CAM-TIPO PIC X.
                   10 WS-CAM-MINIMO PIC 9(6).
                   10 WS-CAM-MAXIMO PIC 9(9).
                   10 WS-CAM-VALORES PIC X(20).
           01 WS-TIPOS-VALIDOS PIC X(14) VALUE "NXOPCMDHVFEGB".
           01 WS-CUENTA-TIPO PIC 9(3) VALUE ZERO.
           01 WS-ERRORES-DICCIONARIO PIC 9(3) VALUE ZERO.
      *> Tablas de referencia para los tipos P, M y G.
           01 WS-NUM-PROGRAMAS PIC 9(3) VALUE ZERO.
           01 WS-TABLA-PROGRAMAS.
               05 WS-PROGRAMA OCCURS 300 TIMES PIC X(20).
           01 WS-NUM-CUENTAS PIC 9(3) VALUE ZERO.
           01 WS-TABLA-CUENTAS.
               05 WS-CUENTA OCCURS 200 TIMES PIC X(8).
           01 WS-NUM-GRUPOS PIC 9(3) VALUE ZERO.
           01 WS-TABLA-GRUPOS.
               05 WS-GRUPO OCCURS 100 TIMES PIC X(8).
           01 WS-IDX-REF PIC 9(3) VALUE ZERO.
           01 WS-REF-HALLADA PIC X VALUE "N".
               88 REF-HALLADA VALUE "S".
      *> Lineas del archivo en mantenimiento.
           01 WS-NUM-LINEAS PIC 9(3) VALUE ZERO.
           01 WS-IDX-LIN PIC 9(3) VALUE ZERO.
           01 WS-LINEAS-DESBORDADAS PIC X VALUE "N".
               88 LINEAS-DESBORDADAS VALUE "S".
           01 WS-TABLA-LINEAS.
               05 WS-LIN OCCURS 300 TIMES PIC X(200).
           01 WS-NUM-LINEA PIC 9(3) VALUE ZERO.
           01 WS-LINEA PIC X(200) VALUE SPACES.
           01 WS-LINEA-ANTERIOR PIC X(200) VALUE SPACES.
           01 WS-EXCLUIR PIC 9(3) VALUE ZERO.
      *> Valores de los campos marcados UNICO ya vistos en el
      *> archivo.
           01 WS-NUM-CLAVES PIC 9(3) VALUE ZERO.
           01 WS-TABLA-CLAVES.
               05 WS-CLAVE OCCURS 300 TIMES PIC X(40).
      *> Validacion de un campo.
           01 WS-VALOR PIC X(40) VALUE SPACES.
           01 WS-NUMERO PIC 9(9) VALUE ZERO.
           01 WS-HORA PIC 9(4) VALUE ZERO.
           01 WS-HORA-R REDEFINES WS-HORA.
               05 WS-HORA-HH PIC 99.
               05 WS-HORA-MM PIC 99.
           01 WS-POS-VALOR PIC 9(3) VALUE ZERO.
           01 WS-POS-RESTO PIC 9(3) VALUE ZERO.
           01 WS-IDX-CAR PIC 9(3) VALUE ZERO.
           01 WS-MOTIVO PIC X(40) VALUE SPACES.
           01 WS-ERRORES-LINEA PIC 9(3) VALUE ZERO.
           01 WS-ERRORES-ARCHIVO PIC 9(5) VALUE ZERO.
           01 WS-LINEAS-ARCHIVO PIC 9(5) VALUE ZERO.
           01 WS-TOT-ERRORES PIC 9(5) VALUE ZERO.
           01 WS-TOT-ARCHIVOS PIC 9(3) VALUE ZERO.
           01 WS-TOT-FALTANTES PIC 9(3) VALUE ZERO.
           01 WS-EN-INFORME PIC X VALUE "N".
               88 EN-INFORME VALUE "S".
           01 WS-MENSAJE PIC X(132) VALUE SPACES.
      *> Existencia de un archivo nombrado en un campo tipo E.
           01 WS-ARCHIVO-VERIFICAR PIC X(40) VALUE SPACES.
           01 WS-DETALLE-ARCHIVO.
               05 WS-DA-TAMANO PIC X(8) COMP-X.
               05 WS-DA-DIA PIC X COMP-X.
               05 WS-DA-MES PIC X COMP-X.
               05 WS-DA-ANO PIC X(2) COMP-X.
               05 WS-DA-HORA PIC X(4).
           01 WS-RC-GUARDA PIC S9(4) VALUE ZERO.
      *> Validez de las fechas via el servicio comun DATESRV.
           01 WS-DS-FUNCION PIC X(8) VALUE SPACES.
           01 WS-DS-FECHA1 PIC 9(8) VALUE ZERO.
           01 WS-DS-FECHA2 PIC 9(8) VALUE ZERO.
           01 WS-DS-RESULTADO PIC S9(7) VALUE ZERO.
           01 WS-DS-OK PIC X VALUE "N".
      *> Captura de un campo por consola.
           01 WS-ENTRADA PIC X(40) VALUE SPACES.
           01 WS-ENTRADA-AJUSTADA PIC X(40) VALUE SPACES.
           01 WS-LARGO-ENTRADA PIC 9(3) VALUE ZERO.
           01 WS-DATOS-VALIDOS PIC X VALUE "N".
               88 DATOS-VALIDOS VALUE "S".
           01 WS-ACCION PIC X(8) VALUE SPACES.
           01 WS-CANTIDAD-EDIT PIC ZZZZ9.
           01 WS-CANTIDAD-EDIT-2 PIC ZZZZ9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           IF OPERADOR-ACTUAL = SPACES
                   OR OPERADOR-ACTUAL = LOW-VALUES THEN
               MOVE "BATCH" TO WS-OPERADOR
           ELSE
               MOVE OPERADOR-ACTUAL TO WS-OPERADOR
           END-IF.
           PERFORM CARGAR-FUNCION.
           PERFORM CARGAR-DICCIONARIO.
           IF WS-NUM-ARCHIVOS = ZERO THEN
               DISPLAY "PARAM-MANTO: diccionario data/param-campos.cfg"
                   " vacio o inexistente."
               MOVE 8 TO RETURN-CODE
               PERFORM REGISTRAR-HISTORIAL
               GOBACK
           END-IF.
           PERFORM CARGAR-REFERENCIAS.
           EVALUATE TRUE
               WHEN FUNCION-MANTENER
                   PERFORM MANTENER-PARAMETROS
               WHEN FUNCION-VALIDAR
                   PERFORM VALIDAR-TODO
               WHEN OTHER
                   DISPLAY "PARAM-MANTO: funcion invalida "
                       "(MANTENER/VALIDAR)."
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           PERFORM REGISTRAR-HISTORIAL.
           GOBACK.

      *> En la malla la funcion llega por los parametros del paso;
      *> fuera de ella, por el archivo de modo o por consola.
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
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "CARGAR-FUNCION: no se pudo abrir "
                   WS-NOMBRE-PARAMETROS "."
           END-IF.
           OPEN INPUT MODE-FILE.
           IF MODO-FILE-OK THEN
               READ MODE-FILE
                   NOT AT END MOVE MP-FUNCION TO WS-FUNCION
               END-READ
               CLOSE MODE-FILE
           ELSE
               DISPLAY "Funcion (MANTENER/VALIDAR):"
               ACCEPT WS-FUNCION
           END-IF.

      *> Un campo mal descripto en el diccionario se descarta con
      *> aviso: es preferible no validarlo a validarlo mal.
       CARGAR-DICCIONARIO.
           MOVE ZERO TO WS-NUM-ARCHIVOS.
           MOVE ZERO TO WS-NUM-CAMPOS.
           OPEN INPUT DICTIONARY-FILE.
           IF NOT DICCIONARIO-OK THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIN-ARCHIVO.
           PERFORM UNTIL FIN-ARCHIVO
               READ DICTIONARY-FILE
                   AT END SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF PC-ARCHIVO NOT = SPACES THEN
                           PERFORM GUARDAR-ENTRADA-DICCIONARIO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DICTIONARY-FILE.
           IF WS-ERRORES-DICCIONARIO > ZERO AND RETURN-CODE = 0 THEN
               MOVE 4 TO RETURN-CODE
           END-IF.

       GUARDAR-ENTRADA-DICCIONARIO.
           IF PC-CAMPO = "*LARGO" THEN
               PERFORM GUARDAR-ARCHIVO-DICCIONARIO
               EXIT PARAGRAPH
           END-IF.
           IF WS-NUM-ARCHIVOS = ZERO THEN
               PERFORM RECHAZAR-ENTRADA-DICCIONARIO
               EXIT PARAGRAPH
           END-IF.
           IF PC-ARCHIVO NOT = WS-ARC-NOMBRE(WS-NUM-ARCHIVOS) THEN
               PERFORM RECHAZAR-ENTRADA-DICCIONARIO
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-CUENTA-TIPO.
           IF PC-TIPO NOT = SPACE THEN
               INSPECT WS-TIPOS-VALIDOS TALLYING WS-CUENTA-TIPO
                   FOR ALL PC-TIPO
           END-IF.
           IF WS-CUENTA-TIPO = ZERO
                   OR PC-DESDE NOT NUMERIC OR PC-LARGO NOT NUMERIC
                   OR PC-MINIMO NOT NUMERIC OR PC-MAXIMO NOT NUMERIC
                   OR PC-DESDE = ZERO OR PC-LARGO = ZERO
                   OR PC-LARGO > 40 THEN
               PERFORM RECHAZAR-ENTRADA-DICCIONARIO
               EXIT PARAGRAPH
           END-IF.
           IF PC-DESDE + PC-LARGO - 1 >
                   WS-ARC-LARGO(WS-NUM-ARCHIVOS) THEN
               PERFORM RECHAZAR-ENTRADA-DICCIONARIO
               EXIT PARAGRAPH
           END-IF.
           IF WS-NUM-CAMPOS >= 300 THEN
               PERFORM RECHAZAR-ENTRADA-DICCIONARIO
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NUM-CAMPOS.
           MOVE PC-CAMPO TO WS-CAM-NOMBRE(WS-NUM-CAMPOS).
           MOVE PC-DESDE TO WS-CAM-DESDE(WS-NUM-CAMPOS).
           MOVE PC-LARGO TO WS-CAM-LARGO(WS-NUM-CAMPOS).
           MOVE PC-TIPO TO WS-CAM-TIPO(WS-NUM-CAMPOS).
           MOVE PC-MINIMO TO WS-CAM-MINIMO(WS-NUM-CAMPOS).
           MOVE PC-MAXIMO TO WS-CAM-MAXIMO(WS-NUM-CAMPOS).
           MOVE PC-VALORES TO WS-CAM-VALORES(WS-NUM-CAMPOS).
           ADD 1 TO WS-ARC-NUM-CAMPOS(WS-NUM-ARCHIVOS).

       GUARDAR-ARCHIVO-DICCIONARIO.
           IF WS-NUM-ARCHIVOS >= 30 OR PC-LARGO NOT NUMERIC
                   OR PC-LARGO = ZERO OR PC-LARGO > 200 THEN
               PERFORM RECHAZAR-ENTRADA-DICCIONARIO
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NUM-ARCHIVOS.
           MOVE PC-ARCHIVO TO WS-ARC-NOMBRE(WS-NUM-ARCHIVOS).
           MOVE PC-LARGO TO WS-ARC-LARGO(WS-NUM-ARCHIVOS).
           MOVE PC-TIPO TO WS-ARC-OBLIGATORIO(WS-NUM-ARCHIVOS).
           COMPUTE WS-ARC-PRIMER-CAMPO(WS-NUM-ARCHIVOS) =
               WS-NUM-CAMPOS + 1.
           MOVE ZERO TO WS-ARC-NUM-CAMPOS(WS-NUM-ARCHIVOS).

       RECHAZAR-ENTRADA-DICCIONARIO.
           ADD 1 TO WS-ERRORES-DICCIONARIO.
           DISPLAY "CARGAR-DICCIONARIO: entrada invalida, se "
               "descarta: " DICTIONARY-RECORD.

       CARGAR-REFERENCIAS.
           PERFORM CARGAR-PROGRAMAS.
           PERFORM CARGAR-CUENTAS.
           PERFORM CARGAR-GRUPOS.

       CARGAR-PROGRAMAS.
           MOVE ZERO TO WS-NUM-PROGRAMAS.
           OPEN INPUT PROGRAM-LIST-FILE.
           IF NOT PROGRAMAS-OK THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIN-ARCHIVO.
           PERFORM UNTIL FIN-ARCHIVO
               READ PROGRAM-LIST-FILE
                   AT END SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF PG-PROGRAMA NOT = SPACES
                               AND WS-NUM-PROGRAMAS < 300 THEN
                           ADD 1 TO WS-NUM-PROGRAMAS
                           MOVE PG-PROGRAMA TO
                               WS-PROGRAMA(WS-NUM-PROGRAMAS)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PROGRAM-LIST-FILE.

       CARGAR-CUENTAS.
           MOVE ZERO TO WS-NUM-CUENTAS.
           OPEN INPUT ACCOUNT-MAP-FILE.
           IF NOT MAPA-OK THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIN-ARCHIVO.
           PERFORM UNTIL FIN-ARCHIVO
               READ ACCOUNT-MAP-FILE
                   AT END SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF GLM-CUENTA NOT = SPACES
                               AND WS-NUM-CUENTAS < 200 THEN
                           ADD 1 TO WS-NUM-CUENTAS
                           MOVE GLM-CUENTA TO
                               WS-CUENTA(WS-NUM-CUENTAS)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ACCOUNT-MAP-FILE.

       CARGAR-GRUPOS.
           MOVE ZERO TO WS-NUM-GRUPOS.
           OPEN INPUT WAIT-FILE.
           IF NOT ESPERAS-OK THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIN-ARCHIVO.
           PERFORM UNTIL FIN-ARCHIVO
               READ WAIT-FILE
                   AT END SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF EP-GRUPO NOT = SPACES
                               AND WS-NUM-GRUPOS < 100 THEN
                           ADD 1 TO WS-NUM-GRUPOS
                           MOVE EP-GRUPO TO WS-GRUPO(WS-NUM-GRUPOS)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WAIT-FILE.

      *> Antes de la malla: todos los archivos del diccionario, linea
      *> por linea. Cualquier error termina con RETURN-CODE 8 para
      *> que el SCHEDULER no arranque la noche sobre parametros
      *> malos; el detalle queda en data/param-validacion.dat.
       VALIDAR-TODO.
           OPEN OUTPUT VALIDATION-REPORT.
           SET EN-INFORME TO TRUE.
           MOVE SPACES TO VALIDATION-REPORT-RECORD.
           STRING "VALIDACION DE PARAMETROS  "
               FUNCTION CURRENT-DATE(1:8) " "
               FUNCTION CURRENT-DATE(9:4) "  operador " WS-OPERADOR
               DELIMITED BY SIZE INTO VALIDATION-REPORT-RECORD.
           WRITE VALIDATION-REPORT-RECORD.
           PERFORM VARYING WS-IDX-ARC FROM 1 BY 1
                   UNTIL WS-IDX-ARC > WS-NUM-ARCHIVOS
               PERFORM VALIDAR-ARCHIVO
           END-PERFORM.
           MOVE WS-TOT-ARCHIVOS TO WS-CANTIDAD-EDIT.
           MOVE WS-TOT-ERRORES TO WS-CANTIDAD-EDIT-2.
           MOVE SPACES TO VALIDATION-REPORT-RECORD.
           WRITE VALIDATION-REPORT-RECORD.
           MOVE SPACES TO VALIDATION-REPORT-RECORD.
           STRING "TOTAL  archivos " WS-CANTIDAD-EDIT "  errores "
               WS-CANTIDAD-EDIT-2
               DELIMITED BY SIZE INTO VALIDATION-REPORT-RECORD.
           WRITE VALIDATION-REPORT-RECORD.
           CLOSE VALIDATION-REPORT.
           MOVE "N" TO WS-EN-INFORME.
           DISPLAY "Archivos revisados  : " WS-TOT-ARCHIVOS.
           DISPLAY "Archivos faltantes  : " WS-TOT-FALTANTES.
           DISPLAY "Errores             : " WS-TOT-ERRORES.
           IF WS-TOT-ERRORES > ZERO THEN
               DISPLAY "PARAM-MANTO: hay parametros invalidos, ver "
                   "data/param-validacion.dat."
               MOVE 8 TO RETURN-CODE
           END-IF.

       VALIDAR-ARCHIVO.
           MOVE WS-ARC-NOMBRE(WS-IDX-ARC) TO WS-NOMBRE-ARCHIVO.
           MOVE ZERO TO WS-ERRORES-ARCHIVO.
           MOVE ZERO TO WS-LINEAS-ARCHIVO.
           MOVE ZERO TO WS-NUM-CLAVES.
           MOVE ZERO TO WS-EXCLUIR.
           OPEN INPUT TARGET-FILE.
           IF NOT ARCHIVO-OK THEN
               MOVE SPACES TO WS-MENSAJE
               IF WS-ARC-OBLIGATORIO(WS-IDX-ARC) = "S" THEN
                   ADD 1 TO WS-TOT-ERRORES
                   ADD 1 TO WS-TOT-FALTANTES
                   STRING WS-NOMBRE-ARCHIVO " FALTA (obligatorio)"
                       DELIMITED BY SIZE INTO WS-MENSAJE
               ELSE
                   STRING WS-NOMBRE-ARCHIVO " no existe (opcional)"
                       DELIMITED BY SIZE INTO WS-MENSAJE
               END-IF
               PERFORM ANOTAR-MENSAJE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-TOT-ARCHIVOS.
           MOVE "N" TO WS-FIN-ARCHIVO.
           PERFORM UNTIL FIN-ARCHIVO
               READ TARGET-FILE
                   AT END SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LINEAS-ARCHIVO
                       IF TARGET-RECORD NOT = SPACES THEN
                           MOVE TARGET-RECORD TO WS-LINEA
                           MOVE WS-LINEAS-ARCHIVO TO WS-NUM-LINEA
                           PERFORM VALIDAR-LINEA
                           ADD WS-ERRORES-LINEA TO WS-ERRORES-ARCHIVO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TARGET-FILE.
           ADD WS-ERRORES-ARCHIVO TO WS-TOT-ERRORES.
           MOVE WS-LINEAS-ARCHIVO TO WS-CANTIDAD-EDIT.
           MOVE WS-ERRORES-ARCHIVO TO WS-CANTIDAD-EDIT-2.
           MOVE SPACES TO WS-MENSAJE.
           STRING WS-NOMBRE-ARCHIVO " lineas " WS-CANTIDAD-EDIT
               "  errores " WS-CANTIDAD-EDIT-2
               DELIMITED BY SIZE INTO WS-MENSAJE.
           PERFORM ANOTAR-MENSAJE.

      *> Valida WS-LINEA contra los campos del archivo WS-IDX-ARC;
      *> deja la cantidad de errores en WS-ERRORES-LINEA.
       VALIDAR-LINEA.
           MOVE ZERO TO WS-ERRORES-LINEA.
           COMPUTE WS-POS-RESTO = WS-ARC-LARGO(WS-IDX-ARC) + 1.
           IF WS-POS-RESTO <= 200 THEN
               IF WS-LINEA(WS-POS-RESTO:) NOT = SPACES THEN
                   MOVE ZERO TO WS-IDX-CAM
                   MOVE "texto despues del final del registro"
                       TO WS-MOTIVO
                   PERFORM ANOTAR-ERROR-CAMPO
               END-IF
           END-IF.
           COMPUTE WS-ULT-CAM = WS-ARC-PRIMER-CAMPO(WS-IDX-ARC)
               + WS-ARC-NUM-CAMPOS(WS-IDX-ARC) - 1.
           PERFORM VARYING WS-IDX-CAM
                   FROM WS-ARC-PRIMER-CAMPO(WS-IDX-ARC) BY 1
                   UNTIL WS-IDX-CAM > WS-ULT-CAM
               PERFORM VALIDAR-CAMPO
           END-PERFORM.

       VALIDAR-CAMPO.
           MOVE SPACES TO WS-VALOR.
           MOVE WS-LINEA(WS-CAM-DESDE(WS-IDX-CAM):
               WS-CAM-LARGO(WS-IDX-CAM)) TO WS-VALOR.
           MOVE SPACES TO WS-MOTIVO.
           EVALUATE WS-CAM-TIPO(WS-IDX-CAM)
               WHEN "N"
                   PERFORM VALIDAR-NUMERO
               WHEN "X"
                   IF WS-VALOR = SPACES THEN
                       MOVE "vacio" TO WS-MOTIVO
                   END-IF
               WHEN "P"
                   PERFORM VALIDAR-PROGRAMA
               WHEN "C"
                   IF WS-VALOR(1:8) NOT NUMERIC THEN
                       MOVE "cuenta de 8 digitos" TO WS-MOTIVO
                   END-IF
               WHEN "M"
                   PERFORM VALIDAR-CUENTA-MAPA
               WHEN "D"
                   PERFORM VALIDAR-FECHA
               WHEN "H"
                   PERFORM VALIDAR-HORA
               WHEN "V"
                   PERFORM VALIDAR-LISTA
               WHEN "F"
                   PERFORM VALIDAR-FRECUENCIA
               WHEN "E"
                   PERFORM VALIDAR-ARCHIVO-NOMBRADO
               WHEN "G"
                   PERFORM VALIDAR-GRUPO
               WHEN "B"
                   IF WS-VALOR NOT = SPACES THEN
                       MOVE "debe ir en blanco" TO WS-MOTIVO
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-MOTIVO = SPACES
                   AND WS-CAM-VALORES(WS-IDX-CAM) = "UNICO"
                   AND WS-VALOR NOT = SPACES THEN
               PERFORM VALIDAR-UNICO
           END-IF.
           IF WS-MOTIVO NOT = SPACES THEN
               PERFORM ANOTAR-ERROR-CAMPO
           END-IF.

       VALIDAR-NUMERO.
           IF WS-VALOR(1:WS-CAM-LARGO(WS-IDX-CAM)) NOT NUMERIC THEN
               MOVE "no numerico" TO WS-MOTIVO
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-VALOR(1:WS-CAM-LARGO(WS-IDX-CAM)) TO WS-NUMERO.
           IF WS-NUMERO < WS-CAM-MINIMO(WS-IDX-CAM) THEN
               MOVE "menor que el minimo" TO WS-MOTIVO
           END-IF.
           IF WS-CAM-MAXIMO(WS-IDX-CAM) > ZERO
                   AND WS-NUMERO > WS-CAM-MAXIMO(WS-IDX-CAM) THEN
               MOVE "mayor que el maximo" TO WS-MOTIVO
           END-IF.

       VALIDAR-PROGRAMA.
           IF WS-VALOR = SPACES THEN
               MOVE "vacio" TO WS-MOTIVO
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-REF-HALLADA.
           PERFORM VARYING WS-IDX-REF FROM 1 BY 1
                   UNTIL WS-IDX-REF > WS-NUM-PROGRAMAS OR REF-HALLADA
               IF WS-PROGRAMA(WS-IDX-REF) = WS-VALOR THEN
                   SET REF-HALLADA TO TRUE
               END-IF
           END-PERFORM.
           IF NOT REF-HALLADA THEN
               MOVE "programa no catalogado en programas.cfg"
                   TO WS-MOTIVO
           END-IF.

       VALIDAR-CUENTA-MAPA.
           IF WS-VALOR(1:8) NOT NUMERIC THEN
               MOVE "cuenta de 8 digitos" TO WS-MOTIVO
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-REF-HALLADA.
           PERFORM VARYING WS-IDX-REF FROM 1 BY 1
                   UNTIL WS-IDX-REF > WS-NUM-CUENTAS OR REF-HALLADA
               IF WS-CUENTA(WS-IDX-REF) = WS-VALOR(1:8) THEN
                   SET REF-HALLADA TO TRUE
               END-IF
           END-PERFORM.
           IF NOT REF-HALLADA THEN
               MOVE "cuenta fuera del mapa contable" TO WS-MOTIVO
           END-IF.

       VALIDAR-FECHA.
           IF WS-VALOR(1:8) NOT NUMERIC THEN
               MOVE "fecha AAAAMMDD invalida" TO WS-MOTIVO
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-VALOR(1:8) TO WS-DS-FECHA1.
           MOVE "VALIDA" TO WS-DS-FUNCION.
           MOVE ZERO TO WS-DS-FECHA2.
           MOVE RETURN-CODE TO WS-RC-GUARDA.
           CALL "DATESRV" USING WS-DS-FUNCION WS-DS-FECHA1
               WS-DS-FECHA2 WS-DS-RESULTADO WS-DS-OK.
           MOVE WS-RC-GUARDA TO RETURN-CODE.
           IF WS-DS-OK NOT = "S" THEN
               MOVE "fecha AAAAMMDD invalida" TO WS-MOTIVO
           END-IF.

       VALIDAR-HORA.
           IF WS-VALOR(1:4) NOT NUMERIC THEN
               MOVE "hora HHMM invalida" TO WS-MOTIVO
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-VALOR(1:4) TO WS-HORA.
           IF WS-HORA-HH > 23 OR WS-HORA-MM > 59 THEN
               MOVE "hora HHMM invalida" TO WS-MOTIVO
           END-IF.

      *> La lista trae los valores permitidos uno detras de otro,
      *> cada uno del largo del campo.
       VALIDAR-LISTA.
           MOVE "N" TO WS-REF-HALLADA.
           PERFORM VARYING WS-POS-VALOR FROM 1
                   BY WS-CAM-LARGO(WS-IDX-CAM)
                   UNTIL WS-POS-VALOR + WS-CAM-LARGO(WS-IDX-CAM) - 1
                       > 20 OR REF-HALLADA
               IF WS-CAM-VALORES(WS-IDX-CAM)(WS-POS-VALOR:
                       WS-CAM-LARGO(WS-IDX-CAM)) NOT = SPACES
                   AND WS-CAM-VALORES(WS-IDX-CAM)(WS-POS-VALOR:
                       WS-CAM-LARGO(WS-IDX-CAM)) =
                       WS-VALOR(1:WS-CAM-LARGO(WS-IDX-CAM)) THEN
                   SET REF-HALLADA TO TRUE
               END-IF
           END-PERFORM.
           IF NOT REF-HALLADA THEN
               MOVE SPACES TO WS-MOTIVO
               STRING "fuera de la lista " WS-CAM-VALORES(WS-IDX-CAM)
                   DELIMITED BY SIZE INTO WS-MOTIVO
           END-IF.

       VALIDAR-FRECUENCIA.
           IF WS-VALOR(1:7) = SPACES OR WS-VALOR(1:7) = "DIARIO"
                   OR WS-VALOR(1:7) = "FINMES" THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-IDX-CAR FROM 1 BY 1
                   UNTIL WS-IDX-CAR > 7
               IF WS-VALOR(WS-IDX-CAR:1) NOT = "S"
                       AND WS-VALOR(WS-IDX-CAR:1) NOT = "N" THEN
                   MOVE "DIARIO, FINMES o mascara S/N de 7 dias"
                       TO WS-MOTIVO
               END-IF
           END-PERFORM.

       VALIDAR-ARCHIVO-NOMBRADO.
           IF WS-VALOR = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-VALOR TO WS-ARCHIVO-VERIFICAR.
           MOVE RETURN-CODE TO WS-RC-GUARDA.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-ARCHIVO-VERIFICAR
               WS-DETALLE-ARCHIVO.
           IF RETURN-CODE NOT = ZERO THEN
               MOVE "archivo inexistente" TO WS-MOTIVO
           END-IF.
           MOVE WS-RC-GUARDA TO RETURN-CODE.

       VALIDAR-GRUPO.
           IF WS-VALOR = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-REF-HALLADA.
           PERFORM VARYING WS-IDX-REF FROM 1 BY 1
                   UNTIL WS-IDX-REF > WS-NUM-GRUPOS OR REF-HALLADA
               IF WS-GRUPO(WS-IDX-REF) = WS-VALOR(1:8) THEN
                   SET REF-HALLADA TO TRUE
               END-IF
           END-PERFORM.
           IF NOT REF-HALLADA THEN
               MOVE "grupo sin archivos en las esperas"
                   TO WS-MOTIVO
           END-IF.

       VALIDAR-UNICO.
           MOVE "N" TO WS-REF-HALLADA.
           PERFORM VARYING WS-IDX-REF FROM 1 BY 1
                   UNTIL WS-IDX-REF > WS-NUM-CLAVES OR REF-HALLADA
               IF WS-CLAVE(WS-IDX-REF) = WS-VALOR THEN
                   SET REF-HALLADA TO TRUE
               END-IF
           END-PERFORM.
           IF REF-HALLADA THEN
               MOVE "repetido en el archivo" TO WS-MOTIVO
               EXIT PARAGRAPH
           END-IF.
           IF WS-NUM-CLAVES < 300 THEN
               ADD 1 TO WS-NUM-CLAVES
               MOVE WS-VALOR TO WS-CLAVE(WS-NUM-CLAVES)
           END-IF.

      *> WS-IDX-CAM en cero: el error es de la linea completa, no
      *> de un campo.
       ANOTAR-ERROR-CAMPO.
           ADD 1 TO WS-ERRORES-LINEA.
           MOVE SPACES TO WS-MENSAJE.
           IF WS-IDX-CAM = ZERO THEN
               STRING "  " WS-NOMBRE-ARCHIVO " linea " WS-NUM-LINEA
                   " " DELIMITED BY SIZE WS-MOTIVO DELIMITED BY "  "
                   " (columna " WS-ARC-LARGO(WS-IDX-ARC) ")"
                   DELIMITED BY SIZE INTO WS-MENSAJE
           ELSE
               STRING "  " WS-NOMBRE-ARCHIVO " linea " WS-NUM-LINEA
                   " " WS-CAM-NOMBRE(WS-IDX-CAM) " ["
                   WS-VALOR(1:WS-CAM-LARGO(WS-IDX-CAM)) "] "
                   WS-MOTIVO
                   DELIMITED BY SIZE INTO WS-MENSAJE
           END-IF.
           PERFORM ANOTAR-MENSAJE.

       ANOTAR-MENSAJE.
           DISPLAY FUNCTION TRIM(WS-MENSAJE TRAILING).
           IF EN-INFORME THEN
               MOVE WS-MENSAJE TO VALIDATION-REPORT-RECORD
               WRITE VALIDATION-REPORT-RECORD
           END-IF.

      *> Mantenimiento por consola: se elige un archivo del
      *> diccionario y se trabaja sobre sus lineas; cada cambio
      *> aceptado se graba en el acto y queda en el log.
       MANTENER-PARAMETROS.
           OPEN EXTEND CHANGE-LOG.
           IF NOT LOG-OK THEN
               OPEN OUTPUT CHANGE-LOG
               CLOSE CHANGE-LOG
               OPEN EXTEND CHANGE-LOG
           END-IF.
           MOVE 1 TO WS-ELEGIDO.
           PERFORM MANTENER-ARCHIVO UNTIL WS-ELEGIDO = ZERO.
           CLOSE CHANGE-LOG.

       MANTENER-ARCHIVO.
           PERFORM VARYING WS-IDX-ARC FROM 1 BY 1
                   UNTIL WS-IDX-ARC > WS-NUM-ARCHIVOS
               DISPLAY WS-IDX-ARC " " WS-ARC-NOMBRE(WS-IDX-ARC)
           END-PERFORM.
           DISPLAY "Archivo (0 = terminar):".
           ACCEPT WS-ELEGIDO.
           IF WS-ELEGIDO NOT NUMERIC THEN
               MOVE 99 TO WS-ELEGIDO
           END-IF.
           IF WS-ELEGIDO = ZERO THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-ELEGIDO > WS-NUM-ARCHIVOS THEN
               DISPLAY "Archivo invalido."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ELEGIDO TO WS-IDX-ARC.
           MOVE WS-ARC-NOMBRE(WS-IDX-ARC) TO WS-NOMBRE-ARCHIVO.
           PERFORM CARGAR-LINEAS.
           IF LINEAS-DESBORDADAS THEN
               DISPLAY "PARAM-MANTO: " WS-NOMBRE-ARCHIVO " tiene mas "
                   "de 300 lineas, no se mantiene por aqui."
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACE TO WS-OPCION.
           PERFORM MOSTRAR-MENU UNTIL MANTO-SALIR.

       MOSTRAR-MENU.
           DISPLAY WS-NOMBRE-ARCHIVO ": L-Listar A-Alta C-Cambio "
               "B-Baja V-Validar S-Salir".
           ACCEPT WS-OPCION.
           EVALUATE TRUE
               WHEN MANTO-LISTAR
                   PERFORM LISTAR-LINEAS
               WHEN MANTO-ALTA
                   PERFORM ALTA-LINEA
               WHEN MANTO-CAMBIO
                   PERFORM CAMBIO-LINEA
               WHEN MANTO-BAJA
                   PERFORM BAJA-LINEA
               WHEN MANTO-VALIDAR
                   PERFORM VALIDAR-LINEAS-CARGADAS
               WHEN MANTO-SALIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Operacion invalida."
           END-EVALUATE.

       CARGAR-LINEAS.
           MOVE ZERO TO WS-NUM-LINEAS.
           MOVE "N" TO WS-LINEAS-DESBORDADAS.
           OPEN INPUT TARGET-FILE.
           IF NOT ARCHIVO-OK THEN
               DISPLAY WS-NOMBRE-ARCHIVO " no existe; se crea con la "
                   "primera alta."
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIN-ARCHIVO.
           PERFORM UNTIL FIN-ARCHIVO
               READ TARGET-FILE
                   AT END SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF WS-NUM-LINEAS >= 300 THEN
                           SET LINEAS-DESBORDADAS TO TRUE
                           SET FIN-ARCHIVO TO TRUE
                       ELSE
                           ADD 1 TO WS-NUM-LINEAS
                           MOVE TARGET-RECORD TO WS-LIN(WS-NUM-LINEAS)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TARGET-FILE.

       GRABAR-LINEAS.
           OPEN OUTPUT TARGET-FILE.
           IF NOT ARCHIVO-OK THEN
               DISPLAY "PARAM-MANTO: no se pudo grabar "
                   WS-NOMBRE-ARCHIVO ", estado " WS-ESTADO-ARCHIVO
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-IDX-LIN FROM 1 BY 1
                   UNTIL WS-IDX-LIN > WS-NUM-LINEAS
               MOVE WS-LIN(WS-IDX-LIN) TO TARGET-RECORD
               WRITE TARGET-RECORD
           END-PERFORM.
           CLOSE TARGET-FILE.
           PERFORM CARGAR-REFERENCIAS.

       LISTAR-LINEAS.
           PERFORM VARYING WS-IDX-LIN FROM 1 BY 1
                   UNTIL WS-IDX-LIN > WS-NUM-LINEAS
               DISPLAY WS-IDX-LIN " "
                   WS-LIN(WS-IDX-LIN)(1:WS-ARC-LARGO(WS-IDX-ARC))
           END-PERFORM.

       VALIDAR-LINEAS-CARGADAS.
           MOVE ZERO TO WS-ERRORES-ARCHIVO.
           MOVE ZERO TO WS-NUM-CLAVES.
           PERFORM VARYING WS-IDX-LIN FROM 1 BY 1
                   UNTIL WS-IDX-LIN > WS-NUM-LINEAS
               IF WS-LIN(WS-IDX-LIN) NOT = SPACES THEN
                   MOVE WS-LIN(WS-IDX-LIN) TO WS-LINEA
                   MOVE WS-IDX-LIN TO WS-NUM-LINEA
                   PERFORM VALIDAR-LINEA
                   ADD WS-ERRORES-LINEA TO WS-ERRORES-ARCHIVO
               END-IF
           END-PERFORM.
           DISPLAY "Errores en " WS-NOMBRE-ARCHIVO ": "
               WS-ERRORES-ARCHIVO.

      *> Valida la linea en captura (WS-LINEA) junto con las demas
      *> del archivo, salvo la que reemplaza (WS-EXCLUIR), para que
      *> los campos UNICO se comparen contra el resto.
       VALIDAR-CANDIDATA.
           MOVE ZERO TO WS-NUM-CLAVES.
           MOVE WS-LINEA TO WS-LINEA-ANTERIOR.
           MOVE "N" TO WS-EN-INFORME.
           PERFORM VARYING WS-IDX-LIN FROM 1 BY 1
                   UNTIL WS-IDX-LIN > WS-NUM-LINEAS
               IF WS-IDX-LIN NOT = WS-EXCLUIR
                       AND WS-LIN(WS-IDX-LIN) NOT = SPACES THEN
                   PERFORM REGISTRAR-CLAVES-LINEA
               END-IF
           END-PERFORM.
           MOVE WS-LINEA-ANTERIOR TO WS-LINEA.
           PERFORM VALIDAR-LINEA.
           IF WS-ERRORES-LINEA = ZERO THEN
               SET DATOS-VALIDOS TO TRUE
           ELSE
               MOVE "N" TO WS-DATOS-VALIDOS
           END-IF.

       REGISTRAR-CLAVES-LINEA.
           COMPUTE WS-ULT-CAM = WS-ARC-PRIMER-CAMPO(WS-IDX-ARC)
               + WS-ARC-NUM-CAMPOS(WS-IDX-ARC) - 1.
           PERFORM VARYING WS-IDX-CAM
                   FROM WS-ARC-PRIMER-CAMPO(WS-IDX-ARC) BY 1
                   UNTIL WS-IDX-CAM > WS-ULT-CAM
               IF WS-CAM-VALORES(WS-IDX-CAM) = "UNICO"
                       AND WS-CAM-TIPO(WS-IDX-CAM) NOT = "V"
                       AND WS-NUM-CLAVES < 300 THEN
                   MOVE SPACES TO WS-VALOR
                   MOVE WS-LIN(WS-IDX-LIN)(WS-CAM-DESDE(WS-IDX-CAM):
                       WS-CAM-LARGO(WS-IDX-CAM)) TO WS-VALOR
                   IF WS-VALOR NOT = SPACES THEN
                       ADD 1 TO WS-NUM-CLAVES
                       MOVE WS-VALOR TO WS-CLAVE(WS-NUM-CLAVES)
                   END-IF
               END-IF
           END-PERFORM.

       ALTA-LINEA.
           IF WS-NUM-LINEAS >= 300 THEN
               DISPLAY "Archivo lleno."
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-LINEA.
           MOVE SPACES TO WS-LINEA-ANTERIOR.
           PERFORM PEDIR-CAMPOS.
           IF NOT DATOS-VALIDOS THEN
               DISPLAY "Linea no registrada."
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-EXCLUIR.
           COMPUTE WS-NUM-LINEA = WS-NUM-LINEAS + 1.
           PERFORM VALIDAR-CANDIDATA.
           IF NOT DATOS-VALIDOS THEN
               DISPLAY "Linea no registrada."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Nueva  : " WS-LINEA(1:WS-ARC-LARGO(WS-IDX-ARC)).
           DISPLAY "Confirma (S/N):".
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s" THEN
               DISPLAY "Linea no registrada."
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NUM-LINEAS.
           MOVE WS-LINEA TO WS-LIN(WS-NUM-LINEAS).
           MOVE SPACES TO WS-LINEA-ANTERIOR.
           MOVE "ALTA" TO WS-ACCION.
           PERFORM GRABAR-LINEAS.
           PERFORM REGISTRAR-CAMBIO.

       CAMBIO-LINEA.
           PERFORM PEDIR-NUMERO-LINEA.
           IF WS-NUM-LINEA = ZERO THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-LIN(WS-NUM-LINEA) TO WS-LINEA.
           DISPLAY "Actual : " WS-LINEA(1:WS-ARC-LARGO(WS-IDX-ARC)).
           DISPLAY "En blanco se conserva el valor actual.".
           PERFORM PEDIR-CAMPOS.
           IF NOT DATOS-VALIDOS THEN
               DISPLAY "Linea sin cambios."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-NUM-LINEA TO WS-EXCLUIR.
           PERFORM VALIDAR-CANDIDATA.
           IF NOT DATOS-VALIDOS THEN
               DISPLAY "Linea sin cambios."
               EXIT PARAGRAPH
           END-IF.
           IF WS-LINEA = WS-LIN(WS-NUM-LINEA) THEN
               DISPLAY "Linea sin cambios."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Antes  : "
               WS-LIN(WS-NUM-LINEA)(1:WS-ARC-LARGO(WS-IDX-ARC)).
           DISPLAY "Despues: " WS-LINEA(1:WS-ARC-LARGO(WS-IDX-ARC)).
           DISPLAY "Confirma (S/N):".
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s" THEN
               DISPLAY "Linea sin cambios."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-LIN(WS-NUM-LINEA) TO WS-LINEA-ANTERIOR.
           MOVE WS-LINEA TO WS-LIN(WS-NUM-LINEA).
           MOVE "CAMBIO" TO WS-ACCION.
           PERFORM GRABAR-LINEAS.
           PERFORM REGISTRAR-CAMBIO.

       BAJA-LINEA.
           PERFORM PEDIR-NUMERO-LINEA.
           IF WS-NUM-LINEA = ZERO THEN
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Baja   : "
               WS-LIN(WS-NUM-LINEA)(1:WS-ARC-LARGO(WS-IDX-ARC)).
           DISPLAY "Confirma (S/N):".
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s" THEN
               DISPLAY "Linea sin cambios."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-LIN(WS-NUM-LINEA) TO WS-LINEA-ANTERIOR.
           MOVE SPACES TO WS-LINEA.
           PERFORM VARYING WS-IDX-LIN FROM WS-NUM-LINEA BY 1
                   UNTIL WS-IDX-LIN >= WS-NUM-LINEAS
               MOVE WS-LIN(WS-IDX-LIN + 1) TO WS-LIN(WS-IDX-LIN)
           END-PERFORM.
           SUBTRACT 1 FROM WS-NUM-LINEAS.
           MOVE "BAJA" TO WS-ACCION.
           PERFORM GRABAR-LINEAS.
           PERFORM REGISTRAR-CAMBIO.

       PEDIR-NUMERO-LINEA.
           DISPLAY "Linea:".
           ACCEPT WS-NUM-LINEA.
           IF WS-NUM-LINEA NOT NUMERIC
                   OR WS-NUM-LINEA > WS-NUM-LINEAS THEN
               DISPLAY "Linea inexistente."
               MOVE ZERO TO WS-NUM-LINEA
           END-IF.

      *> Un campo por vez, con su largo y su tipo a la vista. Los
      *> numericos se completan con ceros a la izquierda; lo que no
      *> entra en el campo se rechaza en vez de cortarse.
       PEDIR-CAMPOS.
           SET DATOS-VALIDOS TO TRUE.
           COMPUTE WS-ULT-CAM = WS-ARC-PRIMER-CAMPO(WS-IDX-ARC)
               + WS-ARC-NUM-CAMPOS(WS-IDX-ARC) - 1.
           PERFORM VARYING WS-IDX-CAM
                   FROM WS-ARC-PRIMER-CAMPO(WS-IDX-ARC) BY 1
                   UNTIL WS-IDX-CAM > WS-ULT-CAM OR NOT DATOS-VALIDOS
               IF WS-CAM-TIPO(WS-IDX-CAM) NOT = "B" THEN
                   PERFORM PEDIR-CAMPO
               END-IF
           END-PERFORM.

       PEDIR-CAMPO.
           MOVE SPACES TO WS-VALOR.
           MOVE WS-LINEA(WS-CAM-DESDE(WS-IDX-CAM):
               WS-CAM-LARGO(WS-IDX-CAM)) TO WS-VALOR.
           DISPLAY WS-CAM-NOMBRE(WS-IDX-CAM) " (largo "
               WS-CAM-LARGO(WS-IDX-CAM) ", tipo "
               WS-CAM-TIPO(WS-IDX-CAM) ") ["
               WS-VALOR(1:WS-CAM-LARGO(WS-IDX-CAM)) "]:".
           MOVE SPACES TO WS-ENTRADA.
           ACCEPT WS-ENTRADA.
           IF WS-ENTRADA = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION TRIM(WS-ENTRADA) TO WS-ENTRADA-AJUSTADA.
           COMPUTE WS-LARGO-ENTRADA =
               FUNCTION LENGTH(FUNCTION TRIM(WS-ENTRADA)).
           IF WS-LARGO-ENTRADA > WS-CAM-LARGO(WS-IDX-CAM) THEN
               DISPLAY "Mas largo que el campo ("
                   WS-CAM-LARGO(WS-IDX-CAM) ")."
               MOVE "N" TO WS-DATOS-VALIDOS
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-LINEA(WS-CAM-DESDE(WS-IDX-CAM):
               WS-CAM-LARGO(WS-IDX-CAM)).
           EVALUATE WS-CAM-TIPO(WS-IDX-CAM)
               WHEN "N"
               WHEN "C"
               WHEN "M"
               WHEN "D"
               WHEN "H"
                   IF WS-ENTRADA-AJUSTADA(1:WS-LARGO-ENTRADA) NUMERIC
                       MOVE ALL "0" TO WS-LINEA(
                           WS-CAM-DESDE(WS-IDX-CAM):
                           WS-CAM-LARGO(WS-IDX-CAM))
                       MOVE WS-ENTRADA-AJUSTADA(1:WS-LARGO-ENTRADA)
                           TO WS-LINEA(WS-CAM-DESDE(WS-IDX-CAM)
                           + WS-CAM-LARGO(WS-IDX-CAM)
                           - WS-LARGO-ENTRADA:WS-LARGO-ENTRADA)
                   ELSE
                       MOVE WS-ENTRADA-AJUSTADA TO WS-LINEA(
                           WS-CAM-DESDE(WS-IDX-CAM):
                           WS-CAM-LARGO(WS-IDX-CAM))
                   END-IF
               WHEN OTHER
                   MOVE WS-ENTRADA-AJUSTADA TO WS-LINEA(
                       WS-CAM-DESDE(WS-IDX-CAM):
                       WS-CAM-LARGO(WS-IDX-CAM))
           END-EVALUATE.

       REGISTRAR-CAMBIO.
           MOVE FUNCTION CURRENT-DATE(1:15) TO PL-FECHA-HORA.
           MOVE WS-OPERADOR TO PL-OPERADOR.
           MOVE WS-NOMBRE-ARCHIVO TO PL-ARCHIVO.
           MOVE WS-ACCION TO PL-ACCION.
           MOVE WS-NUM-LINEA TO PL-LINEA.
           MOVE WS-LINEA-ANTERIOR TO PL-ANTES.
           IF WS-ACCION = "BAJA" THEN
               MOVE SPACES TO PL-DESPUES
           ELSE
               MOVE WS-LINEA TO PL-DESPUES
           END-IF.
           WRITE CHANGE-LOG-RECORD.
           DISPLAY "Linea " WS-NUM-LINEA " grabada ("
               FUNCTION TRIM(WS-ACCION) ").".

       REGISTRAR-HISTORIAL.
           OPEN EXTEND RUN-HISTORY-LOG.
           IF NOT HIST-OK THEN
               OPEN OUTPUT RUN-HISTORY-LOG
               CLOSE RUN-HISTORY-LOG
               OPEN EXTEND RUN-HISTORY-LOG
           END-IF.
           MOVE "PARAM-MANTO" TO RH-PROGRAMA.
           MOVE FUNCTION CURRENT-DATE(1:15) TO RH-FECHA-HORA.
           IF RETURN-CODE = 0 THEN
               MOVE "OK" TO RH-RESULTADO
           ELSE
               MOVE "CON AVISOS" TO RH-RESULTADO
           END-IF.
           MOVE WS-OPERADOR TO RH-OPERADOR.
           WRITE RUN-HISTORY-RECORD.
           CLOSE RUN-HISTORY-LOG.
       END PROGRAM PARAM-MANTO.
