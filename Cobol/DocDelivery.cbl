      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOC-DELIVERY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OUTBOX-FILE ASSIGN TO "data/doc-bandeja.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BD-NUMERO
               FILE STATUS IS WS-ESTADO-BANDEJA.
           SELECT CONTENT-FILE ASSIGN TO "data/doc-contenido.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CONTENIDO.
           SELECT MAIL-SPOOL ASSIGN TO "data/doc-correo-salida.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CORREO.
           SELECT PRINT-SPOOL ASSIGN TO "data/doc-impresion.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-IMPRESION.
           SELECT RESULTS-FILE ASSIGN TO "data/doc-resultados.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-RESULTADOS.
           SELECT REPORT-FILE ASSIGN TO "data/doc-pendientes.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONFIG-FILE ASSIGN TO "data/doc-entrega.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CONFIG.
           SELECT MODE-FILE ASSIGN TO "data/doc-entrega-modo.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-MODO.
           SELECT STEP-PARAM-FILE ASSIGN TO
                   DYNAMIC WS-NOMBRE-PARAMETROS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-PARAMETROS.
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
       FD  OUTBOX-FILE.
       01  OUTBOX-RECORD.
           COPY DOCBANDEJA.

       FD  CONTENT-FILE.
       01  CONTENT-RECORD.
           05 DC-NUMERO PIC 9(8).
           05 DC-LINEA PIC X(132).

      *> Salida hacia la pasarela de correo y hacia la impresion
      *> centralizada; se agregan al final en cada envio.
       FD  MAIL-SPOOL.
       01  MAIL-RECORD PIC X(132).

       FD  PRINT-SPOOL.
       01  PRINT-RECORD PIC X(132).

      *> Devolucion de la pasarela de correo (o de la imprenta):
      *> F = fallo de envio, D = devuelto por el destinatario. El
      *> archivo se vacia una vez aplicado.
       FD  RESULTS-FILE.
       01  RESULTS-RECORD.
           05 DR-NUMERO PIC 9(8).
           05 DR-ESTADO PIC X.
           05 DR-MOTIVO PIC X(30).

       FD  REPORT-FILE.
       01  REPORT-RECORD PIC X(132).

      *> Intentos de correo antes de pasar el documento a impreso.
       FD  CONFIG-FILE.
       01  CONFIG-RECORD.
           05 DE-MAX-INTENTOS PIC 9(2).

      *> Funcion: DIARIO (resultados, envio e informe), ENVIAR,
      *> RESULTADOS, INFORME o REENCOLAR; el numero de documento
      *> solo vale para REENCOLAR (cero = todos los fallidos y
      *> devueltos).
       FD  MODE-FILE.
       01  MODE-RECORD.
           05 DM-FUNCION PIC X(10).
           05 DM-NUMERO PIC 9(8).

       FD  STEP-PARAM-FILE.
       01  STEP-PARAM-RECORD.
           05 PR-FUNCION PIC X(10).
           05 PR-NUMERO PIC 9(8).

       FD  CUSTOMER-MASTER.
       01  CUSTOMER-RECORD.
           COPY CLIENTE.

       FD  RUN-HISTORY-LOG.
           COPY RUNHIST.

       WORKING-STORAGE SECTION.
      *> Operador firmado en el menu; los programas llamados lo
      *> arrastran al historial de corridas.
       01  OPERADOR-ACTUAL PIC X(8) EXTERNAL.
      *> Archivo de parametros del paso, fijado por el SCHEDULER;
      *> en blanco el programa corre con su modo de siempre.
       01  PARAMETRO-PASO PIC X(30) EXTERNAL.
           01 WS-ESTADO-PARAMETROS PIC XX VALUE "00".
               88 PARAMETROS-OK VALUE "00".
           01 WS-NOMBRE-PARAMETROS PIC X(30) VALUE SPACES.
           01 WS-ESTADO-HIST PIC XX VALUE "00".
               88 HIST-OK VALUE "00".
           01 WS-ESTADO-BANDEJA PIC XX VALUE "00".
               88 BANDEJA-OK VALUE "00".
               88 BANDEJA-NO-EXISTE VALUE "35".
           01 WS-ESTADO-CONTENIDO PIC XX VALUE "00".
               88 CONTENIDO-OK VALUE "00".
           01 WS-ESTADO-CORREO PIC XX VALUE "00".
               88 CORREO-OK VALUE "00".
           01 WS-ESTADO-IMPRESION PIC XX VALUE "00".
               88 IMPRESION-OK VALUE "00".
           01 WS-ESTADO-RESULTADOS PIC XX VALUE "00".
               88 RESULTADOS-OK VALUE "00".
           01 WS-ESTADO-CONFIG PIC XX VALUE "00".
               88 CONFIG-OK VALUE "00".
           01 WS-ESTADO-MODO PIC XX VALUE "00".
               88 MODO-FILE-OK VALUE "00".
           01 WS-ESTADO-CLIENTES PIC XX VALUE "00".
               88 CLIENTES-OK VALUE "00".
           01 WS-FIN-ARCHIVO PIC X VALUE "N".
               88 FIN-ARCHIVO VALUE "S".
           01 WS-MAESTRO-CLIENTES PIC X VALUE "N".
               88 MAESTRO-CLIENTES-ABIERTO VALUE "S".
           01 WS-FUNCION PIC X(10) VALUE SPACES.
               88 FUNCION-DIARIO VALUE "DIARIO".
               88 FUNCION-ENVIAR VALUE "ENVIAR".
               88 FUNCION-RESULTADOS VALUE "RESULTADOS".
               88 FUNCION-INFORME VALUE "INFORME".
               88 FUNCION-REENCOLAR VALUE "REENCOLAR".
           01 WS-NUMERO-PEDIDO PIC 9(8) VALUE ZERO.
           01 WS-FECHA-PROCESO PIC 9(8) VALUE ZERO.
           01 WS-MAX-INTENTOS PIC 9(2) VALUE 3.
      *> Documentos pendientes tomados para el envio, en orden de
      *> numero (el mismo orden del archivo de contenido).
           01 WS-NUM-ENVIOS PIC 9(4) VALUE ZERO.
           01 WS-IDX-ENV PIC 9(4) VALUE ZERO.
           01 WS-ENVIOS-DESBORDADOS PIC X VALUE "N".
               88 ENVIOS-DESBORDADOS VALUE "S".
           01 WS-TABLA-ENVIOS.
               05 WS-ENV OCCURS 1000 TIMES.
                   10 WS-ENV-NUMERO PIC 9(8).
                   10 WS-ENV-CLIENTE PIC 9(6).
                   10 WS-ENV-TIPO PIC X(10).
                   10 WS-ENV-REFERENCIA PIC X(12).
                   10 WS-ENV-CANAL PIC X.
                   10 WS-ENV-DESTINO PIC X(40).
                   10 WS-ENV-LINEAS PIC 9(5).
           01 WS-TOTALES.
               05 WS-TOT-CORREO PIC 9(6) VALUE ZERO.
               05 WS-TOT-IMPRESO PIC 9(6) VALUE ZERO.
               05 WS-TOT-FALLIDOS PIC 9(6) VALUE ZERO.
               05 WS-TOT-RESULTADOS PIC 9(6) VALUE ZERO.
               05 WS-TOT-RESULTADOS-IGNORADOS PIC 9(6) VALUE ZERO.
               05 WS-TOT-REENCOLADOS PIC 9(6) VALUE ZERO.
               05 WS-TOT-A-IMPRESO PIC 9(6) VALUE ZERO.
               05 WS-TOT-PENDIENTES PIC 9(6) VALUE ZERO.
               05 WS-TOT-INF-FALLIDOS PIC 9(6) VALUE ZERO.
               05 WS-TOT-INF-DEVUELTOS PIC 9(6) VALUE ZERO.
           01 WS-DIAS-ANTIGUEDAD PIC S9(5) VALUE ZERO.
           01 WS-DIAS-EDIT PIC ZZZZ9.
           01 WS-TEXTO-ESTADO PIC X(10) VALUE SPACES.
           01 WS-TEXTO-CANAL PIC X(7) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-PROCESO.
           INITIALIZE WS-TOTALES.
           MOVE ZERO TO WS-NUM-ENVIOS.
           MOVE "N" TO WS-ENVIOS-DESBORDADOS.
           MOVE SPACES TO WS-FUNCION.
           MOVE ZERO TO WS-NUMERO-PEDIDO.
           PERFORM CARGAR-PARAMETROS-PASO.
           IF WS-FUNCION = SPACES THEN
               PERFORM CARGAR-MODO
           END-IF.
           IF WS-FUNCION = SPACES THEN
               MOVE "DIARIO" TO WS-FUNCION
           END-IF.
           PERFORM CARGAR-CONFIGURACION.
           EVALUATE TRUE
               WHEN FUNCION-DIARIO
                   PERFORM APLICAR-RESULTADOS
                   PERFORM ENVIAR-PENDIENTES
                   PERFORM EMITIR-INFORME
               WHEN FUNCION-ENVIAR
                   PERFORM ENVIAR-PENDIENTES
               WHEN FUNCION-RESULTADOS
                   PERFORM APLICAR-RESULTADOS
               WHEN FUNCION-INFORME
                   PERFORM EMITIR-INFORME
               WHEN FUNCION-REENCOLAR
                   PERFORM REENCOLAR-DOCUMENTOS
               WHEN OTHER
                   DISPLAY "DOC-DELIVERY: funcion invalida en "
                       "data/doc-entrega-modo.cfg (DIARIO/ENVIAR/"
                       "RESULTADOS/INFORME/REENCOLAR)."
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           PERFORM REGISTRAR-HISTORIAL.
           GOBACK.

       CARGAR-MODO.
           OPEN INPUT MODE-FILE.
           IF MODO-FILE-OK THEN
               READ MODE-FILE
                   NOT AT END
                       MOVE DM-FUNCION TO WS-FUNCION
                       IF DM-NUMERO NUMERIC THEN
                           MOVE DM-NUMERO TO WS-NUMERO-PEDIDO
                       END-IF
               END-READ
               CLOSE MODE-FILE
           ELSE
               DISPLAY "Funcion (DIARIO/ENVIAR/RESULTADOS/INFORME/"
                   "REENCOLAR):"
               ACCEPT WS-FUNCION
               IF FUNCION-REENCOLAR THEN
                   DISPLAY "Documento a reencolar (0 = todos los "
                       "fallidos y devueltos):"
                   ACCEPT WS-NUMERO-PEDIDO
               END-IF
           END-IF.

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
                   IF PR-NUMERO NUMERIC THEN
                       MOVE PR-NUMERO TO WS-NUMERO-PEDIDO
                   END-IF
           END-READ.
           CLOSE STEP-PARAM-FILE.

       CARGAR-CONFIGURACION.
           OPEN INPUT CONFIG-FILE.
           IF CONFIG-OK THEN
               READ CONFIG-FILE
                   NOT AT END
                       IF DE-MAX-INTENTOS NUMERIC
                               AND DE-MAX-INTENTOS > ZERO THEN
                           MOVE DE-MAX-INTENTOS TO WS-MAX-INTENTOS
                       END-IF
               END-READ
               CLOSE CONFIG-FILE
           END-IF.

       ABRIR-BANDEJA.
           OPEN I-O OUTBOX-FILE.
           IF BANDEJA-NO-EXISTE THEN
               OPEN OUTPUT OUTBOX-FILE
               CLOSE OUTBOX-FILE
               OPEN I-O OUTBOX-FILE
           END-IF.
           IF NOT BANDEJA-OK THEN
               DISPLAY "DOC-DELIVERY: no se pudo abrir "
                   "data/doc-bandeja.dat, estado " WS-ESTADO-BANDEJA
               MOVE 8 TO RETURN-CODE
           END-IF.

      *> Los pendientes salen en una sola pasada del archivo de
      *> contenido: cada documento va al buzon de correo o a la
      *> cola de impresion segun su canal y queda enviado.
       ENVIAR-PENDIENTES.
           PERFORM ABRIR-BANDEJA.
           IF NOT BANDEJA-OK THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIN-ARCHIVO.
           PERFORM UNTIL FIN-ARCHIVO
               READ OUTBOX-FILE NEXT RECORD
                   AT END SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF DOC-PENDIENTE THEN
                           PERFORM TOMAR-PENDIENTE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OUTBOX-FILE.
           IF ENVIOS-DESBORDADOS THEN
               DISPLAY "DOC-DELIVERY: mas de 1000 documentos "
                   "pendientes, el resto sale en la proxima corrida."
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-NUM-ENVIOS > ZERO THEN
               PERFORM VOLCAR-CONTENIDO
               PERFORM MARCAR-ENVIADOS
           END-IF.
           DISPLAY "Documentos por correo   : " WS-TOT-CORREO.
           DISPLAY "Documentos a impresion  : " WS-TOT-IMPRESO.
           DISPLAY "Documentos fallidos     : " WS-TOT-FALLIDOS.
           IF WS-TOT-FALLIDOS > ZERO AND RETURN-CODE = 0 THEN
               MOVE 4 TO RETURN-CODE
           END-IF.

      *> Un correo sin direccion falla sin llegar a la pasarela.
       TOMAR-PENDIENTE.
           IF BD-CANAL-CORREO AND BD-DESTINO = SPACES THEN
               MOVE "F" TO BD-ESTADO
               MOVE WS-FECHA-PROCESO TO BD-FECHA-ESTADO
               MOVE "Correo sin direccion" TO BD-MOTIVO
               REWRITE OUTBOX-RECORD
               ADD 1 TO WS-TOT-FALLIDOS
               EXIT PARAGRAPH
           END-IF.
           IF WS-NUM-ENVIOS >= 1000 THEN
               SET ENVIOS-DESBORDADOS TO TRUE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NUM-ENVIOS.
           MOVE BD-NUMERO TO WS-ENV-NUMERO(WS-NUM-ENVIOS).
           MOVE BD-CLIENTE TO WS-ENV-CLIENTE(WS-NUM-ENVIOS).
           MOVE BD-TIPO-DOC TO WS-ENV-TIPO(WS-NUM-ENVIOS).
           MOVE BD-REFERENCIA TO WS-ENV-REFERENCIA(WS-NUM-ENVIOS).
           IF BD-CANAL-CORREO THEN
               MOVE "E" TO WS-ENV-CANAL(WS-NUM-ENVIOS)
           ELSE
               MOVE "I" TO WS-ENV-CANAL(WS-NUM-ENVIOS)
           END-IF.
           MOVE BD-DESTINO TO WS-ENV-DESTINO(WS-NUM-ENVIOS).
           MOVE ZERO TO WS-ENV-LINEAS(WS-NUM-ENVIOS).

      *> El contenido y la tabla estan en orden de numero: un solo
      *> indice avanza sobre la tabla mientras se lee el contenido.
       VOLCAR-CONTENIDO.
           OPEN INPUT CONTENT-FILE.
           IF NOT CONTENIDO-OK THEN
               DISPLAY "DOC-DELIVERY: no se pudo abrir "
                   "data/doc-contenido.dat, estado "
                   WS-ESTADO-CONTENIDO
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND MAIL-SPOOL.
           IF NOT CORREO-OK THEN
               OPEN OUTPUT MAIL-SPOOL
               CLOSE MAIL-SPOOL
               OPEN EXTEND MAIL-SPOOL
           END-IF.
           OPEN EXTEND PRINT-SPOOL.
           IF NOT IMPRESION-OK THEN
               OPEN OUTPUT PRINT-SPOOL
               CLOSE PRINT-SPOOL
               OPEN EXTEND PRINT-SPOOL
           END-IF.
           MOVE 1 TO WS-IDX-ENV.
           MOVE "N" TO WS-FIN-ARCHIVO.
           PERFORM UNTIL FIN-ARCHIVO
               READ CONTENT-FILE
                   AT END SET FIN-ARCHIVO TO TRUE
                   NOT AT END PERFORM VOLCAR-LINEA
               END-READ
           END-PERFORM.
           CLOSE CONTENT-FILE.
           CLOSE MAIL-SPOOL.
           CLOSE PRINT-SPOOL.

       VOLCAR-LINEA.
           PERFORM UNTIL WS-IDX-ENV > WS-NUM-ENVIOS
                   OR WS-ENV-NUMERO(WS-IDX-ENV) >= DC-NUMERO
               ADD 1 TO WS-IDX-ENV
           END-PERFORM.
           IF WS-IDX-ENV > WS-NUM-ENVIOS THEN
               SET FIN-ARCHIVO TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF WS-ENV-NUMERO(WS-IDX-ENV) NOT = DC-NUMERO THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-ENV-LINEAS(WS-IDX-ENV) = ZERO THEN
               PERFORM ESCRIBIR-ENCABEZADO-ENVIO
           END-IF.
           ADD 1 TO WS-ENV-LINEAS(WS-IDX-ENV).
           IF WS-ENV-CANAL(WS-IDX-ENV) = "E" THEN
               MOVE DC-LINEA TO MAIL-RECORD
               WRITE MAIL-RECORD
           ELSE
               MOVE DC-LINEA TO PRINT-RECORD
               WRITE PRINT-RECORD
           END-IF.

       ESCRIBIR-ENCABEZADO-ENVIO.
           IF WS-ENV-CANAL(WS-IDX-ENV) = "E" THEN
               MOVE ALL "=" TO MAIL-RECORD
               WRITE MAIL-RECORD
               MOVE SPACES TO MAIL-RECORD
               STRING "PARA: " WS-ENV-DESTINO(WS-IDX-ENV)
                   DELIMITED BY SIZE INTO MAIL-RECORD
               WRITE MAIL-RECORD
               MOVE SPACES TO MAIL-RECORD
               STRING "ASUNTO: " WS-ENV-TIPO(WS-IDX-ENV)
                   " cliente " WS-ENV-CLIENTE(WS-IDX-ENV)
                   " ref " WS-ENV-REFERENCIA(WS-IDX-ENV)
                   " documento " WS-ENV-NUMERO(WS-IDX-ENV)
                   DELIMITED BY SIZE INTO MAIL-RECORD
               WRITE MAIL-RECORD
           ELSE
               MOVE ALL "=" TO PRINT-RECORD
               WRITE PRINT-RECORD
               MOVE SPACES TO PRINT-RECORD
               STRING "DOCUMENTO " WS-ENV-NUMERO(WS-IDX-ENV)
                   "  " WS-ENV-TIPO(WS-IDX-ENV)
                   "  cliente " WS-ENV-CLIENTE(WS-IDX-ENV)
                   "  ref " WS-ENV-REFERENCIA(WS-IDX-ENV)
                   DELIMITED BY SIZE INTO PRINT-RECORD
               WRITE PRINT-RECORD
           END-IF.

      *> Un documento del que no aparecio ninguna linea no se da
      *> por enviado: queda fallido para reencolarlo o revisarlo.
       MARCAR-ENVIADOS.
           PERFORM ABRIR-BANDEJA.
           IF NOT BANDEJA-OK THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM MARCAR-UN-ENVIO
               VARYING WS-IDX-ENV FROM 1 BY 1
               UNTIL WS-IDX-ENV > WS-NUM-ENVIOS.
           CLOSE OUTBOX-FILE.

       MARCAR-UN-ENVIO.
           MOVE WS-ENV-NUMERO(WS-IDX-ENV) TO BD-NUMERO.
           READ OUTBOX-FILE
               INVALID KEY EXIT PARAGRAPH
           END-READ.
           MOVE WS-FECHA-PROCESO TO BD-FECHA-ESTADO.
           ADD 1 TO BD-INTENTOS.
           IF WS-ENV-LINEAS(WS-IDX-ENV) = ZERO THEN
               MOVE "F" TO BD-ESTADO
               MOVE "Contenido no encontrado" TO BD-MOTIVO
               ADD 1 TO WS-TOT-FALLIDOS
           ELSE
               MOVE "E" TO BD-ESTADO
               MOVE SPACES TO BD-MOTIVO
               IF WS-ENV-CANAL(WS-IDX-ENV) = "E" THEN
                   ADD 1 TO WS-TOT-CORREO
               ELSE
                   ADD 1 TO WS-TOT-IMPRESO
               END-IF
           END-IF.
           REWRITE OUTBOX-RECORD.

      *> Solo un documento enviado puede pasar a fallido o devuelto;
      *> un resultado para otro estado se informa y se descarta.
       APLICAR-RESULTADOS.
           OPEN INPUT RESULTS-FILE.
           IF NOT RESULTADOS-OK THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM ABRIR-BANDEJA.
           IF NOT BANDEJA-OK THEN
               CLOSE RESULTS-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIN-ARCHIVO.
           PERFORM UNTIL FIN-ARCHIVO
               READ RESULTS-FILE
                   AT END SET FIN-ARCHIVO TO TRUE
                   NOT AT END PERFORM APLICAR-UN-RESULTADO
               END-READ
           END-PERFORM.
           CLOSE OUTBOX-FILE.
           CLOSE RESULTS-FILE.
           OPEN OUTPUT RESULTS-FILE.
           CLOSE RESULTS-FILE.
           DISPLAY "Resultados aplicados    : " WS-TOT-RESULTADOS.
           DISPLAY "Resultados descartados  : "
               WS-TOT-RESULTADOS-IGNORADOS.

       APLICAR-UN-RESULTADO.
           IF DR-NUMERO NOT NUMERIC
                   OR (DR-ESTADO NOT = "F" AND DR-ESTADO NOT = "D")
                   THEN
               ADD 1 TO WS-TOT-RESULTADOS-IGNORADOS
               EXIT PARAGRAPH
           END-IF.
           MOVE DR-NUMERO TO BD-NUMERO.
           READ OUTBOX-FILE
               INVALID KEY
                   DISPLAY "APLICAR-UN-RESULTADO: documento "
                       DR-NUMERO " no esta en la bandeja."
                   ADD 1 TO WS-TOT-RESULTADOS-IGNORADOS
                   EXIT PARAGRAPH
           END-READ.
           IF NOT DOC-ENVIADO THEN
               DISPLAY "APLICAR-UN-RESULTADO: documento "
                   DR-NUMERO " en estado " BD-ESTADO
                   ", no se aplica."
               ADD 1 TO WS-TOT-RESULTADOS-IGNORADOS
               EXIT PARAGRAPH
           END-IF.
           MOVE DR-ESTADO TO BD-ESTADO.
           MOVE DR-MOTIVO TO BD-MOTIVO.
           MOVE WS-FECHA-PROCESO TO BD-FECHA-ESTADO.
           REWRITE OUTBOX-RECORD.
           ADD 1 TO WS-TOT-RESULTADOS.

      *> Informe diario de lo no entregado: pendientes, fallidos y
      *> devueltos con su antiguedad desde el alta.
       EMITIR-INFORME.
           PERFORM ABRIR-BANDEJA.
           IF NOT BANDEJA-OK THEN
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO REPORT-RECORD.
           STRING "DOCUMENTOS NO ENTREGADOS al " WS-FECHA-PROCESO
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           MOVE "Documento Cliente Tipo       Canal   Estado     "
               & "Alta      Dias Int Motivo" TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "N" TO WS-FIN-ARCHIVO.
           PERFORM UNTIL FIN-ARCHIVO
               READ OUTBOX-FILE NEXT RECORD
                   AT END SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF NOT DOC-ENVIADO THEN
                           PERFORM INFORMAR-DOCUMENTO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OUTBOX-FILE.
           MOVE SPACES TO REPORT-RECORD.
           STRING "Pendientes " WS-TOT-PENDIENTES
               "  Fallidos " WS-TOT-INF-FALLIDOS
               "  Devueltos " WS-TOT-INF-DEVUELTOS
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           CLOSE REPORT-FILE.
           DISPLAY "No entregados: pendientes " WS-TOT-PENDIENTES
               ", fallidos " WS-TOT-INF-FALLIDOS
               ", devueltos " WS-TOT-INF-DEVUELTOS.
           IF WS-TOT-PENDIENTES > ZERO OR WS-TOT-INF-FALLIDOS > ZERO
                   OR WS-TOT-INF-DEVUELTOS > ZERO THEN
               IF RETURN-CODE = 0 THEN
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       INFORMAR-DOCUMENTO.
           EVALUATE TRUE
               WHEN DOC-PENDIENTE
                   MOVE "PENDIENTE" TO WS-TEXTO-ESTADO
                   ADD 1 TO WS-TOT-PENDIENTES
               WHEN DOC-FALLIDO
                   MOVE "FALLIDO" TO WS-TEXTO-ESTADO
                   ADD 1 TO WS-TOT-INF-FALLIDOS
               WHEN DOC-DEVUELTO
                   MOVE "DEVUELTO" TO WS-TEXTO-ESTADO
                   ADD 1 TO WS-TOT-INF-DEVUELTOS
               WHEN OTHER
                   MOVE "DESCONOC." TO WS-TEXTO-ESTADO
           END-EVALUATE.
           IF BD-CANAL-CORREO THEN
               MOVE "CORREO" TO WS-TEXTO-CANAL
           ELSE
               MOVE "IMPRESO" TO WS-TEXTO-CANAL
           END-IF.
           MOVE ZERO TO WS-DIAS-ANTIGUEDAD.
           IF BD-FECHA-ALTA NUMERIC AND BD-FECHA-ALTA > ZERO THEN
               COMPUTE WS-DIAS-ANTIGUEDAD =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-PROCESO)
                   - FUNCTION INTEGER-OF-DATE(BD-FECHA-ALTA)
           END-IF.
           MOVE WS-DIAS-ANTIGUEDAD TO WS-DIAS-EDIT.
           MOVE SPACES TO REPORT-RECORD.
           STRING BD-NUMERO "  " BD-CLIENTE " " BD-TIPO-DOC " "
               WS-TEXTO-CANAL " " WS-TEXTO-ESTADO " "
               BD-FECHA-ALTA " " WS-DIAS-EDIT " " BD-INTENTOS "  "
               BD-MOTIVO
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.

      *> Vuelve a pendiente lo fallido o devuelto. El canal se toma
      *> de nuevo del maestro; un correo devuelto a la misma
      *> direccion, o que ya agoto sus intentos, sale impreso.
       REENCOLAR-DOCUMENTOS.
           PERFORM ABRIR-BANDEJA.
           IF NOT BANDEJA-OK THEN
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT CUSTOMER-MASTER.
           IF CLIENTES-OK THEN
               SET MAESTRO-CLIENTES-ABIERTO TO TRUE
           END-IF.
           IF WS-NUMERO-PEDIDO > ZERO THEN
               MOVE WS-NUMERO-PEDIDO TO BD-NUMERO
               READ OUTBOX-FILE
                   INVALID KEY
                       DISPLAY "DOC-DELIVERY: documento "
                           WS-NUMERO-PEDIDO " no esta en la bandeja."
                       MOVE 8 TO RETURN-CODE
                   NOT INVALID KEY
                       IF DOC-FALLIDO OR DOC-DEVUELTO THEN
                           PERFORM REENCOLAR-UN-DOCUMENTO
                       ELSE
                           DISPLAY "DOC-DELIVERY: documento "
                               WS-NUMERO-PEDIDO " en estado "
                               BD-ESTADO ", no se reencola."
                           MOVE 4 TO RETURN-CODE
                       END-IF
               END-READ
           ELSE
               MOVE "N" TO WS-FIN-ARCHIVO
               PERFORM UNTIL FIN-ARCHIVO
                   READ OUTBOX-FILE NEXT RECORD
                       AT END SET FIN-ARCHIVO TO TRUE
                       NOT AT END
                           IF DOC-FALLIDO OR DOC-DEVUELTO THEN
                               PERFORM REENCOLAR-UN-DOCUMENTO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE OUTBOX-FILE.
           IF MAESTRO-CLIENTES-ABIERTO THEN
               CLOSE CUSTOMER-MASTER
               MOVE "N" TO WS-MAESTRO-CLIENTES
           END-IF.
           DISPLAY "Documentos reencolados  : " WS-TOT-REENCOLADOS.
           DISPLAY "  pasados a impreso     : " WS-TOT-A-IMPRESO.

       REENCOLAR-UN-DOCUMENTO.
           MOVE "I" TO WS-TEXTO-CANAL.
           IF MAESTRO-CLIENTES-ABIERTO THEN
               MOVE BD-CLIENTE TO CM-NUMERO
               READ CUSTOMER-MASTER
                   NOT INVALID KEY
                       IF ENVIO-CORREO AND CM-EMAIL NOT = SPACES
                               AND BD-INTENTOS < WS-MAX-INTENTOS THEN
                           MOVE "E" TO WS-TEXTO-CANAL
                       END-IF
               END-READ
           END-IF.
           IF WS-TEXTO-CANAL = "E" AND DOC-DEVUELTO
                   AND BD-CANAL-CORREO AND CM-EMAIL = BD-DESTINO THEN
               MOVE "I" TO WS-TEXTO-CANAL
           END-IF.
           IF WS-TEXTO-CANAL = "E" THEN
               MOVE "E" TO BD-CANAL
               MOVE CM-EMAIL TO BD-DESTINO
               MOVE "Reencolado" TO BD-MOTIVO
           ELSE
               IF BD-CANAL-CORREO THEN
                   ADD 1 TO WS-TOT-A-IMPRESO
               END-IF
               MOVE "I" TO BD-CANAL
               MOVE SPACES TO BD-DESTINO
               MOVE "Reencolado a impreso" TO BD-MOTIVO
           END-IF.
           MOVE "P" TO BD-ESTADO.
           MOVE WS-FECHA-PROCESO TO BD-FECHA-ESTADO.
           REWRITE OUTBOX-RECORD.
           ADD 1 TO WS-TOT-REENCOLADOS.

       REGISTRAR-HISTORIAL.
           OPEN EXTEND RUN-HISTORY-LOG.
           IF NOT HIST-OK THEN
               OPEN OUTPUT RUN-HISTORY-LOG
               CLOSE RUN-HISTORY-LOG
               OPEN EXTEND RUN-HISTORY-LOG
           END-IF.
           MOVE "DOC-DELIVERY" TO RH-PROGRAMA.
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
       END PROGRAM DOC-DELIVERY.
