      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PENDSRV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-CHANGE-FILE ASSIGN TO
                   "data/cambios-pendientes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-PENDIENTES.
       DATA DIVISION.
       FILE SECTION.
       FD  PENDING-CHANGE-FILE.
       01  PENDING-CHANGE-RECORD.
           COPY CAMBIOAPR.

       WORKING-STORAGE SECTION.
      *> Operador firmado en el menu: es quien pide el cambio.
       01  OPERADOR-ACTUAL PIC X(8) EXTERNAL.
           01 WS-ESTADO-PENDIENTES PIC XX VALUE "00".
               88 PENDIENTES-OK VALUE "00".
           01 WS-FIN-ARCHIVO PIC X VALUE "N".
               88 FIN-ARCHIVO VALUE "S".
           01 WS-ULTIMO-NUMERO PIC 9(6) VALUE ZERO.
       LINKAGE SECTION.
      *> Registro de un cambio que no se aplica sin aprobacion. El
      *> llamador completa tipo, operacion, clave y valores; aqui se
      *> le asigna numero, operador, fecha y hora y queda pendiente.
      *> LK-RESULTADO vuelve S si quedo registrado, N si no se pudo
      *> grabar (el llamador no debe dar el cambio por pedido).
       01  LK-CAMBIO.
           COPY CAMBIOAPR.
       01  LK-RESULTADO PIC X.
       PROCEDURE DIVISION USING LK-CAMBIO LK-RESULTADO.
       PENDSRV-PRINCIPAL.
           MOVE "N" TO LK-RESULTADO.
           PERFORM BUSCAR-ULTIMO-NUMERO.
           OPEN EXTEND PENDING-CHANGE-FILE.
           IF NOT PENDIENTES-OK THEN
               OPEN OUTPUT PENDING-CHANGE-FILE
               CLOSE PENDING-CHANGE-FILE
               OPEN EXTEND PENDING-CHANGE-FILE
           END-IF.
           IF NOT PENDIENTES-OK THEN
               DISPLAY "PENDSRV: no se pudo abrir "
                   "data/cambios-pendientes.dat, estado "
                   WS-ESTADO-PENDIENTES
               GOBACK
           END-IF.
           COMPUTE CA-NUMERO OF LK-CAMBIO = WS-ULTIMO-NUMERO + 1.
           IF OPERADOR-ACTUAL = SPACES
                   OR OPERADOR-ACTUAL = LOW-VALUES THEN
               MOVE "BATCH" TO CA-OPERADOR-ALTA OF LK-CAMBIO
           ELSE
               MOVE OPERADOR-ACTUAL TO CA-OPERADOR-ALTA OF LK-CAMBIO
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:15) TO
               CA-FECHA-HORA-ALTA OF LK-CAMBIO.
           MOVE "P" TO CA-ESTADO OF LK-CAMBIO.
           MOVE SPACES TO CA-OPERADOR-DECISION OF LK-CAMBIO.
           MOVE SPACES TO CA-FECHA-HORA-DECISION OF LK-CAMBIO.
           MOVE LK-CAMBIO TO PENDING-CHANGE-RECORD.
           WRITE PENDING-CHANGE-RECORD.
           IF PENDIENTES-OK THEN
               MOVE "S" TO LK-RESULTADO
           END-IF.
           CLOSE PENDING-CHANGE-FILE.
           GOBACK.

       BUSCAR-ULTIMO-NUMERO.
           MOVE ZERO TO WS-ULTIMO-NUMERO.
           MOVE "N" TO WS-FIN-ARCHIVO.
           OPEN INPUT PENDING-CHANGE-FILE.
           IF NOT PENDIENTES-OK THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FIN-ARCHIVO
               READ PENDING-CHANGE-FILE
                   AT END SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF CA-NUMERO OF PENDING-CHANGE-RECORD NUMERIC
                               AND CA-NUMERO OF PENDING-CHANGE-RECORD
                               > WS-ULTIMO-NUMERO THEN
                           MOVE CA-NUMERO OF PENDING-CHANGE-RECORD
                               TO WS-ULTIMO-NUMERO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PENDING-CHANGE-FILE.
       END PROGRAM PENDSRV.
