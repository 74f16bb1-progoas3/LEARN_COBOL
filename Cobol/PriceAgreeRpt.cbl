      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACUERDO-VENCE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGREEMENT-FILE ASSIGN TO
                   "data/onsize-precios-cliente.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PA-CLAVE
               FILE STATUS IS WS-ESTADO-ACUERDOS.
           SELECT CUSTOMER-MASTER ASSIGN TO "data/first-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-NUMERO
               ALTERNATE RECORD KEY IS CM-NOMBRE WITH DUPLICATES
               FILE STATUS IS WS-ESTADO-CLIENTES.
           SELECT EXPIRY-CONFIG ASSIGN TO "data/acuerdos-vencen.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CONFIG.
           SELECT EXPIRY-REPORT ASSIGN TO
                   "data/onsize-acuerdos-vencen.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-HISTORY-LOG ASSIGN TO "data/run-history.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-HIST.
       DATA DIVISION.
       FILE SECTION.
       FD  AGREEMENT-FILE.
       01  AGREEMENT-RECORD.
           COPY PRECLIENTE.

       FD  CUSTOMER-MASTER.
       01  CUSTOMER-RECORD.
           COPY CLIENTE.

      *> Dias hacia adelante que cubre el listado (por omision 30).
       FD  EXPIRY-CONFIG.
       01  EXPIRY-CONFIG-RECORD.
           05 AV-DIAS PIC 9(3).

      *> Listado para ventas: acuerdos de precio por cliente que
      *> vencen dentro del plazo, para renegociarlos a tiempo.
       FD  EXPIRY-REPORT.
       01  EXPIRY-REPORT-RECORD PIC X(100).

       FD  RUN-HISTORY-LOG.
           COPY RUNHIST.

       WORKING-STORAGE SECTION.
      *> Operador firmado en el menu; los programas llamados lo
      *> arrastran al historial de corridas.
       01  OPERADOR-ACTUAL PIC X(8) EXTERNAL.
           01 WS-ESTADO-HIST PIC XX VALUE "00".
               88 HIST-OK VALUE "00".
           01 WS-ESTADO-ACUERDOS PIC XX VALUE "00".
               88 ACUERDOS-OK VALUE "00".
           01 WS-ESTADO-CLIENTES PIC XX VALUE "00".
               88 CLIENTES-OK VALUE "00".
           01 WS-ESTADO-CONFIG PIC XX VALUE "00".
               88 CONFIG-OK VALUE "00".
           01 WS-FIN-ARCHIVO PIC X VALUE "N".
               88 FIN-ARCHIVO VALUE "S".
           01 WS-MAESTRO-CLIENTES-ABIERTO PIC X VALUE "N".
               88 MAESTRO-CLIENTES-ABIERTO VALUE "S".
           01 WS-DIAS-AVISO PIC 9(3) VALUE 30.
           01 WS-FECHA-HOY PIC 9(8) VALUE ZERO.
           01 WS-FECHA-LIMITE PIC 9(8) VALUE ZERO.
           01 WS-DIAS-RESTANTES PIC 9(3) VALUE ZERO.
           01 WS-NOMBRE-CLIENTE PIC X(20) VALUE SPACES.
           01 WS-PRECIO-EDIT PIC ZZZZ9.99.
           01 WS-TOT-LEIDOS PIC 9(6) VALUE ZERO.
           01 WS-TOT-POR-VENCER PIC 9(6) VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           MOVE ZERO TO WS-TOT-LEIDOS.
           MOVE ZERO TO WS-TOT-POR-VENCER.
           MOVE 30 TO WS-DIAS-AVISO.
           MOVE "N" TO WS-MAESTRO-CLIENTES-ABIERTO.
           PERFORM CARGAR-CONFIGURACION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY.
           COMPUTE WS-FECHA-LIMITE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY)
               + WS-DIAS-AVISO).
           OPEN OUTPUT EXPIRY-REPORT.
           MOVE SPACES TO EXPIRY-REPORT-RECORD.
           STRING "ACUERDOS DE PRECIO QUE VENCEN  del " WS-FECHA-HOY
               " al " WS-FECHA-LIMITE
               DELIMITED BY SIZE INTO EXPIRY-REPORT-RECORD.
           WRITE EXPIRY-REPORT-RECORD.
           MOVE "Cliente Nombre               Articulo Desde    "
               & "Hasta    Dias   Precio" TO EXPIRY-REPORT-RECORD.
           WRITE EXPIRY-REPORT-RECORD.
           OPEN INPUT AGREEMENT-FILE.
           IF NOT ACUERDOS-OK THEN
               MOVE "Sin acuerdos de precio registrados." TO
                   EXPIRY-REPORT-RECORD
               WRITE EXPIRY-REPORT-RECORD
               CLOSE EXPIRY-REPORT
               PERFORM REGISTRAR-HISTORIAL
               GOBACK
           END-IF.
           OPEN INPUT CUSTOMER-MASTER.
           IF CLIENTES-OK THEN
               SET MAESTRO-CLIENTES-ABIERTO TO TRUE
           END-IF.
           MOVE "N" TO WS-FIN-ARCHIVO.
           PERFORM UNTIL FIN-ARCHIVO
               READ AGREEMENT-FILE NEXT RECORD
                   AT END SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       ADD 1 TO WS-TOT-LEIDOS
                       IF PA-FECHA-HASTA NOT = ZERO
                               AND PA-FECHA-HASTA >= WS-FECHA-HOY
                               AND PA-FECHA-HASTA <= WS-FECHA-LIMITE
                                   THEN
                           PERFORM INFORMAR-ACUERDO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AGREEMENT-FILE.
           IF MAESTRO-CLIENTES-ABIERTO THEN
               CLOSE CUSTOMER-MASTER
           END-IF.
           MOVE SPACES TO EXPIRY-REPORT-RECORD.
           STRING "Acuerdos leidos " WS-TOT-LEIDOS
               "  por vencer " WS-TOT-POR-VENCER
               DELIMITED BY SIZE INTO EXPIRY-REPORT-RECORD.
           WRITE EXPIRY-REPORT-RECORD.
           CLOSE EXPIRY-REPORT.
           DISPLAY "Acuerdos leidos    : " WS-TOT-LEIDOS.
           DISPLAY "Acuerdos por vencer: " WS-TOT-POR-VENCER.
           PERFORM REGISTRAR-HISTORIAL.
           GOBACK.

       CARGAR-CONFIGURACION.
           OPEN INPUT EXPIRY-CONFIG.
           IF NOT CONFIG-OK THEN
               EXIT PARAGRAPH
           END-IF.
           READ EXPIRY-CONFIG
               NOT AT END
                   IF AV-DIAS NUMERIC THEN
                       MOVE AV-DIAS TO WS-DIAS-AVISO
                   END-IF
           END-READ.
           CLOSE EXPIRY-CONFIG.

       INFORMAR-ACUERDO.
           ADD 1 TO WS-TOT-POR-VENCER.
           COMPUTE WS-DIAS-RESTANTES =
               FUNCTION INTEGER-OF-DATE(PA-FECHA-HASTA)
               - FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY).
           MOVE SPACES TO WS-NOMBRE-CLIENTE.
           IF MAESTRO-CLIENTES-ABIERTO THEN
               MOVE PA-CLIENTE TO CM-NUMERO
               READ CUSTOMER-MASTER
                   INVALID KEY
                       MOVE "(no esta en maestro)" TO
                           WS-NOMBRE-CLIENTE
                   NOT INVALID KEY
                       MOVE CM-NOMBRE TO WS-NOMBRE-CLIENTE
               END-READ
           END-IF.
           MOVE PA-PRECIO TO WS-PRECIO-EDIT.
           MOVE SPACES TO EXPIRY-REPORT-RECORD.
           STRING PA-CLIENTE "  " WS-NOMBRE-CLIENTE " " PA-ARTICULO
               "   " PA-FECHA-DESDE " " PA-FECHA-HASTA " "
               WS-DIAS-RESTANTES " " WS-PRECIO-EDIT
               DELIMITED BY SIZE INTO EXPIRY-REPORT-RECORD.
           WRITE EXPIRY-REPORT-RECORD.

       REGISTRAR-HISTORIAL.
           OPEN EXTEND RUN-HISTORY-LOG.
           IF NOT HIST-OK THEN
               OPEN OUTPUT RUN-HISTORY-LOG
               CLOSE RUN-HISTORY-LOG
               OPEN EXTEND RUN-HISTORY-LOG
           END-IF.
           MOVE "ACUERDO-VENCE" TO RH-PROGRAMA.
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
       END PROGRAM ACUERDO-VENCE.
