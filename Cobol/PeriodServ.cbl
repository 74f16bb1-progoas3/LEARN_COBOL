      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERIODSRV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-FILE ASSIGN TO "data/gl-periodos.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-PERIODOS.
           SELECT POLICY-FILE ASSIGN TO
                   "data/gl-periodos-politica.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-POLITICA.
           SELECT EXCEPTION-LOG ASSIGN TO
                   "data/periodo-excepciones.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-EXCEPCIONES.
       DATA DIVISION.
       FILE SECTION.
       FD  PERIOD-FILE.
       01  PERIOD-RECORD.
           COPY GLPERIODO.

      *> Que hace cada programa con un movimiento fechado en un
      *> periodo cerrado: R lo pasa al primer dia del primer periodo
      *> abierto siguiente, N lo rechaza. Sin linea para el programa
      *> se redirige.
       FD  POLICY-FILE.
       01  POLICY-RECORD.
           05 PP-PROGRAMA PIC X(20).
           05 PP-ACCION PIC X.

      *> Cada movimiento que llego a un periodo cerrado, con la
      *> fecha que traia y la que se le asigno (cero si se rechazo).
       FD  EXCEPTION-LOG.
       01  EXCEPTION-RECORD.
           05 PX-FECHA-HORA PIC X(15).
           05 PX-PROGRAMA PIC X(20).
           05 PX-DOCUMENTO PIC X(12).
           05 PX-FECHA-ORIGINAL PIC 9(8).
           05 PX-FECHA-ASIGNADA PIC 9(8).
           05 PX-ACCION PIC X(10).

       WORKING-STORAGE SECTION.
           01 WS-ESTADO-PERIODOS PIC XX VALUE "00".
               88 PERIODOS-OK VALUE "00".
           01 WS-ESTADO-POLITICA PIC XX VALUE "00".
               88 POLITICA-OK VALUE "00".
           01 WS-ESTADO-EXCEPCIONES PIC XX VALUE "00".
               88 EXCEPCIONES-OK VALUE "00".
           01 WS-FIN-ARCHIVO PIC X VALUE "N".
               88 FIN-ARCHIVO VALUE "S".
           01 WS-NUM-CERRADOS PIC 9(3) VALUE ZERO.
           01 WS-IDX-CERRADO PIC 9(3) VALUE ZERO.
           01 WS-TABLA-CERRADOS.
               05 WS-CERRADO-PERIODO PIC 9(6) OCCURS 600 TIMES.
           01 WS-PERIODO.
               05 WS-PER-ANO PIC 9(4).
               05 WS-PER-MES PIC 9(2).
           01 WS-PERIODO-NUM REDEFINES WS-PERIODO PIC 9(6).
           01 WS-PERIODO-CERRADO PIC X VALUE "N".
               88 EN-PERIODO-CERRADO VALUE "S".
           01 WS-ACCION PIC X VALUE "R".
               88 ACCION-REDIRIGIR VALUE "R".
               88 ACCION-RECHAZAR VALUE "N".
           01 WS-POLITICA-HALLADA PIC X VALUE "N".
               88 POLITICA-HALLADA VALUE "S".
           01 WS-FECHA-ORIGINAL PIC 9(8) VALUE ZERO.
       LINKAGE SECTION.
      *> Control de periodo para todo programa que asienta con una
      *> fecha. LK-RESULTADO vuelve:
      *>   A  la fecha cae en un periodo abierto, sin cambios
      *>   R  el periodo estaba cerrado y LK-FECHA vuelve con el
      *>      primer dia del primer periodo abierto siguiente
      *>   C  el periodo estaba cerrado y el programa rechaza; el
      *>      llamador no debe asentar el documento
      *> Toda R o C queda en data/periodo-excepciones.log.
       01  LK-PROGRAMA PIC X(20).
       01  LK-DOCUMENTO PIC X(12).
       01  LK-FECHA PIC 9(8).
       01  LK-RESULTADO PIC X.
       PROCEDURE DIVISION USING LK-PROGRAMA LK-DOCUMENTO LK-FECHA
               LK-RESULTADO.
       PERIODSRV-PRINCIPAL.
           MOVE "A" TO LK-RESULTADO.
           PERFORM CARGAR-CERRADOS.
           IF WS-NUM-CERRADOS = ZERO THEN
               GOBACK
           END-IF.
           MOVE LK-FECHA(1:6) TO WS-PERIODO.
           PERFORM VERIFICAR-PERIODO.
           IF NOT EN-PERIODO-CERRADO THEN
               GOBACK
           END-IF.
           MOVE LK-FECHA TO WS-FECHA-ORIGINAL.
           PERFORM BUSCAR-POLITICA.
           IF ACCION-RECHAZAR THEN
               MOVE "C" TO LK-RESULTADO
               DISPLAY "PERIODSRV: " LK-PROGRAMA " documento "
                   LK-DOCUMENTO " fechado " WS-FECHA-ORIGINAL
                   " en periodo cerrado, RECHAZADO."
           ELSE
               PERFORM UNTIL NOT EN-PERIODO-CERRADO
                   IF WS-PER-MES = 12 THEN
                       ADD 1 TO WS-PER-ANO
                       MOVE 1 TO WS-PER-MES
                   ELSE
                       ADD 1 TO WS-PER-MES
                   END-IF
                   PERFORM VERIFICAR-PERIODO
               END-PERFORM
               COMPUTE LK-FECHA = WS-PERIODO-NUM * 100 + 1
               MOVE "R" TO LK-RESULTADO
               DISPLAY "PERIODSRV: " LK-PROGRAMA " documento "
                   LK-DOCUMENTO " fechado " WS-FECHA-ORIGINAL
                   " en periodo cerrado, pasa al " LK-FECHA
           END-IF.
           PERFORM ESCRIBIR-EXCEPCION.
           GOBACK.

       CARGAR-CERRADOS.
           MOVE ZERO TO WS-NUM-CERRADOS.
           OPEN INPUT PERIOD-FILE.
           IF NOT PERIODOS-OK THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIN-ARCHIVO.
           PERFORM UNTIL FIN-ARCHIVO
               READ PERIOD-FILE
                   AT END SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF PERIODO-CERRADO
                               AND WS-NUM-CERRADOS < 600 THEN
                           ADD 1 TO WS-NUM-CERRADOS
                           MOVE PE-PERIODO TO
                               WS-CERRADO-PERIODO(WS-NUM-CERRADOS)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PERIOD-FILE.

       VERIFICAR-PERIODO.
           MOVE "N" TO WS-PERIODO-CERRADO.
           PERFORM VARYING WS-IDX-CERRADO FROM 1 BY 1
                   UNTIL WS-IDX-CERRADO > WS-NUM-CERRADOS
                       OR EN-PERIODO-CERRADO
               IF WS-CERRADO-PERIODO(WS-IDX-CERRADO) = WS-PERIODO-NUM
                       THEN
                   SET EN-PERIODO-CERRADO TO TRUE
               END-IF
           END-PERFORM.

       BUSCAR-POLITICA.
           MOVE "R" TO WS-ACCION.
           MOVE "N" TO WS-POLITICA-HALLADA.
           OPEN INPUT POLICY-FILE.
           IF NOT POLITICA-OK THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIN-ARCHIVO.
           PERFORM UNTIL FIN-ARCHIVO OR POLITICA-HALLADA
               READ POLICY-FILE
                   AT END SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF PP-PROGRAMA = LK-PROGRAMA THEN
                           SET POLITICA-HALLADA TO TRUE
                           IF PP-ACCION = "N" THEN
                               MOVE "N" TO WS-ACCION
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE POLICY-FILE.

       ESCRIBIR-EXCEPCION.
           OPEN EXTEND EXCEPTION-LOG.
           IF NOT EXCEPCIONES-OK THEN
               OPEN OUTPUT EXCEPTION-LOG
               CLOSE EXCEPTION-LOG
               OPEN EXTEND EXCEPTION-LOG
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:15) TO PX-FECHA-HORA.
           MOVE LK-PROGRAMA TO PX-PROGRAMA.
           MOVE LK-DOCUMENTO TO PX-DOCUMENTO.
           MOVE WS-FECHA-ORIGINAL TO PX-FECHA-ORIGINAL.
           IF LK-RESULTADO = "R" THEN
               MOVE LK-FECHA TO PX-FECHA-ASIGNADA
               MOVE "REDIRIGIDO" TO PX-ACCION
           ELSE
               MOVE ZERO TO PX-FECHA-ASIGNADA
               MOVE "RECHAZADO" TO PX-ACCION
           END-IF.
           WRITE EXCEPTION-RECORD.
           CLOSE EXCEPTION-LOG.
       END PROGRAM PERIODSRV.
