      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLAVE-CONVERSION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-FILE ASSIGN TO "data/operadores.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-OPERADORES.
           SELECT RUN-HISTORY-LOG ASSIGN TO "data/run-history.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-HIST.
       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-FILE.
       01  OPERATOR-RECORD.
           COPY OPERADOR.

       FD  RUN-HISTORY-LOG.
           COPY RUNHIST.

       WORKING-STORAGE SECTION.
      *> En este compilador el RETURN-CODE del paso se pisa con el
      *> del subprograma llamado; se guarda y repone alrededor de
      *> cada llamada de servicio.
       01  WS-RC-GUARDA PIC S9(4) VALUE ZERO.
       01  OPERADOR-ACTUAL PIC X(8) EXTERNAL.
           01 WS-ESTADO-HIST PIC XX VALUE "00".
               88 HIST-OK VALUE "00".
           01 WS-ESTADO-OPERADORES PIC XX VALUE "00".
               88 OPERADORES-OK VALUE "00".
           01 WS-FIN-ARCHIVO PIC X VALUE "N".
               88 FIN-ARCHIVO VALUE "S".
           01 WS-OPERADOR PIC X(8) VALUE SPACES.
      *> El archivo completo se retiene para reescribirlo de una vez.
           01 WS-NUM-OPERADORES PIC 9(3) VALUE ZERO.
           01 WS-IDX-OP PIC 9(3) VALUE ZERO.
           01 WS-OPERADORES-DESBORDADOS PIC X VALUE "N".
               88 OPERADORES-DESBORDADOS VALUE "S".
           01 WS-TABLA-OPERADORES.
               05 WS-OPER PIC X(205) OCCURS 200 TIMES.
           01 WS-CONVERTIDOS PIC 9(3) VALUE ZERO.
           01 WS-YA-CONVERTIDOS PIC 9(3) VALUE ZERO.
           01 WS-SIN-CLAVE PIC 9(3) VALUE ZERO.
           01 WS-FUNCION-CLAVE PIC X(8) VALUE SPACES.
           01 WS-RESULTADO-CLAVE PIC X VALUE "N".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           IF OPERADOR-ACTUAL = SPACES
                   OR OPERADOR-ACTUAL = LOW-VALUES THEN
               MOVE "BATCH" TO WS-OPERADOR
           ELSE
               MOVE OPERADOR-ACTUAL TO WS-OPERADOR
           END-IF.
           PERFORM CARGAR-OPERADORES.
           IF NOT OPERADORES-OK AND WS-NUM-OPERADORES = ZERO THEN
               MOVE 8 TO RETURN-CODE
               PERFORM REGISTRAR-HISTORIAL
               GOBACK
           END-IF.
           PERFORM VARYING WS-IDX-OP FROM 1 BY 1
                   UNTIL WS-IDX-OP > WS-NUM-OPERADORES
               PERFORM CONVERTIR-OPERADOR
           END-PERFORM.
           IF WS-CONVERTIDOS > ZERO THEN
               PERFORM REESCRIBIR-OPERADORES
           END-IF.
           DISPLAY "Operadores leidos      : " WS-NUM-OPERADORES.
           DISPLAY "Claves convertidas     : " WS-CONVERTIDOS.
           DISPLAY "Ya convertidos         : " WS-YA-CONVERTIDOS.
           DISPLAY "Sin clave (sin acceso) : " WS-SIN-CLAVE.
           IF WS-SIN-CLAVE > ZERO THEN
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM REGISTRAR-HISTORIAL.
           GOBACK.

       CARGAR-OPERADORES.
           MOVE ZERO TO WS-NUM-OPERADORES.
           OPEN INPUT OPERATOR-FILE.
           IF NOT OPERADORES-OK THEN
               DISPLAY "CLAVE-CONVERSION: no se pudo abrir "
                   "data/operadores.cfg, estado "
                   WS-ESTADO-OPERADORES
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FIN-ARCHIVO
               READ OPERATOR-FILE
                   AT END SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF WS-NUM-OPERADORES >= 200 THEN
                           SET OPERADORES-DESBORDADOS TO TRUE
                           SET FIN-ARCHIVO TO TRUE
                       ELSE
                           ADD 1 TO WS-NUM-OPERADORES
                           MOVE OPERATOR-RECORD TO
                               WS-OPER(WS-NUM-OPERADORES)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OPERATOR-FILE.

      *> Una clave en claro se reemplaza por su resumen con sal
      *> nueva y se borra. Como las claves en claro quedaron en los
      *> respaldos, el operador convertido debe cambiarla en su
      *> proximo ingreso (fecha de clave en cero, igual que tras un
      *> desbloqueo).
       CONVERTIR-OPERADOR.
           MOVE WS-OPER(WS-IDX-OP) TO OPERATOR-RECORD.
           IF OP-CLAVE = SPACES THEN
               IF OP-HASH = SPACES THEN
                   ADD 1 TO WS-SIN-CLAVE
                   DISPLAY "Operador " OP-ID " sin clave: no podra "
                       "ingresar."
               ELSE
                   ADD 1 TO WS-YA-CONVERTIDOS
               END-IF
               EXIT PARAGRAPH
           END-IF.
           MOVE "CIFRAR" TO WS-FUNCION-CLAVE.
           MOVE RETURN-CODE TO WS-RC-GUARDA.
           CALL "CLAVESRV" USING WS-FUNCION-CLAVE OP-CLAVE OP-SAL
               OP-HASH WS-RESULTADO-CLAVE.
           MOVE WS-RC-GUARDA TO RETURN-CODE.
           IF WS-RESULTADO-CLAVE NOT = "S" THEN
               DISPLAY "Operador " OP-ID " no convertido."
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO OP-CLAVE.
           MOVE SPACES TO OP-HIST-SAL(1) OP-HIST-HASH(1)
               OP-HIST-SAL(2) OP-HIST-HASH(2)
               OP-HIST-SAL(3) OP-HIST-HASH(3).
           MOVE ZERO TO OP-FECHA-CLAVE.
           MOVE OPERATOR-RECORD TO WS-OPER(WS-IDX-OP).
           ADD 1 TO WS-CONVERTIDOS.

      *> Con la tabla desbordada, reescribir perderia operadores: se
      *> rehusa y no se convierte nada.
       REESCRIBIR-OPERADORES.
           IF OPERADORES-DESBORDADOS THEN
               DISPLAY "REESCRIBIR-OPERADORES: mas de 200 operadores,"
                   " data/operadores.cfg se conserva sin cambios."
               MOVE ZERO TO WS-CONVERTIDOS
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT OPERATOR-FILE.
           PERFORM VARYING WS-IDX-OP FROM 1 BY 1
                   UNTIL WS-IDX-OP > WS-NUM-OPERADORES
               MOVE WS-OPER(WS-IDX-OP) TO OPERATOR-RECORD
               WRITE OPERATOR-RECORD
           END-PERFORM.
           CLOSE OPERATOR-FILE.

       REGISTRAR-HISTORIAL.
           OPEN EXTEND RUN-HISTORY-LOG.
           IF NOT HIST-OK THEN
               OPEN OUTPUT RUN-HISTORY-LOG
               CLOSE RUN-HISTORY-LOG
               OPEN EXTEND RUN-HISTORY-LOG
           END-IF.
           MOVE "CLAVE-CONVERSION" TO RH-PROGRAMA.
           MOVE FUNCTION CURRENT-DATE(1:15) TO RH-FECHA-HORA.
           IF RETURN-CODE = 0 THEN
               MOVE "OK" TO RH-RESULTADO
           ELSE
               MOVE "CON AVISOS" TO RH-RESULTADO
           END-IF.
           MOVE WS-OPERADOR TO RH-OPERADOR.
           WRITE RUN-HISTORY-RECORD.
           CLOSE RUN-HISTORY-LOG.
       END PROGRAM CLAVE-CONVERSION.
