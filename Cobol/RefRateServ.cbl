      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TASAREFSRV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REFERENCE-RATE-FILE ASSIGN TO
                   "data/tasas-referencia.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-REFERENCIA.
       DATA DIVISION.
       FILE SECTION.
       FD  REFERENCE-RATE-FILE.
       01  REFERENCE-RATE-RECORD.
           COPY TASAREF.

       WORKING-STORAGE SECTION.
           01 WS-ESTADO-REFERENCIA PIC XX VALUE "00".
               88 REFERENCIA-OK VALUE "00".
           01 WS-FIN-REFERENCIA PIC X VALUE "N".
               88 FIN-REFERENCIA VALUE "S".
           01 WS-TABLA-CARGADA PIC X VALUE "N".
               88 TABLA-CARGADA VALUE "S".
      *> Toda la historia de tasas de referencia queda en memoria
      *> desde la primera llamada de la corrida.
           01 WS-NUM-TASAS PIC 9(3) VALUE ZERO.
           01 WS-IDX-TASA PIC 9(3) VALUE ZERO.
           01 WS-TABLA-TASAS.
               05 WS-TASA OCCURS 500 TIMES.
                   10 WS-TASA-CODIGO PIC X(8).
                   10 WS-TASA-VALOR PIC 9(2)V9(4).
                   10 WS-TASA-DESDE PIC 9(8).
           01 WS-DESDE-HALLADA PIC 9(8) VALUE ZERO.
       LINKAGE SECTION.
      *> Tasa de un indice de referencia a una fecha: la de mayor
      *> fecha de vigencia que no sea posterior a LK-FECHA. A
      *> diferencia de TASASRV una tasa en cero es valida (indices
      *> en piso). LK-RESULTADO vuelve S si hubo tasa, N si el
      *> indice no tiene ninguna publicada a esa fecha.
       01  LK-CODIGO PIC X(8).
       01  LK-FECHA PIC 9(8).
       01  LK-TASA PIC 9(2)V9(4).
       01  LK-RESULTADO PIC X.
       PROCEDURE DIVISION USING LK-CODIGO LK-FECHA LK-TASA
               LK-RESULTADO.
       TASAREFSRV-PRINCIPAL.
           MOVE "N" TO LK-RESULTADO.
           MOVE ZERO TO LK-TASA.
           IF NOT TABLA-CARGADA THEN
               PERFORM CARGAR-TASAS
           END-IF.
           MOVE ZERO TO WS-DESDE-HALLADA.
           PERFORM VARYING WS-IDX-TASA FROM 1 BY 1
                   UNTIL WS-IDX-TASA > WS-NUM-TASAS
               IF WS-TASA-CODIGO(WS-IDX-TASA) = LK-CODIGO
                       AND WS-TASA-DESDE(WS-IDX-TASA) <= LK-FECHA
                       AND WS-TASA-DESDE(WS-IDX-TASA) >=
                           WS-DESDE-HALLADA THEN
                   MOVE WS-TASA-DESDE(WS-IDX-TASA) TO
                       WS-DESDE-HALLADA
                   MOVE WS-TASA-VALOR(WS-IDX-TASA) TO LK-TASA
                   MOVE "S" TO LK-RESULTADO
               END-IF
           END-PERFORM.
           GOBACK.

       CARGAR-TASAS.
           SET TABLA-CARGADA TO TRUE.
           OPEN INPUT REFERENCE-RATE-FILE.
           IF NOT REFERENCIA-OK THEN
               DISPLAY "TASAREFSRV: sin data/tasas-referencia.cfg, "
                   "ningun indice tiene tasa."
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FIN-REFERENCIA
               READ REFERENCE-RATE-FILE
                   AT END SET FIN-REFERENCIA TO TRUE
                   NOT AT END
                       IF WS-NUM-TASAS >= 500 THEN
                           DISPLAY "TASAREFSRV: mas de 500 tasas, "
                               "se ignora el resto."
                           SET FIN-REFERENCIA TO TRUE
                       ELSE
                           IF RF-TASA NUMERIC
                                   AND RF-FECHA-DESDE NUMERIC THEN
                               ADD 1 TO WS-NUM-TASAS
                               MOVE RF-CODIGO TO
                                   WS-TASA-CODIGO(WS-NUM-TASAS)
                               MOVE RF-TASA TO
                                   WS-TASA-VALOR(WS-NUM-TASAS)
                               MOVE RF-FECHA-DESDE TO
                                   WS-TASA-DESDE(WS-NUM-TASAS)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REFERENCE-RATE-FILE.
       END PROGRAM TASAREFSRV.
