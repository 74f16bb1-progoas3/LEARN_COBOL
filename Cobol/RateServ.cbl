      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TASASRV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONFIG-MONEDA-FILE ASSIGN TO
                   "data/prueba-monedas.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-MONEDAS.
       DATA DIVISION.
       FILE SECTION.
      *> Tasas de LEARN-COBOL, mantenidas por RATE-LOAD: valor en
      *> moneda base de una unidad de la moneda, vigente desde la
      *> fecha indicada.
       FD  CONFIG-MONEDA-FILE.
       01  CONFIG-MONEDA-RECORD.
           05 CFGM-CODIGO PIC X(3).
           05 CFGM-TASA PIC 9(3)V9(4).
           05 CFGM-FECHA-DESDE PIC 9(8).

       WORKING-STORAGE SECTION.
           01 WS-ESTADO-MONEDAS PIC XX VALUE "00".
               88 MONEDAS-OK VALUE "00".
           01 WS-FIN-MONEDAS PIC X VALUE "N".
               88 FIN-MONEDAS VALUE "S".
           01 WS-TABLA-CARGADA PIC X VALUE "N".
               88 TABLA-CARGADA VALUE "S".
           01 WS-MONEDA-BASE PIC X(3) VALUE "USD".
      *> Toda la historia de tasas queda en memoria desde la primera
      *> llamada de la corrida.
           01 WS-NUM-TASAS PIC 9(3) VALUE ZERO.
           01 WS-IDX-TASA PIC 9(3) VALUE ZERO.
           01 WS-TABLA-TASAS.
               05 WS-TASA OCCURS 200 TIMES.
                   10 WS-TASA-CODIGO PIC X(3).
                   10 WS-TASA-VALOR PIC 9(3)V9(4).
                   10 WS-TASA-DESDE PIC 9(8).
           01 WS-DESDE-HALLADA PIC 9(8) VALUE ZERO.
       LINKAGE SECTION.
      *> Tasa de una moneda a una fecha: la de mayor fecha de
      *> vigencia que no sea posterior a LK-FECHA. La moneda base (o
      *> en blanco) vale 1. LK-RESULTADO vuelve S si hubo tasa, N si
      *> la moneda no tiene ninguna vigente a esa fecha (LK-TASA en
      *> cero).
       01  LK-MONEDA PIC X(3).
       01  LK-FECHA PIC 9(8).
       01  LK-TASA PIC 9(3)V9(4).
       01  LK-RESULTADO PIC X.
       PROCEDURE DIVISION USING LK-MONEDA LK-FECHA LK-TASA
               LK-RESULTADO.
       TASASRV-PRINCIPAL.
           MOVE "N" TO LK-RESULTADO.
           MOVE ZERO TO LK-TASA.
           IF LK-MONEDA = SPACES OR LK-MONEDA = WS-MONEDA-BASE THEN
               MOVE 1 TO LK-TASA
               MOVE "S" TO LK-RESULTADO
               GOBACK
           END-IF.
           IF NOT TABLA-CARGADA THEN
               PERFORM CARGAR-TASAS
           END-IF.
           MOVE ZERO TO WS-DESDE-HALLADA.
           PERFORM VARYING WS-IDX-TASA FROM 1 BY 1
                   UNTIL WS-IDX-TASA > WS-NUM-TASAS
               IF WS-TASA-CODIGO(WS-IDX-TASA) = LK-MONEDA
                       AND WS-TASA-DESDE(WS-IDX-TASA) <= LK-FECHA
                       AND WS-TASA-DESDE(WS-IDX-TASA) >=
                           WS-DESDE-HALLADA
                       AND WS-TASA-VALOR(WS-IDX-TASA) > ZERO THEN
                   MOVE WS-TASA-DESDE(WS-IDX-TASA) TO
                       WS-DESDE-HALLADA
                   MOVE WS-TASA-VALOR(WS-IDX-TASA) TO LK-TASA
                   MOVE "S" TO LK-RESULTADO
               END-IF
           END-PERFORM.
           GOBACK.

       CARGAR-TASAS.
           SET TABLA-CARGADA TO TRUE.
           OPEN INPUT CONFIG-MONEDA-FILE.
           IF NOT MONEDAS-OK THEN
               DISPLAY "TASASRV: sin data/prueba-monedas.cfg, "
                   "solo la moneda base tiene tasa."
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FIN-MONEDAS
               READ CONFIG-MONEDA-FILE
                   AT END SET FIN-MONEDAS TO TRUE
                   NOT AT END
                       IF WS-NUM-TASAS >= 200 THEN
                           DISPLAY "TASASRV: mas de 200 tasas, se "
                               "ignora el resto."
                           SET FIN-MONEDAS TO TRUE
                       ELSE
                           IF CFGM-TASA NUMERIC
                                   AND CFGM-FECHA-DESDE NUMERIC THEN
                               ADD 1 TO WS-NUM-TASAS
                               MOVE CFGM-CODIGO TO
                                   WS-TASA-CODIGO(WS-NUM-TASAS)
                               MOVE CFGM-TASA TO
                                   WS-TASA-VALOR(WS-NUM-TASAS)
                               MOVE CFGM-FECHA-DESDE TO
                                   WS-TASA-DESDE(WS-NUM-TASAS)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CONFIG-MONEDA-FILE.
       END PROGRAM TASASRV.
