               FILE STATUS IS WS-ESTADO-HIST.
       DATA DIVISION.
       FILE SECTION.
      *> Cada control es de una empresa (en blanco, la 01): la
      *> pareja cuadra solo si cuadra en cada empresa.
       FD  CONTROL-FILE.
       01  CONTROL-RECORD.
           05 CT-TIPO PIC X.
           05 CT-FECHA PIC 9(8).
           05 CT-CUENTA PIC 9(6).
           05 CT-MONTO PIC S9(11)V99 SIGN LEADING SEPARATE.
           05 CT-EMPRESA PIC X(2).

      *> Parejas productor/consumidor a cuadrar en la fecha de
      *> proceso.
               88 FIN-PARES VALUE "S".
           01 WS-FECHA-PROCESO PIC 9(8) VALUE ZERO.
      *> Registros de control de la fecha de proceso; del mismo
      *> programa, tipo y empresa manda el ultimo escrito.
           01 WS-NUM-CONTROLES PIC 9(3) VALUE ZERO.
           01 WS-IDX-CTL PIC 9(3) VALUE ZERO.
           01 WS-TABLA-CONTROLES.
                   10 WS-CTL-TIPO PIC X.
                   10 WS-CTL-PROGRAMA PIC X(20).
                   10 WS-CTL-ORIGEN PIC X(20).
                   10 WS-CTL-EMPRESA PIC X(2).
                   10 WS-CTL-CUENTA PIC 9(6).
                   10 WS-CTL-MONTO PIC S9(11)V99.
           01 WS-NUM-PARES PIC 99 VALUE ZERO.
           01 WS-PROD-MONTO PIC S9(11)V99 VALUE ZERO.
           01 WS-CONS-CUENTA PIC 9(6) VALUE ZERO.
           01 WS-CONS-MONTO PIC S9(11)V99 VALUE ZERO.
      *> Empresas que aparecen en los controles de la pareja.
           01 WS-NUM-EMP-PAR PIC 99 VALUE ZERO.
           01 WS-IDX-EMP-PAR PIC 99 VALUE ZERO.
           01 WS-TABLA-EMP-PAR.
               05 WS-EMP-PAR PIC X(2) OCCURS 20 TIMES.
           01 WS-PAR-DESCUADRADA PIC X VALUE "N".
               88 PAR-DESCUADRADA VALUE "S".
           01 WS-TOTALES.
               05 WS-TOTAL-CUADRADOS PIC 9(4) VALUE ZERO.
               05 WS-TOTAL-DESCUADRES PIC 9(4) VALUE ZERO.
      *> El mismo programa puede correr varias veces en el dia: el
      *> registro mas reciente reemplaza al anterior.
       GUARDAR-CONTROL.
           IF CT-EMPRESA = SPACES OR CT-EMPRESA = LOW-VALUES THEN
               MOVE "01" TO CT-EMPRESA
           END-IF.
           PERFORM VARYING WS-IDX-CTL FROM 1 BY 1
                   UNTIL WS-IDX-CTL > WS-NUM-CONTROLES
               IF WS-CTL-TIPO(WS-IDX-CTL) = CT-TIPO
                       AND WS-CTL-PROGRAMA(WS-IDX-CTL) = CT-PROGRAMA
                       AND WS-CTL-ORIGEN(WS-IDX-CTL) = CT-ORIGEN
                       AND WS-CTL-EMPRESA(WS-IDX-CTL) = CT-EMPRESA THEN
                   MOVE CT-CUENTA TO WS-CTL-CUENTA(WS-IDX-CTL)
                   MOVE CT-MONTO TO WS-CTL-MONTO(WS-IDX-CTL)
                   EXIT PARAGRAPH
               MOVE CT-TIPO TO WS-CTL-TIPO(WS-NUM-CONTROLES)
               MOVE CT-PROGRAMA TO WS-CTL-PROGRAMA(WS-NUM-CONTROLES)
               MOVE CT-ORIGEN TO WS-CTL-ORIGEN(WS-NUM-CONTROLES)
               MOVE CT-EMPRESA TO WS-CTL-EMPRESA(WS-NUM-CONTROLES)
               MOVE CT-CUENTA TO WS-CTL-CUENTA(WS-NUM-CONTROLES)
               MOVE CT-MONTO TO WS-CTL-MONTO(WS-NUM-CONTROLES)
           END-IF.

      *> Una empresa que figura de un solo lado cuenta como cero
      *> del otro: el productor que facturo a la 02 y un consumidor
      *> que no leyo nada de la 02 descuadran.
       CUADRAR-PAREJA.
           MOVE "N" TO WS-PROD-HALLADO.
           MOVE "N" TO WS-CONS-HALLADO.
           MOVE ZERO TO WS-NUM-EMP-PAR.
           PERFORM VARYING WS-IDX-CTL FROM 1 BY 1
                   UNTIL WS-IDX-CTL > WS-NUM-CONTROLES
               IF WS-CTL-TIPO(WS-IDX-CTL) = "P"
                       AND WS-CTL-PROGRAMA(WS-IDX-CTL) =
                           WS-PAR-PRODUCTOR(WS-IDX-PAR) THEN
                   SET PROD-HALLADO TO TRUE
                   PERFORM ANOTAR-EMPRESA-PAREJA
               END-IF
               IF WS-CTL-TIPO(WS-IDX-CTL) = "C"
                       AND WS-CTL-PROGRAMA(WS-IDX-CTL) =
                       AND WS-CTL-ORIGEN(WS-IDX-CTL) =
                           WS-PAR-PRODUCTOR(WS-IDX-PAR) THEN
                   SET CONS-HALLADO TO TRUE
                   PERFORM ANOTAR-EMPRESA-PAREJA
               END-IF
           END-PERFORM.
           IF NOT PROD-HALLADO OR NOT CONS-HALLADO THEN
                   WS-PAR-CONSUMIDOR(WS-IDX-PAR)
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-PAR-DESCUADRADA.
           PERFORM CUADRAR-EMPRESA-PAREJA
               VARYING WS-IDX-EMP-PAR FROM 1 BY 1
               UNTIL WS-IDX-EMP-PAR > WS-NUM-EMP-PAR.
           IF PAR-DESCUADRADA THEN
               ADD 1 TO WS-TOTAL-DESCUADRES
           ELSE
               ADD 1 TO WS-TOTAL-CUADRADOS
           END-IF.

       ANOTAR-EMPRESA-PAREJA.
           PERFORM VARYING WS-IDX-EMP-PAR FROM 1 BY 1
                   UNTIL WS-IDX-EMP-PAR > WS-NUM-EMP-PAR
               IF WS-EMP-PAR(WS-IDX-EMP-PAR) =
                       WS-CTL-EMPRESA(WS-IDX-CTL) THEN
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF WS-NUM-EMP-PAR >= 20 THEN
               DISPLAY "BALANCER: mas de 20 empresas en "
                   WS-PAR-PRODUCTOR(WS-IDX-PAR) ", se ignora la "
                   WS-CTL-EMPRESA(WS-IDX-CTL)
           ELSE
               ADD 1 TO WS-NUM-EMP-PAR
               MOVE WS-CTL-EMPRESA(WS-IDX-CTL) TO
                   WS-EMP-PAR(WS-NUM-EMP-PAR)
           END-IF.

       CUADRAR-EMPRESA-PAREJA.
           MOVE ZERO TO WS-PROD-CUENTA.
           MOVE ZERO TO WS-PROD-MONTO.
           MOVE ZERO TO WS-CONS-CUENTA.
           MOVE ZERO TO WS-CONS-MONTO.
           PERFORM VARYING WS-IDX-CTL FROM 1 BY 1
                   UNTIL WS-IDX-CTL > WS-NUM-CONTROLES
               IF WS-CTL-EMPRESA(WS-IDX-CTL) =
                       WS-EMP-PAR(WS-IDX-EMP-PAR) THEN
                   IF WS-CTL-TIPO(WS-IDX-CTL) = "P"
                           AND WS-CTL-PROGRAMA(WS-IDX-CTL) =
                               WS-PAR-PRODUCTOR(WS-IDX-PAR) THEN
                       MOVE WS-CTL-CUENTA(WS-IDX-CTL) TO
                           WS-PROD-CUENTA
                       MOVE WS-CTL-MONTO(WS-IDX-CTL) TO WS-PROD-MONTO
                   END-IF
                   IF WS-CTL-TIPO(WS-IDX-CTL) = "C"
                           AND WS-CTL-PROGRAMA(WS-IDX-CTL) =
                               WS-PAR-CONSUMIDOR(WS-IDX-PAR)
                           AND WS-CTL-ORIGEN(WS-IDX-CTL) =
                               WS-PAR-PRODUCTOR(WS-IDX-PAR) THEN
                       MOVE WS-CTL-CUENTA(WS-IDX-CTL) TO
                           WS-CONS-CUENTA
                       MOVE WS-CTL-MONTO(WS-IDX-CTL) TO WS-CONS-MONTO
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-PROD-CUENTA = WS-CONS-CUENTA
                   AND WS-PROD-MONTO = WS-CONS-MONTO THEN
               DISPLAY "BALANCER: " WS-PAR-PRODUCTOR(WS-IDX-PAR)
                   " -> " WS-PAR-CONSUMIDOR(WS-IDX-PAR) " empresa "
                   WS-EMP-PAR(WS-IDX-EMP-PAR) " cuadra ("
                   WS-PROD-CUENTA " registros)."
           ELSE
               SET PAR-DESCUADRADA TO TRUE
               DISPLAY "BALANCER: DESCUADRE "
                   WS-PAR-PRODUCTOR(WS-IDX-PAR) " empresa "
                   WS-EMP-PAR(WS-IDX-EMP-PAR) " escribio "
                   WS-PROD-CUENTA "/" WS-PROD-MONTO " y "
                   WS-PAR-CONSUMIDOR(WS-IDX-PAR) " leyo "
                   WS-CONS-CUENTA "/" WS-CONS-MONTO
