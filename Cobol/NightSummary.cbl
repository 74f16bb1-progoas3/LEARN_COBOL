      *> generacion, D = contar solo los registros de detalle,
      *> tipos D y creditos C), la ruta y al final P cuando el
      *> programa emite salidas solo-resumen y queda exento del
      *> cuadre exacto. MP-EMPRESA-POS es la columna del codigo de
      *> empresa en el registro: con ella los totales del programa
      *> se abren y se cuadran por empresa (con marca D la empresa
      *> va en la cabecera H y vale para los detalles que siguen).
      *> Un registro sin empresa, o un archivo sin columna, cuenta
      *> para la principal 01.
       FD  MAP-FILE.
       01  MAP-RECORD.
           05 MP-PROGRAMA PIC X(12).
           05 FILLER PIC X.
           05 MP-ARCHIVO PIC X(29).
           05 MP-PERMISO PIC X.
           05 MP-EMPRESA-POS PIC 9(3).

       FD  RUN-HISTORY-LOG.
           COPY RUNHIST.
                   10 WS-MAPA-GEN PIC X.
                   10 WS-MAPA-ARCHIVO PIC X(29).
                   10 WS-MAPA-PERMISO PIC X.
                   10 WS-MAPA-EMPRESA-POS PIC 9(3).
           01 WS-IDX-MAPA PIC 99 VALUE ZERO.
           01 WS-PERMISO-ACTUAL PIC X VALUE SPACE.
           01 WS-CUENTA-LINEAS PIC 9(6) VALUE ZERO.
               05 WS-TOT-ENTRADA PIC 9(6) VALUE ZERO.
               05 WS-TOT-SALIDA PIC 9(6) VALUE ZERO.
               05 WS-TOT-RECHAZO PIC 9(6) VALUE ZERO.
      *> Totales del programa por empresa.
           01 WS-POR-EMPRESA PIC X VALUE "N".
               88 POR-EMPRESA VALUE "S".
           01 WS-POS-EMPRESA PIC 9(3) VALUE ZERO.
           01 WS-EMPRESA-REGISTRO PIC X(2) VALUE SPACES.
           01 WS-EMPRESA-CABECERA PIC X(2) VALUE SPACES.
           01 WS-NUM-EMP PIC 99 VALUE ZERO.
           01 WS-IDX-EMP PIC 99 VALUE ZERO.
           01 WS-TABLA-EMP.
               05 WS-EMP OCCURS 20 TIMES.
                   10 WS-EMP-CODIGO PIC X(2).
                   10 WS-EMP-ENTRADA PIC 9(6).
                   10 WS-EMP-SALIDA PIC 9(6).
                   10 WS-EMP-RECHAZO PIC 9(6).
           01 WS-DESBALANCE PIC S9(7) VALUE ZERO.
           01 WS-DESBALANCE-EDIT PIC +(6)9.
       PROCEDURE DIVISION.
                               WS-MAPA-ARCHIVO(WS-NUM-MAPA)
                           MOVE MP-PERMISO TO
                               WS-MAPA-PERMISO(WS-NUM-MAPA)
                           IF MP-EMPRESA-POS NUMERIC
                                   AND MP-EMPRESA-POS < 120 THEN
                               MOVE MP-EMPRESA-POS TO
                                   WS-MAPA-EMPRESA-POS(WS-NUM-MAPA)
                           ELSE
                               MOVE ZERO TO
                                   WS-MAPA-EMPRESA-POS(WS-NUM-MAPA)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-MAPA-PERMISO(WS-IDX-MAPA) = "P" THEN
               MOVE "P" TO WS-PERMISO-ACTUAL
           END-IF.
           IF WS-MAPA-EMPRESA-POS(WS-IDX-MAPA) > ZERO THEN
               SET POR-EMPRESA TO TRUE
           END-IF.
           PERFORM CONTAR-ARCHIVO.
           EVALUATE WS-MAPA-TIPO(WS-IDX-MAPA)
               WHEN "E" ADD WS-CUENTA-LINEAS TO WS-TOT-ENTRADA
                   "% de rechazo ***"
           END-IF.
           PERFORM VERIFICAR-BALANCE.
           IF POR-EMPRESA THEN
               PERFORM INFORMAR-EMPRESA
                   VARYING WS-IDX-EMP FROM 1 BY 1
                   UNTIL WS-IDX-EMP > WS-NUM-EMP
           END-IF.
           MOVE ZERO TO WS-TOT-ENTRADA.
           MOVE ZERO TO WS-TOT-SALIDA.
           MOVE ZERO TO WS-TOT-RECHAZO.
           MOVE ZERO TO WS-NUM-EMP.
           MOVE "N" TO WS-POR-EMPRESA.

      *> Cada empresa cuadra por su cuenta: una factura que entra
      *> por una empresa no puede salir por otra.
       INFORMAR-EMPRESA.
           DISPLAY "  empresa " WS-EMP-CODIGO(WS-IDX-EMP)
               " entrada " WS-EMP-ENTRADA(WS-IDX-EMP)
               " salida " WS-EMP-SALIDA(WS-IDX-EMP)
               " rechazos " WS-EMP-RECHAZO(WS-IDX-EMP).
           IF WS-PERMISO-ACTUAL = "P" THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-EMP-ENTRADA(WS-IDX-EMP) = ZERO THEN
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-DESBALANCE = WS-EMP-ENTRADA(WS-IDX-EMP)
               - WS-EMP-SALIDA(WS-IDX-EMP)
               - WS-EMP-RECHAZO(WS-IDX-EMP).
           IF WS-DESBALANCE NOT = ZERO THEN
               MOVE WS-DESBALANCE TO WS-DESBALANCE-EDIT
               MOVE "REVIEW" TO WS-VEREDICTO
               DISPLAY "  *** DISCREPANCIA " WS-PROGRAMA-ACTUAL
                   " empresa " WS-EMP-CODIGO(WS-IDX-EMP)
                   ": entrada - salida - rechazos = "
                   WS-DESBALANCE-EDIT " ***"
           END-IF.

      *> Cuadre verdadero: la entrada debe igualar salida mas
      *> rechazos; un registro que desaparece entre entrada y salida
               MOVE WS-MAPA-ARCHIVO(WS-IDX-MAPA) TO WS-NOMBRE-CONTEO
           END-IF.
           MOVE "N" TO WS-FIN-CONTEO.
           MOVE WS-MAPA-EMPRESA-POS(WS-IDX-MAPA) TO WS-POS-EMPRESA.
           MOVE "01" TO WS-EMPRESA-CABECERA.
           OPEN INPUT COUNT-FILE.
           IF NOT CONTEO-OK THEN
               DISPLAY "  (no existe " WS-NOMBRE-CONTEO ")"
                   AT END SET FIN-CONTEO TO TRUE
                   NOT AT END
                       IF WS-MAPA-GEN(WS-IDX-MAPA) = "D" THEN
                           IF COUNT-RECORD(1:1) = "H" THEN
                               PERFORM TOMAR-EMPRESA-CABECERA
                           END-IF
                           IF COUNT-RECORD(1:1) = "D"
                                   OR COUNT-RECORD(1:1) = "C" THEN
                               ADD 1 TO WS-CUENTA-LINEAS
                               MOVE WS-EMPRESA-CABECERA TO
                                   WS-EMPRESA-REGISTRO
                               PERFORM SUMAR-EMPRESA
                           END-IF
                       ELSE
                           ADD 1 TO WS-CUENTA-LINEAS
                           PERFORM TOMAR-EMPRESA-REGISTRO
                           PERFORM SUMAR-EMPRESA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE COUNT-FILE.

       TOMAR-EMPRESA-CABECERA.
           MOVE "01" TO WS-EMPRESA-CABECERA.
           IF WS-POS-EMPRESA = ZERO THEN
               EXIT PARAGRAPH
           END-IF.
           IF COUNT-RECORD(WS-POS-EMPRESA:2) NOT = SPACES
                   AND COUNT-RECORD(WS-POS-EMPRESA:2) NOT = LOW-VALUES
                   THEN
               MOVE COUNT-RECORD(WS-POS-EMPRESA:2) TO
                   WS-EMPRESA-CABECERA
           END-IF.

       TOMAR-EMPRESA-REGISTRO.
           MOVE "01" TO WS-EMPRESA-REGISTRO.
           IF WS-POS-EMPRESA = ZERO THEN
               EXIT PARAGRAPH
           END-IF.
           IF COUNT-RECORD(WS-POS-EMPRESA:2) NOT = SPACES
                   AND COUNT-RECORD(WS-POS-EMPRESA:2) NOT = LOW-VALUES
                   THEN
               MOVE COUNT-RECORD(WS-POS-EMPRESA:2) TO
                   WS-EMPRESA-REGISTRO
           END-IF.

      *> Suma el registro a la empresa WS-EMPRESA-REGISTRO del
      *> programa en curso, segun el papel del archivo.
       SUMAR-EMPRESA.
           PERFORM VARYING WS-IDX-EMP FROM 1 BY 1
                   UNTIL WS-IDX-EMP > WS-NUM-EMP
               IF WS-EMP-CODIGO(WS-IDX-EMP) = WS-EMPRESA-REGISTRO
                       THEN
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-IDX-EMP > WS-NUM-EMP THEN
               IF WS-NUM-EMP >= 20 THEN
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-NUM-EMP
               MOVE WS-NUM-EMP TO WS-IDX-EMP
               MOVE WS-EMPRESA-REGISTRO TO WS-EMP-CODIGO(WS-IDX-EMP)
               MOVE ZERO TO WS-EMP-ENTRADA(WS-IDX-EMP)
               MOVE ZERO TO WS-EMP-SALIDA(WS-IDX-EMP)
               MOVE ZERO TO WS-EMP-RECHAZO(WS-IDX-EMP)
           END-IF.
           EVALUATE WS-MAPA-TIPO(WS-IDX-MAPA)
               WHEN "E" ADD 1 TO WS-EMP-ENTRADA(WS-IDX-EMP)
               WHEN "S" ADD 1 TO WS-EMP-SALIDA(WS-IDX-EMP)
               WHEN "R" ADD 1 TO WS-EMP-RECHAZO(WS-IDX-EMP)
           END-EVALUATE.

       REGISTRAR-HISTORIAL.
           OPEN EXTEND RUN-HISTORY-LOG.
           IF NOT HIST-OK THEN
