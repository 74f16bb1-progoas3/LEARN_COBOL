      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOCK-CONTROL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STOCK-MASTER ASSIGN TO "data/inventario.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ST-ARTICULO
               FILE STATUS IS WS-ESTADO-STOCK.
           SELECT STOCK-MOVEMENT-LOG ASSIGN TO
                   "data/inventario-movimientos.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-MOVIMIENTOS.
           SELECT COUNT-FILE ASSIGN TO "data/inventario-conteo.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CONTEO.
           SELECT REORDER-REPORT ASSIGN TO
                   "data/inventario-reposicion.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RECONCILE-REPORT ASSIGN TO
                   "data/inventario-conciliacion.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MODE-FILE ASSIGN TO "data/inventario-control.cfg"
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
       FD  STOCK-MASTER.
       01  STOCK-RECORD.
           COPY STOCK.

       FD  STOCK-MOVEMENT-LOG.
       01  STOCK-MOVEMENT-RECORD.
           COPY STOCKMOV.

      *> Conteo fisico: articulo y cantidad contada, una linea por
      *> articulo contado.
       FD  COUNT-FILE.
       01  COUNT-RECORD.
           05 IC-ARTICULO PIC X(6).
           05 IC-CANTIDAD PIC 9(7).

       FD  REORDER-REPORT.
       01  REORDER-RECORD PIC X(100).

       FD  RECONCILE-REPORT.
       01  RECONCILE-RECORD PIC X(120).

      *> REPONER = listado de articulos bajo su punto de pedido
      *> (diario); CONTEO = conciliacion contra el conteo fisico.
       FD  MODE-FILE.
       01  MODE-RECORD.
           05 IM-FUNCION PIC X(8).

       FD  STEP-PARAM-FILE.
       01  STEP-PARAM-RECORD.
           05 PR-FUNCION PIC X(8).

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
           01 WS-ESTADO-STOCK PIC XX VALUE "00".
               88 STOCK-OK VALUE "00".
           01 WS-ESTADO-MOVIMIENTOS PIC XX VALUE "00".
               88 MOVIMIENTOS-OK VALUE "00".
           01 WS-ESTADO-CONTEO PIC XX VALUE "00".
               88 CONTEO-OK VALUE "00".
           01 WS-ESTADO-MODO PIC XX VALUE "00".
               88 MODO-FILE-OK VALUE "00".
           01 WS-FUNCION PIC X(8) VALUE SPACES.
               88 FUNCION-REPONER VALUE "REPONER".
               88 FUNCION-CONTEO VALUE "CONTEO".
           01 WS-FIN-ARCHIVO PIC X VALUE "N".
               88 FIN-ARCHIVO VALUE "S".
           01 WS-OPERADOR PIC X(8) VALUE SPACES.
           01 WS-MARCA-CONTEO PIC X(15) VALUE SPACES.
      *> Articulos contados, con lo que dice el maestro y la suma de
      *> los movimientos posteriores al conteo anterior.
           01 WS-NUM-CONTADOS PIC 9(3) VALUE ZERO.
           01 WS-IDX-CONTADO PIC 9(3) VALUE ZERO.
           01 WS-CONTADOS-DESBORDADOS PIC X VALUE "N".
               88 CONTADOS-DESBORDADOS VALUE "S".
           01 WS-TABLA-CONTEO.
               05 WS-CT-ENTRADA OCCURS 500 TIMES.
                   10 WS-CT-ARTICULO PIC X(6).
                   10 WS-CT-CONTADO PIC S9(7).
                   10 WS-CT-EN-MAESTRO PIC X.
                   10 WS-CT-MARCA PIC X(15).
                   10 WS-CT-SALDO-ANTERIOR PIC S9(7).
                   10 WS-CT-MOVIMIENTOS PIC S9(8).
                   10 WS-CT-EXISTENCIA PIC S9(7).
           01 WS-LIBRO PIC S9(8) VALUE ZERO.
           01 WS-DIFERENCIA PIC S9(8) VALUE ZERO.
           01 WS-CANTIDAD-EDIT PIC -(7)9.
           01 WS-SALDO-EDIT PIC -(7)9.
           01 WS-MOVIM-EDIT PIC -(7)9.
           01 WS-LIBRO-EDIT PIC -(7)9.
           01 WS-EXIST-EDIT PIC -(7)9.
           01 WS-DIFER-EDIT PIC -(7)9.
           01 WS-FALTA-EDIT PIC -(7)9.
           01 WS-FALTANTE PIC S9(8) VALUE ZERO.
           01 WS-TOT-ARTICULOS PIC 9(6) VALUE ZERO.
           01 WS-TOT-A-REPONER PIC 9(6) VALUE ZERO.
           01 WS-TOT-CONTADOS PIC 9(6) VALUE ZERO.
           01 WS-TOT-RECHAZADOS PIC 9(6) VALUE ZERO.
           01 WS-TOT-CON-DIFERENCIA PIC 9(6) VALUE ZERO.
           01 WS-TOT-LIBRO-DESCUADRADO PIC 9(6) VALUE ZERO.
           01 WS-TOT-AJUSTE PIC S9(9) VALUE ZERO.
           01 WS-TOT-AJUSTE-EDIT PIC -(9)9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INICIALIZAR.
           IF OPERADOR-ACTUAL = SPACES
                   OR OPERADOR-ACTUAL = LOW-VALUES THEN
               MOVE "BATCH" TO WS-OPERADOR
           ELSE
               MOVE OPERADOR-ACTUAL TO WS-OPERADOR
           END-IF.
           PERFORM CARGAR-PARAMETROS-PASO.
           IF WS-FUNCION = SPACES THEN
               PERFORM CARGAR-MODO
           END-IF.
           EVALUATE TRUE
               WHEN FUNCION-REPONER
                   PERFORM EMITIR-REPOSICION
               WHEN FUNCION-CONTEO
                   PERFORM CONCILIAR-CONTEO
               WHEN OTHER
                   DISPLAY "STOCK-CONTROL: funcion invalida en "
                       "data/inventario-control.cfg (REPONER/"
                       "CONTEO)."
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           PERFORM REGISTRAR-HISTORIAL.
           GOBACK.

      *> El SCHEDULER llama al programa sin cancelarlo: se limpia lo
      *> que haya quedado de una corrida anterior.
       INICIALIZAR.
           MOVE 0 TO RETURN-CODE.
           MOVE SPACES TO WS-FUNCION.
           MOVE ZERO TO WS-NUM-CONTADOS.
           MOVE "N" TO WS-CONTADOS-DESBORDADOS.
           MOVE ZERO TO WS-TOT-ARTICULOS.
           MOVE ZERO TO WS-TOT-A-REPONER.
           MOVE ZERO TO WS-TOT-CONTADOS.
           MOVE ZERO TO WS-TOT-RECHAZADOS.
           MOVE ZERO TO WS-TOT-CON-DIFERENCIA.
           MOVE ZERO TO WS-TOT-LIBRO-DESCUADRADO.
           MOVE ZERO TO WS-TOT-AJUSTE.

      *> Sin archivo de modo corre el listado de reposicion, que es
      *> lo que la malla necesita cada dia.
       CARGAR-MODO.
           MOVE "REPONER" TO WS-FUNCION.
           OPEN INPUT MODE-FILE.
           IF NOT MODO-FILE-OK THEN
               EXIT PARAGRAPH
           END-IF.
           READ MODE-FILE
               NOT AT END
                   IF IM-FUNCION NOT = SPACES THEN
                       MOVE IM-FUNCION TO WS-FUNCION
                   END-IF
           END-READ.
           CLOSE MODE-FILE.

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
           END-READ.
           CLOSE STEP-PARAM-FILE.

      *> Listado diario para compras: articulos cuya existencia
      *> quedo por debajo del punto de pedido, con la cantidad
      *> sugerida a pedir.
       EMITIR-REPOSICION.
           OPEN OUTPUT REORDER-REPORT.
           MOVE SPACES TO REORDER-RECORD.
           STRING "ARTICULOS BAJO PUNTO DE PEDIDO  al "
               FUNCTION CURRENT-DATE(1:8)
               DELIMITED BY SIZE INTO REORDER-RECORD.
           WRITE REORDER-RECORD.
           MOVE "Articulo Descripcion          Existencia Pto.pedido"
               & "   Faltante   A pedir" TO REORDER-RECORD.
           WRITE REORDER-RECORD.
           OPEN INPUT STOCK-MASTER.
           IF NOT STOCK-OK THEN
               MOVE "Sin maestro de existencias." TO REORDER-RECORD
               WRITE REORDER-RECORD
               CLOSE REORDER-REPORT
               DISPLAY "STOCK-CONTROL: sin maestro de existencias."
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIN-ARCHIVO.
           PERFORM UNTIL FIN-ARCHIVO
               READ STOCK-MASTER NEXT RECORD
                   AT END SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       ADD 1 TO WS-TOT-ARTICULOS
                       IF ST-EXISTENCIA < ST-PUNTO-PEDIDO THEN
                           PERFORM INFORMAR-REPOSICION
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STOCK-MASTER.
           MOVE SPACES TO REORDER-RECORD.
           STRING "Articulos leidos " WS-TOT-ARTICULOS
               "  a reponer " WS-TOT-A-REPONER
               DELIMITED BY SIZE INTO REORDER-RECORD.
           WRITE REORDER-RECORD.
           CLOSE REORDER-REPORT.
           DISPLAY "Articulos leidos   : " WS-TOT-ARTICULOS.
           DISPLAY "Articulos a reponer: " WS-TOT-A-REPONER.

       INFORMAR-REPOSICION.
           ADD 1 TO WS-TOT-A-REPONER.
           COMPUTE WS-FALTANTE = ST-PUNTO-PEDIDO - ST-EXISTENCIA.
           MOVE ST-EXISTENCIA TO WS-EXIST-EDIT.
           MOVE ST-PUNTO-PEDIDO TO WS-SALDO-EDIT.
           MOVE WS-FALTANTE TO WS-FALTA-EDIT.
           MOVE ST-CANTIDAD-PEDIDO TO WS-CANTIDAD-EDIT.
           MOVE SPACES TO REORDER-RECORD.
           STRING ST-ARTICULO "   " ST-DESCRIPCION " "
               WS-EXIST-EDIT "   " WS-SALDO-EDIT "  "
               WS-FALTA-EDIT "  " WS-CANTIDAD-EDIT
               DELIMITED BY SIZE INTO REORDER-RECORD.
           WRITE REORDER-RECORD.

      *> Conciliacion del conteo fisico. Por articulo contado:
      *> saldo del conteo anterior + movimientos registrados desde
      *> entonces = existencia en libros; contra lo contado da la
      *> diferencia, que se asienta como movimiento de ajuste. Se
      *> avisa ademas si el libro no coincide con el maestro.
       CONCILIAR-CONTEO.
           OPEN OUTPUT RECONCILE-REPORT.
           MOVE SPACES TO RECONCILE-RECORD.
           STRING "CONCILIACION DE CONTEO FISICO  "
               FUNCTION CURRENT-DATE(1:8)
               DELIMITED BY SIZE INTO RECONCILE-RECORD.
           WRITE RECONCILE-RECORD.
           MOVE "Articulo Saldo ant. Movimientos    Libro  Maestro  "
               & "Contado Diferencia" TO RECONCILE-RECORD.
           WRITE RECONCILE-RECORD.
           OPEN I-O STOCK-MASTER.
           IF NOT STOCK-OK THEN
               MOVE "Sin maestro de existencias." TO RECONCILE-RECORD
               WRITE RECONCILE-RECORD
               CLOSE RECONCILE-REPORT
               DISPLAY "STOCK-CONTROL: sin maestro de existencias."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           PERFORM CARGAR-CONTEO.
           PERFORM SUMAR-MOVIMIENTOS.
           MOVE FUNCTION CURRENT-DATE(1:15) TO WS-MARCA-CONTEO.
           OPEN EXTEND STOCK-MOVEMENT-LOG.
           IF NOT MOVIMIENTOS-OK THEN
               OPEN OUTPUT STOCK-MOVEMENT-LOG
               CLOSE STOCK-MOVEMENT-LOG
               OPEN EXTEND STOCK-MOVEMENT-LOG
           END-IF.
           PERFORM VARYING WS-IDX-CONTADO FROM 1 BY 1
                   UNTIL WS-IDX-CONTADO > WS-NUM-CONTADOS
               IF WS-CT-EN-MAESTRO(WS-IDX-CONTADO) = "S" THEN
                   PERFORM CONCILIAR-ARTICULO
               END-IF
           END-PERFORM.
           CLOSE STOCK-MOVEMENT-LOG.
           CLOSE STOCK-MASTER.
           MOVE WS-TOT-AJUSTE TO WS-TOT-AJUSTE-EDIT.
           MOVE SPACES TO RECONCILE-RECORD.
           STRING "Contados " WS-TOT-CONTADOS
               "  rechazados " WS-TOT-RECHAZADOS
               "  con diferencia " WS-TOT-CON-DIFERENCIA
               "  libro descuadrado " WS-TOT-LIBRO-DESCUADRADO
               "  ajuste neto " WS-TOT-AJUSTE-EDIT
               DELIMITED BY SIZE INTO RECONCILE-RECORD.
           WRITE RECONCILE-RECORD.
           CLOSE RECONCILE-REPORT.
           DISPLAY "Articulos contados    : " WS-TOT-CONTADOS.
           DISPLAY "Lineas rechazadas     : " WS-TOT-RECHAZADOS.
           DISPLAY "Con diferencia        : " WS-TOT-CON-DIFERENCIA.
           DISPLAY "Libro vs maestro      : "
               WS-TOT-LIBRO-DESCUADRADO.
           IF WS-TOT-RECHAZADOS > ZERO
                   OR WS-TOT-CON-DIFERENCIA > ZERO
                   OR WS-TOT-LIBRO-DESCUADRADO > ZERO THEN
               MOVE 4 TO RETURN-CODE
           END-IF.

      *> Lee el conteo y toma del maestro el saldo y la marca del
      *> conteo anterior de cada articulo contado.
       CARGAR-CONTEO.
           OPEN INPUT COUNT-FILE.
           IF NOT CONTEO-OK THEN
               MOVE "Sin archivo de conteo fisico." TO
                   RECONCILE-RECORD
               WRITE RECONCILE-RECORD
               DISPLAY "STOCK-CONTROL: sin data/inventario-conteo.dat."
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIN-ARCHIVO.
           PERFORM UNTIL FIN-ARCHIVO
               READ COUNT-FILE
                   AT END SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       PERFORM GUARDAR-CONTEO
               END-READ
           END-PERFORM.
           CLOSE COUNT-FILE.

       GUARDAR-CONTEO.
           IF IC-ARTICULO = SPACES OR IC-CANTIDAD NOT NUMERIC THEN
               PERFORM RECHAZAR-CONTEO
               EXIT PARAGRAPH
           END-IF.
           IF WS-NUM-CONTADOS >= 500 THEN
               IF NOT CONTADOS-DESBORDADOS THEN
                   DISPLAY "GUARDAR-CONTEO: mas de 500 articulos "
                       "contados, el resto queda para otra corrida."
                   SET CONTADOS-DESBORDADOS TO TRUE
               END-IF
               PERFORM RECHAZAR-CONTEO
               EXIT PARAGRAPH
           END-IF.
           MOVE IC-ARTICULO TO ST-ARTICULO.
           READ STOCK-MASTER
               INVALID KEY
                   PERFORM RECHAZAR-CONTEO
                   EXIT PARAGRAPH
           END-READ.
           ADD 1 TO WS-NUM-CONTADOS.
           MOVE IC-ARTICULO TO WS-CT-ARTICULO(WS-NUM-CONTADOS).
           MOVE IC-CANTIDAD TO WS-CT-CONTADO(WS-NUM-CONTADOS).
           MOVE "S" TO WS-CT-EN-MAESTRO(WS-NUM-CONTADOS).
           MOVE ST-MARCA-ULT-CONTEO TO WS-CT-MARCA(WS-NUM-CONTADOS).
           MOVE ST-SALDO-ULT-CONTEO TO
               WS-CT-SALDO-ANTERIOR(WS-NUM-CONTADOS).
           MOVE ZERO TO WS-CT-MOVIMIENTOS(WS-NUM-CONTADOS).
           MOVE ST-EXISTENCIA TO WS-CT-EXISTENCIA(WS-NUM-CONTADOS).

       RECHAZAR-CONTEO.
           ADD 1 TO WS-TOT-RECHAZADOS.
           MOVE SPACES TO RECONCILE-RECORD.
           STRING IC-ARTICULO "   RECHAZADO: "
               DELIMITED BY SIZE INTO RECONCILE-RECORD.
           EVALUATE TRUE
               WHEN IC-ARTICULO = SPACES OR IC-CANTIDAD NOT NUMERIC
                   MOVE "formato invalido" TO RECONCILE-RECORD(21:)
               WHEN CONTADOS-DESBORDADOS
                   MOVE "excede 500 articulos por corrida" TO
                       RECONCILE-RECORD(21:)
               WHEN OTHER
                   MOVE "no esta en el maestro de existencias" TO
                       RECONCILE-RECORD(21:)
           END-EVALUATE.
           WRITE RECONCILE-RECORD.

      *> Una sola pasada por el registro de movimientos: se suma a
      *> cada articulo contado lo posterior a su conteo anterior.
       SUMAR-MOVIMIENTOS.
           IF WS-NUM-CONTADOS = ZERO THEN
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT STOCK-MOVEMENT-LOG.
           IF NOT MOVIMIENTOS-OK THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIN-ARCHIVO.
           PERFORM UNTIL FIN-ARCHIVO
               READ STOCK-MOVEMENT-LOG
                   AT END SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       PERFORM SUMAR-MOVIMIENTO
               END-READ
           END-PERFORM.
           CLOSE STOCK-MOVEMENT-LOG.

       SUMAR-MOVIMIENTO.
           PERFORM VARYING WS-IDX-CONTADO FROM 1 BY 1
                   UNTIL WS-IDX-CONTADO > WS-NUM-CONTADOS
               IF WS-CT-ARTICULO(WS-IDX-CONTADO) = SM-ARTICULO
                       AND SM-FECHA-HORA > WS-CT-MARCA(WS-IDX-CONTADO)
                           THEN
                   ADD SM-CANTIDAD TO
                       WS-CT-MOVIMIENTOS(WS-IDX-CONTADO)
               END-IF
           END-PERFORM.

       CONCILIAR-ARTICULO.
           ADD 1 TO WS-TOT-CONTADOS.
           COMPUTE WS-LIBRO = WS-CT-SALDO-ANTERIOR(WS-IDX-CONTADO)
               + WS-CT-MOVIMIENTOS(WS-IDX-CONTADO).
           COMPUTE WS-DIFERENCIA = WS-CT-CONTADO(WS-IDX-CONTADO)
               - WS-CT-EXISTENCIA(WS-IDX-CONTADO).
           MOVE WS-CT-SALDO-ANTERIOR(WS-IDX-CONTADO) TO WS-SALDO-EDIT.
           MOVE WS-CT-MOVIMIENTOS(WS-IDX-CONTADO) TO WS-MOVIM-EDIT.
           MOVE WS-LIBRO TO WS-LIBRO-EDIT.
           MOVE WS-CT-EXISTENCIA(WS-IDX-CONTADO) TO WS-EXIST-EDIT.
           MOVE WS-CT-CONTADO(WS-IDX-CONTADO) TO WS-CANTIDAD-EDIT.
           MOVE WS-DIFERENCIA TO WS-DIFER-EDIT.
           MOVE SPACES TO RECONCILE-RECORD.
           STRING WS-CT-ARTICULO(WS-IDX-CONTADO) " "
               WS-SALDO-EDIT "    " WS-MOVIM-EDIT " "
               WS-LIBRO-EDIT " " WS-EXIST-EDIT " "
               WS-CANTIDAD-EDIT "   " WS-DIFER-EDIT
               DELIMITED BY SIZE INTO RECONCILE-RECORD.
           IF WS-LIBRO NOT = WS-CT-EXISTENCIA(WS-IDX-CONTADO) THEN
               ADD 1 TO WS-TOT-LIBRO-DESCUADRADO
               MOVE "LIBRO DESCUADRADO" TO RECONCILE-RECORD(90:)
           END-IF.
           WRITE RECONCILE-RECORD.
           MOVE WS-CT-ARTICULO(WS-IDX-CONTADO) TO ST-ARTICULO.
           READ STOCK-MASTER
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF WS-DIFERENCIA NOT = ZERO THEN
               ADD 1 TO WS-TOT-CON-DIFERENCIA
               ADD WS-DIFERENCIA TO WS-TOT-AJUSTE
               MOVE WS-CT-CONTADO(WS-IDX-CONTADO) TO ST-EXISTENCIA
               MOVE WS-MARCA-CONTEO(1:8) TO ST-FECHA-ULT-MOV
               MOVE WS-MARCA-CONTEO TO SM-FECHA-HORA
               MOVE ST-ARTICULO TO SM-ARTICULO
               MOVE "A" TO SM-TIPO
               MOVE WS-DIFERENCIA TO SM-CANTIDAD
               MOVE ST-EXISTENCIA TO SM-SALDO
               MOVE "CONTEO" TO SM-REFERENCIA
               MOVE "STOCK-CONTROL" TO SM-PROGRAMA
               MOVE WS-OPERADOR TO SM-OPERADOR
               WRITE STOCK-MOVEMENT-RECORD
           END-IF.
           MOVE WS-CT-CONTADO(WS-IDX-CONTADO) TO ST-SALDO-ULT-CONTEO.
           MOVE WS-MARCA-CONTEO TO ST-MARCA-ULT-CONTEO.
           REWRITE STOCK-RECORD
               INVALID KEY
                   DISPLAY "CONCILIAR-ARTICULO: no se pudo actualizar "
                       "el articulo " ST-ARTICULO
           END-REWRITE.

       REGISTRAR-HISTORIAL.
           OPEN EXTEND RUN-HISTORY-LOG.
           IF NOT HIST-OK THEN
               OPEN OUTPUT RUN-HISTORY-LOG
               CLOSE RUN-HISTORY-LOG
               OPEN EXTEND RUN-HISTORY-LOG
           END-IF.
           MOVE "STOCK-CONTROL" TO RH-PROGRAMA.
           MOVE FUNCTION CURRENT-DATE(1:15) TO RH-FECHA-HORA.
           IF RETURN-CODE = 0 THEN
               MOVE "OK" TO RH-RESULTADO
           ELSE
               MOVE "CON AVISOS" TO RH-RESULTADO
           END-IF.
           MOVE WS-OPERADOR TO RH-OPERADOR.
           WRITE RUN-HISTORY-RECORD.
           CLOSE RUN-HISTORY-LOG.
       END PROGRAM STOCK-CONTROL.
