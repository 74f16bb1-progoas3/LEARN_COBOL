      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOCK-MANTO.
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
           SELECT STOCK-LOG-FILE ASSIGN TO
                   "data/inventario-cambios.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-LOG.
           SELECT RUN-HISTORY-LOG ASSIGN TO "data/run-history.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-HIST.
       DATA DIVISION.
       FILE SECTION.
       FD  STOCK-MASTER.
       01  STOCK-RECORD.
           COPY STOCK.

      *> Las entradas de mercaderia quedan en el mismo registro de
      *> movimientos que la facturacion, para la conciliacion.
       FD  STOCK-MOVEMENT-LOG.
       01  STOCK-MOVEMENT-RECORD.
           COPY STOCKMOV.

      *> Pista de auditoria del maestro: imagen anterior y
      *> posterior, al estilo del log de cambios de precios.
       FD  STOCK-LOG-FILE.
       01  STOCK-LOG-RECORD.
           05 SL-FECHA-HORA PIC X(15).
           05 SL-OPERADOR PIC X(8).
           05 SL-OPERACION PIC X(8).
           05 SL-IMAGEN-ANTERIOR PIC X(79).
           05 SL-IMAGEN-NUEVA PIC X(79).

       FD  RUN-HISTORY-LOG.
           COPY RUNHIST.

       WORKING-STORAGE SECTION.
      *> Operador firmado en el menu; los programas llamados lo
      *> arrastran al historial de corridas.
       01  OPERADOR-ACTUAL PIC X(8) EXTERNAL.
           01 WS-ESTADO-HIST PIC XX VALUE "00".
               88 HIST-OK VALUE "00".
           01 WS-ESTADO-STOCK PIC XX VALUE "00".
               88 STOCK-OK VALUE "00".
           01 WS-ESTADO-MOVIMIENTOS PIC XX VALUE "00".
               88 MOVIMIENTOS-OK VALUE "00".
           01 WS-ESTADO-LOG PIC XX VALUE "00".
               88 LOG-OK VALUE "00".
           01 WS-OPCION PIC X VALUE SPACE.
               88 MANTO-ALTA VALUE "A".
               88 MANTO-CAMBIO VALUE "C".
               88 MANTO-ENTRADA VALUE "E".
               88 MANTO-CONSULTA VALUE "Q".
               88 MANTO-LISTADO VALUE "L".
               88 MANTO-SALIR VALUE "S".
           01 WS-FIN-LISTADO PIC X VALUE "N".
               88 FIN-LISTADO VALUE "S".
           01 WS-OPERADOR PIC X(8) VALUE SPACES.
           01 WS-ARTICULO PIC X(6) VALUE SPACES.
           01 WS-CANTIDAD PIC 9(7) VALUE ZERO.
           01 WS-REFERENCIA PIC X(12) VALUE SPACES.
           01 WS-IMAGEN-ANTERIOR PIC X(79) VALUE SPACES.
           01 WS-EXISTENCIA-EDIT PIC -(7)9.
           01 WS-TOTAL-LISTADOS PIC 9(6) VALUE ZERO.
           01 WS-TOTAL-BAJO-PUNTO PIC 9(6) VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           IF OPERADOR-ACTUAL = SPACES
                   OR OPERADOR-ACTUAL = LOW-VALUES THEN
               MOVE "BATCH" TO WS-OPERADOR
           ELSE
               MOVE OPERADOR-ACTUAL TO WS-OPERADOR
           END-IF.
           MOVE SPACE TO WS-OPCION.
           OPEN I-O STOCK-MASTER.
           IF NOT STOCK-OK THEN
               CLOSE STOCK-MASTER
               OPEN OUTPUT STOCK-MASTER
               CLOSE STOCK-MASTER
               OPEN I-O STOCK-MASTER
           END-IF.
           OPEN EXTEND STOCK-MOVEMENT-LOG.
           IF NOT MOVIMIENTOS-OK THEN
               OPEN OUTPUT STOCK-MOVEMENT-LOG
               CLOSE STOCK-MOVEMENT-LOG
               OPEN EXTEND STOCK-MOVEMENT-LOG
           END-IF.
           OPEN EXTEND STOCK-LOG-FILE.
           IF NOT LOG-OK THEN
               OPEN OUTPUT STOCK-LOG-FILE
               CLOSE STOCK-LOG-FILE
               OPEN EXTEND STOCK-LOG-FILE
           END-IF.
           PERFORM MOSTRAR-MENU UNTIL MANTO-SALIR.
           CLOSE STOCK-LOG-FILE.
           CLOSE STOCK-MOVEMENT-LOG.
           CLOSE STOCK-MASTER.
           PERFORM REGISTRAR-HISTORIAL.
           GOBACK.

       MOSTRAR-MENU.
           DISPLAY "Existencias: A-Alta C-Cambio E-Entrada Q-Consulta "
               "L-Listado S-Salir".
           ACCEPT WS-OPCION.
           EVALUATE TRUE
               WHEN MANTO-ALTA
                   PERFORM ALTA-ARTICULO
               WHEN MANTO-CAMBIO
                   PERFORM CAMBIO-ARTICULO
               WHEN MANTO-ENTRADA
                   PERFORM ENTRADA-MERCADERIA
               WHEN MANTO-CONSULTA
                   PERFORM CONSULTA-ARTICULO
               WHEN MANTO-LISTADO
                   PERFORM LISTAR-ARTICULOS
               WHEN MANTO-SALIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Operacion invalida."
           END-EVALUATE.

       PEDIR-ARTICULO.
           DISPLAY "Articulo:".
           ACCEPT WS-ARTICULO.
           MOVE WS-ARTICULO TO ST-ARTICULO.

       PEDIR-PUNTO-PEDIDO.
           DISPLAY "Punto de pedido:".
           ACCEPT ST-PUNTO-PEDIDO.
           DISPLAY "Cantidad a pedir:".
           ACCEPT ST-CANTIDAD-PEDIDO.

      *> El alta fija la existencia inicial como si fuera un conteo
      *> fisico: es el punto de partida de la conciliacion.
       ALTA-ARTICULO.
           PERFORM PEDIR-ARTICULO.
           READ STOCK-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "El articulo ya tiene existencias."
                   EXIT PARAGRAPH
           END-READ.
           INITIALIZE STOCK-RECORD.
           MOVE WS-ARTICULO TO ST-ARTICULO.
           DISPLAY "Descripcion:".
           ACCEPT ST-DESCRIPCION.
           DISPLAY "Existencia inicial:".
           ACCEPT WS-CANTIDAD.
           PERFORM PEDIR-PUNTO-PEDIDO.
           MOVE WS-CANTIDAD TO ST-EXISTENCIA.
           MOVE WS-CANTIDAD TO ST-SALDO-ULT-CONTEO.
           MOVE FUNCTION CURRENT-DATE(1:15) TO ST-MARCA-ULT-CONTEO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO ST-FECHA-ULT-MOV.
           WRITE STOCK-RECORD
               INVALID KEY
                   DISPLAY "El articulo ya tiene existencias."
               NOT INVALID KEY
                   MOVE SPACES TO WS-IMAGEN-ANTERIOR
                   MOVE "ALTA" TO SL-OPERACION
                   PERFORM REGISTRAR-CAMBIO-STOCK
                   DISPLAY "Articulo registrado."
           END-WRITE.

      *> El cambio toca solo descripcion y reposicion; la existencia
      *> se mueve por entradas, facturacion o conteo fisico.
       CAMBIO-ARTICULO.
           PERFORM PEDIR-ARTICULO.
           READ STOCK-MASTER
               INVALID KEY
                   DISPLAY "Articulo no encontrado."
                   EXIT PARAGRAPH
           END-READ.
           MOVE STOCK-RECORD TO WS-IMAGEN-ANTERIOR.
           PERFORM MOSTRAR-ARTICULO.
           DISPLAY "Descripcion:".
           ACCEPT ST-DESCRIPCION.
           PERFORM PEDIR-PUNTO-PEDIDO.
           REWRITE STOCK-RECORD
               INVALID KEY
                   DISPLAY "No se pudo actualizar."
               NOT INVALID KEY
                   MOVE "CAMBIO" TO SL-OPERACION
                   PERFORM REGISTRAR-CAMBIO-STOCK
                   DISPLAY "Articulo actualizado."
           END-REWRITE.

       ENTRADA-MERCADERIA.
           PERFORM PEDIR-ARTICULO.
           READ STOCK-MASTER
               INVALID KEY
                   DISPLAY "Articulo no encontrado."
                   EXIT PARAGRAPH
           END-READ.
           DISPLAY "Cantidad recibida:".
           ACCEPT WS-CANTIDAD.
           IF WS-CANTIDAD = ZERO THEN
               DISPLAY "La cantidad debe ser mayor que cero."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Remito o referencia:".
           ACCEPT WS-REFERENCIA.
           MOVE STOCK-RECORD TO WS-IMAGEN-ANTERIOR.
           ADD WS-CANTIDAD TO ST-EXISTENCIA
               ON SIZE ERROR
                   DISPLAY "La existencia excede el maximo."
                   EXIT PARAGRAPH
           END-ADD.
           MOVE FUNCTION CURRENT-DATE(1:8) TO ST-FECHA-ULT-MOV.
           REWRITE STOCK-RECORD
               INVALID KEY
                   DISPLAY "No se pudo actualizar."
                   EXIT PARAGRAPH
           END-REWRITE.
           MOVE FUNCTION CURRENT-DATE(1:15) TO SM-FECHA-HORA.
           MOVE ST-ARTICULO TO SM-ARTICULO.
           MOVE "E" TO SM-TIPO.
           MOVE WS-CANTIDAD TO SM-CANTIDAD.
           MOVE ST-EXISTENCIA TO SM-SALDO.
           MOVE WS-REFERENCIA TO SM-REFERENCIA.
           MOVE "STOCK-MANTO" TO SM-PROGRAMA.
           MOVE WS-OPERADOR TO SM-OPERADOR.
           WRITE STOCK-MOVEMENT-RECORD.
           MOVE "ENTRADA" TO SL-OPERACION.
           PERFORM REGISTRAR-CAMBIO-STOCK.
           MOVE ST-EXISTENCIA TO WS-EXISTENCIA-EDIT.
           DISPLAY "Entrada registrada. Existencia: "
               WS-EXISTENCIA-EDIT.

       CONSULTA-ARTICULO.
           PERFORM PEDIR-ARTICULO.
           READ STOCK-MASTER
               INVALID KEY
                   DISPLAY "Articulo no encontrado."
               NOT INVALID KEY
                   PERFORM MOSTRAR-ARTICULO
           END-READ.

       MOSTRAR-ARTICULO.
           MOVE ST-EXISTENCIA TO WS-EXISTENCIA-EDIT.
           DISPLAY ST-ARTICULO " " ST-DESCRIPCION
               " exist " WS-EXISTENCIA-EDIT
               " pto pedido " ST-PUNTO-PEDIDO
               " pedir " ST-CANTIDAD-PEDIDO
               " ult mov " ST-FECHA-ULT-MOV
               " ult conteo " ST-MARCA-ULT-CONTEO(1:8).

       LISTAR-ARTICULOS.
           MOVE ZERO TO WS-TOTAL-LISTADOS.
           MOVE ZERO TO WS-TOTAL-BAJO-PUNTO.
           MOVE "N" TO WS-FIN-LISTADO.
           MOVE "00" TO WS-ESTADO-STOCK.
           CLOSE STOCK-MASTER.
           OPEN INPUT STOCK-MASTER.
           PERFORM UNTIL FIN-LISTADO
               READ STOCK-MASTER NEXT RECORD
                   AT END SET FIN-LISTADO TO TRUE
                   NOT AT END
                       PERFORM MOSTRAR-ARTICULO
                       ADD 1 TO WS-TOTAL-LISTADOS
                       IF ST-EXISTENCIA < ST-PUNTO-PEDIDO THEN
                           ADD 1 TO WS-TOTAL-BAJO-PUNTO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STOCK-MASTER.
           MOVE "00" TO WS-ESTADO-STOCK.
           OPEN I-O STOCK-MASTER.
           DISPLAY "Articulos listados: " WS-TOTAL-LISTADOS
               "  bajo punto de pedido: " WS-TOTAL-BAJO-PUNTO.

       REGISTRAR-CAMBIO-STOCK.
           MOVE FUNCTION CURRENT-DATE(1:15) TO SL-FECHA-HORA.
           MOVE WS-OPERADOR TO SL-OPERADOR.
           MOVE WS-IMAGEN-ANTERIOR TO SL-IMAGEN-ANTERIOR.
           MOVE STOCK-RECORD TO SL-IMAGEN-NUEVA.
           WRITE STOCK-LOG-RECORD.

       REGISTRAR-HISTORIAL.
           OPEN EXTEND RUN-HISTORY-LOG.
           IF NOT HIST-OK THEN
               OPEN OUTPUT RUN-HISTORY-LOG
               CLOSE RUN-HISTORY-LOG
               OPEN EXTEND RUN-HISTORY-LOG
           END-IF.
           MOVE "STOCK-MANTO" TO RH-PROGRAMA.
           MOVE FUNCTION CURRENT-DATE(1:15) TO RH-FECHA-HORA.
           IF RETURN-CODE = 0 THEN
               MOVE "OK" TO RH-RESULTADO
           ELSE
               MOVE "CON AVISOS" TO RH-RESULTADO
           END-IF.
           MOVE WS-OPERADOR TO RH-OPERADOR.
           WRITE RUN-HISTORY-RECORD.
           CLOSE RUN-HISTORY-LOG.
       END PROGRAM STOCK-MANTO.
