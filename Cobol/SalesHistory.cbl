      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENTAS-HIST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALES-HISTORY ASSIGN TO "data/ventas-historico.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VH-CLAVE
               FILE STATUS IS WS-ESTADO-HISTORICO.
           SELECT CATALOG-FILE ASSIGN TO "data/gen-catalogo.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CATALOGO.
           SELECT GOOD-TRANS-FILE ASSIGN TO DYNAMIC WS-NOMBRE-BUENAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-BUENAS.
           SELECT HISTORY-CONTROL-FILE ASSIGN TO
                   "data/ventas-hist-control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO "data/first-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-NUMERO
               ALTERNATE RECORD KEY IS CM-NOMBRE WITH DUPLICATES
               FILE STATUS IS WS-ESTADO-CLIENTES.
           SELECT ANALYSIS-FILE ASSIGN TO "data/ventas-analisis.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MODE-FILE ASSIGN TO "data/ventas-modo.cfg"
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
       FD  SALES-HISTORY.
       01  SALES-HISTORY-RECORD.
           COPY VENTAHIST.

       FD  CATALOG-FILE.
       01  CATALOG-RECORD.
           05 GC-BASE PIC X(30).
           05 GC-GENERACION PIC 9(4).
           05 GC-FECHA PIC X(8).
           05 GC-CUENTA PIC 9(6).

       FD  GOOD-TRANS-FILE.
       01  GOOD-TRANS-RECORD.
           COPY BUENAS.

      *> Ultima generacion de buenas ya sumada al historico: cada
      *> generacion se toma una sola vez.
       FD  HISTORY-CONTROL-FILE.
       01  HISTORY-CONTROL-RECORD.
           05 VK-ULT-GENERACION PIC 9(4).
           05 VK-FECHA PIC 9(8).

      *> Maestro de clientes de FIRSTPROGRAM: solo lectura, para el
      *> nombre de los clientes del ranking.
       FD  CUSTOMER-MASTER.
       01  CUSTOMER-RECORD.
           COPY CLIENTE.

       FD  ANALYSIS-FILE.
       01  ANALYSIS-RECORD PIC X(100).

      *> ACUMULAR = suma al historico las generaciones de buenas
      *> nuevas; INFORME = analisis de ventas del periodo AAAAMM (en
      *> cero, el mes de proceso) con los primeros N clientes y
      *> articulos (en cero, 10).
       FD  MODE-FILE.
       01  MODE-RECORD.
           05 VM-FUNCION PIC X(8).
           05 VM-PERIODO PIC 9(6).
           05 VM-RANKING PIC 9(2).

      *> Parametros del paso cuando la malla los define; pisan a los
      *> de ventas-modo.cfg.
       FD  STEP-PARAM-FILE.
       01  STEP-PARAM-RECORD.
           05 PR-FUNCION PIC X(8).
           05 PR-PERIODO PIC 9(6).
           05 PR-RANKING PIC 9(2).

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
           01 WS-ESTADO-HISTORICO PIC XX VALUE "00".
               88 HISTORICO-OK VALUE "00".
               88 HISTORICO-NO-EXISTE VALUE "35".
           01 WS-ESTADO-CATALOGO PIC XX VALUE "00".
               88 CATALOGO-OK VALUE "00".
           01 WS-ESTADO-BUENAS PIC XX VALUE "00".
               88 BUENAS-OK VALUE "00".
           01 WS-ESTADO-CONTROL PIC XX VALUE "00".
               88 CONTROL-OK VALUE "00".
           01 WS-ESTADO-CLIENTES PIC XX VALUE "00".
               88 CLIENTES-OK VALUE "00".
           01 WS-ESTADO-MODO PIC XX VALUE "00".
               88 MODO-FILE-OK VALUE "00".
           01 WS-MAESTRO-CLIENTES PIC X VALUE "N".
               88 MAESTRO-CLIENTES-ABIERTO VALUE "S".
           01 WS-FUNCION PIC X(8) VALUE SPACES.
               88 FUNCION-ACUMULAR VALUE "ACUMULAR".
               88 FUNCION-INFORME VALUE "INFORME".
           01 WS-PERIODO-PEDIDO PIC 9(6) VALUE ZERO.
           01 WS-RANKING PIC 9(2) VALUE ZERO.
           01 WS-FIN-ARCHIVO PIC X VALUE "N".
               88 FIN-ARCHIVO VALUE "S".
           01 WS-FECHA-PROCESO PIC 9(8) VALUE ZERO.
           01 WS-NOMBRE-BUENAS PIC X(40) VALUE SPACES.
      *> Generaciones pendientes de sumar, en orden del catalogo.
           01 WS-ULT-GENERACION PIC 9(4) VALUE ZERO.
           01 WS-MAX-GENERACION PIC 9(4) VALUE ZERO.
           01 WS-NUM-GENERACIONES PIC 9(3) VALUE ZERO.
           01 WS-IDX-GEN PIC 9(3) VALUE ZERO.
           01 WS-TABLA-GENERACIONES.
               05 WS-GEN-NUMERO PIC 9(4) OCCURS 200 TIMES.
           01 WS-LINEA-FACTOR PIC S9 VALUE +1.
           01 WS-TOT-GEN-SUMADAS PIC 9(4) VALUE ZERO.
           01 WS-TOT-LINEAS-SUMADAS PIC 9(7) VALUE ZERO.
           01 WS-TOT-CLAVES-NUEVAS PIC 9(7) VALUE ZERO.
      *> Periodos del analisis.
           01 WS-PERIODO-INFORME.
               05 WS-INF-ANO PIC 9(4).
               05 WS-INF-MES PIC 9(2).
           01 WS-PERIODO-INFORME-NUM REDEFINES WS-PERIODO-INFORME
               PIC 9(6).
           01 WS-PERIODO-ANTERIOR.
               05 WS-ANT-ANO PIC 9(4).
               05 WS-ANT-MES PIC 9(2).
           01 WS-PERIODO-ANTERIOR-NUM REDEFINES WS-PERIODO-ANTERIOR
               PIC 9(6).
           01 WS-ACUM-DESDE PIC 9(6) VALUE ZERO.
           01 WS-ACUM-DESDE-ANT PIC 9(6) VALUE ZERO.
           01 WS-ACUM-HASTA-ANT PIC 9(6) VALUE ZERO.
      *> Totales del mes, del mes anterior y acumulados del ano
      *> contra el mismo tramo del ano pasado.
           01 WS-TOTALES-ANALISIS.
               05 WS-MES-NETO PIC S9(13)V99 VALUE ZERO.
               05 WS-MES-ANT-NETO PIC S9(13)V99 VALUE ZERO.
               05 WS-ACU OCCURS 2 TIMES.
                   10 WS-ACU-CANTIDAD PIC S9(11).
                   10 WS-ACU-BRUTO PIC S9(13)V99.
                   10 WS-ACU-DESCUENTO PIC S9(13)V99.
                   10 WS-ACU-IMPUESTO PIC S9(13)V99.
                   10 WS-ACU-NETO PIC S9(13)V99.
      *> Clientes y articulos con movimiento en el mes o en el mes
      *> anterior, para el ranking y la variacion.
           01 WS-NUM-CLIENTES PIC 9(3) VALUE ZERO.
           01 WS-IDX-CLI PIC 9(3) VALUE ZERO.
           01 WS-CLIENTES-DESBORDADOS PIC X VALUE "N".
               88 CLIENTES-DESBORDADOS VALUE "S".
           01 WS-TABLA-CLIENTES.
               05 WS-CLI OCCURS 500 TIMES.
                   10 WS-CLI-NUMERO PIC 9(6).
                   10 WS-CLI-NETO PIC S9(11)V99.
                   10 WS-CLI-NETO-ANT PIC S9(11)V99.
                   10 WS-CLI-LISTADO PIC X.
           01 WS-NUM-ARTICULOS PIC 9(3) VALUE ZERO.
           01 WS-IDX-ART PIC 9(3) VALUE ZERO.
           01 WS-ARTICULOS-DESBORDADOS PIC X VALUE "N".
               88 ARTICULOS-DESBORDADOS VALUE "S".
           01 WS-TABLA-ARTICULOS.
               05 WS-ART OCCURS 300 TIMES.
                   10 WS-ART-CODIGO PIC X(6).
                   10 WS-ART-CANTIDAD PIC S9(9).
                   10 WS-ART-NETO PIC S9(11)V99.
                   10 WS-ART-NETO-ANT PIC S9(11)V99.
                   10 WS-ART-LISTADO PIC X.
           01 WS-PUESTO PIC 9(2) VALUE ZERO.
           01 WS-IDX-MAYOR PIC 9(3) VALUE ZERO.
           01 WS-NETO-MAYOR PIC S9(11)V99 VALUE ZERO.
           01 WS-NOMBRE-CLIENTE PIC X(31) VALUE SPACES.
      *> Variacion porcentual entre dos importes; sin base anterior
      *> se informa como nuevo.
           01 WS-VAR-ACTUAL PIC S9(13)V99 VALUE ZERO.
           01 WS-VAR-ANTERIOR PIC S9(13)V99 VALUE ZERO.
           01 WS-VAR-PCT PIC S9(5)V9 VALUE ZERO.
           01 WS-VAR-TEXTO PIC X(9) VALUE SPACES.
           01 WS-PCT-EDIT PIC -(5)9.9.
           01 WS-CANT-EDIT PIC -(9)9.
           01 WS-MONTO-EDIT-1 PIC -(11)9.99.
           01 WS-MONTO-EDIT-2 PIC -(11)9.99.
           01 WS-TEXTO-LINEA PIC X(24) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-PROCESO.
           MOVE SPACES TO WS-FUNCION.
           MOVE ZERO TO WS-PERIODO-PEDIDO.
           MOVE ZERO TO WS-RANKING.
           PERFORM CARGAR-PARAMETROS-PASO.
           IF WS-FUNCION = SPACES THEN
               PERFORM CARGAR-MODO
           END-IF.
           EVALUATE TRUE
               WHEN FUNCION-ACUMULAR
                   PERFORM ACUMULAR-HISTORICO
               WHEN FUNCION-INFORME
                   PERFORM EMITIR-ANALISIS
               WHEN OTHER
                   DISPLAY "VENTAS-HIST: funcion invalida en "
                       "data/ventas-modo.cfg (ACUMULAR/INFORME)."
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           PERFORM REGISTRAR-HISTORIAL.
           GOBACK.

       CARGAR-MODO.
           OPEN INPUT MODE-FILE.
           IF MODO-FILE-OK THEN
               READ MODE-FILE
                   NOT AT END
                       MOVE VM-FUNCION TO WS-FUNCION
                       IF VM-PERIODO NUMERIC THEN
                           MOVE VM-PERIODO TO WS-PERIODO-PEDIDO
                       END-IF
                       IF VM-RANKING NUMERIC THEN
                           MOVE VM-RANKING TO WS-RANKING
                       END-IF
               END-READ
               CLOSE MODE-FILE
           ELSE
               DISPLAY "Funcion (ACUMULAR/INFORME):"
               ACCEPT WS-FUNCION
               IF FUNCION-INFORME THEN
                   DISPLAY "Periodo AAAAMM (en blanco el actual):"
                   ACCEPT WS-PERIODO-PEDIDO
               END-IF
           END-IF.

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
                   IF PR-PERIODO NUMERIC THEN
                       MOVE PR-PERIODO TO WS-PERIODO-PEDIDO
                   END-IF
                   IF PR-RANKING NUMERIC THEN
                       MOVE PR-RANKING TO WS-RANKING
                   END-IF
           END-READ.
           CLOSE STEP-PARAM-FILE.

      *> Suma al historico cada generacion de buenas posterior a la
      *> ultima tomada. Un credito (signo -) resta cantidad e
      *> importes de su mes, cliente y articulo.
       ACUMULAR-HISTORICO.
           PERFORM LEER-CONTROL.
           PERFORM CARGAR-GENERACIONES-NUEVAS.
           IF WS-NUM-GENERACIONES = ZERO THEN
               DISPLAY "VENTAS-HIST: sin generaciones nuevas de "
                   "buenas desde la " WS-ULT-GENERACION "."
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O SALES-HISTORY.
           IF HISTORICO-NO-EXISTE THEN
               OPEN OUTPUT SALES-HISTORY
               CLOSE SALES-HISTORY
               OPEN I-O SALES-HISTORY
           END-IF.
           IF NOT HISTORICO-OK THEN
               DISPLAY "VENTAS-HIST: no se pudo abrir el historico "
                   "de ventas, estado " WS-ESTADO-HISTORICO
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           PERFORM SUMAR-GENERACION
               VARYING WS-IDX-GEN FROM 1 BY 1
               UNTIL WS-IDX-GEN > WS-NUM-GENERACIONES.
           CLOSE SALES-HISTORY.
           PERFORM GUARDAR-CONTROL.
           DISPLAY "Generaciones sumadas: " WS-TOT-GEN-SUMADAS.
           DISPLAY "Lineas sumadas      : " WS-TOT-LINEAS-SUMADAS.
           DISPLAY "Claves nuevas       : " WS-TOT-CLAVES-NUEVAS.

       LEER-CONTROL.
           MOVE ZERO TO WS-ULT-GENERACION.
           OPEN INPUT HISTORY-CONTROL-FILE.
           IF CONTROL-OK THEN
               READ HISTORY-CONTROL-FILE
                   NOT AT END
                       IF VK-ULT-GENERACION NUMERIC THEN
                           MOVE VK-ULT-GENERACION TO
                               WS-ULT-GENERACION
                       END-IF
               END-READ
               CLOSE HISTORY-CONTROL-FILE
           END-IF.
           MOVE WS-ULT-GENERACION TO WS-MAX-GENERACION.

       GUARDAR-CONTROL.
           OPEN OUTPUT HISTORY-CONTROL-FILE.
           MOVE WS-MAX-GENERACION TO VK-ULT-GENERACION.
           MOVE WS-FECHA-PROCESO TO VK-FECHA.
           WRITE HISTORY-CONTROL-RECORD.
           CLOSE HISTORY-CONTROL-FILE.

       CARGAR-GENERACIONES-NUEVAS.
           MOVE ZERO TO WS-NUM-GENERACIONES.
           OPEN INPUT CATALOG-FILE.
           IF NOT CATALOGO-OK THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIN-ARCHIVO.
           PERFORM UNTIL FIN-ARCHIVO
               READ CATALOG-FILE
                   AT END SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF GC-BASE = "data/onsize-buenas.dat"
                               AND GC-GENERACION > WS-ULT-GENERACION
                               AND WS-NUM-GENERACIONES < 200 THEN
                           ADD 1 TO WS-NUM-GENERACIONES
                           MOVE GC-GENERACION TO
                               WS-GEN-NUMERO(WS-NUM-GENERACIONES)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CATALOG-FILE.

       SUMAR-GENERACION.
           MOVE SPACES TO WS-NOMBRE-BUENAS.
           STRING "data/onsize-buenas.dat.G"
               WS-GEN-NUMERO(WS-IDX-GEN)
               DELIMITED BY SIZE INTO WS-NOMBRE-BUENAS.
           OPEN INPUT GOOD-TRANS-FILE.
           IF NOT BUENAS-OK THEN
               DISPLAY "SUMAR-GENERACION: no se pudo abrir "
                   WS-NOMBRE-BUENAS ", estado " WS-ESTADO-BUENAS
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIN-ARCHIVO.
           PERFORM UNTIL FIN-ARCHIVO
               READ GOOD-TRANS-FILE
                   AT END SET FIN-ARCHIVO TO TRUE
                   NOT AT END PERFORM SUMAR-LINEA
               END-READ
           END-PERFORM.
           CLOSE GOOD-TRANS-FILE.
           ADD 1 TO WS-TOT-GEN-SUMADAS.
           IF WS-GEN-NUMERO(WS-IDX-GEN) > WS-MAX-GENERACION THEN
               MOVE WS-GEN-NUMERO(WS-IDX-GEN) TO WS-MAX-GENERACION
           END-IF.

       SUMAR-LINEA.
           IF GT-SIGNO = "-" THEN
               MOVE -1 TO WS-LINEA-FACTOR
           ELSE
               MOVE +1 TO WS-LINEA-FACTOR
           END-IF.
           MOVE GT-FECHA-LOTE(1:6) TO VH-PERIODO.
           MOVE GT-CLIENTE TO VH-CLIENTE.
           MOVE GT-ARTICULO TO VH-ARTICULO.
           READ SALES-HISTORY
               INVALID KEY
                   MOVE ZERO TO VH-CANTIDAD
                   MOVE ZERO TO VH-BRUTO
                   MOVE ZERO TO VH-DESCUENTO
                   MOVE ZERO TO VH-IMPUESTO
                   MOVE ZERO TO VH-NETO
                   MOVE ZERO TO VH-LINEAS
                   PERFORM APLICAR-LINEA
                   WRITE SALES-HISTORY-RECORD
                       INVALID KEY
                           DISPLAY "SUMAR-LINEA: no se pudo grabar "
                               VH-CLAVE ", estado "
                               WS-ESTADO-HISTORICO
                           MOVE 8 TO RETURN-CODE
                       NOT INVALID KEY
                           ADD 1 TO WS-TOT-CLAVES-NUEVAS
                   END-WRITE
               NOT INVALID KEY
                   PERFORM APLICAR-LINEA
                   REWRITE SALES-HISTORY-RECORD
                       INVALID KEY
                           DISPLAY "SUMAR-LINEA: no se pudo "
                               "actualizar " VH-CLAVE ", estado "
                               WS-ESTADO-HISTORICO
                           MOVE 8 TO RETURN-CODE
                   END-REWRITE
           END-READ.
           ADD 1 TO WS-TOT-LINEAS-SUMADAS.

       APLICAR-LINEA.
           COMPUTE VH-CANTIDAD = VH-CANTIDAD
               + GT-QTY * WS-LINEA-FACTOR.
           COMPUTE VH-BRUTO = VH-BRUTO
               + GT-EXTENDED-AMOUNT * WS-LINEA-FACTOR.
           COMPUTE VH-DESCUENTO = VH-DESCUENTO
               + GT-DESCUENTO * WS-LINEA-FACTOR.
           COMPUTE VH-IMPUESTO = VH-IMPUESTO
               + GT-IMPUESTO * WS-LINEA-FACTOR.
           COMPUTE VH-NETO = VH-NETO + GT-NETO * WS-LINEA-FACTOR.
           ADD 1 TO VH-LINEAS.

      *> Analisis del periodo: primeros clientes y articulos por
      *> venta neta del mes con su variacion contra el mes
      *> anterior, y acumulado del ano contra el mismo tramo del
      *> ano pasado.
       EMITIR-ANALISIS.
           IF WS-PERIODO-PEDIDO > ZERO THEN
               MOVE WS-PERIODO-PEDIDO TO WS-PERIODO-INFORME-NUM
           ELSE
               MOVE WS-FECHA-PROCESO(1:6) TO WS-PERIODO-INFORME-NUM
           END-IF.
           IF WS-RANKING = ZERO THEN
               MOVE 10 TO WS-RANKING
           END-IF.
           MOVE WS-PERIODO-INFORME-NUM TO WS-PERIODO-ANTERIOR-NUM.
           IF WS-ANT-MES = 1 THEN
               SUBTRACT 1 FROM WS-ANT-ANO
               MOVE 12 TO WS-ANT-MES
           ELSE
               SUBTRACT 1 FROM WS-ANT-MES
           END-IF.
           COMPUTE WS-ACUM-DESDE = WS-INF-ANO * 100 + 1.
           COMPUTE WS-ACUM-DESDE-ANT = (WS-INF-ANO - 1) * 100 + 1.
           COMPUTE WS-ACUM-HASTA-ANT =
               (WS-INF-ANO - 1) * 100 + WS-INF-MES.
           INITIALIZE WS-TOTALES-ANALISIS.
           MOVE ZERO TO WS-NUM-CLIENTES.
           MOVE ZERO TO WS-NUM-ARTICULOS.
           OPEN INPUT SALES-HISTORY.
           IF NOT HISTORICO-OK THEN
               DISPLAY "VENTAS-HIST: no se pudo abrir el historico "
                   "de ventas, estado " WS-ESTADO-HISTORICO
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIN-ARCHIVO.
           PERFORM UNTIL FIN-ARCHIVO
               READ SALES-HISTORY NEXT RECORD
                   AT END SET FIN-ARCHIVO TO TRUE
                   NOT AT END PERFORM CLASIFICAR-REGISTRO
               END-READ
           END-PERFORM.
           CLOSE SALES-HISTORY.
           OPEN INPUT CUSTOMER-MASTER.
           IF CLIENTES-OK THEN
               SET MAESTRO-CLIENTES-ABIERTO TO TRUE
           END-IF.
           OPEN OUTPUT ANALYSIS-FILE.
           PERFORM ESCRIBIR-RESUMEN-MES.
           PERFORM ESCRIBIR-RANKING-CLIENTES.
           PERFORM ESCRIBIR-RANKING-ARTICULOS.
           PERFORM ESCRIBIR-ACUMULADO-ANO.
           CLOSE ANALYSIS-FILE.
           IF MAESTRO-CLIENTES-ABIERTO THEN
               CLOSE CUSTOMER-MASTER
           END-IF.
           IF CLIENTES-DESBORDADOS OR ARTICULOS-DESBORDADOS THEN
               DISPLAY "VENTAS-HIST: tabla de clientes o articulos "
                   "llena, el ranking no cubre todo el periodo."
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "Analisis de ventas del periodo "
               WS-PERIODO-INFORME-NUM " en data/ventas-analisis.dat".

       CLASIFICAR-REGISTRO.
           IF VH-PERIODO = WS-PERIODO-INFORME-NUM THEN
               ADD VH-NETO TO WS-MES-NETO
               PERFORM BUSCAR-CLIENTE
               IF WS-IDX-CLI > ZERO THEN
                   ADD VH-NETO TO WS-CLI-NETO(WS-IDX-CLI)
               END-IF
               PERFORM BUSCAR-ARTICULO
               IF WS-IDX-ART > ZERO THEN
                   ADD VH-NETO TO WS-ART-NETO(WS-IDX-ART)
                   ADD VH-CANTIDAD TO WS-ART-CANTIDAD(WS-IDX-ART)
               END-IF
           END-IF.
           IF VH-PERIODO = WS-PERIODO-ANTERIOR-NUM THEN
               ADD VH-NETO TO WS-MES-ANT-NETO
               PERFORM BUSCAR-CLIENTE
               IF WS-IDX-CLI > ZERO THEN
                   ADD VH-NETO TO WS-CLI-NETO-ANT(WS-IDX-CLI)
               END-IF
               PERFORM BUSCAR-ARTICULO
               IF WS-IDX-ART > ZERO THEN
                   ADD VH-NETO TO WS-ART-NETO-ANT(WS-IDX-ART)
               END-IF
           END-IF.
           IF VH-PERIODO >= WS-ACUM-DESDE
                   AND VH-PERIODO <= WS-PERIODO-INFORME-NUM THEN
               ADD VH-CANTIDAD TO WS-ACU-CANTIDAD(1)
               ADD VH-BRUTO TO WS-ACU-BRUTO(1)
               ADD VH-DESCUENTO TO WS-ACU-DESCUENTO(1)
               ADD VH-IMPUESTO TO WS-ACU-IMPUESTO(1)
               ADD VH-NETO TO WS-ACU-NETO(1)
           END-IF.
           IF VH-PERIODO >= WS-ACUM-DESDE-ANT
                   AND VH-PERIODO <= WS-ACUM-HASTA-ANT THEN
               ADD VH-CANTIDAD TO WS-ACU-CANTIDAD(2)
               ADD VH-BRUTO TO WS-ACU-BRUTO(2)
               ADD VH-DESCUENTO TO WS-ACU-DESCUENTO(2)
               ADD VH-IMPUESTO TO WS-ACU-IMPUESTO(2)
               ADD VH-NETO TO WS-ACU-NETO(2)
           END-IF.

       BUSCAR-CLIENTE.
           PERFORM VARYING WS-IDX-CLI FROM 1 BY 1
                   UNTIL WS-IDX-CLI > WS-NUM-CLIENTES
               IF WS-CLI-NUMERO(WS-IDX-CLI) = VH-CLIENTE THEN
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF WS-NUM-CLIENTES >= 500 THEN
               SET CLIENTES-DESBORDADOS TO TRUE
               MOVE ZERO TO WS-IDX-CLI
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NUM-CLIENTES.
           MOVE WS-NUM-CLIENTES TO WS-IDX-CLI.
           MOVE VH-CLIENTE TO WS-CLI-NUMERO(WS-IDX-CLI).
           MOVE ZERO TO WS-CLI-NETO(WS-IDX-CLI).
           MOVE ZERO TO WS-CLI-NETO-ANT(WS-IDX-CLI).
           MOVE "N" TO WS-CLI-LISTADO(WS-IDX-CLI).

       BUSCAR-ARTICULO.
           PERFORM VARYING WS-IDX-ART FROM 1 BY 1
                   UNTIL WS-IDX-ART > WS-NUM-ARTICULOS
               IF WS-ART-CODIGO(WS-IDX-ART) = VH-ARTICULO THEN
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF WS-NUM-ARTICULOS >= 300 THEN
               SET ARTICULOS-DESBORDADOS TO TRUE
               MOVE ZERO TO WS-IDX-ART
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NUM-ARTICULOS.
           MOVE WS-NUM-ARTICULOS TO WS-IDX-ART.
           MOVE VH-ARTICULO TO WS-ART-CODIGO(WS-IDX-ART).
           MOVE ZERO TO WS-ART-CANTIDAD(WS-IDX-ART).
           MOVE ZERO TO WS-ART-NETO(WS-IDX-ART).
           MOVE ZERO TO WS-ART-NETO-ANT(WS-IDX-ART).
           MOVE "N" TO WS-ART-LISTADO(WS-IDX-ART).

       ESCRIBIR-RESUMEN-MES.
           MOVE SPACES TO ANALYSIS-RECORD.
           STRING "ANALISIS DE VENTAS  periodo " WS-PERIODO-INFORME-NUM
               "  emitido " WS-FECHA-PROCESO
               DELIMITED BY SIZE INTO ANALYSIS-RECORD.
           WRITE ANALYSIS-RECORD.
           MOVE SPACES TO ANALYSIS-RECORD.
           WRITE ANALYSIS-RECORD.
           MOVE WS-MES-NETO TO WS-VAR-ACTUAL.
           MOVE WS-MES-ANT-NETO TO WS-VAR-ANTERIOR.
           PERFORM CALCULAR-VARIACION.
           MOVE WS-MES-NETO TO WS-MONTO-EDIT-1.
           MOVE WS-MES-ANT-NETO TO WS-MONTO-EDIT-2.
           MOVE SPACES TO ANALYSIS-RECORD.
           STRING "Venta neta del mes " WS-MONTO-EDIT-1
               "  mes anterior " WS-PERIODO-ANTERIOR-NUM " "
               WS-MONTO-EDIT-2 "  variacion " WS-VAR-TEXTO
               DELIMITED BY SIZE INTO ANALYSIS-RECORD.
           WRITE ANALYSIS-RECORD.

      *> Seleccion repetida del mayor neto aun no listado.
       ESCRIBIR-RANKING-CLIENTES.
           MOVE SPACES TO ANALYSIS-RECORD.
           WRITE ANALYSIS-RECORD.
           MOVE SPACES TO ANALYSIS-RECORD.
           STRING "PRINCIPALES " WS-RANKING " CLIENTES POR VENTA NETA"
               DELIMITED BY SIZE INTO ANALYSIS-RECORD.
           WRITE ANALYSIS-RECORD.
           MOVE "Pto Cliente Nombre                          "
               & "Neto mes  Mes anterior  Variac." TO ANALYSIS-RECORD.
           WRITE ANALYSIS-RECORD.
           PERFORM VARYING WS-PUESTO FROM 1 BY 1
                   UNTIL WS-PUESTO > WS-RANKING
               MOVE ZERO TO WS-IDX-MAYOR
               PERFORM VARYING WS-IDX-CLI FROM 1 BY 1
                       UNTIL WS-IDX-CLI > WS-NUM-CLIENTES
                   IF WS-CLI-LISTADO(WS-IDX-CLI) = "N"
                           AND WS-CLI-NETO(WS-IDX-CLI) > ZERO THEN
                       IF WS-IDX-MAYOR = ZERO
                               OR WS-CLI-NETO(WS-IDX-CLI) >
                                   WS-NETO-MAYOR THEN
                           MOVE WS-IDX-CLI TO WS-IDX-MAYOR
                           MOVE WS-CLI-NETO(WS-IDX-CLI) TO
                               WS-NETO-MAYOR
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-IDX-MAYOR = ZERO THEN
                   EXIT PERFORM
               END-IF
               MOVE "S" TO WS-CLI-LISTADO(WS-IDX-MAYOR)
               PERFORM ESCRIBIR-LINEA-CLIENTE
           END-PERFORM.

       ESCRIBIR-LINEA-CLIENTE.
           MOVE SPACES TO WS-NOMBRE-CLIENTE.
           IF MAESTRO-CLIENTES-ABIERTO THEN
               MOVE WS-CLI-NUMERO(WS-IDX-MAYOR) TO CM-NUMERO
               READ CUSTOMER-MASTER
                   INVALID KEY
                       MOVE "(sin maestro)" TO WS-NOMBRE-CLIENTE
                   NOT INVALID KEY
                       STRING CM-NOMBRE DELIMITED BY SPACE
                           " " CM-APELLIDO DELIMITED BY SIZE
                           INTO WS-NOMBRE-CLIENTE
               END-READ
           END-IF.
           MOVE WS-CLI-NETO(WS-IDX-MAYOR) TO WS-VAR-ACTUAL.
           MOVE WS-CLI-NETO-ANT(WS-IDX-MAYOR) TO WS-VAR-ANTERIOR.
           PERFORM CALCULAR-VARIACION.
           MOVE WS-CLI-NETO(WS-IDX-MAYOR) TO WS-MONTO-EDIT-1.
           MOVE WS-CLI-NETO-ANT(WS-IDX-MAYOR) TO WS-MONTO-EDIT-2.
           MOVE SPACES TO ANALYSIS-RECORD.
           STRING WS-PUESTO "  " WS-CLI-NUMERO(WS-IDX-MAYOR) " "
               WS-NOMBRE-CLIENTE WS-MONTO-EDIT-1 WS-MONTO-EDIT-2
               " " WS-VAR-TEXTO
               DELIMITED BY SIZE INTO ANALYSIS-RECORD.
           WRITE ANALYSIS-RECORD.

       ESCRIBIR-RANKING-ARTICULOS.
           MOVE SPACES TO ANALYSIS-RECORD.
           WRITE ANALYSIS-RECORD.
           MOVE SPACES TO ANALYSIS-RECORD.
           STRING "PRINCIPALES " WS-RANKING
               " ARTICULOS POR VENTA NETA"
               DELIMITED BY SIZE INTO ANALYSIS-RECORD.
           WRITE ANALYSIS-RECORD.
           MOVE "Pto Articulo   Cantidad        Neto mes  Mes anterior"
               & "  Variac." TO ANALYSIS-RECORD.
           WRITE ANALYSIS-RECORD.
           PERFORM VARYING WS-PUESTO FROM 1 BY 1
                   UNTIL WS-PUESTO > WS-RANKING
               MOVE ZERO TO WS-IDX-MAYOR
               PERFORM VARYING WS-IDX-ART FROM 1 BY 1
                       UNTIL WS-IDX-ART > WS-NUM-ARTICULOS
                   IF WS-ART-LISTADO(WS-IDX-ART) = "N"
                           AND WS-ART-NETO(WS-IDX-ART) > ZERO THEN
                       IF WS-IDX-MAYOR = ZERO
                               OR WS-ART-NETO(WS-IDX-ART) >
                                   WS-NETO-MAYOR THEN
                           MOVE WS-IDX-ART TO WS-IDX-MAYOR
                           MOVE WS-ART-NETO(WS-IDX-ART) TO
                               WS-NETO-MAYOR
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-IDX-MAYOR = ZERO THEN
                   EXIT PERFORM
               END-IF
               MOVE "S" TO WS-ART-LISTADO(WS-IDX-MAYOR)
               PERFORM ESCRIBIR-LINEA-ARTICULO
           END-PERFORM.

       ESCRIBIR-LINEA-ARTICULO.
           MOVE WS-ART-NETO(WS-IDX-MAYOR) TO WS-VAR-ACTUAL.
           MOVE WS-ART-NETO-ANT(WS-IDX-MAYOR) TO WS-VAR-ANTERIOR.
           PERFORM CALCULAR-VARIACION.
           MOVE WS-ART-CANTIDAD(WS-IDX-MAYOR) TO WS-CANT-EDIT.
           MOVE WS-ART-NETO(WS-IDX-MAYOR) TO WS-MONTO-EDIT-1.
           MOVE WS-ART-NETO-ANT(WS-IDX-MAYOR) TO WS-MONTO-EDIT-2.
           MOVE SPACES TO ANALYSIS-RECORD.
           STRING WS-PUESTO "  " WS-ART-CODIGO(WS-IDX-MAYOR) " "
               WS-CANT-EDIT WS-MONTO-EDIT-1 WS-MONTO-EDIT-2
               " " WS-VAR-TEXTO
               DELIMITED BY SIZE INTO ANALYSIS-RECORD.
           WRITE ANALYSIS-RECORD.

       ESCRIBIR-ACUMULADO-ANO.
           MOVE SPACES TO ANALYSIS-RECORD.
           WRITE ANALYSIS-RECORD.
           MOVE SPACES TO ANALYSIS-RECORD.
           STRING "ACUMULADO DEL ANO " WS-ACUM-DESDE " a "
               WS-PERIODO-INFORME-NUM " CONTRA " WS-ACUM-DESDE-ANT
               " a " WS-ACUM-HASTA-ANT
               DELIMITED BY SIZE INTO ANALYSIS-RECORD.
           WRITE ANALYSIS-RECORD.
           MOVE "Concepto                  Este ano        Ano pasado"
               & "  Variac." TO ANALYSIS-RECORD.
           WRITE ANALYSIS-RECORD.
           MOVE "Cantidad" TO WS-TEXTO-LINEA.
           MOVE WS-ACU-CANTIDAD(1) TO WS-VAR-ACTUAL.
           MOVE WS-ACU-CANTIDAD(2) TO WS-VAR-ANTERIOR.
           PERFORM ESCRIBIR-LINEA-ACUMULADO.
           MOVE "Venta bruta" TO WS-TEXTO-LINEA.
           MOVE WS-ACU-BRUTO(1) TO WS-VAR-ACTUAL.
           MOVE WS-ACU-BRUTO(2) TO WS-VAR-ANTERIOR.
           PERFORM ESCRIBIR-LINEA-ACUMULADO.
           MOVE "Descuentos" TO WS-TEXTO-LINEA.
           MOVE WS-ACU-DESCUENTO(1) TO WS-VAR-ACTUAL.
           MOVE WS-ACU-DESCUENTO(2) TO WS-VAR-ANTERIOR.
           PERFORM ESCRIBIR-LINEA-ACUMULADO.
           MOVE "Impuestos" TO WS-TEXTO-LINEA.
           MOVE WS-ACU-IMPUESTO(1) TO WS-VAR-ACTUAL.
           MOVE WS-ACU-IMPUESTO(2) TO WS-VAR-ANTERIOR.
           PERFORM ESCRIBIR-LINEA-ACUMULADO.
           MOVE "Venta neta" TO WS-TEXTO-LINEA.
           MOVE WS-ACU-NETO(1) TO WS-VAR-ACTUAL.
           MOVE WS-ACU-NETO(2) TO WS-VAR-ANTERIOR.
           PERFORM ESCRIBIR-LINEA-ACUMULADO.

       ESCRIBIR-LINEA-ACUMULADO.
           PERFORM CALCULAR-VARIACION.
           MOVE WS-VAR-ACTUAL TO WS-MONTO-EDIT-1.
           MOVE WS-VAR-ANTERIOR TO WS-MONTO-EDIT-2.
           MOVE SPACES TO ANALYSIS-RECORD.
           STRING WS-TEXTO-LINEA WS-MONTO-EDIT-1 WS-MONTO-EDIT-2
               " " WS-VAR-TEXTO
               DELIMITED BY SIZE INTO ANALYSIS-RECORD.
           WRITE ANALYSIS-RECORD.

       CALCULAR-VARIACION.
           IF WS-VAR-ANTERIOR = ZERO THEN
               IF WS-VAR-ACTUAL = ZERO THEN
                   MOVE "      -" TO WS-VAR-TEXTO
               ELSE
                   MOVE "    nuevo" TO WS-VAR-TEXTO
               END-IF
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-VAR-PCT ROUNDED =
               (WS-VAR-ACTUAL - WS-VAR-ANTERIOR) * 100
               / WS-VAR-ANTERIOR
               ON SIZE ERROR MOVE 99999.9 TO WS-VAR-PCT
           END-COMPUTE.
           MOVE WS-VAR-PCT TO WS-PCT-EDIT.
           MOVE SPACES TO WS-VAR-TEXTO.
           STRING WS-PCT-EDIT "%" DELIMITED BY SIZE INTO WS-VAR-TEXTO.

       REGISTRAR-HISTORIAL.
           OPEN EXTEND RUN-HISTORY-LOG.
           IF NOT HIST-OK THEN
               OPEN OUTPUT RUN-HISTORY-LOG
               CLOSE RUN-HISTORY-LOG
               OPEN EXTEND RUN-HISTORY-LOG
           END-IF.
           MOVE "VENTAS-HIST" TO RH-PROGRAMA.
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
       END PROGRAM VENTAS-HIST.
