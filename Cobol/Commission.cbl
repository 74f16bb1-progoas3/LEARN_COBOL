      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMISIONES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COLLECTION-LOG ASSIGN TO "data/ar-cobros.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-COBROS.
           SELECT OPEN-ITEM-MASTER ASSIGN TO "data/ar-abiertos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AB-FACTURA
               ALTERNATE RECORD KEY IS AB-CLIENTE WITH DUPLICATES
               FILE STATUS IS WS-ESTADO-ABIERTOS.
           SELECT CUSTOMER-MASTER ASSIGN TO "data/first-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-NUMERO
               ALTERNATE RECORD KEY IS CM-NOMBRE WITH DUPLICATES
               FILE STATUS IS WS-ESTADO-CLIENTES.
           SELECT SALESREP-MASTER ASSIGN TO "data/vendedores.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VD-CODIGO
               FILE STATUS IS WS-ESTADO-VENDEDORES.
           SELECT ASSIGNMENT-FILE ASSIGN TO
                   "data/vendedores-asignacion.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VA-CLAVE
               FILE STATUS IS WS-ESTADO-ASIGNACION.
           SELECT COMMISSION-FILE ASSIGN TO "data/comisiones.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CO-CLAVE
               FILE STATUS IS WS-ESTADO-COMISIONES.
           SELECT RATES-CONFIG ASSIGN TO "data/comisiones-tasas.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-TASAS.
           SELECT GROUP-CONFIG ASSIGN TO "data/articulos-grupo.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-GRUPOS.
           SELECT CATALOG-FILE ASSIGN TO "data/gen-catalogo.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CATALOGO.
           SELECT GOOD-TRANS-FILE ASSIGN TO DYNAMIC WS-NOMBRE-BUENAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-BUENAS.
           SELECT COMMISSION-REPORT ASSIGN TO
                   "data/comisiones-informe.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STEP-PARAM-FILE ASSIGN TO
                   DYNAMIC WS-NOMBRE-PARAMETROS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-PARAMETROS.
           SELECT RUN-HISTORY-LOG ASSIGN TO "data/run-history.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-HIST.
       DATA DIVISION.
       FILE SECTION.
      *> Cobros aplicados por AR-CASH: la comision se paga sobre lo
      *> efectivamente cobrado en el periodo.
       FD  COLLECTION-LOG.
       01  COLLECTION-LOG-RECORD.
           COPY ARCOBRO.

       FD  OPEN-ITEM-MASTER.
       01  OPEN-ITEM-RECORD.
           COPY ARITEM.

       FD  CUSTOMER-MASTER.
       01  CUSTOMER-RECORD.
           COPY CLIENTE.

       FD  SALESREP-MASTER.
       01  SALESREP-RECORD.
           COPY VENDEDOR.

       FD  ASSIGNMENT-FILE.
       01  ASSIGNMENT-RECORD.
           COPY VENDASIG.

       FD  COMMISSION-FILE.
       01  COMMISSION-RECORD.
           COPY COMISION.

      *> Tasa de comision en porcentaje por vendedor y grupo de
      *> articulo; vendedor o grupo en blanco valen para todos. Rige
      *> la mas especifica (ver BUSCAR-TASA).
       FD  RATES-CONFIG.
       01  RATES-CONFIG-RECORD.
           05 CT-VENDEDOR PIC X(4).
           05 CT-GRUPO PIC X(4).
           05 CT-TASA PIC 9(2)V99.

      *> Grupo de cada articulo para las tasas; un articulo que no
      *> figura queda en el grupo en blanco.
       FD  GROUP-CONFIG.
       01  GROUP-CONFIG-RECORD.
           05 AG-ARTICULO PIC X(6).
           05 AG-GRUPO PIC X(4).

       FD  CATALOG-FILE.
       01  CATALOG-RECORD.
           05 GC-BASE PIC X(30).
           05 GC-GENERACION PIC 9(4).
           05 GC-FECHA PIC X(8).
           05 GC-CUENTA PIC 9(6).

      *> Lineas facturadas: dan la mezcla de grupos de articulo de
      *> cada factura cobrada.
       FD  GOOD-TRANS-FILE.
       01  GOOD-TRANS-RECORD.
           COPY BUENAS.

       FD  COMMISSION-REPORT.
       01  COMMISSION-REPORT-RECORD PIC X(100).

      *> Periodo a liquidar (AAAAMM); en blanco o cero, el mes de
      *> proceso.
       FD  STEP-PARAM-FILE.
       01  STEP-PARAM-RECORD.
           05 PR-PERIODO PIC 9(6).

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
           01 WS-ESTADO-COBROS PIC XX VALUE "00".
               88 COBROS-OK VALUE "00".
           01 WS-ESTADO-ABIERTOS PIC XX VALUE "00".
               88 ABIERTOS-OK VALUE "00".
           01 WS-ESTADO-CLIENTES PIC XX VALUE "00".
               88 CLIENTES-OK VALUE "00".
           01 WS-ESTADO-VENDEDORES PIC XX VALUE "00".
               88 VENDEDORES-OK VALUE "00".
           01 WS-ESTADO-ASIGNACION PIC XX VALUE "00".
               88 ASIGNACION-OK VALUE "00".
           01 WS-ESTADO-COMISIONES PIC XX VALUE "00".
               88 COMISIONES-OK VALUE "00".
           01 WS-ESTADO-TASAS PIC XX VALUE "00".
               88 TASAS-OK VALUE "00".
           01 WS-ESTADO-GRUPOS PIC XX VALUE "00".
               88 GRUPOS-OK VALUE "00".
           01 WS-ESTADO-CATALOGO PIC XX VALUE "00".
               88 CATALOGO-OK VALUE "00".
           01 WS-ESTADO-BUENAS PIC XX VALUE "00".
               88 BUENAS-OK VALUE "00".
           01 WS-NOMBRE-BUENAS PIC X(40) VALUE SPACES.
           01 WS-FIN-ARCHIVO PIC X VALUE "N".
               88 FIN-ARCHIVO VALUE "S".
           01 WS-MAESTRO-CLIENTES-ABIERTO PIC X VALUE "N".
               88 MAESTRO-CLIENTES-ABIERTO VALUE "S".
           01 WS-OPERADOR PIC X(8) VALUE SPACES.
           01 WS-FECHA-PROCESO PIC 9(8) VALUE ZERO.
           01 WS-PERIODO PIC 9(6) VALUE ZERO.
      *> Facturas que entran en la liquidacion: cobradas en el
      *> periodo, o acreditadas o castigadas en el periodo.
           01 WS-NUM-FACTURAS PIC 9(3) VALUE ZERO.
           01 WS-IDX-FACT PIC 9(3) VALUE ZERO.
           01 WS-FACT-HALLADA PIC 9(3) VALUE ZERO.
           01 WS-FACTURA-BUSCA PIC 9(6) VALUE ZERO.
           01 WS-TABLA-FACTURAS.
               05 WS-FACT OCCURS 500 TIMES.
                   10 WS-FA-FACTURA PIC 9(6).
                   10 WS-FA-CLIENTE PIC 9(6).
                   10 WS-FA-FECHA PIC 9(8).
                   10 WS-FA-MONTO PIC 9(9)V99.
                   10 WS-FA-VALIDA PIC X.
                   10 WS-FA-VENDEDOR PIC X(4).
                   10 WS-FA-COBRADO PIC 9(9)V99.
                   10 WS-FA-ACREDITADO PIC 9(9)V99.
                   10 WS-FA-CASTIGADA PIC X.
                   10 WS-FA-TOTAL-LINEAS PIC S9(9)V99.
                   10 WS-FA-PAGADO PIC S9(7)V99.
                   10 WS-FA-NETO-COM PIC S9(7)V99.
      *> Base sin impuesto de cada grupo de articulo en la factura.
           01 WS-NUM-FG PIC 9(4) VALUE ZERO.
           01 WS-IDX-FG PIC 9(4) VALUE ZERO.
           01 WS-FG-HALLADO PIC 9(4) VALUE ZERO.
           01 WS-TABLA-FG.
               05 WS-FG OCCURS 1500 TIMES.
                   10 WS-FG-FACT PIC 9(3).
                   10 WS-FG-GRUPO PIC X(4).
                   10 WS-FG-BASE PIC S9(9)V99.
           01 WS-NUM-TASAS PIC 9(3) VALUE ZERO.
           01 WS-IDX-TASA PIC 9(3) VALUE ZERO.
           01 WS-TABLA-TASAS.
               05 WS-TASA OCCURS 200 TIMES.
                   10 WS-TA-VENDEDOR PIC X(4).
                   10 WS-TA-GRUPO PIC X(4).
                   10 WS-TA-VALOR PIC 9(2)V99.
           01 WS-NUM-GRUPOS PIC 9(3) VALUE ZERO.
           01 WS-IDX-GRUPO PIC 9(3) VALUE ZERO.
           01 WS-TABLA-GRUPOS.
               05 WS-GRUPO OCCURS 500 TIMES.
                   10 WS-GR-ARTICULO PIC X(6).
                   10 WS-GR-GRUPO PIC X(4).
           01 WS-NUM-VENDEDORES PIC 9(3) VALUE ZERO.
           01 WS-IDX-VEND PIC 9(3) VALUE ZERO.
           01 WS-VEND-HALLADO PIC 9(3) VALUE ZERO.
           01 WS-TABLA-VENDEDORES.
               05 WS-VEND OCCURS 200 TIMES.
                   10 WS-VE-CODIGO PIC X(4).
                   10 WS-VE-NOMBRE PIC X(30).
                   10 WS-VE-TASA-BASE PIC 9(2)V99.
                   10 WS-VE-COBRADO PIC 9(9)V99.
                   10 WS-VE-COMISION PIC S9(7)V99.
                   10 WS-VE-RECUPERO PIC S9(7)V99.
           01 WS-NUM-ASIGNACIONES PIC 9(4) VALUE ZERO.
           01 WS-IDX-ASIG PIC 9(4) VALUE ZERO.
           01 WS-TABLA-ASIGNACIONES.
               05 WS-ASIG OCCURS 2000 TIMES.
                   10 WS-AS-CLIENTE PIC 9(6).
                   10 WS-AS-DESDE PIC 9(8).
                   10 WS-AS-VENDEDOR PIC X(4).
           01 WS-NUM-GENERACIONES PIC 9(3) VALUE ZERO.
           01 WS-IDX-GEN PIC 9(3) VALUE ZERO.
           01 WS-TABLA-GENERACIONES.
               05 WS-GEN-NUMERO PIC 9(4) OCCURS 200 TIMES.
      *> Area de calculo.
           01 WS-GRUPO-LINEA PIC X(4) VALUE SPACES.
           01 WS-VENDEDOR-BUSCA PIC X(4) VALUE SPACES.
           01 WS-GRUPO-BUSCA PIC X(4) VALUE SPACES.
           01 WS-TASA-APLICADA PIC 9(2)V99 VALUE ZERO.
           01 WS-NIVEL-TASA PIC 9 VALUE ZERO.
           01 WS-MEJOR-DESDE PIC 9(8) VALUE ZERO.
           01 WS-COMISION-CALC PIC S9(9)V9(6) VALUE ZERO.
           01 WS-COMISION PIC S9(7)V99 VALUE ZERO.
           01 WS-RECUPERO PIC S9(7)V99 VALUE ZERO.
           01 WS-TIPO-MOV PIC X VALUE SPACE.
           01 WS-BASE-MOV PIC 9(9)V99 VALUE ZERO.
           01 WS-IMPORTE-EDIT PIC Z(8)9.99.
           01 WS-COMISION-EDIT PIC -(7)9.99.
           01 WS-RECUPERO-EDIT PIC -(7)9.99.
           01 WS-NETO-EDIT PIC -(7)9.99.
           01 WS-TOTALES.
               05 WS-TOT-COBROS PIC 9(6) VALUE ZERO.
               05 WS-TOT-COBROS-OMITIDOS PIC 9(6) VALUE ZERO.
               05 WS-TOT-SIN-VENDEDOR PIC 9(6) VALUE ZERO.
               05 WS-TOT-SIN-DETALLE PIC 9(6) VALUE ZERO.
               05 WS-TOT-DESBORDE PIC 9(6) VALUE ZERO.
               05 WS-TOT-PAGOS PIC 9(6) VALUE ZERO.
               05 WS-TOT-RECUPEROS PIC 9(6) VALUE ZERO.
               05 WS-TOT-COMISION PIC S9(9)V99 VALUE ZERO.
               05 WS-TOT-RECUPERO PIC S9(9)V99 VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INICIALIZAR.
           PERFORM CARGAR-PARAMETROS-PASO.
           PERFORM CARGAR-TASAS.
           PERFORM CARGAR-GRUPOS.
           PERFORM CARGAR-VENDEDORES.
           PERFORM CARGAR-ASIGNACIONES.
           OPEN INPUT OPEN-ITEM-MASTER.
           IF NOT ABIERTOS-OK THEN
               DISPLAY "COMISIONES: no se pudo abrir "
                   "data/ar-abiertos.dat, estado "
                   WS-ESTADO-ABIERTOS ", no hay comisiones."
               MOVE 4 TO RETURN-CODE
               PERFORM REGISTRAR-HISTORIAL
               GOBACK
           END-IF.
           PERFORM LEER-COBROS.
           PERFORM BUSCAR-NOTAS-Y-CASTIGOS.
           PERFORM COMPLETAR-FACTURAS.
           CLOSE OPEN-ITEM-MASTER.
           OPEN INPUT CUSTOMER-MASTER.
           IF CLIENTES-OK THEN
               SET MAESTRO-CLIENTES-ABIERTO TO TRUE
           END-IF.
           PERFORM VARYING WS-IDX-FACT FROM 1 BY 1
                   UNTIL WS-IDX-FACT > WS-NUM-FACTURAS
               PERFORM RESOLVER-VENDEDOR
           END-PERFORM.
           IF MAESTRO-CLIENTES-ABIERTO THEN
               CLOSE CUSTOMER-MASTER
           END-IF.
           PERFORM CARGAR-LINEAS-FACTURAS.
           OPEN I-O COMMISSION-FILE.
           IF NOT COMISIONES-OK THEN
               CLOSE COMMISSION-FILE
               OPEN OUTPUT COMMISSION-FILE
               CLOSE COMMISSION-FILE
               OPEN I-O COMMISSION-FILE
           END-IF.
           OPEN OUTPUT COMMISSION-REPORT.
           MOVE SPACES TO COMMISSION-REPORT-RECORD.
           STRING "LIQUIDACION DE COMISIONES SOBRE COBRADO  periodo "
               WS-PERIODO "  fecha " WS-FECHA-PROCESO
               DELIMITED BY SIZE INTO COMMISSION-REPORT-RECORD.
           WRITE COMMISSION-REPORT-RECORD.
           PERFORM BORRAR-PERIODO.
           PERFORM VARYING WS-IDX-FACT FROM 1 BY 1
                   UNTIL WS-IDX-FACT > WS-NUM-FACTURAS
               PERFORM LIQUIDAR-COBRO
           END-PERFORM.
           PERFORM SUMAR-COMISIONES-PAGADAS.
           PERFORM VARYING WS-IDX-FACT FROM 1 BY 1
                   UNTIL WS-IDX-FACT > WS-NUM-FACTURAS
               PERFORM LIQUIDAR-RECUPERO
           END-PERFORM.
           CLOSE COMMISSION-FILE.
           PERFORM INFORMAR-VENDEDORES.
           PERFORM INFORMAR-TOTALES.
           CLOSE COMMISSION-REPORT.
           IF (WS-TOT-SIN-VENDEDOR > ZERO OR WS-TOT-DESBORDE > ZERO)
                   AND RETURN-CODE = 0 THEN
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM REGISTRAR-HISTORIAL.
           GOBACK.

      *> El SCHEDULER llama al programa sin cancelarlo: se limpia lo
      *> que haya quedado de una corrida anterior.
       INICIALIZAR.
           MOVE 0 TO RETURN-CODE.
           IF OPERADOR-ACTUAL = SPACES
                   OR OPERADOR-ACTUAL = LOW-VALUES THEN
               MOVE "BATCH" TO WS-OPERADOR
           ELSE
               MOVE OPERADOR-ACTUAL TO WS-OPERADOR
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-PROCESO.
           MOVE WS-FECHA-PROCESO(1:6) TO WS-PERIODO.
           MOVE ZERO TO WS-NUM-FACTURAS.
           MOVE ZERO TO WS-NUM-FG.
           MOVE ZERO TO WS-NUM-TASAS.
           MOVE ZERO TO WS-NUM-GRUPOS.
           MOVE ZERO TO WS-NUM-VENDEDORES.
           MOVE ZERO TO WS-NUM-ASIGNACIONES.
           MOVE ZERO TO WS-NUM-GENERACIONES.
           MOVE "N" TO WS-MAESTRO-CLIENTES-ABIERTO.
           INITIALIZE WS-TOTALES.

       CARGAR-PARAMETROS-PASO.
           IF PARAMETRO-PASO = SPACES
                   OR PARAMETRO-PASO = LOW-VALUES THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE PARAMETRO-PASO TO WS-NOMBRE-PARAMETROS.
           OPEN INPUT STEP-PARAM-FILE.
           IF NOT PARAMETROS-OK THEN
               DISPLAY "CARGAR-PARAMETROS-PASO: no se pudo abrir "
                   WS-NOMBRE-PARAMETROS ", se liquida el mes de "
                   "proceso."
               EXIT PARAGRAPH
           END-IF.
           READ STEP-PARAM-FILE
               NOT AT END
                   IF PR-PERIODO NUMERIC AND PR-PERIODO > ZERO THEN
                       MOVE PR-PERIODO TO WS-PERIODO
                   END-IF
           END-READ.
           CLOSE STEP-PARAM-FILE.

       CARGAR-TASAS.
           OPEN INPUT RATES-CONFIG.
           IF NOT TASAS-OK THEN
               DISPLAY "COMISIONES: sin data/comisiones-tasas.cfg, "
                   "rige la tasa base de cada vendedor."
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIN-ARCHIVO.
           PERFORM UNTIL FIN-ARCHIVO
               READ RATES-CONFIG
                   AT END SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF CT-TASA NUMERIC
                               AND WS-NUM-TASAS < 200 THEN
                           ADD 1 TO WS-NUM-TASAS
                           MOVE CT-VENDEDOR TO
                               WS-TA-VENDEDOR(WS-NUM-TASAS)
                           MOVE CT-GRUPO TO WS-TA-GRUPO(WS-NUM-TASAS)
                           MOVE CT-TASA TO WS-TA-VALOR(WS-NUM-TASAS)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RATES-CONFIG.

       CARGAR-GRUPOS.
           OPEN INPUT GROUP-CONFIG.
           IF NOT GRUPOS-OK THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIN-ARCHIVO.
           PERFORM UNTIL FIN-ARCHIVO
               READ GROUP-CONFIG
                   AT END SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF WS-NUM-GRUPOS < 500 THEN
                           ADD 1 TO WS-NUM-GRUPOS
                           MOVE AG-ARTICULO TO
                               WS-GR-ARTICULO(WS-NUM-GRUPOS)
                           MOVE AG-GRUPO TO WS-GR-GRUPO(WS-NUM-GRUPOS)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE GROUP-CONFIG.

       CARGAR-VENDEDORES.
           OPEN INPUT SALESREP-MASTER.
           IF NOT VENDEDORES-OK THEN
               DISPLAY "COMISIONES: sin data/vendedores.dat, solo "
                   "rigen las tasas de data/comisiones-tasas.cfg."
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIN-ARCHIVO.
           PERFORM UNTIL FIN-ARCHIVO
               READ SALESREP-MASTER NEXT RECORD
                   AT END SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF WS-NUM-VENDEDORES < 200 THEN
                           ADD 1 TO WS-NUM-VENDEDORES
                           MOVE VD-CODIGO TO
                               WS-VE-CODIGO(WS-NUM-VENDEDORES)
                           MOVE VD-NOMBRE TO
                               WS-VE-NOMBRE(WS-NUM-VENDEDORES)
                           MOVE VD-TASA-BASE TO
                               WS-VE-TASA-BASE(WS-NUM-VENDEDORES)
                           MOVE ZERO TO
                               WS-VE-COBRADO(WS-NUM-VENDEDORES)
                           MOVE ZERO TO
                               WS-VE-COMISION(WS-NUM-VENDEDORES)
                           MOVE ZERO TO
                               WS-VE-RECUPERO(WS-NUM-VENDEDORES)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SALESREP-MASTER.

       CARGAR-ASIGNACIONES.
           OPEN INPUT ASSIGNMENT-FILE.
           IF NOT ASIGNACION-OK THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIN-ARCHIVO.
           PERFORM UNTIL FIN-ARCHIVO
               READ ASSIGNMENT-FILE NEXT RECORD
                   AT END SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF WS-NUM-ASIGNACIONES < 2000 THEN
                           ADD 1 TO WS-NUM-ASIGNACIONES
                           MOVE VA-CLIENTE TO
                               WS-AS-CLIENTE(WS-NUM-ASIGNACIONES)
                           MOVE VA-FECHA-DESDE TO
                               WS-AS-DESDE(WS-NUM-ASIGNACIONES)
                           MOVE VA-VENDEDOR TO
                               WS-AS-VENDEDOR(WS-NUM-ASIGNACIONES)
                       ELSE
                           ADD 1 TO WS-TOT-DESBORDE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ASSIGNMENT-FILE.

      *> Cobros aplicados en el periodo (fecha de aplicacion) a
      *> facturas, de todo origen: los de AR-CASH y el dinero a
      *> cuenta que AR-ONACCOUNT aplica despues (origen A), que
      *> recien ahi cobra una factura. Los cobros de cargos por
      *> intereses no comisionan.
       LEER-COBROS.
           OPEN INPUT COLLECTION-LOG.
           IF NOT COBROS-OK THEN
               DISPLAY "COMISIONES: sin data/ar-cobros.log, no hay "
                   "cobros en el periodo."
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIN-ARCHIVO.
           PERFORM UNTIL FIN-ARCHIVO
               READ COLLECTION-LOG
                   AT END SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF CB-FECHA-HORA(1:6) = WS-PERIODO THEN
                           PERFORM ACUMULAR-COBRO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE COLLECTION-LOG.

       ACUMULAR-COBRO.
           ADD 1 TO WS-TOT-COBROS.
           MOVE CB-FACTURA TO AB-FACTURA.
           READ OPEN-ITEM-MASTER
               INVALID KEY
                   ADD 1 TO WS-TOT-COBROS-OMITIDOS
                   EXIT PARAGRAPH
           END-READ.
           IF NOT PARTIDA-FACTURA THEN
               ADD 1 TO WS-TOT-COBROS-OMITIDOS
               EXIT PARAGRAPH
           END-IF.
           MOVE CB-FACTURA TO WS-FACTURA-BUSCA.
           PERFORM UBICAR-FACTURA.
           IF WS-FACT-HALLADA = ZERO THEN
               EXIT PARAGRAPH
           END-IF.
           ADD CB-MONTO TO WS-FA-COBRADO(WS-FACT-HALLADA).

      *> Notas de credito asentadas en el periodo (acreditan la
      *> factura de origen) y facturas castigadas en el periodo.
       BUSCAR-NOTAS-Y-CASTIGOS.
           MOVE "N" TO WS-FIN-ARCHIVO.
           MOVE ZERO TO AB-FACTURA.
           START OPEN-ITEM-MASTER KEY >= AB-FACTURA
               INVALID KEY SET FIN-ARCHIVO TO TRUE
           END-START.
           PERFORM UNTIL FIN-ARCHIVO
               READ OPEN-ITEM-MASTER NEXT RECORD
                   AT END SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       PERFORM REVISAR-PARTIDA
               END-READ
           END-PERFORM.
           MOVE "N" TO WS-FIN-ARCHIVO.

       REVISAR-PARTIDA.
           IF PARTIDA-NOTA-CREDITO
                   AND AB-FECHA-LOTE(1:6) = WS-PERIODO
                   AND AB-FACTURA-ORIGEN > ZERO THEN
               MOVE AB-FACTURA-ORIGEN TO WS-FACTURA-BUSCA
               PERFORM UBICAR-FACTURA
               IF WS-FACT-HALLADA > ZERO THEN
                   ADD AB-MONTO-ORIGINAL TO
                       WS-FA-ACREDITADO(WS-FACT-HALLADA)
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF PARTIDA-FACTURA AND AB-ESTADO = "W"
                   AND AB-FECHA-ULT-PAGO(1:6) = WS-PERIODO THEN
               MOVE AB-FACTURA TO WS-FACTURA-BUSCA
               PERFORM UBICAR-FACTURA
               IF WS-FACT-HALLADA > ZERO THEN
                   MOVE "S" TO WS-FA-CASTIGADA(WS-FACT-HALLADA)
               END-IF
           END-IF.

      *> Busca WS-FACTURA-BUSCA en la tabla y la agrega si no esta; deja
      *> el indice en WS-FACT-HALLADA (cero si la tabla se lleno).
       UBICAR-FACTURA.
           MOVE ZERO TO WS-FACT-HALLADA.
           PERFORM VARYING WS-IDX-FACT FROM 1 BY 1
                   UNTIL WS-IDX-FACT > WS-NUM-FACTURAS
                   OR WS-FACT-HALLADA > ZERO
               IF WS-FA-FACTURA(WS-IDX-FACT) = WS-FACTURA-BUSCA THEN
                   MOVE WS-IDX-FACT TO WS-FACT-HALLADA
               END-IF
           END-PERFORM.
           IF WS-FACT-HALLADA > ZERO THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-NUM-FACTURAS >= 500 THEN
               ADD 1 TO WS-TOT-DESBORDE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NUM-FACTURAS.
           MOVE WS-NUM-FACTURAS TO WS-FACT-HALLADA.
           INITIALIZE WS-FACT(WS-FACT-HALLADA).
           MOVE WS-FACTURA-BUSCA TO WS-FA-FACTURA(WS-FACT-HALLADA).
           MOVE "N" TO WS-FA-VALIDA(WS-FACT-HALLADA).
           MOVE "N" TO WS-FA-CASTIGADA(WS-FACT-HALLADA).

      *> Datos de la factura (cliente, fecha, importe) leidos por
      *> clave una vez terminado el recorrido de la cartera.
       COMPLETAR-FACTURAS.
           PERFORM VARYING WS-IDX-FACT FROM 1 BY 1
                   UNTIL WS-IDX-FACT > WS-NUM-FACTURAS
               MOVE WS-FA-FACTURA(WS-IDX-FACT) TO AB-FACTURA
               READ OPEN-ITEM-MASTER
                   INVALID KEY
                       MOVE "N" TO WS-FA-VALIDA(WS-IDX-FACT)
                   NOT INVALID KEY
                       IF PARTIDA-FACTURA THEN
                           MOVE "S" TO WS-FA-VALIDA(WS-IDX-FACT)
                           MOVE AB-CLIENTE TO
                               WS-FA-CLIENTE(WS-IDX-FACT)
                           MOVE AB-FECHA-LOTE TO
                               WS-FA-FECHA(WS-IDX-FACT)
                           MOVE AB-MONTO-ORIGINAL TO
                               WS-FA-MONTO(WS-IDX-FACT)
                       END-IF
               END-READ
           END-PERFORM.

      *> El vendedor de la factura es el asignado al cliente en la
      *> fecha de la factura: la asignacion de mayor fecha desde que
      *> no la pase; sin historia, el del maestro si ya regia.
       RESOLVER-VENDEDOR.
           MOVE SPACES TO WS-FA-VENDEDOR(WS-IDX-FACT).
           IF WS-FA-VALIDA(WS-IDX-FACT) NOT = "S" THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-MEJOR-DESDE.
           MOVE "N" TO WS-FIN-ARCHIVO.
           PERFORM VARYING WS-IDX-ASIG FROM 1 BY 1
                   UNTIL WS-IDX-ASIG > WS-NUM-ASIGNACIONES
               IF WS-AS-CLIENTE(WS-IDX-ASIG) =
                       WS-FA-CLIENTE(WS-IDX-FACT)
                       AND WS-AS-DESDE(WS-IDX-ASIG) <=
                           WS-FA-FECHA(WS-IDX-FACT)
                       AND WS-AS-DESDE(WS-IDX-ASIG) >= WS-MEJOR-DESDE
                       THEN
                   MOVE WS-AS-DESDE(WS-IDX-ASIG) TO WS-MEJOR-DESDE
                   MOVE WS-AS-VENDEDOR(WS-IDX-ASIG) TO
                       WS-FA-VENDEDOR(WS-IDX-FACT)
                   SET FIN-ARCHIVO TO TRUE
               END-IF
           END-PERFORM.
           IF FIN-ARCHIVO THEN
               MOVE "N" TO WS-FIN-ARCHIVO
               EXIT PARAGRAPH
           END-IF.
           IF NOT MAESTRO-CLIENTES-ABIERTO THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-FA-CLIENTE(WS-IDX-FACT) TO CM-NUMERO.
           READ CUSTOMER-MASTER
               NOT INVALID KEY
                   IF CM-VENDEDOR-DESDE NUMERIC
                           AND CM-VENDEDOR-DESDE <=
                               WS-FA-FECHA(WS-IDX-FACT) THEN
                       MOVE CM-VENDEDOR TO
                           WS-FA-VENDEDOR(WS-IDX-FACT)
                   END-IF
           END-READ.

      *> Mezcla de grupos de cada factura de la tabla, tomada de las
      *> lineas facturadas (sin las de credito) de las generaciones
      *> de buenas del catalogo.
       CARGAR-LINEAS-FACTURAS.
           IF WS-NUM-FACTURAS = ZERO THEN
               EXIT PARAGRAPH
           END-IF.
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
                               AND WS-NUM-GENERACIONES < 200 THEN
                           ADD 1 TO WS-NUM-GENERACIONES
                           MOVE GC-GENERACION TO
                               WS-GEN-NUMERO(WS-NUM-GENERACIONES)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CATALOG-FILE.
           PERFORM VARYING WS-IDX-GEN FROM 1 BY 1
                   UNTIL WS-IDX-GEN > WS-NUM-GENERACIONES
               PERFORM LEER-GENERACION
           END-PERFORM.

       LEER-GENERACION.
           MOVE SPACES TO WS-NOMBRE-BUENAS.
           STRING "data/onsize-buenas.dat.G"
               WS-GEN-NUMERO(WS-IDX-GEN)
               DELIMITED BY SIZE INTO WS-NOMBRE-BUENAS.
           OPEN INPUT GOOD-TRANS-FILE.
           IF NOT BUENAS-OK THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIN-ARCHIVO.
           PERFORM UNTIL FIN-ARCHIVO
               READ GOOD-TRANS-FILE
                   AT END SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF GT-SIGNO NOT = "-" THEN
                           PERFORM SUMAR-LINEA-FACTURA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE GOOD-TRANS-FILE.

       SUMAR-LINEA-FACTURA.
           MOVE ZERO TO WS-FACT-HALLADA.
           PERFORM VARYING WS-IDX-FACT FROM 1 BY 1
                   UNTIL WS-IDX-FACT > WS-NUM-FACTURAS
                   OR WS-FACT-HALLADA > ZERO
               IF WS-FA-FACTURA(WS-IDX-FACT) = GT-FACTURA
                       AND WS-FA-CLIENTE(WS-IDX-FACT) = GT-CLIENTE
                       THEN
                   MOVE WS-IDX-FACT TO WS-FACT-HALLADA
               END-IF
           END-PERFORM.
           IF WS-FACT-HALLADA = ZERO THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-GRUPO-LINEA.
           PERFORM VARYING WS-IDX-GRUPO FROM 1 BY 1
                   UNTIL WS-IDX-GRUPO > WS-NUM-GRUPOS
               IF WS-GR-ARTICULO(WS-IDX-GRUPO) = GT-ARTICULO THEN
                   MOVE WS-GR-GRUPO(WS-IDX-GRUPO) TO WS-GRUPO-LINEA
               END-IF
           END-PERFORM.
           MOVE ZERO TO WS-FG-HALLADO.
           PERFORM VARYING WS-IDX-FG FROM 1 BY 1
                   UNTIL WS-IDX-FG > WS-NUM-FG
                   OR WS-FG-HALLADO > ZERO
               IF WS-FG-FACT(WS-IDX-FG) = WS-FACT-HALLADA
                       AND WS-FG-GRUPO(WS-IDX-FG) = WS-GRUPO-LINEA
                       THEN
                   MOVE WS-IDX-FG TO WS-FG-HALLADO
               END-IF
           END-PERFORM.
           IF WS-FG-HALLADO = ZERO THEN
               IF WS-NUM-FG >= 1500 THEN
                   ADD 1 TO WS-TOT-DESBORDE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-NUM-FG
               MOVE WS-NUM-FG TO WS-FG-HALLADO
               MOVE WS-FACT-HALLADA TO WS-FG-FACT(WS-FG-HALLADO)
               MOVE WS-GRUPO-LINEA TO WS-FG-GRUPO(WS-FG-HALLADO)
               MOVE ZERO TO WS-FG-BASE(WS-FG-HALLADO)
           END-IF.
           COMPUTE WS-FG-BASE(WS-FG-HALLADO) =
               WS-FG-BASE(WS-FG-HALLADO) + GT-NETO - GT-IMPUESTO.
           ADD GT-NETO TO WS-FA-TOTAL-LINEAS(WS-FACT-HALLADA).

      *> Una corrida repetida del mismo periodo reemplaza lo
      *> liquidado antes para ese periodo.
       BORRAR-PERIODO.
           MOVE "N" TO WS-FIN-ARCHIVO.
           MOVE WS-PERIODO TO CO-PERIODO.
           MOVE ZERO TO CO-FACTURA.
           MOVE LOW-VALUES TO CO-TIPO.
           START COMMISSION-FILE KEY >= CO-CLAVE
               INVALID KEY SET FIN-ARCHIVO TO TRUE
           END-START.
           PERFORM UNTIL FIN-ARCHIVO
               READ COMMISSION-FILE NEXT RECORD
                   AT END SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF CO-PERIODO NOT = WS-PERIODO THEN
                           SET FIN-ARCHIVO TO TRUE
                       ELSE
                           DELETE COMMISSION-FILE RECORD
                               INVALID KEY
                                   DISPLAY "COMISIONES: no se pudo "
                                       "borrar " CO-CLAVE
                           END-DELETE
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "N" TO WS-FIN-ARCHIVO.

      *> Comision sobre lo cobrado: cada grupo de la factura aporta
      *> su parte del cobro (base sin impuesto sobre el total con
      *> impuesto) a la tasa del vendedor para ese grupo. Sin
      *> lineas de la factura, todo el cobro a la tasa general.
       LIQUIDAR-COBRO.
           IF WS-FA-COBRADO(WS-IDX-FACT) = ZERO
                   OR WS-FA-VALIDA(WS-IDX-FACT) NOT = "S" THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-FA-VENDEDOR(WS-IDX-FACT) = SPACES THEN
               ADD 1 TO WS-TOT-SIN-VENDEDOR
               MOVE WS-FA-COBRADO(WS-IDX-FACT) TO WS-IMPORTE-EDIT
               MOVE SPACES TO COMMISSION-REPORT-RECORD
               STRING "  factura " WS-FA-FACTURA(WS-IDX-FACT)
                   " cliente " WS-FA-CLIENTE(WS-IDX-FACT)
                   " cobrado " WS-IMPORTE-EDIT
                   " SIN VENDEDOR, no comisiona"
                   DELIMITED BY SIZE INTO COMMISSION-REPORT-RECORD
               WRITE COMMISSION-REPORT-RECORD
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-FA-VENDEDOR(WS-IDX-FACT) TO WS-VENDEDOR-BUSCA.
           MOVE ZERO TO WS-COMISION-CALC.
           IF WS-FA-TOTAL-LINEAS(WS-IDX-FACT) > ZERO THEN
               PERFORM VARYING WS-IDX-FG FROM 1 BY 1
                       UNTIL WS-IDX-FG > WS-NUM-FG
                   IF WS-FG-FACT(WS-IDX-FG) = WS-IDX-FACT THEN
                       MOVE WS-FG-GRUPO(WS-IDX-FG) TO WS-GRUPO-BUSCA
                       PERFORM BUSCAR-TASA
                       COMPUTE WS-COMISION-CALC = WS-COMISION-CALC
                           + WS-FA-COBRADO(WS-IDX-FACT)
                           * WS-FG-BASE(WS-IDX-FG)
                           / WS-FA-TOTAL-LINEAS(WS-IDX-FACT)
                           * WS-TASA-APLICADA / 100
                   END-IF
               END-PERFORM
           ELSE
               ADD 1 TO WS-TOT-SIN-DETALLE
               MOVE SPACES TO WS-GRUPO-BUSCA
               PERFORM BUSCAR-TASA
               COMPUTE WS-COMISION-CALC = WS-FA-COBRADO(WS-IDX-FACT)
                   * WS-TASA-APLICADA / 100
           END-IF.
           COMPUTE WS-COMISION ROUNDED = WS-COMISION-CALC.
           MOVE "P" TO WS-TIPO-MOV.
           MOVE WS-FA-COBRADO(WS-IDX-FACT) TO WS-BASE-MOV.
           PERFORM GRABAR-MOVIMIENTO.

      *> Tasa para WS-VENDEDOR-BUSCA y WS-GRUPO-BUSCA: vendedor y
      *> grupo, vendedor con grupo en blanco, grupo con vendedor en
      *> blanco, la tasa base del vendedor y por ultimo la linea
      *> general (vendedor y grupo en blanco).
       BUSCAR-TASA.
           MOVE ZERO TO WS-TASA-APLICADA.
           MOVE 9 TO WS-NIVEL-TASA.
           PERFORM VARYING WS-IDX-TASA FROM 1 BY 1
                   UNTIL WS-IDX-TASA > WS-NUM-TASAS
               EVALUATE TRUE
                   WHEN WS-TA-VENDEDOR(WS-IDX-TASA) = WS-VENDEDOR-BUSCA
                           AND WS-TA-GRUPO(WS-IDX-TASA) =
                               WS-GRUPO-BUSCA
                           AND WS-NIVEL-TASA > 1
                       MOVE 1 TO WS-NIVEL-TASA
                       MOVE WS-TA-VALOR(WS-IDX-TASA) TO
                           WS-TASA-APLICADA
                   WHEN WS-TA-VENDEDOR(WS-IDX-TASA) = WS-VENDEDOR-BUSCA
                           AND WS-TA-GRUPO(WS-IDX-TASA) = SPACES
                           AND WS-NIVEL-TASA > 2
                       MOVE 2 TO WS-NIVEL-TASA
                       MOVE WS-TA-VALOR(WS-IDX-TASA) TO
                           WS-TASA-APLICADA
                   WHEN WS-TA-VENDEDOR(WS-IDX-TASA) = SPACES
                           AND WS-TA-GRUPO(WS-IDX-TASA) =
                               WS-GRUPO-BUSCA
                           AND WS-GRUPO-BUSCA NOT = SPACES
                           AND WS-NIVEL-TASA > 3
                       MOVE 3 TO WS-NIVEL-TASA
                       MOVE WS-TA-VALOR(WS-IDX-TASA) TO
                           WS-TASA-APLICADA
                   WHEN WS-TA-VENDEDOR(WS-IDX-TASA) = SPACES
                           AND WS-TA-GRUPO(WS-IDX-TASA) = SPACES
                           AND WS-NIVEL-TASA > 4
                       MOVE 4 TO WS-NIVEL-TASA
                       MOVE WS-TA-VALOR(WS-IDX-TASA) TO
                           WS-TASA-APLICADA
               END-EVALUATE
           END-PERFORM.
           IF WS-NIVEL-TASA < 4 THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM UBICAR-VENDEDOR.
           IF WS-VEND-HALLADO > ZERO
                   AND WS-VE-TASA-BASE(WS-VEND-HALLADO) > ZERO THEN
               MOVE WS-VE-TASA-BASE(WS-VEND-HALLADO) TO
                   WS-TASA-APLICADA
           END-IF.

       UBICAR-VENDEDOR.
           MOVE ZERO TO WS-VEND-HALLADO.
           PERFORM VARYING WS-IDX-VEND FROM 1 BY 1
                   UNTIL WS-IDX-VEND > WS-NUM-VENDEDORES
                   OR WS-VEND-HALLADO > ZERO
               IF WS-VE-CODIGO(WS-IDX-VEND) = WS-VENDEDOR-BUSCA THEN
                   MOVE WS-IDX-VEND TO WS-VEND-HALLADO
               END-IF
           END-PERFORM.
           IF WS-VEND-HALLADO > ZERO OR WS-NUM-VENDEDORES >= 200 THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NUM-VENDEDORES.
           MOVE WS-NUM-VENDEDORES TO WS-VEND-HALLADO.
           MOVE WS-VENDEDOR-BUSCA TO WS-VE-CODIGO(WS-VEND-HALLADO).
           MOVE "(no esta en el maestro)" TO
               WS-VE-NOMBRE(WS-VEND-HALLADO).
           MOVE ZERO TO WS-VE-TASA-BASE(WS-VEND-HALLADO).
           MOVE ZERO TO WS-VE-COBRADO(WS-VEND-HALLADO).
           MOVE ZERO TO WS-VE-COMISION(WS-VEND-HALLADO).
           MOVE ZERO TO WS-VE-RECUPERO(WS-VEND-HALLADO).

      *> Comision ya liquidada por cada factura de la tabla hasta
      *> el periodo inclusive: lo pagado (P) y el neto despues de
      *> los recuperos anteriores.
       SUMAR-COMISIONES-PAGADAS.
           MOVE "N" TO WS-FIN-ARCHIVO.
           MOVE ZERO TO CO-PERIODO.
           MOVE ZERO TO CO-FACTURA.
           MOVE LOW-VALUES TO CO-TIPO.
           START COMMISSION-FILE KEY >= CO-CLAVE
               INVALID KEY SET FIN-ARCHIVO TO TRUE
           END-START.
           PERFORM UNTIL FIN-ARCHIVO
               READ COMMISSION-FILE NEXT RECORD
                   AT END SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF CO-PERIODO > WS-PERIODO THEN
                           SET FIN-ARCHIVO TO TRUE
                       ELSE
                           PERFORM SUMAR-COMISION-FACTURA
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "N" TO WS-FIN-ARCHIVO.

       SUMAR-COMISION-FACTURA.
           PERFORM VARYING WS-IDX-FACT FROM 1 BY 1
                   UNTIL WS-IDX-FACT > WS-NUM-FACTURAS
               IF WS-FA-FACTURA(WS-IDX-FACT) = CO-FACTURA THEN
                   IF COMISION-PAGO THEN
                       ADD CO-COMISION TO WS-FA-PAGADO(WS-IDX-FACT)
                   END-IF
                   ADD CO-COMISION TO WS-FA-NETO-COM(WS-IDX-FACT)
               END-IF
           END-PERFORM.

      *> Recupero: una nota de credito devuelve la comision pagada
      *> en proporcion a lo acreditado sobre el importe de la
      *> factura; un castigo devuelve todo lo que quede pagado. Nunca
      *> se recupera mas de lo pagado neto.
       LIQUIDAR-RECUPERO.
           IF WS-FA-VALIDA(WS-IDX-FACT) NOT = "S"
                   OR WS-FA-NETO-COM(WS-IDX-FACT) <= ZERO THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-FA-VENDEDOR(WS-IDX-FACT) TO WS-VENDEDOR-BUSCA.
           IF WS-FA-ACREDITADO(WS-IDX-FACT) > ZERO
                   AND WS-FA-MONTO(WS-IDX-FACT) > ZERO THEN
               COMPUTE WS-RECUPERO ROUNDED =
                   WS-FA-PAGADO(WS-IDX-FACT)
                   * WS-FA-ACREDITADO(WS-IDX-FACT)
                   / WS-FA-MONTO(WS-IDX-FACT)
               IF WS-RECUPERO > WS-FA-NETO-COM(WS-IDX-FACT) THEN
                   MOVE WS-FA-NETO-COM(WS-IDX-FACT) TO WS-RECUPERO
               END-IF
               IF WS-RECUPERO > ZERO THEN
                   COMPUTE WS-COMISION = ZERO - WS-RECUPERO
                   MOVE "C" TO WS-TIPO-MOV
                   MOVE WS-FA-ACREDITADO(WS-IDX-FACT) TO WS-BASE-MOV
                   PERFORM GRABAR-MOVIMIENTO
                   SUBTRACT WS-RECUPERO FROM
                       WS-FA-NETO-COM(WS-IDX-FACT)
               END-IF
           END-IF.
           IF WS-FA-CASTIGADA(WS-IDX-FACT) = "S"
                   AND WS-FA-NETO-COM(WS-IDX-FACT) > ZERO THEN
               MOVE WS-FA-NETO-COM(WS-IDX-FACT) TO WS-RECUPERO
               COMPUTE WS-COMISION = ZERO - WS-RECUPERO
               MOVE "W" TO WS-TIPO-MOV
               MOVE WS-FA-MONTO(WS-IDX-FACT) TO WS-BASE-MOV
               PERFORM GRABAR-MOVIMIENTO
               MOVE ZERO TO WS-FA-NETO-COM(WS-IDX-FACT)
           END-IF.

       GRABAR-MOVIMIENTO.
           MOVE WS-PERIODO TO CO-PERIODO.
           MOVE WS-FA-FACTURA(WS-IDX-FACT) TO CO-FACTURA.
           MOVE WS-TIPO-MOV TO CO-TIPO.
           MOVE WS-FA-VENDEDOR(WS-IDX-FACT) TO CO-VENDEDOR.
           MOVE WS-FA-CLIENTE(WS-IDX-FACT) TO CO-CLIENTE.
           MOVE WS-BASE-MOV TO CO-BASE.
           MOVE WS-COMISION TO CO-COMISION.
           MOVE WS-FECHA-PROCESO TO CO-FECHA-CALCULO.
           WRITE COMMISSION-RECORD
               INVALID KEY
                   DISPLAY "COMISIONES: no se pudo grabar " CO-CLAVE
                       ", estado " WS-ESTADO-COMISIONES
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
           END-WRITE.
           MOVE CO-VENDEDOR TO WS-VENDEDOR-BUSCA.
           PERFORM UBICAR-VENDEDOR.
           IF COMISION-PAGO THEN
               ADD 1 TO WS-TOT-PAGOS
               ADD WS-COMISION TO WS-TOT-COMISION
               IF WS-VEND-HALLADO > ZERO THEN
                   ADD WS-BASE-MOV TO WS-VE-COBRADO(WS-VEND-HALLADO)
                   ADD WS-COMISION TO
                       WS-VE-COMISION(WS-VEND-HALLADO)
               END-IF
           ELSE
               ADD 1 TO WS-TOT-RECUPEROS
               ADD WS-COMISION TO WS-TOT-RECUPERO
               IF WS-VEND-HALLADO > ZERO THEN
                   ADD WS-COMISION TO
                       WS-VE-RECUPERO(WS-VEND-HALLADO)
               END-IF
           END-IF.
           MOVE WS-BASE-MOV TO WS-IMPORTE-EDIT.
           MOVE WS-COMISION TO WS-COMISION-EDIT.
           MOVE SPACES TO COMMISSION-REPORT-RECORD.
           STRING "  " CO-VENDEDOR " factura " CO-FACTURA
               " cliente " CO-CLIENTE " tipo " CO-TIPO
               " base " WS-IMPORTE-EDIT
               " comision " WS-COMISION-EDIT
               DELIMITED BY SIZE INTO COMMISSION-REPORT-RECORD.
           WRITE COMMISSION-REPORT-RECORD.

       INFORMAR-VENDEDORES.
           MOVE SPACES TO COMMISSION-REPORT-RECORD.
           WRITE COMMISSION-REPORT-RECORD.
           MOVE "RESUMEN POR VENDEDOR" TO COMMISSION-REPORT-RECORD.
           WRITE COMMISSION-REPORT-RECORD.
           PERFORM VARYING WS-IDX-VEND FROM 1 BY 1
                   UNTIL WS-IDX-VEND > WS-NUM-VENDEDORES
               IF WS-VE-COBRADO(WS-IDX-VEND) NOT = ZERO
                       OR WS-VE-COMISION(WS-IDX-VEND) NOT = ZERO
                       OR WS-VE-RECUPERO(WS-IDX-VEND) NOT = ZERO
                       THEN
                   MOVE WS-VE-COBRADO(WS-IDX-VEND) TO WS-IMPORTE-EDIT
                   MOVE WS-VE-COMISION(WS-IDX-VEND) TO
                       WS-COMISION-EDIT
                   MOVE WS-VE-RECUPERO(WS-IDX-VEND) TO
                       WS-RECUPERO-EDIT
                   COMPUTE WS-COMISION = WS-VE-COMISION(WS-IDX-VEND)
                       + WS-VE-RECUPERO(WS-IDX-VEND)
                   MOVE WS-COMISION TO WS-NETO-EDIT
                   MOVE SPACES TO COMMISSION-REPORT-RECORD
                   STRING WS-VE-CODIGO(WS-IDX-VEND) " "
                       WS-VE-NOMBRE(WS-IDX-VEND)(1:20)
                       " cobrado " WS-IMPORTE-EDIT
                       " com " WS-COMISION-EDIT
                       " rec " WS-RECUPERO-EDIT
                       " neto " WS-NETO-EDIT
                       DELIMITED BY SIZE INTO COMMISSION-REPORT-RECORD
                   WRITE COMMISSION-REPORT-RECORD
               END-IF
           END-PERFORM.

       INFORMAR-TOTALES.
           MOVE WS-TOT-COMISION TO WS-COMISION-EDIT.
           MOVE WS-TOT-RECUPERO TO WS-RECUPERO-EDIT.
           MOVE SPACES TO COMMISSION-REPORT-RECORD.
           STRING "Comisiones " WS-TOT-PAGOS " por "
               WS-COMISION-EDIT "  recuperos " WS-TOT-RECUPEROS
               " por " WS-RECUPERO-EDIT
               DELIMITED BY SIZE INTO COMMISSION-REPORT-RECORD.
           WRITE COMMISSION-REPORT-RECORD.
           MOVE SPACES TO COMMISSION-REPORT-RECORD.
           STRING "Cobros leidos " WS-TOT-COBROS
               "  omitidos " WS-TOT-COBROS-OMITIDOS
               "  sin vendedor " WS-TOT-SIN-VENDEDOR
               "  sin detalle " WS-TOT-SIN-DETALLE
               "  desborde " WS-TOT-DESBORDE
               DELIMITED BY SIZE INTO COMMISSION-REPORT-RECORD.
           WRITE COMMISSION-REPORT-RECORD.
           DISPLAY "Periodo liquidado      : " WS-PERIODO.
           DISPLAY "Cobros del periodo     : " WS-TOT-COBROS.
           DISPLAY "  omitidos (no factura): " WS-TOT-COBROS-OMITIDOS.
           DISPLAY "Facturas sin vendedor  : " WS-TOT-SIN-VENDEDOR.
           DISPLAY "Comisiones liquidadas  : " WS-TOT-PAGOS
               " por " WS-COMISION-EDIT.
           DISPLAY "Recuperos liquidados   : " WS-TOT-RECUPEROS
               " por " WS-RECUPERO-EDIT.
           IF WS-TOT-DESBORDE > ZERO THEN
               DISPLAY "COMISIONES: tablas llenas, " WS-TOT-DESBORDE
                   " registros sin considerar."
           END-IF.

       REGISTRAR-HISTORIAL.
           OPEN EXTEND RUN-HISTORY-LOG.
           IF NOT HIST-OK THEN
               OPEN OUTPUT RUN-HISTORY-LOG
               CLOSE RUN-HISTORY-LOG
               OPEN EXTEND RUN-HISTORY-LOG
           END-IF.
           MOVE "COMISIONES" TO RH-PROGRAMA.
           MOVE FUNCTION CURRENT-DATE(1:15) TO RH-FECHA-HORA.
           IF RETURN-CODE = 0 THEN
               MOVE "OK" TO RH-RESULTADO
           ELSE
               MOVE "CON AVISOS" TO RH-RESULTADO
           END-IF.
           MOVE WS-OPERADOR TO RH-OPERADOR.
           WRITE RUN-HISTORY-RECORD.
           CLOSE RUN-HISTORY-LOG.
       END PROGRAM COMISIONES.
