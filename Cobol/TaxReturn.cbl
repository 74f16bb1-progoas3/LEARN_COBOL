      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAX-RETURN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATALOG-FILE ASSIGN TO "data/gen-catalogo.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CATALOGO.
           SELECT GOOD-TRANS-FILE ASSIGN TO DYNAMIC WS-NOMBRE-BUENAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-BUENAS.
           SELECT ACCOUNT-MAP-FILE ASSIGN TO DYNAMIC WS-NOMBRE-MAPA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-MAPA.
           SELECT GL-HISTORY-FILE ASSIGN TO "data/gl-historico.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-HISTORICO.
           SELECT PERIOD-FILE ASSIGN TO "data/impuestos-periodo.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-PERIODO.
           SELECT STEP-PARAM-FILE ASSIGN TO
                   DYNAMIC WS-NOMBRE-PARAMETROS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-PARAMETROS.
           SELECT RETURN-REPORT-FILE ASSIGN TO
                   DYNAMIC WS-NOMBRE-DECLARACION
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-HISTORY-LOG ASSIGN TO "data/run-history.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-HIST.
       DATA DIVISION.
       FILE SECTION.
       FD  CATALOG-FILE.
       01  CATALOG-RECORD.
           05 GC-BASE PIC X(30).
           05 GC-GENERACION PIC 9(4).
           05 GC-FECHA PIC X(8).
           05 GC-CUENTA PIC 9(6).

       FD  GOOD-TRANS-FILE.
       01  GOOD-TRANS-RECORD.
           COPY BUENAS.

       FD  ACCOUNT-MAP-FILE.
       01  ACCOUNT-MAP-RECORD.
           COPY GLMAPA.

      *> Acumulado de la interfaz al mayor que deja GL-POSTING.
       FD  GL-HISTORY-FILE.
       01  GL-HISTORY-RECORD.
           COPY GLASIENTO.

      *> Periodo a declarar: fecha desde y fecha hasta (AAAAMMDD).
      *> Sin archivo, o en cero, se declara el mes en curso.
       FD  PERIOD-FILE.
       01  PERIOD-RECORD.
           05 IP-DESDE PIC 9(8).
           05 IP-HASTA PIC 9(8).

       FD  STEP-PARAM-FILE.
       01  STEP-PARAM-RECORD.
           05 PR-DESDE PIC 9(8).
           05 PR-HASTA PIC 9(8).

       FD  RETURN-REPORT-FILE.
       01  RETURN-REPORT-RECORD PIC X(100).

       FD  RUN-HISTORY-LOG.
           COPY RUNHIST.

       WORKING-STORAGE SECTION.
      *> Operador firmado en el menu; los programas llamados lo
      *> arrastran al historial de corridas.
       01  OPERADOR-ACTUAL PIC X(8) EXTERNAL.
      *> Archivo de parametros del paso, fijado por el SCHEDULER;
      *> en blanco el programa corre con su periodo de siempre.
       01  PARAMETRO-PASO PIC X(30) EXTERNAL.
      *> En este compilador el RETURN-CODE del paso se pisa con el
      *> del subprograma llamado; se guarda y repone alrededor de
      *> cada llamada de servicio.
       01  WS-RC-GUARDA PIC S9(4) VALUE ZERO.
           01 WS-ESTADO-HIST PIC XX VALUE "00".
               88 HIST-OK VALUE "00".
           01 WS-ESTADO-CATALOGO PIC XX VALUE "00".
               88 CATALOGO-OK VALUE "00".
           01 WS-ESTADO-BUENAS PIC XX VALUE "00".
               88 BUENAS-OK VALUE "00".
           01 WS-ESTADO-MAPA PIC XX VALUE "00".
               88 MAPA-OK VALUE "00".
           01 WS-ESTADO-HISTORICO PIC XX VALUE "00".
               88 HISTORICO-OK VALUE "00".
           01 WS-ESTADO-PERIODO PIC XX VALUE "00".
               88 PERIODO-OK VALUE "00".
           01 WS-ESTADO-PARAMETROS PIC XX VALUE "00".
               88 PARAMETROS-OK VALUE "00".
           01 WS-NOMBRE-PARAMETROS PIC X(30) VALUE SPACES.
           01 WS-NOMBRE-BUENAS PIC X(40) VALUE SPACES.
      *> Cada empresa declara por separado: sus lineas facturadas,
      *> su cuenta de impuestos de su mapa contable y sus asientos
      *> del mayor, en su propia declaracion (la 01 en
      *> data/impuestos-declaracion.dat, las demas con -EE).
           01 WS-NOMBRE-MAPA PIC X(40) VALUE "data/gl-cuentas.cfg".
           01 WS-NOMBRE-DECLARACION PIC X(40)
               VALUE "data/impuestos-declaracion.dat".
           01 WS-ORDINAL-EMPRESA PIC 9(6) VALUE ZERO.
           01 WS-EMPRESA-PASADA PIC X(2) VALUE "01".
           01 WS-EMPRESA-LINEA PIC X(2) VALUE "01".
           01 WS-ES-FUNCION PIC X(8) VALUE SPACES.
           01 WS-ES-EMPRESA PIC X(2) VALUE SPACES.
           01 WS-ES-NUMERO PIC 9(6) VALUE ZERO.
           01 WS-ES-ARCHIVO PIC X(40) VALUE SPACES.
           01 WS-ES-DATOS.
               COPY EMPRESA REPLACING LEADING ==EM-== BY ==WS-ES-==.
           01 WS-ES-RESULTADO PIC X VALUE "N".
           01 WS-FIN-ARCHIVO PIC X VALUE "N".
               88 FIN-ARCHIVO VALUE "S".
           01 WS-FECHA-PROCESO PIC 9(8) VALUE ZERO.
           01 WS-DESDE PIC 9(8) VALUE ZERO.
           01 WS-HASTA PIC 9(8) VALUE ZERO.
      *> Generaciones de buenas registradas en el catalogo.
           01 WS-NUM-GENERACIONES PIC 9(3) VALUE ZERO.
           01 WS-IDX-GEN PIC 9(3) VALUE ZERO.
           01 WS-TABLA-GENERACIONES.
               05 WS-GEN OCCURS 200 TIMES.
                   10 WS-GEN-NUMERO PIC 9(4).
                   10 WS-GEN-FECHA PIC X(8).
                   10 WS-GEN-LINEAS PIC 9(6).
                   10 WS-GEN-HALLADA PIC X.
      *> Cuenta de impuestos del mapa contable (concepto
      *> ONSIZE-IMP), contra la que se concilia.
           01 WS-CUENTA-IMPUESTO PIC X(8) VALUE SPACES.
           01 WS-CENTRO-IMPUESTO PIC X(4) VALUE SPACES.
      *> Cuadro por tasa: la tasa de cada linea se deduce de su
      *> impuesto sobre la base imponible (extendido - descuento),
      *> asi un cambio de tarifa dentro del periodo abre otra fila.
           01 WS-NUM-TASAS PIC 99 VALUE ZERO.
           01 WS-IDX-TASA PIC 99 VALUE ZERO.
           01 WS-TABLA-TASAS.
               05 WS-TASA OCCURS 20 TIMES.
                   10 WS-TASA-PCT PIC 9(2)V99.
                   10 WS-TASA-LINEAS PIC 9(6).
                   10 WS-TASA-BASE-VENTAS PIC S9(11)V99.
                   10 WS-TASA-IMP-VENTAS PIC S9(11)V99.
                   10 WS-TASA-BASE-CREDITOS PIC S9(11)V99.
                   10 WS-TASA-IMP-CREDITOS PIC S9(11)V99.
           01 WS-BASE-LINEA PIC 9(8)V99 VALUE ZERO.
           01 WS-PCT-LINEA PIC 9(2)V99 VALUE ZERO.
           01 WS-TOTALES.
               05 WS-TOT-LINEAS PIC 9(7) VALUE ZERO.
               05 WS-TOT-FUERA-PERIODO PIC 9(7) VALUE ZERO.
               05 WS-TOT-BASE-VENTAS PIC S9(11)V99 VALUE ZERO.
               05 WS-TOT-IMP-VENTAS PIC S9(11)V99 VALUE ZERO.
               05 WS-TOT-BASE-CREDITOS PIC S9(11)V99 VALUE ZERO.
               05 WS-TOT-IMP-CREDITOS PIC S9(11)V99 VALUE ZERO.
               05 WS-TOT-BASE-NETA PIC S9(11)V99 VALUE ZERO.
               05 WS-TOT-IMP-NETO PIC S9(11)V99 VALUE ZERO.
               05 WS-GL-IMPUESTO PIC S9(11)V99 VALUE ZERO.
               05 WS-GL-LINEAS PIC 9(6) VALUE ZERO.
               05 WS-DIFERENCIA PIC S9(11)V99 VALUE ZERO.
           01 WS-PCT-EDIT PIC Z9.99.
           01 WS-LINEAS-EDIT PIC Z(5)9.
           01 WS-MONTO-EDIT-1 PIC -(10)9.99.
           01 WS-MONTO-EDIT-2 PIC -(10)9.99.
           01 WS-MONTO-EDIT-3 PIC -(10)9.99.
           01 WS-MONTO-EDIT-4 PIC -(10)9.99.
           01 WS-TEXTO-LINEA PIC X(45) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INICIALIZAR.
           PERFORM CARGAR-PERIODO.
           PERFORM CARGAR-CATALOGO.
           IF WS-NUM-GENERACIONES = ZERO THEN
               DISPLAY "TAX-RETURN: sin generaciones de buenas en "
                   "el catalogo, nada que declarar."
               MOVE 4 TO RETURN-CODE
               PERFORM REGISTRAR-HISTORIAL
               GOBACK
           END-IF.
           MOVE ZERO TO WS-ORDINAL-EMPRESA.
           PERFORM SIGUIENTE-EMPRESA.
           PERFORM UNTIL WS-ES-RESULTADO NOT = "S"
               PERFORM DECLARAR-EMPRESA
               PERFORM SIGUIENTE-EMPRESA
           END-PERFORM.
           PERFORM REGISTRAR-HISTORIAL.
           GOBACK.

       SIGUIENTE-EMPRESA.
           MOVE "SIGUIENT" TO WS-ES-FUNCION.
           MOVE WS-ORDINAL-EMPRESA TO WS-ES-NUMERO.
           PERFORM LLAMAR-EMPRESRV.
           IF WS-ES-RESULTADO NOT = "S" THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ES-NUMERO TO WS-ORDINAL-EMPRESA.
           MOVE WS-ES-EMPRESA TO WS-EMPRESA-PASADA.
           MOVE "ARCHIVO" TO WS-ES-FUNCION.
           MOVE "data/gl-cuentas.cfg" TO WS-ES-ARCHIVO.
           PERFORM LLAMAR-EMPRESRV.
           MOVE WS-ES-ARCHIVO TO WS-NOMBRE-MAPA.
           MOVE "ARCHIVO" TO WS-ES-FUNCION.
           MOVE "data/impuestos-declaracion.dat" TO WS-ES-ARCHIVO.
           PERFORM LLAMAR-EMPRESRV.
           MOVE WS-ES-ARCHIVO TO WS-NOMBRE-DECLARACION.
           MOVE "S" TO WS-ES-RESULTADO.

       LLAMAR-EMPRESRV.
           MOVE RETURN-CODE TO WS-RC-GUARDA.
           CALL "EMPRESRV" USING WS-ES-FUNCION WS-ES-EMPRESA
               WS-ES-NUMERO WS-ES-ARCHIVO WS-ES-DATOS WS-ES-RESULTADO.
           MOVE WS-RC-GUARDA TO RETURN-CODE.

      *> Una empresa que no concilia deja 4 sin tapar lo de otra.
       DECLARAR-EMPRESA.
           MOVE ZERO TO WS-NUM-TASAS.
           MOVE SPACES TO WS-CUENTA-IMPUESTO.
           MOVE SPACES TO WS-CENTRO-IMPUESTO.
           INITIALIZE WS-TOTALES.
           PERFORM LEER-GENERACION
               VARYING WS-IDX-GEN FROM 1 BY 1
               UNTIL WS-IDX-GEN > WS-NUM-GENERACIONES.
           PERFORM CARGAR-CUENTA-IMPUESTO.
           PERFORM SUMAR-MAYOR-IMPUESTO.
           COMPUTE WS-TOT-BASE-NETA =
               WS-TOT-BASE-VENTAS - WS-TOT-BASE-CREDITOS.
           COMPUTE WS-TOT-IMP-NETO =
               WS-TOT-IMP-VENTAS - WS-TOT-IMP-CREDITOS.
           COMPUTE WS-DIFERENCIA = WS-GL-IMPUESTO - WS-TOT-IMP-NETO.
           OPEN OUTPUT RETURN-REPORT-FILE.
           PERFORM ESCRIBIR-DECLARACION.
           CLOSE RETURN-REPORT-FILE.
           DISPLAY "TAX-RETURN: empresa " WS-EMPRESA-PASADA
               ", periodo " WS-DESDE " a " WS-HASTA.
           DISPLAY "Lineas del periodo   : " WS-TOT-LINEAS.
           DISPLAY "Impuesto neto        : " WS-TOT-IMP-NETO.
           DISPLAY "Impuesto en el mayor : " WS-GL-IMPUESTO.
           IF WS-DIFERENCIA NOT = ZERO THEN
               DISPLAY "TAX-RETURN: el impuesto facturado de la "
                   "empresa " WS-EMPRESA-PASADA " no concilia con "
                   "el mayor, ver " WS-NOMBRE-DECLARACION
               IF RETURN-CODE = 0 THEN
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

      *> El SCHEDULER llama al programa sin cancelarlo: se limpia lo
      *> que haya quedado de una corrida anterior.
       INICIALIZAR.
           MOVE 0 TO RETURN-CODE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-PROCESO.
           MOVE ZERO TO WS-DESDE.
           MOVE ZERO TO WS-HASTA.
           MOVE ZERO TO WS-NUM-GENERACIONES.
           MOVE ZERO TO WS-NUM-TASAS.
           MOVE SPACES TO WS-CUENTA-IMPUESTO.
           MOVE SPACES TO WS-CENTRO-IMPUESTO.
           INITIALIZE WS-TOTALES.
           MOVE "data/gl-cuentas.cfg" TO WS-NOMBRE-MAPA.
           MOVE "data/impuestos-declaracion.dat"
               TO WS-NOMBRE-DECLARACION.

      *> Parametros del paso primero, luego el archivo de periodo;
      *> sin ninguno se declara el mes de la fecha de proceso hasta
      *> el dia (la malla lo corre el ultimo dia del mes).
       CARGAR-PERIODO.
           IF PARAMETRO-PASO NOT = SPACES
                   AND PARAMETRO-PASO NOT = LOW-VALUES THEN
               MOVE PARAMETRO-PASO TO WS-NOMBRE-PARAMETROS
               OPEN INPUT STEP-PARAM-FILE
               IF PARAMETROS-OK THEN
                   READ STEP-PARAM-FILE
                       NOT AT END
                           IF PR-DESDE NUMERIC AND PR-HASTA NUMERIC
                                   THEN
                               MOVE PR-DESDE TO WS-DESDE
                               MOVE PR-HASTA TO WS-HASTA
                           END-IF
                   END-READ
                   CLOSE STEP-PARAM-FILE
               ELSE
                   DISPLAY "CARGAR-PERIODO: no se pudo abrir "
                       WS-NOMBRE-PARAMETROS ", se usa el periodo "
                       "de siempre."
               END-IF
           END-IF.
           IF WS-DESDE = ZERO THEN
               OPEN INPUT PERIOD-FILE
               IF PERIODO-OK THEN
                   READ PERIOD-FILE
                       NOT AT END
                           IF IP-DESDE NUMERIC AND IP-HASTA NUMERIC
                                   THEN
                               MOVE IP-DESDE TO WS-DESDE
                               MOVE IP-HASTA TO WS-HASTA
                           END-IF
                   END-READ
                   CLOSE PERIOD-FILE
               END-IF
           END-IF.
           IF WS-DESDE = ZERO OR WS-HASTA < WS-DESDE THEN
               MOVE WS-FECHA-PROCESO TO WS-DESDE
               MOVE "01" TO WS-DESDE(7:2)
               MOVE WS-FECHA-PROCESO TO WS-HASTA
           END-IF.

      *> Todas las generaciones de buenas que el catalogo aun
      *> conserva; la fecha de cada linea decide si entra.
       CARGAR-CATALOGO.
           OPEN INPUT CATALOG-FILE.
           IF NOT CATALOGO-OK THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIN-ARCHIVO.
           PERFORM UNTIL FIN-ARCHIVO
               READ CATALOG-FILE
                   AT END SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF GC-BASE = "data/onsize-buenas.dat" THEN
                           PERFORM GUARDAR-GENERACION
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CATALOG-FILE.

       GUARDAR-GENERACION.
           IF WS-NUM-GENERACIONES >= 200 THEN
               DISPLAY "CARGAR-CATALOGO: mas de 200 generaciones, "
                   "se ignora el resto."
               SET FIN-ARCHIVO TO TRUE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NUM-GENERACIONES.
           MOVE GC-GENERACION TO WS-GEN-NUMERO(WS-NUM-GENERACIONES).
           MOVE GC-FECHA TO WS-GEN-FECHA(WS-NUM-GENERACIONES).
           MOVE ZERO TO WS-GEN-LINEAS(WS-NUM-GENERACIONES).
           MOVE "N" TO WS-GEN-HALLADA(WS-NUM-GENERACIONES).

       LEER-GENERACION.
           MOVE SPACES TO WS-NOMBRE-BUENAS.
           STRING "data/onsize-buenas.dat.G"
               WS-GEN-NUMERO(WS-IDX-GEN)
               DELIMITED BY SIZE INTO WS-NOMBRE-BUENAS.
           OPEN INPUT GOOD-TRANS-FILE.
           IF NOT BUENAS-OK THEN
               DISPLAY "LEER-GENERACION: no se pudo abrir "
                   WS-NOMBRE-BUENAS ", estado " WS-ESTADO-BUENAS
               EXIT PARAGRAPH
           END-IF.
           MOVE "S" TO WS-GEN-HALLADA(WS-IDX-GEN).
           MOVE ZERO TO WS-GEN-LINEAS(WS-IDX-GEN).
           MOVE "N" TO WS-FIN-ARCHIVO.
           PERFORM UNTIL FIN-ARCHIVO
               READ GOOD-TRANS-FILE
                   AT END SET FIN-ARCHIVO TO TRUE
                   NOT AT END PERFORM TOMAR-LINEA-EMPRESA
               END-READ
           END-PERFORM.
           CLOSE GOOD-TRANS-FILE.

      *> Solo las lineas de la empresa que se declara (en blanco,
      *> la 01).
       TOMAR-LINEA-EMPRESA.
           MOVE GT-EMPRESA TO WS-EMPRESA-LINEA.
           IF WS-EMPRESA-LINEA = SPACES
                   OR WS-EMPRESA-LINEA = LOW-VALUES THEN
               MOVE "01" TO WS-EMPRESA-LINEA
           END-IF.
           IF WS-EMPRESA-LINEA NOT = WS-EMPRESA-PASADA THEN
               EXIT PARAGRAPH
           END-IF.
           IF GT-FECHA-LOTE >= WS-DESDE
                   AND GT-FECHA-LOTE <= WS-HASTA THEN
               ADD 1 TO WS-GEN-LINEAS(WS-IDX-GEN)
               PERFORM ACUMULAR-LINEA
           ELSE
               ADD 1 TO WS-TOT-FUERA-PERIODO
           END-IF.

      *> Base imponible = extendido - descuento; el credito (signo
      *> "-") se acumula aparte y se netea en la declaracion.
       ACUMULAR-LINEA.
           ADD 1 TO WS-TOT-LINEAS.
           COMPUTE WS-BASE-LINEA = GT-EXTENDED-AMOUNT - GT-DESCUENTO.
           IF WS-BASE-LINEA > ZERO THEN
               COMPUTE WS-PCT-LINEA ROUNDED =
                   GT-IMPUESTO * 100 / WS-BASE-LINEA
           ELSE
               MOVE ZERO TO WS-PCT-LINEA
           END-IF.
           PERFORM BUSCAR-TASA.
           IF WS-IDX-TASA = ZERO THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-TASA-LINEAS(WS-IDX-TASA).
           IF GT-SIGNO = "-" THEN
               ADD WS-BASE-LINEA TO
                   WS-TASA-BASE-CREDITOS(WS-IDX-TASA)
                   WS-TOT-BASE-CREDITOS
               ADD GT-IMPUESTO TO WS-TASA-IMP-CREDITOS(WS-IDX-TASA)
                   WS-TOT-IMP-CREDITOS
           ELSE
               ADD WS-BASE-LINEA TO
                   WS-TASA-BASE-VENTAS(WS-IDX-TASA)
                   WS-TOT-BASE-VENTAS
               ADD GT-IMPUESTO TO WS-TASA-IMP-VENTAS(WS-IDX-TASA)
                   WS-TOT-IMP-VENTAS
           END-IF.

       BUSCAR-TASA.
           PERFORM VARYING WS-IDX-TASA FROM 1 BY 1
                   UNTIL WS-IDX-TASA > WS-NUM-TASAS
               IF WS-TASA-PCT(WS-IDX-TASA) = WS-PCT-LINEA THEN
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF WS-NUM-TASAS >= 20 THEN
               DISPLAY "BUSCAR-TASA: mas de 20 tasas distintas, la "
                   "tasa " WS-PCT-LINEA " no se declara."
               MOVE ZERO TO WS-IDX-TASA
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NUM-TASAS.
           MOVE WS-NUM-TASAS TO WS-IDX-TASA.
           MOVE WS-PCT-LINEA TO WS-TASA-PCT(WS-IDX-TASA).
           MOVE ZERO TO WS-TASA-LINEAS(WS-IDX-TASA).
           MOVE ZERO TO WS-TASA-BASE-VENTAS(WS-IDX-TASA).
           MOVE ZERO TO WS-TASA-IMP-VENTAS(WS-IDX-TASA).
           MOVE ZERO TO WS-TASA-BASE-CREDITOS(WS-IDX-TASA).
           MOVE ZERO TO WS-TASA-IMP-CREDITOS(WS-IDX-TASA).

       CARGAR-CUENTA-IMPUESTO.
           OPEN INPUT ACCOUNT-MAP-FILE.
           IF NOT MAPA-OK THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIN-ARCHIVO.
           PERFORM UNTIL FIN-ARCHIVO
               READ ACCOUNT-MAP-FILE
                   AT END SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF GLM-CONCEPTO = "ONSIZE-IMP" THEN
                           MOVE GLM-CUENTA TO WS-CUENTA-IMPUESTO
                           MOVE GLM-CENTRO TO WS-CENTRO-IMPUESTO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ACCOUNT-MAP-FILE.

      *> Lo que GL-POSTING mando a la cuenta de impuestos por la
      *> facturacion en el periodo: haber suma, debe resta.
       SUMAR-MAYOR-IMPUESTO.
           IF WS-CUENTA-IMPUESTO = SPACES THEN
               DISPLAY "SUMAR-MAYOR-IMPUESTO: concepto ONSIZE-IMP "
                   "sin cuenta en " WS-NOMBRE-MAPA
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT GL-HISTORY-FILE.
           IF NOT HISTORICO-OK THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIN-ARCHIVO.
           PERFORM UNTIL FIN-ARCHIVO
               READ GL-HISTORY-FILE
                   AT END SET FIN-ARCHIVO TO TRUE
                   NOT AT END PERFORM SUMAR-ASIENTO-IMPUESTO
               END-READ
           END-PERFORM.
           CLOSE GL-HISTORY-FILE.

       SUMAR-ASIENTO-IMPUESTO.
           MOVE GL-EMPRESA TO WS-EMPRESA-LINEA.
           IF WS-EMPRESA-LINEA = SPACES
                   OR WS-EMPRESA-LINEA = LOW-VALUES THEN
               MOVE "01" TO WS-EMPRESA-LINEA
           END-IF.
           IF WS-EMPRESA-LINEA = WS-EMPRESA-PASADA
                   AND GL-CUENTA = WS-CUENTA-IMPUESTO
                   AND GL-FUENTE = "ONSIZEERROR"
                   AND GL-FECHA >= WS-DESDE
                   AND GL-FECHA <= WS-HASTA THEN
               ADD 1 TO WS-GL-LINEAS
               IF GL-LADO = "C" THEN
                   ADD GL-MONTO TO WS-GL-IMPUESTO
               ELSE
                   SUBTRACT GL-MONTO FROM WS-GL-IMPUESTO
               END-IF
           END-IF.

       ESCRIBIR-DECLARACION.
           MOVE SPACES TO RETURN-REPORT-RECORD.
           STRING "DECLARACION DE IMPUESTO SOBRE VENTAS  periodo "
               WS-DESDE " a " WS-HASTA "  emitida " WS-FECHA-PROCESO
               DELIMITED BY SIZE INTO RETURN-REPORT-RECORD.
           WRITE RETURN-REPORT-RECORD.
           MOVE SPACES TO RETURN-REPORT-RECORD.
           STRING "Empresa " WS-EMPRESA-PASADA " " WS-ES-NOMBRE
               DELIMITED BY SIZE INTO RETURN-REPORT-RECORD.
           WRITE RETURN-REPORT-RECORD.
           MOVE SPACES TO RETURN-REPORT-RECORD.
           WRITE RETURN-REPORT-RECORD.
           MOVE "Generaciones de facturacion leidas:" TO
               RETURN-REPORT-RECORD.
           WRITE RETURN-REPORT-RECORD.
           PERFORM VARYING WS-IDX-GEN FROM 1 BY 1
                   UNTIL WS-IDX-GEN > WS-NUM-GENERACIONES
               MOVE WS-GEN-LINEAS(WS-IDX-GEN) TO WS-LINEAS-EDIT
               MOVE SPACES TO RETURN-REPORT-RECORD
               IF WS-GEN-HALLADA(WS-IDX-GEN) = "S" THEN
                   STRING "  G" WS-GEN-NUMERO(WS-IDX-GEN)
                       " creada " WS-GEN-FECHA(WS-IDX-GEN)
                       " lineas del periodo " WS-LINEAS-EDIT
                       DELIMITED BY SIZE INTO RETURN-REPORT-RECORD
               ELSE
                   STRING "  G" WS-GEN-NUMERO(WS-IDX-GEN)
                       " creada " WS-GEN-FECHA(WS-IDX-GEN)
                       " NO DISPONIBLE EN DISCO"
                       DELIMITED BY SIZE INTO RETURN-REPORT-RECORD
               END-IF
               WRITE RETURN-REPORT-RECORD
           END-PERFORM.
           MOVE SPACES TO RETURN-REPORT-RECORD.
           WRITE RETURN-REPORT-RECORD.
           MOVE " Tasa% Lineas    Base ventas   Imp. ventas  Base cred"
               & "itos  Imp. creditos" TO RETURN-REPORT-RECORD.
           WRITE RETURN-REPORT-RECORD.
           PERFORM ESCRIBIR-LINEA-TASA
               VARYING WS-IDX-TASA FROM 1 BY 1
               UNTIL WS-IDX-TASA > WS-NUM-TASAS.
           MOVE ALL "-" TO RETURN-REPORT-RECORD.
           WRITE RETURN-REPORT-RECORD.
           MOVE "Base imponible de ventas" TO WS-TEXTO-LINEA.
           MOVE WS-TOT-BASE-VENTAS TO WS-MONTO-EDIT-1.
           PERFORM ESCRIBIR-LINEA-TOTAL.
           MOVE "Menos base de creditos" TO WS-TEXTO-LINEA.
           MOVE WS-TOT-BASE-CREDITOS TO WS-MONTO-EDIT-1.
           PERFORM ESCRIBIR-LINEA-TOTAL.
           MOVE "BASE IMPONIBLE NETA" TO WS-TEXTO-LINEA.
           MOVE WS-TOT-BASE-NETA TO WS-MONTO-EDIT-1.
           PERFORM ESCRIBIR-LINEA-TOTAL.
           MOVE "Impuesto cobrado en ventas" TO WS-TEXTO-LINEA.
           MOVE WS-TOT-IMP-VENTAS TO WS-MONTO-EDIT-1.
           PERFORM ESCRIBIR-LINEA-TOTAL.
           MOVE "Menos impuesto de creditos" TO WS-TEXTO-LINEA.
           MOVE WS-TOT-IMP-CREDITOS TO WS-MONTO-EDIT-1.
           PERFORM ESCRIBIR-LINEA-TOTAL.
           MOVE "IMPUESTO NETO A DECLARAR" TO WS-TEXTO-LINEA.
           MOVE WS-TOT-IMP-NETO TO WS-MONTO-EDIT-1.
           PERFORM ESCRIBIR-LINEA-TOTAL.
           MOVE ALL "-" TO RETURN-REPORT-RECORD.
           WRITE RETURN-REPORT-RECORD.
           MOVE SPACES TO RETURN-REPORT-RECORD.
           STRING "Conciliacion con el mayor: cuenta "
               WS-CUENTA-IMPUESTO " centro " WS-CENTRO-IMPUESTO
               " (ONSIZE-IMP), " WS-GL-LINEAS " asientos"
               DELIMITED BY SIZE INTO RETURN-REPORT-RECORD.
           WRITE RETURN-REPORT-RECORD.
           MOVE "Impuesto asentado por GL-POSTING" TO WS-TEXTO-LINEA.
           MOVE WS-GL-IMPUESTO TO WS-MONTO-EDIT-1.
           PERFORM ESCRIBIR-LINEA-TOTAL.
           MOVE "Impuesto neto facturado" TO WS-TEXTO-LINEA.
           MOVE WS-TOT-IMP-NETO TO WS-MONTO-EDIT-1.
           PERFORM ESCRIBIR-LINEA-TOTAL.
           MOVE "DIFERENCIA MAYOR - FACTURADO" TO WS-TEXTO-LINEA.
           MOVE WS-DIFERENCIA TO WS-MONTO-EDIT-1.
           PERFORM ESCRIBIR-LINEA-TOTAL.
           MOVE SPACES TO RETURN-REPORT-RECORD.
           IF WS-DIFERENCIA = ZERO THEN
               MOVE "RESULTADO: el impuesto facturado CONCILIA con "
                   & "el mayor." TO RETURN-REPORT-RECORD
           ELSE
               MOVE "RESULTADO: NO CONCILIA; revisar lotes "
                   & "facturados y no asentados (o asentados en otro "
                   & "periodo)." TO RETURN-REPORT-RECORD
           END-IF.
           WRITE RETURN-REPORT-RECORD.

       ESCRIBIR-LINEA-TASA.
           MOVE WS-TASA-PCT(WS-IDX-TASA) TO WS-PCT-EDIT.
           MOVE WS-TASA-LINEAS(WS-IDX-TASA) TO WS-LINEAS-EDIT.
           MOVE WS-TASA-BASE-VENTAS(WS-IDX-TASA) TO WS-MONTO-EDIT-1.
           MOVE WS-TASA-IMP-VENTAS(WS-IDX-TASA) TO WS-MONTO-EDIT-2.
           MOVE WS-TASA-BASE-CREDITOS(WS-IDX-TASA) TO WS-MONTO-EDIT-3.
           MOVE WS-TASA-IMP-CREDITOS(WS-IDX-TASA) TO WS-MONTO-EDIT-4.
           MOVE SPACES TO RETURN-REPORT-RECORD.
           STRING WS-PCT-EDIT " " WS-LINEAS-EDIT
               WS-MONTO-EDIT-1 WS-MONTO-EDIT-2
               WS-MONTO-EDIT-3 WS-MONTO-EDIT-4
               DELIMITED BY SIZE INTO RETURN-REPORT-RECORD.
           WRITE RETURN-REPORT-RECORD.

       ESCRIBIR-LINEA-TOTAL.
           MOVE SPACES TO RETURN-REPORT-RECORD.
           STRING WS-TEXTO-LINEA " " WS-MONTO-EDIT-1
               DELIMITED BY SIZE INTO RETURN-REPORT-RECORD.
           WRITE RETURN-REPORT-RECORD.

       REGISTRAR-HISTORIAL.
           OPEN EXTEND RUN-HISTORY-LOG.
           IF NOT HIST-OK THEN
               OPEN OUTPUT RUN-HISTORY-LOG
               CLOSE RUN-HISTORY-LOG
               OPEN EXTEND RUN-HISTORY-LOG
           END-IF.
           MOVE "TAX-RETURN" TO RH-PROGRAMA.
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
       END PROGRAM TAX-RETURN.
