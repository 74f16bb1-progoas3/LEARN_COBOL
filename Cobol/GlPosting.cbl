       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MAP-FILE ASSIGN TO DYNAMIC WS-NOMBRE-MAPA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-MAPA.
           SELECT GOOD-TRANS-FILE ASSIGN TO DYNAMIC WS-NOMBRE-BUENAS
           SELECT RESULT-FILE ASSIGN TO DYNAMIC WS-NOMBRE-RESULT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-RESULT.
           SELECT FX-DIFFERENCE-FILE ASSIGN TO "data/gl-difcambio.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-DIFCAMBIO.
           SELECT GL-FILE ASSIGN TO "data/gl-interfaz.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GL-HISTORY-FILE ASSIGN TO "data/gl-historico.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-HISTORICO.
           SELECT CONTROL-REPORT-FILE ASSIGN TO "data/gl-control.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-HISTORY-LOG ASSIGN TO "data/run-history.log"
               FILE STATUS IS WS-ESTADO-HIST.
       DATA DIVISION.
       FILE SECTION.
      *> Cada empresa asienta con su propio mapa de cuentas.
       FD  ACCOUNT-MAP-FILE.
       01  ACCOUNT-MAP-RECORD.
           COPY GLMAPA.

       FD  GOOD-TRANS-FILE.
       01  GOOD-TRANS-RECORD.
           COPY BUENAS.

       FD  INTEREST-FILE.
       01  INTEREST-RECORD.
           05 RR-OPERACIONES PIC X(5).
           05 RR-MONEDA-DESTINO PIC X(3).

      *> Diferencias de cambio pendientes de AR-CASH y FX-REVAL; se
      *> vacia una vez liberada la interfaz que las asienta.
       FD  FX-DIFFERENCE-FILE.
       01  FX-DIFFERENCE-RECORD.
           COPY DIFCAMBIO.

      *> Interfaz al mayor: asientos balanceados debe/haber.
       FD  GL-FILE.
       01  GL-RECORD.
           COPY GLASIENTO.

      *> Acumulado de todo lo liberado a la interfaz, que se pisa
      *> cada noche; las conciliaciones contra el mayor lo leen.
       FD  GL-HISTORY-FILE.
       01  GL-HISTORY-RECORD PIC X(56).

       FD  CONTROL-REPORT-FILE.
       01  CONTROL-REPORT-RECORD PIC X(90).
               88 INTERES-OK VALUE "00".
           01 WS-ESTADO-RESULT PIC XX VALUE "00".
               88 RESULT-OK VALUE "00".
           01 WS-ESTADO-HISTORICO PIC XX VALUE "00".
               88 HISTORICO-OK VALUE "00".
           01 WS-ESTADO-DIFCAMBIO PIC XX VALUE "00".
               88 DIFCAMBIO-OK VALUE "00".
           01 WS-HAY-DIFCAMBIO PIC X VALUE "N".
               88 HAY-DIFCAMBIO VALUE "S".
           01 WS-FIN-MAPA PIC X VALUE "N".
               88 FIN-MAPA VALUE "S".
           01 WS-FIN-ARCHIVO PIC X VALUE "N".
               88 FIN-ARCHIVO VALUE "S".
           01 WS-FECHA-PROCESO PIC 9(8) VALUE ZERO.
           01 WS-NOMBRE-MAPA PIC X(40) VALUE "data/gl-cuentas.cfg".
      *> Area de llamada al servicio de empresas EMPRESRV.
           01 WS-ES-FUNCION PIC X(8) VALUE SPACES.
           01 WS-ES-EMPRESA PIC X(2) VALUE SPACES.
           01 WS-ES-NUMERO PIC 9(6) VALUE ZERO.
           01 WS-ES-ARCHIVO PIC X(40) VALUE SPACES.
           01 WS-ES-DATOS.
               COPY EMPRESA REPLACING LEADING ==EM-== BY ==WS-ES-==.
           01 WS-ES-RESULTADO PIC X VALUE "N".
           01 WS-RC-GUARDA PIC S9(4) VALUE ZERO.
      *> Fecha con que sale la interfaz: la del dia, o el primer dia
      *> del periodo abierto siguiente si el del dia esta cerrado.
           01 WS-FECHA-ASIENTO PIC 9(8) VALUE ZERO.
           01 WS-PS-PROGRAMA PIC X(20) VALUE "GL-POSTING".
           01 WS-PS-DOCUMENTO PIC X(12) VALUE "INTERFAZ".
           01 WS-PS-RESULTADO PIC X VALUE SPACE.
           01 WS-GEN-FUNCION PIC X VALUE SPACE.
           01 WS-GEN-BASE PIC X(30) VALUE SPACES.
           01 WS-GEN-NUMERO PIC 9(4) VALUE ZERO.
                   10 WS-MAPA-CUENTA PIC X(8).
                   10 WS-MAPA-CENTRO PIC X(4).
                   10 WS-MAPA-LADO PIC X.
      *> Totales de las fuentes de la noche. Facturacion y
      *> diferencias de cambio van por empresa (la de la linea o la
      *> de la partida); las fuentes sin empresa son de la 01, que
      *> siempre ocupa el primer lugar de la tabla.
           01 WS-TOTAL-INTERES PIC S9(11)V99 VALUE ZERO.
           01 WS-EMPRESA-BUSCADA PIC X(2) VALUE SPACES.
           01 WS-EMPRESA-ASIENTO PIC X(2) VALUE "01".
           01 WS-NUM-EMP-GL PIC 99 VALUE ZERO.
           01 WS-IDX-EMP-GL PIC 99 VALUE ZERO.
           01 WS-TABLA-EMP-GL.
               05 WS-EGL OCCURS 20 TIMES.
                   10 WS-EGL-EMPRESA PIC X(2).
                   10 WS-EGL-NETO PIC S9(11)V99.
                   10 WS-EGL-IMPUESTO PIC S9(11)V99.
                   10 WS-EGL-DESCUENTO PIC S9(11)V99.
                   10 WS-EGL-DIF-REAL PIC S9(11)V99.
                   10 WS-EGL-DIF-NO-REAL PIC S9(11)V99.
           01 WS-NUM-MONEDAS PIC 99 VALUE ZERO.
           01 WS-IDX-MONEDA PIC 99 VALUE ZERO.
           01 WS-TABLA-MONEDAS.
                   10 WS-AS-MONTO PIC 9(11)V99.
                   10 WS-AS-LADO PIC X.
                   10 WS-AS-FUENTE PIC X(20).
                   10 WS-AS-EMPRESA PIC X(2).
           01 WS-CONCEPTO PIC X(12) VALUE SPACES.
           01 WS-CONCEPTO-GUARDA PIC X(12) VALUE SPACES.
           01 WS-CONTRA PIC X(12) VALUE SPACES.
           01 WS-CUENTA-HALLADA PIC X(8) VALUE SPACES.
           01 WS-CENTRO-HALLADO PIC X(4) VALUE SPACES.
           01 WS-LADO-HALLADO PIC X VALUE SPACE.
      *> Cuadre por fuente y empresa del informe de control.
           01 WS-NUM-FUENTES PIC 99 VALUE ZERO.
           01 WS-IDX-FUENTE PIC 99 VALUE ZERO.
           01 WS-TABLA-FUENTES.
               05 WS-FTE OCCURS 20 TIMES.
                   10 WS-FTE-NOMBRE PIC X(20).
                   10 WS-FTE-EMPRESA PIC X(2).
                   10 WS-FTE-DEBE PIC 9(12)V99.
                   10 WS-FTE-HABER PIC 9(12)V99.
           01 WS-SIN-MAPA PIC 9(3) VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-PROCESO.
           MOVE "01" TO WS-EMPRESA-BUSCADA.
           PERFORM TOMAR-EMPRESA-GL.
           MOVE "01" TO WS-EMPRESA-ASIENTO.
           PERFORM CARGAR-MAPA-CONTABLE.
           IF WS-NUM-MAPA = ZERO THEN
               DISPLAY "GL-POSTING: sin mapa contable "
           PERFORM SUMAR-FACTURACION.
           PERFORM SUMAR-INTERESES.
           PERFORM SUMAR-CONVERSIONES.
           PERFORM SUMAR-DIFERENCIAS-CAMBIO.
           PERFORM ARMAR-ASIENTOS.
           PERFORM ESCRIBIR-CONTROL.
           MOVE WS-FECHA-PROCESO TO WS-FECHA-ASIENTO.
           CALL "PERIODSRV" USING WS-PS-PROGRAMA WS-PS-DOCUMENTO
               WS-FECHA-ASIENTO WS-PS-RESULTADO.
           EVALUATE TRUE
               WHEN DESCUADRADO
                   DISPLAY "GL-POSTING: debe y haber no cierran, la "
                       "interfaz NO se libera."
                   MOVE 8 TO RETURN-CODE
               WHEN WS-PS-RESULTADO = "C"
                   DISPLAY "GL-POSTING: el periodo del "
                       WS-FECHA-PROCESO " esta cerrado, la interfaz "
                       "NO se libera."
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   PERFORM LIBERAR-INTERFAZ
                   DISPLAY "GL-POSTING: interfaz liberada con "
                       WS-NUM-ASIENTOS " asientos al "
                       WS-FECHA-ASIENTO
           END-EVALUATE.
           IF WS-PS-RESULTADO = "R" AND RETURN-CODE < 4 THEN
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-SIN-MAPA > ZERO AND RETURN-CODE < 4 THEN
               MOVE 4 TO RETURN-CODE
           GOBACK.

       CARGAR-MAPA-CONTABLE.
           MOVE ZERO TO WS-NUM-MAPA.
           MOVE "N" TO WS-FIN-MAPA.
           MOVE "ARCHIVO" TO WS-ES-FUNCION.
           MOVE WS-EMPRESA-ASIENTO TO WS-ES-EMPRESA.
           MOVE "data/gl-cuentas.cfg" TO WS-ES-ARCHIVO.
           MOVE RETURN-CODE TO WS-RC-GUARDA.
           CALL "EMPRESRV" USING WS-ES-FUNCION WS-ES-EMPRESA
               WS-ES-NUMERO WS-ES-ARCHIVO WS-ES-DATOS WS-ES-RESULTADO.
           MOVE WS-RC-GUARDA TO RETURN-CODE.
           MOVE WS-ES-ARCHIVO TO WS-NOMBRE-MAPA.
           OPEN INPUT ACCOUNT-MAP-FILE.
           IF NOT MAPA-OK THEN
               EXIT PARAGRAPH
           PERFORM UNTIL FIN-ARCHIVO
               READ GOOD-TRANS-FILE
                   AT END SET FIN-ARCHIVO TO TRUE
                   NOT AT END PERFORM SUMAR-LINEA-FACTURACION
               END-READ
           END-PERFORM.
           CLOSE GOOD-TRANS-FILE.

       SUMAR-LINEA-FACTURACION.
           MOVE GT-EMPRESA TO WS-EMPRESA-BUSCADA.
           PERFORM TOMAR-EMPRESA-GL.
           IF WS-IDX-EMP-GL = ZERO THEN
               EXIT PARAGRAPH
           END-IF.
           IF GT-SIGNO = "-" THEN
               SUBTRACT GT-NETO FROM WS-EGL-NETO(WS-IDX-EMP-GL)
               SUBTRACT GT-IMPUESTO FROM
                   WS-EGL-IMPUESTO(WS-IDX-EMP-GL)
               SUBTRACT GT-DESCUENTO FROM
                   WS-EGL-DESCUENTO(WS-IDX-EMP-GL)
           ELSE
               ADD GT-NETO TO WS-EGL-NETO(WS-IDX-EMP-GL)
               ADD GT-IMPUESTO TO WS-EGL-IMPUESTO(WS-IDX-EMP-GL)
               ADD GT-DESCUENTO TO WS-EGL-DESCUENTO(WS-IDX-EMP-GL)
           END-IF.

      *> Deja en WS-IDX-EMP-GL el lugar de WS-EMPRESA-BUSCADA (en
      *> blanco, la 01), abriendolo si es nueva; cero si no entra.
       TOMAR-EMPRESA-GL.
           IF WS-EMPRESA-BUSCADA = SPACES
                   OR WS-EMPRESA-BUSCADA = LOW-VALUES THEN
               MOVE "01" TO WS-EMPRESA-BUSCADA
           END-IF.
           PERFORM VARYING WS-IDX-EMP-GL FROM 1 BY 1
                   UNTIL WS-IDX-EMP-GL > WS-NUM-EMP-GL
               IF WS-EGL-EMPRESA(WS-IDX-EMP-GL) = WS-EMPRESA-BUSCADA
                       THEN
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF WS-NUM-EMP-GL >= 20 THEN
               DISPLAY "TOMAR-EMPRESA-GL: mas de 20 empresas, la "
                   WS-EMPRESA-BUSCADA " no se asienta."
               ADD 1 TO WS-SIN-MAPA
               MOVE ZERO TO WS-IDX-EMP-GL
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NUM-EMP-GL.
           MOVE WS-NUM-EMP-GL TO WS-IDX-EMP-GL.
           MOVE WS-EMPRESA-BUSCADA TO WS-EGL-EMPRESA(WS-IDX-EMP-GL).
           MOVE ZERO TO WS-EGL-NETO(WS-IDX-EMP-GL)
               WS-EGL-IMPUESTO(WS-IDX-EMP-GL)
               WS-EGL-DESCUENTO(WS-IDX-EMP-GL)
               WS-EGL-DIF-REAL(WS-IDX-EMP-GL)
               WS-EGL-DIF-NO-REAL(WS-IDX-EMP-GL).

       SUMAR-INTERESES.
           MOVE "U" TO WS-GEN-FUNCION.
           MOVE "data/redondeo-result.dat" TO WS-GEN-BASE.
           END-PERFORM.
           CLOSE RESULT-FILE.

      *> Realizadas (cobros) y no realizadas (revaluacion de cartera
      *> y sus reversas) van a conceptos distintos.
       SUMAR-DIFERENCIAS-CAMBIO.
           MOVE "N" TO WS-FIN-ARCHIVO.
           OPEN INPUT FX-DIFFERENCE-FILE.
           IF NOT DIFCAMBIO-OK THEN
               EXIT PARAGRAPH
           END-IF.
           SET HAY-DIFCAMBIO TO TRUE.
           PERFORM UNTIL FIN-ARCHIVO
               READ FX-DIFFERENCE-FILE
                   AT END SET FIN-ARCHIVO TO TRUE
                   NOT AT END PERFORM SUMAR-DIFERENCIA-EMPRESA
               END-READ
           END-PERFORM.
           CLOSE FX-DIFFERENCE-FILE.

       SUMAR-DIFERENCIA-EMPRESA.
           MOVE DC-EMPRESA TO WS-EMPRESA-BUSCADA.
           PERFORM TOMAR-EMPRESA-GL.
           IF WS-IDX-EMP-GL = ZERO THEN
               EXIT PARAGRAPH
           END-IF.
           IF DIF-REALIZADA THEN
               ADD DC-DIFERENCIA TO WS-EGL-DIF-REAL(WS-IDX-EMP-GL)
           ELSE
               ADD DC-DIFERENCIA TO WS-EGL-DIF-NO-REAL(WS-IDX-EMP-GL)
           END-IF.

       ACUMULAR-MONEDA-GL.
           PERFORM VARYING WS-IDX-MONEDA FROM 1 BY 1
                   UNTIL WS-IDX-MONEDA > WS-NUM-MONEDAS
      *> Cada monto genera su asiento natural y la contrapartida de
      *> la fuente, asi el archivo cierra por construccion; un
      *> concepto sin mapa deja los dos lados sin asentar y avisa.
      *> Cada empresa arma sus asientos con su mapa de cuentas.
       ARMAR-ASIENTOS.
           PERFORM ARMAR-ASIENTOS-EMPRESA
               VARYING WS-IDX-EMP-GL FROM 1 BY 1
               UNTIL WS-IDX-EMP-GL > WS-NUM-EMP-GL.

       ARMAR-ASIENTOS-EMPRESA.
           MOVE WS-EGL-EMPRESA(WS-IDX-EMP-GL) TO WS-EMPRESA-ASIENTO.
           PERFORM CARGAR-MAPA-CONTABLE.
           IF WS-NUM-MAPA = ZERO THEN
               DISPLAY "ARMAR-ASIENTOS: sin mapa contable ("
                   WS-NOMBRE-MAPA ") para la empresa "
                   WS-EMPRESA-ASIENTO "."
           END-IF.
           MOVE "ONSIZEERROR" TO WS-FUENTE.
           MOVE "CONTRA-ONS" TO WS-CONTRA.
           MOVE "ONSIZE-NETO" TO WS-CONCEPTO.
           MOVE WS-EGL-NETO(WS-IDX-EMP-GL) TO WS-MONTO.
           PERFORM ASENTAR-CONCEPTO.
           MOVE "ONSIZE-IMP" TO WS-CONCEPTO.
           MOVE WS-EGL-IMPUESTO(WS-IDX-EMP-GL) TO WS-MONTO.
           PERFORM ASENTAR-CONCEPTO.
           MOVE "ONSIZE-DESC" TO WS-CONCEPTO.
           MOVE WS-EGL-DESCUENTO(WS-IDX-EMP-GL) TO WS-MONTO.
           PERFORM ASENTAR-CONCEPTO.
           MOVE "AR-CASH" TO WS-FUENTE.
           MOVE "CONTRA-DIFC" TO WS-CONTRA.
           MOVE "DIF-CAMBIO" TO WS-CONCEPTO.
           MOVE WS-EGL-DIF-REAL(WS-IDX-EMP-GL) TO WS-MONTO.
           PERFORM ASENTAR-CONCEPTO.
           MOVE "FX-REVAL" TO WS-FUENTE.
           MOVE "CONTRA-DIFNR" TO WS-CONTRA.
           MOVE "DIF-NO-REAL" TO WS-CONCEPTO.
           MOVE WS-EGL-DIF-NO-REAL(WS-IDX-EMP-GL) TO WS-MONTO.
           PERFORM ASENTAR-CONCEPTO.
           IF WS-EMPRESA-ASIENTO NOT = "01" THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE "ROUNDEDANDREMINDER" TO WS-FUENTE.
           MOVE "CONTRA-RND" TO WS-CONTRA.
           MOVE "ROUND-INT" TO WS-CONCEPTO.
           MOVE WS-MONTO-ABS TO WS-AS-MONTO(WS-NUM-ASIENTOS).
           MOVE WS-LADO-EFECTIVO TO WS-AS-LADO(WS-NUM-ASIENTOS).
           MOVE WS-FUENTE TO WS-AS-FUENTE(WS-NUM-ASIENTOS).
           MOVE WS-EMPRESA-ASIENTO TO WS-AS-EMPRESA(WS-NUM-ASIENTOS).
           PERFORM ACUMULAR-CUADRE-FUENTE.

       ACUMULAR-CUADRE-FUENTE.
           PERFORM VARYING WS-IDX-FUENTE FROM 1 BY 1
                   UNTIL WS-IDX-FUENTE > WS-NUM-FUENTES
               IF WS-FTE-NOMBRE(WS-IDX-FUENTE) = WS-FUENTE
                       AND WS-FTE-EMPRESA(WS-IDX-FUENTE) =
                           WS-EMPRESA-ASIENTO THEN
                   PERFORM SUMAR-LADO-FUENTE
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF WS-NUM-FUENTES >= 20 THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NUM-FUENTES.
           MOVE WS-NUM-FUENTES TO WS-IDX-FUENTE.
           MOVE WS-FUENTE TO WS-FTE-NOMBRE(WS-IDX-FUENTE).
           MOVE WS-EMPRESA-ASIENTO TO WS-FTE-EMPRESA(WS-IDX-FUENTE).
           MOVE ZERO TO WS-FTE-DEBE(WS-IDX-FUENTE).
           MOVE ZERO TO WS-FTE-HABER(WS-IDX-FUENTE).
           PERFORM SUMAR-LADO-FUENTE.
           END-IF.

      *> Informe de control: el debe debe igualar al haber en cada
      *> fuente de cada empresa antes de liberar el archivo.
       ESCRIBIR-CONTROL.
           OPEN OUTPUT CONTROL-REPORT-FILE.
           MOVE SPACES TO CONTROL-REPORT-RECORD.
                   STRING WS-FTE-NOMBRE(WS-IDX-FUENTE)
                       " debe " WS-MONTO-EDIT
                       " haber " WS-MONTO-EDIT-2 " CUADRA"
                       " emp " WS-FTE-EMPRESA(WS-IDX-FUENTE)
                       DELIMITED BY SIZE INTO CONTROL-REPORT-RECORD
               ELSE
                   SET DESCUADRADO TO TRUE
                   STRING WS-FTE-NOMBRE(WS-IDX-FUENTE)
                       " debe " WS-MONTO-EDIT
                       " haber " WS-MONTO-EDIT-2 " DESCUADRE"
                       " emp " WS-FTE-EMPRESA(WS-IDX-FUENTE)
                       DELIMITED BY SIZE INTO CONTROL-REPORT-RECORD
               END-IF
               WRITE CONTROL-REPORT-RECORD

       LIBERAR-INTERFAZ.
           OPEN OUTPUT GL-FILE.
           OPEN EXTEND GL-HISTORY-FILE.
           IF NOT HISTORICO-OK THEN
               OPEN OUTPUT GL-HISTORY-FILE
               CLOSE GL-HISTORY-FILE
               OPEN EXTEND GL-HISTORY-FILE
           END-IF.
           PERFORM VARYING WS-IDX-ASIENTO FROM 1 BY 1
                   UNTIL WS-IDX-ASIENTO > WS-NUM-ASIENTOS
               MOVE WS-AS-CUENTA(WS-IDX-ASIENTO) TO GL-CUENTA
               MOVE WS-AS-MONTO(WS-IDX-ASIENTO) TO GL-MONTO
               MOVE WS-AS-LADO(WS-IDX-ASIENTO) TO GL-LADO
               MOVE WS-AS-FUENTE(WS-IDX-ASIENTO) TO GL-FUENTE
               MOVE WS-FECHA-ASIENTO TO GL-FECHA
               MOVE WS-AS-EMPRESA(WS-IDX-ASIENTO) TO GL-EMPRESA
               WRITE GL-RECORD
               WRITE GL-HISTORY-RECORD FROM GL-RECORD
           END-PERFORM.
           CLOSE GL-FILE.
           CLOSE GL-HISTORY-FILE.
           IF HAY-DIFCAMBIO THEN
               OPEN OUTPUT FX-DIFFERENCE-FILE
               CLOSE FX-DIFFERENCE-FILE
           END-IF.

       REGISTRAR-HISTORIAL.
           OPEN EXTEND RUN-HISTORY-LOG.
