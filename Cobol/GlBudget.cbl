      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-BUDGET.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDGET-FILE ASSIGN TO DYNAMIC WS-NOMBRE-PRESUPUESTO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PP-CLAVE
               FILE STATUS IS WS-ESTADO-PRESUPUESTO.
           SELECT BUDGET-LOAD-FILE ASSIGN TO
                   DYNAMIC WS-NOMBRE-CARGA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CARGA.
           SELECT REJECT-FILE ASSIGN TO
                   DYNAMIC WS-NOMBRE-RECHAZOS
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHANGE-LOG ASSIGN TO
                   DYNAMIC WS-NOMBRE-CAMBIOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CAMBIOS.
           SELECT JOURNAL-FILE ASSIGN TO DYNAMIC WS-NOMBRE-DIARIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-DIARIO.
           SELECT ACCOUNT-MAP-FILE ASSIGN TO DYNAMIC WS-NOMBRE-MAPA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-MAPA.
           SELECT TOLERANCE-FILE ASSIGN TO "data/gl-presupuesto.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-TOLERANCIA.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-NOMBRE-INFORME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCEPTION-FILE ASSIGN TO
                   DYNAMIC WS-NOMBRE-EXCEPCIONES
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MODE-FILE ASSIGN TO "data/gl-presupuesto-modo.cfg"
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
       FD  BUDGET-FILE.
       01  BUDGET-RECORD.
           COPY GLPRESUP.

      *> Altas y ajustes del presupuesto: R = reemplaza el monto
      *> del mes, A = le suma el monto (negativo para bajarlo). Mes
      *> 00 reparte el monto en los doce meses; el resto del
      *> redondeo va a diciembre.
       FD  BUDGET-LOAD-FILE.
       01  BUDGET-LOAD-RECORD.
           05 PC-CENTRO PIC X(4).
           05 PC-CUENTA PIC X(8).
           05 PC-ANO PIC 9(4).
           05 PC-MES PIC 9(2).
           05 PC-OPERACION PIC X.
           05 PC-MONTO PIC S9(11)V99 SIGN LEADING SEPARATE.

       FD  REJECT-FILE.
       01  REJECT-RECORD.
           05 RJ-LINEA PIC X(33).
           05 FILLER PIC X.
           05 RJ-MOTIVO PIC X(40).

      *> Rastro de cada cambio de monto: quien, cuando, de cuanto a
      *> cuanto.
       FD  CHANGE-LOG.
       01  CHANGE-RECORD.
           05 CB-FECHA-HORA PIC X(15).
           05 CB-OPERADOR PIC X(8).
           05 CB-CENTRO PIC X(4).
           05 CB-CUENTA PIC X(8).
           05 CB-ANO PIC 9(4).
           05 CB-MES PIC 9(2).
           05 CB-OPERACION PIC X.
           05 CB-ANTERIOR PIC S9(11)V99 SIGN LEADING SEPARATE.
           05 CB-NUEVO PIC S9(11)V99 SIGN LEADING SEPARATE.

       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD.
           COPY GLASIENTO.

       FD  ACCOUNT-MAP-FILE.
       01  ACCOUNT-MAP-RECORD.
           COPY GLMAPA.

      *> Porcentaje de desvio tolerado y monto minimo de desvio
      *> para que una linea salga como excepcion.
       FD  TOLERANCE-FILE.
       01  TOLERANCE-RECORD.
           05 PT-TOLERANCIA-PCT PIC 9(3)V99.
           05 PT-MONTO-MINIMO PIC 9(9)V99.

       FD  REPORT-FILE.
       01  REPORT-RECORD PIC X(150).

       FD  EXCEPTION-FILE.
       01  EXCEPTION-RECORD PIC X(150).

      *> CARGAR = aplica gl-presupuesto-carga.dat; AJUSTAR = ajuste
      *> por consola; INFORME = real contra presupuesto del periodo
      *> AAAAMM (sin periodo, el mes de proceso). GB-EMPRESA es la
      *> empresa cuyo presupuesto se trabaja; en blanco, la del menu
      *> o la principal 01.
       FD  MODE-FILE.
       01  MODE-RECORD.
           05 GB-FUNCION PIC X(8).
           05 GB-PERIODO PIC 9(6).
           05 GB-EMPRESA PIC X(2).

      *> Parametros del paso cuando la malla los define: la funcion,
      *> el periodo y la empresa, que pisan a los de
      *> gl-presupuesto-modo.cfg.
       FD  STEP-PARAM-FILE.
       01  STEP-PARAM-RECORD.
           05 PR-FUNCION PIC X(8).
           05 PR-PERIODO PIC 9(6).
           05 PR-EMPRESA PIC X(2).

       FD  RUN-HISTORY-LOG.
           COPY RUNHIST.

       WORKING-STORAGE SECTION.
      *> Operador firmado en el menu; los programas llamados lo
      *> arrastran al historial de corridas.
       01  OPERADOR-ACTUAL PIC X(8) EXTERNAL.
      *> Archivo de parametros del paso, fijado por el SCHEDULER;
      *> en blanco el programa corre con su modo de siempre.
       01  PARAMETRO-PASO PIC X(30) EXTERNAL.
      *> Empresa elegida en el menu.
       01  EMPRESA-ACTUAL PIC X(2) EXTERNAL.
      *> En este compilador el RETURN-CODE del paso se pisa con el
      *> del subprograma llamado; se guarda y repone alrededor de
      *> cada llamada de servicio.
       01  WS-RC-GUARDA PIC S9(4) VALUE ZERO.
           01 WS-ESTADO-PARAMETROS PIC XX VALUE "00".
               88 PARAMETROS-OK VALUE "00".
           01 WS-NOMBRE-PARAMETROS PIC X(30) VALUE SPACES.
           01 WS-ESTADO-HIST PIC XX VALUE "00".
               88 HIST-OK VALUE "00".
           01 WS-ESTADO-PRESUPUESTO PIC XX VALUE "00".
               88 PRESUPUESTO-OK VALUE "00".
               88 PRESUPUESTO-NO-EXISTE VALUE "35".
           01 WS-ESTADO-CARGA PIC XX VALUE "00".
               88 CARGA-OK VALUE "00".
           01 WS-ESTADO-CAMBIOS PIC XX VALUE "00".
               88 CAMBIOS-OK VALUE "00".
           01 WS-ESTADO-DIARIO PIC XX VALUE "00".
               88 DIARIO-OK VALUE "00".
           01 WS-ESTADO-MAPA PIC XX VALUE "00".
               88 MAPA-OK VALUE "00".
           01 WS-ESTADO-TOLERANCIA PIC XX VALUE "00".
               88 TOLERANCIA-OK VALUE "00".
           01 WS-ESTADO-MODO PIC XX VALUE "00".
               88 MODO-FILE-OK VALUE "00".
           01 WS-FIN-ARCHIVO PIC X VALUE "N".
               88 FIN-ARCHIVO VALUE "S".
           01 WS-FUNCION PIC X(8) VALUE SPACES.
               88 FUNCION-CARGAR VALUE "CARGAR".
               88 FUNCION-AJUSTAR VALUE "AJUSTAR".
               88 FUNCION-INFORME VALUE "INFORME".
           01 WS-FECHA-PROCESO PIC 9(8) VALUE ZERO.
           01 WS-PERIODO-PEDIDO PIC 9(6) VALUE ZERO.
           01 WS-PERIODO-CAL.
               05 WS-CAL-ANO PIC 9(4).
               05 WS-CAL-MES PIC 9(2).
           01 WS-PERIODO-CAL-NUM REDEFINES WS-PERIODO-CAL PIC 9(6).
           01 WS-OPERADOR PIC X(8) VALUE SPACES.
      *> Cada empresa tiene su presupuesto, su mapa contable y su
      *> diario del mayor (los de siempre para la 01, las demas con
      *> -EE): el real de una empresa no se compara con el
      *> presupuesto de otra.
           01 WS-EMPRESA-PRESUPUESTO PIC X(2) VALUE SPACES.
           01 WS-EMPRESA-LINEA PIC X(2) VALUE SPACES.
           01 WS-NOMBRE-PRESUPUESTO PIC X(40)
               VALUE "data/gl-presupuesto.dat".
           01 WS-NOMBRE-CARGA PIC X(40)
               VALUE "data/gl-presupuesto-carga.dat".
           01 WS-NOMBRE-RECHAZOS PIC X(40)
               VALUE "data/gl-presupuesto-rechazos.dat".
           01 WS-NOMBRE-CAMBIOS PIC X(40)
               VALUE "data/gl-presupuesto-cambios.log".
           01 WS-NOMBRE-DIARIO PIC X(40) VALUE "data/gl-diario.dat".
           01 WS-NOMBRE-MAPA PIC X(40) VALUE "data/gl-cuentas.cfg".
           01 WS-NOMBRE-INFORME PIC X(40)
               VALUE "data/gl-presupuesto-real.dat".
           01 WS-NOMBRE-EXCEPCIONES PIC X(40)
               VALUE "data/gl-presupuesto-excepciones.dat".
      *> Area de llamada al servicio de empresas EMPRESRV.
           01 WS-EMP-FUNCION PIC X(8) VALUE SPACES.
           01 WS-EMP-EMPRESA PIC X(2) VALUE SPACES.
           01 WS-EMP-NUMERO PIC 9(6) VALUE ZERO.
           01 WS-EMP-ARCHIVO PIC X(40) VALUE SPACES.
           01 WS-EMP-DATOS.
               COPY EMPRESA REPLACING LEADING ==EM-== BY ==WS-EMP-==.
           01 WS-EMP-RESULTADO PIC X VALUE "N".
      *> Mapa contable: lado natural de cada cuenta.
           01 WS-NUM-MAPA PIC 99 VALUE ZERO.
           01 WS-IDX-MAPA PIC 99 VALUE ZERO.
           01 WS-TABLA-MAPA.
               05 WS-MAPA OCCURS 40 TIMES.
                   10 WS-MAPA-CUENTA PIC X(8).
                   10 WS-MAPA-LADO PIC X.
           01 WS-CUENTA-BUSCADA PIC X(8) VALUE SPACES.
           01 WS-LADO-CUENTA PIC X VALUE "D".
           01 WS-CUENTA-EN-MAPA PIC X VALUE "N".
               88 CUENTA-EN-MAPA VALUE "S".
      *> Movimiento de presupuesto en curso, del lote o de consola.
           01 WS-MOV-CENTRO PIC X(4) VALUE SPACES.
           01 WS-MOV-CUENTA PIC X(8) VALUE SPACES.
           01 WS-MOV-ANO PIC 9(4) VALUE ZERO.
           01 WS-MOV-MES PIC 9(2) VALUE ZERO.
           01 WS-MOV-OPERACION PIC X VALUE SPACE.
           01 WS-MOV-MONTO PIC S9(11)V99 VALUE ZERO.
           01 WS-MOTIVO PIC X(40) VALUE SPACES.
           01 WS-ORIGEN-LOTE PIC X VALUE "N".
               88 ORIGEN-LOTE VALUE "S".
           01 WS-REGISTRO-NUEVO PIC X VALUE "N".
               88 REGISTRO-NUEVO VALUE "S".
           01 WS-IDX-MES PIC 99 VALUE ZERO.
           01 WS-CUOTA-MES PIC S9(11)V99 VALUE ZERO.
           01 WS-IMPORTE-MES PIC S9(11)V99 VALUE ZERO.
           01 WS-OTRO-AJUSTE PIC X VALUE "S".
           01 WS-TOT-LEIDAS PIC 9(6) VALUE ZERO.
           01 WS-TOT-APLICADAS PIC 9(6) VALUE ZERO.
           01 WS-TOT-RECHAZADAS PIC 9(6) VALUE ZERO.
      *> Informe: una linea por centro y cuenta, ordenada, con real
      *> y presupuesto del mes y acumulados del ano en el lado
      *> natural de la cuenta.
           01 WS-TOLERANCIA-PCT PIC 9(3)V99 VALUE 10.
           01 WS-MONTO-MINIMO PIC 9(9)V99 VALUE ZERO.
           01 WS-NUM-LINEAS PIC 9(4) VALUE ZERO.
           01 WS-IDX-LIN PIC 9(4) VALUE ZERO.
           01 WS-IDX-MUEVE PIC 9(4) VALUE ZERO.
           01 WS-LINEAS-DESBORDADAS PIC X VALUE "N".
               88 LINEAS-DESBORDADAS VALUE "S".
           01 WS-CLAVE-BUSCADA.
               05 WS-CLAVE-CENTRO PIC X(4).
               05 WS-CLAVE-CUENTA PIC X(8).
           01 WS-TABLA-LINEAS.
               05 WS-LIN OCCURS 1000 TIMES.
                   10 WS-LIN-CLAVE.
                       15 WS-LIN-CENTRO PIC X(4).
                       15 WS-LIN-CUENTA PIC X(8).
                   10 WS-LIN-REAL-MES PIC S9(13)V99.
                   10 WS-LIN-REAL-ACUM PIC S9(13)V99.
                   10 WS-LIN-PRES-MES PIC S9(13)V99.
                   10 WS-LIN-PRES-ACUM PIC S9(13)V99.
                   10 WS-LIN-CON-PRES PIC X.
           01 WS-IMPORTE-REAL PIC S9(13)V99 VALUE ZERO.
           01 WS-VAR-MES PIC S9(13)V99 VALUE ZERO.
           01 WS-VAR-ACUM PIC S9(13)V99 VALUE ZERO.
           01 WS-PCT-MES PIC S9(5)V99 VALUE ZERO.
           01 WS-PCT-ACUM PIC S9(5)V99 VALUE ZERO.
           01 WS-PCT-CALC PIC S9(5)V99 VALUE ZERO.
           01 WS-PRES-CALC PIC S9(13)V99 VALUE ZERO.
           01 WS-VAR-CALC PIC S9(13)V99 VALUE ZERO.
           01 WS-CALC-EXCEDE PIC X VALUE "N".
               88 CALC-EXCEDE VALUE "S".
           01 WS-MARCA PIC X(12) VALUE SPACES.
           01 WS-CENTRO-ACTUAL PIC X(4) VALUE SPACES.
           01 WS-CENTRO-EXCEPCIONES PIC X(4) VALUE SPACES.
           01 WS-TOT-LINEAS-INF PIC 9(5) VALUE ZERO.
           01 WS-TOT-EXCEPCIONES PIC 9(5) VALUE ZERO.
           01 WS-TOT-SIN-PRESUPUESTO PIC 9(5) VALUE ZERO.
           01 WS-REAL-MES-EDIT PIC -(11)9.99.
           01 WS-PRES-MES-EDIT PIC -(11)9.99.
           01 WS-VAR-MES-EDIT PIC -(11)9.99.
           01 WS-REAL-ACUM-EDIT PIC -(11)9.99.
           01 WS-PRES-ACUM-EDIT PIC -(11)9.99.
           01 WS-VAR-ACUM-EDIT PIC -(11)9.99.
           01 WS-PCT-MES-EDIT PIC X(8) VALUE SPACES.
           01 WS-PCT-ACUM-EDIT PIC X(8) VALUE SPACES.
           01 WS-PCT-EDIT PIC -(4)9.99.
           01 WS-TOLERANCIA-EDIT PIC ZZ9.99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INICIALIZAR.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-PROCESO.
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
           PERFORM TOMAR-EMPRESA-PRESUPUESTO.
           IF WS-EMP-RESULTADO NOT = "S" THEN
               DISPLAY "GL-BUDGET: la empresa " WS-EMPRESA-PRESUPUESTO
                   " no figura en data/empresas.cfg."
               MOVE 8 TO RETURN-CODE
               PERFORM REGISTRAR-HISTORIAL
               GOBACK
           END-IF.
           PERFORM CARGAR-MAPA-CONTABLE.
           EVALUATE TRUE
               WHEN FUNCION-CARGAR
                   PERFORM CARGAR-PRESUPUESTO
               WHEN FUNCION-AJUSTAR
                   PERFORM AJUSTAR-PRESUPUESTO
               WHEN FUNCION-INFORME
                   PERFORM EMITIR-INFORME
               WHEN OTHER
                   DISPLAY "GL-BUDGET: funcion invalida en "
                       "data/gl-presupuesto-modo.cfg (CARGAR/"
                       "AJUSTAR/INFORME)."
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           PERFORM REGISTRAR-HISTORIAL.
           GOBACK.

      *> El SCHEDULER llama al programa sin cancelarlo: se limpia lo
      *> que haya quedado de una corrida anterior.
       INICIALIZAR.
           MOVE 0 TO RETURN-CODE.
           MOVE SPACES TO WS-FUNCION.
           MOVE ZERO TO WS-PERIODO-PEDIDO.
           MOVE ZERO TO WS-NUM-MAPA.
           MOVE ZERO TO WS-NUM-LINEAS.
           MOVE "N" TO WS-LINEAS-DESBORDADAS.
           MOVE 10 TO WS-TOLERANCIA-PCT.
           MOVE ZERO TO WS-MONTO-MINIMO.
           MOVE ZERO TO WS-TOT-LEIDAS.
           MOVE ZERO TO WS-TOT-APLICADAS.
           MOVE ZERO TO WS-TOT-RECHAZADAS.
           MOVE ZERO TO WS-TOT-LINEAS-INF.
           MOVE ZERO TO WS-TOT-EXCEPCIONES.
           MOVE ZERO TO WS-TOT-SIN-PRESUPUESTO.
           MOVE SPACES TO WS-EMPRESA-PRESUPUESTO.
           MOVE "data/gl-presupuesto.dat" TO WS-NOMBRE-PRESUPUESTO.
           MOVE "data/gl-presupuesto-carga.dat" TO WS-NOMBRE-CARGA.
           MOVE "data/gl-presupuesto-rechazos.dat"
               TO WS-NOMBRE-RECHAZOS.
           MOVE "data/gl-presupuesto-cambios.log"
               TO WS-NOMBRE-CAMBIOS.
           MOVE "data/gl-diario.dat" TO WS-NOMBRE-DIARIO.
           MOVE "data/gl-cuentas.cfg" TO WS-NOMBRE-MAPA.
           MOVE "data/gl-presupuesto-real.dat" TO WS-NOMBRE-INFORME.
           MOVE "data/gl-presupuesto-excepciones.dat"
               TO WS-NOMBRE-EXCEPCIONES.

       CARGAR-MODO.
           OPEN INPUT MODE-FILE.
           IF MODO-FILE-OK THEN
               READ MODE-FILE
                   NOT AT END
                       MOVE GB-FUNCION TO WS-FUNCION
                       IF GB-PERIODO NUMERIC THEN
                           MOVE GB-PERIODO TO WS-PERIODO-PEDIDO
                       END-IF
                       IF WS-EMPRESA-PRESUPUESTO = SPACES THEN
                           MOVE GB-EMPRESA TO WS-EMPRESA-PRESUPUESTO
                       END-IF
               END-READ
               CLOSE MODE-FILE
           ELSE
               DISPLAY "Funcion (CARGAR/AJUSTAR/INFORME):"
               ACCEPT WS-FUNCION
               IF FUNCION-INFORME THEN
                   DISPLAY "Periodo AAAAMM (en blanco el mes de "
                       "proceso):"
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
                   MOVE PR-EMPRESA TO WS-EMPRESA-PRESUPUESTO
           END-READ.
           CLOSE STEP-PARAM-FILE.

      *> Empresa de la corrida: la del paso o del modo, si no la
      *> del menu, si no la principal 01. Se arman los nombres de
      *> sus archivos.
       TOMAR-EMPRESA-PRESUPUESTO.
           IF WS-EMPRESA-PRESUPUESTO = SPACES
                   OR WS-EMPRESA-PRESUPUESTO = LOW-VALUES THEN
               IF EMPRESA-ACTUAL = SPACES
                       OR EMPRESA-ACTUAL = LOW-VALUES THEN
                   MOVE "01" TO WS-EMPRESA-PRESUPUESTO
               ELSE
                   MOVE EMPRESA-ACTUAL TO WS-EMPRESA-PRESUPUESTO
               END-IF
           END-IF.
           MOVE "DATOS" TO WS-EMP-FUNCION.
           MOVE WS-EMPRESA-PRESUPUESTO TO WS-EMP-EMPRESA.
           PERFORM LLAMAR-EMPRESRV.
           IF WS-EMP-RESULTADO NOT = "S" THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE "ARCHIVO" TO WS-EMP-FUNCION.
           MOVE WS-NOMBRE-PRESUPUESTO TO WS-EMP-ARCHIVO.
           PERFORM LLAMAR-EMPRESRV.
           MOVE WS-EMP-ARCHIVO TO WS-NOMBRE-PRESUPUESTO.
           MOVE WS-NOMBRE-CARGA TO WS-EMP-ARCHIVO.
           PERFORM LLAMAR-EMPRESRV.
           MOVE WS-EMP-ARCHIVO TO WS-NOMBRE-CARGA.
           MOVE WS-NOMBRE-RECHAZOS TO WS-EMP-ARCHIVO.
           PERFORM LLAMAR-EMPRESRV.
           MOVE WS-EMP-ARCHIVO TO WS-NOMBRE-RECHAZOS.
           MOVE WS-NOMBRE-CAMBIOS TO WS-EMP-ARCHIVO.
           PERFORM LLAMAR-EMPRESRV.
           MOVE WS-EMP-ARCHIVO TO WS-NOMBRE-CAMBIOS.
           MOVE WS-NOMBRE-DIARIO TO WS-EMP-ARCHIVO.
           PERFORM LLAMAR-EMPRESRV.
           MOVE WS-EMP-ARCHIVO TO WS-NOMBRE-DIARIO.
           MOVE WS-NOMBRE-MAPA TO WS-EMP-ARCHIVO.
           PERFORM LLAMAR-EMPRESRV.
           MOVE WS-EMP-ARCHIVO TO WS-NOMBRE-MAPA.
           MOVE WS-NOMBRE-INFORME TO WS-EMP-ARCHIVO.
           PERFORM LLAMAR-EMPRESRV.
           MOVE WS-EMP-ARCHIVO TO WS-NOMBRE-INFORME.
           MOVE WS-NOMBRE-EXCEPCIONES TO WS-EMP-ARCHIVO.
           PERFORM LLAMAR-EMPRESRV.
           MOVE WS-EMP-ARCHIVO TO WS-NOMBRE-EXCEPCIONES.
           MOVE "S" TO WS-EMP-RESULTADO.

       LLAMAR-EMPRESRV.
           MOVE RETURN-CODE TO WS-RC-GUARDA.
           CALL "EMPRESRV" USING WS-EMP-FUNCION WS-EMP-EMPRESA
               WS-EMP-NUMERO WS-EMP-ARCHIVO WS-EMP-DATOS
               WS-EMP-RESULTADO.
           MOVE WS-RC-GUARDA TO RETURN-CODE.

       CARGAR-MAPA-CONTABLE.
           OPEN INPUT ACCOUNT-MAP-FILE.
           IF NOT MAPA-OK THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIN-ARCHIVO.
           PERFORM UNTIL FIN-ARCHIVO
               READ ACCOUNT-MAP-FILE
                   AT END SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF WS-NUM-MAPA < 40 THEN
                           ADD 1 TO WS-NUM-MAPA
                           MOVE GLM-CUENTA TO
                               WS-MAPA-CUENTA(WS-NUM-MAPA)
                           MOVE GLM-LADO TO
                               WS-MAPA-LADO(WS-NUM-MAPA)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ACCOUNT-MAP-FILE.

      *> Lado natural de WS-CUENTA-BUSCADA; una cuenta que no esta
      *> en el mapa se toma al debe.
       BUSCAR-CUENTA-MAPA.
           MOVE "N" TO WS-CUENTA-EN-MAPA.
           MOVE "D" TO WS-LADO-CUENTA.
           PERFORM VARYING WS-IDX-MAPA FROM 1 BY 1
                   UNTIL WS-IDX-MAPA > WS-NUM-MAPA
               IF WS-MAPA-CUENTA(WS-IDX-MAPA) = WS-CUENTA-BUSCADA
                       THEN
                   SET CUENTA-EN-MAPA TO TRUE
                   IF WS-MAPA-LADO(WS-IDX-MAPA) = "C" THEN
                       MOVE "C" TO WS-LADO-CUENTA
                   END-IF
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.

       ABRIR-PRESUPUESTO.
           OPEN I-O BUDGET-FILE.
           IF PRESUPUESTO-NO-EXISTE THEN
               OPEN OUTPUT BUDGET-FILE
               CLOSE BUDGET-FILE
               OPEN I-O BUDGET-FILE
           END-IF.
           IF NOT PRESUPUESTO-OK THEN
               DISPLAY "GL-BUDGET: no se pudo abrir "
                   WS-NOMBRE-PRESUPUESTO ", estado "
                   WS-ESTADO-PRESUPUESTO
               MOVE 8 TO RETURN-CODE
           END-IF.

       ABRIR-CAMBIOS.
           OPEN EXTEND CHANGE-LOG.
           IF NOT CAMBIOS-OK THEN
               OPEN OUTPUT CHANGE-LOG
               CLOSE CHANGE-LOG
               OPEN EXTEND CHANGE-LOG
           END-IF.

       CARGAR-PRESUPUESTO.
           OPEN INPUT BUDGET-LOAD-FILE.
           IF NOT CARGA-OK THEN
               DISPLAY "GL-BUDGET: no se pudo abrir "
                   WS-NOMBRE-CARGA ", estado "
                   WS-ESTADO-CARGA
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           PERFORM ABRIR-PRESUPUESTO.
           IF NOT PRESUPUESTO-OK THEN
               CLOSE BUDGET-LOAD-FILE
               EXIT PARAGRAPH
           END-IF.
           PERFORM ABRIR-CAMBIOS.
           OPEN OUTPUT REJECT-FILE.
           SET ORIGEN-LOTE TO TRUE.
           MOVE "N" TO WS-FIN-ARCHIVO.
           PERFORM UNTIL FIN-ARCHIVO
               READ BUDGET-LOAD-FILE
                   AT END SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       ADD 1 TO WS-TOT-LEIDAS
                       MOVE PC-CENTRO TO WS-MOV-CENTRO
                       MOVE PC-CUENTA TO WS-MOV-CUENTA
                       MOVE PC-OPERACION TO WS-MOV-OPERACION
                       MOVE SPACES TO WS-MOTIVO
                       IF PC-ANO NUMERIC AND PC-MES NUMERIC
                               AND PC-MONTO NUMERIC THEN
                           MOVE PC-ANO TO WS-MOV-ANO
                           MOVE PC-MES TO WS-MOV-MES
                           MOVE PC-MONTO TO WS-MOV-MONTO
                       ELSE
                           MOVE "Ano, mes o monto no numerico" TO
                               WS-MOTIVO
                       END-IF
                       PERFORM APLICAR-MOVIMIENTO
               END-READ
           END-PERFORM.
           CLOSE BUDGET-LOAD-FILE.
           CLOSE BUDGET-FILE.
           CLOSE CHANGE-LOG.
           CLOSE REJECT-FILE.
           DISPLAY "Lineas de presupuesto leidas   : " WS-TOT-LEIDAS.
           DISPLAY "  aplicadas                    : "
               WS-TOT-APLICADAS.
           DISPLAY "  rechazadas                   : "
               WS-TOT-RECHAZADAS.
           IF WS-TOT-RECHAZADAS > ZERO AND RETURN-CODE = 0 THEN
               MOVE 4 TO RETURN-CODE
           END-IF.

      *> Ajuste puntual desde la consola, con las mismas reglas y
      *> el mismo rastro que la carga por lote.
       AJUSTAR-PRESUPUESTO.
           PERFORM ABRIR-PRESUPUESTO.
           IF NOT PRESUPUESTO-OK THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM ABRIR-CAMBIOS.
           MOVE "N" TO WS-ORIGEN-LOTE.
           MOVE "S" TO WS-OTRO-AJUSTE.
           PERFORM UNTIL WS-OTRO-AJUSTE NOT = "S"
               DISPLAY "Centro de costo:"
               ACCEPT WS-MOV-CENTRO
               DISPLAY "Cuenta:"
               ACCEPT WS-MOV-CUENTA
               DISPLAY "Ano (AAAA):"
               ACCEPT WS-MOV-ANO
               DISPLAY "Mes (01-12, 00 = repartir en el ano):"
               ACCEPT WS-MOV-MES
               DISPLAY "Operacion (R = reemplazar, A = ajustar):"
               ACCEPT WS-MOV-OPERACION
               DISPLAY "Monto:"
               ACCEPT WS-MOV-MONTO
               MOVE SPACES TO WS-MOTIVO
               ADD 1 TO WS-TOT-LEIDAS
               PERFORM APLICAR-MOVIMIENTO
               DISPLAY "Otro ajuste (S/N):"
               ACCEPT WS-OTRO-AJUSTE
               IF WS-OTRO-AJUSTE = "s" THEN
                   MOVE "S" TO WS-OTRO-AJUSTE
               END-IF
           END-PERFORM.
           CLOSE BUDGET-FILE.
           CLOSE CHANGE-LOG.
           DISPLAY "Ajustes aplicados : " WS-TOT-APLICADAS.
           DISPLAY "Ajustes rechazados: " WS-TOT-RECHAZADAS.

       APLICAR-MOVIMIENTO.
           IF WS-MOTIVO = SPACES THEN
               PERFORM VALIDAR-MOVIMIENTO
           END-IF.
           IF WS-MOTIVO NOT = SPACES THEN
               PERFORM RECHAZAR-MOVIMIENTO
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-MOV-CENTRO TO PP-CENTRO.
           MOVE WS-MOV-CUENTA TO PP-CUENTA.
           MOVE WS-MOV-ANO TO PP-ANO.
           MOVE "N" TO WS-REGISTRO-NUEVO.
           READ BUDGET-FILE
               INVALID KEY
                   SET REGISTRO-NUEVO TO TRUE
                   INITIALIZE BUDGET-RECORD
                   MOVE WS-MOV-CENTRO TO PP-CENTRO
                   MOVE WS-MOV-CUENTA TO PP-CUENTA
                   MOVE WS-MOV-ANO TO PP-ANO
           END-READ.
           IF WS-MOV-MES = ZERO THEN
               COMPUTE WS-CUOTA-MES = WS-MOV-MONTO / 12
               PERFORM VARYING WS-IDX-MES FROM 1 BY 1
                       UNTIL WS-IDX-MES > 12
                   IF WS-IDX-MES = 12 THEN
                       COMPUTE WS-IMPORTE-MES =
                           WS-MOV-MONTO - WS-CUOTA-MES * 11
                   ELSE
                       MOVE WS-CUOTA-MES TO WS-IMPORTE-MES
                   END-IF
                   PERFORM APLICAR-MES
               END-PERFORM
           ELSE
               MOVE WS-MOV-MES TO WS-IDX-MES
               MOVE WS-MOV-MONTO TO WS-IMPORTE-MES
               PERFORM APLICAR-MES
           END-IF.
           MOVE WS-FECHA-PROCESO TO PP-FECHA-CAMBIO.
           MOVE WS-OPERADOR TO PP-OPERADOR.
           IF REGISTRO-NUEVO THEN
               WRITE BUDGET-RECORD
                   INVALID KEY
                       MOVE "No se pudo crear el registro" TO
                           WS-MOTIVO
               END-WRITE
           ELSE
               REWRITE BUDGET-RECORD
                   INVALID KEY
                       MOVE "No se pudo actualizar el registro" TO
                           WS-MOTIVO
               END-REWRITE
           END-IF.
           IF WS-MOTIVO NOT = SPACES THEN
               PERFORM RECHAZAR-MOVIMIENTO
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-TOT-APLICADAS.

       APLICAR-MES.
           MOVE FUNCTION CURRENT-DATE(1:15) TO CB-FECHA-HORA.
           MOVE WS-OPERADOR TO CB-OPERADOR.
           MOVE WS-MOV-CENTRO TO CB-CENTRO.
           MOVE WS-MOV-CUENTA TO CB-CUENTA.
           MOVE WS-MOV-ANO TO CB-ANO.
           MOVE WS-IDX-MES TO CB-MES.
           MOVE WS-MOV-OPERACION TO CB-OPERACION.
           MOVE PP-MONTO-MES(WS-IDX-MES) TO CB-ANTERIOR.
           IF WS-MOV-OPERACION = "R" THEN
               MOVE WS-IMPORTE-MES TO PP-MONTO-MES(WS-IDX-MES)
           ELSE
               ADD WS-IMPORTE-MES TO PP-MONTO-MES(WS-IDX-MES)
           END-IF.
           MOVE PP-MONTO-MES(WS-IDX-MES) TO CB-NUEVO.
           WRITE CHANGE-RECORD.

       VALIDAR-MOVIMIENTO.
           MOVE WS-MOV-CUENTA TO WS-CUENTA-BUSCADA.
           PERFORM BUSCAR-CUENTA-MAPA.
           EVALUATE TRUE
               WHEN WS-MOV-CENTRO = SPACES
                   MOVE "Centro de costo en blanco" TO WS-MOTIVO
               WHEN NOT CUENTA-EN-MAPA
                   MOVE "Cuenta fuera del mapa contable" TO
                       WS-MOTIVO
               WHEN WS-MOV-ANO < 2000
                   MOVE "Ano invalido" TO WS-MOTIVO
               WHEN WS-MOV-MES > 12
                   MOVE "Mes invalido (00-12)" TO WS-MOTIVO
               WHEN WS-MOV-OPERACION NOT = "R"
                       AND WS-MOV-OPERACION NOT = "A"
                   MOVE "Operacion invalida (R/A)" TO WS-MOTIVO
           END-EVALUATE.

       RECHAZAR-MOVIMIENTO.
           ADD 1 TO WS-TOT-RECHAZADAS.
           IF ORIGEN-LOTE THEN
               MOVE BUDGET-LOAD-RECORD TO RJ-LINEA
               MOVE WS-MOTIVO TO RJ-MOTIVO
               WRITE REJECT-RECORD
           ELSE
               DISPLAY "Ajuste rechazado: " WS-MOTIVO
           END-IF.

      *> Real contra presupuesto del periodo y acumulado del ano. El
      *> real sale del diario del mayor sin los asientos de cierre
      *> de ejercicio; las lineas que pasan la tolerancia van
      *> marcadas y ademas al archivo de excepciones por centro.
       EMITIR-INFORME.
           IF WS-PERIODO-PEDIDO = ZERO THEN
               MOVE WS-FECHA-PROCESO(1:6) TO WS-PERIODO-PEDIDO
           END-IF.
           MOVE WS-PERIODO-PEDIDO TO WS-PERIODO-CAL-NUM.
           IF WS-CAL-MES < 1 OR WS-CAL-MES > 12 THEN
               DISPLAY "GL-BUDGET: periodo invalido "
                   WS-PERIODO-PEDIDO
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           PERFORM CARGAR-TOLERANCIA.
           PERFORM LEER-PRESUPUESTO-ANO.
           PERFORM LEER-REAL-DIARIO.
           IF LINEAS-DESBORDADAS THEN
               DISPLAY "GL-BUDGET: mas de 1000 combinaciones de "
                   "centro y cuenta, el informe esta incompleto."
               MOVE 4 TO RETURN-CODE
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           OPEN OUTPUT EXCEPTION-FILE.
           MOVE WS-TOLERANCIA-PCT TO WS-TOLERANCIA-EDIT.
           MOVE SPACES TO REPORT-RECORD.
           STRING "PRESUPUESTO CONTRA REAL  empresa "
               WS-EMPRESA-PRESUPUESTO "  periodo "
               WS-PERIODO-PEDIDO "  fecha " WS-FECHA-PROCESO
               "  tolerancia " WS-TOLERANCIA-EDIT "%"
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE REPORT-RECORD TO EXCEPTION-RECORD.
           MOVE "EXCEPCIONES" TO EXCEPTION-RECORD(1:11).
           WRITE EXCEPTION-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           MOVE "Cuenta           Real mes     Presup. mes"
               & "       Variacion    Var.%     Real acumul."
               & "   Presup. acumul.       Variacion    Var.%"
               TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE REPORT-RECORD TO EXCEPTION-RECORD.
           WRITE EXCEPTION-RECORD.
           MOVE SPACES TO WS-CENTRO-ACTUAL.
           MOVE SPACES TO WS-CENTRO-EXCEPCIONES.
           PERFORM INFORMAR-LINEA
               VARYING WS-IDX-LIN FROM 1 BY 1
               UNTIL WS-IDX-LIN > WS-NUM-LINEAS.
           MOVE ALL "-" TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING "Lineas " WS-TOT-LINEAS-INF
               "  fuera de tolerancia " WS-TOT-EXCEPCIONES
               "  sin presupuesto " WS-TOT-SIN-PRESUPUESTO
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE REPORT-RECORD TO EXCEPTION-RECORD.
           WRITE EXCEPTION-RECORD.
           CLOSE REPORT-FILE.
           CLOSE EXCEPTION-FILE.
           DISPLAY "Lineas del informe      : " WS-TOT-LINEAS-INF.
           DISPLAY "Fuera de tolerancia     : " WS-TOT-EXCEPCIONES.
           DISPLAY "Real sin presupuesto    : "
               WS-TOT-SIN-PRESUPUESTO.

       CARGAR-TOLERANCIA.
           OPEN INPUT TOLERANCE-FILE.
           IF TOLERANCIA-OK THEN
               READ TOLERANCE-FILE
                   NOT AT END
                       IF PT-TOLERANCIA-PCT NUMERIC THEN
                           MOVE PT-TOLERANCIA-PCT TO
                               WS-TOLERANCIA-PCT
                       END-IF
                       IF PT-MONTO-MINIMO NUMERIC THEN
                           MOVE PT-MONTO-MINIMO TO WS-MONTO-MINIMO
                       END-IF
               END-READ
               CLOSE TOLERANCE-FILE
           END-IF.

       LEER-PRESUPUESTO-ANO.
           OPEN INPUT BUDGET-FILE.
           IF NOT PRESUPUESTO-OK THEN
               DISPLAY "GL-BUDGET: no hay presupuesto cargado "
                   "(" WS-NOMBRE-PRESUPUESTO ", estado "
                   WS-ESTADO-PRESUPUESTO ")."
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIN-ARCHIVO.
           PERFORM UNTIL FIN-ARCHIVO
               READ BUDGET-FILE NEXT RECORD
                   AT END SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF PP-ANO = WS-CAL-ANO THEN
                           PERFORM TOMAR-PRESUPUESTO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BUDGET-FILE.

       TOMAR-PRESUPUESTO.
           MOVE PP-CENTRO TO WS-CLAVE-CENTRO.
           MOVE PP-CUENTA TO WS-CLAVE-CUENTA.
           PERFORM UBICAR-LINEA.
           IF WS-IDX-LIN = ZERO THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE "S" TO WS-LIN-CON-PRES(WS-IDX-LIN).
           MOVE PP-MONTO-MES(WS-CAL-MES) TO
               WS-LIN-PRES-MES(WS-IDX-LIN).
           PERFORM VARYING WS-IDX-MES FROM 1 BY 1
                   UNTIL WS-IDX-MES > WS-CAL-MES
               ADD PP-MONTO-MES(WS-IDX-MES) TO
                   WS-LIN-PRES-ACUM(WS-IDX-LIN)
           END-PERFORM.

       LEER-REAL-DIARIO.
           OPEN INPUT JOURNAL-FILE.
           IF NOT DIARIO-OK THEN
               DISPLAY "GL-BUDGET: sin diario del mayor "
                   "(" WS-NOMBRE-DIARIO "), el real queda en cero."
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIN-ARCHIVO.
           PERFORM UNTIL FIN-ARCHIVO
               READ JOURNAL-FILE
                   AT END SET FIN-ARCHIVO TO TRUE
                   NOT AT END PERFORM FILTRAR-REAL
               END-READ
           END-PERFORM.
           CLOSE JOURNAL-FILE.

      *> El diario es de la empresa; una linea de otra empresa
      *> (blanco = 01) no cuenta aunque estuviera.
       FILTRAR-REAL.
           MOVE GL-EMPRESA TO WS-EMPRESA-LINEA.
           IF WS-EMPRESA-LINEA = SPACES
                   OR WS-EMPRESA-LINEA = LOW-VALUES THEN
               MOVE "01" TO WS-EMPRESA-LINEA
           END-IF.
           IF WS-EMPRESA-LINEA = WS-EMPRESA-PRESUPUESTO
                   AND GL-FECHA(1:4) = WS-PERIODO-CAL(1:4)
                   AND GL-FECHA(1:6) <= WS-PERIODO-CAL
                   AND GL-FUENTE NOT = "GL-CIERRE" THEN
               PERFORM TOMAR-REAL
           END-IF.

       TOMAR-REAL.
           MOVE GL-CENTRO TO WS-CLAVE-CENTRO.
           MOVE GL-CUENTA TO WS-CLAVE-CUENTA.
           PERFORM UBICAR-LINEA.
           IF WS-IDX-LIN = ZERO THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE GL-CUENTA TO WS-CUENTA-BUSCADA.
           PERFORM BUSCAR-CUENTA-MAPA.
           IF GL-LADO = WS-LADO-CUENTA THEN
               MOVE GL-MONTO TO WS-IMPORTE-REAL
           ELSE
               COMPUTE WS-IMPORTE-REAL = ZERO - GL-MONTO
           END-IF.
           ADD WS-IMPORTE-REAL TO WS-LIN-REAL-ACUM(WS-IDX-LIN).
           IF GL-FECHA(1:6) = WS-PERIODO-CAL THEN
               ADD WS-IMPORTE-REAL TO WS-LIN-REAL-MES(WS-IDX-LIN)
           END-IF.

      *> Deja en WS-IDX-LIN la linea de WS-CLAVE-BUSCADA; si no
      *> existe la inserta en su lugar para que el informe salga
      *> ordenado por centro y cuenta. Cero si la tabla esta llena.
       UBICAR-LINEA.
           PERFORM VARYING WS-IDX-LIN FROM 1 BY 1
                   UNTIL WS-IDX-LIN > WS-NUM-LINEAS
               IF WS-LIN-CLAVE(WS-IDX-LIN) = WS-CLAVE-BUSCADA THEN
                   EXIT PARAGRAPH
               END-IF
               IF WS-LIN-CLAVE(WS-IDX-LIN) > WS-CLAVE-BUSCADA THEN
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-NUM-LINEAS >= 1000 THEN
               SET LINEAS-DESBORDADAS TO TRUE
               MOVE ZERO TO WS-IDX-LIN
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-IDX-MUEVE FROM WS-NUM-LINEAS BY -1
                   UNTIL WS-IDX-MUEVE < WS-IDX-LIN
               MOVE WS-LIN(WS-IDX-MUEVE) TO WS-LIN(WS-IDX-MUEVE + 1)
           END-PERFORM.
           ADD 1 TO WS-NUM-LINEAS.
           MOVE WS-CLAVE-BUSCADA TO WS-LIN-CLAVE(WS-IDX-LIN).
           MOVE ZERO TO WS-LIN-REAL-MES(WS-IDX-LIN).
           MOVE ZERO TO WS-LIN-REAL-ACUM(WS-IDX-LIN).
           MOVE ZERO TO WS-LIN-PRES-MES(WS-IDX-LIN).
           MOVE ZERO TO WS-LIN-PRES-ACUM(WS-IDX-LIN).
           MOVE "N" TO WS-LIN-CON-PRES(WS-IDX-LIN).

       INFORMAR-LINEA.
           IF WS-LIN-CENTRO(WS-IDX-LIN) NOT = WS-CENTRO-ACTUAL THEN
               MOVE WS-LIN-CENTRO(WS-IDX-LIN) TO WS-CENTRO-ACTUAL
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
               STRING "Centro de costo " WS-CENTRO-ACTUAL
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
           ADD 1 TO WS-TOT-LINEAS-INF.
           MOVE SPACES TO WS-MARCA.
           COMPUTE WS-VAR-MES = WS-LIN-REAL-MES(WS-IDX-LIN)
               - WS-LIN-PRES-MES(WS-IDX-LIN).
           COMPUTE WS-VAR-ACUM = WS-LIN-REAL-ACUM(WS-IDX-LIN)
               - WS-LIN-PRES-ACUM(WS-IDX-LIN).
           MOVE WS-LIN-PRES-MES(WS-IDX-LIN) TO WS-PRES-CALC.
           MOVE WS-VAR-MES TO WS-VAR-CALC.
           PERFORM CALCULAR-DESVIO.
           MOVE WS-PCT-EDIT TO WS-PCT-MES-EDIT.
           IF WS-PRES-CALC = ZERO THEN
               MOVE "    ----" TO WS-PCT-MES-EDIT
           END-IF.
           IF CALC-EXCEDE THEN
               MOVE "<<< DESVIO" TO WS-MARCA
           END-IF.
           MOVE WS-LIN-PRES-ACUM(WS-IDX-LIN) TO WS-PRES-CALC.
           MOVE WS-VAR-ACUM TO WS-VAR-CALC.
           PERFORM CALCULAR-DESVIO.
           MOVE WS-PCT-EDIT TO WS-PCT-ACUM-EDIT.
           IF WS-PRES-CALC = ZERO THEN
               MOVE "    ----" TO WS-PCT-ACUM-EDIT
           END-IF.
           IF CALC-EXCEDE THEN
               MOVE "<<< DESVIO" TO WS-MARCA
           END-IF.
           IF WS-LIN-CON-PRES(WS-IDX-LIN) NOT = "S" THEN
               ADD 1 TO WS-TOT-SIN-PRESUPUESTO
               MOVE "SIN PRESUP." TO WS-MARCA
           END-IF.
           MOVE WS-LIN-REAL-MES(WS-IDX-LIN) TO WS-REAL-MES-EDIT.
           MOVE WS-LIN-PRES-MES(WS-IDX-LIN) TO WS-PRES-MES-EDIT.
           MOVE WS-VAR-MES TO WS-VAR-MES-EDIT.
           MOVE WS-LIN-REAL-ACUM(WS-IDX-LIN) TO WS-REAL-ACUM-EDIT.
           MOVE WS-LIN-PRES-ACUM(WS-IDX-LIN) TO WS-PRES-ACUM-EDIT.
           MOVE WS-VAR-ACUM TO WS-VAR-ACUM-EDIT.
           MOVE SPACES TO REPORT-RECORD.
           STRING WS-LIN-CUENTA(WS-IDX-LIN) " " WS-REAL-MES-EDIT " "
               WS-PRES-MES-EDIT " " WS-VAR-MES-EDIT " "
               WS-PCT-MES-EDIT " " WS-REAL-ACUM-EDIT " "
               WS-PRES-ACUM-EDIT " " WS-VAR-ACUM-EDIT " "
               WS-PCT-ACUM-EDIT " " WS-MARCA
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           IF WS-MARCA NOT = SPACES THEN
               PERFORM ESCRIBIR-EXCEPCION
           END-IF.

      *> Desvio porcentual de WS-VAR-CALC sobre WS-PRES-CALC y si
      *> pasa la tolerancia; sin presupuesto cualquier real que
      *> supere el monto minimo cuenta como desvio.
       CALCULAR-DESVIO.
           MOVE "N" TO WS-CALC-EXCEDE.
           MOVE ZERO TO WS-PCT-CALC.
           IF WS-PRES-CALC = ZERO THEN
               IF WS-VAR-CALC NOT = ZERO
                       AND FUNCTION ABS(WS-VAR-CALC) >=
                           WS-MONTO-MINIMO THEN
                   SET CALC-EXCEDE TO TRUE
               END-IF
           ELSE
               COMPUTE WS-PCT-CALC ROUNDED =
                   WS-VAR-CALC * 100 / FUNCTION ABS(WS-PRES-CALC)
                   ON SIZE ERROR
                       IF WS-VAR-CALC < ZERO THEN
                           MOVE -99999.99 TO WS-PCT-CALC
                       ELSE
                           MOVE 99999.99 TO WS-PCT-CALC
                       END-IF
               END-COMPUTE
               IF FUNCTION ABS(WS-PCT-CALC) > WS-TOLERANCIA-PCT
                       AND FUNCTION ABS(WS-VAR-CALC) >=
                           WS-MONTO-MINIMO THEN
                   SET CALC-EXCEDE TO TRUE
               END-IF
           END-IF.
           MOVE WS-PCT-CALC TO WS-PCT-EDIT.

       ESCRIBIR-EXCEPCION.
           IF WS-MARCA NOT = "SIN PRESUP." THEN
               ADD 1 TO WS-TOT-EXCEPCIONES
           END-IF.
           IF WS-CENTRO-ACTUAL NOT = WS-CENTRO-EXCEPCIONES THEN
               MOVE WS-CENTRO-ACTUAL TO WS-CENTRO-EXCEPCIONES
               MOVE SPACES TO EXCEPTION-RECORD
               WRITE EXCEPTION-RECORD
               STRING "Centro de costo " WS-CENTRO-ACTUAL
                   DELIMITED BY SIZE INTO EXCEPTION-RECORD
               WRITE EXCEPTION-RECORD
           END-IF.
           MOVE REPORT-RECORD TO EXCEPTION-RECORD.
           WRITE EXCEPTION-RECORD.

       REGISTRAR-HISTORIAL.
           OPEN EXTEND RUN-HISTORY-LOG.
           IF NOT HIST-OK THEN
               OPEN OUTPUT RUN-HISTORY-LOG
               CLOSE RUN-HISTORY-LOG
               OPEN EXTEND RUN-HISTORY-LOG
           END-IF.
           MOVE "GL-BUDGET" TO RH-PROGRAMA.
           MOVE FUNCTION CURRENT-DATE(1:15) TO RH-FECHA-HORA.
           IF RETURN-CODE = 0 THEN
               MOVE "OK" TO RH-RESULTADO
           ELSE
               MOVE "CON AVISOS" TO RH-RESULTADO
           END-IF.
           MOVE WS-OPERADOR TO RH-OPERADOR.
           WRITE RUN-HISTORY-RECORD.
           CLOSE RUN-HISTORY-LOG.
       END PROGRAM GL-BUDGET.
