      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-LEDGER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-MASTER ASSIGN TO DYNAMIC WS-NOMBRE-MAYOR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GS-CLAVE
               FILE STATUS IS WS-ESTADO-MAYOR.
           SELECT GL-FILE ASSIGN TO DYNAMIC WS-NOMBRE-GL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-GL.
           SELECT LEDGER-CONTROL-FILE ASSIGN TO
                   DYNAMIC WS-NOMBRE-CONTROL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CONTROL.
           SELECT ACCOUNT-MAP-FILE ASSIGN TO DYNAMIC WS-NOMBRE-MAPA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-MAPA.
           SELECT JOURNAL-FILE ASSIGN TO DYNAMIC WS-NOMBRE-DIARIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-DIARIO.
           SELECT SUSPENSE-FILE ASSIGN TO DYNAMIC WS-NOMBRE-SUSPENSO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-SUSPENSO.
           SELECT TRIAL-BALANCE-FILE ASSIGN TO
                   DYNAMIC WS-NOMBRE-BALANCE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PERIOD-FILE ASSIGN TO "data/gl-periodos.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-PERIODOS.
           SELECT CLOSING-CONFIG-FILE ASSIGN TO
                   DYNAMIC WS-NOMBRE-CIERRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CIERRE.
           SELECT MODE-FILE ASSIGN TO "data/gl-mayor-modo.cfg"
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
       FD  LEDGER-MASTER.
       01  LEDGER-RECORD.
           COPY GLSALDO.

      *> La interfaz de la noche (gl-interfaz.dat, se pisa en cada
      *> corrida de GL-POSTING) y los asientos de castigo
      *> (gl-castigos.dat, se agregan al final), mismo layout.
       FD  GL-FILE.
       01  GL-RECORD.
           COPY GLASIENTO.

      *> Hasta donde ya se asento: fecha de la ultima interfaz y
      *> lineas de gl-castigos.dat ya tomadas, y ultimo ejercicio
      *> cerrado de la empresa.
       FD  LEDGER-CONTROL-FILE.
       01  LEDGER-CONTROL-RECORD.
           05 GK-ULT-INTERFAZ PIC 9(8).
           05 GK-LINEAS-CASTIGOS PIC 9(7).
           05 GK-ANO-CERRADO PIC 9(4).

       FD  ACCOUNT-MAP-FILE.
       01  ACCOUNT-MAP-RECORD.
           COPY GLMAPA.

      *> Diario del mayor: cada linea asentada, con la fecha con
      *> que quedo en el maestro, para el real por mes que compara
      *> GL-BUDGET contra el presupuesto.
       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD PIC X(56).

      *> Lineas de la interfaz o de los castigos fechadas en un
      *> periodo cerrado: quedan aca, con el layout de la interfaz,
      *> y se vuelven a intentar en cada ASENTAR (por ejemplo despues
      *> de reabrir el periodo).
       FD  SUSPENSE-FILE.
       01  SUSPENSE-RECORD PIC X(56).

       FD  TRIAL-BALANCE-FILE.
       01  TRIAL-BALANCE-RECORD PIC X(120).

      *> Calendario contable: estado abierto/cerrado por periodo.
       FD  PERIOD-FILE.
       01  PERIOD-RECORD.
           COPY GLPERIODO.

      *> Cierre de ejercicio: cuenta y centro de resultados
      *> acumulados y primeros digitos de las cuentas de resultado
      *> (ingresos y gastos) que se saldan contra ella.
       FD  CLOSING-CONFIG-FILE.
       01  CLOSING-CONFIG-RECORD.
           05 GC-CUENTA-RESULTADOS PIC X(8).
           05 GC-CENTRO-RESULTADOS PIC X(4).
           05 GC-PREFIJOS PIC X(10).

      *> ASENTAR = suma la interfaz de la noche y los castigos
      *> nuevos al maestro; BALANCE = balance de comprobacion;
      *> CERRAMES / REABRIR = cierra o reabre el periodo AAAAMM;
      *> CERRAANO = cierre del ejercicio AAAA. Sin periodo se toma
      *> el mes anterior al de proceso, o el ano anterior.
      *> GM-EMPRESA es la empresa cuyo mayor se trabaja; en blanco,
      *> la del menu o la principal 01.
       FD  MODE-FILE.
       01  MODE-RECORD.
           05 GM-FUNCION PIC X(8).
           05 GM-PERIODO PIC 9(6).
           05 GM-EMPRESA PIC X(2).

      *> Parametros del paso cuando la malla los define: la funcion,
      *> el periodo y la empresa, que pisan a los de
      *> gl-mayor-modo.cfg.
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
           01 WS-ESTADO-MAYOR PIC XX VALUE "00".
               88 MAYOR-OK VALUE "00".
               88 MAYOR-NO-EXISTE VALUE "35".
           01 WS-ESTADO-GL PIC XX VALUE "00".
               88 GL-OK VALUE "00".
           01 WS-ESTADO-CONTROL PIC XX VALUE "00".
               88 CONTROL-OK VALUE "00".
           01 WS-ESTADO-MAPA PIC XX VALUE "00".
               88 MAPA-OK VALUE "00".
           01 WS-ESTADO-MODO PIC XX VALUE "00".
               88 MODO-FILE-OK VALUE "00".
           01 WS-ESTADO-DIARIO PIC XX VALUE "00".
               88 DIARIO-OK VALUE "00".
           01 WS-ESTADO-PERIODOS PIC XX VALUE "00".
               88 PERIODOS-OK VALUE "00".
           01 WS-ESTADO-SUSPENSO PIC XX VALUE "00".
               88 SUSPENSO-OK VALUE "00".
           01 WS-ESTADO-CIERRE PIC XX VALUE "00".
               88 CIERRE-CFG-OK VALUE "00".
           01 WS-FUNCION PIC X(8) VALUE SPACES.
               88 FUNCION-ASENTAR VALUE "ASENTAR".
               88 FUNCION-BALANCE VALUE "BALANCE".
               88 FUNCION-CERRAR-MES VALUE "CERRAMES".
               88 FUNCION-REABRIR VALUE "REABRIR".
               88 FUNCION-CERRAR-ANO VALUE "CERRAANO".
           01 WS-PERIODO-PEDIDO PIC 9(6) VALUE ZERO.
           01 WS-FIN-ARCHIVO PIC X VALUE "N".
               88 FIN-ARCHIVO VALUE "S".
           01 WS-FECHA-PROCESO PIC 9(8) VALUE ZERO.
           01 WS-PERIODO-PROCESO PIC 9(6) VALUE ZERO.
           01 WS-NOMBRE-GL PIC X(40) VALUE SPACES.
      *> Cada empresa lleva sus libros: el mayor, su control, el
      *> mapa contable, el diario, el balance y el cierre anual son
      *> los de la empresa de la corrida (los de siempre para la
      *> 01). La interfaz y los castigos son comunes y cada linea
      *> trae su empresa. El calendario contable es del grupo.
           01 WS-EMPRESA-MAYOR PIC X(2) VALUE SPACES.
           01 WS-EMPRESA-LINEA PIC X(2) VALUE SPACES.
           01 WS-NOMBRE-MAYOR PIC X(40) VALUE "data/gl-mayor.dat".
           01 WS-NOMBRE-CONTROL PIC X(40)
               VALUE "data/gl-mayor-control.dat".
           01 WS-NOMBRE-MAPA PIC X(40) VALUE "data/gl-cuentas.cfg".
           01 WS-NOMBRE-DIARIO PIC X(40) VALUE "data/gl-diario.dat".
           01 WS-NOMBRE-BALANCE PIC X(40) VALUE "data/gl-balance.dat".
           01 WS-NOMBRE-CIERRE PIC X(40) VALUE "data/gl-cierre.cfg".
           01 WS-NOMBRE-CIERRE-ANUAL PIC X(40)
               VALUE "data/gl-cierre-anual.dat".
      *> Suspenso de la empresa y la copia que se reintenta: el
      *> suspenso se renombra antes de reintentarlo, asi lo que
      *> vuelve a rechazarse queda en uno nuevo.
           01 WS-NOMBRE-SUSPENSO PIC X(40)
               VALUE "data/gl-mayor-suspenso.dat".
           01 WS-NOMBRE-REINTENTO PIC X(40)
               VALUE "data/gl-mayor-reintento.dat".
           01 WS-RC-RENOMBRE PIC S9(9) VALUE ZERO.
           01 WS-EN-REINTENTO PIC X VALUE "N".
               88 EN-REINTENTO VALUE "S".
           01 WS-ANO-CERRADO PIC 9(4) VALUE ZERO.
      *> Area de llamada al servicio de empresas EMPRESRV.
           01 WS-EMP-FUNCION PIC X(8) VALUE SPACES.
           01 WS-EMP-EMPRESA PIC X(2) VALUE SPACES.
           01 WS-EMP-NUMERO PIC 9(6) VALUE ZERO.
           01 WS-EMP-ARCHIVO PIC X(40) VALUE SPACES.
           01 WS-EMP-DATOS.
               COPY EMPRESA REPLACING LEADING ==EM-== BY ==WS-EMP-==.
           01 WS-EMP-RESULTADO PIC X VALUE "N".
           01 WS-ULT-INTERFAZ PIC 9(8) VALUE ZERO.
           01 WS-LINEAS-CASTIGOS PIC 9(7) VALUE ZERO.
           01 WS-LINEAS-LEIDAS PIC 9(7) VALUE ZERO.
           01 WS-FECHA-INTERFAZ PIC 9(8) VALUE ZERO.
      *> Periodo al que se lleva un registro del maestro antes de
      *> sumarle un movimiento o de listarlo.
           01 WS-PERIODO-DESTINO PIC 9(6) VALUE ZERO.
           01 WS-REGISTRO-NUEVO PIC X VALUE "N".
               88 REGISTRO-NUEVO VALUE "S".
      *> Cuentas del mapa contable, para marcar las desconocidas.
           01 WS-NUM-MAPA PIC 99 VALUE ZERO.
           01 WS-IDX-MAPA PIC 99 VALUE ZERO.
           01 WS-TABLA-MAPA.
               05 WS-MAPA-CUENTA PIC X(8) OCCURS 40 TIMES.
           01 WS-CUENTA-BUSCADA PIC X(8) VALUE SPACES.
           01 WS-CUENTA-EN-MAPA PIC X VALUE "N".
               88 CUENTA-EN-MAPA VALUE "S".
           01 WS-TOTALES.
               05 WS-TOT-LINEAS PIC 9(7) VALUE ZERO.
               05 WS-TOT-DEBE PIC 9(13)V99 VALUE ZERO.
               05 WS-TOT-HABER PIC 9(13)V99 VALUE ZERO.
               05 WS-TOT-CUENTAS PIC 9(5) VALUE ZERO.
               05 WS-TOT-SIN-MAPA PIC 9(5) VALUE ZERO.
               05 WS-TOT-SALDOS-DEUDORES PIC 9(13)V99 VALUE ZERO.
               05 WS-TOT-SALDOS-ACREEDORES PIC 9(13)V99 VALUE ZERO.
           01 WS-SALDO-CUENTA PIC S9(13)V99 VALUE ZERO.
      *> Control de periodo de cada linea que se asienta; el cierre
      *> de ejercicio asienta sus propias lineas sin el control,
      *> porque van fechadas en el ultimo dia del ano que cierra.
           01 WS-PS-PROGRAMA PIC X(20) VALUE "GL-LEDGER".
           01 WS-PS-DOCUMENTO PIC X(12) VALUE SPACES.
           01 WS-PS-RESULTADO PIC X VALUE SPACE.
           01 WS-CONTROLAR-PERIODO PIC X VALUE "S".
               88 CONTROLAR-PERIODO VALUE "S".
           01 WS-TOT-REDIRIGIDAS PIC 9(7) VALUE ZERO.
           01 WS-TOT-RECHAZADAS PIC 9(7) VALUE ZERO.
           01 WS-TOT-REPUESTAS PIC 9(7) VALUE ZERO.
           01 WS-TOT-SIGUEN-SUSPENSO PIC 9(7) VALUE ZERO.
      *> Calendario contable en memoria, ordenado por periodo; se
      *> relee y se reescribe entero.
           01 WS-NUM-PERIODOS PIC 9(3) VALUE ZERO.
           01 WS-IDX-PER PIC 9(3) VALUE ZERO.
           01 WS-IDX-BUSCA PIC 9(3) VALUE ZERO.
           01 WS-TABLA-PERIODOS.
               05 WS-PER OCCURS 600 TIMES.
                   10 WS-PER-PERIODO PIC 9(6).
                   10 WS-PER-ESTADO PIC X.
                   10 WS-PER-CIERRE-ANUAL PIC X.
                   10 WS-PER-FECHA-CIERRE PIC 9(8).
                   10 WS-PER-OPERADOR PIC X(8).
           01 WS-PERIODO-CAL.
               05 WS-CAL-ANO PIC 9(4).
               05 WS-CAL-MES PIC 9(2).
           01 WS-PERIODO-CAL-NUM REDEFINES WS-PERIODO-CAL PIC 9(6).
           01 WS-OPERADOR-CIERRE PIC X(8) VALUE SPACES.
           01 WS-ABIERTOS-ANTES PIC 9(2) VALUE ZERO.
           01 WS-MES-PEDIDO PIC 9(2) VALUE ZERO.
      *> Cierre de ejercicio.
           01 WS-ANO-CIERRE PIC 9(4) VALUE ZERO.
           01 WS-ANO-SIGUIENTE PIC 9(4) VALUE ZERO.
           01 WS-FECHA-CIERRE-ANO PIC 9(8) VALUE ZERO.
           01 WS-CUENTA-RESULTADOS PIC X(8) VALUE SPACES.
           01 WS-CENTRO-RESULTADOS PIC X(4) VALUE SPACES.
           01 WS-PREFIJOS PIC X(10) VALUE SPACES.
           01 WS-IDX-PREFIJO PIC 99 VALUE ZERO.
           01 WS-ES-RESULTADO PIC X VALUE "N".
               88 ES-CUENTA-RESULTADO VALUE "S".
           01 WS-RESULTADO-EJERCICIO PIC S9(13)V99 VALUE ZERO.
           01 WS-LINEAS-CIERRE PIC 9(5) VALUE ZERO.
           01 WS-CUENTAS-FUERA-DE-ANO PIC 9(5) VALUE ZERO.
           01 WS-ANO-CUENTA PIC 9(4) VALUE ZERO.
           01 WS-MARCA-MAPA PIC X(10) VALUE SPACES.
           01 WS-MONTO-EDIT PIC Z(10)9.99.
           01 WS-MONTO-EDIT-2 PIC Z(10)9.99.
           01 WS-MONTO-EDIT-3 PIC Z(10)9.99.
           01 WS-MONTO-EDIT-4 PIC Z(10)9.99.
           01 WS-SALDO-EDIT PIC -(12)9.99.
           01 WS-TOTAL-EDIT PIC Z(12)9.99.
           01 WS-TOTAL-EDIT-2 PIC Z(12)9.99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INICIALIZAR.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-PROCESO.
           MOVE WS-FECHA-PROCESO(1:6) TO WS-PERIODO-PROCESO.
           PERFORM CARGAR-PARAMETROS-PASO.
           IF WS-FUNCION = SPACES THEN
               PERFORM CARGAR-MODO
           END-IF.
           PERFORM TOMAR-EMPRESA-MAYOR.
           IF WS-EMP-RESULTADO NOT = "S" THEN
               DISPLAY "GL-LEDGER: la empresa " WS-EMPRESA-MAYOR
                   " no figura en data/empresas.cfg."
               MOVE 8 TO RETURN-CODE
               PERFORM REGISTRAR-HISTORIAL
               GOBACK
           END-IF.
           PERFORM CARGAR-MAPA-CONTABLE.
           PERFORM TOMAR-PERIODO-PEDIDO.
           EVALUATE TRUE
               WHEN FUNCION-ASENTAR
                   PERFORM ASENTAR-MAYOR
               WHEN FUNCION-BALANCE
                   PERFORM EMITIR-BALANCE
               WHEN FUNCION-CERRAR-MES
                   PERFORM CERRAR-MES
               WHEN FUNCION-REABRIR
                   PERFORM REABRIR-PERIODO
               WHEN FUNCION-CERRAR-ANO
                   PERFORM CERRAR-EJERCICIO
               WHEN OTHER
                   DISPLAY "GL-LEDGER: funcion invalida en "
                       "data/gl-mayor-modo.cfg (ASENTAR/BALANCE/"
                       "CERRAMES/REABRIR/CERRAANO)."
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           PERFORM REGISTRAR-HISTORIAL.
           GOBACK.

      *> El SCHEDULER llama al programa una vez por empresa sin
      *> cancelarlo: los nombres de archivo vuelven a los de la 01
      *> antes de armar los de la empresa de esta corrida, y el mapa
      *> y los totales de la anterior no se arrastran.
       INICIALIZAR.
           MOVE 0 TO RETURN-CODE.
           MOVE SPACES TO WS-FUNCION.
           MOVE SPACES TO WS-EMPRESA-MAYOR.
           MOVE ZERO TO WS-PERIODO-PEDIDO.
           MOVE ZERO TO WS-NUM-MAPA.
           INITIALIZE WS-TOTALES.
           MOVE ZERO TO WS-TOT-REDIRIGIDAS.
           MOVE ZERO TO WS-TOT-RECHAZADAS.
           MOVE ZERO TO WS-TOT-REPUESTAS.
           MOVE ZERO TO WS-TOT-SIGUEN-SUSPENSO.
           MOVE "N" TO WS-EN-REINTENTO.
           MOVE "data/gl-mayor.dat" TO WS-NOMBRE-MAYOR.
           MOVE "data/gl-mayor-control.dat" TO WS-NOMBRE-CONTROL.
           MOVE "data/gl-cuentas.cfg" TO WS-NOMBRE-MAPA.
           MOVE "data/gl-diario.dat" TO WS-NOMBRE-DIARIO.
           MOVE "data/gl-balance.dat" TO WS-NOMBRE-BALANCE.
           MOVE "data/gl-cierre.cfg" TO WS-NOMBRE-CIERRE.
           MOVE "data/gl-cierre-anual.dat" TO WS-NOMBRE-CIERRE-ANUAL.
           MOVE "data/gl-mayor-suspenso.dat" TO WS-NOMBRE-SUSPENSO.
           MOVE "data/gl-mayor-reintento.dat" TO WS-NOMBRE-REINTENTO.

       CARGAR-MODO.
           OPEN INPUT MODE-FILE.
           IF MODO-FILE-OK THEN
               READ MODE-FILE
                   NOT AT END
                       MOVE GM-FUNCION TO WS-FUNCION
                       IF GM-PERIODO NUMERIC THEN
                           MOVE GM-PERIODO TO WS-PERIODO-PEDIDO
                       END-IF
                       IF WS-EMPRESA-MAYOR = SPACES THEN
                           MOVE GM-EMPRESA TO WS-EMPRESA-MAYOR
                       END-IF
               END-READ
               CLOSE MODE-FILE
           ELSE
               DISPLAY "Funcion (ASENTAR/BALANCE/CERRAMES/REABRIR/"
                   "CERRAANO):"
               ACCEPT WS-FUNCION
               IF FUNCION-CERRAR-MES OR FUNCION-REABRIR
                       OR FUNCION-CERRAR-ANO THEN
                   DISPLAY "Periodo AAAAMM (en blanco el anterior):"
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
                   MOVE PR-EMPRESA TO WS-EMPRESA-MAYOR
           END-READ.
           CLOSE STEP-PARAM-FILE.

      *> Empresa de la corrida: la del paso o del modo, si no la
      *> del menu, si no la principal 01. Se arman los nombres de
      *> sus archivos.
       TOMAR-EMPRESA-MAYOR.
           IF WS-EMPRESA-MAYOR = SPACES
                   OR WS-EMPRESA-MAYOR = LOW-VALUES THEN
               IF EMPRESA-ACTUAL = SPACES
                       OR EMPRESA-ACTUAL = LOW-VALUES THEN
                   MOVE "01" TO WS-EMPRESA-MAYOR
               ELSE
                   MOVE EMPRESA-ACTUAL TO WS-EMPRESA-MAYOR
               END-IF
           END-IF.
           MOVE "DATOS" TO WS-EMP-FUNCION.
           MOVE WS-EMPRESA-MAYOR TO WS-EMP-EMPRESA.
           PERFORM LLAMAR-EMPRESRV.
           IF WS-EMP-RESULTADO NOT = "S" THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE "ARCHIVO" TO WS-EMP-FUNCION.
           MOVE WS-NOMBRE-MAYOR TO WS-EMP-ARCHIVO.
           PERFORM LLAMAR-EMPRESRV.
           MOVE WS-EMP-ARCHIVO TO WS-NOMBRE-MAYOR.
           MOVE WS-NOMBRE-CONTROL TO WS-EMP-ARCHIVO.
           PERFORM LLAMAR-EMPRESRV.
           MOVE WS-EMP-ARCHIVO TO WS-NOMBRE-CONTROL.
           MOVE WS-NOMBRE-MAPA TO WS-EMP-ARCHIVO.
           PERFORM LLAMAR-EMPRESRV.
           MOVE WS-EMP-ARCHIVO TO WS-NOMBRE-MAPA.
           MOVE WS-NOMBRE-DIARIO TO WS-EMP-ARCHIVO.
           PERFORM LLAMAR-EMPRESRV.
           MOVE WS-EMP-ARCHIVO TO WS-NOMBRE-DIARIO.
           MOVE WS-NOMBRE-BALANCE TO WS-EMP-ARCHIVO.
           PERFORM LLAMAR-EMPRESRV.
           MOVE WS-EMP-ARCHIVO TO WS-NOMBRE-BALANCE.
           MOVE WS-NOMBRE-CIERRE TO WS-EMP-ARCHIVO.
           PERFORM LLAMAR-EMPRESRV.
           MOVE WS-EMP-ARCHIVO TO WS-NOMBRE-CIERRE.
           MOVE WS-NOMBRE-CIERRE-ANUAL TO WS-EMP-ARCHIVO.
           PERFORM LLAMAR-EMPRESRV.
           MOVE WS-EMP-ARCHIVO TO WS-NOMBRE-CIERRE-ANUAL.
           MOVE WS-NOMBRE-SUSPENSO TO WS-EMP-ARCHIVO.
           PERFORM LLAMAR-EMPRESRV.
           MOVE WS-EMP-ARCHIVO TO WS-NOMBRE-SUSPENSO.
           MOVE WS-NOMBRE-REINTENTO TO WS-EMP-ARCHIVO.
           PERFORM LLAMAR-EMPRESRV.
           MOVE WS-EMP-ARCHIVO TO WS-NOMBRE-REINTENTO.
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
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ACCOUNT-MAP-FILE.

       ABRIR-MAESTRO.
           OPEN I-O LEDGER-MASTER.
           IF MAYOR-NO-EXISTE THEN
               OPEN OUTPUT LEDGER-MASTER
               CLOSE LEDGER-MASTER
               OPEN I-O LEDGER-MASTER
           END-IF.

       ABRIR-DIARIO.
           OPEN EXTEND JOURNAL-FILE.
           IF NOT DIARIO-OK THEN
               OPEN OUTPUT JOURNAL-FILE
               CLOSE JOURNAL-FILE
               OPEN EXTEND JOURNAL-FILE
           END-IF.

      *> La interfaz se asienta una sola vez: si su fecha no es
      *> posterior a la ultima asentada se da por tomada. De los
      *> castigos solo se toman las lineas agregadas desde la
      *> ultima vez: las que caen en periodo cerrado no se pierden,
      *> pasan al suspenso, que se reintenta primero.
       ASENTAR-MAYOR.
           PERFORM LEER-CONTROL.
           PERFORM ABRIR-MAESTRO.
           IF NOT MAYOR-OK THEN
               DISPLAY "GL-LEDGER: no se pudo abrir el maestro del "
                   "mayor de la empresa " WS-EMPRESA-MAYOR
                   ", estado " WS-ESTADO-MAYOR
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           PERFORM ABRIR-DIARIO.
           PERFORM REINTENTAR-SUSPENSO.
           MOVE "data/gl-interfaz.dat" TO WS-NOMBRE-GL.
           OPEN INPUT GL-FILE.
           IF GL-OK THEN
               MOVE "N" TO WS-FIN-ARCHIVO
               READ GL-FILE
                   AT END SET FIN-ARCHIVO TO TRUE
               END-READ
               IF NOT FIN-ARCHIVO THEN
                   MOVE GL-FECHA TO WS-FECHA-INTERFAZ
                   IF WS-FECHA-INTERFAZ <= WS-ULT-INTERFAZ THEN
                       DISPLAY "GL-LEDGER: la interfaz del "
                           WS-FECHA-INTERFAZ " ya fue asentada."
                       MOVE 4 TO RETURN-CODE
                   ELSE
                       PERFORM UNTIL FIN-ARCHIVO
                           PERFORM ASENTAR-LINEA
                           READ GL-FILE
                               AT END SET FIN-ARCHIVO TO TRUE
                           END-READ
                       END-PERFORM
                       MOVE WS-FECHA-INTERFAZ TO WS-ULT-INTERFAZ
                   END-IF
               END-IF
               CLOSE GL-FILE
           END-IF.
           MOVE "data/gl-castigos.dat" TO WS-NOMBRE-GL.
           OPEN INPUT GL-FILE.
           IF GL-OK THEN
               MOVE "N" TO WS-FIN-ARCHIVO
               MOVE ZERO TO WS-LINEAS-LEIDAS
               PERFORM UNTIL FIN-ARCHIVO
                   READ GL-FILE
                       AT END SET FIN-ARCHIVO TO TRUE
                       NOT AT END
                           ADD 1 TO WS-LINEAS-LEIDAS
                           IF WS-LINEAS-LEIDAS > WS-LINEAS-CASTIGOS
                               PERFORM ASENTAR-LINEA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-FILE
               IF WS-LINEAS-LEIDAS > WS-LINEAS-CASTIGOS THEN
                   MOVE WS-LINEAS-LEIDAS TO WS-LINEAS-CASTIGOS
               END-IF
           END-IF.
           CLOSE LEDGER-MASTER.
           CLOSE JOURNAL-FILE.
           PERFORM GUARDAR-CONTROL.
           MOVE WS-TOT-DEBE TO WS-TOTAL-EDIT.
           MOVE WS-TOT-HABER TO WS-TOTAL-EDIT-2.
           DISPLAY "Lineas asentadas        : " WS-TOT-LINEAS.
           DISPLAY "  debe                  : " WS-TOTAL-EDIT.
           DISPLAY "  haber                 : " WS-TOTAL-EDIT-2.
           DISPLAY "A periodo abierto       : " WS-TOT-REDIRIGIDAS.
           DISPLAY "Rechazadas por periodo  : " WS-TOT-RECHAZADAS.
           DISPLAY "Repuestas del suspenso  : " WS-TOT-REPUESTAS.
           DISPLAY "Siguen en suspenso      : " WS-TOT-SIGUEN-SUSPENSO.
           IF WS-TOT-DEBE NOT = WS-TOT-HABER THEN
               DISPLAY "GL-LEDGER: lo asentado no cierra debe "
                   "contra haber."
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF WS-TOT-RECHAZADAS > ZERO THEN
               DISPLAY "GL-LEDGER: hay lineas en periodo cerrado, "
                   "quedan en " WS-NOMBRE-SUSPENSO
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF (WS-TOT-SIN-MAPA > ZERO OR WS-TOT-REDIRIGIDAS > ZERO
                   OR WS-TOT-SIGUEN-SUSPENSO > ZERO)
                   AND RETURN-CODE < 4 THEN
               MOVE 4 TO RETURN-CODE
           END-IF.

      *> Un reintento cortado a mitad de camino deja su copia: se
      *> termina esa antes de tomar el suspenso nuevo.
       REINTENTAR-SUSPENSO.
           MOVE WS-NOMBRE-REINTENTO TO WS-NOMBRE-GL.
           OPEN INPUT GL-FILE.
           IF NOT GL-OK THEN
               MOVE RETURN-CODE TO WS-RC-GUARDA
               CALL "CBL_RENAME_FILE" USING WS-NOMBRE-SUSPENSO
                   WS-NOMBRE-REINTENTO
               MOVE RETURN-CODE TO WS-RC-RENOMBRE
               MOVE WS-RC-GUARDA TO RETURN-CODE
               IF WS-RC-RENOMBRE NOT = ZERO THEN
                   EXIT PARAGRAPH
               END-IF
               OPEN INPUT GL-FILE
               IF NOT GL-OK THEN
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           SET EN-REINTENTO TO TRUE.
           MOVE "N" TO WS-FIN-ARCHIVO.
           PERFORM UNTIL FIN-ARCHIVO
               READ GL-FILE
                   AT END SET FIN-ARCHIVO TO TRUE
                   NOT AT END PERFORM ASENTAR-LINEA
               END-READ
           END-PERFORM.
           CLOSE GL-FILE.
           MOVE "N" TO WS-EN-REINTENTO.
           MOVE RETURN-CODE TO WS-RC-GUARDA.
           CALL "CBL_DELETE_FILE" USING WS-NOMBRE-REINTENTO.
           MOVE WS-RC-GUARDA TO RETURN-CODE.

       SUSPENDER-LINEA.
           OPEN EXTEND SUSPENSE-FILE.
           IF NOT SUSPENSO-OK THEN
               OPEN OUTPUT SUSPENSE-FILE
           END-IF.
           WRITE SUSPENSE-RECORD FROM GL-RECORD.
           CLOSE SUSPENSE-FILE.

       ASENTAR-LINEA.
           MOVE GL-EMPRESA TO WS-EMPRESA-LINEA.
           IF WS-EMPRESA-LINEA = SPACES
                   OR WS-EMPRESA-LINEA = LOW-VALUES THEN
               MOVE "01" TO WS-EMPRESA-LINEA
           END-IF.
           IF WS-EMPRESA-LINEA NOT = WS-EMPRESA-MAYOR THEN
               EXIT PARAGRAPH
           END-IF.
           IF CONTROLAR-PERIODO THEN
               MOVE GL-FUENTE TO WS-PS-DOCUMENTO
               MOVE RETURN-CODE TO WS-RC-GUARDA
               CALL "PERIODSRV" USING WS-PS-PROGRAMA WS-PS-DOCUMENTO
                   GL-FECHA WS-PS-RESULTADO
               MOVE WS-RC-GUARDA TO RETURN-CODE
               IF WS-PS-RESULTADO = "C" THEN
                   PERFORM SUSPENDER-LINEA
                   IF EN-REINTENTO THEN
                       ADD 1 TO WS-TOT-SIGUEN-SUSPENSO
                       EXIT PARAGRAPH
                   END-IF
                   DISPLAY "ASENTAR-LINEA: cuenta " GL-CUENTA
                       " de " GL-FUENTE " en periodo cerrado, "
                       "queda en suspenso."
                   ADD 1 TO WS-TOT-RECHAZADAS
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               IF WS-PS-RESULTADO = "R" THEN
                   ADD 1 TO WS-TOT-REDIRIGIDAS
               END-IF
           END-IF.
           IF EN-REINTENTO THEN
               ADD 1 TO WS-TOT-REPUESTAS
           END-IF.
           MOVE GL-CUENTA TO WS-CUENTA-BUSCADA.
           PERFORM VERIFICAR-CUENTA-MAPA.
           IF NOT CUENTA-EN-MAPA THEN
               DISPLAY "ASENTAR-LINEA: cuenta " GL-CUENTA
                   " fuera del mapa contable (" GL-FUENTE ")."
               ADD 1 TO WS-TOT-SIN-MAPA
           END-IF.
           MOVE GL-CUENTA TO GS-CUENTA.
           MOVE GL-CENTRO TO GS-CENTRO.
           MOVE "N" TO WS-REGISTRO-NUEVO.
           READ LEDGER-MASTER
               INVALID KEY
                   SET REGISTRO-NUEVO TO TRUE
                   INITIALIZE LEDGER-RECORD
                   MOVE GL-CUENTA TO GS-CUENTA
                   MOVE GL-CENTRO TO GS-CENTRO
                   MOVE GL-FECHA(1:6) TO GS-PERIODO
           END-READ.
           MOVE GL-FECHA(1:6) TO WS-PERIODO-DESTINO.
           PERFORM LLEVAR-A-PERIODO.
      *> Un movimiento fechado en un periodo ya pasado del mismo ano
      *> suma al ano; el del periodo en curso, a los dos.
           IF GL-LADO = "D" THEN
               ADD GL-MONTO TO WS-TOT-DEBE
               IF GL-FECHA(1:4) = GS-PERIODO(1:4) THEN
                   ADD GL-MONTO TO GS-DEBE-ANO
               ELSE
                   ADD GL-MONTO TO GS-SALDO-APERTURA
               END-IF
               IF GL-FECHA(1:6) = GS-PERIODO THEN
                   ADD GL-MONTO TO GS-DEBE-PERIODO
               END-IF
           ELSE
               ADD GL-MONTO TO WS-TOT-HABER
               IF GL-FECHA(1:4) = GS-PERIODO(1:4) THEN
                   ADD GL-MONTO TO GS-HABER-ANO
               ELSE
                   SUBTRACT GL-MONTO FROM GS-SALDO-APERTURA
               END-IF
               IF GL-FECHA(1:6) = GS-PERIODO THEN
                   ADD GL-MONTO TO GS-HABER-PERIODO
               END-IF
           END-IF.
           IF GL-FECHA > GS-FECHA-ULT-MOV THEN
               MOVE GL-FECHA TO GS-FECHA-ULT-MOV
           END-IF.
           ADD 1 TO WS-TOT-LINEAS.
           IF REGISTRO-NUEVO THEN
               WRITE LEDGER-RECORD
                   INVALID KEY
                       DISPLAY "ASENTAR-LINEA: no se pudo crear "
                           GS-CUENTA "/" GS-CENTRO
                       MOVE 8 TO RETURN-CODE
                   NOT INVALID KEY
                       WRITE JOURNAL-RECORD FROM GL-RECORD
               END-WRITE
           ELSE
               REWRITE LEDGER-RECORD
                   INVALID KEY
                       DISPLAY "ASENTAR-LINEA: no se pudo actualizar "
                           GS-CUENTA "/" GS-CENTRO
                       MOVE 8 TO RETURN-CODE
                   NOT INVALID KEY
                       WRITE JOURNAL-RECORD FROM GL-RECORD
               END-REWRITE
           END-IF.

      *> Lleva el registro al periodo WS-PERIODO-DESTINO si es
      *> posterior al suyo: el periodo arranca en cero y, si cambio
      *> el ano, lo acumulado del ano pasa a la apertura.
       LLEVAR-A-PERIODO.
           IF WS-PERIODO-DESTINO <= GS-PERIODO THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-PERIODO-DESTINO(1:4) NOT = GS-PERIODO(1:4) THEN
               COMPUTE GS-SALDO-APERTURA = GS-SALDO-APERTURA
                   + GS-DEBE-ANO - GS-HABER-ANO
               MOVE ZERO TO GS-DEBE-ANO
               MOVE ZERO TO GS-HABER-ANO
           END-IF.
           MOVE ZERO TO GS-DEBE-PERIODO.
           MOVE ZERO TO GS-HABER-PERIODO.
           MOVE WS-PERIODO-DESTINO TO GS-PERIODO.

       VERIFICAR-CUENTA-MAPA.
           MOVE "N" TO WS-CUENTA-EN-MAPA.
           PERFORM VARYING WS-IDX-MAPA FROM 1 BY 1
                   UNTIL WS-IDX-MAPA > WS-NUM-MAPA
                       OR CUENTA-EN-MAPA
               IF WS-MAPA-CUENTA(WS-IDX-MAPA) = WS-CUENTA-BUSCADA
                       THEN
                   SET CUENTA-EN-MAPA TO TRUE
               END-IF
           END-PERFORM.

       LEER-CONTROL.
           MOVE ZERO TO WS-ULT-INTERFAZ.
           MOVE ZERO TO WS-LINEAS-CASTIGOS.
           MOVE ZERO TO WS-ANO-CERRADO.
           OPEN INPUT LEDGER-CONTROL-FILE.
           IF CONTROL-OK THEN
               READ LEDGER-CONTROL-FILE
                   NOT AT END
                       IF GK-ULT-INTERFAZ NUMERIC THEN
                           MOVE GK-ULT-INTERFAZ TO WS-ULT-INTERFAZ
                       END-IF
                       IF GK-LINEAS-CASTIGOS NUMERIC THEN
                           MOVE GK-LINEAS-CASTIGOS
                               TO WS-LINEAS-CASTIGOS
                       END-IF
                       IF GK-ANO-CERRADO NUMERIC THEN
                           MOVE GK-ANO-CERRADO TO WS-ANO-CERRADO
                       END-IF
               END-READ
               CLOSE LEDGER-CONTROL-FILE
           END-IF.

       GUARDAR-CONTROL.
           OPEN OUTPUT LEDGER-CONTROL-FILE.
           MOVE WS-ULT-INTERFAZ TO GK-ULT-INTERFAZ.
           MOVE WS-LINEAS-CASTIGOS TO GK-LINEAS-CASTIGOS.
           MOVE WS-ANO-CERRADO TO GK-ANO-CERRADO.
           WRITE LEDGER-CONTROL-RECORD.
           CLOSE LEDGER-CONTROL-FILE.

      *> Balance de comprobacion al periodo de proceso: cada cuenta
      *> con su movimiento del periodo y del ano y su saldo. La
      *> suma de saldos deudores debe igualar a la de acreedores.
       EMITIR-BALANCE.
           OPEN INPUT LEDGER-MASTER.
           IF NOT MAYOR-OK THEN
               DISPLAY "GL-LEDGER: no se pudo abrir el maestro del "
                   "mayor de la empresa " WS-EMPRESA-MAYOR
                   ", estado " WS-ESTADO-MAYOR
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT TRIAL-BALANCE-FILE.
           MOVE SPACES TO TRIAL-BALANCE-RECORD.
           STRING "BALANCE DE COMPROBACION  empresa "
               WS-EMPRESA-MAYOR "  periodo "
               WS-PERIODO-PROCESO "  fecha " WS-FECHA-PROCESO
               DELIMITED BY SIZE INTO TRIAL-BALANCE-RECORD.
           WRITE TRIAL-BALANCE-RECORD.
           MOVE "Cuenta   Centro  Debe periodo  Haber periodo"
               & "       Debe ano      Haber ano"
               & "            Saldo" TO TRIAL-BALANCE-RECORD.
           WRITE TRIAL-BALANCE-RECORD.
           MOVE "N" TO WS-FIN-ARCHIVO.
           PERFORM UNTIL FIN-ARCHIVO
               READ LEDGER-MASTER NEXT RECORD
                   AT END SET FIN-ARCHIVO TO TRUE
                   NOT AT END PERFORM ESCRIBIR-LINEA-BALANCE
               END-READ
           END-PERFORM.
           CLOSE LEDGER-MASTER.
           MOVE ALL "-" TO TRIAL-BALANCE-RECORD.
           WRITE TRIAL-BALANCE-RECORD.
           MOVE WS-TOT-SALDOS-DEUDORES TO WS-TOTAL-EDIT.
           MOVE WS-TOT-SALDOS-ACREEDORES TO WS-TOTAL-EDIT-2.
           MOVE SPACES TO TRIAL-BALANCE-RECORD.
           STRING "Saldos deudores " WS-TOTAL-EDIT
               "  saldos acreedores " WS-TOTAL-EDIT-2
               DELIMITED BY SIZE INTO TRIAL-BALANCE-RECORD.
           WRITE TRIAL-BALANCE-RECORD.
           MOVE SPACES TO TRIAL-BALANCE-RECORD.
           IF WS-TOT-SALDOS-DEUDORES = WS-TOT-SALDOS-ACREEDORES THEN
               STRING "CUADRA: " WS-TOT-CUENTAS " cuentas, "
                   WS-TOT-SIN-MAPA " fuera del mapa contable"
                   DELIMITED BY SIZE INTO TRIAL-BALANCE-RECORD
           ELSE
               STRING "NO CUADRA: " WS-TOT-CUENTAS " cuentas, "
                   WS-TOT-SIN-MAPA " fuera del mapa contable"
                   DELIMITED BY SIZE INTO TRIAL-BALANCE-RECORD
               MOVE 8 TO RETURN-CODE
           END-IF.
           WRITE TRIAL-BALANCE-RECORD.
           CLOSE TRIAL-BALANCE-FILE.
           IF WS-TOT-SIN-MAPA > ZERO AND RETURN-CODE < 4 THEN
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "Cuentas en el balance   : " WS-TOT-CUENTAS.
           DISPLAY "Fuera del mapa contable : " WS-TOT-SIN-MAPA.

       ESCRIBIR-LINEA-BALANCE.
           MOVE WS-PERIODO-PROCESO TO WS-PERIODO-DESTINO.
           PERFORM LLEVAR-A-PERIODO.
           COMPUTE WS-SALDO-CUENTA = GS-SALDO-APERTURA
               + GS-DEBE-ANO - GS-HABER-ANO.
           IF WS-SALDO-CUENTA > ZERO THEN
               ADD WS-SALDO-CUENTA TO WS-TOT-SALDOS-DEUDORES
           ELSE
               SUBTRACT WS-SALDO-CUENTA FROM WS-TOT-SALDOS-ACREEDORES
           END-IF.
           ADD 1 TO WS-TOT-CUENTAS.
           MOVE GS-CUENTA TO WS-CUENTA-BUSCADA.
           PERFORM VERIFICAR-CUENTA-MAPA.
           IF CUENTA-EN-MAPA THEN
               MOVE SPACES TO WS-MARCA-MAPA
           ELSE
               MOVE "*SIN MAPA" TO WS-MARCA-MAPA
               ADD 1 TO WS-TOT-SIN-MAPA
           END-IF.
           MOVE GS-DEBE-PERIODO TO WS-MONTO-EDIT.
           MOVE GS-HABER-PERIODO TO WS-MONTO-EDIT-2.
           MOVE GS-DEBE-ANO TO WS-MONTO-EDIT-3.
           MOVE GS-HABER-ANO TO WS-MONTO-EDIT-4.
           MOVE WS-SALDO-CUENTA TO WS-SALDO-EDIT.
           MOVE SPACES TO TRIAL-BALANCE-RECORD.
           STRING GS-CUENTA " " GS-CENTRO " " WS-MONTO-EDIT " "
               WS-MONTO-EDIT-2 " " WS-MONTO-EDIT-3 " "
               WS-MONTO-EDIT-4 " " WS-SALDO-EDIT " " WS-MARCA-MAPA
               DELIMITED BY SIZE INTO TRIAL-BALANCE-RECORD.
           WRITE TRIAL-BALANCE-RECORD.

      *> Periodo sobre el que trabajan las funciones de cierre: el
      *> pedido, o el mes anterior al de proceso (el ano anterior
      *> para el cierre de ejercicio).
       TOMAR-PERIODO-PEDIDO.
           IF WS-PERIODO-PEDIDO > ZERO THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PERIODO-PROCESO TO WS-PERIODO-CAL.
           IF FUNCION-CERRAR-ANO THEN
               SUBTRACT 1 FROM WS-CAL-ANO
               MOVE 12 TO WS-CAL-MES
           ELSE
               IF WS-CAL-MES = 1 THEN
                   SUBTRACT 1 FROM WS-CAL-ANO
                   MOVE 12 TO WS-CAL-MES
               ELSE
                   SUBTRACT 1 FROM WS-CAL-MES
               END-IF
           END-IF.
           MOVE WS-PERIODO-CAL-NUM TO WS-PERIODO-PEDIDO.

      *> Cierre de mes: desde aqui ningun programa asienta en el
      *> periodo (PERIODSRV lo desvia o lo rechaza). Se avisa si
      *> quedan meses anteriores del mismo ano sin cerrar.
       CERRAR-MES.
           MOVE WS-PERIODO-PEDIDO TO WS-PERIODO-CAL.
           IF WS-CAL-MES < 1 OR WS-CAL-MES > 12 THEN
               DISPLAY "GL-LEDGER: periodo invalido "
                   WS-PERIODO-PEDIDO
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           PERFORM CARGAR-CALENDARIO.
           PERFORM ASEGURAR-PERIODO.
           IF WS-IDX-PER = ZERO THEN
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           IF WS-PER-ESTADO(WS-IDX-PER) = "C" THEN
               DISPLAY "GL-LEDGER: el periodo " WS-PERIODO-PEDIDO
                   " ya estaba cerrado."
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           PERFORM TOMAR-OPERADOR-CIERRE.
           MOVE "C" TO WS-PER-ESTADO(WS-IDX-PER).
           MOVE WS-FECHA-PROCESO TO WS-PER-FECHA-CIERRE(WS-IDX-PER).
           MOVE WS-OPERADOR-CIERRE TO WS-PER-OPERADOR(WS-IDX-PER).
           MOVE ZERO TO WS-ABIERTOS-ANTES.
           MOVE WS-CAL-MES TO WS-MES-PEDIDO.
           PERFORM VARYING WS-CAL-MES FROM 1 BY 1
                   UNTIL WS-CAL-MES >= WS-MES-PEDIDO
               PERFORM BUSCAR-PERIODO
               IF WS-IDX-PER = ZERO THEN
                   ADD 1 TO WS-ABIERTOS-ANTES
               ELSE
                   IF WS-PER-ESTADO(WS-IDX-PER) NOT = "C" THEN
                       ADD 1 TO WS-ABIERTOS-ANTES
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM GUARDAR-CALENDARIO.
           DISPLAY "GL-LEDGER: periodo " WS-PERIODO-PEDIDO
               " cerrado.".
           IF WS-ABIERTOS-ANTES > ZERO THEN
               DISPLAY "GL-LEDGER: quedan " WS-ABIERTOS-ANTES
                   " meses anteriores del ano sin cerrar."
               IF RETURN-CODE < 4 THEN
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

      *> Un periodo se reabre para corregir, salvo que su ano ya
      *> este cerrado: el resultado ya paso a resultados acumulados.
       REABRIR-PERIODO.
           PERFORM CARGAR-CALENDARIO.
           MOVE WS-PERIODO-PEDIDO TO WS-PERIODO-CAL.
           PERFORM BUSCAR-PERIODO.
           IF WS-IDX-PER = ZERO THEN
               DISPLAY "GL-LEDGER: el periodo " WS-PERIODO-PEDIDO
                   " ya estaba abierto."
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           IF WS-PER-CIERRE-ANUAL(WS-IDX-PER) = "S" THEN
               DISPLAY "GL-LEDGER: el periodo " WS-PERIODO-PEDIDO
                   " pertenece a un ejercicio cerrado, no se "
                   "reabre."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           IF WS-PER-ESTADO(WS-IDX-PER) NOT = "C" THEN
               DISPLAY "GL-LEDGER: el periodo " WS-PERIODO-PEDIDO
                   " ya estaba abierto."
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           PERFORM TOMAR-OPERADOR-CIERRE.
           MOVE "A" TO WS-PER-ESTADO(WS-IDX-PER).
           MOVE WS-FECHA-PROCESO TO WS-PER-FECHA-CIERRE(WS-IDX-PER).
           MOVE WS-OPERADOR-CIERRE TO WS-PER-OPERADOR(WS-IDX-PER).
           PERFORM GUARDAR-CALENDARIO.
           DISPLAY "GL-LEDGER: periodo " WS-PERIODO-PEDIDO
               " reabierto.".

      *> Cierre de ejercicio: cada cuenta de resultado se salda al
      *> 31/12 contra resultados acumulados (asientos en
      *> gl-cierre-anual.dat, fuente GL-CIERRE), todo el maestro
      *> pasa al primer periodo del ano nuevo con su saldo en la
      *> apertura y los doce meses del ano quedan cerrados para
      *> siempre. El calendario es del grupo y lo cierra la
      *> principal 01; las demas empresas cierran su ejercicio en su
      *> mayor y lo dejan anotado en su control.
       CERRAR-EJERCICIO.
           MOVE WS-PERIODO-PEDIDO(1:4) TO WS-ANO-CIERRE.
           COMPUTE WS-ANO-SIGUIENTE = WS-ANO-CIERRE + 1.
           COMPUTE WS-FECHA-CIERRE-ANO = WS-ANO-CIERRE * 10000
               + 1231.
           PERFORM LEER-CONTROL.
           IF WS-ANO-CERRADO >= WS-ANO-CIERRE THEN
               DISPLAY "GL-LEDGER: el ejercicio " WS-ANO-CIERRE
                   " de la empresa " WS-EMPRESA-MAYOR
                   " ya fue cerrado."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           PERFORM CARGAR-CALENDARIO.
           MOVE WS-ANO-CIERRE TO WS-CAL-ANO.
           MOVE 12 TO WS-CAL-MES.
           PERFORM BUSCAR-PERIODO.
           IF WS-IDX-PER > ZERO AND WS-EMPRESA-MAYOR = "01" THEN
               IF WS-PER-CIERRE-ANUAL(WS-IDX-PER) = "S" THEN
                   DISPLAY "GL-LEDGER: el ejercicio " WS-ANO-CIERRE
                       " ya fue cerrado."
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           PERFORM CARGAR-CONFIG-CIERRE.
           IF WS-CUENTA-RESULTADOS = SPACES
                   OR WS-PREFIJOS = SPACES THEN
               DISPLAY "GL-LEDGER: falta la cuenta de resultados "
                   "acumulados en " WS-NOMBRE-CIERRE
               DISPLAY "GL-LEDGER: no se cierra."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           PERFORM ABRIR-MAESTRO.
           IF NOT MAYOR-OK THEN
               DISPLAY "GL-LEDGER: no se pudo abrir el maestro del "
                   "mayor de la empresa " WS-EMPRESA-MAYOR
                   ", estado " WS-ESTADO-MAYOR
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           PERFORM ARMAR-ASIENTOS-CIERRE.
           PERFORM ASENTAR-ASIENTOS-CIERRE.
           CLOSE LEDGER-MASTER.
           PERFORM ABRIR-EJERCICIO-NUEVO.
           MOVE WS-ANO-CIERRE TO WS-ANO-CERRADO.
           PERFORM GUARDAR-CONTROL.
           IF WS-EMPRESA-MAYOR = "01" THEN
               PERFORM CERRAR-CALENDARIO-ANUAL
           END-IF.
           MOVE WS-RESULTADO-EJERCICIO TO WS-SALDO-EDIT.
           DISPLAY "Ejercicio cerrado       : " WS-ANO-CIERRE.
           DISPLAY "Lineas de cierre        : " WS-LINEAS-CIERRE.
           DISPLAY "Resultado (D-C)         : " WS-SALDO-EDIT.
           DISPLAY "Cuentas del maestro     : " WS-TOT-CUENTAS.
           IF WS-CUENTAS-FUERA-DE-ANO > ZERO THEN
               DISPLAY "GL-LEDGER: " WS-CUENTAS-FUERA-DE-ANO
                   " cuentas de resultado ya tienen movimiento "
                   "posterior a " WS-ANO-SIGUIENTE ", no se saldaron."
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF WS-TOT-DEBE NOT = WS-TOT-HABER THEN
               DISPLAY "GL-LEDGER: el cierre no cierra debe contra "
                   "haber."
               MOVE 8 TO RETURN-CODE
           END-IF.

       CERRAR-CALENDARIO-ANUAL.
           PERFORM TOMAR-OPERADOR-CIERRE.
           MOVE WS-ANO-CIERRE TO WS-CAL-ANO.
           PERFORM VARYING WS-CAL-MES FROM 1 BY 1
                   UNTIL WS-CAL-MES > 12
               PERFORM ASEGURAR-PERIODO
               IF WS-IDX-PER > ZERO THEN
                   IF WS-PER-ESTADO(WS-IDX-PER) NOT = "C" THEN
                       MOVE "C" TO WS-PER-ESTADO(WS-IDX-PER)
                       MOVE WS-FECHA-PROCESO TO
                           WS-PER-FECHA-CIERRE(WS-IDX-PER)
                       MOVE WS-OPERADOR-CIERRE TO
                           WS-PER-OPERADOR(WS-IDX-PER)
                   END-IF
                   MOVE "S" TO WS-PER-CIERRE-ANUAL(WS-IDX-PER)
               END-IF
           END-PERFORM.
           MOVE WS-ANO-SIGUIENTE TO WS-CAL-ANO.
           PERFORM VARYING WS-CAL-MES FROM 1 BY 1
                   UNTIL WS-CAL-MES > 12
               PERFORM ASEGURAR-PERIODO
           END-PERFORM.
           PERFORM GUARDAR-CALENDARIO.

       CARGAR-CONFIG-CIERRE.
           OPEN INPUT CLOSING-CONFIG-FILE.
           IF NOT CIERRE-CFG-OK THEN
               EXIT PARAGRAPH
           END-IF.
           READ CLOSING-CONFIG-FILE
               NOT AT END
                   MOVE GC-CUENTA-RESULTADOS TO WS-CUENTA-RESULTADOS
                   MOVE GC-CENTRO-RESULTADOS TO WS-CENTRO-RESULTADOS
                   MOVE GC-PREFIJOS TO WS-PREFIJOS
           END-READ.
           CLOSE CLOSING-CONFIG-FILE.

      *> Una linea por cuenta de resultado con saldo, del lado
      *> contrario a su saldo, y la contrapartida neta a resultados
      *> acumulados.
       ARMAR-ASIENTOS-CIERRE.
           MOVE WS-NOMBRE-CIERRE-ANUAL TO WS-NOMBRE-GL.
           OPEN OUTPUT GL-FILE.
           MOVE ZERO TO WS-RESULTADO-EJERCICIO.
           MOVE "N" TO WS-FIN-ARCHIVO.
           PERFORM UNTIL FIN-ARCHIVO
               READ LEDGER-MASTER NEXT RECORD
                   AT END SET FIN-ARCHIVO TO TRUE
                   NOT AT END PERFORM SALDAR-CUENTA-RESULTADO
               END-READ
           END-PERFORM.
           IF WS-RESULTADO-EJERCICIO NOT = ZERO THEN
               MOVE WS-CUENTA-RESULTADOS TO GL-CUENTA
               MOVE WS-CENTRO-RESULTADOS TO GL-CENTRO
               IF WS-RESULTADO-EJERCICIO > ZERO THEN
                   MOVE WS-RESULTADO-EJERCICIO TO GL-MONTO
                   MOVE "D" TO GL-LADO
               ELSE
                   COMPUTE GL-MONTO = ZERO - WS-RESULTADO-EJERCICIO
                   MOVE "C" TO GL-LADO
               END-IF
               MOVE "GL-CIERRE" TO GL-FUENTE
               MOVE WS-FECHA-CIERRE-ANO TO GL-FECHA
               MOVE WS-EMPRESA-MAYOR TO GL-EMPRESA
               WRITE GL-RECORD
               ADD 1 TO WS-LINEAS-CIERRE
           END-IF.
           CLOSE GL-FILE.

      *> Saldo de la cuenta al cierre del ano: si todavia no paso
      *> al ano nuevo es apertura + movimiento del ano; si ya paso,
      *> ese saldo esta en la apertura.
       SALDAR-CUENTA-RESULTADO.
           IF GS-CUENTA = WS-CUENTA-RESULTADOS
                   AND GS-CENTRO = WS-CENTRO-RESULTADOS THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM VERIFICAR-PREFIJO.
           IF NOT ES-CUENTA-RESULTADO THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE GS-PERIODO(1:4) TO WS-ANO-CUENTA.
           EVALUATE TRUE
               WHEN WS-ANO-CUENTA <= WS-ANO-CIERRE
                   COMPUTE WS-SALDO-CUENTA = GS-SALDO-APERTURA
                       + GS-DEBE-ANO - GS-HABER-ANO
               WHEN WS-ANO-CUENTA = WS-ANO-SIGUIENTE
                   MOVE GS-SALDO-APERTURA TO WS-SALDO-CUENTA
               WHEN OTHER
                   DISPLAY "SALDAR-CUENTA-RESULTADO: " GS-CUENTA "/"
                       GS-CENTRO " ya esta en " GS-PERIODO
                   ADD 1 TO WS-CUENTAS-FUERA-DE-ANO
                   EXIT PARAGRAPH
           END-EVALUATE.
           IF WS-SALDO-CUENTA = ZERO THEN
               EXIT PARAGRAPH
           END-IF.
           ADD WS-SALDO-CUENTA TO WS-RESULTADO-EJERCICIO.
           MOVE GS-CUENTA TO GL-CUENTA.
           MOVE GS-CENTRO TO GL-CENTRO.
           IF WS-SALDO-CUENTA > ZERO THEN
               MOVE WS-SALDO-CUENTA TO GL-MONTO
               MOVE "C" TO GL-LADO
           ELSE
               COMPUTE GL-MONTO = ZERO - WS-SALDO-CUENTA
               MOVE "D" TO GL-LADO
           END-IF.
           MOVE "GL-CIERRE" TO GL-FUENTE.
           MOVE WS-FECHA-CIERRE-ANO TO GL-FECHA.
           MOVE WS-EMPRESA-MAYOR TO GL-EMPRESA.
           WRITE GL-RECORD.
           ADD 1 TO WS-LINEAS-CIERRE.

       VERIFICAR-PREFIJO.
           MOVE "N" TO WS-ES-RESULTADO.
           PERFORM VARYING WS-IDX-PREFIJO FROM 1 BY 1
                   UNTIL WS-IDX-PREFIJO > 10 OR ES-CUENTA-RESULTADO
               IF WS-PREFIJOS(WS-IDX-PREFIJO:1) NOT = SPACE
                       AND WS-PREFIJOS(WS-IDX-PREFIJO:1) =
                           GS-CUENTA(1:1) THEN
                   SET ES-CUENTA-RESULTADO TO TRUE
               END-IF
           END-PERFORM.

      *> Los asientos de cierre van al ano que cierra aunque su
      *> diciembre ya este cerrado en el calendario.
       ASENTAR-ASIENTOS-CIERRE.
           MOVE "N" TO WS-CONTROLAR-PERIODO.
           PERFORM ABRIR-DIARIO.
           OPEN INPUT GL-FILE.
           IF GL-OK THEN
               MOVE "N" TO WS-FIN-ARCHIVO
               PERFORM UNTIL FIN-ARCHIVO
                   READ GL-FILE
                       AT END SET FIN-ARCHIVO TO TRUE
                       NOT AT END PERFORM ASENTAR-LINEA
                   END-READ
               END-PERFORM
               CLOSE GL-FILE
           END-IF.
           CLOSE JOURNAL-FILE.
           MOVE "S" TO WS-CONTROLAR-PERIODO.

      *> Todo el maestro pasa a enero del ano nuevo: lo del ano
      *> cerrado queda en la apertura.
       ABRIR-EJERCICIO-NUEVO.
           OPEN I-O LEDGER-MASTER.
           IF NOT MAYOR-OK THEN
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-PERIODO-DESTINO = WS-ANO-SIGUIENTE * 100 + 1.
           MOVE "N" TO WS-FIN-ARCHIVO.
           PERFORM UNTIL FIN-ARCHIVO
               READ LEDGER-MASTER NEXT RECORD
                   AT END SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       ADD 1 TO WS-TOT-CUENTAS
                       IF GS-PERIODO < WS-PERIODO-DESTINO THEN
                           PERFORM LLEVAR-A-PERIODO
                           REWRITE LEDGER-RECORD
                               INVALID KEY
                                   DISPLAY "ABRIR-EJERCICIO-NUEVO: "
                                       "no se pudo actualizar "
                                       GS-CUENTA "/" GS-CENTRO
                                   MOVE 8 TO RETURN-CODE
                           END-REWRITE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LEDGER-MASTER.

       CARGAR-CALENDARIO.
           MOVE ZERO TO WS-NUM-PERIODOS.
           OPEN INPUT PERIOD-FILE.
           IF NOT PERIODOS-OK THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIN-ARCHIVO.
           PERFORM UNTIL FIN-ARCHIVO
               READ PERIOD-FILE
                   AT END SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF WS-NUM-PERIODOS < 600 THEN
                           ADD 1 TO WS-NUM-PERIODOS
                           MOVE PE-PERIODO TO
                               WS-PER-PERIODO(WS-NUM-PERIODOS)
                           MOVE PE-ESTADO TO
                               WS-PER-ESTADO(WS-NUM-PERIODOS)
                           MOVE PE-CIERRE-ANUAL TO
                               WS-PER-CIERRE-ANUAL(WS-NUM-PERIODOS)
                           MOVE PE-FECHA-CIERRE TO
                               WS-PER-FECHA-CIERRE(WS-NUM-PERIODOS)
                           MOVE PE-OPERADOR TO
                               WS-PER-OPERADOR(WS-NUM-PERIODOS)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PERIOD-FILE.

       GUARDAR-CALENDARIO.
           OPEN OUTPUT PERIOD-FILE.
           PERFORM VARYING WS-IDX-PER FROM 1 BY 1
                   UNTIL WS-IDX-PER > WS-NUM-PERIODOS
               MOVE WS-PER-PERIODO(WS-IDX-PER) TO PE-PERIODO
               MOVE WS-PER-ESTADO(WS-IDX-PER) TO PE-ESTADO
               MOVE WS-PER-CIERRE-ANUAL(WS-IDX-PER) TO
                   PE-CIERRE-ANUAL
               MOVE WS-PER-FECHA-CIERRE(WS-IDX-PER) TO
                   PE-FECHA-CIERRE
               MOVE WS-PER-OPERADOR(WS-IDX-PER) TO PE-OPERADOR
               WRITE PERIOD-RECORD
           END-PERFORM.
           CLOSE PERIOD-FILE.

      *> Deja en WS-IDX-PER la posicion de WS-PERIODO-CAL en el
      *> calendario, cero si no figura.
       BUSCAR-PERIODO.
           MOVE ZERO TO WS-IDX-PER.
           PERFORM VARYING WS-IDX-BUSCA FROM 1 BY 1
                   UNTIL WS-IDX-BUSCA > WS-NUM-PERIODOS
                       OR WS-IDX-PER > ZERO
               IF WS-PER-PERIODO(WS-IDX-BUSCA) = WS-PERIODO-CAL-NUM
                       THEN
                   MOVE WS-IDX-BUSCA TO WS-IDX-PER
               END-IF
           END-PERFORM.

      *> Como BUSCAR-PERIODO, pero un periodo que no figura se
      *> agrega abierto en su lugar del orden.
       ASEGURAR-PERIODO.
           PERFORM BUSCAR-PERIODO.
           IF WS-IDX-PER > ZERO THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-NUM-PERIODOS >= 600 THEN
               DISPLAY "ASEGURAR-PERIODO: calendario lleno, no se "
                   "agrega " WS-PERIODO-CAL-NUM
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-IDX-PER = WS-NUM-PERIODOS + 1.
           PERFORM VARYING WS-IDX-BUSCA FROM WS-NUM-PERIODOS BY -1
                   UNTIL WS-IDX-BUSCA < 1
               IF WS-PER-PERIODO(WS-IDX-BUSCA) > WS-PERIODO-CAL-NUM
                       THEN
                   MOVE WS-PER(WS-IDX-BUSCA) TO
                       WS-PER(WS-IDX-BUSCA + 1)
                   MOVE WS-IDX-BUSCA TO WS-IDX-PER
               END-IF
           END-PERFORM.
           ADD 1 TO WS-NUM-PERIODOS.
           MOVE WS-PERIODO-CAL-NUM TO WS-PER-PERIODO(WS-IDX-PER).
           MOVE "A" TO WS-PER-ESTADO(WS-IDX-PER).
           MOVE "N" TO WS-PER-CIERRE-ANUAL(WS-IDX-PER).
           MOVE ZERO TO WS-PER-FECHA-CIERRE(WS-IDX-PER).
           MOVE SPACES TO WS-PER-OPERADOR(WS-IDX-PER).

       TOMAR-OPERADOR-CIERRE.
           IF OPERADOR-ACTUAL = SPACES
                   OR OPERADOR-ACTUAL = LOW-VALUES THEN
               MOVE "BATCH" TO WS-OPERADOR-CIERRE
           ELSE
               MOVE OPERADOR-ACTUAL TO WS-OPERADOR-CIERRE
           END-IF.

       REGISTRAR-HISTORIAL.
           OPEN EXTEND RUN-HISTORY-LOG.
           IF NOT HIST-OK THEN
               OPEN OUTPUT RUN-HISTORY-LOG
               CLOSE RUN-HISTORY-LOG
               OPEN EXTEND RUN-HISTORY-LOG
           END-IF.
           MOVE "GL-LEDGER" TO RH-PROGRAMA.
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
       END PROGRAM GL-LEDGER.
