      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRESTAMOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHEDULE-FILE ASSIGN TO "data/redondeo-plan.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-PLAN.
           SELECT LOAN-MASTER ASSIGN TO "data/prestamos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PRESTAMO
               ALTERNATE RECORD KEY IS PM-ORIGEN
               FILE STATUS IS WS-ESTADO-PRESTAMOS.
           SELECT INSTALLMENT-FILE ASSIGN TO "data/prestamos-cuotas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-CLAVE
               FILE STATUS IS WS-ESTADO-CUOTAS.
           SELECT LOAN-COUNTER ASSIGN TO
                   "data/prestamos-contador.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CONTADOR.
           SELECT PAYMENT-FILE ASSIGN TO "data/prestamos-pagos.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-PAGOS.
           SELECT REJECT-FILE ASSIGN TO
                   "data/prestamos-rechazos.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MOVEMENT-LOG ASSIGN TO "data/prestamos-mov.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-MOVIMIENTOS.
           SELECT REPORT-FILE ASSIGN TO "data/prestamos-mora.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MODE-FILE ASSIGN TO "data/prestamos.cfg"
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
      *> Plan de amortizacion que deja RoundedAndReminder; las
      *> cuotas de cada transaccion vienen juntas y en orden.
       FD  SCHEDULE-FILE.
       01  SCHEDULE-RECORD.
           05 PL-TRANSACCION PIC 9(6).
           05 PL-CUOTA PIC 9(3).
           05 PL-FECHA PIC 9(8).
           05 PL-INTERES PIC 9(9)V99.
           05 PL-PRINCIPAL PIC 9(9)V99.
           05 PL-SALDO PIC 9(9)V99.
           05 PL-TASA-ANUAL PIC 9(2)V9(4).
           05 PL-CONVENCION PIC X.
           05 PL-REDONDEO PIC X.
           05 PL-FECHA-DESDE PIC 9(8).
           05 PL-PRINCIPAL-ORIGINAL PIC 9(9)V99.

       FD  LOAN-MASTER.
       01  LOAN-RECORD.
           COPY PRESTAMO.

       FD  INSTALLMENT-FILE.
       01  INSTALLMENT-RECORD.
           COPY PRESCUOTA.

       FD  LOAN-COUNTER.
       01  LOAN-COUNTER-RECORD.
           05 PK-PROXIMO-PRESTAMO PIC 9(6).

      *> Cobros recibidos: prestamo, fecha valor, monto y tipo. N (o
      *> blanco) = pago de cuotas, el excedente sobre las cuotas
      *> vencidas y la proxima se toma como abono anticipado a
      *> principal; T = cancelacion total anticipada.
       FD  PAYMENT-FILE.
       01  PAYMENT-RECORD.
           05 LP-PRESTAMO PIC 9(6).
           05 LP-FECHA PIC 9(8).
           05 LP-MONTO PIC 9(9)V99.
           05 LP-TIPO PIC X.
               88 PAGO-CANCELACION VALUE "T".

       FD  REJECT-FILE.
       01  REJECT-RECORD.
           05 LR-PAGO PIC X(26).
           05 LR-MOTIVO PIC X(30).

      *> Movimientos de cada cobro por cuota y concepto: INTERES,
      *> PRINCIPAL, ANTICIPO (abono a principal fuera de plan) y
      *> SOBRANTE (lo que sobra de una cancelacion, a devolver).
       FD  MOVEMENT-LOG.
       01  MOVEMENT-RECORD.
           05 LM-FECHA-HORA PIC X(15).
           05 LM-PRESTAMO PIC 9(6).
           05 LM-CUOTA PIC 9(3).
           05 LM-FECHA-VALOR PIC 9(8).
           05 LM-CONCEPTO PIC X(10).
           05 LM-MONTO PIC 9(9)V99.

       FD  REPORT-FILE.
       01  REPORT-RECORD PIC X(132).

      *> Fecha de corte para la mora (cero = fecha de proceso) y
      *> dias de gracia antes de dar una cuota por vencida.
       FD  MODE-FILE.
       01  MODE-RECORD.
           05 PS-FECHA-CORTE PIC 9(8).
           05 PS-DIAS-GRACIA PIC 9(3).

      *> Parametros del paso cuando la malla los define; pisan a los
      *> de prestamos.cfg.
       FD  STEP-PARAM-FILE.
       01  STEP-PARAM-RECORD.
           05 PR-FECHA-CORTE PIC 9(8).
           05 PR-DIAS-GRACIA PIC 9(3).

       FD  RUN-HISTORY-LOG.
           COPY RUNHIST.

       WORKING-STORAGE SECTION.
      *> En este compilador el RETURN-CODE del paso se pisa con el
      *> del subprograma llamado; se guarda y repone alrededor de
      *> cada llamada de servicio.
       01  WS-RC-GUARDA PIC S9(4) VALUE ZERO.
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
           01 WS-ESTADO-PLAN PIC XX VALUE "00".
               88 PLAN-OK VALUE "00".
           01 WS-ESTADO-PRESTAMOS PIC XX VALUE "00".
               88 PRESTAMOS-OK VALUE "00".
               88 PRESTAMOS-NO-EXISTE VALUE "35".
           01 WS-ESTADO-CUOTAS PIC XX VALUE "00".
               88 CUOTAS-OK VALUE "00".
               88 CUOTAS-NO-EXISTE VALUE "35".
           01 WS-ESTADO-CONTADOR PIC XX VALUE "00".
               88 CONTADOR-OK VALUE "00".
           01 WS-ESTADO-PAGOS PIC XX VALUE "00".
               88 PAGOS-OK VALUE "00".
           01 WS-ESTADO-MOVIMIENTOS PIC XX VALUE "00".
               88 MOVIMIENTOS-OK VALUE "00".
           01 WS-ESTADO-MODO PIC XX VALUE "00".
               88 MODO-FILE-OK VALUE "00".
           01 WS-FIN-PLAN PIC X VALUE "N".
               88 FIN-PLAN VALUE "S".
           01 WS-FIN-PAGOS PIC X VALUE "N".
               88 FIN-PAGOS VALUE "S".
           01 WS-FIN-PRESTAMOS PIC X VALUE "N".
               88 FIN-PRESTAMOS VALUE "S".
           01 WS-FIN-CUOTAS PIC X VALUE "N".
               88 FIN-CUOTAS VALUE "S".
           01 WS-FECHA-PROCESO PIC 9(8) VALUE ZERO.
           01 WS-FECHA-CORTE PIC 9(8) VALUE ZERO.
           01 WS-DIAS-GRACIA PIC 9(3) VALUE ZERO.
           01 WS-PROXIMO-PRESTAMO PIC 9(6) VALUE ZERO.
      *> Cuotas del plan de una transaccion, retenidas hasta saber
      *> si el prestamo ya estaba cargado.
           01 WS-PLAN-TRANSACCION PIC 9(6) VALUE ZERO.
           01 WS-PLAN-VALIDO PIC X VALUE "S".
               88 PLAN-VALIDO VALUE "S".
           01 WS-NUM-CUOTAS-PLAN PIC 999 VALUE ZERO.
           01 WS-IDX-CUOTA PIC 999 VALUE ZERO.
           01 WS-TABLA-PLAN.
               05 WS-CUOTA-PLAN OCCURS 360 TIMES.
                   10 WS-CP-CUOTA PIC 9(3).
                   10 WS-CP-FECHA PIC 9(8).
                   10 WS-CP-INTERES PIC 9(9)V99.
                   10 WS-CP-PRINCIPAL PIC 9(9)V99.
                   10 WS-CP-SALDO PIC 9(9)V99.
                   10 WS-CP-TASA PIC 9(2)V9(4).
           01 WS-PLAN-ORIGEN.
               05 WS-PO-TRANSACCION PIC 9(6).
               05 WS-PO-FECHA PIC 9(8).
               05 WS-PO-PRINCIPAL PIC 9(9)V99.
           01 WS-PLAN-TASA PIC 9(2)V9(4) VALUE ZERO.
           01 WS-PLAN-CONVENCION PIC X VALUE SPACE.
           01 WS-PLAN-REDONDEO PIC X VALUE SPACE.
      *> Aplicacion de un cobro.
           01 WS-DISPONIBLE PIC 9(9)V99 VALUE ZERO.
           01 WS-APLICADO PIC 9(9)V99 VALUE ZERO.
           01 WS-RESTO PIC 9(9)V99 VALUE ZERO.
           01 WS-INCLUIR-PROXIMA PIC X VALUE "S".
               88 INCLUIR-PROXIMA VALUE "S".
           01 WS-PROXIMA-USADA PIC X VALUE "N".
               88 PROXIMA-USADA VALUE "S".
           01 WS-MOTIVO-RECHAZO PIC X(30) VALUE SPACES.
      *> Cotizacion de cancelacion: lo vencido e impago, la fecha
      *> hasta la que el interes ya esta en alguna cuota y el
      *> interes corrido desde ahi hasta la fecha del cobro.
           01 WS-FECHA-CUBIERTA PIC 9(8) VALUE ZERO.
           01 WS-ADEUDO-INTERES PIC 9(9)V99 VALUE ZERO.
           01 WS-ADEUDO-PRINCIPAL PIC 9(9)V99 VALUE ZERO.
           01 WS-PRIMERA-LIBRE PIC 9(3) VALUE ZERO.
           01 WS-TASA-LIBRE PIC 9(2)V9(4) VALUE ZERO.
           01 WS-INTERES-YA-PAGADO PIC 9(9)V99 VALUE ZERO.
           01 WS-CUOTAS-LIBRES PIC 999 VALUE ZERO.
           01 WS-INTERES-CORRIDO PIC 9(9)V99 VALUE ZERO.
           01 WS-CANCELACION PIC 9(9)V99 VALUE ZERO.
      *> Recalculo del plan restante tras un abono anticipado.
           01 WS-RC-SALDO PIC 9(9)V99 VALUE ZERO.
           01 WS-RC-CUOTA-PRINC PIC 9(9)V99 VALUE ZERO.
           01 WS-RC-PRINC-ACUM PIC 9(9)V99 VALUE ZERO.
           01 WS-RC-SALDO-INICIAL PIC 9(9)V99 VALUE ZERO.
           01 WS-RC-ABONO PIC 9(9)V99 VALUE ZERO.
           01 WS-RC-FECHA-ANTERIOR PIC 9(8) VALUE ZERO.
           01 WS-RC-ORDEN PIC 999 VALUE ZERO.
      *> Interes de un tramo: base = saldo x tasa x dias, que se
      *> acumula por tramos y se redondea una sola vez.
           01 WS-IT-SALDO PIC 9(9)V99 VALUE ZERO.
           01 WS-IT-TASA PIC 9(2)V9(4) VALUE ZERO.
           01 WS-IT-DESDE PIC 9(8) VALUE ZERO.
           01 WS-IT-HASTA PIC 9(8) VALUE ZERO.
           01 WS-IT-BASE PIC 9(13)V9(6) VALUE ZERO.
           01 WS-IT-INTERES PIC 9(9)V99 VALUE ZERO.
           01 WS-DS-FUNCION PIC X(8) VALUE SPACES.
           01 WS-DS-FECHA1 PIC 9(8) VALUE ZERO.
           01 WS-DS-FECHA2 PIC 9(8) VALUE ZERO.
           01 WS-DS-RESULTADO PIC S9(7) VALUE ZERO.
           01 WS-DS-OK PIC X VALUE "N".
      *> Mora por prestamo.
           01 WS-MORA-CUOTAS PIC 999 VALUE ZERO.
           01 WS-MORA-INTERES PIC 9(9)V99 VALUE ZERO.
           01 WS-MORA-PRINCIPAL PIC 9(9)V99 VALUE ZERO.
           01 WS-MORA-FECHA PIC 9(8) VALUE ZERO.
           01 WS-MORA-DIAS PIC 9(5) VALUE ZERO.
           01 WS-MORA-TRAMO PIC X(6) VALUE SPACES.
      *> Totales de la corrida.
           01 WS-TOTALES.
               05 WS-TOT-PLANES PIC 9(6) VALUE ZERO.
               05 WS-TOT-ALTAS PIC 9(6) VALUE ZERO.
               05 WS-TOT-YA-CARGADOS PIC 9(6) VALUE ZERO.
               05 WS-TOT-REPRECIADAS PIC 9(6) VALUE ZERO.
               05 WS-TOT-PAGOS PIC 9(6) VALUE ZERO.
               05 WS-TOT-RECHAZOS PIC 9(6) VALUE ZERO.
               05 WS-TOT-COBRADO PIC 9(11)V99 VALUE ZERO.
               05 WS-TOT-CANCELADOS PIC 9(6) VALUE ZERO.
               05 WS-TOT-EN-MORA PIC 9(6) VALUE ZERO.
               05 WS-TOT-MORA PIC 9(11)V99 VALUE ZERO.
           01 WS-MONTO-EDIT-1 PIC Z(8)9.99.
           01 WS-MONTO-EDIT-2 PIC Z(8)9.99.
           01 WS-MONTO-EDIT-3 PIC Z(8)9.99.
           01 WS-MONTO-EDIT-4 PIC Z(8)9.99.
           01 WS-CANT-EDIT PIC ZZ9.
           01 WS-DIAS-EDIT PIC ZZZZ9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-PROCESO.
           MOVE ZERO TO WS-FECHA-CORTE.
           MOVE ZERO TO WS-DIAS-GRACIA.
           INITIALIZE WS-TOTALES.
           PERFORM CARGAR-MODO.
           PERFORM CARGAR-PARAMETROS-PASO.
           IF WS-FECHA-CORTE = ZERO THEN
               MOVE WS-FECHA-PROCESO TO WS-FECHA-CORTE
           END-IF.
           OPEN I-O LOAN-MASTER.
           IF PRESTAMOS-NO-EXISTE THEN
               OPEN OUTPUT LOAN-MASTER
               CLOSE LOAN-MASTER
               OPEN I-O LOAN-MASTER
           END-IF.
           OPEN I-O INSTALLMENT-FILE.
           IF CUOTAS-NO-EXISTE THEN
               OPEN OUTPUT INSTALLMENT-FILE
               CLOSE INSTALLMENT-FILE
               OPEN I-O INSTALLMENT-FILE
           END-IF.
           IF NOT PRESTAMOS-OK OR NOT CUOTAS-OK THEN
               DISPLAY "PRESTAMOS: no se pudo abrir la cartera, "
                   "estado " WS-ESTADO-PRESTAMOS "/" WS-ESTADO-CUOTAS
               MOVE 8 TO RETURN-CODE
               PERFORM REGISTRAR-HISTORIAL
               GOBACK
           END-IF.
           PERFORM CARGAR-PLANES.
           PERFORM COBRAR-PAGOS.
           PERFORM INFORMAR-MORA.
           CLOSE LOAN-MASTER.
           CLOSE INSTALLMENT-FILE.
           DISPLAY "PRESTAMOS: " WS-TOT-ALTAS " alta(s), "
               WS-TOT-YA-CARGADOS " plan(es) ya cargado(s), "
               WS-TOT-REPRECIADAS " cuota(s) refijada(s), "
               WS-TOT-PAGOS " cobro(s), " WS-TOT-RECHAZOS
               " rechazo(s), " WS-TOT-EN-MORA " prestamo(s) en mora.".
           IF WS-TOT-RECHAZOS > ZERO THEN
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM REGISTRAR-HISTORIAL.
           GOBACK.

       CARGAR-MODO.
           OPEN INPUT MODE-FILE.
           IF MODO-FILE-OK THEN
               READ MODE-FILE
                   NOT AT END
                       IF PS-FECHA-CORTE NUMERIC THEN
                           MOVE PS-FECHA-CORTE TO WS-FECHA-CORTE
                       END-IF
                       IF PS-DIAS-GRACIA NUMERIC THEN
                           MOVE PS-DIAS-GRACIA TO WS-DIAS-GRACIA
                       END-IF
               END-READ
               CLOSE MODE-FILE
           ELSE
               DISPLAY "Fecha de corte AAAAMMDD (en blanco hoy):"
               ACCEPT WS-FECHA-CORTE
               DISPLAY "Dias de gracia:"
               ACCEPT WS-DIAS-GRACIA
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
                   WS-NOMBRE-PARAMETROS ", se usa el corte "
                   "de siempre."
               EXIT PARAGRAPH
           END-IF.
           READ STEP-PARAM-FILE
               NOT AT END
                   IF PR-FECHA-CORTE NUMERIC THEN
                       MOVE PR-FECHA-CORTE TO WS-FECHA-CORTE
                   END-IF
                   IF PR-DIAS-GRACIA NUMERIC THEN
                       MOVE PR-DIAS-GRACIA TO WS-DIAS-GRACIA
                   END-IF
           END-READ.
           CLOSE STEP-PARAM-FILE.

      *> Alta de prestamos: cada transaccion del plan que todavia no
      *> tenga prestamo con su mismo origen se da de alta con todas
      *> sus cuotas pendientes. Volver a correr el plan no duplica.
       CARGAR-PLANES.
           OPEN INPUT SCHEDULE-FILE.
           IF NOT PLAN-OK THEN
               DISPLAY "PRESTAMOS: sin plan de amortizacion para "
                   "cargar."
               EXIT PARAGRAPH
           END-IF.
           PERFORM LEER-CONTADOR.
           MOVE "N" TO WS-FIN-PLAN.
           READ SCHEDULE-FILE
               AT END SET FIN-PLAN TO TRUE
           END-READ.
           PERFORM CARGAR-UN-PLAN UNTIL FIN-PLAN.
           CLOSE SCHEDULE-FILE.
           PERFORM GUARDAR-CONTADOR.

       CARGAR-UN-PLAN.
           ADD 1 TO WS-TOT-PLANES.
           MOVE PL-TRANSACCION TO WS-PLAN-TRANSACCION.
           MOVE ZERO TO WS-NUM-CUOTAS-PLAN.
           MOVE "S" TO WS-PLAN-VALIDO.
           IF PL-FECHA-DESDE NOT NUMERIC
                   OR PL-PRINCIPAL-ORIGINAL NOT NUMERIC
                   OR PL-TASA-ANUAL NOT NUMERIC THEN
               MOVE "N" TO WS-PLAN-VALIDO
           ELSE
               MOVE PL-TRANSACCION TO WS-PO-TRANSACCION
               MOVE PL-FECHA-DESDE TO WS-PO-FECHA
               MOVE PL-PRINCIPAL-ORIGINAL TO WS-PO-PRINCIPAL
               MOVE PL-TASA-ANUAL TO WS-PLAN-TASA
               MOVE PL-CONVENCION TO WS-PLAN-CONVENCION
               MOVE PL-REDONDEO TO WS-PLAN-REDONDEO
           END-IF.
           PERFORM GUARDAR-CUOTA-PLAN
               UNTIL FIN-PLAN
                   OR PL-TRANSACCION NOT = WS-PLAN-TRANSACCION.
           IF NOT PLAN-VALIDO THEN
               DISPLAY "PRESTAMOS: plan de la transaccion "
                   WS-PLAN-TRANSACCION " sin condiciones del "
                   "prestamo, no se carga."
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           PERFORM DAR-ALTA-PRESTAMO.

       GUARDAR-CUOTA-PLAN.
           IF WS-NUM-CUOTAS-PLAN < 360 THEN
               ADD 1 TO WS-NUM-CUOTAS-PLAN
               MOVE PL-CUOTA TO WS-CP-CUOTA(WS-NUM-CUOTAS-PLAN)
               MOVE PL-FECHA TO WS-CP-FECHA(WS-NUM-CUOTAS-PLAN)
               MOVE PL-INTERES TO WS-CP-INTERES(WS-NUM-CUOTAS-PLAN)
               MOVE PL-PRINCIPAL TO
                   WS-CP-PRINCIPAL(WS-NUM-CUOTAS-PLAN)
               MOVE PL-SALDO TO WS-CP-SALDO(WS-NUM-CUOTAS-PLAN)
               IF PL-TASA-ANUAL NUMERIC THEN
                   MOVE PL-TASA-ANUAL TO
                       WS-CP-TASA(WS-NUM-CUOTAS-PLAN)
               ELSE
                   MOVE ZERO TO WS-CP-TASA(WS-NUM-CUOTAS-PLAN)
               END-IF
           ELSE
               MOVE "N" TO WS-PLAN-VALIDO
           END-IF.
           READ SCHEDULE-FILE
               AT END SET FIN-PLAN TO TRUE
           END-READ.

       DAR-ALTA-PRESTAMO.
           MOVE WS-PLAN-ORIGEN TO PM-ORIGEN.
           READ LOAN-MASTER KEY IS PM-ORIGEN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-TOT-YA-CARGADOS
                   IF PRESTAMO-VIGENTE THEN
                       PERFORM REPRECIAR-CUOTA
                           VARYING WS-IDX-CUOTA FROM 1 BY 1
                           UNTIL WS-IDX-CUOTA > WS-NUM-CUOTAS-PLAN
                   END-IF
                   EXIT PARAGRAPH
           END-READ.
           INITIALIZE LOAN-RECORD.
           ADD 1 TO WS-PROXIMO-PRESTAMO.
           MOVE WS-PROXIMO-PRESTAMO TO PM-PRESTAMO.
           MOVE WS-PLAN-ORIGEN TO PM-ORIGEN.
           MOVE WS-FECHA-PROCESO TO PM-FECHA-ALTA.
           MOVE WS-PO-FECHA TO PM-FECHA-DESDE.
           MOVE WS-PO-PRINCIPAL TO PM-PRINCIPAL.
           MOVE WS-PO-PRINCIPAL TO PM-SALDO-PRINCIPAL.
           MOVE WS-PLAN-TASA TO PM-TASA-ANUAL.
           MOVE WS-PLAN-CONVENCION TO PM-CONVENCION.
           MOVE WS-PLAN-REDONDEO TO PM-REDONDEO.
           MOVE WS-NUM-CUOTAS-PLAN TO PM-NUM-CUOTAS.
           SET PRESTAMO-VIGENTE TO TRUE.
           WRITE LOAN-RECORD
               INVALID KEY
                   DISPLAY "PRESTAMOS: no se pudo dar de alta el "
                       "prestamo " PM-PRESTAMO ", estado "
                       WS-ESTADO-PRESTAMOS
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
           END-WRITE.
           PERFORM ESCRIBIR-CUOTA-ALTA
               VARYING WS-IDX-CUOTA FROM 1 BY 1
               UNTIL WS-IDX-CUOTA > WS-NUM-CUOTAS-PLAN.
           ADD 1 TO WS-TOT-ALTAS.
           DISPLAY "PRESTAMOS: alta del prestamo " PM-PRESTAMO
               " desde la transaccion " WS-PO-TRANSACCION
               ", " WS-NUM-CUOTAS-PLAN " cuota(s).".

       ESCRIBIR-CUOTA-ALTA.
           INITIALIZE INSTALLMENT-RECORD.
           MOVE PM-PRESTAMO TO PC-PRESTAMO.
           MOVE WS-CP-CUOTA(WS-IDX-CUOTA) TO PC-CUOTA.
           MOVE WS-CP-FECHA(WS-IDX-CUOTA) TO PC-FECHA.
           MOVE WS-CP-TASA(WS-IDX-CUOTA) TO PC-TASA-ANUAL.
           MOVE WS-CP-INTERES(WS-IDX-CUOTA) TO PC-INTERES.
           MOVE WS-CP-PRINCIPAL(WS-IDX-CUOTA) TO PC-PRINCIPAL.
           MOVE WS-CP-SALDO(WS-IDX-CUOTA) TO PC-SALDO.
           SET CUOTA-PENDIENTE TO TRUE.
           MOVE "N" TO PC-VENCIDA.
           MOVE "N" TO PC-RECALCULADA.
           WRITE INSTALLMENT-RECORD
               INVALID KEY
                   DISPLAY "PRESTAMOS: cuota " PC-CUOTA
                       " del prestamo " PC-PRESTAMO " duplicada."
                   MOVE 4 TO RETURN-CODE
           END-WRITE.

      *> Prestamo ya cargado: en los de tasa variable el plan nuevo
      *> trae la tasa refijada. Se toma en las cuotas que siguen como
      *> salieron del alta (sin cobros ni recalculo); las demas ya
      *> tienen su interes comprometido.
       REPRECIAR-CUOTA.
           MOVE PM-PRESTAMO TO PC-PRESTAMO.
           MOVE WS-CP-CUOTA(WS-IDX-CUOTA) TO PC-CUOTA.
           READ INSTALLMENT-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF NOT CUOTA-PENDIENTE
                   OR PC-INTERES-PAGADO NOT = ZERO
                   OR PC-PRINCIPAL-PAGADO NOT = ZERO
                   OR PC-RECALCULADA = "S"
                   OR PC-TASA-ANUAL = WS-CP-TASA(WS-IDX-CUOTA) THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CP-TASA(WS-IDX-CUOTA) TO PC-TASA-ANUAL.
           MOVE WS-CP-INTERES(WS-IDX-CUOTA) TO PC-INTERES.
           REWRITE INSTALLMENT-RECORD
               INVALID KEY
                   DISPLAY "PRESTAMOS: no se pudo refijar la cuota "
                       PC-CUOTA " del prestamo " PC-PRESTAMO
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO WS-TOT-REPRECIADAS
           END-REWRITE.

       LEER-CONTADOR.
           MOVE ZERO TO WS-PROXIMO-PRESTAMO.
           OPEN INPUT LOAN-COUNTER.
           IF CONTADOR-OK THEN
               READ LOAN-COUNTER
                   NOT AT END
                       MOVE PK-PROXIMO-PRESTAMO TO
                           WS-PROXIMO-PRESTAMO
               END-READ
               CLOSE LOAN-COUNTER
           END-IF.

       GUARDAR-CONTADOR.
           OPEN OUTPUT LOAN-COUNTER.
           MOVE WS-PROXIMO-PRESTAMO TO PK-PROXIMO-PRESTAMO.
           WRITE LOAN-COUNTER-RECORD.
           CLOSE LOAN-COUNTER.

      *> Cobros del dia. Cada cobro paga las cuotas de la mas vieja
      *> a la mas nueva, en cada una primero el interes y despues el
      *> principal; las vencidas a la fecha del cobro y la proxima
      *> por vencer. Lo que sobra cancela el prestamo si alcanza, o
      *> se abona a principal y el plan restante se recalcula.
       COBRAR-PAGOS.
           OPEN INPUT PAYMENT-FILE.
           IF NOT PAGOS-OK THEN
               DISPLAY "PRESTAMOS: sin cobros para aplicar."
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT REJECT-FILE.
           OPEN EXTEND MOVEMENT-LOG.
           IF NOT MOVIMIENTOS-OK THEN
               OPEN OUTPUT MOVEMENT-LOG
               CLOSE MOVEMENT-LOG
               OPEN EXTEND MOVEMENT-LOG
           END-IF.
           MOVE "N" TO WS-FIN-PAGOS.
           PERFORM PROCESAR-PAGO UNTIL FIN-PAGOS.
           CLOSE PAYMENT-FILE.
           CLOSE REJECT-FILE.
           CLOSE MOVEMENT-LOG.

       PROCESAR-PAGO.
           READ PAYMENT-FILE
               AT END
                   SET FIN-PAGOS TO TRUE
                   EXIT PARAGRAPH
           END-READ.
           IF LP-PRESTAMO NOT NUMERIC OR LP-MONTO NOT NUMERIC
                   OR LP-FECHA NOT NUMERIC THEN
               MOVE "REGISTRO INVALIDO" TO WS-MOTIVO-RECHAZO
               PERFORM RECHAZAR-PAGO
               EXIT PARAGRAPH
           END-IF.
           IF LP-MONTO = ZERO THEN
               MOVE "MONTO EN CERO" TO WS-MOTIVO-RECHAZO
               PERFORM RECHAZAR-PAGO
               EXIT PARAGRAPH
           END-IF.
           MOVE "VALIDA" TO WS-DS-FUNCION.
           MOVE LP-FECHA TO WS-DS-FECHA1.
           MOVE LP-FECHA TO WS-DS-FECHA2.
           PERFORM LLAMAR-DATESRV.
           IF WS-DS-OK NOT = "S" THEN
               MOVE "FECHA VALOR INVALIDA" TO WS-MOTIVO-RECHAZO
               PERFORM RECHAZAR-PAGO
               EXIT PARAGRAPH
           END-IF.
           MOVE LP-PRESTAMO TO PM-PRESTAMO.
           READ LOAN-MASTER
               INVALID KEY
                   MOVE "PRESTAMO INEXISTENTE" TO WS-MOTIVO-RECHAZO
                   PERFORM RECHAZAR-PAGO
                   EXIT PARAGRAPH
           END-READ.
           IF NOT PRESTAMO-VIGENTE THEN
               MOVE "PRESTAMO CANCELADO" TO WS-MOTIVO-RECHAZO
               PERFORM RECHAZAR-PAGO
               EXIT PARAGRAPH
           END-IF.
           MOVE LP-MONTO TO WS-DISPONIBLE.
           IF PAGO-CANCELACION THEN
               PERFORM COTIZAR-CANCELACION
               IF LP-MONTO < WS-CANCELACION THEN
                   MOVE WS-CANCELACION TO WS-MONTO-EDIT-1
                   STRING "NO CUBRE CANCELACION "
                       WS-MONTO-EDIT-1 DELIMITED BY SIZE
                       INTO WS-MOTIVO-RECHAZO
                   END-STRING
                   PERFORM RECHAZAR-PAGO
                   EXIT PARAGRAPH
               END-IF
               MOVE "N" TO WS-INCLUIR-PROXIMA
           ELSE
               MOVE "S" TO WS-INCLUIR-PROXIMA
           END-IF.
           ADD 1 TO WS-TOT-PAGOS.
           ADD LP-MONTO TO WS-TOT-COBRADO.
           PERFORM APLICAR-A-CUOTAS.
           IF WS-DISPONIBLE > ZERO
                   AND PM-SALDO-PRINCIPAL > ZERO THEN
               PERFORM COTIZAR-CANCELACION
               EVALUATE TRUE
                   WHEN WS-CUOTAS-LIBRES = ZERO
                       CONTINUE
                   WHEN WS-DISPONIBLE >= WS-CANCELACION
                       PERFORM LIQUIDAR-PRESTAMO
                   WHEN OTHER
                       PERFORM ABONAR-ANTICIPO
               END-EVALUATE
           END-IF.
           IF WS-DISPONIBLE > ZERO THEN
               MOVE ZERO TO LM-CUOTA
               MOVE "SOBRANTE" TO LM-CONCEPTO
               MOVE WS-DISPONIBLE TO LM-MONTO
               PERFORM REGISTRAR-MOVIMIENTO
               DISPLAY "PRESTAMOS: sobrante de " WS-DISPONIBLE
                   " en el prestamo " PM-PRESTAMO ", a devolver."
               MOVE ZERO TO WS-DISPONIBLE
           END-IF.
           IF PM-SALDO-PRINCIPAL = ZERO AND PRESTAMO-VIGENTE THEN
               SET PRESTAMO-CANCELADO TO TRUE
               MOVE LP-FECHA TO PM-FECHA-CANCELACION
           END-IF.
           IF NOT PRESTAMO-VIGENTE THEN
               ADD 1 TO WS-TOT-CANCELADOS
           END-IF.
           MOVE LP-FECHA TO PM-FECHA-ULT-PAGO.
           REWRITE LOAN-RECORD
               INVALID KEY
                   DISPLAY "PRESTAMOS: no se pudo actualizar el "
                       "prestamo " PM-PRESTAMO
                   MOVE 8 TO RETURN-CODE
           END-REWRITE.

       RECHAZAR-PAGO.
           MOVE PAYMENT-RECORD TO LR-PAGO.
           MOVE WS-MOTIVO-RECHAZO TO LR-MOTIVO.
           WRITE REJECT-RECORD.
           ADD 1 TO WS-TOT-RECHAZOS.
           MOVE SPACES TO WS-MOTIVO-RECHAZO.

      *> Recorre las cuotas abiertas del prestamo y aplica el
      *> disponible. Deja en WS-FECHA-CUBIERTA la fecha de la ultima
      *> cuota cuyo interes ya esta devengado en el plan.
       APLICAR-A-CUOTAS.
           MOVE "N" TO WS-PROXIMA-USADA.
           MOVE PM-PRESTAMO TO PC-PRESTAMO.
           MOVE ZERO TO PC-CUOTA.
           MOVE "N" TO WS-FIN-CUOTAS.
           START INSTALLMENT-FILE KEY IS >= PC-CLAVE
               INVALID KEY SET FIN-CUOTAS TO TRUE
           END-START.
           PERFORM APLICAR-CUOTA UNTIL FIN-CUOTAS.

       APLICAR-CUOTA.
           READ INSTALLMENT-FILE NEXT
               AT END
                   SET FIN-CUOTAS TO TRUE
                   EXIT PARAGRAPH
           END-READ.
           IF PC-PRESTAMO NOT = PM-PRESTAMO OR WS-DISPONIBLE = ZERO
                   THEN
               SET FIN-CUOTAS TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF NOT CUOTA-ABIERTA THEN
               EXIT PARAGRAPH
           END-IF.
           IF PC-FECHA > LP-FECHA THEN
               IF NOT INCLUIR-PROXIMA OR PROXIMA-USADA THEN
                   SET FIN-CUOTAS TO TRUE
                   EXIT PARAGRAPH
               END-IF
               SET PROXIMA-USADA TO TRUE
           END-IF.
           MOVE ZERO TO WS-APLICADO.
           COMPUTE WS-RESTO = PC-INTERES - PC-INTERES-PAGADO.
           IF WS-RESTO > ZERO THEN
               IF WS-DISPONIBLE < WS-RESTO THEN
                   MOVE WS-DISPONIBLE TO WS-RESTO
               END-IF
               ADD WS-RESTO TO PC-INTERES-PAGADO
               ADD WS-RESTO TO PM-INTERES-COBRADO
               SUBTRACT WS-RESTO FROM WS-DISPONIBLE
               ADD WS-RESTO TO WS-APLICADO
               MOVE PC-CUOTA TO LM-CUOTA
               MOVE "INTERES" TO LM-CONCEPTO
               MOVE WS-RESTO TO LM-MONTO
               PERFORM REGISTRAR-MOVIMIENTO
           END-IF.
           COMPUTE WS-RESTO = PC-PRINCIPAL - PC-PRINCIPAL-PAGADO.
           IF WS-RESTO > ZERO AND WS-DISPONIBLE > ZERO THEN
               IF WS-DISPONIBLE < WS-RESTO THEN
                   MOVE WS-DISPONIBLE TO WS-RESTO
               END-IF
               ADD WS-RESTO TO PC-PRINCIPAL-PAGADO
               ADD WS-RESTO TO PM-PRINCIPAL-COBRADO
               SUBTRACT WS-RESTO FROM PM-SALDO-PRINCIPAL
               SUBTRACT WS-RESTO FROM WS-DISPONIBLE
               ADD WS-RESTO TO WS-APLICADO
               MOVE PC-CUOTA TO LM-CUOTA
               MOVE "PRINCIPAL" TO LM-CONCEPTO
               MOVE WS-RESTO TO LM-MONTO
               PERFORM REGISTRAR-MOVIMIENTO
           END-IF.
           IF WS-APLICADO = ZERO THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE LP-FECHA TO PC-FECHA-PAGO.
           IF PC-INTERES-PAGADO >= PC-INTERES
                   AND PC-PRINCIPAL-PAGADO >= PC-PRINCIPAL THEN
               SET CUOTA-PAGADA TO TRUE
               MOVE "N" TO PC-VENCIDA
           ELSE
               SET CUOTA-PARCIAL TO TRUE
           END-IF.
           REWRITE INSTALLMENT-RECORD
               INVALID KEY
                   DISPLAY "PRESTAMOS: no se pudo actualizar la "
                       "cuota " PC-CUOTA " del prestamo " PC-PRESTAMO
                   MOVE 8 TO RETURN-CODE
           END-REWRITE.

      *> Importe para cancelar el prestamo a la fecha del cobro: lo
      *> vencido e impago, el saldo de principal y el interes corrido
      *> desde la ultima cuota devengada (menos lo que ya se pago de
      *> la cuota en curso). Deja ademas la primera cuota abierta por
      *> vencer y cuantas quedan, para la liquidacion o el recalculo.
       COTIZAR-CANCELACION.
           MOVE PM-FECHA-DESDE TO WS-FECHA-CUBIERTA.
           MOVE ZERO TO WS-ADEUDO-INTERES WS-ADEUDO-PRINCIPAL
               WS-PRIMERA-LIBRE WS-CUOTAS-LIBRES WS-INTERES-YA-PAGADO
               WS-INTERES-CORRIDO.
           MOVE PM-TASA-ANUAL TO WS-TASA-LIBRE.
           MOVE PM-PRESTAMO TO PC-PRESTAMO.
           MOVE ZERO TO PC-CUOTA.
           MOVE "N" TO WS-FIN-CUOTAS.
           START INSTALLMENT-FILE KEY IS >= PC-CLAVE
               INVALID KEY SET FIN-CUOTAS TO TRUE
           END-START.
           PERFORM COTIZAR-CUOTA UNTIL FIN-CUOTAS.
           IF LP-FECHA > WS-FECHA-CUBIERTA THEN
               COMPUTE WS-IT-SALDO =
                   PM-SALDO-PRINCIPAL - WS-ADEUDO-PRINCIPAL
               MOVE WS-TASA-LIBRE TO WS-IT-TASA
               MOVE WS-FECHA-CUBIERTA TO WS-IT-DESDE
               MOVE LP-FECHA TO WS-IT-HASTA
               MOVE ZERO TO WS-IT-BASE
               PERFORM ACUMULAR-BASE-TRAMO
               PERFORM REDONDEAR-INTERES
               MOVE WS-IT-INTERES TO WS-INTERES-CORRIDO
           END-IF.
           IF WS-INTERES-CORRIDO > WS-INTERES-YA-PAGADO THEN
               SUBTRACT WS-INTERES-YA-PAGADO FROM WS-INTERES-CORRIDO
           ELSE
               MOVE ZERO TO WS-INTERES-CORRIDO
           END-IF.
           COMPUTE WS-CANCELACION = WS-ADEUDO-INTERES
               + PM-SALDO-PRINCIPAL + WS-INTERES-CORRIDO.

       COTIZAR-CUOTA.
           READ INSTALLMENT-FILE NEXT
               AT END
                   SET FIN-CUOTAS TO TRUE
                   EXIT PARAGRAPH
           END-READ.
           IF PC-PRESTAMO NOT = PM-PRESTAMO THEN
               SET FIN-CUOTAS TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF PC-FECHA <= LP-FECHA OR CUOTA-PAGADA THEN
               IF PC-FECHA > WS-FECHA-CUBIERTA THEN
                   MOVE PC-FECHA TO WS-FECHA-CUBIERTA
               END-IF
           END-IF.
           IF NOT CUOTA-ABIERTA THEN
               EXIT PARAGRAPH
           END-IF.
           IF PC-FECHA <= LP-FECHA THEN
               COMPUTE WS-ADEUDO-INTERES = WS-ADEUDO-INTERES
                   + PC-INTERES - PC-INTERES-PAGADO
               COMPUTE WS-ADEUDO-PRINCIPAL = WS-ADEUDO-PRINCIPAL
                   + PC-PRINCIPAL - PC-PRINCIPAL-PAGADO
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CUOTAS-LIBRES.
           IF WS-PRIMERA-LIBRE = ZERO THEN
               MOVE PC-CUOTA TO WS-PRIMERA-LIBRE
               MOVE PC-TASA-ANUAL TO WS-TASA-LIBRE
               MOVE PC-INTERES-PAGADO TO WS-INTERES-YA-PAGADO
           END-IF.

      *> Cancelacion anticipada total: lo vencido ya quedo pagado en
      *> APLICAR-A-CUOTAS; la primera cuota por vencer se rehace con
      *> el interes corrido y todo el principal restante, y las que
      *> siguen se anulan.
       LIQUIDAR-PRESTAMO.
           IF WS-INTERES-CORRIDO > ZERO THEN
               MOVE WS-PRIMERA-LIBRE TO LM-CUOTA
               MOVE "INTERES" TO LM-CONCEPTO
               MOVE WS-INTERES-CORRIDO TO LM-MONTO
               PERFORM REGISTRAR-MOVIMIENTO
               ADD WS-INTERES-CORRIDO TO PM-INTERES-COBRADO
               SUBTRACT WS-INTERES-CORRIDO FROM WS-DISPONIBLE
           END-IF.
           MOVE WS-PRIMERA-LIBRE TO LM-CUOTA.
           MOVE "PRINCIPAL" TO LM-CONCEPTO.
           MOVE PM-SALDO-PRINCIPAL TO LM-MONTO.
           PERFORM REGISTRAR-MOVIMIENTO.
           SUBTRACT PM-SALDO-PRINCIPAL FROM WS-DISPONIBLE.
           MOVE PM-PRESTAMO TO PC-PRESTAMO.
           MOVE WS-PRIMERA-LIBRE TO PC-CUOTA.
           MOVE "N" TO WS-FIN-CUOTAS.
           START INSTALLMENT-FILE KEY IS >= PC-CLAVE
               INVALID KEY SET FIN-CUOTAS TO TRUE
           END-START.
           PERFORM LIQUIDAR-CUOTA UNTIL FIN-CUOTAS.
           ADD PM-SALDO-PRINCIPAL TO PM-PRINCIPAL-COBRADO.
           MOVE ZERO TO PM-SALDO-PRINCIPAL.
           SET PRESTAMO-ANTICIPADO TO TRUE.
           MOVE LP-FECHA TO PM-FECHA-CANCELACION.
           DISPLAY "PRESTAMOS: prestamo " PM-PRESTAMO
               " cancelado por anticipado el " LP-FECHA ".".

       LIQUIDAR-CUOTA.
           READ INSTALLMENT-FILE NEXT
               AT END
                   SET FIN-CUOTAS TO TRUE
                   EXIT PARAGRAPH
           END-READ.
           IF PC-PRESTAMO NOT = PM-PRESTAMO THEN
               SET FIN-CUOTAS TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF NOT CUOTA-ABIERTA THEN
               EXIT PARAGRAPH
           END-IF.
           IF PC-CUOTA = WS-PRIMERA-LIBRE THEN
               ADD WS-INTERES-CORRIDO TO PC-INTERES-PAGADO
               COMPUTE PC-PRINCIPAL-PAGADO =
                   PC-PRINCIPAL-PAGADO + PM-SALDO-PRINCIPAL
               SET CUOTA-PAGADA TO TRUE
               MOVE LP-FECHA TO PC-FECHA-PAGO
           ELSE
               SET CUOTA-ANULADA TO TRUE
           END-IF.
           MOVE PC-INTERES-PAGADO TO PC-INTERES.
           MOVE PC-PRINCIPAL-PAGADO TO PC-PRINCIPAL.
           MOVE ZERO TO PC-SALDO.
           MOVE "N" TO PC-VENCIDA.
           MOVE "S" TO PC-RECALCULADA.
           REWRITE INSTALLMENT-RECORD
               INVALID KEY
                   DISPLAY "PRESTAMOS: no se pudo actualizar la "
                       "cuota " PC-CUOTA " del prestamo " PC-PRESTAMO
                   MOVE 8 TO RETURN-CODE
           END-REWRITE.

      *> Abono anticipado a principal: baja el saldo y rehace las
      *> cuotas por vencer a principal constante sobre el saldo
      *> nuevo, con la misma convencion y redondeo del prestamo. El
      *> interes de la primera se parte en la fecha del abono: saldo
      *> anterior hasta ese dia, saldo nuevo despues.
       ABONAR-ANTICIPO.
           MOVE WS-DISPONIBLE TO WS-RC-ABONO.
           MOVE WS-PRIMERA-LIBRE TO LM-CUOTA.
           MOVE "ANTICIPO" TO LM-CONCEPTO.
           MOVE WS-RC-ABONO TO LM-MONTO.
           PERFORM REGISTRAR-MOVIMIENTO.
           MOVE PM-SALDO-PRINCIPAL TO WS-RC-SALDO-INICIAL.
           SUBTRACT WS-RC-ABONO FROM PM-SALDO-PRINCIPAL.
           ADD WS-RC-ABONO TO PM-PRINCIPAL-COBRADO.
           MOVE ZERO TO WS-DISPONIBLE.
           MOVE PM-SALDO-PRINCIPAL TO WS-RC-SALDO.
           IF PM-REDONDEO-BANCARIO THEN
               COMPUTE WS-RC-CUOTA-PRINC ROUNDED MODE IS
                   NEAREST-EVEN = WS-RC-SALDO / WS-CUOTAS-LIBRES
           ELSE
               COMPUTE WS-RC-CUOTA-PRINC ROUNDED =
                   WS-RC-SALDO / WS-CUOTAS-LIBRES
           END-IF.
           MOVE ZERO TO WS-RC-PRINC-ACUM.
           MOVE ZERO TO WS-RC-ORDEN.
           MOVE WS-FECHA-CUBIERTA TO WS-RC-FECHA-ANTERIOR.
           MOVE PM-PRESTAMO TO PC-PRESTAMO.
           MOVE WS-PRIMERA-LIBRE TO PC-CUOTA.
           MOVE "N" TO WS-FIN-CUOTAS.
           START INSTALLMENT-FILE KEY IS >= PC-CLAVE
               INVALID KEY SET FIN-CUOTAS TO TRUE
           END-START.
           PERFORM RECALCULAR-CUOTA UNTIL FIN-CUOTAS.
           DISPLAY "PRESTAMOS: abono anticipado de " WS-RC-ABONO
               " al prestamo " PM-PRESTAMO ", " WS-CUOTAS-LIBRES
               " cuota(s) recalculada(s).".

       RECALCULAR-CUOTA.
           READ INSTALLMENT-FILE NEXT
               AT END
                   SET FIN-CUOTAS TO TRUE
                   EXIT PARAGRAPH
           END-READ.
           IF PC-PRESTAMO NOT = PM-PRESTAMO THEN
               SET FIN-CUOTAS TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF NOT CUOTA-ABIERTA THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-RC-ORDEN.
           MOVE PC-TASA-ANUAL TO WS-IT-TASA.
           MOVE ZERO TO WS-IT-BASE.
           IF WS-RC-ORDEN = 1 AND LP-FECHA > WS-RC-FECHA-ANTERIOR
                   THEN
               MOVE WS-RC-SALDO-INICIAL TO WS-IT-SALDO
               MOVE WS-RC-FECHA-ANTERIOR TO WS-IT-DESDE
               MOVE LP-FECHA TO WS-IT-HASTA
               PERFORM ACUMULAR-BASE-TRAMO
               MOVE LP-FECHA TO WS-RC-FECHA-ANTERIOR
           END-IF.
           MOVE WS-RC-SALDO TO WS-IT-SALDO.
           MOVE WS-RC-FECHA-ANTERIOR TO WS-IT-DESDE.
           MOVE PC-FECHA TO WS-IT-HASTA.
           PERFORM ACUMULAR-BASE-TRAMO.
           PERFORM REDONDEAR-INTERES.
           MOVE WS-IT-INTERES TO PC-INTERES.
           IF WS-RC-ORDEN = WS-CUOTAS-LIBRES THEN
               COMPUTE PC-PRINCIPAL =
                   PM-SALDO-PRINCIPAL - WS-RC-PRINC-ACUM
           ELSE
               MOVE WS-RC-CUOTA-PRINC TO PC-PRINCIPAL
           END-IF.
           ADD PC-PRINCIPAL TO WS-RC-PRINC-ACUM.
           SUBTRACT PC-PRINCIPAL FROM WS-RC-SALDO.
           MOVE WS-RC-SALDO TO PC-SALDO.
           MOVE "S" TO PC-RECALCULADA.
           MOVE PC-FECHA TO WS-RC-FECHA-ANTERIOR.
           REWRITE INSTALLMENT-RECORD
               INVALID KEY
                   DISPLAY "PRESTAMOS: no se pudo actualizar la "
                       "cuota " PC-CUOTA " del prestamo " PC-PRESTAMO
                   MOVE 8 TO RETURN-CODE
           END-REWRITE.

      *> Suma a WS-IT-BASE saldo x tasa/100 x dias del tramo en la
      *> convencion del prestamo.
       ACUMULAR-BASE-TRAMO.
           IF WS-IT-HASTA <= WS-IT-DESDE THEN
               EXIT PARAGRAPH
           END-IF.
           IF PM-CONVENCION-30-360 THEN
               MOVE "DIAS360" TO WS-DS-FUNCION
           ELSE
               MOVE "DIASREAL" TO WS-DS-FUNCION
           END-IF.
           MOVE WS-IT-DESDE TO WS-DS-FECHA1.
           MOVE WS-IT-HASTA TO WS-DS-FECHA2.
           PERFORM LLAMAR-DATESRV.
           IF WS-DS-OK NOT = "S" OR WS-DS-RESULTADO <= ZERO THEN
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-IT-BASE = WS-IT-BASE
               + WS-IT-SALDO * WS-IT-TASA / 100 * WS-DS-RESULTADO.

       REDONDEAR-INTERES.
           IF PM-CONVENCION-30-360 THEN
               IF PM-REDONDEO-BANCARIO THEN
                   COMPUTE WS-IT-INTERES ROUNDED MODE IS
                       NEAREST-EVEN = WS-IT-BASE / 360
               ELSE
                   COMPUTE WS-IT-INTERES ROUNDED = WS-IT-BASE / 360
               END-IF
           ELSE
               IF PM-REDONDEO-BANCARIO THEN
                   COMPUTE WS-IT-INTERES ROUNDED MODE IS
                       NEAREST-EVEN = WS-IT-BASE / 365
               ELSE
                   COMPUTE WS-IT-INTERES ROUNDED = WS-IT-BASE / 365
               END-IF
           END-IF.

       LLAMAR-DATESRV.
           MOVE RETURN-CODE TO WS-RC-GUARDA.
           CALL "DATESRV" USING WS-DS-FUNCION WS-DS-FECHA1
               WS-DS-FECHA2 WS-DS-RESULTADO WS-DS-OK.
           MOVE WS-RC-GUARDA TO RETURN-CODE.

       REGISTRAR-MOVIMIENTO.
           MOVE FUNCTION CURRENT-DATE(1:15) TO LM-FECHA-HORA.
           MOVE PM-PRESTAMO TO LM-PRESTAMO.
           MOVE LP-FECHA TO LM-FECHA-VALOR.
           WRITE MOVEMENT-RECORD.

      *> Mora a la fecha de corte: marca vencidas las cuotas abiertas
      *> que pasaron su fecha mas los dias de gracia y lista cada
      *> prestamo con atraso, dias de la cuota impaga mas vieja y
      *> monto en mora.
       INFORMAR-MORA.
           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO REPORT-RECORD.
           STRING "MORA DE PRESTAMOS AL " WS-FECHA-CORTE
               "   DIAS DE GRACIA " WS-DIAS-GRACIA
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING.
           WRITE REPORT-RECORD.
           MOVE "PRESTAMO CUOTAS VENCE-DESDE  DIAS TRAMO"
               TO REPORT-RECORD.
           MOVE "INTERES MORA PRINCIPAL MORA    TOTAL MORA"
               TO REPORT-RECORD(42:).
           MOVE "SALDO PRINCIPAL" TO REPORT-RECORD(86:).
           WRITE REPORT-RECORD.
           MOVE ZERO TO PM-PRESTAMO.
           MOVE "N" TO WS-FIN-PRESTAMOS.
           START LOAN-MASTER KEY IS >= PM-PRESTAMO
               INVALID KEY SET FIN-PRESTAMOS TO TRUE
           END-START.
           PERFORM REVISAR-PRESTAMO UNTIL FIN-PRESTAMOS.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-TOT-MORA TO WS-MONTO-EDIT-1.
           MOVE SPACES TO REPORT-RECORD.
           STRING "PRESTAMOS EN MORA: " WS-TOT-EN-MORA
               "   TOTAL EN MORA: " WS-MONTO-EDIT-1
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING.
           WRITE REPORT-RECORD.
           CLOSE REPORT-FILE.

       REVISAR-PRESTAMO.
           READ LOAN-MASTER NEXT
               AT END
                   SET FIN-PRESTAMOS TO TRUE
                   EXIT PARAGRAPH
           END-READ.
           IF NOT PRESTAMO-VIGENTE THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-MORA-CUOTAS WS-MORA-INTERES
               WS-MORA-PRINCIPAL WS-MORA-FECHA WS-MORA-DIAS.
           MOVE PM-PRESTAMO TO PC-PRESTAMO.
           MOVE ZERO TO PC-CUOTA.
           MOVE "N" TO WS-FIN-CUOTAS.
           START INSTALLMENT-FILE KEY IS >= PC-CLAVE
               INVALID KEY SET FIN-CUOTAS TO TRUE
           END-START.
           PERFORM REVISAR-CUOTA UNTIL FIN-CUOTAS.
           IF WS-MORA-CUOTAS = ZERO THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-TOT-EN-MORA.
           ADD WS-MORA-INTERES WS-MORA-PRINCIPAL TO WS-TOT-MORA.
           EVALUATE TRUE
               WHEN WS-MORA-DIAS <= 30
                   MOVE "1-30" TO WS-MORA-TRAMO
               WHEN WS-MORA-DIAS <= 60
                   MOVE "31-60" TO WS-MORA-TRAMO
               WHEN WS-MORA-DIAS <= 90
                   MOVE "61-90" TO WS-MORA-TRAMO
               WHEN OTHER
                   MOVE "+90" TO WS-MORA-TRAMO
           END-EVALUATE.
           MOVE WS-MORA-CUOTAS TO WS-CANT-EDIT.
           MOVE WS-MORA-DIAS TO WS-DIAS-EDIT.
           MOVE WS-MORA-INTERES TO WS-MONTO-EDIT-1.
           MOVE WS-MORA-PRINCIPAL TO WS-MONTO-EDIT-2.
           COMPUTE WS-MONTO-EDIT-3 =
               WS-MORA-INTERES + WS-MORA-PRINCIPAL.
           MOVE PM-SALDO-PRINCIPAL TO WS-MONTO-EDIT-4.
           MOVE SPACES TO REPORT-RECORD.
           STRING PM-PRESTAMO "   " WS-CANT-EDIT "    "
               WS-MORA-FECHA "  " WS-DIAS-EDIT " " WS-MORA-TRAMO
               "  " WS-MONTO-EDIT-1 "  " WS-MONTO-EDIT-2
               "  " WS-MONTO-EDIT-3 "  " WS-MONTO-EDIT-4
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING.
           WRITE REPORT-RECORD.

       REVISAR-CUOTA.
           READ INSTALLMENT-FILE NEXT
               AT END
                   SET FIN-CUOTAS TO TRUE
                   EXIT PARAGRAPH
           END-READ.
           IF PC-PRESTAMO NOT = PM-PRESTAMO THEN
               SET FIN-CUOTAS TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF NOT CUOTA-ABIERTA THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-DS-RESULTADO.
           IF PC-FECHA < WS-FECHA-CORTE THEN
               MOVE "DIASREAL" TO WS-DS-FUNCION
               MOVE PC-FECHA TO WS-DS-FECHA1
               MOVE WS-FECHA-CORTE TO WS-DS-FECHA2
               PERFORM LLAMAR-DATESRV
               IF WS-DS-OK NOT = "S" THEN
                   MOVE ZERO TO WS-DS-RESULTADO
               END-IF
           END-IF.
           IF WS-DS-RESULTADO > WS-DIAS-GRACIA THEN
               MOVE "S" TO PC-VENCIDA
               ADD 1 TO WS-MORA-CUOTAS
               COMPUTE WS-MORA-INTERES = WS-MORA-INTERES
                   + PC-INTERES - PC-INTERES-PAGADO
               COMPUTE WS-MORA-PRINCIPAL = WS-MORA-PRINCIPAL
                   + PC-PRINCIPAL - PC-PRINCIPAL-PAGADO
               IF WS-MORA-FECHA = ZERO THEN
                   MOVE PC-FECHA TO WS-MORA-FECHA
                   MOVE WS-DS-RESULTADO TO WS-MORA-DIAS
               END-IF
           ELSE
               MOVE "N" TO PC-VENCIDA
           END-IF.
           REWRITE INSTALLMENT-RECORD
               INVALID KEY
                   DISPLAY "PRESTAMOS: no se pudo marcar la cuota "
                       PC-CUOTA " del prestamo " PC-PRESTAMO
                   MOVE 8 TO RETURN-CODE
           END-REWRITE.

       REGISTRAR-HISTORIAL.
           OPEN EXTEND RUN-HISTORY-LOG.
           IF NOT HIST-OK THEN
               OPEN OUTPUT RUN-HISTORY-LOG
               CLOSE RUN-HISTORY-LOG
               OPEN EXTEND RUN-HISTORY-LOG
           END-IF.
           MOVE "PRESTAMOS" TO RH-PROGRAMA.
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
       END PROGRAM PRESTAMOS.
