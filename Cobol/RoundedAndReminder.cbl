           SELECT ACCRUAL-FILE ASSIGN TO
                   "data/redondeo-acumulacion.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RATE-DETAIL-FILE ASSIGN TO
                   "data/redondeo-tasas.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-TASAS.
       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-FILE.
      *> Numero de cuotas del plan de pagos; cero = la transaccion
      *> no genera plan de amortizacion.
           05 TR-NUM-CUOTAS PIC 9(3).
      *> Tasa variable: V = la tasa se toma del indice de referencia
      *> TR-REFERENCIA mas TR-MARGEN y se refija cada TR-FRECUENCIA
      *> meses desde TR-FECHA-DESDE, acotada por TR-PISO y TR-TECHO
      *> (en cero, sin piso o sin techo). TR-TASA-ANUAL queda como
      *> tasa de respaldo si el indice no tiene tasa publicada. En
      *> blanco o F la transaccion es a tasa fija.
           05 TR-TIPO-TASA PIC X.
               88 TASA-VARIABLE VALUE "V".
           05 TR-REFERENCIA PIC X(8).
           05 TR-MARGEN PIC 9(2)V9(4).
           05 TR-FRECUENCIA PIC 9(2).
           05 TR-PISO PIC 9(2)V9(4).
           05 TR-TECHO PIC 9(2)V9(4).

       FD  RESULT-FILE.
       01  RESULT-RECORD.
      *> interes del periodo bajo la convencion vigente, porcion de
      *> principal y saldo restante. La ultima cuota absorbe el
      *> residuo de redondeo para que el plan cierre exacto contra
      *> el principal. Cada linea lleva ademas las condiciones del
      *> prestamo (tasa, convencion, redondeo, fecha de inicio y
      *> principal original) para que PRESTAMOS lo de de alta y
      *> pueda recalcular el plan sin volver a la transaccion.
       FD  SCHEDULE-FILE.
       01  SCHEDULE-RECORD.
           05 PL-TRANSACCION PIC 9(6).
           05 PL-INTERES PIC 9(9)V99.
           05 PL-PRINCIPAL PIC 9(9)V99.
           05 PL-SALDO PIC 9(9)V99.
           05 PL-TASA-ANUAL PIC 9(2)V9(4).
           05 PL-CONVENCION PIC X.
           05 PL-REDONDEO PIC X.
           05 PL-FECHA-DESDE PIC 9(8).
           05 PL-PRINCIPAL-ORIGINAL PIC 9(9)V99.

      *> Devengo por mes calendario: registros D con la tajada de
      *> interes de cada transaccion en cada mes del periodo (las
           05 AC-MES PIC 9(6).
           05 AC-INTERES PIC 9(9)V99.

      *> Tasa en vigor por subperiodo de las transacciones a tasa
      *> variable, para que el cliente pueda rehacer su interes:
      *> tasa del indice, margen, tasa aplicada y si la acoto el
      *> piso (P) o el techo (T), o si faltaba el indice (S). El
      *> interes de los tramos suma exacto el interes del periodo.
       FD  RATE-DETAIL-FILE.
       01  RATE-DETAIL-RECORD.
           05 RT-TRANSACCION PIC 9(6).
           05 RT-DESDE PIC 9(8).
           05 RT-HASTA PIC 9(8).
           05 RT-DIAS PIC 9(5).
           05 RT-REFERENCIA PIC X(8).
           05 RT-TASA-REFERENCIA PIC 9(2)V9(4).
           05 RT-MARGEN PIC 9(2)V9(4).
           05 RT-TASA-APLICADA PIC 9(2)V9(4).
           05 RT-LIMITE PIC X.
           05 RT-INTERES PIC 9(9)V99.

       WORKING-STORAGE SECTION.
      *> En este compilador el RETURN-CODE del paso se pisa con el
      *> del subprograma llamado; se guarda y repone alrededor de
               88 RESULT-OK VALUE "00".
           01 WS-ESTADO-MODO PIC XX VALUE "00".
               88 MODO-FILE-OK VALUE "00".
           01 WS-ESTADO-TASAS PIC XX VALUE "00".
               88 TASAS-OK VALUE "00".
           01 WS-CKPT-FILENAME PIC X(30)
               VALUE "data/redondeo.ckpt".
           01 WS-REGISTROS-A-OMITIR PIC 9(6) VALUE ZERO.
           01 WS-FPD2-MES PIC 9(2) VALUE ZERO.
           01 WS-FPD2-DIA PIC 9(2) VALUE ZERO.
           01 WS-TOTAL-CUOTAS PIC 9(6) VALUE ZERO.
           01 WS-PLAN-TASA PIC 9(2)V9(4) VALUE ZERO.
      *> Condiciones de tasa variable de la transaccion en curso.
           01 WS-VR-REFERENCIA PIC X(8) VALUE SPACES.
           01 WS-VR-MARGEN PIC 9(2)V9(4) VALUE ZERO.
           01 WS-VR-FRECUENCIA PIC 9(2) VALUE ZERO.
           01 WS-VR-PISO PIC 9(2)V9(4) VALUE ZERO.
           01 WS-VR-TECHO PIC 9(2)V9(4) VALUE ZERO.
           01 WS-VR-INICIO PIC 9(8) VALUE ZERO.
           01 WS-VR-FIN PIC 9(8) VALUE ZERO.
           01 WS-VR-BASE PIC 9(13)V9(6) VALUE ZERO.
           01 WS-VR-INTERES-ACUM PIC 9(9)V99 VALUE ZERO.
      *> Tramos de tasa del periodo de interes, para el detalle.
           01 WS-NUM-TRAMOS PIC 9(3) VALUE ZERO.
           01 WS-IDX-TRAMO PIC 9(3) VALUE ZERO.
           01 WS-TABLA-TRAMOS.
               05 WS-TRAMO OCCURS 240 TIMES.
                   10 WS-TRM-DESDE PIC 9(8).
                   10 WS-TRM-HASTA PIC 9(8).
                   10 WS-TRM-DIAS PIC 9(5).
                   10 WS-TRM-REFERENCIA PIC 9(2)V9(4).
                   10 WS-TRM-TASA PIC 9(2)V9(4).
                   10 WS-TRM-LIMITE PIC X.
                   10 WS-TRM-BASE PIC 9(13)V9(6).
      *> Tasa en vigor a una fecha: la fijada en la ultima fecha de
      *> refijacion que no sea posterior a WS-TV-FECHA.
           01 WS-TV-FECHA PIC 9(8) VALUE ZERO.
           01 WS-TV-REFERENCIA PIC 9(2)V9(4) VALUE ZERO.
           01 WS-TV-HALLADA PIC X VALUE "N".
               88 REFERENCIA-HALLADA VALUE "S".
           01 WS-TV-CALCULO PIC 9(3)V9(4) VALUE ZERO.
           01 WS-TV-TASA PIC 9(2)V9(4) VALUE ZERO.
           01 WS-TV-LIMITE PIC X VALUE SPACE.
           01 WS-RESET-FECHA PIC 9(8) VALUE ZERO.
           01 WS-RESET-PROXIMO PIC 9(8) VALUE ZERO.
           01 WS-RESET-PARTES.
               05 WS-RP-ANO PIC 9(4).
               05 WS-RP-MES PIC 9(2).
               05 WS-RP-DIA PIC 9(2).
           01 WS-RESET-MESES PIC 9(4) VALUE ZERO.
           01 WS-RESET-ANOS PIC 9(4) VALUE ZERO.
           01 WS-RESET-RESTO PIC 9(2) VALUE ZERO.
           01 WS-TOTAL-SIN-REFERENCIA PIC 9(6) VALUE ZERO.
      *> Area de llamada al servicio comun de fechas DATESRV.
           01 WS-DS-FUNCION PIC X(8) VALUE SPACES.
           01 WS-DS-FECHA1 PIC 9(8) VALUE ZERO.
               IF NOT RESULT-OK THEN
                   OPEN OUTPUT RESULT-FILE
               END-IF
               OPEN EXTEND RATE-DETAIL-FILE
               IF NOT TASAS-OK THEN
                   OPEN OUTPUT RATE-DETAIL-FILE
               END-IF
           ELSE
               OPEN OUTPUT RESULT-FILE
               OPEN OUTPUT RATE-DETAIL-FILE
           END-IF.
           READ TRANS-FILE
               AT END SET FIN-ARCHIVO TO TRUE
           END-IF.
           CLOSE TRANS-FILE.
           CLOSE RESULT-FILE.
           CLOSE RATE-DETAIL-FILE.
           MOVE "C" TO WS-GEN-FUNCION.
           MOVE "data/redondeo-result.dat" TO WS-GEN-BASE.
           MOVE WS-CUENTA-RESULT TO WS-GEN-CUENTA.
               DISPLAY "Cuotas de amortizacion generadas: "
                   WS-TOTAL-CUOTAS
           END-IF.
           IF WS-TOTAL-SIN-REFERENCIA > ZERO THEN
               DISPLAY "Tramos sin tasa de referencia publicada "
                   "(a tasa de respaldo): " WS-TOTAL-SIN-REFERENCIA
               IF RETURN-CODE = 0 THEN
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           COMPUTE WS-TC-TOTAL = WS-TOTAL-REGISTROS
               + WS-TOTAL-RECHAZOS-FORMATO.
           COMPUTE WS-TC-RECHAZOS = WS-TOTAL-RECHAZOS-FORMATO.
               MOVE ZERO TO ResultadoResiduo
           END-IF.

           PERFORM PREPARAR-TASA-VARIABLE.
           PERFORM CALCULAR-INTERES.

           IF MODO-PLAN AND TR-NUM-CUOTAS > ZERO
               MOVE ZERO TO WS-DIAS-INTERES
               EXIT PARAGRAPH
           END-IF.
           IF TASA-VARIABLE THEN
               PERFORM CALCULAR-INTERES-VARIABLE
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-INTERES-BASE =
               TR-PRINCIPAL * TR-TASA-ANUAL / 100.
           IF CONVENCION-30-360 THEN
               END-IF
           END-IF.

      *> Condiciones de tasa variable; lo no numerico cuenta como
      *> cero y la frecuencia en cero refija todos los meses.
       PREPARAR-TASA-VARIABLE.
           IF NOT TASA-VARIABLE THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE TR-REFERENCIA TO WS-VR-REFERENCIA.
           MOVE ZERO TO WS-VR-MARGEN WS-VR-PISO WS-VR-TECHO.
           MOVE 1 TO WS-VR-FRECUENCIA.
           IF TR-MARGEN NUMERIC THEN
               MOVE TR-MARGEN TO WS-VR-MARGEN
           END-IF.
           IF TR-PISO NUMERIC THEN
               MOVE TR-PISO TO WS-VR-PISO
           END-IF.
           IF TR-TECHO NUMERIC THEN
               MOVE TR-TECHO TO WS-VR-TECHO
           END-IF.
           IF TR-FRECUENCIA NUMERIC AND TR-FRECUENCIA > ZERO THEN
               MOVE TR-FRECUENCIA TO WS-VR-FRECUENCIA
           END-IF.

      *> Interes a tasa variable: el periodo se parte en cada fecha
      *> de refijacion y cada tramo devenga a la tasa fijada al
      *> inicio del tramo; la base se acumula y se redondea una sola
      *> vez con la convencion y el modo de redondeo vigentes.
       CALCULAR-INTERES-VARIABLE.
           MOVE ZERO TO WS-VR-BASE.
           MOVE ZERO TO WS-NUM-TRAMOS.
           MOVE TR-FECHA-DESDE TO WS-VR-INICIO.
           PERFORM CALCULAR-TRAMO-TASA
               UNTIL WS-VR-INICIO >= TR-FECHA-HASTA.
           IF CONVENCION-30-360 THEN
               IF REDONDEO-BANCARIO THEN
                   COMPUTE Interes ROUNDED MODE IS NEAREST-EVEN =
                       WS-VR-BASE / 360
               ELSE
                   COMPUTE Interes ROUNDED = WS-VR-BASE / 360
               END-IF
           ELSE
               IF REDONDEO-BANCARIO THEN
                   COMPUTE Interes ROUNDED MODE IS NEAREST-EVEN =
                       WS-VR-BASE / 365
               ELSE
                   COMPUTE Interes ROUNDED = WS-VR-BASE / 365
               END-IF
           END-IF.
           PERFORM ESCRIBIR-TRAMOS-TASA.

       CALCULAR-TRAMO-TASA.
           MOVE WS-VR-INICIO TO WS-TV-FECHA.
           PERFORM DETERMINAR-TASA-VIGENTE.
           MOVE WS-RESET-PROXIMO TO WS-VR-FIN.
           IF WS-VR-FIN > TR-FECHA-HASTA THEN
               MOVE TR-FECHA-HASTA TO WS-VR-FIN
           END-IF.
           IF CONVENCION-30-360 THEN
               MOVE "DIAS360" TO WS-DS-FUNCION
           ELSE
               MOVE "DIASREAL" TO WS-DS-FUNCION
           END-IF.
           MOVE WS-VR-INICIO TO WS-DS-FECHA1.
           MOVE WS-VR-FIN TO WS-DS-FECHA2.
           MOVE RETURN-CODE TO WS-RC-GUARDA.
           CALL "DATESRV" USING WS-DS-FUNCION WS-DS-FECHA1
               WS-DS-FECHA2 WS-DS-RESULTADO WS-DS-OK.
           MOVE WS-RC-GUARDA TO RETURN-CODE.
           IF WS-DS-OK NOT = "S" OR WS-DS-RESULTADO < ZERO THEN
               MOVE ZERO TO WS-DS-RESULTADO
           END-IF.
           IF WS-TV-LIMITE = "S" THEN
               ADD 1 TO WS-TOTAL-SIN-REFERENCIA
           END-IF.
           IF WS-NUM-TRAMOS < 240 THEN
               ADD 1 TO WS-NUM-TRAMOS
               MOVE WS-VR-INICIO TO WS-TRM-DESDE(WS-NUM-TRAMOS)
               MOVE WS-VR-FIN TO WS-TRM-HASTA(WS-NUM-TRAMOS)
               MOVE WS-DS-RESULTADO TO WS-TRM-DIAS(WS-NUM-TRAMOS)
               MOVE WS-TV-REFERENCIA TO
                   WS-TRM-REFERENCIA(WS-NUM-TRAMOS)
               MOVE WS-TV-TASA TO WS-TRM-TASA(WS-NUM-TRAMOS)
               MOVE WS-TV-LIMITE TO WS-TRM-LIMITE(WS-NUM-TRAMOS)
               MOVE ZERO TO WS-TRM-BASE(WS-NUM-TRAMOS)
           ELSE
               MOVE WS-VR-FIN TO WS-TRM-HASTA(WS-NUM-TRAMOS)
               ADD WS-DS-RESULTADO TO WS-TRM-DIAS(WS-NUM-TRAMOS)
           END-IF.
           COMPUTE WS-TRM-BASE(WS-NUM-TRAMOS) =
               WS-TRM-BASE(WS-NUM-TRAMOS)
               + TR-PRINCIPAL * WS-TV-TASA / 100 * WS-DS-RESULTADO.
           COMPUTE WS-VR-BASE = WS-VR-BASE
               + TR-PRINCIPAL * WS-TV-TASA / 100 * WS-DS-RESULTADO.
           MOVE WS-VR-FIN TO WS-VR-INICIO.

      *> Un registro por tramo; cada tramo se redondea por su cuenta
      *> y el ultimo toma la diferencia contra el Interes total.
       ESCRIBIR-TRAMOS-TASA.
           MOVE ZERO TO WS-VR-INTERES-ACUM.
           PERFORM ESCRIBIR-TRAMO-TASA
               VARYING WS-IDX-TRAMO FROM 1 BY 1
               UNTIL WS-IDX-TRAMO > WS-NUM-TRAMOS.

       ESCRIBIR-TRAMO-TASA.
           COMPUTE RT-TRANSACCION = WS-TOTAL-REGISTROS + 1.
           MOVE WS-TRM-DESDE(WS-IDX-TRAMO) TO RT-DESDE.
           MOVE WS-TRM-HASTA(WS-IDX-TRAMO) TO RT-HASTA.
           MOVE WS-TRM-DIAS(WS-IDX-TRAMO) TO RT-DIAS.
           MOVE WS-VR-REFERENCIA TO RT-REFERENCIA.
           MOVE WS-TRM-REFERENCIA(WS-IDX-TRAMO) TO RT-TASA-REFERENCIA.
           MOVE WS-VR-MARGEN TO RT-MARGEN.
           MOVE WS-TRM-TASA(WS-IDX-TRAMO) TO RT-TASA-APLICADA.
           MOVE WS-TRM-LIMITE(WS-IDX-TRAMO) TO RT-LIMITE.
           IF WS-IDX-TRAMO = WS-NUM-TRAMOS THEN
               IF Interes > WS-VR-INTERES-ACUM THEN
                   COMPUTE RT-INTERES = Interes - WS-VR-INTERES-ACUM
               ELSE
                   MOVE ZERO TO RT-INTERES
               END-IF
           ELSE
               IF CONVENCION-30-360 THEN
                   IF REDONDEO-BANCARIO THEN
                       COMPUTE RT-INTERES ROUNDED MODE IS
                           NEAREST-EVEN =
                           WS-TRM-BASE(WS-IDX-TRAMO) / 360
                   ELSE
                       COMPUTE RT-INTERES ROUNDED =
                           WS-TRM-BASE(WS-IDX-TRAMO) / 360
                   END-IF
               ELSE
                   IF REDONDEO-BANCARIO THEN
                       COMPUTE RT-INTERES ROUNDED MODE IS
                           NEAREST-EVEN =
                           WS-TRM-BASE(WS-IDX-TRAMO) / 365
                   ELSE
                       COMPUTE RT-INTERES ROUNDED =
                           WS-TRM-BASE(WS-IDX-TRAMO) / 365
                   END-IF
               END-IF
               ADD RT-INTERES TO WS-VR-INTERES-ACUM
           END-IF.
           WRITE RATE-DETAIL-RECORD.

      *> Recorre las fechas de refijacion desde el inicio de la
      *> transaccion hasta la ultima no posterior a WS-TV-FECHA y
      *> fija la tasa de ese momento. Deja en WS-RESET-PROXIMO la
      *> refijacion siguiente, donde termina el tramo.
       DETERMINAR-TASA-VIGENTE.
           MOVE TR-FECHA-DESDE TO WS-RESET-FECHA.
           PERFORM CALCULAR-PROXIMO-RESET.
           PERFORM AVANZAR-RESET
               UNTIL WS-RESET-PROXIMO > WS-TV-FECHA.
           PERFORM FIJAR-TASA-RESET.

       AVANZAR-RESET.
           MOVE WS-RESET-PROXIMO TO WS-RESET-FECHA.
           PERFORM CALCULAR-PROXIMO-RESET.

      *> Mismo paso mensual que el plan: el dia se acota a 28 para
      *> que las refijaciones caigan junto con las cuotas.
       CALCULAR-PROXIMO-RESET.
           MOVE WS-RESET-FECHA TO WS-RESET-PARTES.
           COMPUTE WS-RESET-MESES = WS-RP-MES - 1 + WS-VR-FRECUENCIA.
           DIVIDE WS-RESET-MESES BY 12 GIVING WS-RESET-ANOS
               REMAINDER WS-RESET-RESTO.
           ADD WS-RESET-ANOS TO WS-RP-ANO.
           COMPUTE WS-RP-MES = WS-RESET-RESTO + 1.
           IF WS-RP-DIA > 28 THEN
               MOVE 28 TO WS-RP-DIA
           END-IF.
           MOVE WS-RESET-PARTES TO WS-RESET-PROXIMO.

      *> Tasa del indice a la fecha de refijacion mas el margen,
      *> acotada por piso y techo. Sin tasa publicada se usa la tasa
      *> de la transaccion y el tramo queda marcado.
       FIJAR-TASA-RESET.
           MOVE SPACE TO WS-TV-LIMITE.
           MOVE RETURN-CODE TO WS-RC-GUARDA.
           CALL "TASAREFSRV" USING WS-VR-REFERENCIA WS-RESET-FECHA
               WS-TV-REFERENCIA WS-TV-HALLADA.
           MOVE WS-RC-GUARDA TO RETURN-CODE.
           IF REFERENCIA-HALLADA THEN
               COMPUTE WS-TV-CALCULO =
                   WS-TV-REFERENCIA + WS-VR-MARGEN
           ELSE
               MOVE TR-TASA-ANUAL TO WS-TV-CALCULO
               MOVE "S" TO WS-TV-LIMITE
           END-IF.
           IF WS-VR-PISO > ZERO AND WS-TV-CALCULO < WS-VR-PISO THEN
               MOVE WS-VR-PISO TO WS-TV-CALCULO
               MOVE "P" TO WS-TV-LIMITE
           END-IF.
           IF WS-VR-TECHO > ZERO AND WS-TV-CALCULO > WS-VR-TECHO THEN
               MOVE WS-VR-TECHO TO WS-TV-CALCULO
               MOVE "T" TO WS-TV-LIMITE
           END-IF.
           IF WS-TV-CALCULO > 99.9999 THEN
               MOVE 99.9999 TO WS-TV-CALCULO
           END-IF.
           MOVE WS-TV-CALCULO TO WS-TV-TASA.

      *> Plan de amortizacion a principal constante: cada cuota
      *> amortiza principal/cuotas y paga el interes del periodo
      *> sobre el saldo, bajo la convencion y el modo de redondeo
       GENERAR-CUOTA-PLAN.
           PERFORM AVANZAR-MES-PLAN.
           PERFORM CALCULAR-DIAS-PLAN.
           IF TASA-VARIABLE THEN
               MOVE WS-PLAN-FECHA-ANTERIOR TO WS-TV-FECHA
               PERFORM DETERMINAR-TASA-VIGENTE
               MOVE WS-TV-TASA TO WS-PLAN-TASA
           ELSE
               MOVE TR-TASA-ANUAL TO WS-PLAN-TASA
           END-IF.
           COMPUTE WS-PLAN-BASE =
               WS-PLAN-SALDO * WS-PLAN-TASA / 100.
           IF CONVENCION-30-360 THEN
               IF REDONDEO-BANCARIO THEN
                   COMPUTE WS-PLAN-INTERES ROUNDED MODE IS
           MOVE WS-PLAN-FECHA TO PL-FECHA.
           MOVE WS-PLAN-INTERES TO PL-INTERES.
           MOVE WS-PLAN-SALDO TO PL-SALDO.
           MOVE WS-PLAN-TASA TO PL-TASA-ANUAL.
           MOVE WS-MODO-CONVENCION TO PL-CONVENCION.
           MOVE WS-MODO-REDONDEO TO PL-REDONDEO.
           MOVE TR-FECHA-DESDE TO PL-FECHA-DESDE.
           MOVE TR-PRINCIPAL TO PL-PRINCIPAL-ORIGINAL.
           WRITE SCHEDULE-RECORD.
           ADD 1 TO WS-TOTAL-CUOTAS.
           MOVE WS-PLAN-FECHA TO WS-PLAN-FECHA-ANTERIOR.
               MOVE WS-ACUM-RESTANTE TO WS-ACUM-TAJADA
           ELSE
               PERFORM CALCULAR-DIAS-TAJADA
               IF TASA-VARIABLE THEN
                   MOVE WS-ACUM-INICIO TO WS-TV-FECHA
                   PERFORM DETERMINAR-TASA-VIGENTE
                   MOVE WS-TV-TASA TO WS-PLAN-TASA
               ELSE
                   MOVE TR-TASA-ANUAL TO WS-PLAN-TASA
               END-IF
               COMPUTE WS-PLAN-BASE =
                   TR-PRINCIPAL * WS-PLAN-TASA / 100
               IF CONVENCION-30-360 THEN
                   IF REDONDEO-BANCARIO THEN
                       COMPUTE WS-ACUM-TAJADA ROUNDED MODE IS
