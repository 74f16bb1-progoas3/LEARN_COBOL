      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AR-FINCHARGE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT INTEREST-CONFIG ASSIGN TO "data/ar-intereses.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CONFIG.
           SELECT CHARGE-REPORT ASSIGN TO
                   "data/ar-intereses-informe.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-HISTORY-LOG ASSIGN TO "data/run-history.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-HIST.
       DATA DIVISION.
       FILE SECTION.
       FD  OPEN-ITEM-MASTER.
       01  OPEN-ITEM-RECORD.
           COPY ARITEM.

      *> Solo lectura, para saltear a los clientes exentos.
       FD  CUSTOMER-MASTER.
       01  CUSTOMER-RECORD.
           COPY CLIENTE.

      *> Tasa anual en porcentaje, dias de gracia despues del
      *> vencimiento, convencion de dias (3 = 30/360, A =
      *> actual/365, como ROUNDEDANDREMINDER) y cargo minimo que
      *> vale la pena facturar.
       FD  INTEREST-CONFIG.
       01  INTEREST-CONFIG-RECORD.
           05 IC-TASA-ANUAL PIC 9(2)V9(4).
           05 IC-DIAS-GRACIA PIC 9(3).
           05 IC-CONVENCION PIC X.
           05 IC-CARGO-MINIMO PIC 9(7)V99.

       FD  CHARGE-REPORT.
       01  CHARGE-REPORT-RECORD PIC X(100).

       FD  RUN-HISTORY-LOG.
           COPY RUNHIST.

       WORKING-STORAGE SECTION.
      *> Operador firmado en el menu; los programas llamados lo
      *> arrastran al historial de corridas.
       01  OPERADOR-ACTUAL PIC X(8) EXTERNAL.
       01  WS-RC-GUARDA PIC S9(4) VALUE ZERO.
           01 WS-ESTADO-HIST PIC XX VALUE "00".
               88 HIST-OK VALUE "00".
           01 WS-ESTADO-ABIERTOS PIC XX VALUE "00".
               88 ABIERTOS-OK VALUE "00".
           01 WS-ESTADO-CLIENTES PIC XX VALUE "00".
               88 CLIENTES-OK VALUE "00".
           01 WS-MAESTRO-CLIENTES PIC X VALUE "N".
               88 MAESTRO-CLIENTES-ABIERTO VALUE "S".
           01 WS-ESTADO-CONFIG PIC XX VALUE "00".
               88 CONFIG-OK VALUE "00".
           01 WS-FIN-ABIERTOS PIC X VALUE "N".
               88 FIN-ABIERTOS VALUE "S".
           01 WS-FECHA-PROCESO PIC 9(8) VALUE ZERO.
           01 WS-INTENTOS-NOTA PIC 9(3) VALUE ZERO.
           01 WS-CARGO-GRABADO PIC X VALUE "N".
               88 CARGO-GRABADO VALUE "S".
      *> Parametros de la corrida.
           01 WS-TASA-ANUAL PIC 9(2)V9(4) VALUE ZERO.
           01 WS-DIAS-GRACIA PIC 9(3) VALUE ZERO.
           01 WS-CARGO-MINIMO PIC 9(7)V99 VALUE ZERO.
           01 WS-MODO-CONVENCION PIC X VALUE "A".
               88 CONVENCION-30-360 VALUE "3".
               88 CONVENCION-ACTUAL VALUE "A".
      *> Calculo por factura.
           01 WS-FECHA-VENCE PIC 9(8) VALUE ZERO.
           01 WS-FECHA-DESDE PIC 9(8) VALUE ZERO.
           01 WS-DIAS-ATRASO PIC S9(7) VALUE ZERO.
           01 WS-DIAS-INTERES PIC S9(7) VALUE ZERO.
           01 WS-INTERES-BASE PIC 9(11)V9(4) VALUE ZERO.
           01 WS-SALDO-INTERES PIC 9(9)V99 VALUE ZERO.
           01 WS-INTERES PIC 9(9)V99 VALUE ZERO.
           01 WS-CLIENTE-LEIDO PIC 9(6) VALUE ZERO.
           01 WS-CLIENTE-EXENTO PIC X VALUE "N".
               88 CLIENTE-EXENTO VALUE "S".
      *> Area de llamada al servicio de empresas EMPRESRV. Los cargos
      *> se numeran en la misma serie de documentos de cartera que
      *> usa AR-POST para las notas de credito, la de la empresa de
      *> la factura.
           01 WS-ES-FUNCION PIC X(8) VALUE SPACES.
           01 WS-ES-EMPRESA PIC X(2) VALUE SPACES.
           01 WS-ES-NUMERO PIC 9(6) VALUE ZERO.
           01 WS-ES-ARCHIVO PIC X(40) VALUE SPACES.
           01 WS-ES-DATOS.
               COPY EMPRESA REPLACING LEADING ==EM-== BY ==WS-ES-==.
           01 WS-ES-RESULTADO PIC X VALUE "N".
      *> Area de llamada al servicio comun de fechas DATESRV.
           01 WS-DS-FUNCION PIC X(8) VALUE SPACES.
           01 WS-DS-FECHA1 PIC 9(8) VALUE ZERO.
           01 WS-DS-FECHA2 PIC 9(8) VALUE ZERO.
           01 WS-DS-RESULTADO PIC S9(7) VALUE ZERO.
           01 WS-DS-OK PIC X VALUE "N".
      *> Cargos calculados en la lectura; se asientan despues para
      *> no agregar partidas al maestro mientras se lo recorre.
           01 WS-NUM-CARGOS PIC 9(3) VALUE ZERO.
           01 WS-IDX-CARGO PIC 9(3) VALUE ZERO.
           01 WS-CARGOS-DESBORDADOS PIC X VALUE "N".
               88 CARGOS-DESBORDADOS VALUE "S".
           01 WS-TABLA-CARGOS.
               05 WS-CARGO OCCURS 500 TIMES.
                   10 WS-CG-FACTURA PIC 9(6).
                   10 WS-CG-CLIENTE PIC 9(6).
                   10 WS-CG-SALDO PIC 9(9)V99.
                   10 WS-CG-DESDE PIC 9(8).
                   10 WS-CG-DIAS PIC 9(5).
                   10 WS-CG-INTERES PIC 9(9)V99.
                   10 WS-CG-EMPRESA PIC X(2).
           01 WS-TOTALES.
               05 WS-TOT-CARGOS PIC 9(5) VALUE ZERO.
               05 WS-TOT-MONTO-CARGOS PIC 9(11)V99 VALUE ZERO.
               05 WS-TOT-EXENTAS PIC 9(5) VALUE ZERO.
               05 WS-TOT-BAJO-MINIMO PIC 9(5) VALUE ZERO.
               05 WS-TOT-EN-DISPUTA PIC 9(5) VALUE ZERO.
               05 WS-TOT-FALLIDOS PIC 9(5) VALUE ZERO.
           01 WS-MONTO-EDIT PIC Z(8)9.99.
           01 WS-MONTO-EDIT-2 PIC Z(8)9.99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-PROCESO.
           PERFORM CARGAR-PARAMETROS.
           IF WS-TASA-ANUAL = ZERO THEN
               DISPLAY "AR-FINCHARGE: sin tasa en "
                   "data/ar-intereses.cfg, no se cobran intereses."
               MOVE 4 TO RETURN-CODE
               PERFORM REGISTRAR-HISTORIAL
               GOBACK
           END-IF.
           OPEN I-O OPEN-ITEM-MASTER.
           IF NOT ABIERTOS-OK THEN
               DISPLAY "AR-FINCHARGE: no se pudo abrir el maestro de "
                   "partidas, estado " WS-ESTADO-ABIERTOS
               MOVE 8 TO RETURN-CODE
               PERFORM REGISTRAR-HISTORIAL
               GOBACK
           END-IF.
           OPEN INPUT CUSTOMER-MASTER.
           IF CLIENTES-OK THEN
               SET MAESTRO-CLIENTES-ABIERTO TO TRUE
           ELSE
               DISPLAY "AR-FINCHARGE: sin maestro de clientes, no "
                   "hay exentos."
           END-IF.
           PERFORM UNTIL FIN-ABIERTOS
               READ OPEN-ITEM-MASTER NEXT RECORD
                   AT END SET FIN-ABIERTOS TO TRUE
                   NOT AT END
                       IF AB-ESTADO = "A" AND AB-SALDO > ZERO
                               AND PARTIDA-FACTURA THEN
                           PERFORM EVALUAR-PARTIDA
                       END-IF
               END-READ
           END-PERFORM.
           OPEN OUTPUT CHARGE-REPORT.
           MOVE SPACES TO CHARGE-REPORT-RECORD.
           STRING "INTERESES DE MORA  fecha " WS-FECHA-PROCESO
               "  tasa anual " WS-TASA-ANUAL "  convencion "
               WS-MODO-CONVENCION
               DELIMITED BY SIZE INTO CHARGE-REPORT-RECORD.
           WRITE CHARGE-REPORT-RECORD.
           MOVE "Cargo   Factura Cliente  Desde     Dias"
               & "        Saldo      Interes" TO CHARGE-REPORT-RECORD.
           WRITE CHARGE-REPORT-RECORD.
           PERFORM VARYING WS-IDX-CARGO FROM 1 BY 1
                   UNTIL WS-IDX-CARGO > WS-NUM-CARGOS
               PERFORM ASENTAR-CARGO
           END-PERFORM.
           MOVE WS-TOT-MONTO-CARGOS TO WS-MONTO-EDIT.
           MOVE SPACES TO CHARGE-REPORT-RECORD.
           STRING "TOTAL " WS-TOT-CARGOS " cargos por " WS-MONTO-EDIT
               DELIMITED BY SIZE INTO CHARGE-REPORT-RECORD.
           WRITE CHARGE-REPORT-RECORD.
           CLOSE CHARGE-REPORT.
           CLOSE OPEN-ITEM-MASTER.
           IF MAESTRO-CLIENTES-ABIERTO THEN
               CLOSE CUSTOMER-MASTER
           END-IF.
           DISPLAY "Cargos por intereses  : " WS-TOT-CARGOS.
           DISPLAY "Monto de los cargos   : " WS-TOT-MONTO-CARGOS.
           DISPLAY "Facturas de exentos   : " WS-TOT-EXENTAS.
           DISPLAY "Bajo el cargo minimo  : " WS-TOT-BAJO-MINIMO.
           DISPLAY "Facturas en disputa   : " WS-TOT-EN-DISPUTA.
           IF (WS-TOT-FALLIDOS > ZERO OR CARGOS-DESBORDADOS)
                   AND RETURN-CODE = 0 THEN
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM REGISTRAR-HISTORIAL.
           GOBACK.

       CARGAR-PARAMETROS.
           OPEN INPUT INTEREST-CONFIG.
           IF NOT CONFIG-OK THEN
               EXIT PARAGRAPH
           END-IF.
           READ INTEREST-CONFIG
               NOT AT END
                   IF IC-TASA-ANUAL NUMERIC THEN
                       MOVE IC-TASA-ANUAL TO WS-TASA-ANUAL
                   END-IF
                   IF IC-DIAS-GRACIA NUMERIC THEN
                       MOVE IC-DIAS-GRACIA TO WS-DIAS-GRACIA
                   END-IF
                   IF IC-CONVENCION = "3" OR IC-CONVENCION = "A"
                       MOVE IC-CONVENCION TO WS-MODO-CONVENCION
                   END-IF
                   IF IC-CARGO-MINIMO NUMERIC THEN
                       MOVE IC-CARGO-MINIMO TO WS-CARGO-MINIMO
                   END-IF
           END-READ.
           CLOSE INTEREST-CONFIG.

      *> Una factura paga intereses cuando su atraso supera los dias
      *> de gracia; se cobran desde el vencimiento o desde el ultimo
      *> cargo, para no cobrar dos veces el mismo periodo. Lo que
      *> esta en disputa abierta no devenga interes; una factura
      *> disputada entera no avanza su fecha de interes, y si la
      *> disputa se rechaza el periodo se cobra en la corrida
      *> siguiente.
       EVALUAR-PARTIDA.
           MOVE AB-SALDO TO WS-SALDO-INTERES.
           IF AB-MONTO-DISPUTA NUMERIC AND AB-MONTO-DISPUTA > ZERO
                   THEN
               IF AB-MONTO-DISPUTA >= AB-SALDO THEN
                   ADD 1 TO WS-TOT-EN-DISPUTA
                   EXIT PARAGRAPH
               END-IF
               SUBTRACT AB-MONTO-DISPUTA FROM WS-SALDO-INTERES
           END-IF.
           IF AB-FECHA-VENCE NUMERIC AND AB-FECHA-VENCE > ZERO THEN
               MOVE AB-FECHA-VENCE TO WS-FECHA-VENCE
           ELSE
               MOVE AB-FECHA-LOTE TO WS-FECHA-VENCE
           END-IF.
           COMPUTE WS-DIAS-ATRASO =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-PROCESO)
               - FUNCTION INTEGER-OF-DATE(WS-FECHA-VENCE).
           IF WS-DIAS-ATRASO <= WS-DIAS-GRACIA THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM VERIFICAR-EXENCION.
           IF CLIENTE-EXENTO THEN
               ADD 1 TO WS-TOT-EXENTAS
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-FECHA-VENCE TO WS-FECHA-DESDE.
           IF AB-FECHA-INTERES NUMERIC
                   AND AB-FECHA-INTERES > WS-FECHA-DESDE THEN
               MOVE AB-FECHA-INTERES TO WS-FECHA-DESDE
           END-IF.
           IF WS-FECHA-DESDE >= WS-FECHA-PROCESO THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM CALCULAR-INTERES.
           IF WS-INTERES = ZERO THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-INTERES < WS-CARGO-MINIMO THEN
               ADD 1 TO WS-TOT-BAJO-MINIMO
               EXIT PARAGRAPH
           END-IF.
           IF WS-NUM-CARGOS >= 500 THEN
               IF NOT CARGOS-DESBORDADOS THEN
                   SET CARGOS-DESBORDADOS TO TRUE
                   DISPLAY "AR-FINCHARGE: mas de 500 cargos, el resto "
                       "queda para la proxima corrida."
               END-IF
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NUM-CARGOS.
           MOVE AB-FACTURA TO WS-CG-FACTURA(WS-NUM-CARGOS).
           MOVE AB-CLIENTE TO WS-CG-CLIENTE(WS-NUM-CARGOS).
           MOVE WS-SALDO-INTERES TO WS-CG-SALDO(WS-NUM-CARGOS).
           MOVE WS-FECHA-DESDE TO WS-CG-DESDE(WS-NUM-CARGOS).
           MOVE WS-DIAS-INTERES TO WS-CG-DIAS(WS-NUM-CARGOS).
           MOVE WS-INTERES TO WS-CG-INTERES(WS-NUM-CARGOS).
           IF AB-EMPRESA = SPACES OR AB-EMPRESA = LOW-VALUES THEN
               MOVE "01" TO WS-CG-EMPRESA(WS-NUM-CARGOS)
           ELSE
               MOVE AB-EMPRESA TO WS-CG-EMPRESA(WS-NUM-CARGOS)
           END-IF.

       VERIFICAR-EXENCION.
           IF AB-CLIENTE = WS-CLIENTE-LEIDO THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE AB-CLIENTE TO WS-CLIENTE-LEIDO.
           MOVE "N" TO WS-CLIENTE-EXENTO.
           IF NOT MAESTRO-CLIENTES-ABIERTO THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE AB-CLIENTE TO CM-NUMERO.
           READ CUSTOMER-MASTER
               NOT INVALID KEY
                   IF CLIENTE-EXENTO-INTERES THEN
                       SET CLIENTE-EXENTO TO TRUE
                   END-IF
           END-READ.

      *> Interes simple sobre el saldo pendiente, con el mismo
      *> conteo de dias de ROUNDEDANDREMINDER via DATESRV.
       CALCULAR-INTERES.
           MOVE ZERO TO WS-INTERES.
           MOVE ZERO TO WS-DIAS-INTERES.
           IF CONVENCION-30-360 THEN
               MOVE "DIAS360" TO WS-DS-FUNCION
           ELSE
               MOVE "DIASREAL" TO WS-DS-FUNCION
           END-IF.
           MOVE WS-FECHA-DESDE TO WS-DS-FECHA1.
           MOVE WS-FECHA-PROCESO TO WS-DS-FECHA2.
           MOVE RETURN-CODE TO WS-RC-GUARDA.
           CALL "DATESRV" USING WS-DS-FUNCION WS-DS-FECHA1
               WS-DS-FECHA2 WS-DS-RESULTADO WS-DS-OK.
           MOVE WS-RC-GUARDA TO RETURN-CODE.
           IF WS-DS-OK NOT = "S" THEN
               DISPLAY "CALCULAR-INTERES: fechas invalidas "
                   WS-FECHA-DESDE " / " WS-FECHA-PROCESO
                   " en la factura " AB-FACTURA ", sin interes."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-DS-RESULTADO TO WS-DIAS-INTERES.
           IF WS-DIAS-INTERES <= ZERO THEN
               MOVE ZERO TO WS-DIAS-INTERES
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-INTERES-BASE =
               WS-SALDO-INTERES * WS-TASA-ANUAL / 100.
           IF CONVENCION-30-360 THEN
               COMPUTE WS-INTERES ROUNDED =
                   WS-INTERES-BASE * WS-DIAS-INTERES / 360
           ELSE
               COMPUTE WS-INTERES ROUNDED =
                   WS-INTERES-BASE * WS-DIAS-INTERES / 365
           END-IF.

      *> El cargo entra como partida abierta propia del cliente,
      *> vinculada a la factura que lo causo, y la factura recuerda
      *> hasta que fecha ya pago intereses. El cargo es de la misma
      *> empresa que la factura.
      *> El interes se calcula y se cobra en moneda base, aunque la
      *> factura que lo causa sea en moneda extranjera.
       ASENTAR-CARGO.
           MOVE "N" TO WS-CARGO-GRABADO.
           MOVE ZERO TO WS-INTENTOS-NOTA.
           PERFORM UNTIL CARGO-GRABADO OR WS-INTENTOS-NOTA >= 100
               ADD 1 TO WS-INTENTOS-NOTA
               PERFORM PEDIR-NUMERO-CARGO
               IF WS-ES-RESULTADO NOT = "S" THEN
                   EXIT PERFORM
               END-IF
               MOVE WS-ES-NUMERO TO AB-FACTURA
               MOVE WS-CG-EMPRESA(WS-IDX-CARGO) TO AB-EMPRESA
               MOVE WS-CG-CLIENTE(WS-IDX-CARGO) TO AB-CLIENTE
               MOVE WS-CG-INTERES(WS-IDX-CARGO) TO AB-MONTO-ORIGINAL
               MOVE WS-CG-INTERES(WS-IDX-CARGO) TO AB-SALDO
               MOVE WS-FECHA-PROCESO TO AB-FECHA-LOTE
               MOVE ZERO TO AB-FECHA-ULT-PAGO
               MOVE "A" TO AB-ESTADO
               MOVE WS-FECHA-PROCESO TO AB-FECHA-VENCE
               MOVE "I" TO AB-TIPO
               MOVE WS-CG-FACTURA(WS-IDX-CARGO) TO AB-FACTURA-ORIGEN
               MOVE ZERO TO AB-FECHA-INTERES
               MOVE SPACES TO AB-MONEDA
               MOVE 1 TO AB-TASA-REGISTRO
               MOVE WS-CG-INTERES(WS-IDX-CARGO) TO AB-MONTO-MONEDA
               MOVE WS-CG-INTERES(WS-IDX-CARGO) TO AB-SALDO-MONEDA
               MOVE ZERO TO AB-TASA-REVAL
               MOVE ZERO TO AB-MONTO-DISPUTA
               WRITE OPEN-ITEM-RECORD
                   NOT INVALID KEY
                       SET CARGO-GRABADO TO TRUE
               END-WRITE
           END-PERFORM.
           IF NOT CARGO-GRABADO THEN
               ADD 1 TO WS-TOT-FALLIDOS
               DISPLAY "AR-FINCHARGE: no se pudo numerar el cargo de "
                   "la factura " WS-CG-FACTURA(WS-IDX-CARGO)
                   ", revisar el contador de notas de la empresa "
                   WS-CG-EMPRESA(WS-IDX-CARGO) "."
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-TOT-CARGOS.
           ADD WS-CG-INTERES(WS-IDX-CARGO) TO WS-TOT-MONTO-CARGOS.
           MOVE WS-CG-SALDO(WS-IDX-CARGO) TO WS-MONTO-EDIT.
           MOVE WS-CG-INTERES(WS-IDX-CARGO) TO WS-MONTO-EDIT-2.
           MOVE SPACES TO CHARGE-REPORT-RECORD.
           STRING AB-FACTURA "  " WS-CG-FACTURA(WS-IDX-CARGO) "  "
               WS-CG-CLIENTE(WS-IDX-CARGO) " "
               WS-CG-DESDE(WS-IDX-CARGO) " "
               WS-CG-DIAS(WS-IDX-CARGO) " " WS-MONTO-EDIT " "
               WS-MONTO-EDIT-2
               DELIMITED BY SIZE INTO CHARGE-REPORT-RECORD.
           WRITE CHARGE-REPORT-RECORD.
           MOVE WS-CG-FACTURA(WS-IDX-CARGO) TO AB-FACTURA.
           READ OPEN-ITEM-MASTER
               INVALID KEY
                   DISPLAY "AR-FINCHARGE: factura " AB-FACTURA
                       " no encontrada al marcar el cargo."
               NOT INVALID KEY
                   MOVE WS-FECHA-PROCESO TO AB-FECHA-INTERES
                   REWRITE OPEN-ITEM-RECORD
                       INVALID KEY
                           DISPLAY "AR-FINCHARGE: no se pudo marcar "
                               "la factura " AB-FACTURA
                   END-REWRITE
           END-READ.

       PEDIR-NUMERO-CARGO.
           MOVE "PROXNOTA" TO WS-ES-FUNCION.
           MOVE WS-CG-EMPRESA(WS-IDX-CARGO) TO WS-ES-EMPRESA.
           MOVE RETURN-CODE TO WS-RC-GUARDA.
           CALL "EMPRESRV" USING WS-ES-FUNCION WS-ES-EMPRESA
               WS-ES-NUMERO WS-ES-ARCHIVO WS-ES-DATOS WS-ES-RESULTADO.
           MOVE WS-RC-GUARDA TO RETURN-CODE.

       REGISTRAR-HISTORIAL.
           OPEN EXTEND RUN-HISTORY-LOG.
           IF NOT HIST-OK THEN
               OPEN OUTPUT RUN-HISTORY-LOG
               CLOSE RUN-HISTORY-LOG
               OPEN EXTEND RUN-HISTORY-LOG
           END-IF.
           MOVE "AR-FINCHARGE" TO RH-PROGRAMA.
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
       END PROGRAM AR-FINCHARGE.
