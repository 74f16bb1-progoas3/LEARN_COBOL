      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AR-DISPUTAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPUTE-FILE ASSIGN TO "data/ar-disputas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-DISPUTA
               ALTERNATE RECORD KEY IS DP-FACTURA WITH DUPLICATES
               FILE STATUS IS WS-ESTADO-DISPUTAS.
           SELECT DISPUTE-COUNTER ASSIGN TO
                   "data/ar-disputas-contador.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CONT-DISPUTAS.
           SELECT OPEN-ITEM-MASTER ASSIGN TO "data/ar-abiertos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AB-FACTURA
               ALTERNATE RECORD KEY IS AB-CLIENTE WITH DUPLICATES
               FILE STATUS IS WS-ESTADO-ABIERTOS.
           SELECT ON-ACCOUNT-FILE ASSIGN TO "data/ar-acuenta.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AC-CLAVE
               FILE STATUS IS WS-ESTADO-ACUENTA.
           SELECT ON-ACCOUNT-LOG ASSIGN TO "data/ar-acuenta-mov.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-MOVIMIENTOS.
           SELECT ON-ACCOUNT-COUNTER ASSIGN TO
                   "data/ar-acuenta-contador.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CONTADOR.
           SELECT ACCOUNT-MAP-FILE ASSIGN TO DYNAMIC WS-NOMBRE-MAPA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-MAPA.
           SELECT GL-WRITEOFF-FILE ASSIGN TO "data/gl-castigos.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-GL.
           SELECT MODE-FILE ASSIGN TO "data/ar-disputas-modo.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-MODO.
           SELECT STEP-PARAM-FILE ASSIGN TO
                   DYNAMIC WS-NOMBRE-PARAMETROS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-PARAMETROS.
           SELECT DISPUTE-REPORT-FILE ASSIGN TO
                   "data/ar-disputas-informe.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-INFORME.
           SELECT RUN-HISTORY-LOG ASSIGN TO "data/run-history.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-HIST.
       DATA DIVISION.
       FILE SECTION.
       FD  DISPUTE-FILE.
       01  DISPUTE-RECORD.
           COPY DISPUTA.

       FD  DISPUTE-COUNTER.
       01  DISPUTE-COUNTER-RECORD.
           05 DK-PROXIMA-DISPUTA PIC 9(6).

       FD  OPEN-ITEM-MASTER.
       01  OPEN-ITEM-RECORD.
           COPY ARITEM.

      *> Lo que la nota no alcanza a compensar en la factura
      *> disputada (porque se cobro en el medio) queda a cuenta del
      *> cliente, en el mismo libro que usan AR-CASH y AR-POST.
       FD  ON-ACCOUNT-FILE.
       01  ON-ACCOUNT-RECORD.
           COPY ACUENTA.

       FD  ON-ACCOUNT-LOG.
       01  ON-ACCOUNT-MOVEMENT.
           COPY ACMOV.

       FD  ON-ACCOUNT-COUNTER.
       01  ON-ACCOUNT-COUNTER-RECORD.
           05 AK-PROXIMA-SECUENCIA PIC 9(6).

      *> Mapa de cuentas de la empresa de la factura disputada.
       FD  ACCOUNT-MAP-FILE.
       01  ACCOUNT-MAP-RECORD.
           COPY GLMAPA.

      *> Asientos de las notas por disputa procedente, junto a los
      *> de castigo, con el layout de gl-interfaz.dat.
       FD  GL-WRITEOFF-FILE.
       01  GL-RECORD.
           COPY GLASIENTO.

      *> MANTENER = abrir, cerrar y consultar disputas; INFORME =
      *> antiguedad de las disputas y tiempos de resolucion.
       FD  MODE-FILE.
       01  MODE-RECORD.
           05 DM-FUNCION PIC X(8).

      *> Parametros del paso cuando corre en la malla del SCHEDULER:
      *> mismo layout que el archivo de modo.
       FD  STEP-PARAM-FILE.
       01  STEP-PARAM-RECORD.
           05 PR-FUNCION PIC X(8).

       FD  DISPUTE-REPORT-FILE.
       01  DISPUTE-REPORT-RECORD PIC X(100).

       FD  RUN-HISTORY-LOG.
           COPY RUNHIST.

       WORKING-STORAGE SECTION.
      *> Operador firmado en el menu; los programas llamados lo
      *> arrastran al historial de corridas.
       01  OPERADOR-ACTUAL PIC X(8) EXTERNAL.
       01  PARAMETRO-PASO PIC X(30) EXTERNAL.
      *> Empresa elegida en el menu (en blanco en lote, la 01): solo
      *> se disputan facturas de esa empresa.
       01  EMPRESA-ACTUAL PIC X(2) EXTERNAL.
           01 WS-ESTADO-HIST PIC XX VALUE "00".
               88 HIST-OK VALUE "00".
           01 WS-ESTADO-DISPUTAS PIC XX VALUE "00".
               88 DISPUTAS-OK VALUE "00".
           01 WS-ESTADO-CONT-DISPUTAS PIC XX VALUE "00".
               88 CONT-DISPUTAS-OK VALUE "00".
           01 WS-ESTADO-ABIERTOS PIC XX VALUE "00".
               88 ABIERTOS-OK VALUE "00".
           01 WS-ESTADO-ACUENTA PIC XX VALUE "00".
               88 ACUENTA-OK VALUE "00".
               88 ACUENTA-NO-EXISTE VALUE "35".
           01 WS-ESTADO-MOVIMIENTOS PIC XX VALUE "00".
               88 MOVIMIENTOS-OK VALUE "00".
           01 WS-ESTADO-CONTADOR PIC XX VALUE "00".
               88 CONTADOR-OK VALUE "00".
           01 WS-ESTADO-MAPA PIC XX VALUE "00".
               88 MAPA-OK VALUE "00".
           01 WS-NOMBRE-MAPA PIC X(40) VALUE "data/gl-cuentas.cfg".
           01 WS-ESTADO-GL PIC XX VALUE "00".
               88 GL-OK VALUE "00".
           01 WS-ESTADO-MODO PIC XX VALUE "00".
               88 MODO-FILE-OK VALUE "00".
           01 WS-ESTADO-PARAMETROS PIC XX VALUE "00".
               88 PARAMETROS-OK VALUE "00".
           01 WS-NOMBRE-PARAMETROS PIC X(30) VALUE SPACES.
           01 WS-ESTADO-INFORME PIC XX VALUE "00".
               88 INFORME-OK VALUE "00".
           01 WS-FUNCION PIC X(8) VALUE SPACES.
               88 FUNCION-MANTENER VALUE "MANTENER".
               88 FUNCION-INFORME VALUE "INFORME".
           01 WS-OPCION PIC X VALUE SPACE.
               88 MANTO-ABRIR VALUE "A".
               88 MANTO-CERRAR VALUE "C".
               88 MANTO-CONSULTA VALUE "Q".
               88 MANTO-LISTADO VALUE "L".
               88 MANTO-SALIR VALUE "S".
           01 WS-CONFIRMA PIC X VALUE SPACE.
           01 WS-OPERADOR PIC X(8) VALUE SPACES.
           01 WS-FECHA-HOY PIC 9(8) VALUE ZERO.
           01 WS-FIN-ARCHIVO PIC X VALUE "N".
               88 FIN-ARCHIVO VALUE "S".
           01 WS-DATOS-VALIDOS PIC X VALUE "N".
               88 DATOS-VALIDOS VALUE "S".
      *> Datos de la disputa en captura.
           01 WS-DISPUTA PIC 9(6) VALUE ZERO.
           01 WS-FACTURA PIC 9(6) VALUE ZERO.
           01 WS-MOTIVO PIC X(10) VALUE SPACES.
               88 MOTIVO-VALIDO VALUE "PRECIO" "DEVOLUCION"
                   "CANTIDAD" "CALIDAD" "OTRO".
           01 WS-DETALLE PIC X(40) VALUE SPACES.
           01 WS-MONTO-ENTRADA PIC 9(9)V99 VALUE ZERO.
           01 WS-RESPONSABLE PIC X(8) VALUE SPACES.
           01 WS-FECHA-OBJETIVO PIC 9(8) VALUE ZERO.
           01 WS-DIAS-OBJETIVO PIC 9(3) VALUE 30.
           01 WS-RESOLUCION PIC X VALUE SPACE.
      *> Lo que todavia se puede disputar de la partida: su saldo
      *> menos lo que ya esta en otras disputas abiertas.
           01 WS-DISPUTA-ACTUAL PIC 9(9)V99 VALUE ZERO.
           01 WS-DISPUTABLE PIC 9(9)V99 VALUE ZERO.
           01 WS-PROXIMA-DISPUTA PIC 9(6) VALUE 1.
           01 WS-INTENTOS PIC 9(3) VALUE ZERO.
           01 WS-GRABADO PIC X VALUE "N".
               88 GRABADO VALUE "S".
      *> Validez de las fechas via el servicio comun DATESRV.
           01 WS-DS-FUNCION PIC X(8) VALUE SPACES.
           01 WS-DS-FECHA1 PIC 9(8) VALUE ZERO.
           01 WS-DS-FECHA2 PIC 9(8) VALUE ZERO.
           01 WS-DS-RESULTADO PIC S9(7) VALUE ZERO.
           01 WS-DS-OK PIC X VALUE "N".
           01 WS-RC-GUARDA PIC S9(4) VALUE ZERO.
      *> Nota de credito por una disputa procedente: se compensa
      *> contra la factura disputada y el resto pasa a cuenta.
           01 WS-NOTA-ACTUAL PIC 9(6) VALUE ZERO.
           01 WS-MONTO-NOTA PIC 9(9)V99 VALUE ZERO.
           01 WS-MONTO-COMPENSAR PIC 9(9)V99 VALUE ZERO.
           01 WS-SALDO-NOTA PIC 9(9)V99 VALUE ZERO.
           01 WS-NOTA-CLIENTE PIC 9(6) VALUE ZERO.
           01 WS-NOTA-MONEDA PIC X(3) VALUE SPACES.
           01 WS-NOTA-TASA PIC 9(3)V9(4) VALUE ZERO.
           01 WS-PROXIMA-SECUENCIA PIC 9(6) VALUE 1.
           01 WS-LIBRO-A-CUENTA PIC X VALUE "N".
               88 LIBRO-A-CUENTA-ABIERTO VALUE "S".
      *> Fecha de la nota y de su asiento: la del dia, o el primer
      *> dia del periodo abierto siguiente si el calendario contable
      *> lo tiene cerrado. Se resuelve una vez por sesion.
           01 WS-FECHA-NOTA PIC 9(8) VALUE ZERO.
           01 WS-PS-PROGRAMA PIC X(20) VALUE "AR-DISPUTAS".
           01 WS-PS-DOCUMENTO PIC X(12) VALUE "DISPUTAS".
           01 WS-PS-RESULTADO PIC X VALUE SPACE.
           01 WS-ACREDITACION PIC X VALUE SPACE.
               88 ACREDITACION-LISTA VALUE "S".
               88 ACREDITACION-IMPOSIBLE VALUE "N".
      *> Empresa de la sesion y de la factura disputada. La nota,
      *> su numero y su asiento son de la empresa de la factura; las
      *> cuentas se resuelven de nuevo si cambia la empresa.
           01 WS-EMPRESA-SESION PIC X(2) VALUE "01".
           01 WS-EMPRESA-FACTURA PIC X(2) VALUE "01".
           01 WS-EMPRESA-ACREDITACION PIC X(2) VALUE SPACES.
           01 WS-ES-FUNCION PIC X(8) VALUE SPACES.
           01 WS-ES-EMPRESA PIC X(2) VALUE SPACES.
           01 WS-ES-NUMERO PIC 9(6) VALUE ZERO.
           01 WS-ES-ARCHIVO PIC X(40) VALUE SPACES.
           01 WS-ES-DATOS.
               COPY EMPRESA REPLACING LEADING ==EM-== BY ==WS-ES-==.
           01 WS-ES-RESULTADO PIC X VALUE "N".
      *> Cuentas del asiento de la nota.
           01 WS-CONCEPTO PIC X(12) VALUE SPACES.
           01 WS-MAPA-HALLADO PIC X VALUE "N".
               88 MAPA-HALLADO VALUE "S".
           01 WS-CTA-VENTAS PIC X(8) VALUE SPACES.
           01 WS-CEN-VENTAS PIC X(4) VALUE SPACES.
           01 WS-LADO-VENTAS PIC X VALUE SPACE.
           01 WS-CTA-CARTERA PIC X(8) VALUE SPACES.
           01 WS-CEN-CARTERA PIC X(4) VALUE SPACES.
           01 WS-LADO-CARTERA PIC X VALUE SPACE.
      *> Informe: antiguedad de las abiertas desde el alta, atraso
      *> contra la fecha comprometida y dias hasta el cierre.
           01 WS-DIAS-ANTIGUEDAD PIC S9(5) VALUE ZERO.
           01 WS-DIAS-ATRASO PIC S9(5) VALUE ZERO.
           01 WS-DIAS-RESOLUCION PIC S9(5) VALUE ZERO.
           01 WS-IDX-TRAMO PIC 9 VALUE ZERO.
           01 WS-TABLA-TRAMOS.
               05 WS-TRAMO OCCURS 4 TIMES.
                   10 WS-TRA-CANTIDAD PIC 9(5).
                   10 WS-TRA-MONTO PIC 9(11)V99.
           01 WS-TEXTOS-TRAMOS.
               05 FILLER PIC X(12) VALUE "0 a 30 dias".
               05 FILLER PIC X(12) VALUE "31 a 60 dias".
               05 FILLER PIC X(12) VALUE "61 a 90 dias".
               05 FILLER PIC X(12) VALUE "mas de 90".
           01 WS-TEXTOS-TRAMOS-R REDEFINES WS-TEXTOS-TRAMOS.
               05 WS-TEXTO-TRAMO OCCURS 4 TIMES PIC X(12).
           01 WS-NUM-RESPONSABLES PIC 9(3) VALUE ZERO.
           01 WS-IDX-RSP PIC 9(3) VALUE ZERO.
           01 WS-RSP-HALLADO PIC X VALUE "N".
               88 RSP-HALLADO VALUE "S".
           01 WS-RESPONSABLES-DESBORDADOS PIC X VALUE "N".
               88 RESPONSABLES-DESBORDADOS VALUE "S".
           01 WS-TABLA-RESPONSABLES.
               05 WS-RSP OCCURS 50 TIMES.
                   10 WS-RSP-ID PIC X(8).
                   10 WS-RSP-ABIERTAS PIC 9(5).
                   10 WS-RSP-MONTO PIC 9(11)V99.
                   10 WS-RSP-VENCIDAS PIC 9(5).
                   10 WS-RSP-CERRADAS PIC 9(5).
                   10 WS-RSP-DIAS PIC 9(7).
           01 WS-PROMEDIO-DIAS PIC 9(5) VALUE ZERO.
           01 WS-CANTIDAD-EDIT PIC ZZZZ9.
           01 WS-CANTIDAD-EDIT-2 PIC ZZZZ9.
           01 WS-CANTIDAD-EDIT-3 PIC ZZZZ9.
           01 WS-DIAS-EDIT PIC ZZZZ9.
           01 WS-MONTO-EDIT PIC Z(10)9.99.
           01 WS-MONTO-EDIT-2 PIC Z(10)9.99.
           01 WS-TOTALES.
               05 WS-TOT-ABIERTAS PIC 9(5) VALUE ZERO.
               05 WS-TOT-MONTO-ABIERTO PIC 9(11)V99 VALUE ZERO.
               05 WS-TOT-VENCIDAS PIC 9(5) VALUE ZERO.
               05 WS-TOT-MONTO-VENCIDO PIC 9(11)V99 VALUE ZERO.
               05 WS-TOT-PROCEDENTES PIC 9(5) VALUE ZERO.
               05 WS-TOT-MONTO-PROCEDENTE PIC 9(11)V99 VALUE ZERO.
               05 WS-TOT-ACREDITADO PIC 9(11)V99 VALUE ZERO.
               05 WS-TOT-DIAS-PROCEDENTES PIC 9(7) VALUE ZERO.
               05 WS-TOT-RECHAZADAS PIC 9(5) VALUE ZERO.
               05 WS-TOT-MONTO-RECHAZADO PIC 9(11)V99 VALUE ZERO.
               05 WS-TOT-DIAS-RECHAZADAS PIC 9(7) VALUE ZERO.
               05 WS-TOT-ALTAS PIC 9(5) VALUE ZERO.
               05 WS-TOT-CIERRES PIC 9(5) VALUE ZERO.
               05 WS-TOT-NOTAS PIC 9(5) VALUE ZERO.
               05 WS-TOT-REMANENTE PIC 9(11)V99 VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           IF OPERADOR-ACTUAL = SPACES
                   OR OPERADOR-ACTUAL = LOW-VALUES THEN
               MOVE "BATCH" TO WS-OPERADOR
           ELSE
               MOVE OPERADOR-ACTUAL TO WS-OPERADOR
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY.
           IF EMPRESA-ACTUAL NOT = SPACES
                   AND EMPRESA-ACTUAL NOT = LOW-VALUES THEN
               MOVE EMPRESA-ACTUAL TO WS-EMPRESA-SESION
           END-IF.
           PERFORM CARGAR-FUNCION.
           EVALUATE TRUE
               WHEN FUNCION-MANTENER
                   PERFORM MANTENER-DISPUTAS
               WHEN FUNCION-INFORME
                   PERFORM INFORME-DISPUTAS
               WHEN OTHER
                   DISPLAY "AR-DISPUTAS: funcion invalida "
                       "(MANTENER/INFORME)."
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           PERFORM REGISTRAR-HISTORIAL.
           GOBACK.

      *> En la malla la funcion llega por los parametros del paso;
      *> fuera de ella, por el archivo de modo o por consola.
       CARGAR-FUNCION.
           IF PARAMETRO-PASO NOT = SPACES
                   AND PARAMETRO-PASO NOT = LOW-VALUES THEN
               MOVE PARAMETRO-PASO TO WS-NOMBRE-PARAMETROS
               OPEN INPUT STEP-PARAM-FILE
               IF PARAMETROS-OK THEN
                   READ STEP-PARAM-FILE
                       NOT AT END MOVE PR-FUNCION TO WS-FUNCION
                   END-READ
                   CLOSE STEP-PARAM-FILE
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "CARGAR-FUNCION: no se pudo abrir "
                   WS-NOMBRE-PARAMETROS "."
           END-IF.
           OPEN INPUT MODE-FILE.
           IF MODO-FILE-OK THEN
               READ MODE-FILE
                   NOT AT END MOVE DM-FUNCION TO WS-FUNCION
               END-READ
               CLOSE MODE-FILE
           ELSE
               DISPLAY "Funcion (MANTENER/INFORME):"
               ACCEPT WS-FUNCION
           END-IF.

       MANTENER-DISPUTAS.
           OPEN I-O DISPUTE-FILE.
           IF NOT DISPUTAS-OK THEN
               OPEN OUTPUT DISPUTE-FILE
               CLOSE DISPUTE-FILE
               OPEN I-O DISPUTE-FILE
           END-IF.
           IF NOT DISPUTAS-OK THEN
               DISPLAY "AR-DISPUTAS: no se pudo abrir "
                   "data/ar-disputas.dat, estado " WS-ESTADO-DISPUTAS
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O OPEN-ITEM-MASTER.
           IF NOT ABIERTOS-OK THEN
               DISPLAY "AR-DISPUTAS: no se pudo abrir el maestro de "
                   "partidas, estado " WS-ESTADO-ABIERTOS
               MOVE 8 TO RETURN-CODE
               CLOSE DISPUTE-FILE
               EXIT PARAGRAPH
           END-IF.
           PERFORM CARGAR-CONTADOR-DISPUTAS.
           MOVE SPACE TO WS-OPCION.
           PERFORM MOSTRAR-MENU UNTIL MANTO-SALIR.
           IF LIBRO-A-CUENTA-ABIERTO THEN
               PERFORM GUARDAR-CONTADOR-A-CUENTA
               CLOSE ON-ACCOUNT-FILE
               CLOSE ON-ACCOUNT-LOG
           END-IF.
           CLOSE OPEN-ITEM-MASTER.
           CLOSE DISPUTE-FILE.
           DISPLAY "Disputas abiertas   : " WS-TOT-ALTAS.
           DISPLAY "Disputas cerradas   : " WS-TOT-CIERRES.
           DISPLAY "Notas de credito    : " WS-TOT-NOTAS.
           DISPLAY "Monto acreditado    : " WS-TOT-ACREDITADO.
           DISPLAY "Remanente a cuenta  : " WS-TOT-REMANENTE.

       MOSTRAR-MENU.
           DISPLAY "Disputas: A-Abrir C-Cerrar Q-Consulta L-Listado "
               "S-Salir".
           ACCEPT WS-OPCION.
           EVALUATE TRUE
               WHEN MANTO-ABRIR
                   PERFORM ABRIR-DISPUTA
               WHEN MANTO-CERRAR
                   PERFORM CERRAR-DISPUTA
               WHEN MANTO-CONSULTA
                   PERFORM CONSULTA-DISPUTA
               WHEN MANTO-LISTADO
                   PERFORM LISTAR-DISPUTAS
               WHEN MANTO-SALIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Operacion invalida."
           END-EVALUATE.

       CARGAR-CONTADOR-DISPUTAS.
           MOVE 1 TO WS-PROXIMA-DISPUTA.
           OPEN INPUT DISPUTE-COUNTER.
           IF CONT-DISPUTAS-OK THEN
               READ DISPUTE-COUNTER
                   NOT AT END
                       IF DK-PROXIMA-DISPUTA NUMERIC
                               AND DK-PROXIMA-DISPUTA > ZERO THEN
                           MOVE DK-PROXIMA-DISPUTA TO
                               WS-PROXIMA-DISPUTA
                       END-IF
               END-READ
               CLOSE DISPUTE-COUNTER
           END-IF.

       GUARDAR-CONTADOR-DISPUTAS.
           OPEN OUTPUT DISPUTE-COUNTER.
           MOVE WS-PROXIMA-DISPUTA TO DK-PROXIMA-DISPUTA.
           WRITE DISPUTE-COUNTER-RECORD.
           CLOSE DISPUTE-COUNTER.

      *> Se disputa una factura (o un cargo por intereses) abierta,
      *> por hasta lo que de ella no este ya en disputa. El importe
      *> queda en la partida para que cobranza, intereses y credito
      *> lo dejen aparte.
       ABRIR-DISPUTA.
           SET DATOS-VALIDOS TO TRUE.
           DISPLAY "Factura:".
           ACCEPT WS-FACTURA.
           MOVE WS-FACTURA TO AB-FACTURA.
           READ OPEN-ITEM-MASTER
               INVALID KEY
                   DISPLAY "Factura no encontrada en cartera."
                   EXIT PARAGRAPH
           END-READ.
           PERFORM TOMAR-EMPRESA-FACTURA.
           IF WS-EMPRESA-FACTURA NOT = WS-EMPRESA-SESION THEN
               DISPLAY "La factura es de la empresa "
                   WS-EMPRESA-FACTURA "."
               EXIT PARAGRAPH
           END-IF.
           IF PARTIDA-NOTA-CREDITO OR AB-ESTADO NOT = "A"
                   OR AB-SALDO = ZERO THEN
               DISPLAY "Solo se disputa una factura abierta con "
                   "saldo."
               EXIT PARAGRAPH
           END-IF.
           PERFORM CALCULAR-DISPUTABLE.
           IF WS-DISPUTABLE = ZERO THEN
               DISPLAY "La factura ya esta toda en disputa."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Cliente " AB-CLIENTE " saldo " AB-SALDO
               " ya en disputa " WS-DISPUTA-ACTUAL.
           DISPLAY "Motivo (PRECIO/DEVOLUCION/CANTIDAD/CALIDAD/"
               "OTRO):".
           MOVE SPACES TO WS-MOTIVO.
           ACCEPT WS-MOTIVO.
           IF NOT MOTIVO-VALIDO THEN
               DISPLAY "Motivo invalido."
               MOVE "N" TO WS-DATOS-VALIDOS
           END-IF.
           IF DATOS-VALIDOS THEN
               DISPLAY "Detalle:"
               MOVE SPACES TO WS-DETALLE
               ACCEPT WS-DETALLE
               PERFORM PEDIR-MONTO-DISPUTA
           END-IF.
           IF DATOS-VALIDOS THEN
               DISPLAY "Responsable (en blanco = " WS-OPERADOR "):"
               MOVE SPACES TO WS-RESPONSABLE
               ACCEPT WS-RESPONSABLE
               IF WS-RESPONSABLE = SPACES THEN
                   MOVE WS-OPERADOR TO WS-RESPONSABLE
               END-IF
               PERFORM PEDIR-FECHA-OBJETIVO
           END-IF.
           IF NOT DATOS-VALIDOS THEN
               DISPLAY "Disputa no registrada."
               EXIT PARAGRAPH
           END-IF.
           PERFORM GRABAR-DISPUTA.
           IF NOT GRABADO THEN
               DISPLAY "AR-DISPUTAS: no se pudo numerar la disputa, "
                   "revisar data/ar-disputas-contador.dat."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           ADD WS-MONTO-ENTRADA TO WS-DISPUTA-ACTUAL.
           MOVE WS-DISPUTA-ACTUAL TO AB-MONTO-DISPUTA.
           REWRITE OPEN-ITEM-RECORD
               INVALID KEY
                   DISPLAY "AR-DISPUTAS: no se pudo marcar la "
                       "factura " AB-FACTURA ", disputa anulada."
                   DELETE DISPUTE-FILE
                   END-DELETE
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO WS-TOT-ALTAS
                   DISPLAY "Disputa " DP-DISPUTA " abierta por "
                       DP-MONTO " sobre la factura " DP-FACTURA
                       ", vence " DP-FECHA-OBJETIVO
           END-REWRITE.

       CALCULAR-DISPUTABLE.
           MOVE ZERO TO WS-DISPUTA-ACTUAL.
           IF AB-MONTO-DISPUTA NUMERIC THEN
               MOVE AB-MONTO-DISPUTA TO WS-DISPUTA-ACTUAL
           END-IF.
           IF WS-DISPUTA-ACTUAL >= AB-SALDO THEN
               MOVE ZERO TO WS-DISPUTABLE
           ELSE
               COMPUTE WS-DISPUTABLE = AB-SALDO - WS-DISPUTA-ACTUAL
           END-IF.

       PEDIR-MONTO-DISPUTA.
           DISPLAY "Importe disputado (0 = " WS-DISPUTABLE "):".
           ACCEPT WS-MONTO-ENTRADA.
           IF WS-MONTO-ENTRADA NOT NUMERIC THEN
               DISPLAY "Importe invalido."
               MOVE "N" TO WS-DATOS-VALIDOS
               EXIT PARAGRAPH
           END-IF.
           IF WS-MONTO-ENTRADA = ZERO THEN
               MOVE WS-DISPUTABLE TO WS-MONTO-ENTRADA
           END-IF.
           IF WS-MONTO-ENTRADA > WS-DISPUTABLE THEN
               DISPLAY "El importe supera lo disputable de la "
                   "factura."
               MOVE "N" TO WS-DATOS-VALIDOS
           END-IF.

      *> Sin fecha comprometida la disputa vence a los 30 dias.
       PEDIR-FECHA-OBJETIVO.
           DISPLAY "Fecha objetivo de resolucion (AAAAMMDD, 0 = "
               WS-DIAS-OBJETIVO " dias):".
           ACCEPT WS-FECHA-OBJETIVO.
           IF WS-FECHA-OBJETIVO NOT NUMERIC THEN
               DISPLAY "Fecha objetivo invalida."
               MOVE "N" TO WS-DATOS-VALIDOS
               EXIT PARAGRAPH
           END-IF.
           IF WS-FECHA-OBJETIVO = ZERO THEN
               COMPUTE WS-FECHA-OBJETIVO = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY)
                   + WS-DIAS-OBJETIVO)
           END-IF.
           MOVE WS-FECHA-OBJETIVO TO WS-DS-FECHA1.
           MOVE "VALIDA" TO WS-DS-FUNCION.
           MOVE ZERO TO WS-DS-FECHA2.
           MOVE RETURN-CODE TO WS-RC-GUARDA.
           CALL "DATESRV" USING WS-DS-FUNCION WS-DS-FECHA1
               WS-DS-FECHA2 WS-DS-RESULTADO WS-DS-OK.
           MOVE WS-RC-GUARDA TO RETURN-CODE.
           IF WS-DS-OK NOT = "S" OR WS-FECHA-OBJETIVO < WS-FECHA-HOY
                   THEN
               DISPLAY "Fecha objetivo invalida o ya pasada."
               MOVE "N" TO WS-DATOS-VALIDOS
           END-IF.

      *> La disputa toma el proximo numero de su serie; si ese
      *> numero ya esta ocupado se prueba el siguiente.
       GRABAR-DISPUTA.
           MOVE "N" TO WS-GRABADO.
           MOVE ZERO TO WS-INTENTOS.
           PERFORM UNTIL GRABADO OR WS-INTENTOS >= 100
               ADD 1 TO WS-INTENTOS
               INITIALIZE DISPUTE-RECORD
               MOVE WS-PROXIMA-DISPUTA TO DP-DISPUTA
               ADD 1 TO WS-PROXIMA-DISPUTA
               MOVE AB-FACTURA TO DP-FACTURA
               MOVE AB-CLIENTE TO DP-CLIENTE
               MOVE WS-MOTIVO TO DP-MOTIVO
               MOVE WS-DETALLE TO DP-DETALLE
               MOVE WS-MONTO-ENTRADA TO DP-MONTO
               MOVE WS-RESPONSABLE TO DP-RESPONSABLE
               MOVE WS-FECHA-HOY TO DP-FECHA-ALTA
               MOVE WS-OPERADOR TO DP-OPERADOR-ALTA
               MOVE WS-FECHA-OBJETIVO TO DP-FECHA-OBJETIVO
               MOVE "A" TO DP-ESTADO
               WRITE DISPUTE-RECORD
                   NOT INVALID KEY
                       SET GRABADO TO TRUE
               END-WRITE
           END-PERFORM.
           PERFORM GUARDAR-CONTADOR-DISPUTAS.

      *> Al cerrar, la partida deja de tener ese importe en disputa.
      *> Rechazada: la deuda sigue como estaba. Procedente: lo
      *> reconocido (hasta el importe disputado) se acredita con
      *> una nota de credito contra la factura.
       CERRAR-DISPUTA.
           DISPLAY "Disputa:".
           ACCEPT WS-DISPUTA.
           MOVE WS-DISPUTA TO DP-DISPUTA.
           READ DISPUTE-FILE
               INVALID KEY
                   DISPLAY "Disputa no encontrada."
                   EXIT PARAGRAPH
           END-READ.
           IF NOT DISPUTA-ABIERTA THEN
               DISPLAY "La disputa ya esta cerrada."
               EXIT PARAGRAPH
           END-IF.
           MOVE DP-FACTURA TO AB-FACTURA.
           READ OPEN-ITEM-MASTER
               INVALID KEY
                   MOVE SPACES TO AB-EMPRESA
           END-READ.
           PERFORM TOMAR-EMPRESA-FACTURA.
           IF WS-EMPRESA-FACTURA NOT = WS-EMPRESA-SESION THEN
               DISPLAY "La disputa es de la empresa "
                   WS-EMPRESA-FACTURA "."
               EXIT PARAGRAPH
           END-IF.
           PERFORM MOSTRAR-DISPUTA.
           DISPLAY "Resolucion (P = procedente, R = rechazada):".
           ACCEPT WS-RESOLUCION.
           EVALUATE WS-RESOLUCION
               WHEN "P"
               WHEN "p"
                   PERFORM CERRAR-PROCEDENTE
               WHEN "R"
               WHEN "r"
                   PERFORM CERRAR-RECHAZADA
               WHEN OTHER
                   DISPLAY "Disputa sin cambios."
           END-EVALUATE.

       CERRAR-RECHAZADA.
           DISPLAY "Confirma el rechazo (S/N):".
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s" THEN
               DISPLAY "Disputa sin cambios."
               EXIT PARAGRAPH
           END-IF.
           PERFORM LIBERAR-PARTIDA.
           MOVE "R" TO DP-ESTADO.
           MOVE ZERO TO DP-MONTO-ACREDITADO.
           MOVE ZERO TO DP-NOTA-CREDITO.
           PERFORM REGISTRAR-CIERRE.

       CERRAR-PROCEDENTE.
           PERFORM PREPARAR-ACREDITACION.
           IF NOT ACREDITACION-LISTA THEN
               DISPLAY "No se pueden emitir notas en esta sesion, la "
                   "disputa sigue abierta."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Importe reconocido (0 = " DP-MONTO "):".
           ACCEPT WS-MONTO-ENTRADA.
           IF WS-MONTO-ENTRADA NOT NUMERIC THEN
               DISPLAY "Importe invalido, disputa sin cambios."
               EXIT PARAGRAPH
           END-IF.
           IF WS-MONTO-ENTRADA = ZERO THEN
               MOVE DP-MONTO TO WS-MONTO-ENTRADA
           END-IF.
           IF WS-MONTO-ENTRADA > DP-MONTO THEN
               DISPLAY "No se reconoce mas de lo disputado, disputa "
                   "sin cambios."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Nota de credito por " WS-MONTO-ENTRADA
               " al " WS-FECHA-NOTA ". Confirma (S/N):".
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s" THEN
               DISPLAY "Disputa sin cambios."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-MONTO-ENTRADA TO WS-MONTO-NOTA.
           PERFORM EMITIR-NOTA-DISPUTA.
           IF WS-NOTA-ACTUAL = ZERO THEN
               DISPLAY "Disputa sin cambios."
               EXIT PARAGRAPH
           END-IF.
           PERFORM LIBERAR-PARTIDA.
           MOVE "P" TO DP-ESTADO.
           MOVE WS-MONTO-NOTA TO DP-MONTO-ACREDITADO.
           MOVE WS-NOTA-ACTUAL TO DP-NOTA-CREDITO.
           PERFORM REGISTRAR-CIERRE.
           PERFORM ESCRIBIR-ASIENTOS-DISPUTA.

      *> Quita el importe de la disputa de la partida y, si hay
      *> nota, compensa la factura con ella.
       LIBERAR-PARTIDA.
           MOVE ZERO TO WS-SALDO-NOTA.
           IF WS-NOTA-ACTUAL NOT = ZERO THEN
               MOVE WS-MONTO-NOTA TO WS-SALDO-NOTA
           END-IF.
           MOVE DP-FACTURA TO AB-FACTURA.
           READ OPEN-ITEM-MASTER
               INVALID KEY
                   DISPLAY "AR-DISPUTAS: factura " DP-FACTURA
                       " no esta en cartera."
                   EXIT PARAGRAPH
           END-READ.
           IF AB-MONTO-DISPUTA NOT NUMERIC
                   OR AB-MONTO-DISPUTA < DP-MONTO THEN
               MOVE ZERO TO AB-MONTO-DISPUTA
           ELSE
               SUBTRACT DP-MONTO FROM AB-MONTO-DISPUTA
           END-IF.
           IF WS-SALDO-NOTA > ZERO AND AB-ESTADO = "A" THEN
               IF AB-SALDO < WS-SALDO-NOTA THEN
                   MOVE AB-SALDO TO WS-MONTO-COMPENSAR
               ELSE
                   MOVE WS-SALDO-NOTA TO WS-MONTO-COMPENSAR
               END-IF
               SUBTRACT WS-MONTO-COMPENSAR FROM AB-SALDO
               SUBTRACT WS-MONTO-COMPENSAR FROM WS-SALDO-NOTA
               IF AB-SALDO = ZERO THEN
                   MOVE "C" TO AB-ESTADO
               END-IF
               PERFORM RECALCULAR-SALDO-MONEDA
           END-IF.
           REWRITE OPEN-ITEM-RECORD
               INVALID KEY
                   DISPLAY "AR-DISPUTAS: no se pudo actualizar la "
                       "factura " AB-FACTURA
                   MOVE 8 TO RETURN-CODE
           END-REWRITE.
           IF WS-SALDO-NOTA > ZERO THEN
               PERFORM REGISTRAR-REMANENTE-A-CUENTA
           END-IF.

       REGISTRAR-CIERRE.
           MOVE WS-FECHA-HOY TO DP-FECHA-CIERRE.
           MOVE WS-OPERADOR TO DP-OPERADOR-CIERRE.
           REWRITE DISPUTE-RECORD
               INVALID KEY
                   DISPLAY "AR-DISPUTAS: no se pudo cerrar la "
                       "disputa " DP-DISPUTA
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO WS-TOT-CIERRES
                   DISPLAY "Disputa " DP-DISPUTA " cerrada ("
                       DP-ESTADO ")."
           END-REWRITE.
           MOVE ZERO TO WS-NOTA-ACTUAL.

       TOMAR-EMPRESA-FACTURA.
           IF AB-EMPRESA = SPACES OR AB-EMPRESA = LOW-VALUES THEN
               MOVE "01" TO WS-EMPRESA-FACTURA
           ELSE
               MOVE AB-EMPRESA TO WS-EMPRESA-FACTURA
           END-IF.

      *> La primera disputa procedente de la sesion resuelve las
      *> cuentas del asiento y la fecha de la nota; sin ellas no se
      *> acredita nada.
       PREPARAR-ACREDITACION.
           IF WS-EMPRESA-FACTURA NOT = WS-EMPRESA-ACREDITACION THEN
               MOVE SPACE TO WS-ACREDITACION
               MOVE WS-EMPRESA-FACTURA TO WS-EMPRESA-ACREDITACION
           END-IF.
           IF ACREDITACION-LISTA OR ACREDITACION-IMPOSIBLE THEN
               EXIT PARAGRAPH
           END-IF.
           SET ACREDITACION-IMPOSIBLE TO TRUE.
           MOVE "ARCHIVO" TO WS-ES-FUNCION.
           MOVE WS-EMPRESA-FACTURA TO WS-ES-EMPRESA.
           MOVE "data/gl-cuentas.cfg" TO WS-ES-ARCHIVO.
           MOVE RETURN-CODE TO WS-RC-GUARDA.
           CALL "EMPRESRV" USING WS-ES-FUNCION WS-ES-EMPRESA
               WS-ES-NUMERO WS-ES-ARCHIVO WS-ES-DATOS WS-ES-RESULTADO.
           MOVE WS-RC-GUARDA TO RETURN-CODE.
           MOVE WS-ES-ARCHIVO TO WS-NOMBRE-MAPA.
           PERFORM BUSCAR-CUENTAS-DISPUTA.
           IF NOT MAPA-HALLADO THEN
               DISPLAY "AR-DISPUTAS: faltan DISPUTA o CONTRA-DISP en "
                   WS-NOMBRE-MAPA
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-FECHA-HOY TO WS-FECHA-NOTA.
           MOVE RETURN-CODE TO WS-RC-GUARDA.
           CALL "PERIODSRV" USING WS-PS-PROGRAMA WS-PS-DOCUMENTO
               WS-FECHA-NOTA WS-PS-RESULTADO.
           MOVE WS-RC-GUARDA TO RETURN-CODE.
           IF WS-PS-RESULTADO = "C" THEN
               DISPLAY "AR-DISPUTAS: el periodo del " WS-FECHA-HOY
                   " esta cerrado."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           IF WS-PS-RESULTADO = "R" THEN
               DISPLAY "AR-DISPUTAS: periodo del dia cerrado, las "
                   "notas salen al " WS-FECHA-NOTA
               IF RETURN-CODE = 0 THEN
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           SET ACREDITACION-LISTA TO TRUE.

       BUSCAR-CUENTAS-DISPUTA.
           MOVE "DISPUTA" TO WS-CONCEPTO.
           PERFORM BUSCAR-CONCEPTO-MAPA.
           IF NOT MAPA-HALLADO THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE GLM-CUENTA TO WS-CTA-VENTAS.
           MOVE GLM-CENTRO TO WS-CEN-VENTAS.
           MOVE GLM-LADO TO WS-LADO-VENTAS.
           MOVE "CONTRA-DISP" TO WS-CONCEPTO.
           PERFORM BUSCAR-CONCEPTO-MAPA.
           IF NOT MAPA-HALLADO THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE GLM-CUENTA TO WS-CTA-CARTERA.
           MOVE GLM-CENTRO TO WS-CEN-CARTERA.
           MOVE GLM-LADO TO WS-LADO-CARTERA.
           IF WS-LADO-VENTAS = WS-LADO-CARTERA THEN
               DISPLAY "AR-DISPUTAS: DISPUTA y CONTRA-DISP tienen el "
                   "mismo lado en el mapa."
               MOVE "N" TO WS-MAPA-HALLADO
           END-IF.

       BUSCAR-CONCEPTO-MAPA.
           MOVE "N" TO WS-MAPA-HALLADO.
           OPEN INPUT ACCOUNT-MAP-FILE.
           IF NOT MAPA-OK THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIN-ARCHIVO.
           PERFORM UNTIL FIN-ARCHIVO
               READ ACCOUNT-MAP-FILE
                   AT END SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF GLM-CONCEPTO = WS-CONCEPTO THEN
                           SET MAPA-HALLADO TO TRUE
                           SET FIN-ARCHIVO TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ACCOUNT-MAP-FILE.

      *> La nota sale en la moneda de la factura, a su tasa de
      *> registro, y queda cerrada: se compensa en el acto contra la
      *> factura y lo que sobre pasa a cuenta.
       EMITIR-NOTA-DISPUTA.
           MOVE ZERO TO WS-NOTA-ACTUAL.
           MOVE DP-FACTURA TO AB-FACTURA.
           READ OPEN-ITEM-MASTER
               INVALID KEY
                   DISPLAY "AR-DISPUTAS: factura " DP-FACTURA
                       " no esta en cartera, no se emite la nota."
                   EXIT PARAGRAPH
           END-READ.
           MOVE AB-CLIENTE TO WS-NOTA-CLIENTE.
           MOVE AB-MONEDA TO WS-NOTA-MONEDA.
           MOVE AB-TASA-REGISTRO TO WS-NOTA-TASA.
           IF WS-NOTA-TASA NOT NUMERIC OR WS-NOTA-TASA = ZERO THEN
               MOVE SPACES TO WS-NOTA-MONEDA
               MOVE 1 TO WS-NOTA-TASA
           END-IF.
           MOVE "N" TO WS-GRABADO.
           MOVE ZERO TO WS-INTENTOS.
           PERFORM UNTIL GRABADO OR WS-INTENTOS >= 100
               ADD 1 TO WS-INTENTOS
               MOVE "PROXNOTA" TO WS-ES-FUNCION
               MOVE WS-EMPRESA-FACTURA TO WS-ES-EMPRESA
               MOVE RETURN-CODE TO WS-RC-GUARDA
               CALL "EMPRESRV" USING WS-ES-FUNCION WS-ES-EMPRESA
                   WS-ES-NUMERO WS-ES-ARCHIVO WS-ES-DATOS
                   WS-ES-RESULTADO
               MOVE WS-RC-GUARDA TO RETURN-CODE
               IF WS-ES-RESULTADO NOT = "S" THEN
                   EXIT PERFORM
               END-IF
               MOVE WS-ES-NUMERO TO AB-FACTURA
               MOVE WS-EMPRESA-FACTURA TO AB-EMPRESA
               MOVE WS-NOTA-CLIENTE TO AB-CLIENTE
               MOVE WS-MONTO-NOTA TO AB-MONTO-ORIGINAL
               MOVE ZERO TO AB-SALDO
               MOVE WS-FECHA-NOTA TO AB-FECHA-LOTE
               MOVE ZERO TO AB-FECHA-ULT-PAGO
               MOVE "C" TO AB-ESTADO
               MOVE WS-FECHA-NOTA TO AB-FECHA-VENCE
               MOVE "N" TO AB-TIPO
               MOVE DP-FACTURA TO AB-FACTURA-ORIGEN
               MOVE ZERO TO AB-FECHA-INTERES
               MOVE WS-NOTA-MONEDA TO AB-MONEDA
               MOVE WS-NOTA-TASA TO AB-TASA-REGISTRO
               COMPUTE AB-MONTO-MONEDA ROUNDED =
                   AB-MONTO-ORIGINAL / WS-NOTA-TASA
               MOVE ZERO TO AB-SALDO-MONEDA
               MOVE ZERO TO AB-TASA-REVAL
               MOVE ZERO TO AB-MONTO-DISPUTA
               WRITE OPEN-ITEM-RECORD
                   NOT INVALID KEY
                       SET GRABADO TO TRUE
               END-WRITE
           END-PERFORM.
           IF NOT GRABADO THEN
               DISPLAY "AR-DISPUTAS: no se pudo numerar la nota de "
                   "credito, revisar el contador de notas de la "
                   "empresa " WS-EMPRESA-FACTURA "."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE AB-FACTURA TO WS-NOTA-ACTUAL.
           ADD 1 TO WS-TOT-NOTAS.
           ADD WS-MONTO-NOTA TO WS-TOT-ACREDITADO.
           DISPLAY "Nota de credito " WS-NOTA-ACTUAL " por "
               WS-MONTO-NOTA.

      *> Si la nota no se puede pasar a cuenta, el remanente queda
      *> abierto en la propia nota, como en AR-POST.
       REGISTRAR-REMANENTE-A-CUENTA.
           IF NOT LIBRO-A-CUENTA-ABIERTO THEN
               PERFORM ABRIR-LIBRO-A-CUENTA
           END-IF.
           MOVE WS-NOTA-CLIENTE TO AC-CLIENTE.
           MOVE WS-PROXIMA-SECUENCIA TO AC-SECUENCIA.
           ADD 1 TO WS-PROXIMA-SECUENCIA.
           MOVE WS-FECHA-NOTA TO AC-FECHA.
           MOVE "N" TO AC-ORIGEN.
           MOVE WS-NOTA-ACTUAL TO AC-FACTURA-ORIGEN.
           MOVE WS-SALDO-NOTA TO AC-MONTO-ORIGINAL.
           MOVE WS-SALDO-NOTA TO AC-SALDO.
           MOVE "A" TO AC-ESTADO.
           MOVE WS-EMPRESA-FACTURA TO AC-EMPRESA.
           WRITE ON-ACCOUNT-RECORD
               INVALID KEY
                   DISPLAY "AR-DISPUTAS: no se pudo pasar a cuenta el "
                       "remanente de la nota " WS-NOTA-ACTUAL
                       ", queda abierta."
                   PERFORM REABRIR-NOTA
               NOT INVALID KEY
                   ADD WS-SALDO-NOTA TO WS-TOT-REMANENTE
                   MOVE FUNCTION CURRENT-DATE(1:15) TO MV-FECHA-HORA
                   MOVE "INGRESO" TO MV-TIPO
                   MOVE AC-CLIENTE TO MV-CLIENTE
                   MOVE AC-SECUENCIA TO MV-SECUENCIA
                   MOVE WS-NOTA-ACTUAL TO MV-FACTURA
                   MOVE WS-SALDO-NOTA TO MV-MONTO
                   MOVE "Remanente disputa" TO MV-REFERENCIA
                   MOVE "AR-DISPUTAS" TO MV-PROGRAMA
                   MOVE WS-OPERADOR TO MV-OPERADOR
                   WRITE ON-ACCOUNT-MOVEMENT
                   DISPLAY "Remanente a cuenta: " WS-SALDO-NOTA
           END-WRITE.
           MOVE ZERO TO WS-SALDO-NOTA.

       REABRIR-NOTA.
           MOVE WS-NOTA-ACTUAL TO AB-FACTURA.
           READ OPEN-ITEM-MASTER
               INVALID KEY
                   DISPLAY "AR-DISPUTAS: nota de credito "
                       WS-NOTA-ACTUAL " no encontrada."
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
           END-READ.
           MOVE WS-SALDO-NOTA TO AB-SALDO.
           MOVE "A" TO AB-ESTADO.
           PERFORM RECALCULAR-SALDO-MONEDA.
           REWRITE OPEN-ITEM-RECORD
               INVALID KEY
                   MOVE 8 TO RETURN-CODE
           END-REWRITE.
           IF RETURN-CODE < 4 THEN
               MOVE 4 TO RETURN-CODE
           END-IF.

       ABRIR-LIBRO-A-CUENTA.
           OPEN I-O ON-ACCOUNT-FILE.
           IF ACUENTA-NO-EXISTE THEN
               OPEN OUTPUT ON-ACCOUNT-FILE
               CLOSE ON-ACCOUNT-FILE
               OPEN I-O ON-ACCOUNT-FILE
           END-IF.
           OPEN EXTEND ON-ACCOUNT-LOG.
           IF NOT MOVIMIENTOS-OK THEN
               OPEN OUTPUT ON-ACCOUNT-LOG
               CLOSE ON-ACCOUNT-LOG
               OPEN EXTEND ON-ACCOUNT-LOG
           END-IF.
           OPEN INPUT ON-ACCOUNT-COUNTER.
           IF CONTADOR-OK THEN
               READ ON-ACCOUNT-COUNTER
                   NOT AT END
                       MOVE AK-PROXIMA-SECUENCIA TO
                           WS-PROXIMA-SECUENCIA
               END-READ
               CLOSE ON-ACCOUNT-COUNTER
           END-IF.
           SET LIBRO-A-CUENTA-ABIERTO TO TRUE.

       GUARDAR-CONTADOR-A-CUENTA.
           OPEN OUTPUT ON-ACCOUNT-COUNTER.
           MOVE WS-PROXIMA-SECUENCIA TO AK-PROXIMA-SECUENCIA.
           WRITE ON-ACCOUNT-COUNTER-RECORD.
           CLOSE ON-ACCOUNT-COUNTER.

       RECALCULAR-SALDO-MONEDA.
           IF AB-TASA-REGISTRO NOT NUMERIC
                   OR AB-TASA-REGISTRO = ZERO THEN
               MOVE SPACES TO AB-MONEDA
               MOVE 1 TO AB-TASA-REGISTRO
               MOVE AB-MONTO-ORIGINAL TO AB-MONTO-MONEDA
               MOVE ZERO TO AB-TASA-REVAL
           END-IF.
           IF AB-SALDO = ZERO THEN
               MOVE ZERO TO AB-SALDO-MONEDA
           ELSE
               COMPUTE AB-SALDO-MONEDA ROUNDED =
                   AB-SALDO / AB-TASA-REGISTRO
           END-IF.

      *> Un par de asientos por nota: debe a la cuenta de ventas
      *> (devoluciones y bonificaciones), haber a la de clientes.
       ESCRIBIR-ASIENTOS-DISPUTA.
           OPEN EXTEND GL-WRITEOFF-FILE.
           IF NOT GL-OK THEN
               OPEN OUTPUT GL-WRITEOFF-FILE
               CLOSE GL-WRITEOFF-FILE
               OPEN EXTEND GL-WRITEOFF-FILE
           END-IF.
           MOVE WS-CTA-VENTAS TO GL-CUENTA.
           MOVE WS-CEN-VENTAS TO GL-CENTRO.
           MOVE DP-MONTO-ACREDITADO TO GL-MONTO.
           MOVE WS-LADO-VENTAS TO GL-LADO.
           MOVE "AR-DISPUTAS" TO GL-FUENTE.
           MOVE WS-FECHA-NOTA TO GL-FECHA.
           MOVE WS-EMPRESA-FACTURA TO GL-EMPRESA.
           WRITE GL-RECORD.
           MOVE WS-CTA-CARTERA TO GL-CUENTA.
           MOVE WS-CEN-CARTERA TO GL-CENTRO.
           MOVE WS-LADO-CARTERA TO GL-LADO.
           WRITE GL-RECORD.
           CLOSE GL-WRITEOFF-FILE.

       CONSULTA-DISPUTA.
           DISPLAY "Disputa:".
           ACCEPT WS-DISPUTA.
           MOVE WS-DISPUTA TO DP-DISPUTA.
           READ DISPUTE-FILE
               INVALID KEY
                   DISPLAY "Disputa no encontrada."
               NOT INVALID KEY
                   PERFORM MOSTRAR-DISPUTA
           END-READ.

       MOSTRAR-DISPUTA.
           DISPLAY "Disputa " DP-DISPUTA " factura " DP-FACTURA
               " cliente " DP-CLIENTE " estado " DP-ESTADO.
           DISPLAY "  " DP-MOTIVO " " DP-DETALLE.
           DISPLAY "  importe " DP-MONTO " responsable "
               DP-RESPONSABLE " alta " DP-FECHA-ALTA " objetivo "
               DP-FECHA-OBJETIVO.
           IF NOT DISPUTA-ABIERTA THEN
               DISPLAY "  cerrada " DP-FECHA-CIERRE " por "
                   DP-OPERADOR-CIERRE " acreditado "
                   DP-MONTO-ACREDITADO " nota " DP-NOTA-CREDITO
           END-IF.

       LISTAR-DISPUTAS.
           MOVE ZERO TO DP-DISPUTA.
           MOVE "N" TO WS-FIN-ARCHIVO.
           START DISPUTE-FILE KEY >= DP-DISPUTA
               INVALID KEY SET FIN-ARCHIVO TO TRUE
           END-START.
           PERFORM UNTIL FIN-ARCHIVO
               READ DISPUTE-FILE NEXT RECORD
                   AT END SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF DISPUTA-ABIERTA THEN
                           DISPLAY DP-DISPUTA " " DP-FACTURA " "
                               DP-CLIENTE " " DP-MOTIVO " " DP-MONTO
                               " " DP-RESPONSABLE " "
                               DP-FECHA-OBJETIVO
                       END-IF
               END-READ
           END-PERFORM.

      *> Abiertas por antiguedad desde el alta y por responsable;
      *> las que pasaron su fecha comprometida, una por una; y las
      *> cerradas con el resultado y los dias que llevo resolverlas.
       INFORME-DISPUTAS.
           OPEN INPUT DISPUTE-FILE.
           IF NOT DISPUTAS-OK THEN
               DISPLAY "AR-DISPUTAS: sin archivo de disputas, estado "
                   WS-ESTADO-DISPUTAS
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           INITIALIZE WS-TABLA-TRAMOS.
           MOVE ZERO TO WS-NUM-RESPONSABLES.
           MOVE "N" TO WS-FIN-ARCHIVO.
           PERFORM UNTIL FIN-ARCHIVO
               READ DISPUTE-FILE NEXT RECORD
                   AT END SET FIN-ARCHIVO TO TRUE
                   NOT AT END PERFORM ACUMULAR-DISPUTA
               END-READ
           END-PERFORM.
           CLOSE DISPUTE-FILE.
           OPEN OUTPUT DISPUTE-REPORT-FILE.
           PERFORM ESCRIBIR-INFORME-TRAMOS.
           PERFORM ESCRIBIR-INFORME-RESPONSABLES.
           PERFORM ESCRIBIR-INFORME-CERRADAS.
           PERFORM ESCRIBIR-INFORME-VENCIDAS.
           CLOSE DISPUTE-REPORT-FILE.
           DISPLAY "Disputas abiertas : " WS-TOT-ABIERTAS
               " por " WS-TOT-MONTO-ABIERTO.
           DISPLAY "Fuera de plazo    : " WS-TOT-VENCIDAS.
           DISPLAY "Procedentes       : " WS-TOT-PROCEDENTES.
           DISPLAY "Rechazadas        : " WS-TOT-RECHAZADAS.
           IF (WS-TOT-VENCIDAS > ZERO OR RESPONSABLES-DESBORDADOS)
                   AND RETURN-CODE = 0 THEN
               MOVE 4 TO RETURN-CODE
           END-IF.

       ACUMULAR-DISPUTA.
           PERFORM BUSCAR-RESPONSABLE.
           IF DISPUTA-ABIERTA THEN
               PERFORM ACUMULAR-ABIERTA
           ELSE
               PERFORM ACUMULAR-CERRADA
           END-IF.

       ACUMULAR-ABIERTA.
           ADD 1 TO WS-TOT-ABIERTAS.
           ADD DP-MONTO TO WS-TOT-MONTO-ABIERTO.
           COMPUTE WS-DIAS-ANTIGUEDAD =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY)
               - FUNCTION INTEGER-OF-DATE(DP-FECHA-ALTA).
           EVALUATE TRUE
               WHEN WS-DIAS-ANTIGUEDAD <= 30
                   MOVE 1 TO WS-IDX-TRAMO
               WHEN WS-DIAS-ANTIGUEDAD <= 60
                   MOVE 2 TO WS-IDX-TRAMO
               WHEN WS-DIAS-ANTIGUEDAD <= 90
                   MOVE 3 TO WS-IDX-TRAMO
               WHEN OTHER
                   MOVE 4 TO WS-IDX-TRAMO
           END-EVALUATE.
           ADD 1 TO WS-TRA-CANTIDAD(WS-IDX-TRAMO).
           ADD DP-MONTO TO WS-TRA-MONTO(WS-IDX-TRAMO).
           IF RSP-HALLADO THEN
               ADD 1 TO WS-RSP-ABIERTAS(WS-IDX-RSP)
               ADD DP-MONTO TO WS-RSP-MONTO(WS-IDX-RSP)
           END-IF.
           IF DP-FECHA-OBJETIVO < WS-FECHA-HOY THEN
               ADD 1 TO WS-TOT-VENCIDAS
               ADD DP-MONTO TO WS-TOT-MONTO-VENCIDO
               IF RSP-HALLADO THEN
                   ADD 1 TO WS-RSP-VENCIDAS(WS-IDX-RSP)
               END-IF
           END-IF.

       ACUMULAR-CERRADA.
           COMPUTE WS-DIAS-RESOLUCION =
               FUNCTION INTEGER-OF-DATE(DP-FECHA-CIERRE)
               - FUNCTION INTEGER-OF-DATE(DP-FECHA-ALTA).
           IF WS-DIAS-RESOLUCION < ZERO THEN
               MOVE ZERO TO WS-DIAS-RESOLUCION
           END-IF.
           IF DISPUTA-PROCEDENTE THEN
               ADD 1 TO WS-TOT-PROCEDENTES
               ADD DP-MONTO TO WS-TOT-MONTO-PROCEDENTE
               ADD DP-MONTO-ACREDITADO TO WS-TOT-ACREDITADO
               ADD WS-DIAS-RESOLUCION TO WS-TOT-DIAS-PROCEDENTES
           ELSE
               ADD 1 TO WS-TOT-RECHAZADAS
               ADD DP-MONTO TO WS-TOT-MONTO-RECHAZADO
               ADD WS-DIAS-RESOLUCION TO WS-TOT-DIAS-RECHAZADAS
           END-IF.
           IF RSP-HALLADO THEN
               ADD 1 TO WS-RSP-CERRADAS(WS-IDX-RSP)
               ADD WS-DIAS-RESOLUCION TO WS-RSP-DIAS(WS-IDX-RSP)
           END-IF.

       BUSCAR-RESPONSABLE.
           MOVE "N" TO WS-RSP-HALLADO.
           PERFORM VARYING WS-IDX-RSP FROM 1 BY 1
                   UNTIL WS-IDX-RSP > WS-NUM-RESPONSABLES
                       OR RSP-HALLADO
               IF WS-RSP-ID(WS-IDX-RSP) = DP-RESPONSABLE THEN
                   SET RSP-HALLADO TO TRUE
               END-IF
           END-PERFORM.
           IF RSP-HALLADO THEN
               SUBTRACT 1 FROM WS-IDX-RSP
               EXIT PARAGRAPH
           END-IF.
           IF WS-NUM-RESPONSABLES >= 50 THEN
               IF NOT RESPONSABLES-DESBORDADOS THEN
                   SET RESPONSABLES-DESBORDADOS TO TRUE
                   DISPLAY "BUSCAR-RESPONSABLE: limite de 50 "
                       "responsables, el resto no se desglosa."
               END-IF
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NUM-RESPONSABLES.
           MOVE WS-NUM-RESPONSABLES TO WS-IDX-RSP.
           MOVE DP-RESPONSABLE TO WS-RSP-ID(WS-IDX-RSP).
           MOVE ZERO TO WS-RSP-ABIERTAS(WS-IDX-RSP)
               WS-RSP-MONTO(WS-IDX-RSP) WS-RSP-VENCIDAS(WS-IDX-RSP)
               WS-RSP-CERRADAS(WS-IDX-RSP) WS-RSP-DIAS(WS-IDX-RSP).
           SET RSP-HALLADO TO TRUE.

       ESCRIBIR-INFORME-TRAMOS.
           MOVE SPACES TO DISPUTE-REPORT-RECORD.
           STRING "DISPUTAS DE CARTERA  fecha " WS-FECHA-HOY
               DELIMITED BY SIZE INTO DISPUTE-REPORT-RECORD.
           WRITE DISPUTE-REPORT-RECORD.
           MOVE SPACES TO DISPUTE-REPORT-RECORD.
           WRITE DISPUTE-REPORT-RECORD.
           MOVE "ABIERTAS POR ANTIGUEDAD DESDE EL ALTA   cantidad"
               & "         importe" TO DISPUTE-REPORT-RECORD.
           WRITE DISPUTE-REPORT-RECORD.
           PERFORM VARYING WS-IDX-TRAMO FROM 1 BY 1
                   UNTIL WS-IDX-TRAMO > 4
               MOVE WS-TRA-CANTIDAD(WS-IDX-TRAMO) TO WS-CANTIDAD-EDIT
               MOVE WS-TRA-MONTO(WS-IDX-TRAMO) TO WS-MONTO-EDIT
               MOVE SPACES TO DISPUTE-REPORT-RECORD
               STRING "  " WS-TEXTO-TRAMO(WS-IDX-TRAMO)
                   "                          " WS-CANTIDAD-EDIT " "
                   WS-MONTO-EDIT
                   DELIMITED BY SIZE INTO DISPUTE-REPORT-RECORD
               WRITE DISPUTE-REPORT-RECORD
           END-PERFORM.
           MOVE WS-TOT-ABIERTAS TO WS-CANTIDAD-EDIT.
           MOVE WS-TOT-MONTO-ABIERTO TO WS-MONTO-EDIT.
           MOVE SPACES TO DISPUTE-REPORT-RECORD.
           STRING "  TOTAL                                   "
               WS-CANTIDAD-EDIT " " WS-MONTO-EDIT
               DELIMITED BY SIZE INTO DISPUTE-REPORT-RECORD.
           WRITE DISPUTE-REPORT-RECORD.
           MOVE WS-TOT-VENCIDAS TO WS-CANTIDAD-EDIT.
           MOVE WS-TOT-MONTO-VENCIDO TO WS-MONTO-EDIT.
           MOVE SPACES TO DISPUTE-REPORT-RECORD.
           STRING "  Fuera de la fecha comprometida          "
               WS-CANTIDAD-EDIT " " WS-MONTO-EDIT
               DELIMITED BY SIZE INTO DISPUTE-REPORT-RECORD.
           WRITE DISPUTE-REPORT-RECORD.

      *> Por responsable: lo que tiene abierto, cuanto de eso esta
      *> fuera de plazo y cuanto tarda en promedio en cerrar.
       ESCRIBIR-INFORME-RESPONSABLES.
           MOVE SPACES TO DISPUTE-REPORT-RECORD.
           WRITE DISPUTE-REPORT-RECORD.
           MOVE "POR RESPONSABLE  abiertas         importe  vencidas"
               & "  cerradas  dias prom." TO DISPUTE-REPORT-RECORD.
           WRITE DISPUTE-REPORT-RECORD.
           PERFORM VARYING WS-IDX-RSP FROM 1 BY 1
                   UNTIL WS-IDX-RSP > WS-NUM-RESPONSABLES
               MOVE WS-RSP-ABIERTAS(WS-IDX-RSP) TO WS-CANTIDAD-EDIT
               MOVE WS-RSP-MONTO(WS-IDX-RSP) TO WS-MONTO-EDIT
               MOVE WS-RSP-VENCIDAS(WS-IDX-RSP) TO WS-CANTIDAD-EDIT-2
               MOVE WS-RSP-CERRADAS(WS-IDX-RSP) TO WS-CANTIDAD-EDIT-3
               MOVE ZERO TO WS-PROMEDIO-DIAS
               IF WS-RSP-CERRADAS(WS-IDX-RSP) > ZERO THEN
                   COMPUTE WS-PROMEDIO-DIAS ROUNDED =
                       WS-RSP-DIAS(WS-IDX-RSP)
                       / WS-RSP-CERRADAS(WS-IDX-RSP)
               END-IF
               MOVE WS-PROMEDIO-DIAS TO WS-DIAS-EDIT
               MOVE SPACES TO DISPUTE-REPORT-RECORD
               STRING "  " WS-RSP-ID(WS-IDX-RSP) "         "
                   WS-CANTIDAD-EDIT " " WS-MONTO-EDIT "     "
                   WS-CANTIDAD-EDIT-2 "     " WS-CANTIDAD-EDIT-3
                   "       " WS-DIAS-EDIT
                   DELIMITED BY SIZE INTO DISPUTE-REPORT-RECORD
               WRITE DISPUTE-REPORT-RECORD
           END-PERFORM.

       ESCRIBIR-INFORME-CERRADAS.
           MOVE SPACES TO DISPUTE-REPORT-RECORD.
           WRITE DISPUTE-REPORT-RECORD.
           MOVE "CERRADAS          cantidad      disputado     acred"
               & "itado  dias prom." TO DISPUTE-REPORT-RECORD.
           WRITE DISPUTE-REPORT-RECORD.
           MOVE WS-TOT-PROCEDENTES TO WS-CANTIDAD-EDIT.
           MOVE WS-TOT-MONTO-PROCEDENTE TO WS-MONTO-EDIT.
           MOVE WS-TOT-ACREDITADO TO WS-MONTO-EDIT-2.
           MOVE ZERO TO WS-PROMEDIO-DIAS.
           IF WS-TOT-PROCEDENTES > ZERO THEN
               COMPUTE WS-PROMEDIO-DIAS ROUNDED =
                   WS-TOT-DIAS-PROCEDENTES / WS-TOT-PROCEDENTES
           END-IF.
           MOVE WS-PROMEDIO-DIAS TO WS-DIAS-EDIT.
           MOVE SPACES TO DISPUTE-REPORT-RECORD.
           STRING "  Procedentes      " WS-CANTIDAD-EDIT " "
               WS-MONTO-EDIT " " WS-MONTO-EDIT-2 "    " WS-DIAS-EDIT
               DELIMITED BY SIZE INTO DISPUTE-REPORT-RECORD.
           WRITE DISPUTE-REPORT-RECORD.
           MOVE WS-TOT-RECHAZADAS TO WS-CANTIDAD-EDIT.
           MOVE WS-TOT-MONTO-RECHAZADO TO WS-MONTO-EDIT.
           MOVE ZERO TO WS-MONTO-EDIT-2.
           MOVE ZERO TO WS-PROMEDIO-DIAS.
           IF WS-TOT-RECHAZADAS > ZERO THEN
               COMPUTE WS-PROMEDIO-DIAS ROUNDED =
                   WS-TOT-DIAS-RECHAZADAS / WS-TOT-RECHAZADAS
           END-IF.
           MOVE WS-PROMEDIO-DIAS TO WS-DIAS-EDIT.
           MOVE SPACES TO DISPUTE-REPORT-RECORD.
           STRING "  Rechazadas       " WS-CANTIDAD-EDIT " "
               WS-MONTO-EDIT " " WS-MONTO-EDIT-2 "    " WS-DIAS-EDIT
               DELIMITED BY SIZE INTO DISPUTE-REPORT-RECORD.
           WRITE DISPUTE-REPORT-RECORD.

      *> Segunda pasada: cada abierta que ya paso su fecha
      *> comprometida, con los dias de atraso.
       ESCRIBIR-INFORME-VENCIDAS.
           MOVE SPACES TO DISPUTE-REPORT-RECORD.
           WRITE DISPUTE-REPORT-RECORD.
           MOVE "FUERA DE PLAZO  disputa factura cliente responsable"
               & "  objetivo  atraso         importe"
               TO DISPUTE-REPORT-RECORD.
           WRITE DISPUTE-REPORT-RECORD.
           IF WS-TOT-VENCIDAS = ZERO THEN
               MOVE "  (ninguna)" TO DISPUTE-REPORT-RECORD
               WRITE DISPUTE-REPORT-RECORD
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT DISPUTE-FILE.
           MOVE "N" TO WS-FIN-ARCHIVO.
           PERFORM UNTIL FIN-ARCHIVO
               READ DISPUTE-FILE NEXT RECORD
                   AT END SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF DISPUTA-ABIERTA
                               AND DP-FECHA-OBJETIVO < WS-FECHA-HOY
                           PERFORM ESCRIBIR-LINEA-VENCIDA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DISPUTE-FILE.

       ESCRIBIR-LINEA-VENCIDA.
           COMPUTE WS-DIAS-ATRASO =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY)
               - FUNCTION INTEGER-OF-DATE(DP-FECHA-OBJETIVO).
           MOVE WS-DIAS-ATRASO TO WS-DIAS-EDIT.
           MOVE DP-MONTO TO WS-MONTO-EDIT.
           MOVE SPACES TO DISPUTE-REPORT-RECORD.
           STRING "                " DP-DISPUTA "  " DP-FACTURA " "
               DP-CLIENTE " " DP-RESPONSABLE "     "
               DP-FECHA-OBJETIVO "   " WS-DIAS-EDIT " " WS-MONTO-EDIT
               DELIMITED BY SIZE INTO DISPUTE-REPORT-RECORD.
           WRITE DISPUTE-REPORT-RECORD.

       REGISTRAR-HISTORIAL.
           OPEN EXTEND RUN-HISTORY-LOG.
           IF NOT HIST-OK THEN
               OPEN OUTPUT RUN-HISTORY-LOG
               CLOSE RUN-HISTORY-LOG
               OPEN EXTEND RUN-HISTORY-LOG
           END-IF.
           MOVE "AR-DISPUTAS" TO RH-PROGRAMA.
           MOVE FUNCTION CURRENT-DATE(1:15) TO RH-FECHA-HORA.
           IF RETURN-CODE = 0 THEN
               MOVE "OK" TO RH-RESULTADO
           ELSE
               MOVE "CON AVISOS" TO RH-RESULTADO
           END-IF.
           MOVE WS-OPERADOR TO RH-OPERADOR.
           WRITE RUN-HISTORY-RECORD.
           CLOSE RUN-HISTORY-LOG.
       END PROGRAM AR-DISPUTAS.
