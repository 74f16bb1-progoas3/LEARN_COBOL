      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AR-TIEOUT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT COLLECTION-LOG ASSIGN TO "data/ar-cobros.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-COBROS.
           SELECT GL-FILE ASSIGN TO DYNAMIC WS-NOMBRE-GL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-GL.
           SELECT ACCOUNT-LIST-FILE ASSIGN TO DYNAMIC
                   WS-NOMBRE-CUENTAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CUENTAS.
           SELECT TIEOUT-REPORT-FILE ASSIGN TO DYNAMIC
                   WS-NOMBRE-INFORME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-HISTORY-LOG ASSIGN TO "data/run-history.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-HIST.
       DATA DIVISION.
       FILE SECTION.
       FD  OPEN-ITEM-MASTER.
       01  OPEN-ITEM-RECORD.
           COPY ARITEM.

       FD  ON-ACCOUNT-FILE.
       01  ON-ACCOUNT-RECORD.
           COPY ACUENTA.

       FD  ON-ACCOUNT-LOG.
       01  ON-ACCOUNT-LOG-RECORD.
           COPY ACMOV.

       FD  COLLECTION-LOG.
       01  COLLECTION-LOG-RECORD.
           COPY ARCOBRO.

      *> Lado mayor: el acumulado de la interfaz (gl-historico.dat)
      *> y los asientos de castigo (gl-castigos.dat), mismo layout.
       FD  GL-FILE.
       01  GL-RECORD.
           COPY GLASIENTO.

      *> Cuentas de cartera del mayor, una por linea; cada empresa
      *> tiene su lista (data/ar-conciliacion.cfg la 01,
      *> data/ar-conciliacion-EE.cfg las demas) y su informe.
       FD  ACCOUNT-LIST-FILE.
       01  ACCOUNT-LIST-RECORD.
           05 CC-CUENTA PIC X(8).

       FD  TIEOUT-REPORT-FILE.
       01  TIEOUT-REPORT-RECORD PIC X(90).

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
           01 WS-ESTADO-HIST PIC XX VALUE "00".
               88 HIST-OK VALUE "00".
           01 WS-ESTADO-ABIERTOS PIC XX VALUE "00".
               88 ABIERTOS-OK VALUE "00".
           01 WS-ESTADO-ACUENTA PIC XX VALUE "00".
               88 ACUENTA-OK VALUE "00".
           01 WS-ESTADO-MOVIMIENTOS PIC XX VALUE "00".
               88 MOVIMIENTOS-OK VALUE "00".
           01 WS-ESTADO-COBROS PIC XX VALUE "00".
               88 COBROS-OK VALUE "00".
           01 WS-ESTADO-GL PIC XX VALUE "00".
               88 GL-OK VALUE "00".
           01 WS-ESTADO-CUENTAS PIC XX VALUE "00".
               88 CUENTAS-OK VALUE "00".
           01 WS-FIN-ARCHIVO PIC X VALUE "N".
               88 FIN-ARCHIVO VALUE "S".
           01 WS-FECHA-PROCESO PIC 9(8) VALUE ZERO.
           01 WS-NOMBRE-GL PIC X(40) VALUE SPACES.
           01 WS-NOMBRE-CUENTAS PIC X(40)
               VALUE "data/ar-conciliacion.cfg".
           01 WS-NOMBRE-INFORME PIC X(40)
               VALUE "data/ar-conciliacion.dat".
      *> Cada empresa concilia por separado: sus partidas, su
      *> dinero a cuenta, sus cobros y sus lineas del mayor, para
      *> que una diferencia de una no quede tapada por la otra.
           01 WS-ORDINAL-EMPRESA PIC 9(6) VALUE ZERO.
           01 WS-EMPRESA-PASADA PIC X(2) VALUE "01".
           01 WS-EMPRESA-REGISTRO PIC X(2) VALUE "01".
           01 WS-ES-FUNCION PIC X(8) VALUE SPACES.
           01 WS-ES-EMPRESA PIC X(2) VALUE SPACES.
           01 WS-ES-NUMERO PIC 9(6) VALUE ZERO.
           01 WS-ES-ARCHIVO PIC X(40) VALUE SPACES.
           01 WS-ES-DATOS.
               COPY EMPRESA REPLACING LEADING ==EM-== BY ==WS-ES-==.
           01 WS-ES-RESULTADO PIC X VALUE "N".
           01 WS-NUM-CUENTAS PIC 99 VALUE ZERO.
           01 WS-IDX-CUENTA PIC 99 VALUE ZERO.
           01 WS-TABLA-CUENTAS.
               05 WS-CUENTA-CARTERA PIC X(8) OCCURS 10 TIMES.
           01 WS-CUENTA-HALLADA PIC X VALUE "N".
               88 CUENTA-DE-CARTERA VALUE "S".
      *> Auxiliar de cartera.
           01 WS-AUXILIAR.
               05 WS-AUX-SALDO-DEUDA PIC S9(11)V99 VALUE ZERO.
               05 WS-AUX-SALDO-NOTAS PIC S9(11)V99 VALUE ZERO.
               05 WS-AUX-A-CUENTA PIC S9(11)V99 VALUE ZERO.
               05 WS-AUX-NETO PIC S9(11)V99 VALUE ZERO.
               05 WS-AUX-FACTURADO PIC S9(11)V99 VALUE ZERO.
               05 WS-AUX-NOTAS PIC S9(11)V99 VALUE ZERO.
               05 WS-AUX-INTERESES PIC S9(11)V99 VALUE ZERO.
               05 WS-AUX-CASTIGADO PIC S9(11)V99 VALUE ZERO.
               05 WS-AUX-COBROS PIC S9(11)V99 VALUE ZERO.
               05 WS-AUX-INGRESOS PIC S9(11)V99 VALUE ZERO.
               05 WS-AUX-REEMBOLSOS PIC S9(11)V99 VALUE ZERO.
      *> Mayor: saldo de las cuentas de cartera (debe - haber), lo
      *> que entro por facturacion (neto de las notas por disputas
      *> procedentes) y lo que salio por castigos.
           01 WS-MAYOR.
               05 WS-GL-SALDO PIC S9(11)V99 VALUE ZERO.
               05 WS-GL-FACTURADO PIC S9(11)V99 VALUE ZERO.
               05 WS-GL-CASTIGADO PIC S9(11)V99 VALUE ZERO.
               05 WS-GL-LINEAS PIC 9(7) VALUE ZERO.
           01 WS-MONTO-FIRMADO PIC S9(11)V99 VALUE ZERO.
      *> Diferencia mayor - auxiliar y sus causas probables.
           01 WS-CONCILIACION.
               05 WS-DIFERENCIA PIC S9(11)V99 VALUE ZERO.
               05 WS-CAUSA-LOTES PIC S9(11)V99 VALUE ZERO.
               05 WS-CAUSA-COBROS PIC S9(11)V99 VALUE ZERO.
               05 WS-CAUSA-CASTIGOS PIC S9(11)V99 VALUE ZERO.
               05 WS-CAUSA-CREDITOS PIC S9(11)V99 VALUE ZERO.
               05 WS-SIN-EXPLICAR PIC S9(11)V99 VALUE ZERO.
           01 WS-TEXTO-LINEA PIC X(50) VALUE SPACES.
           01 WS-SALDO-EDIT PIC -(11)9.99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-PROCESO.
           MOVE ZERO TO WS-ORDINAL-EMPRESA.
           PERFORM SIGUIENTE-EMPRESA.
           PERFORM UNTIL WS-ES-RESULTADO NOT = "S"
               PERFORM CONCILIAR-EMPRESA
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
           MOVE "data/ar-conciliacion.cfg" TO WS-ES-ARCHIVO.
           PERFORM LLAMAR-EMPRESRV.
           MOVE WS-ES-ARCHIVO TO WS-NOMBRE-CUENTAS.
           MOVE "ARCHIVO" TO WS-ES-FUNCION.
           MOVE "data/ar-conciliacion.dat" TO WS-ES-ARCHIVO.
           PERFORM LLAMAR-EMPRESRV.
           MOVE WS-ES-ARCHIVO TO WS-NOMBRE-INFORME.
           MOVE "S" TO WS-ES-RESULTADO.

       LLAMAR-EMPRESRV.
           MOVE RETURN-CODE TO WS-RC-GUARDA.
           CALL "EMPRESRV" USING WS-ES-FUNCION WS-ES-EMPRESA
               WS-ES-NUMERO WS-ES-ARCHIVO WS-ES-DATOS WS-ES-RESULTADO.
           MOVE WS-RC-GUARDA TO RETURN-CODE.

      *> Una empresa sin lista de cuentas o sin maestro no se
      *> concilia y la corrida termina con 8; una empresa fuera de
      *> balance deja 4 sin tapar el 8 de otra.
       CONCILIAR-EMPRESA.
           INITIALIZE WS-AUXILIAR.
           INITIALIZE WS-MAYOR.
           INITIALIZE WS-CONCILIACION.
           PERFORM CARGAR-CUENTAS-CARTERA.
           IF WS-NUM-CUENTAS = ZERO THEN
               DISPLAY "AR-TIEOUT: empresa " WS-EMPRESA-PASADA
                   " sin cuentas de cartera (" WS-NOMBRE-CUENTAS
                   "), nada que conciliar."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT OPEN-ITEM-MASTER.
           IF NOT ABIERTOS-OK THEN
               DISPLAY "AR-TIEOUT: no se pudo abrir el maestro de "
                   "partidas, estado " WS-ESTADO-ABIERTOS
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIN-ARCHIVO.
           PERFORM UNTIL FIN-ARCHIVO
               READ OPEN-ITEM-MASTER NEXT RECORD
                   AT END SET FIN-ARCHIVO TO TRUE
                   NOT AT END PERFORM SUMAR-PARTIDA
               END-READ
           END-PERFORM.
           PERFORM SUMAR-COBROS.
           CLOSE OPEN-ITEM-MASTER.
           PERFORM SUMAR-DINERO-A-CUENTA.
           PERFORM SUMAR-MOVIMIENTOS-A-CUENTA.
           MOVE "data/gl-historico.dat" TO WS-NOMBRE-GL.
           PERFORM SUMAR-MAYOR.
           MOVE "data/gl-castigos.dat" TO WS-NOMBRE-GL.
           PERFORM SUMAR-MAYOR.
           PERFORM CONCILIAR.
           OPEN OUTPUT TIEOUT-REPORT-FILE.
           PERFORM ESCRIBIR-INFORME.
           CLOSE TIEOUT-REPORT-FILE.
           IF WS-DIFERENCIA = ZERO THEN
               DISPLAY "AR-TIEOUT: empresa " WS-EMPRESA-PASADA
                   ", auxiliar y mayor EN BALANCE."
           ELSE
               DISPLAY "AR-TIEOUT: empresa " WS-EMPRESA-PASADA
                   ", auxiliar y mayor FUERA DE BALANCE, ver "
                   WS-NOMBRE-INFORME
               IF RETURN-CODE = 0 THEN
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       CARGAR-CUENTAS-CARTERA.
           MOVE ZERO TO WS-NUM-CUENTAS.
           OPEN INPUT ACCOUNT-LIST-FILE.
           IF NOT CUENTAS-OK THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIN-ARCHIVO.
           PERFORM UNTIL FIN-ARCHIVO
               READ ACCOUNT-LIST-FILE
                   AT END SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF CC-CUENTA NOT = SPACES THEN
                           IF WS-NUM-CUENTAS >= 10 THEN
                               DISPLAY "CARGAR-CUENTAS-CARTERA: "
                                   "limite de 10 cuentas, se "
                                   "ignora " CC-CUENTA
                           ELSE
                               ADD 1 TO WS-NUM-CUENTAS
                               MOVE CC-CUENTA TO
                                   WS-CUENTA-CARTERA(WS-NUM-CUENTAS)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ACCOUNT-LIST-FILE.

      *> Saldo abierto de deuda y de notas, y lo documentado desde
      *> siempre: facturado neto, notas, intereses y castigos (la
      *> partida castigada conserva el importe castigado).
       SUMAR-PARTIDA.
           IF AB-EMPRESA = SPACES OR AB-EMPRESA = LOW-VALUES THEN
               MOVE "01" TO WS-EMPRESA-REGISTRO
           ELSE
               MOVE AB-EMPRESA TO WS-EMPRESA-REGISTRO
           END-IF.
           IF WS-EMPRESA-REGISTRO NOT = WS-EMPRESA-PASADA THEN
               EXIT PARAGRAPH
           END-IF.
           EVALUATE TRUE
               WHEN PARTIDA-NOTA-CREDITO
                   ADD AB-MONTO-ORIGINAL TO WS-AUX-NOTAS
                   IF AB-ESTADO = "A" THEN
                       ADD AB-SALDO TO WS-AUX-SALDO-NOTAS
                   END-IF
               WHEN PARTIDA-INTERES
                   ADD AB-MONTO-ORIGINAL TO WS-AUX-INTERESES
               WHEN OTHER
                   ADD AB-MONTO-ORIGINAL TO WS-AUX-FACTURADO
           END-EVALUATE.
           IF NOT PARTIDA-NOTA-CREDITO THEN
               IF AB-ESTADO = "A" THEN
                   ADD AB-SALDO TO WS-AUX-SALDO-DEUDA
               END-IF
               IF AB-ESTADO = "W" THEN
                   ADD AB-SALDO TO WS-AUX-CASTIGADO
               END-IF
           END-IF.

       SUMAR-DINERO-A-CUENTA.
           OPEN INPUT ON-ACCOUNT-FILE.
           IF NOT ACUENTA-OK THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIN-ARCHIVO.
           PERFORM UNTIL FIN-ARCHIVO
               READ ON-ACCOUNT-FILE NEXT RECORD
                   AT END SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       PERFORM TOMAR-EMPRESA-A-CUENTA
                       IF AC-ESTADO = "A" AND WS-EMPRESA-REGISTRO =
                               WS-EMPRESA-PASADA THEN
                           ADD AC-SALDO TO WS-AUX-A-CUENTA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ON-ACCOUNT-FILE.

       TOMAR-EMPRESA-A-CUENTA.
           IF AC-EMPRESA = SPACES OR AC-EMPRESA = LOW-VALUES THEN
               MOVE "01" TO WS-EMPRESA-REGISTRO
           ELSE
               MOVE AC-EMPRESA TO WS-EMPRESA-REGISTRO
           END-IF.

      *> Plata que entro o salio por el libro a cuenta: cobros que
      *> AR-CASH no aplico a una factura y reembolsos. La empresa es
      *> la del ingreso afectado.
       SUMAR-MOVIMIENTOS-A-CUENTA.
           OPEN INPUT ON-ACCOUNT-LOG.
           IF NOT MOVIMIENTOS-OK THEN
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT ON-ACCOUNT-FILE.
           MOVE "N" TO WS-FIN-ARCHIVO.
           PERFORM UNTIL FIN-ARCHIVO
               READ ON-ACCOUNT-LOG
                   AT END SET FIN-ARCHIVO TO TRUE
                   NOT AT END PERFORM SUMAR-MOVIMIENTO
               END-READ
           END-PERFORM.
           IF ACUENTA-OK THEN
               CLOSE ON-ACCOUNT-FILE
           END-IF.
           CLOSE ON-ACCOUNT-LOG.

       SUMAR-MOVIMIENTO.
           IF NOT (MV-TIPO = "INGRESO" AND MV-PROGRAMA = "AR-CASH")
                   AND MV-TIPO NOT = "REEMBOLS" THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE "01" TO WS-EMPRESA-REGISTRO.
           IF ACUENTA-OK THEN
               MOVE MV-CLIENTE TO AC-CLIENTE
               MOVE MV-SECUENCIA TO AC-SECUENCIA
               READ ON-ACCOUNT-FILE
                   NOT INVALID KEY PERFORM TOMAR-EMPRESA-A-CUENTA
               END-READ
           END-IF.
           IF WS-EMPRESA-REGISTRO NOT = WS-EMPRESA-PASADA THEN
               EXIT PARAGRAPH
           END-IF.
           IF MV-TIPO = "INGRESO" THEN
               ADD MV-MONTO TO WS-AUX-INGRESOS
           ELSE
               ADD MV-MONTO TO WS-AUX-REEMBOLSOS
           END-IF.

       SUMAR-COBROS.
           OPEN INPUT COLLECTION-LOG.
           IF NOT COBROS-OK THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIN-ARCHIVO.
           PERFORM UNTIL FIN-ARCHIVO
               READ COLLECTION-LOG
                   AT END SET FIN-ARCHIVO TO TRUE
                   NOT AT END PERFORM SUMAR-COBRO
               END-READ
           END-PERFORM.
           CLOSE COLLECTION-LOG.

      *> Lo aplicado desde el dinero a cuenta (origen A) ya se conto
      *> como ingreso a cuenta. La empresa es la de la factura.
       SUMAR-COBRO.
           IF CB-ORIGEN = "A" THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE "01" TO WS-EMPRESA-REGISTRO.
           MOVE CB-FACTURA TO AB-FACTURA.
           READ OPEN-ITEM-MASTER
               NOT INVALID KEY
                   IF AB-EMPRESA NOT = SPACES
                           AND AB-EMPRESA NOT = LOW-VALUES THEN
                       MOVE AB-EMPRESA TO WS-EMPRESA-REGISTRO
                   END-IF
           END-READ.
           IF WS-EMPRESA-REGISTRO = WS-EMPRESA-PASADA THEN
               ADD CB-MONTO TO WS-AUX-COBROS
           END-IF.

       SUMAR-MAYOR.
           OPEN INPUT GL-FILE.
           IF NOT GL-OK THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIN-ARCHIVO.
           PERFORM UNTIL FIN-ARCHIVO
               READ GL-FILE
                   AT END SET FIN-ARCHIVO TO TRUE
                   NOT AT END PERFORM SUMAR-LINEA-MAYOR
               END-READ
           END-PERFORM.
           CLOSE GL-FILE.

       SUMAR-LINEA-MAYOR.
           IF GL-EMPRESA = SPACES OR GL-EMPRESA = LOW-VALUES THEN
               MOVE "01" TO WS-EMPRESA-REGISTRO
           ELSE
               MOVE GL-EMPRESA TO WS-EMPRESA-REGISTRO
           END-IF.
           IF WS-EMPRESA-REGISTRO NOT = WS-EMPRESA-PASADA THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-CUENTA-HALLADA.
           PERFORM VARYING WS-IDX-CUENTA FROM 1 BY 1
                   UNTIL WS-IDX-CUENTA > WS-NUM-CUENTAS
                       OR CUENTA-DE-CARTERA
               IF WS-CUENTA-CARTERA(WS-IDX-CUENTA) = GL-CUENTA THEN
                   SET CUENTA-DE-CARTERA TO TRUE
               END-IF
           END-PERFORM.
           IF NOT CUENTA-DE-CARTERA THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-GL-LINEAS.
           IF GL-LADO = "D" THEN
               MOVE GL-MONTO TO WS-MONTO-FIRMADO
           ELSE
               COMPUTE WS-MONTO-FIRMADO = ZERO - GL-MONTO
           END-IF.
           ADD WS-MONTO-FIRMADO TO WS-GL-SALDO.
           EVALUATE GL-FUENTE
               WHEN "ONSIZEERROR"
               WHEN "AR-DISPUTAS"
                   ADD WS-MONTO-FIRMADO TO WS-GL-FACTURADO
               WHEN "AR-WRITEOFF"
                   SUBTRACT WS-MONTO-FIRMADO FROM WS-GL-CASTIGADO
           END-EVALUATE.

      *> Auxiliar neto = deuda abierta - notas abiertas - dinero a
      *> cuenta. Cada causa es lo que el mayor tiene de mas (o de
      *> menos, si es negativa) respecto del auxiliar:
      *>   lotes:    facturacion en el mayor que AR-POST no asento
      *>             (o asentada en cartera y no en el mayor);
      *>   cobros:   lo cobrado por AR-CASH, que no va al mayor,
      *>             menos los reembolsos;
      *>   castigos: lo castigado en cartera sin su asiento;
      *>   creditos: cargos de intereses, que solo viven en cartera.
      *> Lo que no explican estas causas queda sin explicar.
       CONCILIAR.
           COMPUTE WS-AUX-NETO = WS-AUX-SALDO-DEUDA
               - WS-AUX-SALDO-NOTAS - WS-AUX-A-CUENTA.
           COMPUTE WS-DIFERENCIA = WS-GL-SALDO - WS-AUX-NETO.
           COMPUTE WS-CAUSA-LOTES = WS-GL-FACTURADO
               - (WS-AUX-FACTURADO - WS-AUX-NOTAS).
           COMPUTE WS-CAUSA-COBROS = WS-AUX-COBROS + WS-AUX-INGRESOS
               - WS-AUX-REEMBOLSOS.
           COMPUTE WS-CAUSA-CASTIGOS = WS-AUX-CASTIGADO
               - WS-GL-CASTIGADO.
           COMPUTE WS-CAUSA-CREDITOS = ZERO - WS-AUX-INTERESES.
           COMPUTE WS-SIN-EXPLICAR = WS-DIFERENCIA
               - WS-CAUSA-LOTES - WS-CAUSA-COBROS
               - WS-CAUSA-CASTIGOS - WS-CAUSA-CREDITOS.

       ESCRIBIR-INFORME.
           MOVE SPACES TO TIEOUT-REPORT-RECORD.
           STRING "CONCILIACION CARTERA - MAYOR  empresa "
               WS-EMPRESA-PASADA "  fecha " WS-FECHA-PROCESO
               DELIMITED BY SIZE INTO TIEOUT-REPORT-RECORD.
           WRITE TIEOUT-REPORT-RECORD.
           MOVE SPACES TO TIEOUT-REPORT-RECORD.
           STRING "Cuentas de cartera: "
               WS-TABLA-CUENTAS(1:WS-NUM-CUENTAS * 8)
               DELIMITED BY SIZE INTO TIEOUT-REPORT-RECORD.
           WRITE TIEOUT-REPORT-RECORD.
           MOVE "Saldo abierto de facturas e intereses"
               TO WS-TEXTO-LINEA.
           MOVE WS-AUX-SALDO-DEUDA TO WS-SALDO-EDIT.
           PERFORM ESCRIBIR-LINEA.
           MOVE "Menos notas de credito abiertas" TO WS-TEXTO-LINEA.
           MOVE WS-AUX-SALDO-NOTAS TO WS-SALDO-EDIT.
           PERFORM ESCRIBIR-LINEA.
           MOVE "Menos dinero a cuenta sin aplicar" TO WS-TEXTO-LINEA.
           MOVE WS-AUX-A-CUENTA TO WS-SALDO-EDIT.
           PERFORM ESCRIBIR-LINEA.
           MOVE "SALDO AUXILIAR DE CARTERA" TO WS-TEXTO-LINEA.
           MOVE WS-AUX-NETO TO WS-SALDO-EDIT.
           PERFORM ESCRIBIR-LINEA.
           MOVE "SALDO MAYOR CUENTAS DE CARTERA" TO WS-TEXTO-LINEA.
           MOVE WS-GL-SALDO TO WS-SALDO-EDIT.
           PERFORM ESCRIBIR-LINEA.
           MOVE "DIFERENCIA MAYOR - AUXILIAR" TO WS-TEXTO-LINEA.
           MOVE WS-DIFERENCIA TO WS-SALDO-EDIT.
           PERFORM ESCRIBIR-LINEA.
           MOVE ALL "-" TO TIEOUT-REPORT-RECORD.
           WRITE TIEOUT-REPORT-RECORD.
           MOVE "Causas probables:" TO TIEOUT-REPORT-RECORD.
           WRITE TIEOUT-REPORT-RECORD.
           MOVE "  Lotes facturados sin asentar en cartera"
               TO WS-TEXTO-LINEA.
           MOVE WS-CAUSA-LOTES TO WS-SALDO-EDIT.
           PERFORM ESCRIBIR-LINEA.
           MOVE "  Cobros no enviados al mayor" TO WS-TEXTO-LINEA.
           MOVE WS-CAUSA-COBROS TO WS-SALDO-EDIT.
           PERFORM ESCRIBIR-LINEA.
           MOVE "  Castigos sin asiento en el mayor"
               TO WS-TEXTO-LINEA.
           MOVE WS-CAUSA-CASTIGOS TO WS-SALDO-EDIT.
           PERFORM ESCRIBIR-LINEA.
           MOVE "  Creditos y cargos solo en cartera"
               TO WS-TEXTO-LINEA.
           MOVE WS-CAUSA-CREDITOS TO WS-SALDO-EDIT.
           PERFORM ESCRIBIR-LINEA.
           MOVE "  Sin explicar" TO WS-TEXTO-LINEA.
           MOVE WS-SIN-EXPLICAR TO WS-SALDO-EDIT.
           PERFORM ESCRIBIR-LINEA.
           MOVE ALL "-" TO TIEOUT-REPORT-RECORD.
           WRITE TIEOUT-REPORT-RECORD.
           MOVE SPACES TO TIEOUT-REPORT-RECORD.
           IF WS-DIFERENCIA = ZERO THEN
               STRING "RESULTADO: EN BALANCE al " WS-FECHA-PROCESO
                   DELIMITED BY SIZE INTO TIEOUT-REPORT-RECORD
           ELSE
               STRING "RESULTADO: FUERA DE BALANCE al "
                   WS-FECHA-PROCESO
                   DELIMITED BY SIZE INTO TIEOUT-REPORT-RECORD
           END-IF.
           WRITE TIEOUT-REPORT-RECORD.
           MOVE SPACES TO TIEOUT-REPORT-RECORD.
           MOVE "Conformidad del contador: ____________________"
               TO TIEOUT-REPORT-RECORD.
           WRITE TIEOUT-REPORT-RECORD.

       ESCRIBIR-LINEA.
           MOVE SPACES TO TIEOUT-REPORT-RECORD.
           STRING WS-TEXTO-LINEA " " WS-SALDO-EDIT
               DELIMITED BY SIZE INTO TIEOUT-REPORT-RECORD.
           WRITE TIEOUT-REPORT-RECORD.

       REGISTRAR-HISTORIAL.
           OPEN EXTEND RUN-HISTORY-LOG.
           IF NOT HIST-OK THEN
               OPEN OUTPUT RUN-HISTORY-LOG
               CLOSE RUN-HISTORY-LOG
               OPEN EXTEND RUN-HISTORY-LOG
           END-IF.
           MOVE "AR-TIEOUT" TO RH-PROGRAMA.
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
       END PROGRAM AR-TIEOUT.
