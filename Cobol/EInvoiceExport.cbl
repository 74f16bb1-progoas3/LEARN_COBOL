      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EFACTURA-EXP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GOOD-TRANS-FILE ASSIGN TO DYNAMIC WS-NOMBRE-BUENAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-BUENAS.
           SELECT INVOICE-CONTROL-FILE ASSIGN TO
                   "data/onsize-facturas-ctl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-FACT-CTL.
           SELECT ISSUER-FILE ASSIGN TO "data/efactura-emisor.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-EMISOR.
           SELECT EINVOICE-FILE ASSIGN TO "data/efacturas.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REJECT-FILE ASSIGN TO "data/efactura-rechazos.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SENT-REGISTRY-FILE ASSIGN TO
                   "data/efactura-enviadas.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-ENVIADAS.
           SELECT OPEN-ITEM-MASTER ASSIGN TO "data/ar-abiertos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AB-FACTURA
               ALTERNATE RECORD KEY IS AB-CLIENTE WITH DUPLICATES
               FILE STATUS IS WS-ESTADO-ABIERTOS.
           SELECT RUN-HISTORY-LOG ASSIGN TO "data/run-history.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-HIST.
           SELECT CONTROL-FILE ASSIGN TO "data/controles.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CONTROL.
       DATA DIVISION.
       FILE SECTION.
       FD  GOOD-TRANS-FILE.
       01  GOOD-TRANS-RECORD.
           COPY BUENAS.

       FD  INVOICE-CONTROL-FILE.
       01  INVOICE-CONTROL-RECORD.
           COPY FACTCTL.

      *> Identidad del emisor que encabeza cada documento.
       FD  ISSUER-FILE.
       01  ISSUER-RECORD.
           05 EM-ID-FISCAL PIC X(15).
           05 EM-NOMBRE PIC X(40).

       FD  EINVOICE-FILE.
       01  EINVOICE-RECORD.
           COPY EFACTURA.

       FD  REJECT-FILE.
       01  REJECT-RECORD PIC X(100).

      *> Documentos ya emitidos por generacion de buenas: volver a
      *> correr el paso la misma noche no duplica documentos.
       FD  SENT-REGISTRY-FILE.
       01  SENT-REGISTRY-RECORD.
           05 EV-GENERACION PIC 9(4).
           05 EV-FACTURA PIC 9(6).
           05 EV-TIPO-DOC PIC X(3).
           05 EV-NUMERO-DOC PIC 9(6).
           05 EV-CLIENTE PIC 9(6).
           05 EV-FECHA PIC 9(8).

      *> Cartera: la nota de credito que AR-POST asento por una
      *> factura da el numero de su nota electronica.
       FD  OPEN-ITEM-MASTER.
       01  OPEN-ITEM-RECORD.
           COPY ARITEM.

      *> Registro de control de totales para el paso BALANCER: este
      *> consumidor anota cuanto leyo y de que productor.
       FD  CONTROL-FILE.
       01  CONTROL-RECORD.
           05 CT-TIPO PIC X.
           05 CT-PROGRAMA PIC X(20).
           05 CT-ORIGEN PIC X(20).
           05 CT-FECHA PIC 9(8).
           05 CT-CUENTA PIC 9(6).
           05 CT-MONTO PIC S9(11)V99 SIGN LEADING SEPARATE.
           05 CT-EMPRESA PIC X(2).

       FD  RUN-HISTORY-LOG.
           COPY RUNHIST.

       WORKING-STORAGE SECTION.
      *> Operador firmado en el menu; los programas llamados lo
      *> arrastran al historial de corridas.
       01  OPERADOR-ACTUAL PIC X(8) EXTERNAL.
           01 WS-ESTADO-HIST PIC XX VALUE "00".
               88 HIST-OK VALUE "00".
           01 WS-ESTADO-CONTROL PIC XX VALUE "00".
               88 CONTROL-OK VALUE "00".
           01 WS-ESTADO-BUENAS PIC XX VALUE "00".
               88 BUENAS-OK VALUE "00".
           01 WS-ESTADO-FACT-CTL PIC XX VALUE "00".
               88 FACT-CTL-OK VALUE "00".
           01 WS-ESTADO-EMISOR PIC XX VALUE "00".
               88 EMISOR-OK VALUE "00".
           01 WS-ESTADO-ENVIADAS PIC XX VALUE "00".
               88 ENVIADAS-OK VALUE "00".
           01 WS-ESTADO-ABIERTOS PIC XX VALUE "00".
               88 ABIERTOS-OK VALUE "00".
           01 WS-CARTERA-ABIERTA PIC X VALUE "N".
               88 CARTERA-ABIERTA VALUE "S".
           01 WS-FIN-ARCHIVO PIC X VALUE "N".
               88 FIN-ARCHIVO VALUE "S".
           01 WS-FECHA-PROCESO PIC 9(8) VALUE ZERO.
           01 WS-LINEAS-LEIDAS PIC 9(6) VALUE ZERO.
           01 WS-MONTO-LEIDO PIC S9(11)V99 VALUE ZERO.
      *> Lo leido por empresa de la linea (GT-EMPRESA; en blanco, la
      *> 01): BALANCER cuadra empresa por empresa.
           01 WS-EMPRESA-LINEA PIC X(2) VALUE SPACES.
           01 WS-NUM-EMP-CTL PIC 99 VALUE ZERO.
           01 WS-IDX-EMP-CTL PIC 99 VALUE ZERO.
           01 WS-TABLA-EMP-CTL.
               05 WS-EMP-CTL OCCURS 20 TIMES.
                   10 WS-EC-EMPRESA PIC X(2).
                   10 WS-EC-CUENTA PIC 9(6).
                   10 WS-EC-MONTO PIC S9(11)V99.
      *> Los documentos salen de la ultima generacion del archivo
      *> de buenas administrado por GENCAT.
           01 WS-GEN-FUNCION PIC X VALUE SPACE.
           01 WS-GEN-BASE PIC X(30) VALUE SPACES.
           01 WS-GEN-NUMERO PIC 9(4) VALUE ZERO.
           01 WS-NOMBRE-BUENAS PIC X(40) VALUE SPACES.
           01 WS-GEN-CUENTA PIC 9(6) VALUE ZERO.
           01 WS-EMISOR-ID PIC X(15) VALUE SPACES.
           01 WS-EMISOR-NOMBRE PIC X(40) VALUE SPACES.
      *> Numeracion de las notas de credito: la de la nota que
      *> AR-POST asento en cartera o, si la factura no quedo con
      *> neto negativo y no hay nota asentada, la proxima del tramo
      *> de notas de su empresa (EMPRESRV PROXNOTA).
           01 WS-RC-GUARDA PIC S9(4) VALUE ZERO.
           01 WS-ES-FUNCION PIC X(8) VALUE SPACES.
           01 WS-ES-EMPRESA PIC X(2) VALUE SPACES.
           01 WS-ES-NUMERO PIC 9(6) VALUE ZERO.
           01 WS-ES-ARCHIVO PIC X(40) VALUE SPACES.
           01 WS-ES-DATOS.
               COPY EMPRESA REPLACING LEADING ==EM-== BY ==WS-ES-==.
           01 WS-ES-RESULTADO PIC X VALUE "N".
           01 WS-EMPRESA-PARTIDA PIC X(2) VALUE SPACES.
      *> Lineas facturadas de la generacion, en orden de llegada.
           01 WS-NUM-LINEAS PIC 9(3) VALUE ZERO.
           01 WS-IDX-LIN PIC 9(3) VALUE ZERO.
           01 WS-LINEAS-DESBORDADAS PIC X VALUE "N".
               88 LINEAS-DESBORDADAS VALUE "S".
           01 WS-TABLA-LINEAS.
               05 WS-LIN OCCURS 500 TIMES.
                   10 WS-LIN-FACTURA PIC 9(6).
                   10 WS-LIN-ARTICULO PIC X(6).
                   10 WS-LIN-QTY PIC 9(5).
                   10 WS-LIN-PRICE PIC 9(5)V99.
                   10 WS-LIN-EXTENDIDO PIC 9(7)V99.
                   10 WS-LIN-DESCUENTO PIC 9(7)V99.
                   10 WS-LIN-IMPUESTO PIC 9(7)V99.
                   10 WS-LIN-NETO PIC 9(8)V99.
                   10 WS-LIN-SIGNO PIC X.
      *> Una entrada por factura: lo que dicen los totales de
      *> control de ONSIZEERROR contra lo que suman sus lineas.
           01 WS-NUM-FACTURAS PIC 9(3) VALUE ZERO.
           01 WS-IDX-FAC PIC 9(3) VALUE ZERO.
           01 WS-TABLA-FACTURAS.
               05 WS-FAC OCCURS 200 TIMES.
                   10 WS-FAC-NUMERO PIC 9(6).
                   10 WS-FAC-CLIENTE PIC 9(6).
                   10 WS-FAC-FECHA PIC 9(8).
                   10 WS-FAC-EMPRESA PIC X(2).
                   10 WS-FAC-CTL-HALLADO PIC X.
                   10 WS-FAC-CTL-LINEAS PIC 9(5).
                   10 WS-FAC-CTL-IMP PIC S9(9)V99.
                   10 WS-FAC-CTL-NETO PIC S9(9)V99.
                   10 WS-FAC-LINEAS PIC 9(5).
                   10 WS-FAC-IMP PIC S9(9)V99.
                   10 WS-FAC-NETO PIC S9(9)V99.
                   10 WS-FAC-CARGOS PIC 9(5).
                   10 WS-FAC-CREDITOS PIC 9(5).
                   10 WS-FAC-INCOMPLETA PIC X.
                   10 WS-FAC-ENV-FAC PIC X.
                   10 WS-FAC-ENV-NCR PIC X.
           01 WS-FACTURA-BUSCADA PIC 9(6) VALUE ZERO.
           01 WS-MOTIVO PIC X(40) VALUE SPACES.
      *> Documento en armado.
           01 WS-DOC-TIPO PIC X(3) VALUE SPACES.
           01 WS-DOC-NUMERO PIC 9(6) VALUE ZERO.
           01 WS-DOC-REFERENCIA PIC 9(6) VALUE ZERO.
           01 WS-DOC-SIGNO PIC X VALUE SPACE.
           01 WS-DOC-RENGLONES PIC 9(4) VALUE ZERO.
           01 WS-DOC-TOTALES.
               05 WS-DOC-IMPORTE PIC 9(9)V99 VALUE ZERO.
               05 WS-DOC-DESCUENTO PIC 9(9)V99 VALUE ZERO.
               05 WS-DOC-IMPUESTO PIC 9(9)V99 VALUE ZERO.
               05 WS-DOC-NETO PIC 9(9)V99 VALUE ZERO.
           01 WS-TOT-FACTURAS-EMITIDAS PIC 9(5) VALUE ZERO.
           01 WS-TOT-NOTAS-EMITIDAS PIC 9(5) VALUE ZERO.
           01 WS-TOT-YA-ENVIADAS PIC 9(5) VALUE ZERO.
           01 WS-TOT-RECHAZADAS PIC 9(5) VALUE ZERO.
           01 WS-TOT-NOTAS-RETENIDAS PIC 9(5) VALUE ZERO.
           01 WS-IMPORTE-EDIT-1 PIC -(9)9.99.
           01 WS-IMPORTE-EDIT-2 PIC -(9)9.99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INICIALIZAR.
           MOVE "U" TO WS-GEN-FUNCION.
           MOVE "data/onsize-buenas.dat" TO WS-GEN-BASE.
           CALL "GENCAT" USING WS-GEN-FUNCION WS-GEN-BASE
               WS-GEN-NUMERO WS-NOMBRE-BUENAS WS-GEN-CUENTA.
           IF WS-NOMBRE-BUENAS = SPACES THEN
               DISPLAY "EFACTURA-EXP: no hay generacion de "
                   "data/onsize-buenas.dat, nada que exportar."
               MOVE 8 TO RETURN-CODE
               PERFORM REGISTRAR-HISTORIAL
               GOBACK
           END-IF.
           PERFORM CARGAR-EMISOR.
           IF WS-EMISOR-ID = SPACES THEN
               DISPLAY "EFACTURA-EXP: falta la identidad del emisor "
                   "en data/efactura-emisor.cfg, no se exporta."
               MOVE 8 TO RETURN-CODE
               PERFORM REGISTRAR-HISTORIAL
               GOBACK
           END-IF.
           PERFORM CARGAR-CONTROLES-FACTURA.
           PERFORM CARGAR-LINEAS-BUENAS.
           PERFORM ESCRIBIR-CONTROL-TOTALES.
           PERFORM CARGAR-ENVIADAS.
           OPEN INPUT OPEN-ITEM-MASTER.
           IF ABIERTOS-OK THEN
               SET CARTERA-ABIERTA TO TRUE
           ELSE
               DISPLAY "EFACTURA-EXP: cartera no disponible "
                   "(data/ar-abiertos.dat), estado "
                   WS-ESTADO-ABIERTOS "."
           END-IF.
           OPEN OUTPUT EINVOICE-FILE.
           OPEN OUTPUT REJECT-FILE.
           OPEN EXTEND SENT-REGISTRY-FILE.
           IF NOT ENVIADAS-OK THEN
               OPEN OUTPUT SENT-REGISTRY-FILE
           END-IF.
           PERFORM EMITIR-FACTURA
               VARYING WS-IDX-FAC FROM 1 BY 1
               UNTIL WS-IDX-FAC > WS-NUM-FACTURAS.
           CLOSE SENT-REGISTRY-FILE.
           CLOSE REJECT-FILE.
           CLOSE EINVOICE-FILE.
           IF CARTERA-ABIERTA THEN
               CLOSE OPEN-ITEM-MASTER
               MOVE "N" TO WS-CARTERA-ABIERTA
           END-IF.
           DISPLAY "EFACTURA-EXP: generacion " WS-NOMBRE-BUENAS.
           DISPLAY "Facturas emitidas        : "
               WS-TOT-FACTURAS-EMITIDAS.
           DISPLAY "Notas de credito emitidas: " WS-TOT-NOTAS-EMITIDAS.
           DISPLAY "Ya emitidas antes        : " WS-TOT-YA-ENVIADAS.
           DISPLAY "Retenidas sin cuadrar    : " WS-TOT-RECHAZADAS.
           DISPLAY "Notas retenidas sin numero: "
               WS-TOT-NOTAS-RETENIDAS.
           IF WS-TOT-RECHAZADAS > ZERO THEN
               DISPLAY "EFACTURA-EXP: hay facturas que no cuadran "
                   "con sus totales de control, ver "
                   "data/efactura-rechazos.dat."
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-TOT-NOTAS-RETENIDAS > ZERO THEN
               DISPLAY "EFACTURA-EXP: hay notas de credito sin "
                   "numero, salen al volver a correr el paso."
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM REGISTRAR-HISTORIAL.
           GOBACK.

      *> El SCHEDULER llama al programa sin cancelarlo: se limpia lo
      *> que haya quedado de una corrida anterior.
       INICIALIZAR.
           MOVE 0 TO RETURN-CODE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-PROCESO.
           MOVE ZERO TO WS-NUM-LINEAS.
           MOVE ZERO TO WS-NUM-FACTURAS.
           MOVE ZERO TO WS-LINEAS-LEIDAS.
           MOVE ZERO TO WS-MONTO-LEIDO.
           MOVE "N" TO WS-LINEAS-DESBORDADAS.
           MOVE SPACES TO WS-EMISOR-ID.
           MOVE SPACES TO WS-EMISOR-NOMBRE.
           MOVE "N" TO WS-CARTERA-ABIERTA.
           MOVE ZERO TO WS-NUM-EMP-CTL.
           MOVE ZERO TO WS-TOT-FACTURAS-EMITIDAS.
           MOVE ZERO TO WS-TOT-NOTAS-EMITIDAS.
           MOVE ZERO TO WS-TOT-YA-ENVIADAS.
           MOVE ZERO TO WS-TOT-RECHAZADAS.
           MOVE ZERO TO WS-TOT-NOTAS-RETENIDAS.

       CARGAR-EMISOR.
           OPEN INPUT ISSUER-FILE.
           IF EMISOR-OK THEN
               READ ISSUER-FILE
                   NOT AT END
                       MOVE EM-ID-FISCAL TO WS-EMISOR-ID
                       MOVE EM-NOMBRE TO WS-EMISOR-NOMBRE
               END-READ
               CLOSE ISSUER-FILE
           END-IF.

      *> Totales de control que ONSIZEERROR grabo para esta
      *> generacion; un registro de otra generacion no cuenta.
       CARGAR-CONTROLES-FACTURA.
           OPEN INPUT INVOICE-CONTROL-FILE.
           IF NOT FACT-CTL-OK THEN
               DISPLAY "EFACTURA-EXP: sin totales de control por "
                   "factura (data/onsize-facturas-ctl.dat)."
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIN-ARCHIVO.
           PERFORM UNTIL FIN-ARCHIVO
               READ INVOICE-CONTROL-FILE
                   AT END SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF FC-GENERACION = WS-GEN-NUMERO THEN
                           PERFORM GUARDAR-CONTROL-FACTURA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE INVOICE-CONTROL-FILE.

       GUARDAR-CONTROL-FACTURA.
           MOVE FC-FACTURA TO WS-FACTURA-BUSCADA.
           PERFORM BUSCAR-FACTURA.
           IF WS-IDX-FAC = ZERO THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE "S" TO WS-FAC-CTL-HALLADO(WS-IDX-FAC).
           MOVE FC-CLIENTE TO WS-FAC-CLIENTE(WS-IDX-FAC).
           MOVE FC-FECHA-LOTE TO WS-FAC-FECHA(WS-IDX-FAC).
           ADD FC-LINEAS TO WS-FAC-CTL-LINEAS(WS-IDX-FAC).
           ADD FC-IMPUESTO TO WS-FAC-CTL-IMP(WS-IDX-FAC).
           ADD FC-NETO TO WS-FAC-CTL-NETO(WS-IDX-FAC).

      *> Ubica la factura en la tabla o le abre una entrada; cero
      *> si la tabla esta llena.
       BUSCAR-FACTURA.
           PERFORM VARYING WS-IDX-FAC FROM 1 BY 1
                   UNTIL WS-IDX-FAC > WS-NUM-FACTURAS
               IF WS-FAC-NUMERO(WS-IDX-FAC) = WS-FACTURA-BUSCADA THEN
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF WS-NUM-FACTURAS >= 200 THEN
               DISPLAY "BUSCAR-FACTURA: mas de 200 facturas, la "
                   WS-FACTURA-BUSCADA " no se exporta."
               MOVE ZERO TO WS-IDX-FAC
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NUM-FACTURAS.
           MOVE WS-NUM-FACTURAS TO WS-IDX-FAC.
           MOVE WS-FACTURA-BUSCADA TO WS-FAC-NUMERO(WS-IDX-FAC).
           MOVE ZERO TO WS-FAC-CLIENTE(WS-IDX-FAC).
           MOVE ZERO TO WS-FAC-FECHA(WS-IDX-FAC).
           MOVE SPACES TO WS-FAC-EMPRESA(WS-IDX-FAC).
           MOVE "N" TO WS-FAC-CTL-HALLADO(WS-IDX-FAC).
           MOVE ZERO TO WS-FAC-CTL-LINEAS(WS-IDX-FAC).
           MOVE ZERO TO WS-FAC-CTL-IMP(WS-IDX-FAC).
           MOVE ZERO TO WS-FAC-CTL-NETO(WS-IDX-FAC).
           MOVE ZERO TO WS-FAC-LINEAS(WS-IDX-FAC).
           MOVE ZERO TO WS-FAC-IMP(WS-IDX-FAC).
           MOVE ZERO TO WS-FAC-NETO(WS-IDX-FAC).
           MOVE ZERO TO WS-FAC-CARGOS(WS-IDX-FAC).
           MOVE ZERO TO WS-FAC-CREDITOS(WS-IDX-FAC).
           MOVE "N" TO WS-FAC-INCOMPLETA(WS-IDX-FAC).
           MOVE "N" TO WS-FAC-ENV-FAC(WS-IDX-FAC).
           MOVE "N" TO WS-FAC-ENV-NCR(WS-IDX-FAC).

       CARGAR-LINEAS-BUENAS.
           OPEN INPUT GOOD-TRANS-FILE.
           IF NOT BUENAS-OK THEN
               DISPLAY "EFACTURA-EXP: no se pudo abrir "
                   WS-NOMBRE-BUENAS ", estado " WS-ESTADO-BUENAS
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIN-ARCHIVO.
           PERFORM UNTIL FIN-ARCHIVO
               READ GOOD-TRANS-FILE
                   AT END SET FIN-ARCHIVO TO TRUE
                   NOT AT END PERFORM GUARDAR-LINEA
               END-READ
           END-PERFORM.
           CLOSE GOOD-TRANS-FILE.

       GUARDAR-LINEA.
           ADD 1 TO WS-LINEAS-LEIDAS.
           IF GT-SIGNO = "-" THEN
               SUBTRACT GT-NETO FROM WS-MONTO-LEIDO
           ELSE
               ADD GT-NETO TO WS-MONTO-LEIDO
           END-IF.
           PERFORM ACUMULAR-EMPRESA-CONTROL.
           MOVE GT-FACTURA TO WS-FACTURA-BUSCADA.
           PERFORM BUSCAR-FACTURA.
           IF WS-IDX-FAC = ZERO THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-FAC-CLIENTE(WS-IDX-FAC) = ZERO THEN
               MOVE GT-CLIENTE TO WS-FAC-CLIENTE(WS-IDX-FAC)
               MOVE GT-FECHA-LOTE TO WS-FAC-FECHA(WS-IDX-FAC)
           END-IF.
           IF WS-FAC-EMPRESA(WS-IDX-FAC) = SPACES THEN
               MOVE WS-EMPRESA-LINEA TO WS-FAC-EMPRESA(WS-IDX-FAC)
           END-IF.
           ADD 1 TO WS-FAC-LINEAS(WS-IDX-FAC).
           IF GT-SIGNO = "-" THEN
               ADD 1 TO WS-FAC-CREDITOS(WS-IDX-FAC)
               SUBTRACT GT-IMPUESTO FROM WS-FAC-IMP(WS-IDX-FAC)
               SUBTRACT GT-NETO FROM WS-FAC-NETO(WS-IDX-FAC)
           ELSE
               ADD 1 TO WS-FAC-CARGOS(WS-IDX-FAC)
               ADD GT-IMPUESTO TO WS-FAC-IMP(WS-IDX-FAC)
               ADD GT-NETO TO WS-FAC-NETO(WS-IDX-FAC)
           END-IF.
      *> Una factura con lineas fuera de la tabla no se puede
      *> emitir completa: queda retenida.
           IF WS-NUM-LINEAS >= 500 THEN
               MOVE "S" TO WS-FAC-INCOMPLETA(WS-IDX-FAC)
               IF NOT LINEAS-DESBORDADAS THEN
                   SET LINEAS-DESBORDADAS TO TRUE
                   DISPLAY "EFACTURA-EXP: mas de 500 lineas, las "
                       "facturas restantes quedan retenidas."
               END-IF
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NUM-LINEAS.
           MOVE GT-FACTURA TO WS-LIN-FACTURA(WS-NUM-LINEAS).
           MOVE GT-ARTICULO TO WS-LIN-ARTICULO(WS-NUM-LINEAS).
           MOVE GT-QTY TO WS-LIN-QTY(WS-NUM-LINEAS).
           MOVE GT-PRICE TO WS-LIN-PRICE(WS-NUM-LINEAS).
           MOVE GT-EXTENDED-AMOUNT TO WS-LIN-EXTENDIDO(WS-NUM-LINEAS).
           MOVE GT-DESCUENTO TO WS-LIN-DESCUENTO(WS-NUM-LINEAS).
           MOVE GT-IMPUESTO TO WS-LIN-IMPUESTO(WS-NUM-LINEAS).
           MOVE GT-NETO TO WS-LIN-NETO(WS-NUM-LINEAS).
           MOVE GT-SIGNO TO WS-LIN-SIGNO(WS-NUM-LINEAS).

      *> Documentos ya emitidos de esta misma generacion.
       CARGAR-ENVIADAS.
           OPEN INPUT SENT-REGISTRY-FILE.
           IF NOT ENVIADAS-OK THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIN-ARCHIVO.
           PERFORM UNTIL FIN-ARCHIVO
               READ SENT-REGISTRY-FILE
                   AT END SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF EV-GENERACION = WS-GEN-NUMERO THEN
                           PERFORM MARCAR-ENVIADA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SENT-REGISTRY-FILE.

       MARCAR-ENVIADA.
           PERFORM VARYING WS-IDX-FAC FROM 1 BY 1
                   UNTIL WS-IDX-FAC > WS-NUM-FACTURAS
               IF WS-FAC-NUMERO(WS-IDX-FAC) = EV-FACTURA THEN
                   IF EV-TIPO-DOC = "NCR" THEN
                       MOVE "S" TO WS-FAC-ENV-NCR(WS-IDX-FAC)
                   ELSE
                       MOVE "S" TO WS-FAC-ENV-FAC(WS-IDX-FAC)
                   END-IF
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.

      *> La factura sale solo si sus lineas cuadran con los totales
      *> de control; los cargos van como factura y los creditos
      *> como nota de credito que referencia la factura original.
       EMITIR-FACTURA.
           PERFORM VERIFICAR-CONTROL-FACTURA.
           IF WS-MOTIVO NOT = SPACES THEN
               PERFORM ESCRIBIR-RECHAZO
               EXIT PARAGRAPH
           END-IF.
           IF WS-FAC-CARGOS(WS-IDX-FAC) > ZERO THEN
               IF WS-FAC-ENV-FAC(WS-IDX-FAC) = "S" THEN
                   ADD 1 TO WS-TOT-YA-ENVIADAS
               ELSE
                   MOVE "FAC" TO WS-DOC-TIPO
                   MOVE WS-FAC-NUMERO(WS-IDX-FAC) TO WS-DOC-NUMERO
                   MOVE ZERO TO WS-DOC-REFERENCIA
                   MOVE "+" TO WS-DOC-SIGNO
                   PERFORM ESCRIBIR-DOCUMENTO
                   ADD 1 TO WS-TOT-FACTURAS-EMITIDAS
               END-IF
           END-IF.
           IF WS-FAC-CREDITOS(WS-IDX-FAC) > ZERO THEN
               IF WS-FAC-ENV-NCR(WS-IDX-FAC) = "S" THEN
                   ADD 1 TO WS-TOT-YA-ENVIADAS
               ELSE
                   MOVE "NCR" TO WS-DOC-TIPO
                   PERFORM NUMERAR-NOTA-CREDITO
                   IF WS-DOC-NUMERO = ZERO THEN
                       ADD 1 TO WS-TOT-NOTAS-RETENIDAS
                       EXIT PARAGRAPH
                   END-IF
                   MOVE WS-FAC-NUMERO(WS-IDX-FAC) TO WS-DOC-REFERENCIA
                   MOVE "-" TO WS-DOC-SIGNO
                   PERFORM ESCRIBIR-DOCUMENTO
                   ADD 1 TO WS-TOT-NOTAS-EMITIDAS
               END-IF
           END-IF.

      *> La nota electronica lleva el numero de la nota que AR-POST
      *> asento en cartera por la factura. Si el neto de la factura
      *> no quedo negativo AR-POST no asienta nota (cargos y creditos
      *> se netean en la factura) y el numero sale del tramo de notas
      *> de la empresa, que comparte con cartera: no repite ningun
      *> documento. Una factura con neto negativo cuya nota todavia
      *> no esta en cartera queda con numero cero y se retiene.
       NUMERAR-NOTA-CREDITO.
           MOVE ZERO TO WS-DOC-NUMERO.
           PERFORM BUSCAR-NOTA-CARTERA.
           IF WS-DOC-NUMERO NOT = ZERO THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-FAC-NETO(WS-IDX-FAC) < ZERO THEN
               DISPLAY "EFACTURA-EXP: la factura "
                   WS-FAC-NUMERO(WS-IDX-FAC)
                   " no tiene su nota de credito asentada en "
                   "cartera, la nota electronica queda retenida."
               EXIT PARAGRAPH
           END-IF.
           MOVE "PROXNOTA" TO WS-ES-FUNCION.
           MOVE WS-FAC-EMPRESA(WS-IDX-FAC) TO WS-ES-EMPRESA.
           MOVE RETURN-CODE TO WS-RC-GUARDA.
           CALL "EMPRESRV" USING WS-ES-FUNCION WS-ES-EMPRESA
               WS-ES-NUMERO WS-ES-ARCHIVO WS-ES-DATOS
               WS-ES-RESULTADO.
           MOVE WS-RC-GUARDA TO RETURN-CODE.
           IF WS-ES-RESULTADO = "S" THEN
               MOVE WS-ES-NUMERO TO WS-DOC-NUMERO
           ELSE
               DISPLAY "EFACTURA-EXP: sin numero de nota para la "
                   "factura " WS-FAC-NUMERO(WS-IDX-FAC)
                   " de la empresa " WS-FAC-EMPRESA(WS-IDX-FAC)
                   ", la nota electronica queda retenida."
           END-IF.

      *> Nota de credito (tipo N) del cliente de la factura, de su
      *> misma empresa, originada por ella.
       BUSCAR-NOTA-CARTERA.
           IF NOT CARTERA-ABIERTA THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIN-ARCHIVO.
           MOVE WS-FAC-CLIENTE(WS-IDX-FAC) TO AB-CLIENTE.
           START OPEN-ITEM-MASTER KEY >= AB-CLIENTE
               INVALID KEY SET FIN-ARCHIVO TO TRUE
           END-START.
           PERFORM UNTIL FIN-ARCHIVO
               READ OPEN-ITEM-MASTER NEXT RECORD
                   AT END SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF AB-CLIENTE NOT = WS-FAC-CLIENTE(WS-IDX-FAC)
                               THEN
                           SET FIN-ARCHIVO TO TRUE
                       ELSE
                           PERFORM COMPARAR-NOTA-CARTERA
                       END-IF
               END-READ
           END-PERFORM.

       COMPARAR-NOTA-CARTERA.
           IF NOT PARTIDA-NOTA-CREDITO
                   OR AB-FACTURA-ORIGEN NOT =
                       WS-FAC-NUMERO(WS-IDX-FAC) THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE AB-EMPRESA TO WS-EMPRESA-PARTIDA.
           IF WS-EMPRESA-PARTIDA = SPACES
                   OR WS-EMPRESA-PARTIDA = LOW-VALUES THEN
               MOVE "01" TO WS-EMPRESA-PARTIDA
           END-IF.
           IF WS-EMPRESA-PARTIDA = WS-FAC-EMPRESA(WS-IDX-FAC) THEN
               MOVE AB-FACTURA TO WS-DOC-NUMERO
               SET FIN-ARCHIVO TO TRUE
           END-IF.

       VERIFICAR-CONTROL-FACTURA.
           MOVE SPACES TO WS-MOTIVO.
           IF WS-FAC-CTL-HALLADO(WS-IDX-FAC) NOT = "S" THEN
               MOVE "SIN TOTALES DE CONTROL" TO WS-MOTIVO
               EXIT PARAGRAPH
           END-IF.
           IF WS-FAC-INCOMPLETA(WS-IDX-FAC) = "S" THEN
               MOVE "LINEAS FUERA DE LA TABLA" TO WS-MOTIVO
               EXIT PARAGRAPH
           END-IF.
           IF WS-FAC-LINEAS(WS-IDX-FAC) NOT =
                   WS-FAC-CTL-LINEAS(WS-IDX-FAC) THEN
               MOVE "CANTIDAD DE LINEAS NO CUADRA" TO WS-MOTIVO
               EXIT PARAGRAPH
           END-IF.
           IF WS-FAC-NETO(WS-IDX-FAC) NOT =
                   WS-FAC-CTL-NETO(WS-IDX-FAC) THEN
               MOVE "NETO NO CUADRA" TO WS-MOTIVO
               EXIT PARAGRAPH
           END-IF.
           IF WS-FAC-IMP(WS-IDX-FAC) NOT =
                   WS-FAC-CTL-IMP(WS-IDX-FAC) THEN
               MOVE "IMPUESTO NO CUADRA" TO WS-MOTIVO
           END-IF.

       ESCRIBIR-RECHAZO.
           ADD 1 TO WS-TOT-RECHAZADAS.
           MOVE WS-FAC-NETO(WS-IDX-FAC) TO WS-IMPORTE-EDIT-1.
           MOVE WS-FAC-CTL-NETO(WS-IDX-FAC) TO WS-IMPORTE-EDIT-2.
           MOVE SPACES TO REJECT-RECORD.
           STRING "Factura " WS-FAC-NUMERO(WS-IDX-FAC)
               " cliente " WS-FAC-CLIENTE(WS-IDX-FAC)
               " lineas " WS-FAC-LINEAS(WS-IDX-FAC)
               "/" WS-FAC-CTL-LINEAS(WS-IDX-FAC)
               " neto " WS-IMPORTE-EDIT-1 "/" WS-IMPORTE-EDIT-2
               " " WS-MOTIVO
               DELIMITED BY SIZE INTO REJECT-RECORD.
           WRITE REJECT-RECORD.

      *> Cabecera, una linea por renglon del signo del documento y
      *> totales; luego queda anotado en el registro de emitidas.
       ESCRIBIR-DOCUMENTO.
           MOVE ZERO TO WS-DOC-RENGLONES.
           INITIALIZE WS-DOC-TOTALES.
           MOVE SPACES TO EINVOICE-RECORD.
           MOVE "CAB" TO EF-SEGMENTO.
           MOVE WS-DOC-TIPO TO EF-TIPO-DOC.
           MOVE WS-DOC-NUMERO TO EF-NUMERO-DOC.
           MOVE WS-FAC-FECHA(WS-IDX-FAC) TO EFC-FECHA.
           MOVE WS-DOC-REFERENCIA TO EFC-FACTURA-REF.
           MOVE WS-EMISOR-ID TO EFC-EMISOR-ID.
           MOVE WS-EMISOR-NOMBRE TO EFC-EMISOR-NOMBRE.
           MOVE WS-FAC-CLIENTE(WS-IDX-FAC) TO EFC-CLIENTE.
           WRITE EINVOICE-RECORD.
           PERFORM VARYING WS-IDX-LIN FROM 1 BY 1
                   UNTIL WS-IDX-LIN > WS-NUM-LINEAS
               IF WS-LIN-FACTURA(WS-IDX-LIN) =
                       WS-FAC-NUMERO(WS-IDX-FAC)
                       AND WS-LIN-SIGNO(WS-IDX-LIN) = WS-DOC-SIGNO
                       THEN
                   PERFORM ESCRIBIR-LINEA-DOCUMENTO
               END-IF
           END-PERFORM.
           MOVE SPACES TO EINVOICE-RECORD.
           MOVE "TOT" TO EF-SEGMENTO.
           MOVE WS-DOC-TIPO TO EF-TIPO-DOC.
           MOVE WS-DOC-NUMERO TO EF-NUMERO-DOC.
           MOVE WS-DOC-RENGLONES TO EFT-RENGLONES.
           MOVE WS-DOC-IMPORTE TO EFT-IMPORTE.
           MOVE WS-DOC-DESCUENTO TO EFT-DESCUENTO.
           MOVE WS-DOC-IMPUESTO TO EFT-IMPUESTO.
           MOVE WS-DOC-NETO TO EFT-NETO.
           WRITE EINVOICE-RECORD.
           MOVE WS-GEN-NUMERO TO EV-GENERACION.
           MOVE WS-FAC-NUMERO(WS-IDX-FAC) TO EV-FACTURA.
           MOVE WS-DOC-TIPO TO EV-TIPO-DOC.
           MOVE WS-DOC-NUMERO TO EV-NUMERO-DOC.
           MOVE WS-FAC-CLIENTE(WS-IDX-FAC) TO EV-CLIENTE.
           MOVE WS-FECHA-PROCESO TO EV-FECHA.
           WRITE SENT-REGISTRY-RECORD.

       ESCRIBIR-LINEA-DOCUMENTO.
           ADD 1 TO WS-DOC-RENGLONES.
           MOVE SPACES TO EINVOICE-RECORD.
           MOVE "LIN" TO EF-SEGMENTO.
           MOVE WS-DOC-TIPO TO EF-TIPO-DOC.
           MOVE WS-DOC-NUMERO TO EF-NUMERO-DOC.
           MOVE WS-DOC-RENGLONES TO EFL-RENGLON.
           MOVE WS-LIN-ARTICULO(WS-IDX-LIN) TO EFL-ARTICULO.
           MOVE WS-LIN-QTY(WS-IDX-LIN) TO EFL-CANTIDAD.
           MOVE WS-LIN-PRICE(WS-IDX-LIN) TO EFL-PRECIO.
           MOVE WS-LIN-EXTENDIDO(WS-IDX-LIN) TO EFL-IMPORTE.
           MOVE WS-LIN-DESCUENTO(WS-IDX-LIN) TO EFL-DESCUENTO.
           MOVE WS-LIN-IMPUESTO(WS-IDX-LIN) TO EFL-IMPUESTO.
           MOVE WS-LIN-NETO(WS-IDX-LIN) TO EFL-NETO.
           WRITE EINVOICE-RECORD.
           ADD WS-LIN-EXTENDIDO(WS-IDX-LIN) TO WS-DOC-IMPORTE.
           ADD WS-LIN-DESCUENTO(WS-IDX-LIN) TO WS-DOC-DESCUENTO.
           ADD WS-LIN-IMPUESTO(WS-IDX-LIN) TO WS-DOC-IMPUESTO.
           ADD WS-LIN-NETO(WS-IDX-LIN) TO WS-DOC-NETO.

       ESCRIBIR-CONTROL-TOTALES.
           OPEN EXTEND CONTROL-FILE.
           IF NOT CONTROL-OK THEN
               OPEN OUTPUT CONTROL-FILE
               CLOSE CONTROL-FILE
               OPEN EXTEND CONTROL-FILE
           END-IF.
           MOVE "C" TO CT-TIPO.
           MOVE "EFACTURA-EXP" TO CT-PROGRAMA.
           MOVE "ONSIZEERROR" TO CT-ORIGEN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO CT-FECHA.
           IF WS-NUM-EMP-CTL = ZERO THEN
               MOVE ZERO TO CT-CUENTA
               MOVE ZERO TO CT-MONTO
               MOVE "01" TO CT-EMPRESA
               WRITE CONTROL-RECORD
           END-IF.
           PERFORM VARYING WS-IDX-EMP-CTL FROM 1 BY 1
                   UNTIL WS-IDX-EMP-CTL > WS-NUM-EMP-CTL
               MOVE WS-EC-CUENTA(WS-IDX-EMP-CTL) TO CT-CUENTA
               MOVE WS-EC-MONTO(WS-IDX-EMP-CTL) TO CT-MONTO
               MOVE WS-EC-EMPRESA(WS-IDX-EMP-CTL) TO CT-EMPRESA
               WRITE CONTROL-RECORD
           END-PERFORM.
           CLOSE CONTROL-FILE.

       ACUMULAR-EMPRESA-CONTROL.
           MOVE GT-EMPRESA TO WS-EMPRESA-LINEA.
           IF WS-EMPRESA-LINEA = SPACES
                   OR WS-EMPRESA-LINEA = LOW-VALUES THEN
               MOVE "01" TO WS-EMPRESA-LINEA
           END-IF.
           PERFORM VARYING WS-IDX-EMP-CTL FROM 1 BY 1
                   UNTIL WS-IDX-EMP-CTL > WS-NUM-EMP-CTL
               IF WS-EC-EMPRESA(WS-IDX-EMP-CTL) = WS-EMPRESA-LINEA
                       THEN
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-IDX-EMP-CTL > WS-NUM-EMP-CTL THEN
               IF WS-NUM-EMP-CTL >= 20 THEN
                   DISPLAY "ACUMULAR-EMPRESA-CONTROL: mas de 20 "
                       "empresas, la " WS-EMPRESA-LINEA
                       " no se totaliza."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-NUM-EMP-CTL
               MOVE WS-NUM-EMP-CTL TO WS-IDX-EMP-CTL
               MOVE WS-EMPRESA-LINEA TO WS-EC-EMPRESA(WS-IDX-EMP-CTL)
               MOVE ZERO TO WS-EC-CUENTA(WS-IDX-EMP-CTL)
               MOVE ZERO TO WS-EC-MONTO(WS-IDX-EMP-CTL)
           END-IF.
           ADD 1 TO WS-EC-CUENTA(WS-IDX-EMP-CTL).
           IF GT-SIGNO = "-" THEN
               SUBTRACT GT-NETO FROM WS-EC-MONTO(WS-IDX-EMP-CTL)
           ELSE
               ADD GT-NETO TO WS-EC-MONTO(WS-IDX-EMP-CTL)
           END-IF.

       REGISTRAR-HISTORIAL.
           OPEN EXTEND RUN-HISTORY-LOG.
           IF NOT HIST-OK THEN
               OPEN OUTPUT RUN-HISTORY-LOG
               CLOSE RUN-HISTORY-LOG
               OPEN EXTEND RUN-HISTORY-LOG
           END-IF.
           MOVE "EFACTURA-EXP" TO RH-PROGRAMA.
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
       END PROGRAM EFACTURA-EXP.
