      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTRATO-FACT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTRACT-MASTER ASSIGN TO "data/contratos-fact.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CF-CLAVE
               FILE STATUS IS WS-ESTADO-CONTRATOS.
           SELECT CUSTOMER-MASTER ASSIGN TO "data/first-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-NUMERO
               ALTERNATE RECORD KEY IS CM-NOMBRE WITH DUPLICATES
               FILE STATUS IS WS-ESTADO-CLIENTES.
           SELECT PRICE-IDX-FILE ASSIGN TO
                   "data/onsize-precios-idx.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PX-CLAVE
               FILE STATUS IS WS-ESTADO-PRECIOS-IDX.
           SELECT PRICE-MASTER-FILE ASSIGN TO
                   "data/onsize-precios.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-PRECIOS.
           SELECT AGREEMENT-FILE ASSIGN TO
                   "data/onsize-precios-cliente.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PA-CLAVE
               FILE STATUS IS WS-ESTADO-ACUERDOS.
           SELECT TRANS-FILE ASSIGN TO "data/onsize-trans.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-TRANS.
           SELECT CONTRACT-REPORT ASSIGN TO
                   "data/contratos-informe.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONTRACT-CONFIG ASSIGN TO "data/contratos-fact.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CONFIG.
           SELECT INVOICE-COUNTER ASSIGN TO
                   DYNAMIC WS-NOMBRE-CONTADOR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CONTADOR.
           SELECT STEP-PARAM-FILE ASSIGN TO
                   DYNAMIC WS-NOMBRE-PARAMETROS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-PARAMETROS.
           SELECT RUN-HISTORY-LOG ASSIGN TO "data/run-history.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-HIST.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTRACT-MASTER.
       01  CONTRACT-RECORD.
           COPY CONTRATO.

       FD  CUSTOMER-MASTER.
       01  CUSTOMER-RECORD.
           COPY CLIENTE.

      *> Maestro de precios con vigencias de PRECIO-MANTO: la linea
      *> sale con el precio que ONSIZEERROR va a aplicar, asi no
      *> aparece como varianza.
       FD  PRICE-IDX-FILE.
       01  PRICE-IDX-RECORD.
           05 PX-CLAVE.
               10 PX-ARTICULO PIC X(6).
               10 PX-FECHA-DESDE PIC 9(8).
           05 PX-PRECIO PIC 9(5)V99.
           05 PX-VARIANZA-PCT PIC 9(2)V99.

       FD  PRICE-MASTER-FILE.
       01  PRICE-MASTER-RECORD.
           05 PM-ARTICULO PIC X(6).
           05 PM-PRECIO PIC 9(5)V99.
           05 PM-VARIANZA-PCT PIC 9(2)V99.

      *> Un precio pactado con el cliente manda sobre el maestro,
      *> igual que en ONSIZEERROR.
       FD  AGREEMENT-FILE.
       01  AGREEMENT-RECORD.
           COPY PRECLIENTE.

      *> El lote de contratos se agrega al final de la transmision:
      *> ONSIZEERROR ya acepta varios lotes H...T en el mismo
      *> archivo y verifica cada uno contra su propia cola.
       FD  TRANS-FILE.
       01  TRANS-RECORD.
           COPY ONSTRANS.

       FD  CONTRACT-REPORT.
       01  CONTRACT-REPORT-RECORD PIC X(100).

      *> Dias de anticipacion para avisar vencimientos y primer
      *> numero de factura de la serie de contratos.
       FD  CONTRACT-CONFIG.
       01  CONTRACT-CONFIG-RECORD.
           05 CG-DIAS-AVISO PIC 9(3).
           05 CG-FACTURA-INICIAL PIC 9(6).

       FD  INVOICE-COUNTER.
       01  INVOICE-COUNTER-RECORD.
           05 IC-PROXIMA-FACTURA PIC 9(6).

      *> Fecha de facturacion opcional (AAAAMMDD); en blanco, hoy.
       FD  STEP-PARAM-FILE.
       01  STEP-PARAM-RECORD.
           05 PR-FECHA PIC 9(8).

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
           01 WS-ESTADO-CONTRATOS PIC XX VALUE "00".
               88 CONTRATOS-OK VALUE "00".
           01 WS-ESTADO-CLIENTES PIC XX VALUE "00".
               88 CLIENTES-OK VALUE "00".
           01 WS-ESTADO-PRECIOS-IDX PIC XX VALUE "00".
               88 PRECIOS-IDX-OK VALUE "00".
           01 WS-ESTADO-PRECIOS PIC XX VALUE "00".
               88 PRECIOS-OK VALUE "00".
           01 WS-ESTADO-ACUERDOS PIC XX VALUE "00".
               88 ACUERDOS-OK VALUE "00".
           01 WS-ESTADO-TRANS PIC XX VALUE "00".
               88 TRANS-OK VALUE "00".
           01 WS-ESTADO-CONFIG PIC XX VALUE "00".
               88 CONFIG-OK VALUE "00".
           01 WS-ESTADO-CONTADOR PIC XX VALUE "00".
               88 CONTADOR-OK VALUE "00".
           01 WS-FIN-ARCHIVO PIC X VALUE "N".
               88 FIN-ARCHIVO VALUE "S".
           01 WS-MAESTRO-CLIENTES-ABIERTO PIC X VALUE "N".
               88 MAESTRO-CLIENTES-ABIERTO VALUE "S".
           01 WS-LOTE-ABIERTO PIC X VALUE "N".
               88 LOTE-ABIERTO VALUE "S".
           01 WS-OPERADOR PIC X(8) VALUE SPACES.
           01 WS-FECHA-PROCESO PIC 9(8) VALUE ZERO.
           01 WS-FECHA-AVISO PIC 9(8) VALUE ZERO.
           01 WS-DIAS-AVISO PIC 9(3) VALUE 30.
           01 WS-PROXIMA-FACTURA PIC 9(6) VALUE 950001.
      *> Cada empresa factura sus contratos en una pasada propia,
      *> con su lote H...T y su contador: la 01 sigue en
      *> data/contratos-factura-contador.dat desde el numero del
      *> .cfg, las demas en su contador desde EM-CONTRATO-INICIAL.
           01 WS-FACTURA-CONFIG PIC 9(6) VALUE 950001.
           01 WS-NOMBRE-CONTADOR PIC X(40) VALUE SPACES.
           01 WS-ORDINAL-EMPRESA PIC 9(6) VALUE ZERO.
           01 WS-EMPRESA-PASADA PIC X(2) VALUE "01".
           01 WS-CONTRATO-INICIAL PIC 9(6) VALUE ZERO.
           01 WS-EMPRESA-CONTRATO PIC X(2) VALUE "01".
           01 WS-SERIE-AGOTADA PIC X VALUE "N".
               88 SERIE-AGOTADA VALUE "S".
      *> Area de llamada al servicio de empresas EMPRESRV.
           01 WS-ES-FUNCION PIC X(8) VALUE SPACES.
           01 WS-ES-EMPRESA PIC X(2) VALUE SPACES.
           01 WS-ES-NUMERO PIC 9(6) VALUE ZERO.
           01 WS-ES-ARCHIVO PIC X(40) VALUE SPACES.
           01 WS-ES-DATOS.
               COPY EMPRESA REPLACING LEADING ==EM-== BY ==WS-ES-==.
           01 WS-ES-RESULTADO PIC X VALUE "N".
           01 WS-FACTURA-ACTUAL PIC 9(6) VALUE ZERO.
           01 WS-CLIENTE-FACTURADO PIC 9(6) VALUE ZERO.
           01 WS-MOTIVO PIC X(30) VALUE SPACES.
      *> Precios vigentes, cargados como en ONSIZEERROR.
           01 WS-NUM-PRECIOS PIC 9(3) VALUE ZERO.
           01 WS-IDX-PRECIO PIC 9(3) VALUE ZERO.
           01 WS-TABLA-PRECIOS.
               05 WS-PRECIO OCCURS 100 TIMES.
                   10 WS-PRE-ARTICULO PIC X(6).
                   10 WS-PRE-DESDE PIC 9(8).
                   10 WS-PRE-PRECIO PIC 9(5)V99.
           01 WS-NUM-ACUERDOS PIC 9(3) VALUE ZERO.
           01 WS-IDX-ACUERDO PIC 9(3) VALUE ZERO.
           01 WS-TABLA-ACUERDOS.
               05 WS-ACUERDO OCCURS 200 TIMES.
                   10 WS-ACU-CLIENTE PIC 9(6).
                   10 WS-ACU-ARTICULO PIC X(6).
                   10 WS-ACU-DESDE PIC 9(8).
                   10 WS-ACU-HASTA PIC 9(8).
                   10 WS-ACU-PRECIO PIC 9(5)V99.
           01 WS-PRECIO-HALLADO PIC X VALUE "N".
               88 PRECIO-HALLADO VALUE "S".
           01 WS-MEJOR-DESDE-PRECIO PIC 9(8) VALUE ZERO.
           01 WS-PRECIO-LINEA PIC 9(5)V99 VALUE ZERO.
      *> Avance de la proxima facturacion: mismo dia del mes que la
      *> fecha de inicio, recortado al ultimo dia en meses cortos.
           01 WS-FECHA-CAL.
               05 WS-CAL-ANO PIC 9(4).
               05 WS-CAL-MES PIC 9(2).
               05 WS-CAL-DIA PIC 9(2).
           01 WS-FECHA-CAL-NUM REDEFINES WS-FECHA-CAL PIC 9(8).
           01 WS-MESES-AVANCE PIC 99 VALUE ZERO.
           01 WS-MES-TOTAL PIC 9(3) VALUE ZERO.
           01 WS-ANOS-AVANCE PIC 9(2) VALUE ZERO.
           01 WS-DIA-ANCLA PIC 9(2) VALUE ZERO.
           01 WS-FECHA-AUX PIC 9(8) VALUE ZERO.
           01 WS-ULTIMO-DIA PIC 9(2) VALUE ZERO.
      *> Totales de control de la cola del lote generado.
           01 WS-CONTROL-LOTE.
               05 WS-CUENTA-DETALLES PIC 9(6) VALUE ZERO.
               05 WS-SUMA-QTY PIC 9(8) VALUE ZERO.
               05 WS-SUMA-PRICE PIC 9(9)V99 VALUE ZERO.
           01 WS-TOTALES.
               05 WS-TOT-LEIDOS PIC 9(6) VALUE ZERO.
               05 WS-TOT-FACTURADOS PIC 9(6) VALUE ZERO.
               05 WS-TOT-FACTURAS PIC 9(6) VALUE ZERO.
               05 WS-TOT-OMITIDOS PIC 9(6) VALUE ZERO.
               05 WS-TOT-POR-VENCER PIC 9(6) VALUE ZERO.
               05 WS-TOT-TERMINADOS PIC 9(6) VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INICIALIZAR.
           PERFORM CARGAR-PARAMETROS-PASO.
           PERFORM CARGAR-CONFIGURACION.
           COMPUTE WS-FECHA-AVISO = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-FECHA-PROCESO)
               + WS-DIAS-AVISO).
           OPEN I-O CONTRACT-MASTER.
           IF NOT CONTRATOS-OK THEN
               DISPLAY "CONTRATO-FACT: no se pudo abrir "
                   "data/contratos-fact.dat, estado "
                   WS-ESTADO-CONTRATOS ", no hay contratos."
               MOVE 4 TO RETURN-CODE
               PERFORM REGISTRAR-HISTORIAL
               GOBACK
           END-IF.
           PERFORM CARGAR-PRECIOS.
           PERFORM CARGAR-ACUERDOS.
           OPEN INPUT CUSTOMER-MASTER.
           IF CLIENTES-OK THEN
               SET MAESTRO-CLIENTES-ABIERTO TO TRUE
           ELSE
               DISPLAY "CONTRATO-FACT: sin maestro de clientes, "
                   "se factura sin verificar el cliente."
           END-IF.
           OPEN OUTPUT CONTRACT-REPORT.
           MOVE SPACES TO CONTRACT-REPORT-RECORD.
           STRING "FACTURACION DE CONTRATOS  fecha "
               WS-FECHA-PROCESO "  aviso de vencimiento hasta "
               WS-FECHA-AVISO
               DELIMITED BY SIZE INTO CONTRACT-REPORT-RECORD.
           WRITE CONTRACT-REPORT-RECORD.
           MOVE ZERO TO WS-ORDINAL-EMPRESA.
           PERFORM SIGUIENTE-EMPRESA.
           PERFORM UNTIL WS-ES-RESULTADO NOT = "S"
               PERFORM FACTURAR-EMPRESA
               PERFORM SIGUIENTE-EMPRESA
           END-PERFORM.
           PERFORM INFORMAR-TOTALES.
           CLOSE CONTRACT-REPORT.
           IF MAESTRO-CLIENTES-ABIERTO THEN
               CLOSE CUSTOMER-MASTER
           END-IF.
           CLOSE CONTRACT-MASTER.
           IF WS-TOT-OMITIDOS > ZERO AND RETURN-CODE = 0 THEN
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM REGISTRAR-HISTORIAL.
           GOBACK.

      *> El SCHEDULER llama al programa sin cancelarlo: se limpia lo
      *> que haya quedado de una corrida anterior.
       INICIALIZAR.
           MOVE 0 TO RETURN-CODE.
           IF OPERADOR-ACTUAL = SPACES
                   OR OPERADOR-ACTUAL = LOW-VALUES THEN
               MOVE "BATCH" TO WS-OPERADOR
           ELSE
               MOVE OPERADOR-ACTUAL TO WS-OPERADOR
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-PROCESO.
           MOVE 30 TO WS-DIAS-AVISO.
           MOVE 950001 TO WS-PROXIMA-FACTURA.
           MOVE 950001 TO WS-FACTURA-CONFIG.
           MOVE ZERO TO WS-ORDINAL-EMPRESA.
           MOVE "01" TO WS-EMPRESA-PASADA.
           MOVE ZERO TO WS-FACTURA-ACTUAL.
           MOVE ZERO TO WS-CLIENTE-FACTURADO.
           MOVE ZERO TO WS-NUM-PRECIOS.
           MOVE ZERO TO WS-NUM-ACUERDOS.
           MOVE "N" TO WS-LOTE-ABIERTO.
           MOVE "N" TO WS-MAESTRO-CLIENTES-ABIERTO.
           INITIALIZE WS-CONTROL-LOTE.
           INITIALIZE WS-TOTALES.

       CARGAR-PARAMETROS-PASO.
           IF PARAMETRO-PASO = SPACES
                   OR PARAMETRO-PASO = LOW-VALUES THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE PARAMETRO-PASO TO WS-NOMBRE-PARAMETROS.
           OPEN INPUT STEP-PARAM-FILE.
           IF NOT PARAMETROS-OK THEN
               DISPLAY "CARGAR-PARAMETROS-PASO: no se pudo abrir "
                   WS-NOMBRE-PARAMETROS ", se factura con la fecha "
                   "del dia."
               EXIT PARAGRAPH
           END-IF.
           READ STEP-PARAM-FILE
               NOT AT END
                   IF PR-FECHA NUMERIC AND PR-FECHA > ZERO THEN
                       MOVE PR-FECHA TO WS-FECHA-PROCESO
                   END-IF
           END-READ.
           CLOSE STEP-PARAM-FILE.

       CARGAR-CONFIGURACION.
           OPEN INPUT CONTRACT-CONFIG.
           IF NOT CONFIG-OK THEN
               EXIT PARAGRAPH
           END-IF.
           READ CONTRACT-CONFIG
               NOT AT END
                   IF CG-DIAS-AVISO NUMERIC THEN
                       MOVE CG-DIAS-AVISO TO WS-DIAS-AVISO
                   END-IF
                   IF CG-FACTURA-INICIAL NUMERIC
                           AND CG-FACTURA-INICIAL > ZERO THEN
                       MOVE CG-FACTURA-INICIAL TO WS-FACTURA-CONFIG
                   END-IF
           END-READ.
           CLOSE CONTRACT-CONFIG.

      *> Una pasada por empresa: el maestro de contratos se vuelve
      *> a recorrer desde el principio y cada contrato se factura
      *> en la empresa de su cliente (sin cliente en el maestro, la
      *> principal 01). Nunca sale un contrato en el lote de otra
      *> empresa.
       FACTURAR-EMPRESA.
           IF WS-ORDINAL-EMPRESA > 1 THEN
               CLOSE CONTRACT-MASTER
               OPEN I-O CONTRACT-MASTER
               IF NOT CONTRATOS-OK THEN
                   DISPLAY "CONTRATO-FACT: no se pudo reabrir "
                       "data/contratos-fact.dat para la empresa "
                       WS-EMPRESA-PASADA ", estado "
                       WS-ESTADO-CONTRATOS
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE ZERO TO WS-FACTURA-ACTUAL.
           MOVE ZERO TO WS-CLIENTE-FACTURADO.
           MOVE "N" TO WS-SERIE-AGOTADA.
           IF WS-EMPRESA-PASADA NOT = "01"
                   AND WS-CONTRATO-INICIAL > ZERO THEN
               MOVE WS-CONTRATO-INICIAL TO WS-PROXIMA-FACTURA
           ELSE
               MOVE WS-FACTURA-CONFIG TO WS-PROXIMA-FACTURA
           END-IF.
           PERFORM CARGAR-CONTADOR.
           MOVE SPACES TO CONTRACT-REPORT-RECORD.
           STRING "Empresa " WS-EMPRESA-PASADA
               "  proxima factura " WS-PROXIMA-FACTURA
               DELIMITED BY SIZE INTO CONTRACT-REPORT-RECORD.
           WRITE CONTRACT-REPORT-RECORD.
           MOVE "N" TO WS-FIN-ARCHIVO.
           PERFORM UNTIL FIN-ARCHIVO
               READ CONTRACT-MASTER NEXT RECORD
                   AT END SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       PERFORM LEER-EMPRESA-CONTRATO
                       IF WS-EMPRESA-CONTRATO = WS-EMPRESA-PASADA
                               THEN
                           ADD 1 TO WS-TOT-LEIDOS
                           PERFORM PROCESAR-CONTRATO
                       END-IF
               END-READ
           END-PERFORM.
           IF LOTE-ABIERTO THEN
               PERFORM CERRAR-LOTE
           END-IF.
           PERFORM GUARDAR-CONTADOR.

       SIGUIENTE-EMPRESA.
           MOVE "SIGUIENT" TO WS-ES-FUNCION.
           MOVE WS-ORDINAL-EMPRESA TO WS-ES-NUMERO.
           MOVE RETURN-CODE TO WS-RC-GUARDA.
           CALL "EMPRESRV" USING WS-ES-FUNCION WS-ES-EMPRESA
               WS-ES-NUMERO WS-ES-ARCHIVO WS-ES-DATOS WS-ES-RESULTADO.
           MOVE WS-RC-GUARDA TO RETURN-CODE.
           IF WS-ES-RESULTADO NOT = "S" THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ES-NUMERO TO WS-ORDINAL-EMPRESA.
           MOVE WS-ES-EMPRESA TO WS-EMPRESA-PASADA.
           MOVE WS-ES-CONTRATO-INICIAL TO WS-CONTRATO-INICIAL.
           MOVE "ARCHIVO" TO WS-ES-FUNCION.
           MOVE "data/contratos-factura-contador.dat" TO
               WS-ES-ARCHIVO.
           MOVE RETURN-CODE TO WS-RC-GUARDA.
           CALL "EMPRESRV" USING WS-ES-FUNCION WS-ES-EMPRESA
               WS-ES-NUMERO WS-ES-ARCHIVO WS-ES-DATOS WS-ES-RESULTADO.
           MOVE WS-RC-GUARDA TO RETURN-CODE.
           MOVE WS-ES-ARCHIVO TO WS-NOMBRE-CONTADOR.
           MOVE "S" TO WS-ES-RESULTADO.

       LEER-EMPRESA-CONTRATO.
           MOVE "01" TO WS-EMPRESA-CONTRATO.
           IF NOT MAESTRO-CLIENTES-ABIERTO THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE CF-CLIENTE TO CM-NUMERO.
           READ CUSTOMER-MASTER
               NOT INVALID KEY
                   IF CM-EMPRESA NOT = SPACES
                           AND CM-EMPRESA NOT = LOW-VALUES THEN
                       MOVE CM-EMPRESA TO WS-EMPRESA-CONTRATO
                   END-IF
           END-READ.

      *> Numeracion propia de las facturas de contratos: el
      *> contador guarda la proxima a emitir entre corridas.
       CARGAR-CONTADOR.
           OPEN INPUT INVOICE-COUNTER.
           IF CONTADOR-OK THEN
               READ INVOICE-COUNTER
                   NOT AT END
                       IF IC-PROXIMA-FACTURA NUMERIC
                               AND IC-PROXIMA-FACTURA >
                                   WS-PROXIMA-FACTURA THEN
                           MOVE IC-PROXIMA-FACTURA TO
                               WS-PROXIMA-FACTURA
                       END-IF
               END-READ
               CLOSE INVOICE-COUNTER
           END-IF.

       GUARDAR-CONTADOR.
           OPEN OUTPUT INVOICE-COUNTER.
           MOVE WS-PROXIMA-FACTURA TO IC-PROXIMA-FACTURA.
           WRITE INVOICE-COUNTER-RECORD.
           CLOSE INVOICE-COUNTER.

       CARGAR-PRECIOS.
           OPEN INPUT PRICE-IDX-FILE.
           IF PRECIOS-IDX-OK THEN
               MOVE "N" TO WS-FIN-ARCHIVO
               PERFORM UNTIL FIN-ARCHIVO
                   READ PRICE-IDX-FILE NEXT RECORD
                       AT END SET FIN-ARCHIVO TO TRUE
                       NOT AT END
                           IF WS-NUM-PRECIOS < 100 THEN
                               ADD 1 TO WS-NUM-PRECIOS
                               MOVE PX-ARTICULO TO
                                   WS-PRE-ARTICULO(WS-NUM-PRECIOS)
                               MOVE PX-FECHA-DESDE TO
                                   WS-PRE-DESDE(WS-NUM-PRECIOS)
                               MOVE PX-PRECIO TO
                                   WS-PRE-PRECIO(WS-NUM-PRECIOS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRICE-IDX-FILE
               MOVE "N" TO WS-FIN-ARCHIVO
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT PRICE-MASTER-FILE.
           IF NOT PRECIOS-OK THEN
               DISPLAY "CONTRATO-FACT: sin maestro de precios, los "
                   "contratos no se pueden facturar."
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIN-ARCHIVO.
           PERFORM UNTIL FIN-ARCHIVO
               READ PRICE-MASTER-FILE
                   AT END SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF WS-NUM-PRECIOS < 100 THEN
                           ADD 1 TO WS-NUM-PRECIOS
                           MOVE PM-ARTICULO TO
                               WS-PRE-ARTICULO(WS-NUM-PRECIOS)
                           MOVE ZERO TO WS-PRE-DESDE(WS-NUM-PRECIOS)
                           MOVE PM-PRECIO TO
                               WS-PRE-PRECIO(WS-NUM-PRECIOS)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PRICE-MASTER-FILE.
           MOVE "N" TO WS-FIN-ARCHIVO.

       CARGAR-ACUERDOS.
           OPEN INPUT AGREEMENT-FILE.
           IF NOT ACUERDOS-OK THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIN-ARCHIVO.
           PERFORM UNTIL FIN-ARCHIVO
               READ AGREEMENT-FILE NEXT RECORD
                   AT END SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF WS-NUM-ACUERDOS < 200 THEN
                           ADD 1 TO WS-NUM-ACUERDOS
                           MOVE PA-CLIENTE TO
                               WS-ACU-CLIENTE(WS-NUM-ACUERDOS)
                           MOVE PA-ARTICULO TO
                               WS-ACU-ARTICULO(WS-NUM-ACUERDOS)
                           MOVE PA-FECHA-DESDE TO
                               WS-ACU-DESDE(WS-NUM-ACUERDOS)
                           MOVE PA-FECHA-HASTA TO
                               WS-ACU-HASTA(WS-NUM-ACUERDOS)
                           MOVE PA-PRECIO TO
                               WS-ACU-PRECIO(WS-NUM-ACUERDOS)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AGREEMENT-FILE.
           MOVE "N" TO WS-FIN-ARCHIVO.

      *> Primero el acuerdo del cliente vigente en la fecha de
      *> facturacion, despues el maestro de precios.
       BUSCAR-PRECIO.
           MOVE "N" TO WS-PRECIO-HALLADO.
           MOVE ZERO TO WS-MEJOR-DESDE-PRECIO.
           MOVE ZERO TO WS-PRECIO-LINEA.
           PERFORM VARYING WS-IDX-ACUERDO FROM 1 BY 1
                   UNTIL WS-IDX-ACUERDO > WS-NUM-ACUERDOS
               IF WS-ACU-CLIENTE(WS-IDX-ACUERDO) = CF-CLIENTE
                       AND WS-ACU-ARTICULO(WS-IDX-ACUERDO) =
                           CF-ARTICULO
                       AND WS-ACU-DESDE(WS-IDX-ACUERDO) <=
                           WS-FECHA-PROCESO
                       AND (WS-ACU-HASTA(WS-IDX-ACUERDO) = ZERO
                           OR WS-ACU-HASTA(WS-IDX-ACUERDO) >=
                               WS-FECHA-PROCESO)
                       AND (NOT PRECIO-HALLADO
                           OR WS-ACU-DESDE(WS-IDX-ACUERDO) >=
                               WS-MEJOR-DESDE-PRECIO) THEN
                   SET PRECIO-HALLADO TO TRUE
                   MOVE WS-ACU-DESDE(WS-IDX-ACUERDO) TO
                       WS-MEJOR-DESDE-PRECIO
                   MOVE WS-ACU-PRECIO(WS-IDX-ACUERDO) TO
                       WS-PRECIO-LINEA
               END-IF
           END-PERFORM.
           IF PRECIO-HALLADO THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-MEJOR-DESDE-PRECIO.
           PERFORM VARYING WS-IDX-PRECIO FROM 1 BY 1
                   UNTIL WS-IDX-PRECIO > WS-NUM-PRECIOS
               IF WS-PRE-ARTICULO(WS-IDX-PRECIO) = CF-ARTICULO
                       AND WS-PRE-DESDE(WS-IDX-PRECIO) <=
                           WS-FECHA-PROCESO
                       AND (NOT PRECIO-HALLADO
                           OR WS-PRE-DESDE(WS-IDX-PRECIO) >=
                               WS-MEJOR-DESDE-PRECIO) THEN
                   SET PRECIO-HALLADO TO TRUE
                   MOVE WS-PRE-DESDE(WS-IDX-PRECIO) TO
                       WS-MEJOR-DESDE-PRECIO
                   MOVE WS-PRE-PRECIO(WS-IDX-PRECIO) TO
                       WS-PRECIO-LINEA
               END-IF
           END-PERFORM.

      *> Un contrato vencido se cierra; uno vigente con la proxima
      *> facturacion cumplida sale en el lote y avanza un periodo.
      *> Si el cliente esta inactivo el contrato no avanza: se
      *> informa y se factura cuando el cliente se reactive.
       PROCESAR-CONTRATO.
           IF NOT CONTRATO-ACTIVO THEN
               EXIT PARAGRAPH
           END-IF.
           IF CF-FECHA-FIN NOT = ZERO
                   AND CF-PROXIMA-FACTURA > CF-FECHA-FIN THEN
               MOVE "T" TO CF-ESTADO
               REWRITE CONTRACT-RECORD
                   INVALID KEY
                       DISPLAY "CONTRATO-FACT: no se pudo cerrar "
                           CF-CLIENTE " " CF-ARTICULO
               END-REWRITE
               ADD 1 TO WS-TOT-TERMINADOS
               MOVE "Contrato vencido, se cierra" TO WS-MOTIVO
               PERFORM INFORMAR-CONTRATO
               EXIT PARAGRAPH
           END-IF.
           IF CF-FECHA-FIN NOT = ZERO
                   AND CF-FECHA-FIN >= WS-FECHA-PROCESO
                   AND CF-FECHA-FIN <= WS-FECHA-AVISO THEN
               ADD 1 TO WS-TOT-POR-VENCER
               MOVE "Vence pronto" TO WS-MOTIVO
               PERFORM INFORMAR-CONTRATO
           END-IF.
           IF CF-PROXIMA-FACTURA > WS-FECHA-PROCESO THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM VERIFICAR-CLIENTE.
           IF WS-MOTIVO = SPACES THEN
               PERFORM BUSCAR-PRECIO
               IF NOT PRECIO-HALLADO THEN
                   MOVE "Articulo sin precio vigente" TO WS-MOTIVO
               END-IF
           END-IF.
           IF WS-MOTIVO NOT = SPACES THEN
               ADD 1 TO WS-TOT-OMITIDOS
               PERFORM INFORMAR-CONTRATO
               EXIT PARAGRAPH
           END-IF.
           PERFORM TOMAR-FACTURA-CONTRATO.
           IF SERIE-AGOTADA THEN
               ADD 1 TO WS-TOT-OMITIDOS
               MOVE "Serie de contratos agotada" TO WS-MOTIVO
               PERFORM INFORMAR-CONTRATO
               EXIT PARAGRAPH
           END-IF.
           PERFORM ESCRIBIR-DETALLE.
           MOVE WS-FECHA-PROCESO TO CF-ULTIMA-FACTURA.
           PERFORM AVANZAR-PROXIMA-FACTURA.
           REWRITE CONTRACT-RECORD
               INVALID KEY
                   DISPLAY "CONTRATO-FACT: no se pudo avanzar "
                       CF-CLIENTE " " CF-ARTICULO
                   MOVE 8 TO RETURN-CODE
           END-REWRITE.
           ADD 1 TO WS-TOT-FACTURADOS.
           MOVE "Facturado" TO WS-MOTIVO.
           PERFORM INFORMAR-CONTRATO.

       VERIFICAR-CLIENTE.
           MOVE SPACES TO WS-MOTIVO.
           IF NOT MAESTRO-CLIENTES-ABIERTO THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE CF-CLIENTE TO CM-NUMERO.
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE "Cliente no existe en maestro" TO WS-MOTIVO
               NOT INVALID KEY
                   IF CLIENTE-INACTIVO THEN
                       MOVE "Omitido: cliente inactivo" TO
                           WS-MOTIVO
                   END-IF
           END-READ.

      *> Los contratos se leen por cliente: todos los articulos de
      *> un cliente que vencen el mismo dia van en una sola factura.
      *> Una factura nueva toma el proximo numero, que tiene que caer
      *> en el tramo de contratos de la serie de la empresa; si no,
      *> el tramo esta agotado y nada mas se factura en la pasada
      *> (los contratos no avanzan y salen en la proxima corrida).
       TOMAR-FACTURA-CONTRATO.
           IF SERIE-AGOTADA THEN
               EXIT PARAGRAPH
           END-IF.
           IF CF-CLIENTE = WS-CLIENTE-FACTURADO
                   AND WS-FACTURA-ACTUAL NOT = ZERO THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE "CONTRATO" TO WS-ES-FUNCION.
           MOVE WS-EMPRESA-PASADA TO WS-ES-EMPRESA.
           MOVE WS-PROXIMA-FACTURA TO WS-ES-NUMERO.
           MOVE RETURN-CODE TO WS-RC-GUARDA.
           CALL "EMPRESRV" USING WS-ES-FUNCION WS-ES-EMPRESA
               WS-ES-NUMERO WS-ES-ARCHIVO WS-ES-DATOS WS-ES-RESULTADO.
           MOVE WS-RC-GUARDA TO RETURN-CODE.
           IF WS-ES-RESULTADO NOT = "S" THEN
               SET SERIE-AGOTADA TO TRUE
               DISPLAY "CONTRATO-FACT: factura " WS-PROXIMA-FACTURA
                   " fuera del tramo de contratos de la empresa "
                   WS-EMPRESA-PASADA "."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PROXIMA-FACTURA TO WS-FACTURA-ACTUAL.
           ADD 1 TO WS-PROXIMA-FACTURA.
           MOVE CF-CLIENTE TO WS-CLIENTE-FACTURADO.
           ADD 1 TO WS-TOT-FACTURAS.

       ESCRIBIR-DETALLE.
           IF NOT LOTE-ABIERTO THEN
               PERFORM ABRIR-LOTE
           END-IF.
           MOVE SPACES TO TRANS-RECORD.
           MOVE "D" TO TR-TIPO.
           MOVE CF-CANTIDAD TO TR-QTY.
           MOVE WS-PRECIO-LINEA TO TR-PRICE.
           MOVE WS-FACTURA-ACTUAL TO TR-FACTURA.
           MOVE CF-CLIENTE TO TR-CLIENTE.
           MOVE CF-ARTICULO TO TR-ARTICULO.
           WRITE TRANS-RECORD.
           ADD 1 TO WS-CUENTA-DETALLES.
           ADD CF-CANTIDAD TO WS-SUMA-QTY.
           ADD WS-PRECIO-LINEA TO WS-SUMA-PRICE.

       ABRIR-LOTE.
           OPEN EXTEND TRANS-FILE.
           IF NOT TRANS-OK THEN
               OPEN OUTPUT TRANS-FILE
               CLOSE TRANS-FILE
               OPEN EXTEND TRANS-FILE
           END-IF.
           INITIALIZE WS-CONTROL-LOTE.
           MOVE SPACES TO TRANS-RECORD.
           MOVE "H" TO TR-TIPO.
           MOVE WS-FECHA-PROCESO TO TC-FECHA.
           MOVE "CONTRATOS" TO TC-ORIGEN.
           MOVE WS-EMPRESA-PASADA TO TC-EMPRESA.
           WRITE TRANS-RECORD.
           SET LOTE-ABIERTO TO TRUE.

       CERRAR-LOTE.
           MOVE SPACES TO TRANS-RECORD.
           MOVE "T" TO TR-TIPO.
           MOVE WS-CUENTA-DETALLES TO TL-CUENTA.
           MOVE WS-SUMA-QTY TO TL-SUMA-QTY.
           MOVE WS-SUMA-PRICE TO TL-SUMA-PRICE.
           WRITE TRANS-RECORD.
           CLOSE TRANS-FILE.
           MOVE "N" TO WS-LOTE-ABIERTO.

       AVANZAR-PROXIMA-FACTURA.
           EVALUATE TRUE
               WHEN FRECUENCIA-TRIMESTRAL
                   MOVE 3 TO WS-MESES-AVANCE
               WHEN FRECUENCIA-SEMESTRAL
                   MOVE 6 TO WS-MESES-AVANCE
               WHEN FRECUENCIA-ANUAL
                   MOVE 12 TO WS-MESES-AVANCE
               WHEN OTHER
                   MOVE 1 TO WS-MESES-AVANCE
           END-EVALUATE.
           MOVE CF-PROXIMA-FACTURA TO WS-FECHA-CAL-NUM.
           MOVE CF-FECHA-INICIO(7:2) TO WS-DIA-ANCLA.
           COMPUTE WS-MES-TOTAL = WS-CAL-MES - 1 + WS-MESES-AVANCE.
           DIVIDE WS-MES-TOTAL BY 12 GIVING WS-ANOS-AVANCE
               REMAINDER WS-CAL-MES.
           ADD 1 TO WS-CAL-MES.
           ADD WS-ANOS-AVANCE TO WS-CAL-ANO.
           MOVE 1 TO WS-CAL-DIA.
           IF WS-CAL-MES = 12 THEN
               COMPUTE WS-FECHA-AUX = (WS-CAL-ANO + 1) * 10000 + 101
           ELSE
               COMPUTE WS-FECHA-AUX = WS-FECHA-CAL-NUM + 100
           END-IF.
           COMPUTE WS-FECHA-AUX = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-FECHA-AUX) - 1).
           MOVE WS-FECHA-AUX(7:2) TO WS-ULTIMO-DIA.
           IF WS-DIA-ANCLA > WS-ULTIMO-DIA THEN
               MOVE WS-ULTIMO-DIA TO WS-CAL-DIA
           ELSE
               MOVE WS-DIA-ANCLA TO WS-CAL-DIA
           END-IF.
           MOVE WS-FECHA-CAL-NUM TO CF-PROXIMA-FACTURA.

       INFORMAR-CONTRATO.
           MOVE SPACES TO CONTRACT-REPORT-RECORD.
           STRING CF-CLIENTE " " CF-ARTICULO " cant " CF-CANTIDAD
               " frec " CF-FRECUENCIA " fin " CF-FECHA-FIN
               " proxima " CF-PROXIMA-FACTURA " " WS-MOTIVO
               DELIMITED BY SIZE INTO CONTRACT-REPORT-RECORD.
           WRITE CONTRACT-REPORT-RECORD.

       INFORMAR-TOTALES.
           MOVE SPACES TO CONTRACT-REPORT-RECORD.
           STRING "Contratos leidos " WS-TOT-LEIDOS
               "  facturados " WS-TOT-FACTURADOS
               "  facturas " WS-TOT-FACTURAS
               "  omitidos " WS-TOT-OMITIDOS
               DELIMITED BY SIZE INTO CONTRACT-REPORT-RECORD.
           WRITE CONTRACT-REPORT-RECORD.
           MOVE SPACES TO CONTRACT-REPORT-RECORD.
           STRING "Por vencer " WS-TOT-POR-VENCER
               "  terminados " WS-TOT-TERMINADOS
               DELIMITED BY SIZE INTO CONTRACT-REPORT-RECORD.
           WRITE CONTRACT-REPORT-RECORD.
           DISPLAY "Contratos leidos      : " WS-TOT-LEIDOS.
           DISPLAY "Lineas facturadas     : " WS-TOT-FACTURADOS.
           DISPLAY "Facturas generadas    : " WS-TOT-FACTURAS.
           DISPLAY "Contratos omitidos    : " WS-TOT-OMITIDOS.
           DISPLAY "Contratos por vencer  : " WS-TOT-POR-VENCER.
           DISPLAY "Contratos terminados  : " WS-TOT-TERMINADOS.

       REGISTRAR-HISTORIAL.
           OPEN EXTEND RUN-HISTORY-LOG.
           IF NOT HIST-OK THEN
               OPEN OUTPUT RUN-HISTORY-LOG
               CLOSE RUN-HISTORY-LOG
               OPEN EXTEND RUN-HISTORY-LOG
           END-IF.
           MOVE "CONTRATO-FACT" TO RH-PROGRAMA.
           MOVE FUNCTION CURRENT-DATE(1:15) TO RH-FECHA-HORA.
           IF RETURN-CODE = 0 THEN
               MOVE "OK" TO RH-RESULTADO
           ELSE
               MOVE "CON AVISOS" TO RH-RESULTADO
           END-IF.
           MOVE WS-OPERADOR TO RH-OPERADOR.
           WRITE RUN-HISTORY-RECORD.
           CLOSE RUN-HISTORY-LOG.
       END PROGRAM CONTRATO-FACT.
