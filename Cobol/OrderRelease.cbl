      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PEDIDO-LIBERA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDER-MASTER ASSIGN TO "data/pedidos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PD-CLAVE
               ALTERNATE RECORD KEY IS PD-CLIENTE WITH DUPLICATES
               FILE STATUS IS WS-ESTADO-PEDIDOS.
           SELECT CUSTOMER-MASTER ASSIGN TO "data/first-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-NUMERO
               ALTERNATE RECORD KEY IS CM-NOMBRE WITH DUPLICATES
               FILE STATUS IS WS-ESTADO-CLIENTES.
           SELECT STOCK-MASTER ASSIGN TO "data/inventario.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ST-ARTICULO
               FILE STATUS IS WS-ESTADO-STOCK.
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
           SELECT BACKORDER-REPORT ASSIGN TO
                   "data/pedidos-pendientes.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ORDER-CONFIG ASSIGN TO "data/pedidos.cfg"
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
       FD  ORDER-MASTER.
       01  ORDER-RECORD.
           COPY PEDIDO.

       FD  CUSTOMER-MASTER.
       01  CUSTOMER-RECORD.
           COPY CLIENTE.

      *> Existencia por articulo: se libera hasta lo disponible,
      *> descontando lo ya liberado en la corrida. El descuento
      *> real lo hace ONSIZEERROR al facturar.
       FD  STOCK-MASTER.
       01  STOCK-RECORD.
           COPY STOCK.

      *> Precios como en CONTRATO-FACT: la linea sale con el precio
      *> que ONSIZEERROR va a aplicar, asi no aparece como varianza.
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

       FD  AGREEMENT-FILE.
       01  AGREEMENT-RECORD.
           COPY PRECLIENTE.

      *> El lote de pedidos se agrega al final de la transmision,
      *> igual que el de contratos.
       FD  TRANS-FILE.
       01  TRANS-RECORD.
           COPY ONSTRANS.

       FD  BACKORDER-REPORT.
       01  BACKORDER-REPORT-RECORD PIC X(100).

      *> Primer numero de factura de la serie de pedidos.
       FD  ORDER-CONFIG.
       01  ORDER-CONFIG-RECORD.
           05 OG-FACTURA-INICIAL PIC 9(6).

       FD  INVOICE-COUNTER.
       01  INVOICE-COUNTER-RECORD.
           05 IC-PROXIMA-FACTURA PIC 9(6).

      *> Fecha de liberacion opcional (AAAAMMDD; en blanco, hoy) y
      *> funcion: LIBERAR (o en blanco) libera y emite el informe de
      *> pendientes, INFORME solo emite el informe.
       FD  STEP-PARAM-FILE.
       01  STEP-PARAM-RECORD.
           05 PR-FECHA PIC 9(8).
           05 PR-FUNCION PIC X(8).

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
           01 WS-ESTADO-PEDIDOS PIC XX VALUE "00".
               88 PEDIDOS-OK VALUE "00".
           01 WS-ESTADO-CLIENTES PIC XX VALUE "00".
               88 CLIENTES-OK VALUE "00".
           01 WS-ESTADO-STOCK PIC XX VALUE "00".
               88 STOCK-OK VALUE "00".
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
           01 WS-MAESTRO-STOCK-ABIERTO PIC X VALUE "N".
               88 MAESTRO-STOCK-ABIERTO VALUE "S".
           01 WS-LOTE-ABIERTO PIC X VALUE "N".
               88 LOTE-ABIERTO VALUE "S".
           01 WS-FUNCION PIC X(8) VALUE "LIBERAR".
               88 FUNCION-INFORME VALUE "INFORME".
           01 WS-OPERADOR PIC X(8) VALUE SPACES.
           01 WS-FECHA-PROCESO PIC 9(8) VALUE ZERO.
           01 WS-PROXIMA-FACTURA PIC 9(6) VALUE 800001.
      *> Cada empresa libera los pedidos de sus clientes en una
      *> pasada propia, con su lote H...T y su contador: la 01 sigue
      *> en data/pedidos-factura-contador.dat desde el numero del
      *> .cfg, las demas en su contador desde EM-PEDIDO-INICIAL.
      *> Cada numero se verifica contra la serie de la empresa antes
      *> de entregar: una linea sin numero valido sigue pendiente.
           01 WS-FACTURA-CONFIG PIC 9(6) VALUE 800001.
           01 WS-NOMBRE-CONTADOR PIC X(40) VALUE SPACES.
           01 WS-ORDINAL-EMPRESA PIC 9(6) VALUE ZERO.
           01 WS-EMPRESA-PASADA PIC X(2) VALUE "01".
           01 WS-PEDIDO-INICIAL PIC 9(6) VALUE ZERO.
           01 WS-EMPRESA-CLIENTE PIC X(2) VALUE "01".
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
           01 WS-PEDIDO-FACTURADO PIC 9(6) VALUE ZERO.
           01 WS-MOTIVO PIC X(30) VALUE SPACES.
           01 WS-PENDIENTE PIC 9(5) VALUE ZERO.
           01 WS-DISPONIBLE PIC S9(7) VALUE ZERO.
           01 WS-CANT-LIBERAR PIC 9(5) VALUE ZERO.
      *> Lo liberado en la corrida por articulo, para no prometer
      *> dos veces la misma existencia.
           01 WS-NUM-ASIGNADOS PIC 9(3) VALUE ZERO.
           01 WS-IDX-ASIGNADO PIC 9(3) VALUE ZERO.
           01 WS-ASIGNADO-HALLADO PIC 9(3) VALUE ZERO.
           01 WS-TABLA-ASIGNADOS.
               05 WS-ASIGNADO OCCURS 200 TIMES.
                   10 WS-ASG-ARTICULO PIC X(6).
                   10 WS-ASG-CANTIDAD PIC 9(7).
      *> Precios vigentes, cargados como en CONTRATO-FACT.
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
      *> Totales de control de la cola del lote generado.
           01 WS-CONTROL-LOTE.
               05 WS-CUENTA-DETALLES PIC 9(6) VALUE ZERO.
               05 WS-SUMA-QTY PIC 9(8) VALUE ZERO.
               05 WS-SUMA-PRICE PIC 9(9)V99 VALUE ZERO.
      *> Corte por cliente del informe de pendientes.
           01 WS-CLIENTE-INFORME PIC 9(6) VALUE ZERO.
           01 WS-CLI-LINEAS PIC 9(5) VALUE ZERO.
           01 WS-CLI-CANTIDAD PIC 9(7) VALUE ZERO.
           01 WS-CLI-VALOR PIC 9(9)V99 VALUE ZERO.
           01 WS-VALOR-LINEA PIC 9(9)V99 VALUE ZERO.
           01 WS-VALOR-EDIT PIC Z(8)9.99.
           01 WS-ATRASO PIC X(9) VALUE SPACES.
           01 WS-TOTALES.
               05 WS-TOT-LEIDAS PIC 9(6) VALUE ZERO.
               05 WS-TOT-LIBERADAS PIC 9(6) VALUE ZERO.
               05 WS-TOT-PARCIALES PIC 9(6) VALUE ZERO.
               05 WS-TOT-SIN-STOCK PIC 9(6) VALUE ZERO.
               05 WS-TOT-OMITIDAS PIC 9(6) VALUE ZERO.
               05 WS-TOT-FACTURAS PIC 9(6) VALUE ZERO.
               05 WS-TOT-PENDIENTES PIC 9(6) VALUE ZERO.
               05 WS-TOT-ATRASADAS PIC 9(6) VALUE ZERO.
               05 WS-TOT-CLIENTES PIC 9(6) VALUE ZERO.
               05 WS-TOT-VALOR-PEND PIC 9(9)V99 VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INICIALIZAR.
           PERFORM CARGAR-PARAMETROS-PASO.
           PERFORM CARGAR-CONFIGURACION.
           OPEN I-O ORDER-MASTER.
           IF NOT PEDIDOS-OK THEN
               DISPLAY "PEDIDO-LIBERA: no se pudo abrir "
                   "data/pedidos.dat, estado " WS-ESTADO-PEDIDOS
                   ", no hay pedidos."
               MOVE 4 TO RETURN-CODE
               PERFORM REGISTRAR-HISTORIAL
               GOBACK
           END-IF.
           OPEN OUTPUT BACKORDER-REPORT.
           IF NOT FUNCION-INFORME THEN
               PERFORM LIBERAR-PEDIDOS
           END-IF.
           PERFORM INFORMAR-PENDIENTES.
           PERFORM INFORMAR-TOTALES.
           CLOSE BACKORDER-REPORT.
           CLOSE ORDER-MASTER.
           IF WS-TOT-OMITIDAS > ZERO AND RETURN-CODE = 0 THEN
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
           MOVE "LIBERAR" TO WS-FUNCION.
           MOVE 800001 TO WS-PROXIMA-FACTURA.
           MOVE 800001 TO WS-FACTURA-CONFIG.
           MOVE ZERO TO WS-ORDINAL-EMPRESA.
           MOVE "01" TO WS-EMPRESA-PASADA.
           MOVE ZERO TO WS-FACTURA-ACTUAL.
           MOVE ZERO TO WS-PEDIDO-FACTURADO.
           MOVE ZERO TO WS-NUM-PRECIOS.
           MOVE ZERO TO WS-NUM-ACUERDOS.
           MOVE ZERO TO WS-NUM-ASIGNADOS.
           MOVE "N" TO WS-LOTE-ABIERTO.
           MOVE "N" TO WS-MAESTRO-CLIENTES-ABIERTO.
           MOVE "N" TO WS-MAESTRO-STOCK-ABIERTO.
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
                   WS-NOMBRE-PARAMETROS ", se libera con la fecha "
                   "del dia."
               EXIT PARAGRAPH
           END-IF.
           READ STEP-PARAM-FILE
               NOT AT END
                   IF PR-FECHA NUMERIC AND PR-FECHA > ZERO THEN
                       MOVE PR-FECHA TO WS-FECHA-PROCESO
                   END-IF
                   IF PR-FUNCION NOT = SPACES THEN
                       MOVE PR-FUNCION TO WS-FUNCION
                   END-IF
           END-READ.
           CLOSE STEP-PARAM-FILE.

       CARGAR-CONFIGURACION.
           OPEN INPUT ORDER-CONFIG.
           IF NOT CONFIG-OK THEN
               EXIT PARAGRAPH
           END-IF.
           READ ORDER-CONFIG
               NOT AT END
                   IF OG-FACTURA-INICIAL NUMERIC
                           AND OG-FACTURA-INICIAL > ZERO THEN
                       MOVE OG-FACTURA-INICIAL TO WS-FACTURA-CONFIG
                   END-IF
           END-READ.
           CLOSE ORDER-CONFIG.

      *> Numeracion propia de las facturas de pedidos: el contador
      *> guarda la proxima a emitir entre corridas.
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

      *> Recorre los pedidos por numero, una vez por empresa: cada
      *> pedido con algo que entregar sale como una factura del lote
      *> de la empresa de su cliente.
       LIBERAR-PEDIDOS.
           PERFORM CARGAR-PRECIOS.
           PERFORM CARGAR-ACUERDOS.
           OPEN INPUT CUSTOMER-MASTER.
           IF CLIENTES-OK THEN
               SET MAESTRO-CLIENTES-ABIERTO TO TRUE
           ELSE
               DISPLAY "PEDIDO-LIBERA: sin maestro de clientes, "
                   "se libera sin verificar el cliente."
           END-IF.
           OPEN INPUT STOCK-MASTER.
           IF STOCK-OK THEN
               SET MAESTRO-STOCK-ABIERTO TO TRUE
           ELSE
               DISPLAY "PEDIDO-LIBERA: sin maestro de existencias, "
                   "se libera todo lo pendiente."
           END-IF.
           MOVE ZERO TO WS-ORDINAL-EMPRESA.
           PERFORM SIGUIENTE-EMPRESA.
           PERFORM UNTIL WS-ES-RESULTADO NOT = "S"
               PERFORM LIBERAR-EMPRESA
               PERFORM SIGUIENTE-EMPRESA
           END-PERFORM.
           IF MAESTRO-STOCK-ABIERTO THEN
               CLOSE STOCK-MASTER
           END-IF.
           IF MAESTRO-CLIENTES-ABIERTO THEN
               CLOSE CUSTOMER-MASTER
           END-IF.

       LIBERAR-EMPRESA.
           MOVE ZERO TO WS-FACTURA-ACTUAL.
           MOVE ZERO TO WS-PEDIDO-FACTURADO.
           MOVE "N" TO WS-SERIE-AGOTADA.
           IF WS-EMPRESA-PASADA NOT = "01"
                   AND WS-PEDIDO-INICIAL > ZERO THEN
               MOVE WS-PEDIDO-INICIAL TO WS-PROXIMA-FACTURA
           ELSE
               MOVE WS-FACTURA-CONFIG TO WS-PROXIMA-FACTURA
           END-IF.
           PERFORM CARGAR-CONTADOR.
           MOVE "N" TO WS-FIN-ARCHIVO.
           MOVE ZERO TO PD-CLAVE.
           START ORDER-MASTER KEY >= PD-CLAVE
               INVALID KEY SET FIN-ARCHIVO TO TRUE
           END-START.
           PERFORM UNTIL FIN-ARCHIVO
               READ ORDER-MASTER NEXT RECORD
                   AT END SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF LINEA-PENDIENTE THEN
                           PERFORM PROCESAR-LINEA
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "N" TO WS-FIN-ARCHIVO.
           IF LOTE-ABIERTO THEN
               PERFORM CERRAR-LOTE
           END-IF.
           PERFORM GUARDAR-CONTADOR.

       SIGUIENTE-EMPRESA.
           MOVE "SIGUIENT" TO WS-ES-FUNCION.
           MOVE WS-ORDINAL-EMPRESA TO WS-ES-NUMERO.
           PERFORM LLAMAR-EMPRESRV.
           IF WS-ES-RESULTADO NOT = "S" THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ES-NUMERO TO WS-ORDINAL-EMPRESA.
           MOVE WS-ES-EMPRESA TO WS-EMPRESA-PASADA.
           MOVE WS-ES-PEDIDO-INICIAL TO WS-PEDIDO-INICIAL.
           MOVE "ARCHIVO" TO WS-ES-FUNCION.
           MOVE "data/pedidos-factura-contador.dat" TO WS-ES-ARCHIVO.
           PERFORM LLAMAR-EMPRESRV.
           MOVE WS-ES-ARCHIVO TO WS-NOMBRE-CONTADOR.
           MOVE "S" TO WS-ES-RESULTADO.

       LLAMAR-EMPRESRV.
           MOVE RETURN-CODE TO WS-RC-GUARDA.
           CALL "EMPRESRV" USING WS-ES-FUNCION WS-ES-EMPRESA
               WS-ES-NUMERO WS-ES-ARCHIVO WS-ES-DATOS WS-ES-RESULTADO.
           MOVE WS-RC-GUARDA TO RETURN-CODE.

      *> Una linea se libera cuando llega su fecha requerida, el
      *> cliente esta activo y el articulo tiene precio; se entrega
      *> lo que alcance la existencia y el resto sigue pendiente.
      *> Cada linea se trabaja solo en la pasada de la empresa de su
      *> cliente (sin maestro de clientes, la principal 01); la de
      *> un cliente de una empresa que no figura en
      *> data/empresas.cfg se omite en la primera pasada.
       PROCESAR-LINEA.
           IF PD-FECHA-REQUERIDA > WS-FECHA-PROCESO THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM VERIFICAR-CLIENTE.
           IF WS-EMPRESA-CLIENTE NOT = WS-EMPRESA-PASADA THEN
               IF WS-ORDINAL-EMPRESA = 1 THEN
                   PERFORM VERIFICAR-EMPRESA-CLIENTE
               END-IF
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-TOT-LEIDAS.
           IF WS-MOTIVO = SPACES THEN
               PERFORM BUSCAR-PRECIO
               IF NOT PRECIO-HALLADO THEN
                   MOVE "Articulo sin precio vigente" TO WS-MOTIVO
               END-IF
           END-IF.
           IF WS-MOTIVO NOT = SPACES THEN
               ADD 1 TO WS-TOT-OMITIDAS
               DISPLAY "PEDIDO-LIBERA: " PD-NUMERO "-" PD-LINEA
                   " no liberada: " WS-MOTIVO
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-PENDIENTE = PD-CANT-PEDIDA - PD-CANT-ENTREGADA.
           PERFORM CALCULAR-DISPONIBLE.
           IF WS-DISPONIBLE <= ZERO THEN
               ADD 1 TO WS-TOT-SIN-STOCK
               EXIT PARAGRAPH
           END-IF.
           IF WS-DISPONIBLE < WS-PENDIENTE THEN
               MOVE WS-DISPONIBLE TO WS-CANT-LIBERAR
               ADD 1 TO WS-TOT-PARCIALES
           ELSE
               MOVE WS-PENDIENTE TO WS-CANT-LIBERAR
           END-IF.
           PERFORM TOMAR-FACTURA-PEDIDO.
           IF SERIE-AGOTADA THEN
               ADD 1 TO WS-TOT-OMITIDAS
               DISPLAY "PEDIDO-LIBERA: " PD-NUMERO "-" PD-LINEA
                   " no liberada: serie de facturas de la empresa "
                   WS-EMPRESA-PASADA " agotada"
               EXIT PARAGRAPH
           END-IF.
           PERFORM ESCRIBIR-DETALLE.
           PERFORM ASIGNAR-EXISTENCIA.
           ADD WS-CANT-LIBERAR TO PD-CANT-ENTREGADA.
           MOVE WS-FACTURA-ACTUAL TO PD-ULTIMA-FACTURA.
           MOVE WS-FECHA-PROCESO TO PD-FECHA-ULT-ENTREGA.
           IF PD-CANT-ENTREGADA >= PD-CANT-PEDIDA THEN
               MOVE "C" TO PD-ESTADO
           ELSE
               MOVE "P" TO PD-ESTADO
           END-IF.
           REWRITE ORDER-RECORD
               INVALID KEY
                   DISPLAY "PEDIDO-LIBERA: no se pudo actualizar "
                       PD-NUMERO "-" PD-LINEA
                   MOVE 8 TO RETURN-CODE
           END-REWRITE.
           ADD 1 TO WS-TOT-LIBERADAS.

       VERIFICAR-CLIENTE.
           MOVE SPACES TO WS-MOTIVO.
           MOVE "01" TO WS-EMPRESA-CLIENTE.
           IF NOT MAESTRO-CLIENTES-ABIERTO THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE PD-CLIENTE TO CM-NUMERO.
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE "Cliente no existe en maestro" TO WS-MOTIVO
               NOT INVALID KEY
                   IF CLIENTE-INACTIVO THEN
                       MOVE "Cliente inactivo" TO WS-MOTIVO
                   END-IF
                   IF CM-EMPRESA NOT = SPACES
                           AND CM-EMPRESA NOT = LOW-VALUES THEN
                       MOVE CM-EMPRESA TO WS-EMPRESA-CLIENTE
                   END-IF
           END-READ.

       VERIFICAR-EMPRESA-CLIENTE.
           MOVE "DATOS" TO WS-ES-FUNCION.
           MOVE WS-EMPRESA-CLIENTE TO WS-ES-EMPRESA.
           PERFORM LLAMAR-EMPRESRV.
           IF WS-ES-RESULTADO NOT = "S" THEN
               ADD 1 TO WS-TOT-LEIDAS
               ADD 1 TO WS-TOT-OMITIDAS
               DISPLAY "PEDIDO-LIBERA: " PD-NUMERO "-" PD-LINEA
                   " no liberada: empresa del cliente "
                   WS-EMPRESA-CLIENTE " no existe"
           END-IF.

      *> Un pedido nuevo toma el proximo numero del contador de la
      *> empresa, que tiene que caer en el tramo de pedidos de su
      *> serie; si no, el tramo esta agotado y nada mas se libera en
      *> la pasada.
       TOMAR-FACTURA-PEDIDO.
           IF SERIE-AGOTADA THEN
               EXIT PARAGRAPH
           END-IF.
           IF PD-NUMERO = WS-PEDIDO-FACTURADO
                   AND WS-FACTURA-ACTUAL NOT = ZERO THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE "PEDIDO" TO WS-ES-FUNCION.
           MOVE WS-EMPRESA-PASADA TO WS-ES-EMPRESA.
           MOVE WS-PROXIMA-FACTURA TO WS-ES-NUMERO.
           PERFORM LLAMAR-EMPRESRV.
           IF WS-ES-RESULTADO NOT = "S" THEN
               SET SERIE-AGOTADA TO TRUE
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PROXIMA-FACTURA TO WS-FACTURA-ACTUAL.
           ADD 1 TO WS-PROXIMA-FACTURA.
           MOVE PD-NUMERO TO WS-PEDIDO-FACTURADO.
           ADD 1 TO WS-TOT-FACTURAS.

      *> Existencia del maestro menos lo ya liberado del articulo
      *> en esta corrida; sin maestro se libera todo lo pendiente.
       CALCULAR-DISPONIBLE.
           MOVE ZERO TO WS-ASIGNADO-HALLADO.
           PERFORM VARYING WS-IDX-ASIGNADO FROM 1 BY 1
                   UNTIL WS-IDX-ASIGNADO > WS-NUM-ASIGNADOS
               IF WS-ASG-ARTICULO(WS-IDX-ASIGNADO) = PD-ARTICULO THEN
                   MOVE WS-IDX-ASIGNADO TO WS-ASIGNADO-HALLADO
               END-IF
           END-PERFORM.
           IF NOT MAESTRO-STOCK-ABIERTO THEN
               MOVE WS-PENDIENTE TO WS-DISPONIBLE
               EXIT PARAGRAPH
           END-IF.
           MOVE PD-ARTICULO TO ST-ARTICULO.
           READ STOCK-MASTER
               INVALID KEY
                   MOVE ZERO TO WS-DISPONIBLE
                   EXIT PARAGRAPH
           END-READ.
           MOVE ST-EXISTENCIA TO WS-DISPONIBLE.
           IF WS-ASIGNADO-HALLADO > ZERO THEN
               SUBTRACT WS-ASG-CANTIDAD(WS-ASIGNADO-HALLADO)
                   FROM WS-DISPONIBLE
           END-IF.

       ASIGNAR-EXISTENCIA.
           IF WS-ASIGNADO-HALLADO = ZERO THEN
               IF WS-NUM-ASIGNADOS >= 200 THEN
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-NUM-ASIGNADOS
               MOVE WS-NUM-ASIGNADOS TO WS-ASIGNADO-HALLADO
               MOVE PD-ARTICULO TO
                   WS-ASG-ARTICULO(WS-ASIGNADO-HALLADO)
               MOVE ZERO TO WS-ASG-CANTIDAD(WS-ASIGNADO-HALLADO)
           END-IF.
           ADD WS-CANT-LIBERAR TO WS-ASG-CANTIDAD(WS-ASIGNADO-HALLADO).

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
               DISPLAY "PEDIDO-LIBERA: sin maestro de precios, los "
                   "pedidos no se pueden liberar."
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
      *> liberacion, despues el maestro de precios.
       BUSCAR-PRECIO.
           MOVE "N" TO WS-PRECIO-HALLADO.
           MOVE ZERO TO WS-MEJOR-DESDE-PRECIO.
           MOVE ZERO TO WS-PRECIO-LINEA.
           PERFORM VARYING WS-IDX-ACUERDO FROM 1 BY 1
                   UNTIL WS-IDX-ACUERDO > WS-NUM-ACUERDOS
               IF WS-ACU-CLIENTE(WS-IDX-ACUERDO) = PD-CLIENTE
                       AND WS-ACU-ARTICULO(WS-IDX-ACUERDO) =
                           PD-ARTICULO
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
               IF WS-PRE-ARTICULO(WS-IDX-PRECIO) = PD-ARTICULO
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

      *> Las lineas se leen por pedido: todo lo que se entrega de
      *> un mismo pedido en la corrida va en una sola factura.
       ESCRIBIR-DETALLE.
           IF NOT LOTE-ABIERTO THEN
               PERFORM ABRIR-LOTE
           END-IF.
           MOVE SPACES TO TRANS-RECORD.
           MOVE "D" TO TR-TIPO.
           MOVE WS-CANT-LIBERAR TO TR-QTY.
           MOVE WS-PRECIO-LINEA TO TR-PRICE.
           MOVE WS-FACTURA-ACTUAL TO TR-FACTURA.
           MOVE PD-CLIENTE TO TR-CLIENTE.
           MOVE PD-ARTICULO TO TR-ARTICULO.
           WRITE TRANS-RECORD.
           ADD 1 TO WS-CUENTA-DETALLES.
           ADD WS-CANT-LIBERAR TO WS-SUMA-QTY.
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
           MOVE "PEDIDOS" TO TC-ORIGEN.
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

      *> Lo que se le sigue debiendo a cada cliente: lineas abiertas
      *> o entregadas en parte, por cliente via la clave alterna,
      *> valorizadas al precio del pedido. ATRASADA = la fecha
      *> requerida ya paso.
       INFORMAR-PENDIENTES.
           MOVE SPACES TO BACKORDER-REPORT-RECORD.
           STRING "PEDIDOS PENDIENTES DE ENTREGA  fecha "
               WS-FECHA-PROCESO
               DELIMITED BY SIZE INTO BACKORDER-REPORT-RECORD.
           WRITE BACKORDER-REPORT-RECORD.
           MOVE ZERO TO WS-CLIENTE-INFORME.
           MOVE ZERO TO WS-CLI-LINEAS.
           MOVE "N" TO WS-FIN-ARCHIVO.
           MOVE ZERO TO PD-CLIENTE.
           START ORDER-MASTER KEY >= PD-CLIENTE
               INVALID KEY SET FIN-ARCHIVO TO TRUE
           END-START.
           PERFORM UNTIL FIN-ARCHIVO
               READ ORDER-MASTER NEXT RECORD
                   AT END SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF LINEA-PENDIENTE THEN
                           PERFORM INFORMAR-LINEA-PENDIENTE
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "N" TO WS-FIN-ARCHIVO.
           IF WS-CLI-LINEAS > ZERO THEN
               PERFORM INFORMAR-TOTAL-CLIENTE
           END-IF.

       INFORMAR-LINEA-PENDIENTE.
           IF PD-CLIENTE NOT = WS-CLIENTE-INFORME
                   AND WS-CLI-LINEAS > ZERO THEN
               PERFORM INFORMAR-TOTAL-CLIENTE
           END-IF.
           IF WS-CLI-LINEAS = ZERO THEN
               MOVE PD-CLIENTE TO WS-CLIENTE-INFORME
               MOVE ZERO TO WS-CLI-CANTIDAD
               MOVE ZERO TO WS-CLI-VALOR
               ADD 1 TO WS-TOT-CLIENTES
           END-IF.
           COMPUTE WS-PENDIENTE = PD-CANT-PEDIDA - PD-CANT-ENTREGADA.
           COMPUTE WS-VALOR-LINEA = WS-PENDIENTE * PD-PRECIO.
           IF PD-FECHA-REQUERIDA < WS-FECHA-PROCESO THEN
               MOVE "ATRASADA" TO WS-ATRASO
               ADD 1 TO WS-TOT-ATRASADAS
           ELSE
               MOVE SPACES TO WS-ATRASO
           END-IF.
           MOVE WS-VALOR-LINEA TO WS-VALOR-EDIT.
           MOVE SPACES TO BACKORDER-REPORT-RECORD.
           STRING PD-CLIENTE " " PD-NUMERO "-" PD-LINEA " "
               PD-ARTICULO " pedida " PD-CANT-PEDIDA
               " entregada " PD-CANT-ENTREGADA
               " pendiente " WS-PENDIENTE
               " requerida " PD-FECHA-REQUERIDA
               " " WS-VALOR-EDIT " " WS-ATRASO
               DELIMITED BY SIZE INTO BACKORDER-REPORT-RECORD.
           WRITE BACKORDER-REPORT-RECORD.
           ADD 1 TO WS-CLI-LINEAS.
           ADD WS-PENDIENTE TO WS-CLI-CANTIDAD.
           ADD WS-VALOR-LINEA TO WS-CLI-VALOR.
           ADD 1 TO WS-TOT-PENDIENTES.
           ADD WS-VALOR-LINEA TO WS-TOT-VALOR-PEND.

       INFORMAR-TOTAL-CLIENTE.
           MOVE WS-CLI-VALOR TO WS-VALOR-EDIT.
           MOVE SPACES TO BACKORDER-REPORT-RECORD.
           STRING "  Cliente " WS-CLIENTE-INFORME
               " lineas " WS-CLI-LINEAS
               " unidades pendientes " WS-CLI-CANTIDAD
               " valor " WS-VALOR-EDIT
               DELIMITED BY SIZE INTO BACKORDER-REPORT-RECORD.
           WRITE BACKORDER-REPORT-RECORD.
           MOVE ZERO TO WS-CLI-LINEAS.

       INFORMAR-TOTALES.
           MOVE WS-TOT-VALOR-PEND TO WS-VALOR-EDIT.
           MOVE SPACES TO BACKORDER-REPORT-RECORD.
           STRING "Clientes con pendientes " WS-TOT-CLIENTES
               "  lineas " WS-TOT-PENDIENTES
               "  atrasadas " WS-TOT-ATRASADAS
               "  valor " WS-VALOR-EDIT
               DELIMITED BY SIZE INTO BACKORDER-REPORT-RECORD.
           WRITE BACKORDER-REPORT-RECORD.
           IF NOT FUNCION-INFORME THEN
               MOVE SPACES TO BACKORDER-REPORT-RECORD
               STRING "Liberadas " WS-TOT-LIBERADAS
                   "  en parte " WS-TOT-PARCIALES
                   "  sin existencia " WS-TOT-SIN-STOCK
                   "  omitidas " WS-TOT-OMITIDAS
                   "  facturas " WS-TOT-FACTURAS
                   DELIMITED BY SIZE INTO BACKORDER-REPORT-RECORD
               WRITE BACKORDER-REPORT-RECORD
               DISPLAY "Lineas pendientes leidas: " WS-TOT-LEIDAS
               DISPLAY "Lineas liberadas        : " WS-TOT-LIBERADAS
               DISPLAY "  liberadas en parte    : " WS-TOT-PARCIALES
               DISPLAY "Lineas sin existencia   : " WS-TOT-SIN-STOCK
               DISPLAY "Lineas omitidas         : " WS-TOT-OMITIDAS
               DISPLAY "Facturas generadas      : " WS-TOT-FACTURAS
           END-IF.
           DISPLAY "Lineas aun pendientes   : " WS-TOT-PENDIENTES.
           DISPLAY "  atrasadas             : " WS-TOT-ATRASADAS.

       REGISTRAR-HISTORIAL.
           OPEN EXTEND RUN-HISTORY-LOG.
           IF NOT HIST-OK THEN
               OPEN OUTPUT RUN-HISTORY-LOG
               CLOSE RUN-HISTORY-LOG
               OPEN EXTEND RUN-HISTORY-LOG
           END-IF.
           MOVE "PEDIDO-LIBERA" TO RH-PROGRAMA.
           MOVE FUNCTION CURRENT-DATE(1:15) TO RH-FECHA-HORA.
           IF RETURN-CODE = 0 THEN
               MOVE "OK" TO RH-RESULTADO
           ELSE
               MOVE "CON AVISOS" TO RH-RESULTADO
           END-IF.
           MOVE WS-OPERADOR TO RH-OPERADOR.
           WRITE RUN-HISTORY-RECORD.
           CLOSE RUN-HISTORY-LOG.
       END PROGRAM PEDIDO-LIBERA.
