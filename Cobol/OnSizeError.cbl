           SELECT GOOD-TRANS-FILE ASSIGN TO DYNAMIC WS-NOMBRE-BUENAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-BUENAS.
           SELECT INVOICE-CONTROL-FILE ASSIGN TO
                   "data/onsize-facturas-ctl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-FACT-CTL.
           SELECT SUMMARY-FILE ASSIGN TO "data/onsize-resumen.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRICE-MASTER-FILE ASSIGN TO
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PX-CLAVE
               FILE STATUS IS WS-ESTADO-PRECIOS-IDX.
           SELECT AGREEMENT-FILE ASSIGN TO
                   "data/onsize-precios-cliente.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PA-CLAVE
               FILE STATUS IS WS-ESTADO-ACUERDOS.
           SELECT STOCK-MASTER ASSIGN TO "data/inventario.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ST-ARTICULO
               FILE STATUS IS WS-ESTADO-STOCK.
           SELECT STOCK-MOVEMENT-LOG ASSIGN TO
                   "data/inventario-movimientos.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-MOVIMIENTOS.
           SELECT VARIANCE-FILE ASSIGN TO "data/onsize-varianza.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HOLD-FILE ASSIGN TO "data/onsize-retenidas.dat"
               RECORD KEY IS CM-NUMERO
               ALTERNATE RECORD KEY IS CM-NOMBRE WITH DUPLICATES
               FILE STATUS IS WS-ESTADO-CLIENTES.
           SELECT OPEN-ITEM-MASTER ASSIGN TO "data/ar-abiertos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AB-FACTURA
               ALTERNATE RECORD KEY IS AB-CLIENTE WITH DUPLICATES
               FILE STATUS IS WS-ESTADO-ABIERTOS.
           SELECT XREF-FILE ASSIGN TO "data/first-xref.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-XREF.
      *> la factura original que acredita; resta en los totales.
       FD  TRANS-FILE.
       01  TRANS-RECORD.
           COPY ONSTRANS.

       FD  EXCEPTION-FILE.
       01  EXCEPTION-RECORD.
           05 EX-PRICE PIC 9(5)V99.
           05 EX-ARTICULO PIC X(6).
           05 EX-MOTIVO PIC X(30).
           05 EX-EMPRESA PIC X(2).

       FD  SIZE-ERROR-LOG.
       01  SIZE-ERROR-LOG-RECORD.

       FD  GOOD-TRANS-FILE.
       01  GOOD-TRANS-RECORD.
           COPY BUENAS.

       FD  INVOICE-CONTROL-FILE.
       01  INVOICE-CONTROL-RECORD.
           COPY FACTCTL.

       FD  SUMMARY-FILE.
       01  SUMMARY-RECORD PIC X(70).
           05 PX-PRECIO PIC 9(5)V99.
           05 PX-VARIANZA-PCT PIC 9(2)V99.

      *> Acuerdos de precio por cliente (mantenidos por
      *> PRECIO-MANTO): mandan sobre el maestro mientras rigen.
       FD  AGREEMENT-FILE.
       01  AGREEMENT-RECORD.
           COPY PRECLIENTE.

      *> Existencias por articulo: una linea facturada descuenta, un
      *> credito repone. Un articulo fuera del maestro no lleva
      *> control de stock (servicios y similares).
       FD  STOCK-MASTER.
       01  STOCK-RECORD.
           COPY STOCK.

       FD  STOCK-MOVEMENT-LOG.
       01  STOCK-MOVEMENT-RECORD.
           COPY STOCKMOV.

      *> Cada linea dice de donde salio el precio de referencia:
      *> ACUERDO (precio pactado con el cliente) o MAESTRO.
       FD  VARIANCE-FILE.
       01  VARIANCE-RECORD PIC X(110).

      *> Informe de facturas retenidas por limite de credito: estas
      *> lineas no van al archivo de buenas y finanzas decide.
      *> refacturar sin recapturar.
       FD  HOLD-DETAIL-FILE.
       01  HOLD-DETAIL-RECORD.
           COPY BUENAS REPLACING LEADING ==GT-== BY ==HD-==.

      *> Lineas de los lotes rechazados en la verificacion, copia
      *> fiel del registro transmitido: un registro por linea
      *> omitida, para el cuadre del resumen nocturno y para
      *> reenviar el lote corregido, con la empresa de su cabecera.
       FD  OMITTED-FILE.
       01  OMITTED-RECORD.
           05 OM-TRANSMITIDO PIC X(25).
           05 OM-EMPRESA PIC X(2).

      *> Tarifas de facturacion: registro I con el porcentaje de
      *> impuesto, registros D con los tramos de descuento por
      *> verificar que el cliente facturado exista.
       FD  CUSTOMER-MASTER.
       01  CUSTOMER-RECORD.
           COPY CLIENTE.

      *> Cartera abierta: solo lectura, para la exposicion de los
      *> grupos de clientes con tope de credito de grupo.
       FD  OPEN-ITEM-MASTER.
       01  OPEN-ITEM-RECORD.
           COPY ARITEM.

      *> Registro de control de totales para el paso BALANCER: P =
      *> lo que el productor escribio, C = lo que el consumidor
      *> leyo (con el productor de origen), con cuenta y monto del
      *> campo numerico clave, uno por empresa facturadora.
       FD  CONTROL-FILE.
       01  CONTROL-RECORD.
           05 CT-TIPO PIC X.
           05 CT-FECHA PIC 9(8).
           05 CT-CUENTA PIC 9(6).
           05 CT-MONTO PIC S9(11)V99 SIGN LEADING SEPARATE.
           05 CT-EMPRESA PIC X(2).

      *> Cruce viejo -> superviviente que deja FIRST-MERGE: un
      *> numero purgado en el feed se traduce en vez de rechazarse.
           05 LR-DETALLES PIC 9(6).
           05 LR-SUMA-QTY PIC S9(8) SIGN LEADING SEPARATE.
           05 LR-SUMA-PRICE PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 LR-EMPRESA PIC X(2).

      *> S en el primer byte = reproceso autorizado por supervisor:
      *> por esta corrida no rige el guardian de duplicados.
               88 BUENAS-OK VALUE "00".
           01 WS-ESTADO-OMITIDAS PIC XX VALUE "00".
               88 OMITIDAS-OK VALUE "00".
           01 WS-ESTADO-FACT-CTL PIC XX VALUE "00".
               88 FACT-CTL-OK VALUE "00".
           01 WS-TOTAL-OMITIDAS PIC 9(6) VALUE ZERO.
           01 WS-CKPT-FILENAME PIC X(30)
               VALUE "data/onsize.ckpt".
               88 LOTE-CON-COLA VALUE "S".
           01 WS-FECHA-LOTE PIC 9(8) VALUE ZERO.
           01 WS-ORIGEN-LOTE PIC X(10) VALUE SPACES.
      *> Empresa que factura el lote en proceso (TC-EMPRESA; en
      *> blanco, la 01): el cliente tiene que ser de la misma empresa
      *> y el numero de factura de su serie.
           01 WS-EMPRESA-LOTE PIC X(2) VALUE "01".
           01 WS-ES-FUNCION PIC X(8) VALUE SPACES.
           01 WS-ES-EMPRESA PIC X(2) VALUE SPACES.
           01 WS-ES-NUMERO PIC 9(6) VALUE ZERO.
           01 WS-ES-ARCHIVO PIC X(40) VALUE SPACES.
           01 WS-ES-DATOS.
               COPY EMPRESA REPLACING LEADING ==EM-== BY ==WS-ES-==.
           01 WS-ES-RESULTADO PIC X VALUE "N".
           01 WS-EMPRESA-CLIENTE PIC X(2) VALUE SPACES.
           01 WS-TOTAL-FUERA-EMPRESA PIC 9(6) VALUE ZERO.
      *> Totales de buenas por empresa, para el control de BALANCER
      *> y el resumen.
           01 WS-NUM-EMP-CTL PIC 99 VALUE ZERO.
           01 WS-IDX-EMP-CTL PIC 99 VALUE ZERO.
           01 WS-TABLA-EMP-CTL.
               05 WS-EMP-CTL OCCURS 20 TIMES.
                   10 WS-EC-EMPRESA PIC X(2).
                   10 WS-EC-CUENTA PIC 9(6).
                   10 WS-EC-MONTO PIC S9(11)V99.
      *> Las sumas de control van con signo: los creditos C restan
      *> y la cola del lote llega ya neteada por el almacen.
           01 WS-CONTROL-LOTE.
               88 CLIENTE-VALIDO VALUE "S".
           01 WS-TOTAL-CLIENTES-DESC PIC 9(6) VALUE ZERO.
           01 WS-MOTIVO-CLIENTE PIC X(30) VALUE SPACES.
      *> Grupos de clientes (cuenta madre y sucursales): cada
      *> miembro con su cuenta madre y su deuda abierta en cartera
      *> al iniciar la corrida. La madre figura como miembro de su
      *> propio grupo.
           01 WS-ESTADO-ABIERTOS PIC XX VALUE "00".
               88 ABIERTOS-OK VALUE "00".
           01 WS-FIN-GRUPOS PIC X VALUE "N".
               88 FIN-GRUPOS VALUE "S".
           01 WS-NUM-MIEMBROS PIC 9(3) VALUE ZERO.
           01 WS-IDX-MIE PIC 9(3) VALUE ZERO.
           01 WS-MIE-HALLADO PIC 9(3) VALUE ZERO.
           01 WS-MIE-BUSCA PIC 9(6) VALUE ZERO.
           01 WS-TABLA-MIEMBROS.
               05 WS-MIE OCCURS 300 TIMES.
                   10 WS-MIE-CLIENTE PIC 9(6).
                   10 WS-MIE-PADRE PIC 9(6).
                   10 WS-MIE-DEUDA PIC 9(9)V99.
           01 WS-CABEZA-GRUPO PIC 9(6) VALUE ZERO.
           01 WS-LIMITE-GRUPO PIC 9(7)V99 VALUE ZERO.
           01 WS-EXPOSICION-GRUPO PIC S9(10)V99 VALUE ZERO.
           01 WS-SALDO-SIN-DISPUTA PIC 9(9)V99 VALUE ZERO.
           01 WS-RETENIDA-GRUPO PIC X VALUE "N".
               88 RETENIDA-POR-GRUPO VALUE "S".
      *> Cruce de numeros fusionados por FIRST-MERGE.
           01 WS-ESTADO-XREF PIC XX VALUE "00".
               88 XREF-OK VALUE "00".
           01 WS-FIN-PRECIOS-IDX PIC X VALUE "N".
               88 FIN-PRECIOS-IDX VALUE "S".
           01 WS-MEJOR-DESDE-PRECIO PIC 9(8) VALUE ZERO.
      *> Acuerdos de precio por cliente vigentes en algun momento;
      *> la fecha del lote decide cual rige en cada linea.
           01 WS-ESTADO-ACUERDOS PIC XX VALUE "00".
               88 ACUERDOS-OK VALUE "00".
           01 WS-FIN-ACUERDOS PIC X VALUE "N".
               88 FIN-ACUERDOS VALUE "S".
           01 WS-NUM-ACUERDOS PIC 9(3) VALUE ZERO.
           01 WS-IDX-ACUERDO PIC 9(3) VALUE ZERO.
           01 WS-TABLA-ACUERDOS.
               05 WS-ACUERDO OCCURS 200 TIMES.
                   10 WS-ACU-CLIENTE PIC 9(6).
                   10 WS-ACU-ARTICULO PIC X(6).
                   10 WS-ACU-DESDE PIC 9(8).
                   10 WS-ACU-HASTA PIC 9(8).
                   10 WS-ACU-PRECIO PIC 9(5)V99.
                   10 WS-ACU-UMBRAL PIC 9(2)V99.
           01 WS-MEJOR-DESDE-ACUERDO PIC 9(8) VALUE ZERO.
           01 WS-FUENTE-PRECIO PIC X(8) VALUE SPACES.
           01 WS-TOTAL-LINEAS-ACUERDO PIC 9(6) VALUE ZERO.
      *> Control de existencias.
           01 WS-ESTADO-STOCK PIC XX VALUE "00".
               88 STOCK-OK VALUE "00".
           01 WS-ESTADO-MOVIMIENTOS PIC XX VALUE "00".
               88 MOVIMIENTOS-OK VALUE "00".
           01 WS-STOCK-ABIERTO PIC X VALUE "N".
               88 STOCK-ABIERTO VALUE "S".
           01 WS-IDX-LIN-PREVIA PIC 9(3) VALUE ZERO.
           01 WS-STOCK-DISPONIBLE PIC S9(8) VALUE ZERO.
           01 WS-MOV-CANTIDAD PIC S9(7) VALUE ZERO.
           01 WS-MOV-TIPO PIC X VALUE SPACE.
           01 WS-LINEAS-SIN-STOCK PIC 9(3) VALUE ZERO.
           01 WS-TOTAL-LIN-SIN-STOCK PIC 9(6) VALUE ZERO.
           01 WS-FIN-TARIFAS PIC X VALUE "N".
               88 FIN-TARIFAS VALUE "S".
           01 WS-IMPUESTO-PCT PIC 9(2)V99 VALUE ZERO.
           01 WS-FACT-LINEAS PIC 9(4) VALUE ZERO.
           01 WS-FACT-TOTAL PIC S9(9)V99 VALUE ZERO.
           01 WS-FACT-TOTAL-EDIT PIC +(8)9.99.
      *> Lo que de la factura fue efectivamente a buenas, para su
      *> registro de control.
           01 WS-FACT-BUENAS-LIN PIC 9(4) VALUE ZERO.
           01 WS-FACT-BUENAS-IMP PIC S9(9)V99 VALUE ZERO.
           01 WS-FACT-BUENAS-NETO PIC S9(9)V99 VALUE ZERO.
           01 WS-NUM-CLIENTES PIC 99 VALUE ZERO.
           01 WS-IDX-CLI PIC 99 VALUE ZERO.
           01 WS-TABLA-CLIENTES.
                   10 WS-LF-DESC-F PIC S9(7)V99.
                   10 WS-LF-IMP-F PIC S9(7)V99.
                   10 WS-LF-NETO-F PIC S9(8)V99.
                   10 WS-LF-SIN-STOCK PIC X.
           01 WS-CLIENTE-FACTURA PIC 9(6) VALUE ZERO.
           01 WS-LIMITE-CLIENTE PIC 9(7)V99 VALUE ZERO.
           01 WS-ACUM-CLIENTE PIC S9(10)V99 VALUE ZERO.
               05 WS-LOTE OCCURS 50 TIMES.
                   10 WS-LOTE-FECHA PIC 9(8).
                   10 WS-LOTE-ORIGEN PIC X(10).
                   10 WS-LOTE-EMPRESA PIC X(2).
                   10 WS-LOTE-ACEPTADO PIC X.
                   10 WS-LOTE-DETALLES PIC 9(6).
                   10 WS-LOTE-ACEPTADAS PIC 9(6).
               05 WS-REG OCCURS 200 TIMES.
                   10 WS-REG-FECHA PIC 9(8).
                   10 WS-REG-ORIGEN PIC X(10).
                   10 WS-REG-EMPRESA PIC X(2).
                   10 WS-REG-DETALLES PIC 9(6).
                   10 WS-REG-SUMA-QTY PIC S9(8).
                   10 WS-REG-SUMA-PRICE PIC S9(9)V99.
       MAIN-PROCEDURE.
           PERFORM CARGAR-TARIFAS.
           PERFORM CARGAR-PRECIOS.
           PERFORM CARGAR-ACUERDOS.
           PERFORM ABRIR-MAESTRO-CLIENTES.
           PERFORM CARGAR-MODO-REPROCESO.
           PERFORM CARGAR-REGISTRO-LOTES.
               IF NOT BUENAS-OK THEN
                   OPEN OUTPUT GOOD-TRANS-FILE
               END-IF
               OPEN EXTEND INVOICE-CONTROL-FILE
               IF NOT FACT-CTL-OK THEN
                   OPEN OUTPUT INVOICE-CONTROL-FILE
               END-IF
               OPEN EXTEND OMITTED-FILE
               IF NOT OMITIDAS-OK THEN
                   OPEN OUTPUT OMITTED-FILE
           ELSE
               OPEN OUTPUT EXCEPTION-FILE
               OPEN OUTPUT GOOD-TRANS-FILE
               OPEN OUTPUT INVOICE-CONTROL-FILE
               OPEN OUTPUT OMITTED-FILE
           END-IF.
           OPEN EXTEND SIZE-ERROR-LOG.
           OPEN OUTPUT VARIANCE-FILE.
           OPEN OUTPUT HOLD-FILE.
           OPEN OUTPUT HOLD-DETAIL-FILE.
           PERFORM ABRIR-INVENTARIO.
           PERFORM PROCESAR-LINEA-FACTURA UNTIL FIN-ARCHIVO.
           IF HAY-FACTURA THEN
               PERFORM CERRAR-FACTURA
           END-IF.
           PERFORM INFORMAR-TOTALES-CLIENTE.
           PERFORM INFORMAR-TOTALES-EMPRESA.
           CLOSE SUMMARY-FILE.
           CLOSE VARIANCE-FILE.
           CLOSE HOLD-FILE.
           CLOSE HOLD-DETAIL-FILE.
           IF STOCK-ABIERTO THEN
               CLOSE STOCK-MASTER
               CLOSE STOCK-MOVEMENT-LOG
           END-IF.
           CLOSE OMITTED-FILE.
           CLOSE TRANS-FILE.
           CLOSE EXCEPTION-FILE.
           CLOSE GOOD-TRANS-FILE.
           CLOSE INVOICE-CONTROL-FILE.
           MOVE "C" TO WS-GEN-FUNCION.
           MOVE WS-CUENTA-BUENAS TO WS-GEN-CUENTA.
           MOVE RETURN-CODE TO WS-RC-GUARDA.
           MOVE WS-RC-GUARDA TO RETURN-CODE.
           DISPLAY "Lineas con varianza de precio: "
               WS-TOTAL-VARIANZAS.
           DISPLAY "Lineas con precio de acuerdo  : "
               WS-TOTAL-LINEAS-ACUERDO.
           DISPLAY "Lineas con cliente desconocido: "
               WS-TOTAL-CLIENTES-DESC.
           DISPLAY "Clientes traducidos por fusion: "
               WS-TOTAL-TRADUCIDOS.
           DISPLAY "Lineas de lotes rechazados    : "
               WS-TOTAL-OMITIDAS.
           DISPLAY "Lineas fuera de la empresa    : "
               WS-TOTAL-FUERA-EMPRESA.
           DISPLAY "Lineas retenidas sin stock    : "
               WS-TOTAL-LIN-SIN-STOCK.
           DISPLAY "Facturas retenidas por credito: "
               WS-TOTAL-FACT-RETENIDAS " ("
               WS-TOTAL-LIN-RETENIDAS " lineas)".
           IF CLIENTES-OK THEN
               SET MAESTRO-CLIENTES-ABIERTO TO TRUE
               PERFORM CARGAR-XREF-CLIENTES
               PERFORM CARGAR-GRUPOS-CLIENTES
           ELSE
               DISPLAY "ABRIR-MAESTRO-CLIENTES: sin maestro de "
                   "clientes, se factura sin verificar el numero."
           END-PERFORM.
           CLOSE XREF-FILE.

      *> Miembros de los grupos de clientes, tomados del maestro, y
      *> su deuda abierta en cartera (facturas e intereses sin
      *> cancelar, como en el control de credito de pedidos).
       CARGAR-GRUPOS-CLIENTES.
           MOVE ZERO TO WS-NUM-MIEMBROS.
           MOVE "N" TO WS-FIN-GRUPOS.
           MOVE ZERO TO CM-NUMERO.
           START CUSTOMER-MASTER KEY >= CM-NUMERO
               INVALID KEY SET FIN-GRUPOS TO TRUE
           END-START.
           PERFORM UNTIL FIN-GRUPOS
               READ CUSTOMER-MASTER NEXT RECORD
                   AT END SET FIN-GRUPOS TO TRUE
                   NOT AT END
                       IF CM-CLIENTE-PADRE NUMERIC
                               AND CM-CLIENTE-PADRE > ZERO THEN
                           MOVE CM-NUMERO TO WS-MIE-BUSCA
                           MOVE CM-CLIENTE-PADRE TO WS-CABEZA-GRUPO
                           PERFORM AGREGAR-MIEMBRO-GRUPO
                           MOVE CM-CLIENTE-PADRE TO WS-MIE-BUSCA
                           PERFORM AGREGAR-MIEMBRO-GRUPO
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-NUM-MIEMBROS = ZERO THEN
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT OPEN-ITEM-MASTER.
           IF NOT ABIERTOS-OK THEN
               DISPLAY "CARGAR-GRUPOS-CLIENTES: sin cartera abierta, "
                   "el tope de grupo rige solo sobre lo facturado "
                   "en la corrida."
               EXIT PARAGRAPH
           END-IF.
           PERFORM SUMAR-DEUDA-MIEMBRO
               VARYING WS-IDX-MIE FROM 1 BY 1
               UNTIL WS-IDX-MIE > WS-NUM-MIEMBROS.
           CLOSE OPEN-ITEM-MASTER.

      *> Agrega WS-MIE-BUSCA al grupo de WS-CABEZA-GRUPO si todavia
      *> no figura.
       AGREGAR-MIEMBRO-GRUPO.
           PERFORM VARYING WS-IDX-MIE FROM 1 BY 1
                   UNTIL WS-IDX-MIE > WS-NUM-MIEMBROS
               IF WS-MIE-CLIENTE(WS-IDX-MIE) = WS-MIE-BUSCA THEN
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF WS-NUM-MIEMBROS >= 300 THEN
               DISPLAY "CARGAR-GRUPOS-CLIENTES: mas de 300 clientes "
                   "en grupos, el cliente " WS-MIE-BUSCA
                   " no suma a su grupo."
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NUM-MIEMBROS.
           MOVE WS-MIE-BUSCA TO WS-MIE-CLIENTE(WS-NUM-MIEMBROS).
           MOVE WS-CABEZA-GRUPO TO WS-MIE-PADRE(WS-NUM-MIEMBROS).
           MOVE ZERO TO WS-MIE-DEUDA(WS-NUM-MIEMBROS).

       SUMAR-DEUDA-MIEMBRO.
           MOVE "N" TO WS-FIN-GRUPOS.
           MOVE WS-MIE-CLIENTE(WS-IDX-MIE) TO AB-CLIENTE.
           START OPEN-ITEM-MASTER KEY >= AB-CLIENTE
               INVALID KEY SET FIN-GRUPOS TO TRUE
           END-START.
           PERFORM UNTIL FIN-GRUPOS
               READ OPEN-ITEM-MASTER NEXT RECORD
                   AT END SET FIN-GRUPOS TO TRUE
                   NOT AT END
                       IF AB-CLIENTE NOT = WS-MIE-CLIENTE(WS-IDX-MIE)
                               THEN
                           SET FIN-GRUPOS TO TRUE
                       ELSE
                           IF AB-ESTADO = "A"
                                   AND NOT PARTIDA-NOTA-CREDITO THEN
                               PERFORM CALCULAR-SALDO-SIN-DISPUTA
                               ADD WS-SALDO-SIN-DISPUTA TO
                                   WS-MIE-DEUDA(WS-IDX-MIE)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *> Saldo de la partida sin lo que esta en disputa abierta.
       CALCULAR-SALDO-SIN-DISPUTA.
           MOVE AB-SALDO TO WS-SALDO-SIN-DISPUTA.
           IF AB-MONTO-DISPUTA NUMERIC THEN
               IF AB-MONTO-DISPUTA >= AB-SALDO THEN
                   MOVE ZERO TO WS-SALDO-SIN-DISPUTA
               ELSE
                   SUBTRACT AB-MONTO-DISPUTA FROM WS-SALDO-SIN-DISPUTA
               END-IF
           END-IF.

      *> Sigue la cadena de fusiones hasta el superviviente final,
      *> con tope de saltos por si el cruce trajera un ciclo.
       TRADUCIR-CLIENTE-XREF.
                       MOVE "Cliente inactivo en maestro" TO
                           WS-MOTIVO-CLIENTE
                   ELSE
                       PERFORM VERIFICAR-EMPRESA-CLIENTE
                   END-IF
           END-READ.

      *> Una empresa no factura a los clientes de otra: la linea va
      *> a excepciones con su propio motivo.
       VERIFICAR-EMPRESA-CLIENTE.
           MOVE CM-EMPRESA TO WS-EMPRESA-CLIENTE.
           IF WS-EMPRESA-CLIENTE = SPACES
                   OR WS-EMPRESA-CLIENTE = LOW-VALUES THEN
               MOVE "01" TO WS-EMPRESA-CLIENTE
           END-IF.
           IF WS-EMPRESA-CLIENTE = WS-EMPRESA-LOTE THEN
               SET CLIENTE-VALIDO TO TRUE
           ELSE
               MOVE "Cliente de otra empresa" TO WS-MOTIVO-CLIENTE
           END-IF.

      *> Primero el maestro indexado con vigencias; si no existe se
      *> cae al plano historico (filas vigentes desde siempre).
       CARGAR-PRECIOS.
                   "se factura con el precio transmitido."
           END-IF.

       CARGAR-ACUERDOS.
           OPEN INPUT AGREEMENT-FILE.
           IF NOT ACUERDOS-OK THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FIN-ACUERDOS
               READ AGREEMENT-FILE NEXT RECORD
                   AT END SET FIN-ACUERDOS TO TRUE
                   NOT AT END PERFORM GUARDAR-ACUERDO
               END-READ
           END-PERFORM.
           CLOSE AGREEMENT-FILE.

       GUARDAR-ACUERDO.
           IF WS-NUM-ACUERDOS >= 200 THEN
               DISPLAY "CARGAR-ACUERDOS: limite de 200 acuerdos "
                   "excedido, se ignora el resto."
               SET FIN-ACUERDOS TO TRUE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NUM-ACUERDOS.
           MOVE PA-CLIENTE TO WS-ACU-CLIENTE(WS-NUM-ACUERDOS).
           MOVE PA-ARTICULO TO WS-ACU-ARTICULO(WS-NUM-ACUERDOS).
           MOVE PA-FECHA-DESDE TO WS-ACU-DESDE(WS-NUM-ACUERDOS).
           MOVE PA-FECHA-HASTA TO WS-ACU-HASTA(WS-NUM-ACUERDOS).
           MOVE PA-PRECIO TO WS-ACU-PRECIO(WS-NUM-ACUERDOS).
           MOVE PA-VARIANZA-PCT TO WS-ACU-UMBRAL(WS-NUM-ACUERDOS).

       GUARDAR-PRECIO-VIGENCIA.
           IF WS-NUM-PRECIOS >= 100 THEN
               DISPLAY "CARGAR-PRECIOS: limite de 100 vigencias "
       BUSCAR-PRECIO-MAESTRO.
           MOVE "N" TO WS-PRECIO-HALLADO.
           MOVE ZERO TO WS-MEJOR-DESDE-PRECIO.
           MOVE "MAESTRO" TO WS-FUENTE-PRECIO.
           PERFORM VARYING WS-IDX-PRECIO FROM 1 BY 1
                   UNTIL WS-IDX-PRECIO > WS-NUM-PRECIOS
               IF WS-PRE-ARTICULO(WS-IDX-PRECIO) = TR-ARTICULO
               END-IF
           END-PERFORM.

      *> Acuerdos del cliente de la linea (ya traducido si fue
      *> fusionado) vigentes en la fecha del lote; entre dos que se
      *> solapan rige el de fecha-desde mas reciente.
       BUSCAR-PRECIO-ACUERDO.
           MOVE "N" TO WS-PRECIO-HALLADO.
           MOVE ZERO TO WS-MEJOR-DESDE-ACUERDO.
           PERFORM VARYING WS-IDX-ACUERDO FROM 1 BY 1
                   UNTIL WS-IDX-ACUERDO > WS-NUM-ACUERDOS
               IF WS-ACU-CLIENTE(WS-IDX-ACUERDO) = Cliente
                       AND WS-ACU-ARTICULO(WS-IDX-ACUERDO) =
                           TR-ARTICULO
                       AND WS-ACU-DESDE(WS-IDX-ACUERDO) <=
                           WS-FECHA-LOTE
                       AND (WS-ACU-HASTA(WS-IDX-ACUERDO) = ZERO
                           OR WS-ACU-HASTA(WS-IDX-ACUERDO) >=
                               WS-FECHA-LOTE)
                       AND (NOT PRECIO-HALLADO
                           OR WS-ACU-DESDE(WS-IDX-ACUERDO) >=
                               WS-MEJOR-DESDE-ACUERDO) THEN
                   SET PRECIO-HALLADO TO TRUE
                   MOVE WS-ACU-DESDE(WS-IDX-ACUERDO) TO
                       WS-MEJOR-DESDE-ACUERDO
                   MOVE WS-ACU-PRECIO(WS-IDX-ACUERDO) TO
                       WS-PRECIO-MAESTRO
                   MOVE WS-ACU-UMBRAL(WS-IDX-ACUERDO) TO
                       WS-UMBRAL-VARIANZA
               END-IF
           END-PERFORM.
           IF PRECIO-HALLADO THEN
               MOVE "ACUERDO" TO WS-FUENTE-PRECIO
               ADD 1 TO WS-TOTAL-LINEAS-ACUERDO
           END-IF.

       INFORMAR-VARIANZA-PRECIO.
           ADD 1 TO WS-TOTAL-VARIANZAS.
           MOVE SPACES TO VARIANCE-RECORD.
           STRING "Articulo " TR-ARTICULO
               " factura " TR-FACTURA
               " precio enviado " TR-PRICE
               " vigente " WS-PRECIO-MAESTRO
               " dif% " WS-PCT-VARIANZA
               " fuente " WS-FUENTE-PRECIO
               " cliente " Cliente
               DELIMITED BY SIZE INTO VARIANCE-RECORD.
           WRITE VARIANCE-RECORD.

           MOVE "ONSIZEERROR" TO CT-PROGRAMA.
           MOVE SPACES TO CT-ORIGEN.
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

       REGISTRAR-HISTORIAL.
           MOVE ZERO TO WS-SUMA-PRICE.
           MOVE TC-FECHA TO WS-LOTE-FECHA(WS-NUM-LOTES).
           MOVE TC-ORIGEN TO WS-LOTE-ORIGEN(WS-NUM-LOTES).
           IF TC-EMPRESA = SPACES OR TC-EMPRESA = LOW-VALUES THEN
               MOVE "01" TO WS-LOTE-EMPRESA(WS-NUM-LOTES)
           ELSE
               MOVE TC-EMPRESA TO WS-LOTE-EMPRESA(WS-NUM-LOTES)
           END-IF.
           MOVE "N" TO WS-LOTE-ACEPTADO(WS-NUM-LOTES).
           MOVE ZERO TO WS-LOTE-DETALLES(WS-NUM-LOTES).
           MOVE ZERO TO WS-LOTE-ACEPTADAS(WS-NUM-LOTES).
           MOVE ZERO TO WS-LOTE-RECHAZADAS(WS-NUM-LOTES).
           DISPLAY "Lote " WS-NUM-LOTES " de "
               WS-LOTE-ORIGEN(WS-NUM-LOTES) " fecha "
               WS-LOTE-FECHA(WS-NUM-LOTES) " empresa "
               WS-LOTE-EMPRESA(WS-NUM-LOTES).

       CERRAR-LOTE-VERIFICACION.
           MOVE WS-CUENTA-DETALLES TO WS-LOTE-DETALLES(WS-NUM-LOTES).
                   MOVE "N" TO WS-LOTE-ACEPTADO(WS-NUM-LOTES)
               END-IF
           END-IF.
           IF WS-LOTE-ACEPTADO(WS-NUM-LOTES) = "S" THEN
               PERFORM VERIFICAR-EMPRESA-LOTE
           END-IF.
           IF WS-LOTE-ACEPTADO(WS-NUM-LOTES) = "S" THEN
               PERFORM VERIFICAR-LOTE-DUPLICADO
           END-IF.
           MOVE "N" TO WS-LOTE-CON-CABECERA.
           MOVE "N" TO WS-LOTE-CON-COLA.

      *> Un lote de una empresa que no figura en data/empresas.cfg
      *> no tiene serie ni plan de cuentas: se rechaza entero.
       VERIFICAR-EMPRESA-LOTE.
           MOVE "DATOS" TO WS-ES-FUNCION.
           MOVE WS-LOTE-EMPRESA(WS-NUM-LOTES) TO WS-ES-EMPRESA.
           MOVE RETURN-CODE TO WS-RC-GUARDA.
           CALL "EMPRESRV" USING WS-ES-FUNCION WS-ES-EMPRESA
               WS-ES-NUMERO WS-ES-ARCHIVO WS-ES-DATOS
               WS-ES-RESULTADO.
           MOVE WS-RC-GUARDA TO RETURN-CODE.
           IF WS-ES-RESULTADO NOT = "S" THEN
               DISPLAY "VERIFICAR-LOTE: lote " WS-NUM-LOTES
                   " de la empresa " WS-LOTE-EMPRESA(WS-NUM-LOTES)
                   " que no existe, se rechaza."
               MOVE "N" TO WS-LOTE-ACEPTADO(WS-NUM-LOTES)
           END-IF.

      *> Un lote identico a uno ya procesado (misma fecha, origen,
      *> empresa, cuenta y sumas) es un re-envio: se rechaza salvo
      *> reproceso autorizado por supervisor.
       VERIFICAR-LOTE-DUPLICADO.
           IF REPROCESO-AUTORIZADO THEN
               EXIT PARAGRAPH
                       WS-LOTE-FECHA(WS-NUM-LOTES)
                       AND WS-REG-ORIGEN(WS-IDX-REG) =
                           WS-LOTE-ORIGEN(WS-NUM-LOTES)
                       AND WS-REG-EMPRESA(WS-IDX-REG) =
                           WS-LOTE-EMPRESA(WS-NUM-LOTES)
                       AND WS-REG-DETALLES(WS-IDX-REG) =
                           WS-LOTE-DETALLES(WS-NUM-LOTES)
                       AND WS-REG-SUMA-QTY(WS-IDX-REG) =
                               WS-REG-FECHA(WS-NUM-REGISTRADOS)
                           MOVE LR-ORIGEN TO
                               WS-REG-ORIGEN(WS-NUM-REGISTRADOS)
                           IF LR-EMPRESA = SPACES THEN
                               MOVE "01" TO LR-EMPRESA
                           END-IF
                           MOVE LR-EMPRESA TO
                               WS-REG-EMPRESA(WS-NUM-REGISTRADOS)
                           MOVE LR-DETALLES TO
                               WS-REG-DETALLES(WS-NUM-REGISTRADOS)
                           MOVE LR-SUMA-QTY TO
               IF WS-LOTE-ACEPTADO(WS-IDX-LOTE) = "S" THEN
                   MOVE WS-LOTE-FECHA(WS-IDX-LOTE) TO LR-FECHA
                   MOVE WS-LOTE-ORIGEN(WS-IDX-LOTE) TO LR-ORIGEN
                   MOVE WS-LOTE-EMPRESA(WS-IDX-LOTE) TO LR-EMPRESA
                   MOVE WS-LOTE-DETALLES(WS-IDX-LOTE) TO LR-DETALLES
                   MOVE WS-LOTE-SUMA-QTY(WS-IDX-LOTE) TO
                       LR-SUMA-QTY
               MOVE ZERO TO WS-FACTURA-ACTUAL
           END-IF.
           ADD 1 TO WS-LOTE-PROC.
      *> El cliente ya verificado puede no ser de la empresa del
      *> lote nuevo.
           MOVE ZERO TO WS-CLIENTE-VERIFICADO.
           IF WS-LOTE-PROC <= WS-NUM-LOTES THEN
               MOVE WS-LOTE-EMPRESA(WS-LOTE-PROC) TO WS-EMPRESA-LOTE
           ELSE
               MOVE "01" TO WS-EMPRESA-LOTE
           END-IF.
           IF WS-LOTE-PROC <= WS-NUM-LOTES
                   AND WS-LOTE-ACEPTADO(WS-LOTE-PROC) = "S" THEN
               SET LOTE-ACTIVO TO TRUE
      *> para que el resumen nocturno cuadre la entrada.
           IF (TR-ES-DETALLE OR TR-ES-CREDITO)
                   AND NOT LOTE-ACTIVO THEN
               MOVE TRANS-RECORD TO OM-TRANSMITIDO
               MOVE WS-EMPRESA-LOTE TO OM-EMPRESA
               WRITE OMITTED-RECORD
               ADD 1 TO WS-TOTAL-OMITIDAS
           END-IF.
               MOVE TR-PRICE TO PRICE
               MOVE WS-MOTIVO-CLIENTE TO WS-MOTIVO-EXCEPCION
               PERFORM REGISTRAR-EXCEPCION
               IF WS-MOTIVO-CLIENTE = "Cliente de otra empresa" THEN
                   ADD 1 TO WS-TOTAL-FUERA-EMPRESA
               ELSE
                   ADD 1 TO WS-TOTAL-CLIENTES-DESC
               END-IF
               PERFORM REGISTRAR-CHECKPOINT
               ADD 1 TO WS-REGISTROS-LEIDOS
               READ TRANS-FILE
                   AT END SET FIN-ARCHIVO TO TRUE
               END-READ
               EXIT PARAGRAPH
           END-IF.
      *> Cada empresa factura con su propia serie: un numero fuera
      *> de ella no se factura (ni se acredita) en esta empresa.
           PERFORM VERIFICAR-SERIE-FACTURA.
           IF WS-ES-RESULTADO NOT = "S" THEN
               MOVE TR-PRICE TO PRICE
               MOVE "Factura fuera de serie empresa" TO
                   WS-MOTIVO-EXCEPCION
               PERFORM REGISTRAR-EXCEPCION
               ADD 1 TO WS-TOTAL-FUERA-EMPRESA
               PERFORM REGISTRAR-CHECKPOINT
               ADD 1 TO WS-REGISTROS-LEIDOS
               READ TRANS-FILE
               END-READ
               EXIT PARAGRAPH
           END-IF.
      *> Sin acuerdo para la linea y sin maestro de precios cargado,
      *> rige el precio enviado.
           PERFORM BUSCAR-PRECIO-ACUERDO.
           IF NOT PRECIO-HALLADO AND WS-NUM-PRECIOS = ZERO THEN
               MOVE TR-PRICE TO PRICE
               PERFORM EXTENDER-LINEA
               PERFORM REGISTRAR-CHECKPOINT
               END-READ
               EXIT PARAGRAPH
           END-IF.
           IF NOT PRECIO-HALLADO THEN
               PERFORM BUSCAR-PRECIO-MAESTRO
           END-IF.
           IF NOT PRECIO-HALLADO THEN
               MOVE TR-PRICE TO PRICE
               MOVE "Articulo sin precio maestro" TO
               AT END SET FIN-ARCHIVO TO TRUE
           END-READ.

      *> Las facturas de contratos y de pedidos llegan en sus lotes
      *> con su tramo propio de la serie; las demas no pueden caer
      *> en esos tramos ni en el de notas. Un credito referencia una
      *> factura ya emitida, de cualquier tramo de la serie.
       VERIFICAR-SERIE-FACTURA.
           EVALUATE TRUE
               WHEN TR-ES-CREDITO
                   MOVE "SERIE" TO WS-ES-FUNCION
               WHEN WS-ORIGEN-LOTE = "CONTRATOS"
                   MOVE "CONTRATO" TO WS-ES-FUNCION
               WHEN WS-ORIGEN-LOTE = "PEDIDOS"
                   MOVE "PEDIDO" TO WS-ES-FUNCION
               WHEN OTHER
                   MOVE "NUMERO" TO WS-ES-FUNCION
           END-EVALUATE.
           MOVE WS-EMPRESA-LOTE TO WS-ES-EMPRESA.
           MOVE TR-FACTURA TO WS-ES-NUMERO.
           MOVE RETURN-CODE TO WS-RC-GUARDA.
           CALL "EMPRESRV" USING WS-ES-FUNCION WS-ES-EMPRESA
               WS-ES-NUMERO WS-ES-ARCHIVO WS-ES-DATOS
               WS-ES-RESULTADO.
           MOVE WS-RC-GUARDA TO RETURN-CODE.

       EXTENDER-LINEA.
           COMPUTE EXTENDED-AMOUNT = QTY * PRICE
               ON SIZE ERROR
      *> supera, la factura completa va al informe de retenidas y
      *> no al archivo de buenas.
       CERRAR-FACTURA.
           PERFORM VERIFICAR-STOCK-FACTURA.
           PERFORM VERIFICAR-LIMITE-CREDITO.
           IF FACTURA-RETENIDA THEN
               PERFORM ESCRIBIR-FACTURA-RETENIDA
           MOVE ZERO TO WS-FACT-LINEAS.
           MOVE ZERO TO WS-FACT-TOTAL.
           MOVE ZERO TO WS-NUM-LINEAS-FACT.
           MOVE ZERO TO WS-LINEAS-SIN-STOCK.

       ABRIR-INVENTARIO.
           MOVE "N" TO WS-STOCK-ABIERTO.
           OPEN I-O STOCK-MASTER.
           IF NOT STOCK-OK THEN
               DISPLAY "ABRIR-INVENTARIO: sin maestro de "
                   "existencias, se factura sin control de stock."
               EXIT PARAGRAPH
           END-IF.
           SET STOCK-ABIERTO TO TRUE.
           OPEN EXTEND STOCK-MOVEMENT-LOG.
           IF NOT MOVIMIENTOS-OK THEN
               OPEN OUTPUT STOCK-MOVEMENT-LOG
               CLOSE STOCK-MOVEMENT-LOG
               OPEN EXTEND STOCK-MOVEMENT-LOG
           END-IF.

      *> Antes del limite de credito: una linea de venta que dejaria
      *> la existencia en negativo (contando lo que ya piden las
      *> lineas anteriores de la misma factura) queda retenida sola y
      *> sale del total de la factura; el resto sigue su curso.
       VERIFICAR-STOCK-FACTURA.
           MOVE ZERO TO WS-LINEAS-SIN-STOCK.
           PERFORM VARYING WS-IDX-LIN-FACT FROM 1 BY 1
                   UNTIL WS-IDX-LIN-FACT > WS-NUM-LINEAS-FACT
               MOVE "N" TO WS-LF-SIN-STOCK(WS-IDX-LIN-FACT)
               IF STOCK-ABIERTO
                       AND WS-LF-SIGNO(WS-IDX-LIN-FACT) = "+" THEN
                   PERFORM VERIFICAR-STOCK-LINEA
               END-IF
           END-PERFORM.

       VERIFICAR-STOCK-LINEA.
           MOVE WS-LF-ARTICULO(WS-IDX-LIN-FACT) TO ST-ARTICULO.
           READ STOCK-MASTER
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           MOVE ST-EXISTENCIA TO WS-STOCK-DISPONIBLE.
           PERFORM VARYING WS-IDX-LIN-PREVIA FROM 1 BY 1
                   UNTIL WS-IDX-LIN-PREVIA >= WS-IDX-LIN-FACT
               IF WS-LF-ARTICULO(WS-IDX-LIN-PREVIA) = ST-ARTICULO
                       AND WS-LF-SIGNO(WS-IDX-LIN-PREVIA) = "+"
                       AND WS-LF-SIN-STOCK(WS-IDX-LIN-PREVIA) = "N"
                           THEN
                   SUBTRACT WS-LF-QTY(WS-IDX-LIN-PREVIA) FROM
                       WS-STOCK-DISPONIBLE
               END-IF
           END-PERFORM.
           IF WS-LF-QTY(WS-IDX-LIN-FACT) > WS-STOCK-DISPONIBLE THEN
               MOVE "S" TO WS-LF-SIN-STOCK(WS-IDX-LIN-FACT)
               ADD 1 TO WS-LINEAS-SIN-STOCK
               SUBTRACT 1 FROM WS-FACT-LINEAS
               SUBTRACT WS-LF-NETO-F(WS-IDX-LIN-FACT) FROM
                   WS-FACT-TOTAL
           END-IF.

      *> Movimiento de stock de una linea que se factura: la venta
      *> descuenta y el credito repone.
       MOVER-STOCK-LINEA.
           IF NOT STOCK-ABIERTO THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-LF-ARTICULO(WS-IDX-LIN-FACT) TO ST-ARTICULO.
           READ STOCK-MASTER
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF WS-LF-SIGNO(WS-IDX-LIN-FACT) = "-" THEN
               MOVE WS-LF-QTY(WS-IDX-LIN-FACT) TO WS-MOV-CANTIDAD
               MOVE "D" TO WS-MOV-TIPO
           ELSE
               COMPUTE WS-MOV-CANTIDAD =
                   ZERO - WS-LF-QTY(WS-IDX-LIN-FACT)
               MOVE "V" TO WS-MOV-TIPO
           END-IF.
           ADD WS-MOV-CANTIDAD TO ST-EXISTENCIA.
           MOVE WS-FECHA-LOTE TO ST-FECHA-ULT-MOV.
           REWRITE STOCK-RECORD
               INVALID KEY
                   DISPLAY "MOVER-STOCK-LINEA: no se pudo actualizar "
                       "el articulo " ST-ARTICULO
                   EXIT PARAGRAPH
           END-REWRITE.
           MOVE FUNCTION CURRENT-DATE(1:15) TO SM-FECHA-HORA.
           MOVE ST-ARTICULO TO SM-ARTICULO.
           MOVE WS-MOV-TIPO TO SM-TIPO.
           MOVE WS-MOV-CANTIDAD TO SM-CANTIDAD.
           MOVE ST-EXISTENCIA TO SM-SALDO.
           MOVE SPACES TO SM-REFERENCIA.
           MOVE WS-FACTURA-ACTUAL TO SM-REFERENCIA(1:6).
           MOVE "ONSIZEERROR" TO SM-PROGRAMA.
           IF OPERADOR-ACTUAL = SPACES
                   OR OPERADOR-ACTUAL = LOW-VALUES THEN
               MOVE "BATCH" TO SM-OPERADOR
           ELSE
               MOVE OPERADOR-ACTUAL TO SM-OPERADOR
           END-IF.
           WRITE STOCK-MOVEMENT-RECORD.

      *> Linea de venta sin existencia suficiente: va al informe y
      *> al detalle de retenidas, como las retenidas por credito.
       ESCRIBIR-LINEA-SIN-STOCK.
           ADD 1 TO WS-TOTAL-LIN-SIN-STOCK.
           ADD 1 TO WS-TOTAL-LIN-RETENIDAS.
           IF WS-LOTE-PROC >= 1 AND WS-LOTE-PROC <= WS-NUM-LOTES THEN
               ADD 1 TO WS-LOTE-RECHAZADAS(WS-LOTE-PROC)
           END-IF.
           MOVE SPACES TO HOLD-RECORD.
           STRING "Factura " WS-FACTURA-ACTUAL
               " cliente " WS-CLIENTE-FACTURA
               " articulo " WS-LF-ARTICULO(WS-IDX-LIN-FACT)
               " cant " WS-LF-QTY(WS-IDX-LIN-FACT)
               " RETENIDA SIN STOCK"
               DELIMITED BY SIZE INTO HOLD-RECORD.
           WRITE HOLD-RECORD.
           PERFORM ESCRIBIR-DETALLE-RETENIDO.

      *> El limite rige sobre lo ya aceptado al cliente en la
      *> corrida mas la factura que cierra; limite cero o cliente
      *> sin maestro = sin tope, como siempre.
       VERIFICAR-LIMITE-CREDITO.
           MOVE "N" TO WS-FACTURA-RETENIDA.
           MOVE "N" TO WS-RETENIDA-GRUPO.
           IF NOT MAESTRO-CLIENTES-ABIERTO THEN
               EXIT PARAGRAPH
           END-IF.
                       MOVE ZERO TO WS-LIMITE-CLIENTE
                   END-IF
           END-READ.
           MOVE ZERO TO WS-CABEZA-GRUPO.
           MOVE WS-CLIENTE-FACTURA TO WS-MIE-BUSCA.
           PERFORM BUSCAR-MIEMBRO-GRUPO.
           IF WS-MIE-HALLADO > ZERO THEN
               MOVE WS-MIE-PADRE(WS-MIE-HALLADO) TO WS-CABEZA-GRUPO
           END-IF.
           IF WS-LIMITE-CLIENTE = ZERO THEN
               PERFORM VERIFICAR-LIMITE-GRUPO
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-ACUM-CLIENTE.
           IF WS-ACUM-CLIENTE + WS-FACT-TOTAL >
                   WS-LIMITE-CLIENTE THEN
               SET FACTURA-RETENIDA TO TRUE
               EXIT PARAGRAPH
           END-IF.
           PERFORM VERIFICAR-LIMITE-GRUPO.

      *> Cliente de un grupo con tope en la cuenta madre: la deuda
      *> abierta de todos los miembros (sin lo que esta en
      *> disputa), mas lo aceptado a cada uno
      *> en la corrida, mas la factura que cierra, no puede pasar el
      *> tope del grupo.
       VERIFICAR-LIMITE-GRUPO.
           IF WS-CABEZA-GRUPO = ZERO THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-LIMITE-GRUPO.
           MOVE WS-CABEZA-GRUPO TO CM-NUMERO.
           READ CUSTOMER-MASTER
               INVALID KEY
                   EXIT PARAGRAPH
               NOT INVALID KEY
                   IF CM-LIMITE-GRUPO NUMERIC THEN
                       MOVE CM-LIMITE-GRUPO TO WS-LIMITE-GRUPO
                   END-IF
           END-READ.
           IF WS-LIMITE-GRUPO = ZERO THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-EXPOSICION-GRUPO.
           PERFORM VARYING WS-IDX-MIE FROM 1 BY 1
                   UNTIL WS-IDX-MIE > WS-NUM-MIEMBROS
               IF WS-MIE-PADRE(WS-IDX-MIE) = WS-CABEZA-GRUPO THEN
                   ADD WS-MIE-DEUDA(WS-IDX-MIE) TO WS-EXPOSICION-GRUPO
                   PERFORM VARYING WS-IDX-CLI FROM 1 BY 1
                           UNTIL WS-IDX-CLI > WS-NUM-CLIENTES
                       IF WS-CLI-NUMERO(WS-IDX-CLI) =
                               WS-MIE-CLIENTE(WS-IDX-MIE) THEN
                           ADD WS-CLI-TOTAL(WS-IDX-CLI) TO
                               WS-EXPOSICION-GRUPO
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
           IF WS-EXPOSICION-GRUPO + WS-FACT-TOTAL >
                   WS-LIMITE-GRUPO THEN
               SET FACTURA-RETENIDA TO TRUE
               SET RETENIDA-POR-GRUPO TO TRUE
           END-IF.

       BUSCAR-MIEMBRO-GRUPO.
           MOVE ZERO TO WS-MIE-HALLADO.
           PERFORM VARYING WS-IDX-MIE FROM 1 BY 1
                   UNTIL WS-IDX-MIE > WS-NUM-MIEMBROS
                   OR WS-MIE-HALLADO > ZERO
               IF WS-MIE-CLIENTE(WS-IDX-MIE) = WS-MIE-BUSCA THEN
                   MOVE WS-IDX-MIE TO WS-MIE-HALLADO
               END-IF
           END-PERFORM.

       ESCRIBIR-FACTURA-BUENA.
           MOVE ZERO TO WS-FACT-BUENAS-LIN.
           MOVE ZERO TO WS-FACT-BUENAS-IMP.
           MOVE ZERO TO WS-FACT-BUENAS-NETO.
           PERFORM VARYING WS-IDX-LIN-FACT FROM 1 BY 1
                   UNTIL WS-IDX-LIN-FACT > WS-NUM-LINEAS-FACT
               IF WS-LF-SIN-STOCK(WS-IDX-LIN-FACT) = "S" THEN
                   PERFORM ESCRIBIR-LINEA-SIN-STOCK
               ELSE
                   PERFORM ESCRIBIR-LINEA-BUENA
               END-IF
           END-PERFORM.
           IF WS-LOTE-PROC >= 1 AND WS-LOTE-PROC <= WS-NUM-LOTES THEN
               COMPUTE WS-LOTE-ACEPTADAS(WS-LOTE-PROC) =
                   WS-LOTE-ACEPTADAS(WS-LOTE-PROC)
                   + WS-NUM-LINEAS-FACT - WS-LINEAS-SIN-STOCK
           END-IF.
           IF WS-FACT-BUENAS-LIN > ZERO THEN
               PERFORM ESCRIBIR-CONTROL-FACTURA
           END-IF.
           PERFORM ACUMULAR-CLIENTE.

       ESCRIBIR-CONTROL-FACTURA.
           MOVE WS-GEN-NUMERO TO FC-GENERACION.
           MOVE WS-FACTURA-ACTUAL TO FC-FACTURA.
           MOVE WS-CLIENTE-FACTURA TO FC-CLIENTE.
           MOVE WS-FECHA-LOTE TO FC-FECHA-LOTE.
           MOVE WS-FACT-BUENAS-LIN TO FC-LINEAS.
           MOVE WS-FACT-BUENAS-IMP TO FC-IMPUESTO.
           MOVE WS-FACT-BUENAS-NETO TO FC-NETO.
           MOVE WS-EMPRESA-LOTE TO FC-EMPRESA.
           WRITE INVOICE-CONTROL-RECORD.

       ESCRIBIR-LINEA-BUENA.
           MOVE WS-FACTURA-ACTUAL TO GT-FACTURA
           MOVE WS-CLIENTE-FACTURA TO GT-CLIENTE
           MOVE WS-LF-ARTICULO(WS-IDX-LIN-FACT) TO GT-ARTICULO
           MOVE WS-LF-QTY(WS-IDX-LIN-FACT) TO GT-QTY
           MOVE WS-LF-PRICE(WS-IDX-LIN-FACT) TO GT-PRICE
           MOVE WS-LF-EXTENDIDO(WS-IDX-LIN-FACT) TO
               GT-EXTENDED-AMOUNT
           MOVE WS-LF-DESCUENTO(WS-IDX-LIN-FACT) TO GT-DESCUENTO
           MOVE WS-LF-IMPUESTO(WS-IDX-LIN-FACT) TO GT-IMPUESTO
           MOVE WS-LF-NETO(WS-IDX-LIN-FACT) TO GT-NETO
           MOVE WS-LF-SIGNO(WS-IDX-LIN-FACT) TO GT-SIGNO
           MOVE WS-FECHA-LOTE TO GT-FECHA-LOTE
           MOVE WS-EMPRESA-LOTE TO GT-EMPRESA
           WRITE GOOD-TRANS-RECORD
           ADD 1 TO WS-CUENTA-BUENAS
           PERFORM ACUMULAR-EMPRESA-CONTROL
           ADD WS-LF-DESC-F(WS-IDX-LIN-FACT) TO
               WS-TOTAL-DESCUENTO
           ADD WS-LF-IMP-F(WS-IDX-LIN-FACT) TO
               WS-TOTAL-IMPUESTO
           ADD WS-LF-NETO-F(WS-IDX-LIN-FACT) TO WS-TOTAL-NETO.
           ADD 1 TO WS-FACT-BUENAS-LIN.
           ADD WS-LF-IMP-F(WS-IDX-LIN-FACT) TO WS-FACT-BUENAS-IMP.
           ADD WS-LF-NETO-F(WS-IDX-LIN-FACT) TO WS-FACT-BUENAS-NETO.
           PERFORM MOVER-STOCK-LINEA.

       ESCRIBIR-FACTURA-RETENIDA.
           ADD 1 TO WS-TOTAL-FACT-RETENIDAS.
           ADD WS-NUM-LINEAS-FACT TO WS-TOTAL-LIN-RETENIDAS.
           END-IF.
           MOVE WS-FACT-TOTAL TO WS-FACT-TOTAL-EDIT.
           MOVE SPACES TO HOLD-RECORD.
           IF RETENIDA-POR-GRUPO THEN
               STRING "Factura " WS-FACTURA-ACTUAL
                   " cli " WS-CLIENTE-FACTURA
                   " total " WS-FACT-TOTAL-EDIT
                   " grupo " WS-CABEZA-GRUPO
                   " tope " WS-LIMITE-GRUPO
                   " exp " WS-EXPOSICION-GRUPO
                   DELIMITED BY SIZE INTO HOLD-RECORD
           ELSE
               STRING "Factura " WS-FACTURA-ACTUAL
                   " cliente " WS-CLIENTE-FACTURA
                   " total " WS-FACT-TOTAL-EDIT
                   " limite " WS-LIMITE-CLIENTE
                   " acumulado " WS-ACUM-CLIENTE
                   DELIMITED BY SIZE INTO HOLD-RECORD
           END-IF.
           WRITE HOLD-RECORD.
           PERFORM VARYING WS-IDX-LIN-FACT FROM 1 BY 1
                   UNTIL WS-IDX-LIN-FACT > WS-NUM-LINEAS-FACT
           MOVE WS-LF-NETO(WS-IDX-LIN-FACT) TO HD-NETO.
           MOVE WS-LF-SIGNO(WS-IDX-LIN-FACT) TO HD-SIGNO.
           MOVE WS-FECHA-LOTE TO HD-FECHA-LOTE.
           MOVE WS-EMPRESA-LOTE TO HD-EMPRESA.
           WRITE HOLD-DETAIL-RECORD.

      *> Solo las facturas aceptadas suman al total del cliente,
               WRITE SUMMARY-RECORD
           END-PERFORM.

      *> Una linea buena suma a los totales de la empresa del lote.
       ACUMULAR-EMPRESA-CONTROL.
           PERFORM VARYING WS-IDX-EMP-CTL FROM 1 BY 1
                   UNTIL WS-IDX-EMP-CTL > WS-NUM-EMP-CTL
               IF WS-EC-EMPRESA(WS-IDX-EMP-CTL) = WS-EMPRESA-LOTE
                       THEN
                   ADD 1 TO WS-EC-CUENTA(WS-IDX-EMP-CTL)
                   ADD WS-LF-NETO-F(WS-IDX-LIN-FACT) TO
                       WS-EC-MONTO(WS-IDX-EMP-CTL)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF WS-NUM-EMP-CTL >= 20 THEN
               DISPLAY "ACUMULAR-EMPRESA-CONTROL: mas de 20 "
                   "empresas, la " WS-EMPRESA-LOTE " no se totaliza."
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NUM-EMP-CTL.
           MOVE WS-EMPRESA-LOTE TO WS-EC-EMPRESA(WS-NUM-EMP-CTL).
           MOVE 1 TO WS-EC-CUENTA(WS-NUM-EMP-CTL).
           MOVE WS-LF-NETO-F(WS-IDX-LIN-FACT) TO
               WS-EC-MONTO(WS-NUM-EMP-CTL).

       INFORMAR-TOTALES-EMPRESA.
           MOVE SPACES TO SUMMARY-RECORD.
           MOVE "Totales por empresa:" TO SUMMARY-RECORD.
           WRITE SUMMARY-RECORD.
           PERFORM VARYING WS-IDX-EMP-CTL FROM 1 BY 1
                   UNTIL WS-IDX-EMP-CTL > WS-NUM-EMP-CTL
               MOVE WS-EC-MONTO(WS-IDX-EMP-CTL) TO WS-FACT-TOTAL-EDIT
               MOVE SPACES TO SUMMARY-RECORD
               STRING "  Empresa " WS-EC-EMPRESA(WS-IDX-EMP-CTL)
                   " lineas " WS-EC-CUENTA(WS-IDX-EMP-CTL)
                   " total " WS-FACT-TOTAL-EDIT
                   DELIMITED BY SIZE INTO SUMMARY-RECORD
               WRITE SUMMARY-RECORD
           END-PERFORM.

      *> La linea queda retenida en la tabla de la factura; se
      *> escribe a buenas (o a retenidas) recien al cerrarla.
       REGISTRAR-TRANSACCION-BUENA.
           MOVE PRICE TO EX-PRICE.
           MOVE TR-ARTICULO TO EX-ARTICULO.
           MOVE WS-MOTIVO-EXCEPCION TO EX-MOTIVO.
           MOVE WS-EMPRESA-LOTE TO EX-EMPRESA.
           WRITE EXCEPTION-RECORD.
           ADD 1 TO WS-TOTAL-EXCEPCIONES.
           IF WS-LOTE-PROC >= 1 AND WS-LOTE-PROC <= WS-NUM-LOTES THEN
               IF WS-LOTE-ACEPTADO(WS-IDX-LOTE) = "S" THEN
                   DISPLAY "  Lote " WS-IDX-LOTE " "
                       WS-LOTE-ORIGEN(WS-IDX-LOTE) " "
                       WS-LOTE-FECHA(WS-IDX-LOTE) " emp "
                       WS-LOTE-EMPRESA(WS-IDX-LOTE)
                       " aceptadas " WS-LOTE-ACEPTADAS(WS-IDX-LOTE)
                       " rechazadas " WS-LOTE-RECHAZADAS(WS-IDX-LOTE)
               ELSE
