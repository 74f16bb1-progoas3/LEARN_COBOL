      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PEDIDO-MANTO.
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
           SELECT OPEN-ITEM-MASTER ASSIGN TO "data/ar-abiertos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AB-FACTURA
               ALTERNATE RECORD KEY IS AB-CLIENTE WITH DUPLICATES
               FILE STATUS IS WS-ESTADO-ABIERTOS.
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
           SELECT ORDER-COUNTER ASSIGN TO
                   "data/pedidos-contador.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CONTADOR.
           SELECT ORDER-LOG-FILE ASSIGN TO
                   "data/pedidos-cambios.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-LOG.
           SELECT RUN-HISTORY-LOG ASSIGN TO "data/run-history.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-HIST.
       DATA DIVISION.
       FILE SECTION.
       FD  ORDER-MASTER.
       01  ORDER-RECORD.
           COPY PEDIDO.

      *> Maestro de clientes: solo se toman pedidos de clientes
      *> activos, y su limite de credito rige sobre la deuda abierta
      *> mas lo pendiente de entregar.
       FD  CUSTOMER-MASTER.
       01  CUSTOMER-RECORD.
           COPY CLIENTE.

       FD  OPEN-ITEM-MASTER.
       01  OPEN-ITEM-RECORD.
           COPY ARITEM.

      *> Precios como en CONTRATO-FACT: primero el acuerdo del
      *> cliente, despues el maestro con vigencias.
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

      *> Proximo numero de pedido a asignar.
       FD  ORDER-COUNTER.
       01  ORDER-COUNTER-RECORD.
           05 OC-PROXIMO-PEDIDO PIC 9(6).

      *> Pista de auditoria de pedidos: imagen anterior y posterior
      *> de la linea, como el log de cambios de contratos.
       FD  ORDER-LOG-FILE.
       01  ORDER-LOG-RECORD.
           05 OL-FECHA-HORA PIC X(15).
           05 OL-OPERADOR PIC X(8).
           05 OL-OPERACION PIC X(8).
           05 OL-IMAGEN-ANTERIOR PIC X(69).
           05 OL-IMAGEN-NUEVA PIC X(69).

       FD  RUN-HISTORY-LOG.
           COPY RUNHIST.

       WORKING-STORAGE SECTION.
      *> Operador firmado en el menu; los programas llamados lo
      *> arrastran al historial de corridas.
       01  OPERADOR-ACTUAL PIC X(8) EXTERNAL.
           01 WS-ESTADO-HIST PIC XX VALUE "00".
               88 HIST-OK VALUE "00".
           01 WS-ESTADO-PEDIDOS PIC XX VALUE "00".
               88 PEDIDOS-OK VALUE "00".
           01 WS-ESTADO-CLIENTES PIC XX VALUE "00".
               88 CLIENTES-OK VALUE "00".
           01 WS-ESTADO-ABIERTOS PIC XX VALUE "00".
               88 ABIERTOS-OK VALUE "00".
           01 WS-ESTADO-PRECIOS-IDX PIC XX VALUE "00".
               88 PRECIOS-IDX-OK VALUE "00".
           01 WS-ESTADO-PRECIOS PIC XX VALUE "00".
               88 PRECIOS-OK VALUE "00".
           01 WS-ESTADO-ACUERDOS PIC XX VALUE "00".
               88 ACUERDOS-OK VALUE "00".
           01 WS-ESTADO-CONTADOR PIC XX VALUE "00".
               88 CONTADOR-OK VALUE "00".
           01 WS-ESTADO-LOG PIC XX VALUE "00".
               88 LOG-OK VALUE "00".
           01 WS-FIN-ARCHIVO PIC X VALUE "N".
               88 FIN-ARCHIVO VALUE "S".
           01 WS-MAESTRO-CLIENTES-ABIERTO PIC X VALUE "N".
               88 MAESTRO-CLIENTES-ABIERTO VALUE "S".
           01 WS-CARTERA-ABIERTA PIC X VALUE "N".
               88 CARTERA-ABIERTA VALUE "S".
           01 WS-OPCION PIC X VALUE SPACE.
               88 MANTO-ALTA VALUE "A".
               88 MANTO-NUEVA-LINEA VALUE "N".
               88 MANTO-CAMBIO VALUE "C".
               88 MANTO-BAJA VALUE "B".
               88 MANTO-CONSULTA VALUE "Q".
               88 MANTO-LISTADO VALUE "L".
               88 MANTO-SALIR VALUE "S".
           01 WS-CONFIRMA PIC X VALUE SPACE.
           01 WS-OPERADOR PIC X(8) VALUE SPACES.
           01 WS-FECHA-HOY PIC 9(8) VALUE ZERO.
           01 WS-PEDIDO PIC 9(6) VALUE ZERO.
           01 WS-LINEA PIC 9(3) VALUE ZERO.
           01 WS-CLIENTE PIC 9(6) VALUE ZERO.
           01 WS-ARTICULO PIC X(6) VALUE SPACES.
           01 WS-CANTIDAD PIC 9(5) VALUE ZERO.
           01 WS-FECHA-REQUERIDA PIC 9(8) VALUE ZERO.
           01 WS-PROXIMO-PEDIDO PIC 9(6) VALUE 1.
           01 WS-IMAGEN-ANTERIOR PIC X(69) VALUE SPACES.
           01 WS-DATOS-VALIDOS PIC X VALUE "N".
               88 DATOS-VALIDOS VALUE "S".
           01 WS-TOTAL-LISTADOS PIC 9(6) VALUE ZERO.
           01 WS-LINEAS-ANULADAS PIC 9(3) VALUE ZERO.
      *> Validez de las fechas via el servicio comun DATESRV.
           01 WS-DS-FUNCION PIC X(8) VALUE SPACES.
           01 WS-DS-FECHA1 PIC 9(8) VALUE ZERO.
           01 WS-DS-FECHA2 PIC 9(8) VALUE ZERO.
           01 WS-DS-RESULTADO PIC S9(7) VALUE ZERO.
           01 WS-DS-OK PIC X VALUE "N".
      *> Lineas del pedido en captura: se graban todas juntas
      *> cuando el pedido pasa el control de credito.
           01 WS-NUM-LINEAS PIC 9(3) VALUE ZERO.
           01 WS-IDX-LINEA PIC 9(3) VALUE ZERO.
           01 WS-TABLA-LINEAS.
               05 WS-LIN OCCURS 50 TIMES.
                   10 WS-LIN-ARTICULO PIC X(6).
                   10 WS-LIN-CANTIDAD PIC 9(5).
                   10 WS-LIN-PRECIO PIC 9(5)V99.
           01 WS-VALOR-PEDIDO PIC 9(9)V99 VALUE ZERO.
      *> Control de credito: deuda abierta en cartera mas lo
      *> pendiente de entregar de otros pedidos mas lo nuevo.
           01 WS-LIMITE-CLIENTE PIC 9(7)V99 VALUE ZERO.
           01 WS-DEUDA-CARTERA PIC 9(9)V99 VALUE ZERO.
           01 WS-SALDO-SIN-DISPUTA PIC 9(9)V99 VALUE ZERO.
           01 WS-PENDIENTE-PEDIDOS PIC 9(9)V99 VALUE ZERO.
           01 WS-EXPOSICION PIC 9(9)V99 VALUE ZERO.
           01 WS-FIN-EXPOSICION PIC X VALUE "N".
               88 FIN-EXPOSICION VALUE "S".
           01 WS-EXPOSICION-EDIT PIC Z(8)9.99.
           01 WS-LIMITE-EDIT PIC Z(6)9.99.
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
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           IF OPERADOR-ACTUAL = SPACES
                   OR OPERADOR-ACTUAL = LOW-VALUES THEN
               MOVE "BATCH" TO WS-OPERADOR
           ELSE
               MOVE OPERADOR-ACTUAL TO WS-OPERADOR
           END-IF.
           MOVE SPACE TO WS-OPCION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY.
           MOVE ZERO TO WS-NUM-PRECIOS.
           MOVE ZERO TO WS-NUM-ACUERDOS.
           OPEN I-O ORDER-MASTER.
           IF NOT PEDIDOS-OK THEN
               CLOSE ORDER-MASTER
               OPEN OUTPUT ORDER-MASTER
               CLOSE ORDER-MASTER
               OPEN I-O ORDER-MASTER
           END-IF.
           OPEN INPUT CUSTOMER-MASTER.
           IF CLIENTES-OK THEN
               SET MAESTRO-CLIENTES-ABIERTO TO TRUE
           ELSE
               MOVE "N" TO WS-MAESTRO-CLIENTES-ABIERTO
               DISPLAY "Sin maestro de clientes: no se verifica el "
                   "cliente ni su credito."
           END-IF.
           OPEN INPUT OPEN-ITEM-MASTER.
           IF ABIERTOS-OK THEN
               SET CARTERA-ABIERTA TO TRUE
           ELSE
               MOVE "N" TO WS-CARTERA-ABIERTA
           END-IF.
           PERFORM CARGAR-PRECIOS.
           PERFORM CARGAR-ACUERDOS.
           PERFORM CARGAR-CONTADOR.
           OPEN EXTEND ORDER-LOG-FILE.
           IF NOT LOG-OK THEN
               OPEN OUTPUT ORDER-LOG-FILE
               CLOSE ORDER-LOG-FILE
               OPEN EXTEND ORDER-LOG-FILE
           END-IF.
           PERFORM MOSTRAR-MENU UNTIL MANTO-SALIR.
           CLOSE ORDER-LOG-FILE.
           IF CARTERA-ABIERTA THEN
               CLOSE OPEN-ITEM-MASTER
           END-IF.
           IF MAESTRO-CLIENTES-ABIERTO THEN
               CLOSE CUSTOMER-MASTER
           END-IF.
           CLOSE ORDER-MASTER.
           PERFORM REGISTRAR-HISTORIAL.
           GOBACK.

       MOSTRAR-MENU.
           DISPLAY "Pedidos: A-Alta N-Nueva linea C-Cambio B-Anular "
               "Q-Consulta L-Listado S-Salir".
           ACCEPT WS-OPCION.
           EVALUATE TRUE
               WHEN MANTO-ALTA
                   PERFORM ALTA-PEDIDO
               WHEN MANTO-NUEVA-LINEA
                   PERFORM NUEVA-LINEA-PEDIDO
               WHEN MANTO-CAMBIO
                   PERFORM CAMBIO-LINEA
               WHEN MANTO-BAJA
                   PERFORM ANULAR-PEDIDO
               WHEN MANTO-CONSULTA
                   PERFORM CONSULTA-PEDIDO
               WHEN MANTO-LISTADO
                   PERFORM LISTAR-PEDIDOS
               WHEN MANTO-SALIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Operacion invalida."
           END-EVALUATE.

       CARGAR-CONTADOR.
           MOVE 1 TO WS-PROXIMO-PEDIDO.
           OPEN INPUT ORDER-COUNTER.
           IF CONTADOR-OK THEN
               READ ORDER-COUNTER
                   NOT AT END
                       IF OC-PROXIMO-PEDIDO NUMERIC
                               AND OC-PROXIMO-PEDIDO > ZERO THEN
                           MOVE OC-PROXIMO-PEDIDO TO
                               WS-PROXIMO-PEDIDO
                       END-IF
               END-READ
               CLOSE ORDER-COUNTER
           END-IF.

       GUARDAR-CONTADOR.
           OPEN OUTPUT ORDER-COUNTER.
           MOVE WS-PROXIMO-PEDIDO TO OC-PROXIMO-PEDIDO.
           WRITE ORDER-COUNTER-RECORD.
           CLOSE ORDER-COUNTER.

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
               DISPLAY "Sin maestro de precios: no se pueden tomar "
                   "pedidos."
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

      *> Precio del articulo para el cliente a la fecha de hoy.
       BUSCAR-PRECIO.
           MOVE "N" TO WS-PRECIO-HALLADO.
           MOVE ZERO TO WS-MEJOR-DESDE-PRECIO.
           MOVE ZERO TO WS-PRECIO-LINEA.
           PERFORM VARYING WS-IDX-ACUERDO FROM 1 BY 1
                   UNTIL WS-IDX-ACUERDO > WS-NUM-ACUERDOS
               IF WS-ACU-CLIENTE(WS-IDX-ACUERDO) = WS-CLIENTE
                       AND WS-ACU-ARTICULO(WS-IDX-ACUERDO) =
                           WS-ARTICULO
                       AND WS-ACU-DESDE(WS-IDX-ACUERDO) <=
                           WS-FECHA-HOY
                       AND (WS-ACU-HASTA(WS-IDX-ACUERDO) = ZERO
                           OR WS-ACU-HASTA(WS-IDX-ACUERDO) >=
                               WS-FECHA-HOY)
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
               IF WS-PRE-ARTICULO(WS-IDX-PRECIO) = WS-ARTICULO
                       AND WS-PRE-DESDE(WS-IDX-PRECIO) <=
                           WS-FECHA-HOY
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

       VALIDAR-FECHA.
           MOVE "VALIDA" TO WS-DS-FUNCION.
           MOVE ZERO TO WS-DS-FECHA2.
           CALL "DATESRV" USING WS-DS-FUNCION WS-DS-FECHA1
               WS-DS-FECHA2 WS-DS-RESULTADO WS-DS-OK.

      *> Solo se toman pedidos de clientes activos del maestro; de
      *> paso queda el limite de credito (cero o en blanco = sin
      *> tope, como en ONSIZEERROR).
       VERIFICAR-CLIENTE.
           MOVE ZERO TO WS-LIMITE-CLIENTE.
           IF NOT MAESTRO-CLIENTES-ABIERTO THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CLIENTE TO CM-NUMERO.
           READ CUSTOMER-MASTER
               INVALID KEY
                   DISPLAY "Cliente no existe en el maestro."
                   MOVE "N" TO WS-DATOS-VALIDOS
               NOT INVALID KEY
                   IF CLIENTE-INACTIVO THEN
                       DISPLAY "Cliente inactivo en el maestro."
                       MOVE "N" TO WS-DATOS-VALIDOS
                   END-IF
                   IF CM-LIMITE-CREDITO NUMERIC THEN
                       MOVE CM-LIMITE-CREDITO TO WS-LIMITE-CLIENTE
                   END-IF
           END-READ.

      *> Lo que el cliente ya debe (facturas y cargos abiertos, sin
      *> lo que esta en disputa) mas lo que tiene pedido y sin
      *> entregar, valorizado al precio del pedido, mas
      *> WS-VALOR-PEDIDO: no puede pasar el limite.
       VERIFICAR-CREDITO.
           IF WS-LIMITE-CLIENTE = ZERO THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-DEUDA-CARTERA.
           MOVE ZERO TO WS-PENDIENTE-PEDIDOS.
           IF CARTERA-ABIERTA THEN
               MOVE "N" TO WS-FIN-EXPOSICION
               MOVE WS-CLIENTE TO AB-CLIENTE
               START OPEN-ITEM-MASTER KEY >= AB-CLIENTE
                   INVALID KEY SET FIN-EXPOSICION TO TRUE
               END-START
               PERFORM UNTIL FIN-EXPOSICION
                   READ OPEN-ITEM-MASTER NEXT RECORD
                       AT END SET FIN-EXPOSICION TO TRUE
                       NOT AT END
                           IF AB-CLIENTE NOT = WS-CLIENTE THEN
                               SET FIN-EXPOSICION TO TRUE
                           ELSE
                               IF AB-ESTADO = "A"
                                       AND NOT PARTIDA-NOTA-CREDITO
                                       THEN
                                   PERFORM CALCULAR-SALDO-SIN-DISPUTA
                                   ADD WS-SALDO-SIN-DISPUTA TO
                                       WS-DEUDA-CARTERA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           MOVE "N" TO WS-FIN-EXPOSICION.
           MOVE WS-CLIENTE TO PD-CLIENTE.
           START ORDER-MASTER KEY >= PD-CLIENTE
               INVALID KEY SET FIN-EXPOSICION TO TRUE
           END-START.
           PERFORM UNTIL FIN-EXPOSICION
               READ ORDER-MASTER NEXT RECORD
                   AT END SET FIN-EXPOSICION TO TRUE
                   NOT AT END
                       IF PD-CLIENTE NOT = WS-CLIENTE THEN
                           SET FIN-EXPOSICION TO TRUE
                       ELSE
                           IF LINEA-PENDIENTE THEN
                               COMPUTE WS-PENDIENTE-PEDIDOS =
                                   WS-PENDIENTE-PEDIDOS
                                   + (PD-CANT-PEDIDA
                                   - PD-CANT-ENTREGADA) * PD-PRECIO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           COMPUTE WS-EXPOSICION = WS-DEUDA-CARTERA
               + WS-PENDIENTE-PEDIDOS + WS-VALOR-PEDIDO.
           IF WS-EXPOSICION > WS-LIMITE-CLIENTE THEN
               MOVE WS-EXPOSICION TO WS-EXPOSICION-EDIT
               MOVE WS-LIMITE-CLIENTE TO WS-LIMITE-EDIT
               DISPLAY "Excede el limite de credito: exposicion "
                   WS-EXPOSICION-EDIT " limite " WS-LIMITE-EDIT
               MOVE "N" TO WS-DATOS-VALIDOS
           END-IF.

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

       PEDIR-FECHA-REQUERIDA.
           DISPLAY "Fecha requerida (AAAAMMDD, 0 = hoy):".
           ACCEPT WS-FECHA-REQUERIDA.
           IF WS-FECHA-REQUERIDA = ZERO THEN
               MOVE WS-FECHA-HOY TO WS-FECHA-REQUERIDA
           END-IF.
           MOVE WS-FECHA-REQUERIDA TO WS-DS-FECHA1.
           PERFORM VALIDAR-FECHA.
           IF WS-DS-OK NOT = "S" THEN
               DISPLAY "Fecha requerida invalida."
               MOVE "N" TO WS-DATOS-VALIDOS
           END-IF.

      *> Un articulo por linea; articulo en blanco termina la
      *> captura. Un articulo sin precio vigente no se acepta.
       PEDIR-LINEAS.
           MOVE ZERO TO WS-NUM-LINEAS.
           MOVE ZERO TO WS-VALOR-PEDIDO.
           MOVE "X" TO WS-ARTICULO.
           PERFORM UNTIL WS-ARTICULO = SPACES
                   OR WS-NUM-LINEAS >= 50
               DISPLAY "Articulo (en blanco para terminar):"
               MOVE SPACES TO WS-ARTICULO
               ACCEPT WS-ARTICULO
               IF WS-ARTICULO NOT = SPACES THEN
                   PERFORM PEDIR-LINEA
               END-IF
           END-PERFORM.

       PEDIR-LINEA.
           DISPLAY "Cantidad:".
           ACCEPT WS-CANTIDAD.
           IF WS-CANTIDAD = ZERO THEN
               DISPLAY "La cantidad debe ser mayor que cero."
               EXIT PARAGRAPH
           END-IF.
           PERFORM BUSCAR-PRECIO.
           IF NOT PRECIO-HALLADO THEN
               DISPLAY "Articulo sin precio vigente, linea no "
                   "tomada."
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NUM-LINEAS.
           MOVE WS-ARTICULO TO WS-LIN-ARTICULO(WS-NUM-LINEAS).
           MOVE WS-CANTIDAD TO WS-LIN-CANTIDAD(WS-NUM-LINEAS).
           MOVE WS-PRECIO-LINEA TO WS-LIN-PRECIO(WS-NUM-LINEAS).
           COMPUTE WS-VALOR-PEDIDO = WS-VALOR-PEDIDO
               + WS-CANTIDAD * WS-PRECIO-LINEA.

       ALTA-PEDIDO.
           SET DATOS-VALIDOS TO TRUE.
           DISPLAY "Cliente:".
           ACCEPT WS-CLIENTE.
           PERFORM VERIFICAR-CLIENTE.
           IF DATOS-VALIDOS THEN
               PERFORM PEDIR-FECHA-REQUERIDA
           END-IF.
           IF NOT DATOS-VALIDOS THEN
               DISPLAY "Pedido no registrado."
               EXIT PARAGRAPH
           END-IF.
           PERFORM PEDIR-LINEAS.
           IF WS-NUM-LINEAS = ZERO THEN
               DISPLAY "Pedido sin lineas, no registrado."
               EXIT PARAGRAPH
           END-IF.
           PERFORM VERIFICAR-CREDITO.
           IF NOT DATOS-VALIDOS THEN
               DISPLAY "Pedido no registrado."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PROXIMO-PEDIDO TO WS-PEDIDO.
           ADD 1 TO WS-PROXIMO-PEDIDO.
           PERFORM GUARDAR-CONTADOR.
           PERFORM VARYING WS-IDX-LINEA FROM 1 BY 1
                   UNTIL WS-IDX-LINEA > WS-NUM-LINEAS
               MOVE WS-IDX-LINEA TO WS-LINEA
               MOVE WS-LIN-ARTICULO(WS-IDX-LINEA) TO WS-ARTICULO
               MOVE WS-LIN-CANTIDAD(WS-IDX-LINEA) TO WS-CANTIDAD
               MOVE WS-LIN-PRECIO(WS-IDX-LINEA) TO WS-PRECIO-LINEA
               PERFORM GRABAR-LINEA
           END-PERFORM.
           DISPLAY "Pedido " WS-PEDIDO " registrado con "
               WS-NUM-LINEAS " lineas.".

       GRABAR-LINEA.
           INITIALIZE ORDER-RECORD.
           MOVE WS-PEDIDO TO PD-NUMERO.
           MOVE WS-LINEA TO PD-LINEA.
           MOVE WS-CLIENTE TO PD-CLIENTE.
           MOVE WS-FECHA-HOY TO PD-FECHA-PEDIDO.
           MOVE WS-FECHA-REQUERIDA TO PD-FECHA-REQUERIDA.
           MOVE WS-ARTICULO TO PD-ARTICULO.
           MOVE WS-CANTIDAD TO PD-CANT-PEDIDA.
           MOVE ZERO TO PD-CANT-ENTREGADA.
           MOVE WS-PRECIO-LINEA TO PD-PRECIO.
           MOVE "A" TO PD-ESTADO.
           WRITE ORDER-RECORD
               INVALID KEY
                   DISPLAY "Ya existe la linea " WS-PEDIDO "-"
                       WS-LINEA "."
               NOT INVALID KEY
                   MOVE SPACES TO WS-IMAGEN-ANTERIOR
                   MOVE "ALTA" TO OL-OPERACION
                   PERFORM REGISTRAR-CAMBIO-PEDIDO
           END-WRITE.

      *> Agrega una linea a un pedido que todavia tiene algo
      *> pendiente, con el mismo cliente y fechas.
       NUEVA-LINEA-PEDIDO.
           SET DATOS-VALIDOS TO TRUE.
           DISPLAY "Pedido:".
           ACCEPT WS-PEDIDO.
           PERFORM BUSCAR-ULTIMA-LINEA.
           IF WS-LINEA = ZERO THEN
               DISPLAY "Pedido no encontrado."
               EXIT PARAGRAPH
           END-IF.
           MOVE PD-CLIENTE TO WS-CLIENTE.
           MOVE PD-FECHA-REQUERIDA TO WS-FECHA-REQUERIDA.
           IF WS-LINEA >= 999 THEN
               DISPLAY "El pedido no admite mas lineas."
               EXIT PARAGRAPH
           END-IF.
           PERFORM VERIFICAR-CLIENTE.
           IF NOT DATOS-VALIDOS THEN
               DISPLAY "Linea no registrada."
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-NUM-LINEAS.
           MOVE ZERO TO WS-VALOR-PEDIDO.
           DISPLAY "Articulo:".
           ACCEPT WS-ARTICULO.
           PERFORM PEDIR-LINEA.
           IF WS-NUM-LINEAS = ZERO THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM VERIFICAR-CREDITO.
           IF NOT DATOS-VALIDOS THEN
               DISPLAY "Linea no registrada."
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-LINEA.
           PERFORM GRABAR-LINEA.
           DISPLAY "Linea " WS-PEDIDO "-" WS-LINEA " registrada.".

      *> Deja en WS-LINEA la ultima linea del pedido (cero si no
      *> existe) y el registro de esa linea en el area del archivo.
       BUSCAR-ULTIMA-LINEA.
           MOVE ZERO TO WS-LINEA.
           MOVE "N" TO WS-FIN-ARCHIVO.
           MOVE WS-PEDIDO TO PD-NUMERO.
           MOVE ZERO TO PD-LINEA.
           START ORDER-MASTER KEY >= PD-CLAVE
               INVALID KEY SET FIN-ARCHIVO TO TRUE
           END-START.
           PERFORM UNTIL FIN-ARCHIVO
               READ ORDER-MASTER NEXT RECORD
                   AT END SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF PD-NUMERO NOT = WS-PEDIDO THEN
                           SET FIN-ARCHIVO TO TRUE
                       ELSE
                           MOVE PD-LINEA TO WS-LINEA
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-LINEA > ZERO THEN
               MOVE WS-PEDIDO TO PD-NUMERO
               MOVE WS-LINEA TO PD-LINEA
               READ ORDER-MASTER KEY IS PD-CLAVE
                   INVALID KEY MOVE ZERO TO WS-LINEA
               END-READ
           END-IF.
           MOVE "N" TO WS-FIN-ARCHIVO.

       PEDIR-CLAVE-LINEA.
           DISPLAY "Pedido:".
           ACCEPT WS-PEDIDO.
           DISPLAY "Linea:".
           ACCEPT WS-LINEA.
           MOVE WS-PEDIDO TO PD-NUMERO.
           MOVE WS-LINEA TO PD-LINEA.

      *> Cambio de cantidad o fecha requerida de una linea
      *> pendiente. La cantidad no puede bajar de lo ya entregado;
      *> un aumento pasa por el control de credito.
       CAMBIO-LINEA.
           SET DATOS-VALIDOS TO TRUE.
           PERFORM PEDIR-CLAVE-LINEA.
           READ ORDER-MASTER KEY IS PD-CLAVE
               INVALID KEY
                   DISPLAY "Linea no encontrada."
                   EXIT PARAGRAPH
           END-READ.
           IF NOT LINEA-PENDIENTE THEN
               DISPLAY "La linea ya no esta pendiente."
               EXIT PARAGRAPH
           END-IF.
           MOVE ORDER-RECORD TO WS-IMAGEN-ANTERIOR.
           PERFORM MOSTRAR-LINEA.
           MOVE PD-CLIENTE TO WS-CLIENTE.
           MOVE PD-PRECIO TO WS-PRECIO-LINEA.
           DISPLAY "Cantidad pedida:".
           ACCEPT WS-CANTIDAD.
           IF WS-CANTIDAD = ZERO
                   OR WS-CANTIDAD < PD-CANT-ENTREGADA THEN
               DISPLAY "La cantidad no puede ser cero ni menor que "
                   "la entregada."
               DISPLAY "Linea sin cambios."
               EXIT PARAGRAPH
           END-IF.
           PERFORM PEDIR-FECHA-REQUERIDA.
           MOVE ZERO TO WS-VALOR-PEDIDO.
           IF DATOS-VALIDOS AND WS-CANTIDAD > PD-CANT-PEDIDA THEN
               COMPUTE WS-VALOR-PEDIDO =
                   (WS-CANTIDAD - PD-CANT-PEDIDA) * WS-PRECIO-LINEA
               PERFORM VERIFICAR-CLIENTE
               IF DATOS-VALIDOS THEN
                   PERFORM VERIFICAR-CREDITO
               END-IF
           END-IF.
           IF NOT DATOS-VALIDOS THEN
               DISPLAY "Linea sin cambios."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PEDIDO TO PD-NUMERO.
           MOVE WS-LINEA TO PD-LINEA.
           READ ORDER-MASTER KEY IS PD-CLAVE
               INVALID KEY
                   DISPLAY "Linea no encontrada."
                   EXIT PARAGRAPH
           END-READ.
           MOVE WS-CANTIDAD TO PD-CANT-PEDIDA.
           MOVE WS-FECHA-REQUERIDA TO PD-FECHA-REQUERIDA.
           IF PD-CANT-ENTREGADA >= PD-CANT-PEDIDA THEN
               MOVE "C" TO PD-ESTADO
           END-IF.
           REWRITE ORDER-RECORD
               INVALID KEY
                   DISPLAY "No se pudo actualizar."
               NOT INVALID KEY
                   MOVE "CAMBIO" TO OL-OPERACION
                   PERFORM REGISTRAR-CAMBIO-PEDIDO
                   DISPLAY "Linea actualizada."
           END-REWRITE.

      *> La anulacion cierra lo pendiente de todas las lineas del
      *> pedido; lo ya entregado y facturado queda como historia.
       ANULAR-PEDIDO.
           DISPLAY "Pedido:".
           ACCEPT WS-PEDIDO.
           DISPLAY "Confirma anular lo pendiente del pedido (S/N):".
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "S" THEN
               DISPLAY "Pedido sin cambios."
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-LINEAS-ANULADAS.
           MOVE "N" TO WS-FIN-ARCHIVO.
           MOVE WS-PEDIDO TO PD-NUMERO.
           MOVE ZERO TO PD-LINEA.
           START ORDER-MASTER KEY >= PD-CLAVE
               INVALID KEY SET FIN-ARCHIVO TO TRUE
           END-START.
           PERFORM UNTIL FIN-ARCHIVO
               READ ORDER-MASTER NEXT RECORD
                   AT END SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF PD-NUMERO NOT = WS-PEDIDO THEN
                           SET FIN-ARCHIVO TO TRUE
                       ELSE
                           IF LINEA-PENDIENTE THEN
                               PERFORM ANULAR-LINEA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "N" TO WS-FIN-ARCHIVO.
           DISPLAY "Lineas anuladas: " WS-LINEAS-ANULADAS.

       ANULAR-LINEA.
           MOVE ORDER-RECORD TO WS-IMAGEN-ANTERIOR.
           MOVE "X" TO PD-ESTADO.
           REWRITE ORDER-RECORD
               INVALID KEY
                   DISPLAY "No se pudo anular la linea " PD-LINEA
               NOT INVALID KEY
                   MOVE "ANULA" TO OL-OPERACION
                   PERFORM REGISTRAR-CAMBIO-PEDIDO
                   ADD 1 TO WS-LINEAS-ANULADAS
           END-REWRITE.

       CONSULTA-PEDIDO.
           DISPLAY "Pedido:".
           ACCEPT WS-PEDIDO.
           MOVE ZERO TO WS-TOTAL-LISTADOS.
           MOVE "N" TO WS-FIN-ARCHIVO.
           MOVE WS-PEDIDO TO PD-NUMERO.
           MOVE ZERO TO PD-LINEA.
           START ORDER-MASTER KEY >= PD-CLAVE
               INVALID KEY SET FIN-ARCHIVO TO TRUE
           END-START.
           PERFORM UNTIL FIN-ARCHIVO
               READ ORDER-MASTER NEXT RECORD
                   AT END SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF PD-NUMERO NOT = WS-PEDIDO THEN
                           SET FIN-ARCHIVO TO TRUE
                       ELSE
                           PERFORM MOSTRAR-LINEA
                           ADD 1 TO WS-TOTAL-LISTADOS
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "N" TO WS-FIN-ARCHIVO.
           IF WS-TOTAL-LISTADOS = ZERO THEN
               DISPLAY "Pedido no encontrado."
           END-IF.

       MOSTRAR-LINEA.
           DISPLAY PD-NUMERO "-" PD-LINEA " cliente " PD-CLIENTE
               " " PD-ARTICULO
               " pedida " PD-CANT-PEDIDA
               " entregada " PD-CANT-ENTREGADA
               " requerida " PD-FECHA-REQUERIDA
               " ult.factura " PD-ULTIMA-FACTURA
               " estado " PD-ESTADO.

       LISTAR-PEDIDOS.
           MOVE ZERO TO WS-TOTAL-LISTADOS.
           MOVE "N" TO WS-FIN-ARCHIVO.
           MOVE ZERO TO PD-CLAVE.
           START ORDER-MASTER KEY >= PD-CLAVE
               INVALID KEY SET FIN-ARCHIVO TO TRUE
           END-START.
           PERFORM UNTIL FIN-ARCHIVO
               READ ORDER-MASTER NEXT RECORD
                   AT END SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       PERFORM MOSTRAR-LINEA
                       ADD 1 TO WS-TOTAL-LISTADOS
               END-READ
           END-PERFORM.
           MOVE "N" TO WS-FIN-ARCHIVO.
           DISPLAY "Lineas listadas: " WS-TOTAL-LISTADOS.

       REGISTRAR-CAMBIO-PEDIDO.
           MOVE FUNCTION CURRENT-DATE(1:15) TO OL-FECHA-HORA.
           MOVE WS-OPERADOR TO OL-OPERADOR.
           MOVE WS-IMAGEN-ANTERIOR TO OL-IMAGEN-ANTERIOR.
           MOVE ORDER-RECORD TO OL-IMAGEN-NUEVA.
           WRITE ORDER-LOG-RECORD.

       REGISTRAR-HISTORIAL.
           OPEN EXTEND RUN-HISTORY-LOG.
           IF NOT HIST-OK THEN
               OPEN OUTPUT RUN-HISTORY-LOG
               CLOSE RUN-HISTORY-LOG
               OPEN EXTEND RUN-HISTORY-LOG
           END-IF.
           MOVE "PEDIDO-MANTO" TO RH-PROGRAMA.
           MOVE FUNCTION CURRENT-DATE(1:15) TO RH-FECHA-HORA.
           IF RETURN-CODE = 0 THEN
               MOVE "OK" TO RH-RESULTADO
           ELSE
               MOVE "CON AVISOS" TO RH-RESULTADO
           END-IF.
           MOVE WS-OPERADOR TO RH-OPERADOR.
           WRITE RUN-HISTORY-RECORD.
           CLOSE RUN-HISTORY-LOG.
       END PROGRAM PEDIDO-MANTO.
