      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIENTE-360.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO "data/first-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-NUMERO
               ALTERNATE RECORD KEY IS CM-NOMBRE WITH DUPLICATES
               FILE STATUS IS WS-ESTADO-CLIENTES.
           SELECT XREF-FILE ASSIGN TO "data/first-xref.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-XREF.
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
           SELECT COLLECTION-LOG ASSIGN TO "data/ar-cobros.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-COBROS.
           SELECT CHANGE-LOG-FILE ASSIGN TO "data/first-cambios.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-LOG.
           SELECT USUARIO-MASTER ASSIGN TO "data/nivel-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UM-TELEFONOP
               ALTERNATE RECORD KEY IS UM-EMAIL WITH DUPLICATES
               ALTERNATE RECORD KEY IS UM-NOMBRE-COMPLETO
                   WITH DUPLICATES
               FILE STATUS IS WS-ESTADO-DIRECTORIO.
           SELECT RUN-HISTORY-LOG ASSIGN TO "data/run-history.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-HIST.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
       01  CUSTOMER-RECORD.
           COPY CLIENTE.

      *> Cruce de FIRST-MERGE: numero purgado y el que lo absorbio.
       FD  XREF-FILE.
       01  XREF-RECORD.
           05 XR-NUMERO-VIEJO PIC 9(6).
           05 XR-NUMERO-NUEVO PIC 9(6).
           05 XR-FECHA PIC 9(8).

       FD  OPEN-ITEM-MASTER.
       01  OPEN-ITEM-RECORD.
           COPY ARITEM.

       FD  ON-ACCOUNT-FILE.
       01  ON-ACCOUNT-RECORD.
           COPY ACUENTA.

       FD  COLLECTION-LOG.
       01  COLLECTION-LOG-RECORD.
           COPY ARCOBRO.

       FD  CHANGE-LOG-FILE.
       01  CHANGE-LOG-RECORD.
           05 CL-FECHA-HORA PIC X(15).
           05 CL-NUMERO PIC 9(6).
           05 CL-NOMBRE-ORIGINAL PIC X(15).
           05 CL-APELLIDO-ORIGINAL PIC X(15).
           05 CL-EDAD-ORIGINAL PIC 9(2).
           05 CL-NOMBRE-CORREGIDO PIC X(15).
           05 CL-APELLIDO-CORREGIDO PIC X(15).
           05 CL-EDAD-CORREGIDA PIC 9(2).

       FD  USUARIO-MASTER.
       01  USUARIO-RECORD.
           COPY USUARIO.

       FD  RUN-HISTORY-LOG.
           COPY RUNHIST.

       WORKING-STORAGE SECTION.
      *> Operador firmado en el menu; los programas llamados lo
      *> arrastran al historial de corridas.
       01  OPERADOR-ACTUAL PIC X(8) EXTERNAL.
      *> Empresa elegida en el menu (en blanco en lote, la 01): solo
      *> se consultan clientes de esa empresa.
       01  EMPRESA-ACTUAL PIC X(2) EXTERNAL.
           01 WS-ESTADO-HIST PIC XX VALUE "00".
               88 HIST-OK VALUE "00".
           01 WS-ESTADO-CLIENTES PIC XX VALUE "00".
               88 CLIENTES-OK VALUE "00".
           01 WS-ESTADO-XREF PIC XX VALUE "00".
               88 XREF-OK VALUE "00".
           01 WS-ESTADO-ABIERTOS PIC XX VALUE "00".
               88 ABIERTOS-OK VALUE "00".
           01 WS-ESTADO-ACUENTA PIC XX VALUE "00".
               88 ACUENTA-OK VALUE "00".
           01 WS-ESTADO-COBROS PIC XX VALUE "00".
               88 COBROS-OK VALUE "00".
           01 WS-ESTADO-LOG PIC XX VALUE "00".
               88 LOG-OK VALUE "00".
           01 WS-ESTADO-DIRECTORIO PIC XX VALUE "00".
               88 DIRECTORIO-OK VALUE "00".
           01 WS-FIN-ARCHIVO PIC X VALUE "N".
               88 FIN-ARCHIVO VALUE "S".
           01 WS-FECHA-PROCESO PIC 9(8) VALUE ZERO.
           01 WS-CLIENTE PIC 9(6) VALUE ZERO.
           01 WS-CLIENTE-PEDIDO PIC 9(6) VALUE ZERO.
           01 WS-CLIENTE-ENCONTRADO PIC X VALUE "N".
               88 CLIENTE-ENCONTRADO VALUE "S".
           01 WS-EMPRESA-SESION PIC X(2) VALUE "01".
           01 WS-EMPRESA-CLIENTE PIC X(2) VALUE "01".
      *> Un numero purgado puede haber ido a otro que a su vez se
      *> fusiono despues; se sigue la cadena con un tope de saltos.
           01 WS-SALTOS PIC 99 VALUE ZERO.
           01 WS-SALTO-HALLADO PIC X VALUE "N".
               88 SALTO-HALLADO VALUE "S".
           01 WS-NUMEROS-VIEJOS PIC 9(3) VALUE ZERO.
      *> Exposicion como en AR-CREDITREV: lo abierto menos el
      *> dinero a cuenta; aqui tambien se descuentan las notas de
      *> credito abiertas, que AR-AGING no envejece.
           01 WS-DEUDA PIC S9(9)V99 VALUE ZERO.
           01 WS-NOTAS PIC S9(9)V99 VALUE ZERO.
           01 WS-ACUENTA PIC S9(9)V99 VALUE ZERO.
           01 WS-EXPOSICION PIC S9(9)V99 VALUE ZERO.
           01 WS-DISPONIBLE PIC S9(9)V99 VALUE ZERO.
           01 WS-FECHA-BASE PIC 9(8) VALUE ZERO.
           01 WS-DIAS-PARTIDA PIC S9(5) VALUE ZERO.
           01 WS-TRAMOS.
               05 WS-T-NOVENC PIC 9(9)V99 VALUE ZERO.
               05 WS-T-B030 PIC 9(9)V99 VALUE ZERO.
               05 WS-T-B3160 PIC 9(9)V99 VALUE ZERO.
               05 WS-T-B6190 PIC 9(9)V99 VALUE ZERO.
               05 WS-T-B90MAS PIC 9(9)V99 VALUE ZERO.
           01 WS-PARTIDAS-ABIERTAS PIC 9(4) VALUE ZERO.
      *> Ultimos movimientos: se retienen los cinco mas recientes
      *> de cada archivo, en el orden en que se grabaron.
           01 WS-MAX-ULTIMOS CONSTANT AS 5.
           01 WS-IDX-ULT PIC 9 VALUE ZERO.
           01 WS-NUM-FAC PIC 9 VALUE ZERO.
           01 WS-TABLA-FACTURAS.
               05 WS-FAC OCCURS 5 TIMES.
                   10 WS-FAC-FACTURA PIC 9(6).
                   10 WS-FAC-FECHA PIC 9(8).
                   10 WS-FAC-MONTO PIC 9(9)V99.
                   10 WS-FAC-SALDO PIC 9(9)V99.
                   10 WS-FAC-ESTADO PIC X.
                   10 WS-FAC-TIPO PIC X.
           01 WS-NUM-COB PIC 9 VALUE ZERO.
           01 WS-TABLA-COBROS.
               05 WS-COB OCCURS 5 TIMES.
                   10 WS-COB-FECHA PIC 9(8).
                   10 WS-COB-FACTURA PIC 9(6).
                   10 WS-COB-MONTO PIC 9(9)V99.
                   10 WS-COB-ORIGEN PIC X.
           01 WS-NUM-CAM PIC 9 VALUE ZERO.
           01 WS-TABLA-CAMBIOS.
               05 WS-CAM OCCURS 5 TIMES.
                   10 WS-CAM-FECHA-HORA PIC X(15).
                   10 WS-CAM-ANTES PIC X(32).
                   10 WS-CAM-DESPUES PIC X(32).
           01 WS-MONTO-EDIT PIC -(9)9.99.
           01 WS-MONTO-EDIT-2 PIC -(9)9.99.
           01 WS-MONTO-EDIT-3 PIC -(9)9.99.
           01 WS-MONTO-EDIT-4 PIC -(9)9.99.
           01 WS-MONTO-EDIT-5 PIC -(9)9.99.
           01 WS-DIAS-EDIT PIC -(4)9.
       LINKAGE SECTION.
      *> Numero pedido por el operador; a la vuelta, el numero
      *> vigente que se consulto (cero si no se encontro), para la
      *> bitacora del menu.
       01  LK-CLIENTE PIC 9(6).
       PROCEDURE DIVISION USING LK-CLIENTE.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-PROCESO.
           PERFORM INICIALIZAR-CONSULTA.
           MOVE LK-CLIENTE TO WS-CLIENTE-PEDIDO.
           MOVE LK-CLIENTE TO WS-CLIENTE.
           MOVE "N" TO WS-CLIENTE-ENCONTRADO.
           MOVE ZERO TO RETURN-CODE.
           OPEN INPUT CUSTOMER-MASTER.
           IF NOT CLIENTES-OK THEN
               DISPLAY "CLIENTE-360: no se pudo abrir el maestro de "
                   "clientes, estado " WS-ESTADO-CLIENTES
               MOVE ZERO TO LK-CLIENTE
               MOVE 8 TO RETURN-CODE
               PERFORM REGISTRAR-HISTORIAL
               GOBACK
           END-IF.
           PERFORM LEER-CLIENTE.
           MOVE ZERO TO WS-SALTOS.
           PERFORM UNTIL CLIENTE-ENCONTRADO OR WS-SALTOS >= 10
               PERFORM RESOLVER-NUMERO-VIEJO
               IF NOT SALTO-HALLADO THEN
                   MOVE 10 TO WS-SALTOS
               ELSE
                   ADD 1 TO WS-SALTOS
                   PERFORM LEER-CLIENTE
               END-IF
           END-PERFORM.
           IF NOT CLIENTE-ENCONTRADO THEN
               DISPLAY "Cliente " WS-CLIENTE-PEDIDO
                   " inexistente en el maestro y en el cruce de "
                   "fusiones."
               CLOSE CUSTOMER-MASTER
               MOVE ZERO TO LK-CLIENTE
               MOVE 4 TO RETURN-CODE
               PERFORM REGISTRAR-HISTORIAL
               GOBACK
           END-IF.
           PERFORM VERIFICAR-EMPRESA-CLIENTE.
           IF WS-EMPRESA-CLIENTE NOT = WS-EMPRESA-SESION THEN
               DISPLAY "Cliente " WS-CLIENTE " es de la empresa "
                   WS-EMPRESA-CLIENTE ", no de la " WS-EMPRESA-SESION
                   "."
               CLOSE CUSTOMER-MASTER
               MOVE ZERO TO LK-CLIENTE
               MOVE 4 TO RETURN-CODE
               PERFORM REGISTRAR-HISTORIAL
               GOBACK
           END-IF.
           MOVE WS-CLIENTE TO LK-CLIENTE.
           DISPLAY " ".
           DISPLAY "=== CONSULTA INTEGRAL DE CLIENTE " WS-CLIENTE
               "  fecha " WS-FECHA-PROCESO " ===".
           IF WS-CLIENTE NOT = WS-CLIENTE-PEDIDO THEN
               DISPLAY "(el numero " WS-CLIENTE-PEDIDO
                   " fue fusionado en " WS-CLIENTE ")"
           END-IF.
           PERFORM MOSTRAR-MAESTRO.
           PERFORM MOSTRAR-NUMEROS-VIEJOS.
           PERFORM LEER-PARTIDAS.
           PERFORM SUMAR-DINERO-A-CUENTA.
           PERFORM MOSTRAR-CREDITO.
           PERFORM MOSTRAR-ULTIMAS-FACTURAS.
           PERFORM LEER-COBROS.
           PERFORM MOSTRAR-ULTIMOS-COBROS.
           PERFORM LEER-CAMBIOS.
           PERFORM MOSTRAR-ULTIMOS-CAMBIOS.
           PERFORM MOSTRAR-CONTACTO.
           CLOSE CUSTOMER-MASTER.
           PERFORM REGISTRAR-HISTORIAL.
           GOBACK.

      *> Llamado desde el menu, el programa queda cargado entre
      *> consultas: los acumuladores se limpian en cada entrada.
       INICIALIZAR-CONSULTA.
           MOVE ZERO TO WS-DEUDA WS-NOTAS WS-ACUENTA.
           MOVE ZERO TO WS-PARTIDAS-ABIERTAS.
           INITIALIZE WS-TRAMOS.
           MOVE ZERO TO WS-NUM-FAC WS-NUM-COB WS-NUM-CAM.

       LEER-CLIENTE.
           MOVE WS-CLIENTE TO CM-NUMERO.
           READ CUSTOMER-MASTER
               INVALID KEY MOVE "N" TO WS-CLIENTE-ENCONTRADO
               NOT INVALID KEY SET CLIENTE-ENCONTRADO TO TRUE
           END-READ.

       VERIFICAR-EMPRESA-CLIENTE.
           IF EMPRESA-ACTUAL = SPACES
                   OR EMPRESA-ACTUAL = LOW-VALUES THEN
               MOVE "01" TO WS-EMPRESA-SESION
           ELSE
               MOVE EMPRESA-ACTUAL TO WS-EMPRESA-SESION
           END-IF.
           IF CM-EMPRESA = SPACES OR CM-EMPRESA = LOW-VALUES THEN
               MOVE "01" TO WS-EMPRESA-CLIENTE
           ELSE
               MOVE CM-EMPRESA TO WS-EMPRESA-CLIENTE
           END-IF.

       RESOLVER-NUMERO-VIEJO.
           MOVE "N" TO WS-SALTO-HALLADO.
           OPEN INPUT XREF-FILE.
           IF NOT XREF-OK THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIN-ARCHIVO.
           PERFORM UNTIL FIN-ARCHIVO OR SALTO-HALLADO
               READ XREF-FILE
                   AT END SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF XR-NUMERO-VIEJO = WS-CLIENTE THEN
                           MOVE XR-NUMERO-NUEVO TO WS-CLIENTE
                           SET SALTO-HALLADO TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE XREF-FILE.

       MOSTRAR-MAESTRO.
           DISPLAY "-- Datos del maestro".
           DISPLAY "  Nombre            " CM-NOMBRE " " CM-APELLIDO
               "  edad " CM-EDAD.
           EVALUATE TRUE
               WHEN CLIENTE-ACTIVO
                   DISPLAY "  Estado            ACTIVO desde "
                       CM-FECHA-ESTADO
               WHEN CLIENTE-INACTIVO
                   DISPLAY "  Estado            INACTIVO desde "
                       CM-FECHA-ESTADO
               WHEN OTHER
                   DISPLAY "  Estado            " CM-ESTADO
           END-EVALUATE.
           IF PLAZO-CONTADO THEN
               DISPLAY "  Condicion         contado"
           ELSE
               DISPLAY "  Condicion         neto " CM-PLAZO-PAGO
                   " dias"
           END-IF.
           IF CM-MONEDA = SPACES THEN
               DISPLAY "  Moneda            base"
           ELSE
               DISPLAY "  Moneda            " CM-MONEDA
           END-IF.
           IF CLIENTE-EXENTO-INTERES THEN
               DISPLAY "  Intereses mora    exento"
           END-IF.
           IF CM-VENDEDOR NOT = SPACES THEN
               DISPLAY "  Vendedor          " CM-VENDEDOR " desde "
                   CM-VENDEDOR-DESDE
           END-IF.
           IF CM-CLIENTE-PADRE > ZERO THEN
               IF CONSOLIDA-EN-MADRE THEN
                   DISPLAY "  Cuenta madre      " CM-CLIENTE-PADRE
                       " (consolida estados y avisos)"
               ELSE
                   DISPLAY "  Cuenta madre      " CM-CLIENTE-PADRE
               END-IF
           END-IF.

       MOSTRAR-NUMEROS-VIEJOS.
           MOVE ZERO TO WS-NUMEROS-VIEJOS.
           OPEN INPUT XREF-FILE.
           IF NOT XREF-OK THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIN-ARCHIVO.
           PERFORM UNTIL FIN-ARCHIVO
               READ XREF-FILE
                   AT END SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF XR-NUMERO-NUEVO = WS-CLIENTE THEN
                           ADD 1 TO WS-NUMEROS-VIEJOS
                           DISPLAY "  Absorbio al       "
                               XR-NUMERO-VIEJO " el " XR-FECHA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE XREF-FILE.

      *> Una pasada por las partidas del cliente: las abiertas se
      *> envejecen como en AR-AGING y todas alimentan la lista de
      *> ultimas facturas.
       LEER-PARTIDAS.
           DISPLAY "-- Partidas abiertas".
           OPEN INPUT OPEN-ITEM-MASTER.
           IF NOT ABIERTOS-OK THEN
               DISPLAY "  (cartera no disponible)"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIN-ARCHIVO.
           MOVE WS-CLIENTE TO AB-CLIENTE.
           START OPEN-ITEM-MASTER KEY >= AB-CLIENTE
               INVALID KEY SET FIN-ARCHIVO TO TRUE
           END-START.
           PERFORM UNTIL FIN-ARCHIVO
               READ OPEN-ITEM-MASTER NEXT RECORD
                   AT END SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF AB-CLIENTE NOT = WS-CLIENTE THEN
                           SET FIN-ARCHIVO TO TRUE
                       ELSE
                           PERFORM ACUMULAR-PARTIDA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OPEN-ITEM-MASTER.

       ACUMULAR-PARTIDA.
           IF WS-NUM-FAC >= WS-MAX-ULTIMOS THEN
               PERFORM VARYING WS-IDX-ULT FROM 1 BY 1
                       UNTIL WS-IDX-ULT >= WS-MAX-ULTIMOS
                   MOVE WS-FAC(WS-IDX-ULT + 1) TO WS-FAC(WS-IDX-ULT)
               END-PERFORM
           ELSE
               ADD 1 TO WS-NUM-FAC
           END-IF.
           MOVE AB-FACTURA TO WS-FAC-FACTURA(WS-NUM-FAC).
           MOVE AB-FECHA-LOTE TO WS-FAC-FECHA(WS-NUM-FAC).
           MOVE AB-MONTO-ORIGINAL TO WS-FAC-MONTO(WS-NUM-FAC).
           MOVE AB-SALDO TO WS-FAC-SALDO(WS-NUM-FAC).
           MOVE AB-ESTADO TO WS-FAC-ESTADO(WS-NUM-FAC).
           MOVE AB-TIPO TO WS-FAC-TIPO(WS-NUM-FAC).
           IF AB-ESTADO NOT = "A" OR AB-SALDO = ZERO THEN
               EXIT PARAGRAPH
           END-IF.
           IF PARTIDA-NOTA-CREDITO THEN
               ADD AB-SALDO TO WS-NOTAS
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-PARTIDAS-ABIERTAS.
           ADD AB-SALDO TO WS-DEUDA.
           IF AB-FECHA-VENCE NUMERIC AND AB-FECHA-VENCE > ZERO THEN
               MOVE AB-FECHA-VENCE TO WS-FECHA-BASE
           ELSE
               MOVE AB-FECHA-LOTE TO WS-FECHA-BASE
           END-IF.
           COMPUTE WS-DIAS-PARTIDA =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-PROCESO)
               - FUNCTION INTEGER-OF-DATE(WS-FECHA-BASE).
           EVALUATE TRUE
               WHEN WS-DIAS-PARTIDA <= ZERO
                   ADD AB-SALDO TO WS-T-NOVENC
               WHEN WS-DIAS-PARTIDA <= 30
                   ADD AB-SALDO TO WS-T-B030
               WHEN WS-DIAS-PARTIDA <= 60
                   ADD AB-SALDO TO WS-T-B3160
               WHEN WS-DIAS-PARTIDA <= 90
                   ADD AB-SALDO TO WS-T-B6190
               WHEN OTHER
                   ADD AB-SALDO TO WS-T-B90MAS
           END-EVALUATE.
           MOVE WS-DIAS-PARTIDA TO WS-DIAS-EDIT.
           MOVE AB-SALDO TO WS-MONTO-EDIT.
           DISPLAY "  " AB-FACTURA " lote " AB-FECHA-LOTE
               " vence " WS-FECHA-BASE " atraso " WS-DIAS-EDIT
               " saldo " WS-MONTO-EDIT.

       SUMAR-DINERO-A-CUENTA.
           OPEN INPUT ON-ACCOUNT-FILE.
           IF NOT ACUENTA-OK THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIN-ARCHIVO.
           MOVE WS-CLIENTE TO AC-CLIENTE.
           MOVE ZERO TO AC-SECUENCIA.
           START ON-ACCOUNT-FILE KEY >= AC-CLAVE
               INVALID KEY SET FIN-ARCHIVO TO TRUE
           END-START.
           PERFORM UNTIL FIN-ARCHIVO
               READ ON-ACCOUNT-FILE NEXT RECORD
                   AT END SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF AC-CLIENTE NOT = WS-CLIENTE THEN
                           SET FIN-ARCHIVO TO TRUE
                       ELSE
                           IF AC-ESTADO = "A" THEN
                               ADD AC-SALDO TO WS-ACUENTA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ON-ACCOUNT-FILE.

       MOSTRAR-CREDITO.
           DISPLAY "-- Credito y cartera".
           COMPUTE WS-EXPOSICION = WS-DEUDA - WS-NOTAS - WS-ACUENTA.
           COMPUTE WS-DISPONIBLE = CM-LIMITE-CREDITO - WS-EXPOSICION.
           MOVE CM-LIMITE-CREDITO TO WS-MONTO-EDIT.
           MOVE WS-EXPOSICION TO WS-MONTO-EDIT-2.
           MOVE WS-DISPONIBLE TO WS-MONTO-EDIT-3.
           DISPLAY "  Limite " WS-MONTO-EDIT "  Exposicion "
               WS-MONTO-EDIT-2 "  Disponible " WS-MONTO-EDIT-3.
           MOVE WS-DEUDA TO WS-MONTO-EDIT.
           MOVE WS-NOTAS TO WS-MONTO-EDIT-2.
           MOVE WS-ACUENTA TO WS-MONTO-EDIT-3.
           DISPLAY "  Abierto " WS-MONTO-EDIT "  Notas cred. "
               WS-MONTO-EDIT-2 "  A cuenta " WS-MONTO-EDIT-3.
           IF CM-LIMITE-CREDITO > ZERO
                   AND WS-EXPOSICION > CM-LIMITE-CREDITO THEN
               DISPLAY "  *** Exposicion por encima del limite ***"
           END-IF.
           IF CM-LIMITE-GRUPO > ZERO THEN
               MOVE CM-LIMITE-GRUPO TO WS-MONTO-EDIT
               DISPLAY "  Tope de grupo " WS-MONTO-EDIT
           END-IF.
           DISPLAY "  Partidas abiertas " WS-PARTIDAS-ABIERTAS
               " por antiguedad:".
           DISPLAY "       No vencido          1-30         31-60"
               "         61-90           90+".
           MOVE WS-T-NOVENC TO WS-MONTO-EDIT.
           MOVE WS-T-B030 TO WS-MONTO-EDIT-2.
           MOVE WS-T-B3160 TO WS-MONTO-EDIT-3.
           MOVE WS-T-B6190 TO WS-MONTO-EDIT-4.
           MOVE WS-T-B90MAS TO WS-MONTO-EDIT-5.
           DISPLAY "  " WS-MONTO-EDIT " " WS-MONTO-EDIT-2 " "
               WS-MONTO-EDIT-3 " " WS-MONTO-EDIT-4 " "
               WS-MONTO-EDIT-5.

       MOSTRAR-ULTIMAS-FACTURAS.
           DISPLAY "-- Ultimos documentos".
           IF WS-NUM-FAC = ZERO THEN
               DISPLAY "  (sin documentos)"
           END-IF.
           PERFORM VARYING WS-IDX-ULT FROM 1 BY 1
                   UNTIL WS-IDX-ULT > WS-NUM-FAC
               MOVE WS-FAC-MONTO(WS-IDX-ULT) TO WS-MONTO-EDIT
               MOVE WS-FAC-SALDO(WS-IDX-ULT) TO WS-MONTO-EDIT-2
               DISPLAY "  " WS-FAC-FACTURA(WS-IDX-ULT) " tipo "
                   WS-FAC-TIPO(WS-IDX-ULT) " " WS-FAC-FECHA(WS-IDX-ULT)
                   " importe " WS-MONTO-EDIT " saldo "
                   WS-MONTO-EDIT-2 " estado "
                   WS-FAC-ESTADO(WS-IDX-ULT)
           END-PERFORM.

       LEER-COBROS.
           OPEN INPUT COLLECTION-LOG.
           IF NOT COBROS-OK THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIN-ARCHIVO.
           PERFORM UNTIL FIN-ARCHIVO
               READ COLLECTION-LOG
                   AT END SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF CB-CLIENTE = WS-CLIENTE THEN
                           PERFORM RETENER-COBRO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE COLLECTION-LOG.

       RETENER-COBRO.
           IF WS-NUM-COB >= WS-MAX-ULTIMOS THEN
               PERFORM VARYING WS-IDX-ULT FROM 1 BY 1
                       UNTIL WS-IDX-ULT >= WS-MAX-ULTIMOS
                   MOVE WS-COB(WS-IDX-ULT + 1) TO WS-COB(WS-IDX-ULT)
               END-PERFORM
           ELSE
               ADD 1 TO WS-NUM-COB
           END-IF.
           MOVE CB-FECHA-VALOR TO WS-COB-FECHA(WS-NUM-COB).
           MOVE CB-FACTURA TO WS-COB-FACTURA(WS-NUM-COB).
           MOVE CB-MONTO TO WS-COB-MONTO(WS-NUM-COB).
           MOVE CB-ORIGEN TO WS-COB-ORIGEN(WS-NUM-COB).

       MOSTRAR-ULTIMOS-COBROS.
           DISPLAY "-- Ultimos cobros".
           IF WS-NUM-COB = ZERO THEN
               DISPLAY "  (sin cobros registrados)"
           END-IF.
           PERFORM VARYING WS-IDX-ULT FROM 1 BY 1
                   UNTIL WS-IDX-ULT > WS-NUM-COB
               MOVE WS-COB-MONTO(WS-IDX-ULT) TO WS-MONTO-EDIT
               DISPLAY "  " WS-COB-FECHA(WS-IDX-ULT) " factura "
                   WS-COB-FACTURA(WS-IDX-ULT) " importe "
                   WS-MONTO-EDIT " origen " WS-COB-ORIGEN(WS-IDX-ULT)
           END-PERFORM.

       LEER-CAMBIOS.
           OPEN INPUT CHANGE-LOG-FILE.
           IF NOT LOG-OK THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIN-ARCHIVO.
           PERFORM UNTIL FIN-ARCHIVO
               READ CHANGE-LOG-FILE
                   AT END SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF CL-NUMERO = WS-CLIENTE THEN
                           PERFORM RETENER-CAMBIO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CHANGE-LOG-FILE.

       RETENER-CAMBIO.
           IF WS-NUM-CAM >= WS-MAX-ULTIMOS THEN
               PERFORM VARYING WS-IDX-ULT FROM 1 BY 1
                       UNTIL WS-IDX-ULT >= WS-MAX-ULTIMOS
                   MOVE WS-CAM(WS-IDX-ULT + 1) TO WS-CAM(WS-IDX-ULT)
               END-PERFORM
           ELSE
               ADD 1 TO WS-NUM-CAM
           END-IF.
           MOVE CL-FECHA-HORA TO WS-CAM-FECHA-HORA(WS-NUM-CAM).
           MOVE SPACES TO WS-CAM-ANTES(WS-NUM-CAM).
           STRING CL-NOMBRE-ORIGINAL " " CL-APELLIDO-ORIGINAL " "
               CL-EDAD-ORIGINAL DELIMITED BY SIZE
               INTO WS-CAM-ANTES(WS-NUM-CAM).
           MOVE SPACES TO WS-CAM-DESPUES(WS-NUM-CAM).
           STRING CL-NOMBRE-CORREGIDO " " CL-APELLIDO-CORREGIDO " "
               CL-EDAD-CORREGIDA DELIMITED BY SIZE
               INTO WS-CAM-DESPUES(WS-NUM-CAM).

       MOSTRAR-ULTIMOS-CAMBIOS.
           DISPLAY "-- Ultimos cambios (detalle en FIRST-INQUIRY)".
           IF WS-NUM-CAM = ZERO THEN
               DISPLAY "  (sin cambios registrados)"
           END-IF.
           PERFORM VARYING WS-IDX-ULT FROM 1 BY 1
                   UNTIL WS-IDX-ULT > WS-NUM-CAM
               DISPLAY "  " WS-CAM-FECHA-HORA(WS-IDX-ULT)
               DISPLAY "    antes  : " WS-CAM-ANTES(WS-IDX-ULT)
               DISPLAY "    despues: " WS-CAM-DESPUES(WS-IDX-ULT)
           END-PERFORM.

       MOSTRAR-CONTACTO.
           DISPLAY "-- Contacto".
           IF ENVIO-CORREO THEN
               DISPLAY "  Documentos por   correo"
           ELSE
               DISPLAY "  Documentos por   impreso"
           END-IF.
           IF CM-EMAIL NOT = SPACES THEN
               DISPLAY "  Correo           " CM-EMAIL
           END-IF.
           IF CM-CONTACTO = SPACES THEN
               DISPLAY "  Sin enlace al directorio"
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT USUARIO-MASTER.
           IF NOT DIRECTORIO-OK THEN
               DISPLAY "  Directorio       " CM-CONTACTO
                   " (directorio no disponible)"
               EXIT PARAGRAPH
           END-IF.
           MOVE CM-CONTACTO TO UM-TELEFONOP.
           READ USUARIO-MASTER
               INVALID KEY
                   DISPLAY "  Directorio       " CM-CONTACTO
                       " (enlace roto, ver CONTACTO-ENLACE)"
               NOT INVALID KEY
                   DISPLAY "  Directorio       " UM-NOMBRE " "
                       UM-APELLIDO
                   DISPLAY "  Telefono         " UM-TELEFONOP
                   IF UM-TELEFONOE NOT = SPACES THEN
                       DISPLAY "  Tel. emergencia  " UM-TELEFONOE
                   END-IF
                   IF UM-EMAIL NOT = SPACES THEN
                       DISPLAY "  Correo directorio " UM-EMAIL
                   END-IF
           END-READ.
           CLOSE USUARIO-MASTER.

       REGISTRAR-HISTORIAL.
           OPEN EXTEND RUN-HISTORY-LOG.
           IF NOT HIST-OK THEN
               OPEN OUTPUT RUN-HISTORY-LOG
               CLOSE RUN-HISTORY-LOG
               OPEN EXTEND RUN-HISTORY-LOG
           END-IF.
           MOVE "CLIENTE-360" TO RH-PROGRAMA.
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
       END PROGRAM CLIENTE-360.
