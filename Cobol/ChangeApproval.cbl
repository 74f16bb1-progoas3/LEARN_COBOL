      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APROBAR-CAMBIOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-CHANGE-FILE ASSIGN TO
                   "data/cambios-pendientes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-PENDIENTES.
           SELECT OPERATOR-FILE ASSIGN TO "data/operadores.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-OPERADORES.
           SELECT CUSTOMER-MASTER ASSIGN TO "data/first-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-NUMERO
               ALTERNATE RECORD KEY IS CM-NOMBRE WITH DUPLICATES
               FILE STATUS IS WS-ESTADO-MAESTRO.
           SELECT PRICE-MASTER ASSIGN TO
                   "data/onsize-precios-idx.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PX-CLAVE
               FILE STATUS IS WS-ESTADO-PRECIOS.
           SELECT PRICE-LOG-FILE ASSIGN TO "data/precio-cambios.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-LOG.
           SELECT APPROVAL-CONFIG-FILE ASSIGN TO
                   "data/cambios-aprobacion.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CONFIG.
           SELECT APPROVAL-REPORT ASSIGN TO
                   "data/cambios-informe.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-INFORME.
           SELECT STEP-PARAM-FILE ASSIGN TO
                   DYNAMIC WS-NOMBRE-PARAMETROS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-PARAMETROS.
           SELECT RUN-HISTORY-LOG ASSIGN TO "data/run-history.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-HIST.
       DATA DIVISION.
       FILE SECTION.
       FD  PENDING-CHANGE-FILE.
       01  PENDING-CHANGE-RECORD.
           COPY CAMBIOAPR.

       FD  OPERATOR-FILE.
       01  OPERATOR-RECORD.
           COPY OPERADOR.

       FD  CUSTOMER-MASTER.
       01  CUSTOMER-RECORD.
           COPY CLIENTE.

       FD  PRICE-MASTER.
       01  PRICE-MASTER-RECORD.
           05 PX-CLAVE.
               10 PX-ARTICULO PIC X(6).
               10 PX-FECHA-DESDE PIC 9(8).
           05 PX-PRECIO PIC 9(5)V99.
           05 PX-VARIANZA-PCT PIC 9(2)V99.

      *> Misma pista de auditoria de precios que PRECIO-MANTO.
       FD  PRICE-LOG-FILE.
       01  PRICE-LOG-RECORD.
           05 PC-FECHA-HORA PIC X(15).
           05 PC-ARTICULO PIC X(6).
           05 PC-FECHA-DESDE PIC 9(8).
           05 PC-PRECIO-ORIGINAL PIC 9(5)V99.
           05 PC-VARIANZA-ORIGINAL PIC 9(2)V99.
           05 PC-PRECIO-NUEVO PIC 9(5)V99.
           05 PC-VARIANZA-NUEVA PIC 9(2)V99.
           05 PC-OPERACION PIC X(8).

      *> Horas que un cambio puede esperar la aprobacion; pasado
      *> ese plazo vence y hay que pedirlo de nuevo.
       FD  APPROVAL-CONFIG-FILE.
       01  APPROVAL-CONFIG-RECORD.
           05 CV-HORAS-VIGENCIA PIC 9(3).

       FD  APPROVAL-REPORT.
       01  APPROVAL-REPORT-RECORD PIC X(150).

      *> Parametros del paso cuando corre en la malla del SCHEDULER:
      *> la funcion (INFORME).
       FD  STEP-PARAM-FILE.
       01  STEP-PARAM-RECORD.
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
      *> Empresa elegida en el menu (en blanco en lote, la 01): solo
      *> se aplican cambios de clientes de esa empresa.
       01  EMPRESA-ACTUAL PIC X(2) EXTERNAL.
       01  PARAMETRO-PASO PIC X(30) EXTERNAL.
           01 WS-ESTADO-HIST PIC XX VALUE "00".
               88 HIST-OK VALUE "00".
           01 WS-ESTADO-PENDIENTES PIC XX VALUE "00".
               88 PENDIENTES-OK VALUE "00".
           01 WS-ESTADO-OPERADORES PIC XX VALUE "00".
               88 OPERADORES-OK VALUE "00".
           01 WS-ESTADO-MAESTRO PIC XX VALUE "00".
               88 MAESTRO-OK VALUE "00".
           01 WS-ESTADO-PRECIOS PIC XX VALUE "00".
               88 PRECIOS-OK VALUE "00".
           01 WS-ESTADO-LOG PIC XX VALUE "00".
               88 LOG-OK VALUE "00".
           01 WS-ESTADO-CONFIG PIC XX VALUE "00".
               88 CONFIG-OK VALUE "00".
           01 WS-ESTADO-INFORME PIC XX VALUE "00".
               88 INFORME-OK VALUE "00".
           01 WS-ESTADO-PARAMETROS PIC XX VALUE "00".
               88 PARAMETROS-OK VALUE "00".
           01 WS-NOMBRE-PARAMETROS PIC X(30) VALUE SPACES.
           01 WS-FUNCION PIC X(8) VALUE SPACES.
               88 FUNCION-APROBAR VALUE "APROBAR".
               88 FUNCION-INFORME VALUE "INFORME".
           01 WS-FIN-ARCHIVO PIC X VALUE "N".
               88 FIN-ARCHIVO VALUE "S".
           01 WS-OPERADOR PIC X(8) VALUE SPACES.
           01 WS-SUPERVISOR PIC X(8) VALUE SPACES.
           01 WS-CLAVE-ENTRADA PIC X(8) VALUE SPACES.
           01 WS-FUNCION-CLAVE PIC X(8) VALUE SPACES.
           01 WS-RESULTADO-CLAVE PIC X VALUE "N".
           01 WS-ES-SUPERVISOR PIC X VALUE "N".
               88 ES-SUPERVISOR VALUE "S".
           01 WS-RESPUESTA PIC X VALUE SPACE.
           01 WS-EMPRESA-SESION PIC X(2) VALUE "01".
           01 WS-EMPRESA-CLIENTE PIC X(2) VALUE "01".
           01 WS-HORAS-VIGENCIA PIC 9(3) VALUE 48.
      *> Los cambios se cargan completos para poder reescribir el
      *> archivo con las decisiones y los vencimientos.
           01 WS-NUM-CAMBIOS PIC 9(4) VALUE ZERO.
           01 WS-IDX-CAMBIO PIC 9(4) VALUE ZERO.
           01 WS-CAMBIOS-DESBORDADOS PIC X VALUE "N".
               88 CAMBIOS-DESBORDADOS VALUE "S".
           01 WS-HAY-NOVEDADES PIC X VALUE "N".
               88 HAY-NOVEDADES VALUE "S".
           01 WS-TABLA-CAMBIOS.
               05 WS-CAMBIO OCCURS 500 TIMES PIC X(115).
           01 WS-CAMBIO-ACTUAL.
               COPY CAMBIOAPR.
      *> Antiguedad de un pedido en minutos.
           01 WS-AHORA PIC X(15) VALUE SPACES.
           01 WS-MINUTOS-AHORA PIC 9(9) VALUE ZERO.
           01 WS-MINUTOS-ALTA PIC 9(9) VALUE ZERO.
           01 WS-FECHA-ALTA PIC 9(8) VALUE ZERO.
           01 WS-HORA-ALTA PIC 9(2) VALUE ZERO.
           01 WS-MINUTO-ALTA PIC 9(2) VALUE ZERO.
      *> Maestros abiertos a demanda, solo si hay algo que aplicar.
           01 WS-CLIENTES-ABIERTO PIC X VALUE "N".
               88 CLIENTES-ABIERTO VALUE "S".
           01 WS-CLIENTES-NO-DISPONIBLE PIC X VALUE "N".
               88 CLIENTES-NO-DISPONIBLE VALUE "S".
           01 WS-PRECIOS-ABIERTO PIC X VALUE "N".
               88 PRECIOS-ABIERTO VALUE "S".
           01 WS-PRECIOS-NO-DISPONIBLE PIC X VALUE "N".
               88 PRECIOS-NO-DISPONIBLE VALUE "S".
      *> Candado del maestro de clientes, el mismo que toma
      *> FIRSTPROGRAM.
           01 WS-ENQ-PROGRAMA PIC X(20) VALUE "APROBAR-CAMBIOS".
           01 WS-ENQ-RECURSO PIC X(8) VALUE "FIRST".
           01 WS-ENQ-FUNCION PIC X VALUE SPACE.
           01 WS-ENQ-RESULTADO PIC X VALUE "N".
           01 WS-RESULTADO-APLICAR PIC X VALUE SPACE.
               88 APLICADO VALUE "A".
               88 SUPERADO VALUE "S".
               88 NO-APLICADO VALUE "N".
           01 WS-TOTALES.
               05 WS-TOT-PENDIENTES PIC 9(5) VALUE ZERO.
               05 WS-TOT-APROBADOS PIC 9(5) VALUE ZERO.
               05 WS-TOT-RECHAZADOS PIC 9(5) VALUE ZERO.
               05 WS-TOT-VENCIDOS PIC 9(5) VALUE ZERO.
               05 WS-TOT-SUPERADOS PIC 9(5) VALUE ZERO.
               05 WS-TOT-VENCIDOS-HOY PIC 9(5) VALUE ZERO.
           01 WS-CANTIDAD-EDIT PIC ZZZZ9.
           01 WS-VALOR-ANTES-EDIT PIC Z(6)9.99.
           01 WS-VALOR-NUEVO-EDIT PIC Z(6)9.99.
           01 WS-CLAVE-TEXTO PIC X(25) VALUE SPACES.
           01 WS-ANTES-TEXTO PIC X(16) VALUE SPACES.
           01 WS-DESPUES-TEXTO PIC X(16) VALUE SPACES.
           01 WS-ESTADO-TEXTO PIC X(10) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INICIALIZAR-APROBACION.
           IF OPERADOR-ACTUAL = SPACES
                   OR OPERADOR-ACTUAL = LOW-VALUES THEN
               MOVE "BATCH" TO WS-OPERADOR
           ELSE
               MOVE OPERADOR-ACTUAL TO WS-OPERADOR
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:15) TO WS-AHORA.
           PERFORM CARGAR-FUNCION.
           PERFORM CARGAR-VIGENCIA.
           PERFORM CARGAR-CAMBIOS.
           PERFORM VENCER-PENDIENTES.
           EVALUATE TRUE
               WHEN FUNCION-APROBAR
                   PERFORM APROBAR-PENDIENTES
               WHEN FUNCION-INFORME
                   PERFORM EMITIR-INFORME
               WHEN OTHER
                   DISPLAY "APROBAR-CAMBIOS: funcion invalida "
                       "(APROBAR/INFORME)."
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           IF HAY-NOVEDADES THEN
               PERFORM GUARDAR-CAMBIOS
           END-IF.
           PERFORM CERRAR-MAESTROS.
           PERFORM REGISTRAR-HISTORIAL.
           GOBACK.

      *> El menu llama al programa sin cancelarlo: nada de una
      *> aprobacion anterior de la sesion se arrastra a esta.
       INICIALIZAR-APROBACION.
           MOVE ZERO TO RETURN-CODE.
           MOVE SPACES TO WS-FUNCION.
           MOVE "N" TO WS-HAY-NOVEDADES.
           MOVE "N" TO WS-CAMBIOS-DESBORDADOS.
           MOVE "N" TO WS-CLIENTES-ABIERTO.
           MOVE "N" TO WS-CLIENTES-NO-DISPONIBLE.
           MOVE "N" TO WS-PRECIOS-ABIERTO.
           MOVE "N" TO WS-PRECIOS-NO-DISPONIBLE.
           INITIALIZE WS-TOTALES.

      *> En la malla la funcion llega por los parametros del paso;
      *> desde el menu se pregunta.
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
           DISPLAY "Funcion (APROBAR/INFORME):".
           ACCEPT WS-FUNCION.

       CARGAR-VIGENCIA.
           OPEN INPUT APPROVAL-CONFIG-FILE.
           IF CONFIG-OK THEN
               READ APPROVAL-CONFIG-FILE
                   NOT AT END
                       IF CV-HORAS-VIGENCIA NUMERIC
                               AND CV-HORAS-VIGENCIA > ZERO THEN
                           MOVE CV-HORAS-VIGENCIA TO
                               WS-HORAS-VIGENCIA
                       END-IF
               END-READ
               CLOSE APPROVAL-CONFIG-FILE
           END-IF.

       CARGAR-CAMBIOS.
           MOVE ZERO TO WS-NUM-CAMBIOS.
           MOVE "N" TO WS-FIN-ARCHIVO.
           OPEN INPUT PENDING-CHANGE-FILE.
           IF NOT PENDIENTES-OK THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FIN-ARCHIVO
               READ PENDING-CHANGE-FILE
                   AT END SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF WS-NUM-CAMBIOS >= 500 THEN
                           SET CAMBIOS-DESBORDADOS TO TRUE
                           SET FIN-ARCHIVO TO TRUE
                           DISPLAY "CARGAR-CAMBIOS: mas de 500 "
                               "cambios; el archivo no se "
                               "reescribira."
                       ELSE
                           ADD 1 TO WS-NUM-CAMBIOS
                           MOVE PENDING-CHANGE-RECORD TO
                               WS-CAMBIO(WS-NUM-CAMBIOS)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PENDING-CHANGE-FILE.

      *> Con la tabla desbordada, reescribir perderia los cambios
      *> que no cupieron: las decisiones de esta corrida no se
      *> guardan hasta depurar el archivo.
       GUARDAR-CAMBIOS.
           IF CAMBIOS-DESBORDADOS THEN
               DISPLAY "GUARDAR-CAMBIOS: tabla incompleta, "
                   "data/cambios-pendientes.dat se conserva sin "
                   "cambios."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT PENDING-CHANGE-FILE.
           PERFORM VARYING WS-IDX-CAMBIO FROM 1 BY 1
                   UNTIL WS-IDX-CAMBIO > WS-NUM-CAMBIOS
               MOVE WS-CAMBIO(WS-IDX-CAMBIO) TO PENDING-CHANGE-RECORD
               WRITE PENDING-CHANGE-RECORD
           END-PERFORM.
           CLOSE PENDING-CHANGE-FILE.

      *> Un pedido sin decision dentro del plazo configurado vence:
      *> se marca V y ya no se puede aprobar.
       VENCER-PENDIENTES.
           COMPUTE WS-MINUTOS-AHORA =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-AHORA(1:8)))
               * 1440 + FUNCTION NUMVAL(WS-AHORA(9:2)) * 60
               + FUNCTION NUMVAL(WS-AHORA(11:2)).
           PERFORM VARYING WS-IDX-CAMBIO FROM 1 BY 1
                   UNTIL WS-IDX-CAMBIO > WS-NUM-CAMBIOS
               MOVE WS-CAMBIO(WS-IDX-CAMBIO) TO WS-CAMBIO-ACTUAL
               IF CAMBIO-PENDIENTE OF WS-CAMBIO-ACTUAL THEN
                   PERFORM VERIFICAR-VENCIMIENTO
               END-IF
           END-PERFORM.
           IF WS-TOT-VENCIDOS-HOY > ZERO THEN
               DISPLAY "APROBAR-CAMBIOS: " WS-TOT-VENCIDOS-HOY
                   " cambios vencidos sin aprobacion."
           END-IF.

       VERIFICAR-VENCIMIENTO.
           IF CA-FECHA-HORA-ALTA OF WS-CAMBIO-ACTUAL(1:12) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           MOVE CA-FECHA-HORA-ALTA OF WS-CAMBIO-ACTUAL(1:8)
               TO WS-FECHA-ALTA.
           MOVE CA-FECHA-HORA-ALTA OF WS-CAMBIO-ACTUAL(9:2)
               TO WS-HORA-ALTA.
           MOVE CA-FECHA-HORA-ALTA OF WS-CAMBIO-ACTUAL(11:2)
               TO WS-MINUTO-ALTA.
           COMPUTE WS-MINUTOS-ALTA =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-ALTA) * 1440
               + WS-HORA-ALTA * 60 + WS-MINUTO-ALTA.
           IF WS-MINUTOS-AHORA - WS-MINUTOS-ALTA >
                   WS-HORAS-VIGENCIA * 60 THEN
               MOVE "V" TO CA-ESTADO OF WS-CAMBIO-ACTUAL
               MOVE SPACES TO CA-OPERADOR-DECISION OF WS-CAMBIO-ACTUAL
               MOVE WS-AHORA TO
                   CA-FECHA-HORA-DECISION OF WS-CAMBIO-ACTUAL
               MOVE WS-CAMBIO-ACTUAL TO WS-CAMBIO(WS-IDX-CAMBIO)
               ADD 1 TO WS-TOT-VENCIDOS-HOY
               SET HAY-NOVEDADES TO TRUE
           END-IF.

      *> Cola de pendientes: la ve cualquier operador; decide solo
      *> un supervisor, y nunca sobre un cambio que pidio el mismo.
       APROBAR-PENDIENTES.
           MOVE ZERO TO WS-TOT-PENDIENTES.
           PERFORM VARYING WS-IDX-CAMBIO FROM 1 BY 1
                   UNTIL WS-IDX-CAMBIO > WS-NUM-CAMBIOS
               MOVE WS-CAMBIO(WS-IDX-CAMBIO) TO WS-CAMBIO-ACTUAL
               IF CAMBIO-PENDIENTE OF WS-CAMBIO-ACTUAL THEN
                   ADD 1 TO WS-TOT-PENDIENTES
                   PERFORM FORMATEAR-CAMBIO
                   DISPLAY CA-NUMERO OF WS-CAMBIO-ACTUAL " "
                       CA-TIPO OF WS-CAMBIO-ACTUAL " "
                       WS-CLAVE-TEXTO " " WS-ANTES-TEXTO " -> "
                       WS-DESPUES-TEXTO " pedido por "
                       CA-OPERADOR-ALTA OF WS-CAMBIO-ACTUAL " el "
                       CA-FECHA-HORA-ALTA OF WS-CAMBIO-ACTUAL(1:12)
               END-IF
           END-PERFORM.
           IF WS-TOT-PENDIENTES = ZERO THEN
               DISPLAY "No hay cambios pendientes de aprobacion."
               EXIT PARAGRAPH
           END-IF.
           PERFORM IDENTIFICAR-SUPERVISOR.
           IF NOT ES-SUPERVISOR THEN
               DISPLAY "Solo un supervisor puede aprobar o rechazar "
                   "cambios."
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-IDX-CAMBIO FROM 1 BY 1
                   UNTIL WS-IDX-CAMBIO > WS-NUM-CAMBIOS
               MOVE WS-CAMBIO(WS-IDX-CAMBIO) TO WS-CAMBIO-ACTUAL
               IF CAMBIO-PENDIENTE OF WS-CAMBIO-ACTUAL THEN
                   PERFORM PEDIR-DECISION
               END-IF
           END-PERFORM.
           DISPLAY "Aprobados : " WS-TOT-APROBADOS.
           DISPLAY "Rechazados: " WS-TOT-RECHAZADOS.
           DISPLAY "Superados : " WS-TOT-SUPERADOS.

       PEDIR-DECISION.
           PERFORM FORMATEAR-CAMBIO.
           IF CA-OPERADOR-ALTA OF WS-CAMBIO-ACTUAL = WS-SUPERVISOR
               DISPLAY "Cambio " CA-NUMERO OF WS-CAMBIO-ACTUAL
                   " pedido por usted; lo aprueba otro supervisor."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Cambio " CA-NUMERO OF WS-CAMBIO-ACTUAL " "
               CA-TIPO OF WS-CAMBIO-ACTUAL " "
               CA-OPERACION OF WS-CAMBIO-ACTUAL " " WS-CLAVE-TEXTO.
           DISPLAY "  Antes  : " WS-ANTES-TEXTO.
           DISPLAY "  Despues: " WS-DESPUES-TEXTO.
           DISPLAY "  Pedido por " CA-OPERADOR-ALTA OF WS-CAMBIO-ACTUAL
               " el " CA-FECHA-HORA-ALTA OF WS-CAMBIO-ACTUAL(1:12).
           DISPLAY "Aprobar? (S = si, N = no, otro = dejar "
               "pendiente)".
           ACCEPT WS-RESPUESTA.
           EVALUATE WS-RESPUESTA
               WHEN "S"
               WHEN "s"
                   PERFORM APLICAR-CAMBIO
                   EVALUATE TRUE
                       WHEN APLICADO
                           MOVE "A" TO CA-ESTADO OF WS-CAMBIO-ACTUAL
                           ADD 1 TO WS-TOT-APROBADOS
                           DISPLAY "Cambio aplicado."
                       WHEN SUPERADO
                           MOVE "S" TO CA-ESTADO OF WS-CAMBIO-ACTUAL
                           ADD 1 TO WS-TOT-SUPERADOS
                           DISPLAY "El maestro cambio despues del "
                               "pedido; no se aplica."
                       WHEN OTHER
                           DISPLAY "No se pudo aplicar; el cambio "
                               "sigue pendiente."
                           EXIT PARAGRAPH
                   END-EVALUATE
               WHEN "N"
               WHEN "n"
                   MOVE "R" TO CA-ESTADO OF WS-CAMBIO-ACTUAL
                   ADD 1 TO WS-TOT-RECHAZADOS
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE.
           MOVE WS-SUPERVISOR TO
               CA-OPERADOR-DECISION OF WS-CAMBIO-ACTUAL.
           MOVE FUNCTION CURRENT-DATE(1:15) TO
               CA-FECHA-HORA-DECISION OF WS-CAMBIO-ACTUAL.
           MOVE WS-CAMBIO-ACTUAL TO WS-CAMBIO(WS-IDX-CAMBIO).
           SET HAY-NOVEDADES TO TRUE.

      *> Mismo criterio que AR-WRITEOFF: desde el menu decide el
      *> operador firmado; fuera de el se pide usuario y clave.
       IDENTIFICAR-SUPERVISOR.
           MOVE "N" TO WS-ES-SUPERVISOR.
           IF OPERADOR-ACTUAL = SPACES
                   OR OPERADOR-ACTUAL = LOW-VALUES THEN
               DISPLAY "Supervisor:"
               ACCEPT WS-SUPERVISOR
               DISPLAY "Clave:"
               ACCEPT WS-CLAVE-ENTRADA
           ELSE
               MOVE OPERADOR-ACTUAL TO WS-SUPERVISOR
           END-IF.
           OPEN INPUT OPERATOR-FILE.
           IF NOT OPERADORES-OK THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIN-ARCHIVO.
           PERFORM UNTIL FIN-ARCHIVO
               READ OPERATOR-FILE
                   AT END SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF OP-ID = WS-SUPERVISOR THEN
                           SET FIN-ARCHIVO TO TRUE
                           PERFORM VERIFICAR-SUPERVISOR
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OPERATOR-FILE.

       VERIFICAR-SUPERVISOR.
           IF OP-SUPERVISOR NOT = "S" OR OP-BLOQUEADO = "S" THEN
               EXIT PARAGRAPH
           END-IF.
           IF OPERADOR-ACTUAL = SPACES
                   OR OPERADOR-ACTUAL = LOW-VALUES THEN
               MOVE "VERIFICA" TO WS-FUNCION-CLAVE
               MOVE RETURN-CODE TO WS-RC-GUARDA
               CALL "CLAVESRV" USING WS-FUNCION-CLAVE
                   WS-CLAVE-ENTRADA OP-SAL OP-HASH
                   WS-RESULTADO-CLAVE
               MOVE WS-RC-GUARDA TO RETURN-CODE
               IF WS-RESULTADO-CLAVE NOT = "S" THEN
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           SET ES-SUPERVISOR TO TRUE.

      *> Se aplica solo si el maestro sigue como estaba al pedirlo;
      *> si alguien lo cambio entretanto, el pedido queda superado.
       APLICAR-CAMBIO.
           SET NO-APLICADO TO TRUE.
           EVALUATE TRUE
               WHEN TIPO-LIMITE OF WS-CAMBIO-ACTUAL
                   PERFORM APLICAR-LIMITE
               WHEN TIPO-REACTIVA OF WS-CAMBIO-ACTUAL
                   PERFORM APLICAR-REACTIVACION
               WHEN TIPO-PRECIO OF WS-CAMBIO-ACTUAL
                   PERFORM APLICAR-PRECIO
           END-EVALUATE.

       APLICAR-LIMITE.
           PERFORM ABRIR-MAESTRO-CLIENTES.
           IF NOT CLIENTES-ABIERTO THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE CA-CLIENTE OF WS-CAMBIO-ACTUAL TO CM-NUMERO.
           READ CUSTOMER-MASTER
               INVALID KEY
                   SET SUPERADO TO TRUE
                   EXIT PARAGRAPH
           END-READ.
           PERFORM VERIFICAR-EMPRESA-CLIENTE.
           IF WS-EMPRESA-CLIENTE NOT = WS-EMPRESA-SESION THEN
               DISPLAY "Cliente " CM-NUMERO " es de la empresa "
                   WS-EMPRESA-CLIENTE ", no de la " WS-EMPRESA-SESION
                   "."
               EXIT PARAGRAPH
           END-IF.
           IF CM-LIMITE-CREDITO NOT =
                   CA-VALOR-ANTES OF WS-CAMBIO-ACTUAL THEN
               SET SUPERADO TO TRUE
               EXIT PARAGRAPH
           END-IF.
           MOVE CA-VALOR-NUEVO OF WS-CAMBIO-ACTUAL TO
               CM-LIMITE-CREDITO.
           REWRITE CUSTOMER-RECORD
               INVALID KEY
                   DISPLAY "No se pudo actualizar el cliente "
                       CM-NUMERO "."
               NOT INVALID KEY
                   SET APLICADO TO TRUE
           END-REWRITE.

       APLICAR-REACTIVACION.
           PERFORM ABRIR-MAESTRO-CLIENTES.
           IF NOT CLIENTES-ABIERTO THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE CA-CLIENTE OF WS-CAMBIO-ACTUAL TO CM-NUMERO.
           READ CUSTOMER-MASTER
               INVALID KEY
                   SET SUPERADO TO TRUE
                   EXIT PARAGRAPH
           END-READ.
           PERFORM VERIFICAR-EMPRESA-CLIENTE.
           IF WS-EMPRESA-CLIENTE NOT = WS-EMPRESA-SESION THEN
               DISPLAY "Cliente " CM-NUMERO " es de la empresa "
                   WS-EMPRESA-CLIENTE ", no de la " WS-EMPRESA-SESION
                   "."
               EXIT PARAGRAPH
           END-IF.
           IF NOT CLIENTE-INACTIVO THEN
               SET SUPERADO TO TRUE
               EXIT PARAGRAPH
           END-IF.
           MOVE "A" TO CM-ESTADO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO CM-FECHA-ESTADO.
           REWRITE CUSTOMER-RECORD
               INVALID KEY
                   DISPLAY "No se pudo reactivar el cliente "
                       CM-NUMERO "."
               NOT INVALID KEY
                   SET APLICADO TO TRUE
           END-REWRITE.

      *> Un cambio de cliente de otra empresa queda pendiente para
      *> que lo decida un supervisor firmado en ella.
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

      *> El alta de una vigencia exige que siga sin existir; el
      *> cambio, que precio y varianza sigan como al pedirlo. Lo
      *> aplicado queda en la pista de auditoria de precios.
       APLICAR-PRECIO.
           PERFORM ABRIR-MAESTRO-PRECIOS.
           IF NOT PRECIOS-ABIERTO THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE CA-ARTICULO OF WS-CAMBIO-ACTUAL TO PX-ARTICULO.
           MOVE CA-FECHA-DESDE OF WS-CAMBIO-ACTUAL TO PX-FECHA-DESDE.
           IF CA-OPERACION OF WS-CAMBIO-ACTUAL = "ALTA" THEN
               MOVE CA-VALOR-NUEVO OF WS-CAMBIO-ACTUAL TO PX-PRECIO
               MOVE CA-VARIANZA-NUEVA OF WS-CAMBIO-ACTUAL TO
                   PX-VARIANZA-PCT
               WRITE PRICE-MASTER-RECORD
                   INVALID KEY
                       SET SUPERADO TO TRUE
                   NOT INVALID KEY
                       SET APLICADO TO TRUE
               END-WRITE
           ELSE
               READ PRICE-MASTER
                   INVALID KEY
                       SET SUPERADO TO TRUE
                       EXIT PARAGRAPH
               END-READ
               IF PX-PRECIO NOT = CA-VALOR-ANTES OF WS-CAMBIO-ACTUAL
                       OR PX-VARIANZA-PCT NOT =
                       CA-VARIANZA-ANTES OF WS-CAMBIO-ACTUAL THEN
                   SET SUPERADO TO TRUE
                   EXIT PARAGRAPH
               END-IF
               MOVE CA-VALOR-NUEVO OF WS-CAMBIO-ACTUAL TO PX-PRECIO
               MOVE CA-VARIANZA-NUEVA OF WS-CAMBIO-ACTUAL TO
                   PX-VARIANZA-PCT
               REWRITE PRICE-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "No se pudo actualizar la vigencia."
                   NOT INVALID KEY
                       SET APLICADO TO TRUE
               END-REWRITE
           END-IF.
           IF APLICADO THEN
               MOVE FUNCTION CURRENT-DATE(1:15) TO PC-FECHA-HORA
               MOVE PX-ARTICULO TO PC-ARTICULO
               MOVE PX-FECHA-DESDE TO PC-FECHA-DESDE
               MOVE CA-VALOR-ANTES OF WS-CAMBIO-ACTUAL TO
                   PC-PRECIO-ORIGINAL
               MOVE CA-VARIANZA-ANTES OF WS-CAMBIO-ACTUAL TO
                   PC-VARIANZA-ORIGINAL
               MOVE PX-PRECIO TO PC-PRECIO-NUEVO
               MOVE PX-VARIANZA-PCT TO PC-VARIANZA-NUEVA
               MOVE CA-OPERACION OF WS-CAMBIO-ACTUAL TO PC-OPERACION
               WRITE PRICE-LOG-RECORD
           END-IF.

      *> El maestro de clientes se toma con el mismo candado que
      *> FIRSTPROGRAM; si esta tomado, los cambios de clientes
      *> quedan pendientes para otra pasada.
       ABRIR-MAESTRO-CLIENTES.
           IF CLIENTES-ABIERTO OR CLIENTES-NO-DISPONIBLE THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE "A" TO WS-ENQ-FUNCION.
           MOVE RETURN-CODE TO WS-RC-GUARDA.
           CALL "ENQUEUE" USING WS-ENQ-PROGRAMA WS-ENQ-RECURSO
               WS-ENQ-FUNCION WS-ENQ-RESULTADO.
           MOVE WS-RC-GUARDA TO RETURN-CODE.
           IF WS-ENQ-RESULTADO NOT = "S" THEN
               DISPLAY "APROBAR-CAMBIOS: maestro de clientes tomado "
                   "por otro proceso."
               SET CLIENTES-NO-DISPONIBLE TO TRUE
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O CUSTOMER-MASTER.
           IF NOT MAESTRO-OK THEN
               DISPLAY "APROBAR-CAMBIOS: no se pudo abrir "
                   "data/first-master.dat, estado " WS-ESTADO-MAESTRO
               SET CLIENTES-NO-DISPONIBLE TO TRUE
               MOVE "R" TO WS-ENQ-FUNCION
               MOVE RETURN-CODE TO WS-RC-GUARDA
               CALL "ENQUEUE" USING WS-ENQ-PROGRAMA WS-ENQ-RECURSO
                   WS-ENQ-FUNCION WS-ENQ-RESULTADO
               MOVE WS-RC-GUARDA TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           SET CLIENTES-ABIERTO TO TRUE.

       ABRIR-MAESTRO-PRECIOS.
           IF PRECIOS-ABIERTO OR PRECIOS-NO-DISPONIBLE THEN
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O PRICE-MASTER.
           IF NOT PRECIOS-OK THEN
               DISPLAY "APROBAR-CAMBIOS: no se pudo abrir "
                   "data/onsize-precios-idx.dat, estado "
                   WS-ESTADO-PRECIOS
               SET PRECIOS-NO-DISPONIBLE TO TRUE
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND PRICE-LOG-FILE.
           IF NOT LOG-OK THEN
               OPEN OUTPUT PRICE-LOG-FILE
               CLOSE PRICE-LOG-FILE
               OPEN EXTEND PRICE-LOG-FILE
           END-IF.
           SET PRECIOS-ABIERTO TO TRUE.

       CERRAR-MAESTROS.
           IF CLIENTES-ABIERTO THEN
               CLOSE CUSTOMER-MASTER
               MOVE "R" TO WS-ENQ-FUNCION
               MOVE RETURN-CODE TO WS-RC-GUARDA
               CALL "ENQUEUE" USING WS-ENQ-PROGRAMA WS-ENQ-RECURSO
                   WS-ENQ-FUNCION WS-ENQ-RESULTADO
               MOVE WS-RC-GUARDA TO RETURN-CODE
           END-IF.
           IF PRECIOS-ABIERTO THEN
               CLOSE PRICE-LOG-FILE
               CLOSE PRICE-MASTER
           END-IF.
           MOVE "N" TO WS-CLIENTES-ABIERTO.
           MOVE "N" TO WS-CLIENTES-NO-DISPONIBLE.
           MOVE "N" TO WS-PRECIOS-ABIERTO.
           MOVE "N" TO WS-PRECIOS-NO-DISPONIBLE.

      *> Textos de clave, valor anterior y valor nuevo para la cola
      *> y el informe.
       FORMATEAR-CAMBIO.
           MOVE SPACES TO WS-CLAVE-TEXTO.
           MOVE SPACES TO WS-ANTES-TEXTO.
           MOVE SPACES TO WS-DESPUES-TEXTO.
           EVALUATE TRUE
               WHEN TIPO-PRECIO OF WS-CAMBIO-ACTUAL
                   STRING "art " CA-ARTICULO OF WS-CAMBIO-ACTUAL
                       " desde " CA-FECHA-DESDE OF WS-CAMBIO-ACTUAL
                       DELIMITED BY SIZE INTO WS-CLAVE-TEXTO
               WHEN OTHER
                   STRING "cliente " CA-CLIENTE OF WS-CAMBIO-ACTUAL
                       DELIMITED BY SIZE INTO WS-CLAVE-TEXTO
           END-EVALUATE.
           EVALUATE TRUE
               WHEN TIPO-REACTIVA OF WS-CAMBIO-ACTUAL
                   MOVE "INACTIVO" TO WS-ANTES-TEXTO
                   MOVE "ACTIVO" TO WS-DESPUES-TEXTO
               WHEN TIPO-LIMITE OF WS-CAMBIO-ACTUAL
                   MOVE CA-VALOR-ANTES OF WS-CAMBIO-ACTUAL TO
                       WS-VALOR-ANTES-EDIT
                   MOVE WS-VALOR-ANTES-EDIT TO WS-ANTES-TEXTO
                   IF CA-VALOR-NUEVO OF WS-CAMBIO-ACTUAL = ZERO THEN
                       MOVE "SIN LIMITE" TO WS-DESPUES-TEXTO
                   ELSE
                       MOVE CA-VALOR-NUEVO OF WS-CAMBIO-ACTUAL TO
                           WS-VALOR-NUEVO-EDIT
                       MOVE WS-VALOR-NUEVO-EDIT TO WS-DESPUES-TEXTO
                   END-IF
               WHEN OTHER
                   IF CA-OPERACION OF WS-CAMBIO-ACTUAL = "ALTA" THEN
                       MOVE "(nueva)" TO WS-ANTES-TEXTO
                   ELSE
                       MOVE CA-VALOR-ANTES OF WS-CAMBIO-ACTUAL TO
                           WS-VALOR-ANTES-EDIT
                       MOVE WS-VALOR-ANTES-EDIT TO WS-ANTES-TEXTO
                   END-IF
                   MOVE CA-VALOR-NUEVO OF WS-CAMBIO-ACTUAL TO
                       WS-VALOR-NUEVO-EDIT
                   MOVE WS-VALOR-NUEVO-EDIT TO WS-DESPUES-TEXTO
           END-EVALUATE.
           EVALUATE TRUE
               WHEN CAMBIO-PENDIENTE OF WS-CAMBIO-ACTUAL
                   MOVE "PENDIENTE" TO WS-ESTADO-TEXTO
               WHEN CAMBIO-APROBADO OF WS-CAMBIO-ACTUAL
                   MOVE "APROBADO" TO WS-ESTADO-TEXTO
               WHEN CAMBIO-RECHAZADO OF WS-CAMBIO-ACTUAL
                   MOVE "RECHAZADO" TO WS-ESTADO-TEXTO
               WHEN CAMBIO-VENCIDO OF WS-CAMBIO-ACTUAL
                   MOVE "VENCIDO" TO WS-ESTADO-TEXTO
               WHEN CAMBIO-SUPERADO OF WS-CAMBIO-ACTUAL
                   MOVE "SUPERADO" TO WS-ESTADO-TEXTO
               WHEN OTHER
                   MOVE CA-ESTADO OF WS-CAMBIO-ACTUAL TO
                       WS-ESTADO-TEXTO
           END-EVALUATE.

      *> Para auditoria: cada cambio con quien lo pidio, quien lo
      *> decidio y cuando, y los totales por estado.
       EMITIR-INFORME.
           OPEN OUTPUT APPROVAL-REPORT.
           MOVE SPACES TO APPROVAL-REPORT-RECORD.
           STRING "CAMBIOS SENSIBLES DE DATOS MAESTROS  "
               WS-AHORA(1:8) " " WS-AHORA(9:4)
               "  vigencia de un pedido " WS-HORAS-VIGENCIA " horas"
               DELIMITED BY SIZE INTO APPROVAL-REPORT-RECORD.
           WRITE APPROVAL-REPORT-RECORD.
           MOVE SPACES TO APPROVAL-REPORT-RECORD.
           STRING "NUMERO TIPO     OPERAC.  CLAVE                    "
               " ANTES            DESPUES          PEDIDO   "
               "FECHA-HORA   DECIDIO  FECHA-HORA   ESTADO"
               DELIMITED BY SIZE INTO APPROVAL-REPORT-RECORD.
           WRITE APPROVAL-REPORT-RECORD.
           PERFORM VARYING WS-IDX-CAMBIO FROM 1 BY 1
                   UNTIL WS-IDX-CAMBIO > WS-NUM-CAMBIOS
               MOVE WS-CAMBIO(WS-IDX-CAMBIO) TO WS-CAMBIO-ACTUAL
               PERFORM ESCRIBIR-LINEA-INFORME
           END-PERFORM.
           MOVE SPACES TO APPROVAL-REPORT-RECORD.
           WRITE APPROVAL-REPORT-RECORD.
           MOVE WS-TOT-PENDIENTES TO WS-CANTIDAD-EDIT.
           MOVE SPACES TO APPROVAL-REPORT-RECORD.
           STRING "Pendientes: " WS-CANTIDAD-EDIT
               DELIMITED BY SIZE INTO APPROVAL-REPORT-RECORD.
           WRITE APPROVAL-REPORT-RECORD.
           MOVE WS-TOT-APROBADOS TO WS-CANTIDAD-EDIT.
           MOVE SPACES TO APPROVAL-REPORT-RECORD.
           STRING "Aprobados : " WS-CANTIDAD-EDIT
               DELIMITED BY SIZE INTO APPROVAL-REPORT-RECORD.
           WRITE APPROVAL-REPORT-RECORD.
           MOVE WS-TOT-RECHAZADOS TO WS-CANTIDAD-EDIT.
           MOVE SPACES TO APPROVAL-REPORT-RECORD.
           STRING "Rechazados: " WS-CANTIDAD-EDIT
               DELIMITED BY SIZE INTO APPROVAL-REPORT-RECORD.
           WRITE APPROVAL-REPORT-RECORD.
           MOVE WS-TOT-VENCIDOS TO WS-CANTIDAD-EDIT.
           MOVE SPACES TO APPROVAL-REPORT-RECORD.
           STRING "Vencidos  : " WS-CANTIDAD-EDIT
               DELIMITED BY SIZE INTO APPROVAL-REPORT-RECORD.
           WRITE APPROVAL-REPORT-RECORD.
           MOVE WS-TOT-SUPERADOS TO WS-CANTIDAD-EDIT.
           MOVE SPACES TO APPROVAL-REPORT-RECORD.
           STRING "Superados : " WS-CANTIDAD-EDIT
               DELIMITED BY SIZE INTO APPROVAL-REPORT-RECORD.
           WRITE APPROVAL-REPORT-RECORD.
           CLOSE APPROVAL-REPORT.
           DISPLAY "Cambios informados: " WS-NUM-CAMBIOS.
           DISPLAY "Pendientes        : " WS-TOT-PENDIENTES.

       ESCRIBIR-LINEA-INFORME.
           PERFORM FORMATEAR-CAMBIO.
           EVALUATE TRUE
               WHEN CAMBIO-PENDIENTE OF WS-CAMBIO-ACTUAL
                   ADD 1 TO WS-TOT-PENDIENTES
               WHEN CAMBIO-APROBADO OF WS-CAMBIO-ACTUAL
                   ADD 1 TO WS-TOT-APROBADOS
               WHEN CAMBIO-RECHAZADO OF WS-CAMBIO-ACTUAL
                   ADD 1 TO WS-TOT-RECHAZADOS
               WHEN CAMBIO-VENCIDO OF WS-CAMBIO-ACTUAL
                   ADD 1 TO WS-TOT-VENCIDOS
               WHEN CAMBIO-SUPERADO OF WS-CAMBIO-ACTUAL
                   ADD 1 TO WS-TOT-SUPERADOS
           END-EVALUATE.
           MOVE SPACES TO APPROVAL-REPORT-RECORD.
           STRING CA-NUMERO OF WS-CAMBIO-ACTUAL " "
               CA-TIPO OF WS-CAMBIO-ACTUAL " "
               CA-OPERACION OF WS-CAMBIO-ACTUAL " "
               WS-CLAVE-TEXTO " " WS-ANTES-TEXTO " "
               WS-DESPUES-TEXTO " "
               CA-OPERADOR-ALTA OF WS-CAMBIO-ACTUAL " "
               CA-FECHA-HORA-ALTA OF WS-CAMBIO-ACTUAL(1:12) " "
               CA-OPERADOR-DECISION OF WS-CAMBIO-ACTUAL " "
               CA-FECHA-HORA-DECISION OF WS-CAMBIO-ACTUAL(1:12) " "
               WS-ESTADO-TEXTO
               DELIMITED BY SIZE INTO APPROVAL-REPORT-RECORD.
           WRITE APPROVAL-REPORT-RECORD.

       REGISTRAR-HISTORIAL.
           OPEN EXTEND RUN-HISTORY-LOG.
           IF NOT HIST-OK THEN
               OPEN OUTPUT RUN-HISTORY-LOG
               CLOSE RUN-HISTORY-LOG
               OPEN EXTEND RUN-HISTORY-LOG
           END-IF.
           MOVE "APROBAR-CAMBIOS" TO RH-PROGRAMA.
           MOVE FUNCTION CURRENT-DATE(1:15) TO RH-FECHA-HORA.
           IF RETURN-CODE = 0 THEN
               MOVE "OK" TO RH-RESULTADO
           ELSE
               MOVE "CON AVISOS" TO RH-RESULTADO
           END-IF.
           MOVE WS-OPERADOR TO RH-OPERADOR.
           WRITE RUN-HISTORY-RECORD.
           CLOSE RUN-HISTORY-LOG.
       END PROGRAM APROBAR-CAMBIOS.
