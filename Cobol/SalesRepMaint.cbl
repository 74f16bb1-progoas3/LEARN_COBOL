      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENDEDOR-MANTO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALESREP-MASTER ASSIGN TO "data/vendedores.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VD-CODIGO
               FILE STATUS IS WS-ESTADO-VENDEDORES.
           SELECT ASSIGNMENT-FILE ASSIGN TO
                   "data/vendedores-asignacion.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VA-CLAVE
               FILE STATUS IS WS-ESTADO-ASIGNACION.
           SELECT CUSTOMER-MASTER ASSIGN TO "data/first-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-NUMERO
               ALTERNATE RECORD KEY IS CM-NOMBRE WITH DUPLICATES
               FILE STATUS IS WS-ESTADO-CLIENTES.
           SELECT SALESREP-LOG-FILE ASSIGN TO
                   "data/vendedores-cambios.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-LOG.
           SELECT RUN-HISTORY-LOG ASSIGN TO "data/run-history.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-HIST.
       DATA DIVISION.
       FILE SECTION.
       FD  SALESREP-MASTER.
       01  SALESREP-RECORD.
           COPY VENDEDOR.

       FD  ASSIGNMENT-FILE.
       01  ASSIGNMENT-RECORD.
           COPY VENDASIG.

      *> Maestro de clientes de FIRSTPROGRAM: la asignacion vigente
      *> se guarda tambien en el cliente, bajo el candado del
      *> maestro.
       FD  CUSTOMER-MASTER.
       01  CUSTOMER-RECORD.
           COPY CLIENTE.

      *> Pista de auditoria del maestro de vendedores: imagen
      *> anterior y posterior, como el log de cambios de contratos.
       FD  SALESREP-LOG-FILE.
       01  SALESREP-LOG-RECORD.
           05 VL-FECHA-HORA PIC X(15).
           05 VL-OPERADOR PIC X(8).
           05 VL-OPERACION PIC X(8).
           05 VL-IMAGEN-ANTERIOR PIC X(47).
           05 VL-IMAGEN-NUEVA PIC X(47).

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
           01 WS-ESTADO-VENDEDORES PIC XX VALUE "00".
               88 VENDEDORES-OK VALUE "00".
           01 WS-ESTADO-ASIGNACION PIC XX VALUE "00".
               88 ASIGNACION-OK VALUE "00".
           01 WS-ESTADO-CLIENTES PIC XX VALUE "00".
               88 CLIENTES-OK VALUE "00".
           01 WS-ESTADO-LOG PIC XX VALUE "00".
               88 LOG-OK VALUE "00".
           01 WS-OPCION PIC X VALUE SPACE.
               88 MANTO-ALTA VALUE "A".
               88 MANTO-CAMBIO VALUE "C".
               88 MANTO-BAJA VALUE "B".
               88 MANTO-CONSULTA VALUE "Q".
               88 MANTO-LISTADO VALUE "L".
               88 MANTO-ASIGNAR VALUE "V".
               88 MANTO-HISTORIA VALUE "H".
               88 MANTO-SALIR VALUE "S".
           01 WS-FIN-LISTADO PIC X VALUE "N".
               88 FIN-LISTADO VALUE "S".
           01 WS-OPERADOR PIC X(8) VALUE SPACES.
           01 WS-FECHA-HOY PIC 9(8) VALUE ZERO.
           01 WS-VENDEDOR PIC X(4) VALUE SPACES.
           01 WS-CLIENTE PIC 9(6) VALUE ZERO.
           01 WS-FECHA-EFECTIVA PIC 9(8) VALUE ZERO.
           01 WS-VENDEDOR-ANTERIOR PIC X(4) VALUE SPACES.
           01 WS-IMAGEN-ANTERIOR PIC X(47) VALUE SPACES.
           01 WS-DATOS-VALIDOS PIC X VALUE "N".
               88 DATOS-VALIDOS VALUE "S".
           01 WS-TOTAL-LISTADOS PIC 9(6) VALUE ZERO.
      *> Validez de las fechas via el servicio comun DATESRV.
           01 WS-DS-FUNCION PIC X(8) VALUE SPACES.
           01 WS-DS-FECHA1 PIC 9(8) VALUE ZERO.
           01 WS-DS-FECHA2 PIC 9(8) VALUE ZERO.
           01 WS-DS-RESULTADO PIC S9(7) VALUE ZERO.
           01 WS-DS-OK PIC X VALUE "N".
      *> Candado compartido del maestro de clientes, tomado via
      *> ENQUEUE solo mientras se actualiza la asignacion.
           01 WS-ENQ-PROGRAMA PIC X(20) VALUE "VENDEDOR-MANTO".
           01 WS-ENQ-RECURSO PIC X(8) VALUE "FIRST".
           01 WS-ENQ-FUNCION PIC X VALUE SPACE.
           01 WS-ENQ-RESULTADO PIC X VALUE "N".
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
           OPEN I-O SALESREP-MASTER.
           IF NOT VENDEDORES-OK THEN
               CLOSE SALESREP-MASTER
               OPEN OUTPUT SALESREP-MASTER
               CLOSE SALESREP-MASTER
               OPEN I-O SALESREP-MASTER
           END-IF.
           OPEN I-O ASSIGNMENT-FILE.
           IF NOT ASIGNACION-OK THEN
               CLOSE ASSIGNMENT-FILE
               OPEN OUTPUT ASSIGNMENT-FILE
               CLOSE ASSIGNMENT-FILE
               OPEN I-O ASSIGNMENT-FILE
           END-IF.
           OPEN EXTEND SALESREP-LOG-FILE.
           IF NOT LOG-OK THEN
               OPEN OUTPUT SALESREP-LOG-FILE
               CLOSE SALESREP-LOG-FILE
               OPEN EXTEND SALESREP-LOG-FILE
           END-IF.
           PERFORM MOSTRAR-MENU UNTIL MANTO-SALIR.
           CLOSE SALESREP-LOG-FILE.
           CLOSE ASSIGNMENT-FILE.
           CLOSE SALESREP-MASTER.
           PERFORM REGISTRAR-HISTORIAL.
           GOBACK.

       MOSTRAR-MENU.
           DISPLAY "Vendedores: A-Alta C-Cambio B-Baja Q-Consulta "
               "L-Listado V-Asignar a cliente H-Historia de cliente "
               "S-Salir".
           ACCEPT WS-OPCION.
           EVALUATE TRUE
               WHEN MANTO-ALTA
                   PERFORM ALTA-VENDEDOR
               WHEN MANTO-CAMBIO
                   PERFORM CAMBIO-VENDEDOR
               WHEN MANTO-BAJA
                   PERFORM BAJA-VENDEDOR
               WHEN MANTO-CONSULTA
                   PERFORM CONSULTA-VENDEDOR
               WHEN MANTO-LISTADO
                   PERFORM LISTAR-VENDEDORES
               WHEN MANTO-ASIGNAR
                   PERFORM ASIGNAR-VENDEDOR
               WHEN MANTO-HISTORIA
                   PERFORM HISTORIA-CLIENTE
               WHEN MANTO-SALIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Operacion invalida."
           END-EVALUATE.

       PEDIR-CODIGO-VENDEDOR.
           DISPLAY "Codigo de vendedor:".
           ACCEPT WS-VENDEDOR.
           MOVE WS-VENDEDOR TO VD-CODIGO.

       PEDIR-DATOS-VENDEDOR.
           DISPLAY "Nombre:".
           ACCEPT VD-NOMBRE.
           DISPLAY "Tasa base de comision (%, 99.99):".
           ACCEPT VD-TASA-BASE.

       VALIDAR-DATOS-VENDEDOR.
           MOVE "N" TO WS-DATOS-VALIDOS.
           IF VD-NOMBRE = SPACES THEN
               DISPLAY "El nombre es obligatorio."
               EXIT PARAGRAPH
           END-IF.
           IF VD-TASA-BASE NOT NUMERIC THEN
               DISPLAY "Tasa base invalida."
               EXIT PARAGRAPH
           END-IF.
           SET DATOS-VALIDOS TO TRUE.

       ALTA-VENDEDOR.
           PERFORM PEDIR-CODIGO-VENDEDOR.
           IF WS-VENDEDOR = SPACES THEN
               DISPLAY "El codigo es obligatorio."
               EXIT PARAGRAPH
           END-IF.
           READ SALESREP-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "Ya existe el vendedor."
                   EXIT PARAGRAPH
           END-READ.
           INITIALIZE SALESREP-RECORD.
           MOVE WS-VENDEDOR TO VD-CODIGO.
           PERFORM PEDIR-DATOS-VENDEDOR.
           PERFORM VALIDAR-DATOS-VENDEDOR.
           IF NOT DATOS-VALIDOS THEN
               DISPLAY "Vendedor no registrado."
               EXIT PARAGRAPH
           END-IF.
           MOVE "A" TO VD-ESTADO.
           MOVE WS-FECHA-HOY TO VD-FECHA-ALTA.
           WRITE SALESREP-RECORD
               INVALID KEY
                   DISPLAY "Ya existe el vendedor."
               NOT INVALID KEY
                   MOVE SPACES TO WS-IMAGEN-ANTERIOR
                   MOVE "ALTA" TO VL-OPERACION
                   PERFORM REGISTRAR-CAMBIO-VENDEDOR
                   DISPLAY "Vendedor registrado."
           END-WRITE.

       CAMBIO-VENDEDOR.
           PERFORM PEDIR-CODIGO-VENDEDOR.
           READ SALESREP-MASTER
               INVALID KEY
                   DISPLAY "Vendedor no encontrado."
                   EXIT PARAGRAPH
           END-READ.
           MOVE SALESREP-RECORD TO WS-IMAGEN-ANTERIOR.
           PERFORM MOSTRAR-VENDEDOR.
           PERFORM PEDIR-DATOS-VENDEDOR.
           DISPLAY "Estado (A-Activo I-Inactivo):".
           ACCEPT VD-ESTADO.
           PERFORM VALIDAR-DATOS-VENDEDOR.
           IF NOT VENDEDOR-ACTIVO AND NOT VENDEDOR-INACTIVO THEN
               DISPLAY "Estado invalido."
               MOVE "N" TO WS-DATOS-VALIDOS
           END-IF.
           IF NOT DATOS-VALIDOS THEN
               DISPLAY "Vendedor sin cambios."
               EXIT PARAGRAPH
           END-IF.
           REWRITE SALESREP-RECORD
               INVALID KEY
                   DISPLAY "No se pudo actualizar."
               NOT INVALID KEY
                   MOVE "CAMBIO" TO VL-OPERACION
                   PERFORM REGISTRAR-CAMBIO-VENDEDOR
                   DISPLAY "Vendedor actualizado."
           END-REWRITE.

      *> La baja deja el vendedor inactivo: sigue cobrando comision
      *> por lo que vendio, pero no se le asignan clientes.
       BAJA-VENDEDOR.
           PERFORM PEDIR-CODIGO-VENDEDOR.
           READ SALESREP-MASTER
               INVALID KEY
                   DISPLAY "Vendedor no encontrado."
                   EXIT PARAGRAPH
           END-READ.
           MOVE SALESREP-RECORD TO WS-IMAGEN-ANTERIOR.
           MOVE "I" TO VD-ESTADO.
           REWRITE SALESREP-RECORD
               INVALID KEY
                   DISPLAY "No se pudo actualizar."
               NOT INVALID KEY
                   MOVE "BAJA" TO VL-OPERACION
                   PERFORM REGISTRAR-CAMBIO-VENDEDOR
                   DISPLAY "Vendedor dado de baja."
           END-REWRITE.

       CONSULTA-VENDEDOR.
           PERFORM PEDIR-CODIGO-VENDEDOR.
           READ SALESREP-MASTER
               INVALID KEY
                   DISPLAY "Vendedor no encontrado."
               NOT INVALID KEY
                   PERFORM MOSTRAR-VENDEDOR
           END-READ.

       MOSTRAR-VENDEDOR.
           DISPLAY VD-CODIGO " " VD-NOMBRE
               " tasa base " VD-TASA-BASE
               " estado " VD-ESTADO
               " alta " VD-FECHA-ALTA.

       LISTAR-VENDEDORES.
           MOVE ZERO TO WS-TOTAL-LISTADOS.
           MOVE "N" TO WS-FIN-LISTADO.
           MOVE LOW-VALUES TO VD-CODIGO.
           START SALESREP-MASTER KEY >= VD-CODIGO
               INVALID KEY SET FIN-LISTADO TO TRUE
           END-START.
           PERFORM UNTIL FIN-LISTADO
               READ SALESREP-MASTER NEXT RECORD
                   AT END SET FIN-LISTADO TO TRUE
                   NOT AT END
                       PERFORM MOSTRAR-VENDEDOR
                       ADD 1 TO WS-TOTAL-LISTADOS
               END-READ
           END-PERFORM.
           DISPLAY "Vendedores listados: " WS-TOTAL-LISTADOS.

      *> Asigna un vendedor activo a un cliente desde una fecha
      *> efectiva (cero = hoy). La asignacion queda en la historia
      *> y, si es la mas reciente del cliente, en el maestro de
      *> clientes. Vendedor en blanco = el cliente queda sin
      *> vendedor desde esa fecha.
       ASIGNAR-VENDEDOR.
           MOVE "N" TO WS-DATOS-VALIDOS.
           DISPLAY "Cliente:".
           ACCEPT WS-CLIENTE.
           DISPLAY "Vendedor (en blanco = sin vendedor):".
           ACCEPT WS-VENDEDOR.
           DISPLAY "Fecha efectiva (AAAAMMDD, 0 = hoy):".
           ACCEPT WS-FECHA-EFECTIVA.
           IF WS-FECHA-EFECTIVA = ZERO THEN
               MOVE WS-FECHA-HOY TO WS-FECHA-EFECTIVA
           END-IF.
           MOVE WS-FECHA-EFECTIVA TO WS-DS-FECHA1.
           PERFORM VALIDAR-FECHA.
           IF WS-DS-OK NOT = "S" THEN
               DISPLAY "Fecha efectiva invalida."
               EXIT PARAGRAPH
           END-IF.
           IF WS-VENDEDOR NOT = SPACES THEN
               MOVE WS-VENDEDOR TO VD-CODIGO
               READ SALESREP-MASTER
                   INVALID KEY
                       DISPLAY "Vendedor no encontrado."
                       EXIT PARAGRAPH
               END-READ
               IF NOT VENDEDOR-ACTIVO THEN
                   DISPLAY "Vendedor inactivo, no se le asignan "
                       "clientes."
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           PERFORM ADQUIRIR-CANDADO-MAESTRO.
           IF WS-ENQ-RESULTADO NOT = "S" THEN
               DISPLAY "Maestro de clientes tomado por otro "
                   "proceso, intente mas tarde."
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O CUSTOMER-MASTER.
           IF NOT CLIENTES-OK THEN
               DISPLAY "No se pudo abrir el maestro de clientes, "
                   "estado " WS-ESTADO-CLIENTES "."
               PERFORM LIBERAR-CANDADO-MAESTRO
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CLIENTE TO CM-NUMERO.
           READ CUSTOMER-MASTER
               INVALID KEY
                   DISPLAY "Cliente no existe en el maestro."
               NOT INVALID KEY
                   SET DATOS-VALIDOS TO TRUE
           END-READ.
           IF DATOS-VALIDOS THEN
               PERFORM GRABAR-ASIGNACION
           END-IF.
           CLOSE CUSTOMER-MASTER.
           PERFORM LIBERAR-CANDADO-MAESTRO.

       GRABAR-ASIGNACION.
           IF CM-VENDEDOR-DESDE NOT NUMERIC THEN
               MOVE ZERO TO CM-VENDEDOR-DESDE
           END-IF.
           MOVE CM-VENDEDOR TO WS-VENDEDOR-ANTERIOR.
           MOVE WS-CLIENTE TO VA-CLIENTE.
           MOVE WS-FECHA-EFECTIVA TO VA-FECHA-DESDE.
           MOVE WS-VENDEDOR TO VA-VENDEDOR.
           MOVE WS-VENDEDOR-ANTERIOR TO VA-VENDEDOR-ANTERIOR.
           MOVE WS-OPERADOR TO VA-OPERADOR.
           MOVE FUNCTION CURRENT-DATE(1:15) TO VA-FECHA-HORA.
           WRITE ASSIGNMENT-RECORD
               INVALID KEY
                   REWRITE ASSIGNMENT-RECORD
                       INVALID KEY
                           DISPLAY "No se pudo grabar la asignacion."
                           EXIT PARAGRAPH
                   END-REWRITE
           END-WRITE.
           IF WS-FECHA-EFECTIVA >= CM-VENDEDOR-DESDE THEN
               MOVE WS-VENDEDOR TO CM-VENDEDOR
               MOVE WS-FECHA-EFECTIVA TO CM-VENDEDOR-DESDE
               REWRITE CUSTOMER-RECORD
                   INVALID KEY
                       DISPLAY "No se pudo actualizar el cliente."
                       EXIT PARAGRAPH
               END-REWRITE
           END-IF.
           DISPLAY "Cliente " WS-CLIENTE " con vendedor "
               WS-VENDEDOR " desde " WS-FECHA-EFECTIVA ".".

       HISTORIA-CLIENTE.
           DISPLAY "Cliente:".
           ACCEPT WS-CLIENTE.
           MOVE ZERO TO WS-TOTAL-LISTADOS.
           MOVE "N" TO WS-FIN-LISTADO.
           MOVE WS-CLIENTE TO VA-CLIENTE.
           MOVE ZERO TO VA-FECHA-DESDE.
           START ASSIGNMENT-FILE KEY >= VA-CLAVE
               INVALID KEY SET FIN-LISTADO TO TRUE
           END-START.
           PERFORM UNTIL FIN-LISTADO
               READ ASSIGNMENT-FILE NEXT RECORD
                   AT END SET FIN-LISTADO TO TRUE
                   NOT AT END
                       IF VA-CLIENTE NOT = WS-CLIENTE THEN
                           SET FIN-LISTADO TO TRUE
                       ELSE
                           DISPLAY VA-FECHA-DESDE " vendedor "
                               VA-VENDEDOR " (antes "
                               VA-VENDEDOR-ANTERIOR ") por "
                               VA-OPERADOR " el " VA-FECHA-HORA
                           ADD 1 TO WS-TOTAL-LISTADOS
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY "Asignaciones listadas: " WS-TOTAL-LISTADOS.

       VALIDAR-FECHA.
           MOVE "VALIDA" TO WS-DS-FUNCION.
           MOVE ZERO TO WS-DS-FECHA2.
           CALL "DATESRV" USING WS-DS-FUNCION WS-DS-FECHA1
               WS-DS-FECHA2 WS-DS-RESULTADO WS-DS-OK.

       ADQUIRIR-CANDADO-MAESTRO.
           MOVE "A" TO WS-ENQ-FUNCION.
           MOVE RETURN-CODE TO WS-RC-GUARDA.
           CALL "ENQUEUE" USING WS-ENQ-PROGRAMA WS-ENQ-RECURSO
               WS-ENQ-FUNCION WS-ENQ-RESULTADO.
           MOVE WS-RC-GUARDA TO RETURN-CODE.

       LIBERAR-CANDADO-MAESTRO.
           MOVE "R" TO WS-ENQ-FUNCION.
           MOVE RETURN-CODE TO WS-RC-GUARDA.
           CALL "ENQUEUE" USING WS-ENQ-PROGRAMA WS-ENQ-RECURSO
               WS-ENQ-FUNCION WS-ENQ-RESULTADO.
           MOVE WS-RC-GUARDA TO RETURN-CODE.

       REGISTRAR-CAMBIO-VENDEDOR.
           MOVE FUNCTION CURRENT-DATE(1:15) TO VL-FECHA-HORA.
           MOVE WS-OPERADOR TO VL-OPERADOR.
           MOVE WS-IMAGEN-ANTERIOR TO VL-IMAGEN-ANTERIOR.
           MOVE SALESREP-RECORD TO VL-IMAGEN-NUEVA.
           WRITE SALESREP-LOG-RECORD.

       REGISTRAR-HISTORIAL.
           OPEN EXTEND RUN-HISTORY-LOG.
           IF NOT HIST-OK THEN
               OPEN OUTPUT RUN-HISTORY-LOG
               CLOSE RUN-HISTORY-LOG
               OPEN EXTEND RUN-HISTORY-LOG
           END-IF.
           MOVE "VENDEDOR-MANTO" TO RH-PROGRAMA.
           MOVE FUNCTION CURRENT-DATE(1:15) TO RH-FECHA-HORA.
           IF RETURN-CODE = 0 THEN
               MOVE "OK" TO RH-RESULTADO
           ELSE
               MOVE "CON AVISOS" TO RH-RESULTADO
           END-IF.
           MOVE WS-OPERADOR TO RH-OPERADOR.
           WRITE RUN-HISTORY-RECORD.
           CLOSE RUN-HISTORY-LOG.
       END PROGRAM VENDEDOR-MANTO.
