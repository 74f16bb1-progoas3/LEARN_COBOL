      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTRATO-MANTO.
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
           SELECT CONTRACT-LOG-FILE ASSIGN TO
                   "data/contratos-cambios.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-LOG.
           SELECT RUN-HISTORY-LOG ASSIGN TO "data/run-history.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-HIST.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTRACT-MASTER.
       01  CONTRACT-RECORD.
           COPY CONTRATO.

      *> Maestro de clientes de FIRSTPROGRAM: solo lectura, para no
      *> dar de alta contratos de clientes inexistentes.
       FD  CUSTOMER-MASTER.
       01  CUSTOMER-RECORD.
           COPY CLIENTE.

      *> Pista de auditoria de contratos: imagen anterior y
      *> posterior, al estilo del log de cambios de precios.
       FD  CONTRACT-LOG-FILE.
       01  CONTRACT-LOG-RECORD.
           05 CL-FECHA-HORA PIC X(15).
           05 CL-OPERADOR PIC X(8).
           05 CL-OPERACION PIC X(8).
           05 CL-IMAGEN-ANTERIOR PIC X(51).
           05 CL-IMAGEN-NUEVA PIC X(51).

       FD  RUN-HISTORY-LOG.
           COPY RUNHIST.

       WORKING-STORAGE SECTION.
      *> Operador firmado en el menu; los programas llamados lo
      *> arrastran al historial de corridas.
       01  OPERADOR-ACTUAL PIC X(8) EXTERNAL.
           01 WS-ESTADO-HIST PIC XX VALUE "00".
               88 HIST-OK VALUE "00".
           01 WS-ESTADO-CONTRATOS PIC XX VALUE "00".
               88 CONTRATOS-OK VALUE "00".
           01 WS-ESTADO-CLIENTES PIC XX VALUE "00".
               88 CLIENTES-OK VALUE "00".
           01 WS-ESTADO-LOG PIC XX VALUE "00".
               88 LOG-OK VALUE "00".
           01 WS-MAESTRO-CLIENTES-ABIERTO PIC X VALUE "N".
               88 MAESTRO-CLIENTES-ABIERTO VALUE "S".
           01 WS-OPCION PIC X VALUE SPACE.
               88 MANTO-ALTA VALUE "A".
               88 MANTO-CAMBIO VALUE "C".
               88 MANTO-BAJA VALUE "B".
               88 MANTO-CONSULTA VALUE "Q".
               88 MANTO-LISTADO VALUE "L".
               88 MANTO-SALIR VALUE "S".
           01 WS-FIN-LISTADO PIC X VALUE "N".
               88 FIN-LISTADO VALUE "S".
           01 WS-OPERADOR PIC X(8) VALUE SPACES.
           01 WS-CLIENTE PIC 9(6) VALUE ZERO.
           01 WS-ARTICULO PIC X(6) VALUE SPACES.
           01 WS-IMAGEN-ANTERIOR PIC X(51) VALUE SPACES.
           01 WS-DATOS-VALIDOS PIC X VALUE "N".
               88 DATOS-VALIDOS VALUE "S".
      *> Validez de las fechas via el servicio comun DATESRV.
           01 WS-DS-FUNCION PIC X(8) VALUE SPACES.
           01 WS-DS-FECHA1 PIC 9(8) VALUE ZERO.
           01 WS-DS-FECHA2 PIC 9(8) VALUE ZERO.
           01 WS-DS-RESULTADO PIC S9(7) VALUE ZERO.
           01 WS-DS-OK PIC X VALUE "N".
           01 WS-TOTAL-LISTADOS PIC 9(6) VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           IF OPERADOR-ACTUAL = SPACES
                   OR OPERADOR-ACTUAL = LOW-VALUES THEN
               MOVE "BATCH" TO WS-OPERADOR
           ELSE
               MOVE OPERADOR-ACTUAL TO WS-OPERADOR
           END-IF.
           MOVE SPACE TO WS-OPCION.
           OPEN I-O CONTRACT-MASTER.
           IF NOT CONTRATOS-OK THEN
               CLOSE CONTRACT-MASTER
               OPEN OUTPUT CONTRACT-MASTER
               CLOSE CONTRACT-MASTER
               OPEN I-O CONTRACT-MASTER
           END-IF.
           OPEN INPUT CUSTOMER-MASTER.
           IF CLIENTES-OK THEN
               SET MAESTRO-CLIENTES-ABIERTO TO TRUE
           ELSE
               MOVE "N" TO WS-MAESTRO-CLIENTES-ABIERTO
               DISPLAY "Sin maestro de clientes: no se verifica el "
                   "cliente de los contratos."
           END-IF.
           OPEN EXTEND CONTRACT-LOG-FILE.
           IF NOT LOG-OK THEN
               OPEN OUTPUT CONTRACT-LOG-FILE
               CLOSE CONTRACT-LOG-FILE
               OPEN EXTEND CONTRACT-LOG-FILE
           END-IF.
           PERFORM MOSTRAR-MENU UNTIL MANTO-SALIR.
           CLOSE CONTRACT-LOG-FILE.
           IF MAESTRO-CLIENTES-ABIERTO THEN
               CLOSE CUSTOMER-MASTER
           END-IF.
           CLOSE CONTRACT-MASTER.
           PERFORM REGISTRAR-HISTORIAL.
           GOBACK.

       MOSTRAR-MENU.
           DISPLAY "Contratos: A-Alta C-Cambio B-Baja Q-Consulta "
               "L-Listado S-Salir".
           ACCEPT WS-OPCION.
           EVALUATE TRUE
               WHEN MANTO-ALTA
                   PERFORM ALTA-CONTRATO
               WHEN MANTO-CAMBIO
                   PERFORM CAMBIO-CONTRATO
               WHEN MANTO-BAJA
                   PERFORM BAJA-CONTRATO
               WHEN MANTO-CONSULTA
                   PERFORM CONSULTA-CONTRATO
               WHEN MANTO-LISTADO
                   PERFORM LISTAR-CONTRATOS
               WHEN MANTO-SALIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Operacion invalida."
           END-EVALUATE.

       PEDIR-CLAVE-CONTRATO.
           DISPLAY "Cliente:".
           ACCEPT WS-CLIENTE.
           DISPLAY "Articulo:".
           ACCEPT WS-ARTICULO.
           MOVE WS-CLIENTE TO CF-CLIENTE.
           MOVE WS-ARTICULO TO CF-ARTICULO.

       PEDIR-DATOS-CONTRATO.
           DISPLAY "Cantidad por facturacion:".
           ACCEPT CF-CANTIDAD.
           DISPLAY "Frecuencia (M-Mensual T-Trimestral S-Semestral "
               "A-Anual):".
           ACCEPT CF-FRECUENCIA.
           DISPLAY "Fecha de inicio (AAAAMMDD):".
           ACCEPT CF-FECHA-INICIO.
           DISPLAY "Fecha de fin (AAAAMMDD, 0 = sin vencimiento):".
           ACCEPT CF-FECHA-FIN.
           DISPLAY "Proxima facturacion (AAAAMMDD, 0 = la de inicio):".
           ACCEPT CF-PROXIMA-FACTURA.
           IF CF-PROXIMA-FACTURA = ZERO THEN
               MOVE CF-FECHA-INICIO TO CF-PROXIMA-FACTURA
           END-IF.

       VALIDAR-DATOS-CONTRATO.
           MOVE "N" TO WS-DATOS-VALIDOS.
           IF CF-CANTIDAD = ZERO THEN
               DISPLAY "La cantidad debe ser mayor que cero."
               EXIT PARAGRAPH
           END-IF.
           IF NOT FRECUENCIA-VALIDA THEN
               DISPLAY "Frecuencia invalida."
               EXIT PARAGRAPH
           END-IF.
           MOVE CF-FECHA-INICIO TO WS-DS-FECHA1.
           PERFORM VALIDAR-FECHA.
           IF WS-DS-OK NOT = "S" THEN
               DISPLAY "Fecha de inicio invalida."
               EXIT PARAGRAPH
           END-IF.
           IF CF-FECHA-FIN NOT = ZERO THEN
               MOVE CF-FECHA-FIN TO WS-DS-FECHA1
               PERFORM VALIDAR-FECHA
               IF WS-DS-OK NOT = "S"
                       OR CF-FECHA-FIN < CF-FECHA-INICIO THEN
                   DISPLAY "Fecha de fin invalida."
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE CF-PROXIMA-FACTURA TO WS-DS-FECHA1.
           PERFORM VALIDAR-FECHA.
           IF WS-DS-OK NOT = "S"
                   OR CF-PROXIMA-FACTURA < CF-FECHA-INICIO THEN
               DISPLAY "Proxima facturacion invalida."
               EXIT PARAGRAPH
           END-IF.
           SET DATOS-VALIDOS TO TRUE.

       VALIDAR-FECHA.
           MOVE "VALIDA" TO WS-DS-FUNCION.
           MOVE ZERO TO WS-DS-FECHA2.
           CALL "DATESRV" USING WS-DS-FUNCION WS-DS-FECHA1
               WS-DS-FECHA2 WS-DS-RESULTADO WS-DS-OK.

      *> Solo se contrata a clientes activos del maestro.
       VERIFICAR-CLIENTE.
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
           END-READ.

       ALTA-CONTRATO.
           PERFORM PEDIR-CLAVE-CONTRATO.
           READ CONTRACT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "Ya existe contrato de ese cliente y "
                       "articulo."
                   EXIT PARAGRAPH
           END-READ.
           INITIALIZE CONTRACT-RECORD.
           MOVE WS-CLIENTE TO CF-CLIENTE.
           MOVE WS-ARTICULO TO CF-ARTICULO.
           PERFORM PEDIR-DATOS-CONTRATO.
           PERFORM VALIDAR-DATOS-CONTRATO.
           IF DATOS-VALIDOS THEN
               PERFORM VERIFICAR-CLIENTE
           END-IF.
           IF NOT DATOS-VALIDOS THEN
               DISPLAY "Contrato no registrado."
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO CF-ULTIMA-FACTURA.
           MOVE "A" TO CF-ESTADO.
           WRITE CONTRACT-RECORD
               INVALID KEY
                   DISPLAY "Ya existe contrato de ese cliente y "
                       "articulo."
               NOT INVALID KEY
                   MOVE SPACES TO WS-IMAGEN-ANTERIOR
                   MOVE "ALTA" TO CL-OPERACION
                   PERFORM REGISTRAR-CAMBIO-CONTRATO
                   DISPLAY "Contrato registrado."
           END-WRITE.

      *> Cambio de condiciones; el estado A/S permite suspender y
      *> reanudar la facturacion sin perder el contrato.
       CAMBIO-CONTRATO.
           PERFORM PEDIR-CLAVE-CONTRATO.
           READ CONTRACT-MASTER
               INVALID KEY
                   DISPLAY "Contrato no encontrado."
                   EXIT PARAGRAPH
           END-READ.
           MOVE CONTRACT-RECORD TO WS-IMAGEN-ANTERIOR.
           PERFORM MOSTRAR-CONTRATO.
           PERFORM PEDIR-DATOS-CONTRATO.
           DISPLAY "Estado (A-Activo S-Suspendido):".
           ACCEPT CF-ESTADO.
           PERFORM VALIDAR-DATOS-CONTRATO.
           IF NOT CONTRATO-ACTIVO AND NOT CONTRATO-SUSPENDIDO THEN
               DISPLAY "Estado invalido."
               MOVE "N" TO WS-DATOS-VALIDOS
           END-IF.
           IF NOT DATOS-VALIDOS THEN
               DISPLAY "Contrato sin cambios."
               EXIT PARAGRAPH
           END-IF.
           REWRITE CONTRACT-RECORD
               INVALID KEY
                   DISPLAY "No se pudo actualizar."
               NOT INVALID KEY
                   MOVE "CAMBIO" TO CL-OPERACION
                   PERFORM REGISTRAR-CAMBIO-CONTRATO
                   DISPLAY "Contrato actualizado."
           END-REWRITE.

      *> La baja deja el contrato terminado en el maestro, como
      *> historia; CONTRATO-FACT ya no lo factura.
       BAJA-CONTRATO.
           PERFORM PEDIR-CLAVE-CONTRATO.
           READ CONTRACT-MASTER
               INVALID KEY
                   DISPLAY "Contrato no encontrado."
                   EXIT PARAGRAPH
           END-READ.
           MOVE CONTRACT-RECORD TO WS-IMAGEN-ANTERIOR.
           MOVE "T" TO CF-ESTADO.
           IF CF-FECHA-FIN = ZERO
                   OR CF-FECHA-FIN > FUNCTION CURRENT-DATE(1:8) THEN
               MOVE FUNCTION CURRENT-DATE(1:8) TO CF-FECHA-FIN
           END-IF.
           REWRITE CONTRACT-RECORD
               INVALID KEY
                   DISPLAY "No se pudo actualizar."
               NOT INVALID KEY
                   MOVE "BAJA" TO CL-OPERACION
                   PERFORM REGISTRAR-CAMBIO-CONTRATO
                   DISPLAY "Contrato dado de baja."
           END-REWRITE.

       CONSULTA-CONTRATO.
           PERFORM PEDIR-CLAVE-CONTRATO.
           READ CONTRACT-MASTER
               INVALID KEY
                   DISPLAY "Contrato no encontrado."
               NOT INVALID KEY
                   PERFORM MOSTRAR-CONTRATO
           END-READ.

       MOSTRAR-CONTRATO.
           DISPLAY CF-CLIENTE " " CF-ARTICULO
               " cant " CF-CANTIDAD
               " frec " CF-FRECUENCIA
               " desde " CF-FECHA-INICIO
               " hasta " CF-FECHA-FIN
               " proxima " CF-PROXIMA-FACTURA
               " ultima " CF-ULTIMA-FACTURA
               " estado " CF-ESTADO.

       LISTAR-CONTRATOS.
           MOVE ZERO TO WS-TOTAL-LISTADOS.
           MOVE "N" TO WS-FIN-LISTADO.
           MOVE "00" TO WS-ESTADO-CONTRATOS.
           CLOSE CONTRACT-MASTER.
           OPEN INPUT CONTRACT-MASTER.
           PERFORM UNTIL FIN-LISTADO
               READ CONTRACT-MASTER NEXT RECORD
                   AT END SET FIN-LISTADO TO TRUE
                   NOT AT END
                       PERFORM MOSTRAR-CONTRATO
                       ADD 1 TO WS-TOTAL-LISTADOS
               END-READ
           END-PERFORM.
           CLOSE CONTRACT-MASTER.
           MOVE "00" TO WS-ESTADO-CONTRATOS.
           OPEN I-O CONTRACT-MASTER.
           DISPLAY "Contratos listados: " WS-TOTAL-LISTADOS.

       REGISTRAR-CAMBIO-CONTRATO.
           MOVE FUNCTION CURRENT-DATE(1:15) TO CL-FECHA-HORA.
           MOVE WS-OPERADOR TO CL-OPERADOR.
           MOVE WS-IMAGEN-ANTERIOR TO CL-IMAGEN-ANTERIOR.
           MOVE CONTRACT-RECORD TO CL-IMAGEN-NUEVA.
           WRITE CONTRACT-LOG-RECORD.

       REGISTRAR-HISTORIAL.
           OPEN EXTEND RUN-HISTORY-LOG.
           IF NOT HIST-OK THEN
               OPEN OUTPUT RUN-HISTORY-LOG
               CLOSE RUN-HISTORY-LOG
               OPEN EXTEND RUN-HISTORY-LOG
           END-IF.
           MOVE "CONTRATO-MANTO" TO RH-PROGRAMA.
           MOVE FUNCTION CURRENT-DATE(1:15) TO RH-FECHA-HORA.
           IF RETURN-CODE = 0 THEN
               MOVE "OK" TO RH-RESULTADO
           ELSE
               MOVE "CON AVISOS" TO RH-RESULTADO
           END-IF.
           MOVE WS-OPERADOR TO RH-OPERADOR.
           WRITE RUN-HISTORY-RECORD.
           CLOSE RUN-HISTORY-LOG.
       END PROGRAM CONTRATO-MANTO.
