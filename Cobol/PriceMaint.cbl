           SELECT PRICE-LOG-FILE ASSIGN TO "data/precio-cambios.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-LOG.
           SELECT AGREEMENT-FILE ASSIGN TO
                   "data/onsize-precios-cliente.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PA-CLAVE
               FILE STATUS IS WS-ESTADO-ACUERDOS.
           SELECT AGREEMENT-LOG-FILE ASSIGN TO
                   "data/precio-acuerdos.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-LOG-ACUERDOS.
           SELECT RUN-HISTORY-LOG ASSIGN TO "data/run-history.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-HIST.
           05 PC-VARIANZA-NUEVA PIC 9(2)V99.
           05 PC-OPERACION PIC X(8).

      *> Acuerdos de precio por cliente: mandan sobre el maestro
      *> en ONSIZEERROR mientras esten vigentes.
       FD  AGREEMENT-FILE.
       01  AGREEMENT-RECORD.
           COPY PRECLIENTE.

      *> Pista de auditoria de acuerdos: imagen anterior y
      *> posterior del registro completo.
       FD  AGREEMENT-LOG-FILE.
       01  AGREEMENT-LOG-RECORD.
           05 PL-FECHA-HORA PIC X(15).
           05 PL-OPERADOR PIC X(8).
           05 PL-OPERACION PIC X(8).
           05 PL-IMAGEN-ANTERIOR PIC X(39).
           05 PL-IMAGEN-NUEVA PIC X(39).

       FD  RUN-HISTORY-LOG.
           COPY RUNHIST.

               88 PLANO-OK VALUE "00".
           01 WS-ESTADO-LOG PIC XX VALUE "00".
               88 LOG-OK VALUE "00".
           01 WS-ESTADO-ACUERDOS PIC XX VALUE "00".
               88 ACUERDOS-OK VALUE "00".
           01 WS-ESTADO-LOG-ACUERDOS PIC XX VALUE "00".
               88 LOG-ACUERDOS-OK VALUE "00".
           01 WS-OPCION PIC X VALUE SPACE.
               88 MANTO-ALTA VALUE "A".
               88 MANTO-CAMBIO VALUE "C".
               88 MANTO-CONSULTA VALUE "Q".
               88 MANTO-LISTADO VALUE "L".
               88 MANTO-MIGRAR VALUE "M".
               88 MANTO-ACUERDOS VALUE "P".
               88 MANTO-SALIR VALUE "S".
           01 WS-FIN-LISTADO PIC X VALUE "N".
               88 FIN-LISTADO VALUE "S".
           01 WS-PRECIO-ORIGINAL PIC 9(5)V99 VALUE ZERO.
           01 WS-VARIANZA-ORIGINAL PIC 9(2)V99 VALUE ZERO.
           01 WS-FECHA-HORA PIC X(15) VALUE SPACES.
           01 WS-OPCION-ACUERDO PIC X VALUE SPACE.
               88 ACUERDO-ALTA VALUE "A".
               88 ACUERDO-CAMBIO VALUE "C".
               88 ACUERDO-CONSULTA VALUE "Q".
               88 ACUERDO-LISTADO VALUE "L".
               88 ACUERDO-VOLVER VALUE "S".
           01 WS-ACU-CLIENTE PIC 9(6) VALUE ZERO.
           01 WS-IMAGEN-ACUERDO PIC X(39) VALUE SPACES.
      *> Fecha-desde de las filas migradas del plano: vigentes
      *> desde siempre.
           01 FECHA-MIGRACION CONSTANT AS 19000101.
           01 WS-DS-FECHA2 PIC 9(8) VALUE ZERO.
           01 WS-DS-RESULTADO PIC S9(7) VALUE ZERO.
           01 WS-DS-OK PIC X VALUE "N".
      *> Las altas y cambios de precio no se graban aqui: quedan
      *> pendientes via PENDSRV hasta que otro operador con derecho
      *> de aprobacion los confirme en APROBAR-CAMBIOS.
           01 WS-CAMBIO-PENDIENTE.
               COPY CAMBIOAPR.
           01 WS-PENDIENTE-OK PIC X VALUE "N".
           01 WS-RC-GUARDA PIC S9(4) VALUE ZERO.
           01 WS-TOTALES.
               05 WS-TOTAL-LISTADOS PIC 9(6) VALUE ZERO.
               05 WS-TOTAL-MIGRADOS PIC 9(6) VALUE ZERO.
               CLOSE PRICE-LOG-FILE
               OPEN EXTEND PRICE-LOG-FILE
           END-IF.
           OPEN I-O AGREEMENT-FILE.
           IF NOT ACUERDOS-OK THEN
               CLOSE AGREEMENT-FILE
               OPEN OUTPUT AGREEMENT-FILE
               CLOSE AGREEMENT-FILE
               OPEN I-O AGREEMENT-FILE
           END-IF.
           OPEN EXTEND AGREEMENT-LOG-FILE.
           IF NOT LOG-ACUERDOS-OK THEN
               OPEN OUTPUT AGREEMENT-LOG-FILE
               CLOSE AGREEMENT-LOG-FILE
               OPEN EXTEND AGREEMENT-LOG-FILE
           END-IF.
           PERFORM MOSTRAR-MENU UNTIL MANTO-SALIR.
           CLOSE AGREEMENT-LOG-FILE.
           CLOSE AGREEMENT-FILE.
           CLOSE PRICE-LOG-FILE.
           CLOSE PRICE-MASTER.
           PERFORM REGISTRAR-HISTORIAL.

       MOSTRAR-MENU.
           DISPLAY "Operacion: A-Alta C-Cambio Q-Consulta "
               "L-Listado M-Migrar plano P-Acuerdos por cliente "
               "S-Salir".
           ACCEPT WS-OPCION.
           EVALUATE TRUE
               WHEN MANTO-ALTA
                   PERFORM LISTAR-PRECIOS
               WHEN MANTO-MIGRAR
                   PERFORM MIGRAR-PLANO
               WHEN MANTO-ACUERDOS
                   MOVE SPACE TO WS-OPCION-ACUERDO
                   PERFORM MOSTRAR-MENU-ACUERDOS UNTIL ACUERDO-VOLVER
               WHEN MANTO-SALIR
                   CONTINUE
               WHEN OTHER
               DISPLAY "Fecha desde invalida."
               EXIT PARAGRAPH
           END-IF.
           READ PRICE-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "Ya existe esa vigencia del articulo."
                   EXIT PARAGRAPH
           END-READ.
           MOVE WS-ARTICULO TO PX-ARTICULO.
           MOVE WS-FECHA-DESDE TO PX-FECHA-DESDE.
           DISPLAY "Precio:".
           ACCEPT PX-PRECIO.
           DISPLAY "Umbral de varianza (porciento):".
           ACCEPT PX-VARIANZA-PCT.
           INITIALIZE WS-CAMBIO-PENDIENTE.
           MOVE "ALTA" TO CA-OPERACION.
           PERFORM PEDIR-APROBACION-PRECIO.

       CAMBIO-PRECIO.
           PERFORM PEDIR-CLAVE-PRECIO.
           READ PRICE-MASTER
               INVALID KEY
                   DISPLAY "Vigencia no encontrada."
                   EXIT PARAGRAPH
           END-READ.
           MOVE PX-PRECIO TO WS-PRECIO-ORIGINAL.
           MOVE PX-VARIANZA-PCT TO WS-VARIANZA-ORIGINAL.
           DISPLAY "Nuevo precio:".
           ACCEPT PX-PRECIO.
           DISPLAY "Nuevo umbral de varianza:".
           ACCEPT PX-VARIANZA-PCT.
           IF PX-PRECIO = WS-PRECIO-ORIGINAL
                   AND PX-VARIANZA-PCT = WS-VARIANZA-ORIGINAL THEN
               DISPLAY "Vigencia sin cambios."
               EXIT PARAGRAPH
           END-IF.
           INITIALIZE WS-CAMBIO-PENDIENTE.
           MOVE "CAMBIO" TO CA-OPERACION.
           MOVE WS-PRECIO-ORIGINAL TO CA-VALOR-ANTES.
           MOVE WS-VARIANZA-ORIGINAL TO CA-VARIANZA-ANTES.
           PERFORM PEDIR-APROBACION-PRECIO.

      *> El maestro queda como estaba; APROBAR-CAMBIOS graba la
      *> vigencia y la pista de auditoria de precios al aprobarla.
       PEDIR-APROBACION-PRECIO.
           MOVE "PRECIO" TO CA-TIPO.
           MOVE PX-ARTICULO TO CA-ARTICULO.
           MOVE PX-FECHA-DESDE TO CA-FECHA-DESDE.
           MOVE PX-PRECIO TO CA-VALOR-NUEVO.
           MOVE PX-VARIANZA-PCT TO CA-VARIANZA-NUEVA.
           MOVE RETURN-CODE TO WS-RC-GUARDA.
           CALL "PENDSRV" USING WS-CAMBIO-PENDIENTE WS-PENDIENTE-OK.
           MOVE WS-RC-GUARDA TO RETURN-CODE.
           IF WS-PENDIENTE-OK = "S" THEN
               DISPLAY "Precio pendiente de aprobacion, cambio "
                   CA-NUMERO "."
           ELSE
               DISPLAY "No se pudo registrar el pedido; la vigencia "
                   "no cambia."
               MOVE 4 TO RETURN-CODE
           END-IF.

       CONSULTA-PRECIO.
           PERFORM PEDIR-CLAVE-PRECIO.
                   PERFORM REGISTRAR-CAMBIO-PRECIO
           END-WRITE.

      *> Acuerdos de precio por cliente: una fila por cliente,
      *> articulo y fecha-desde, con su fecha-hasta.
       MOSTRAR-MENU-ACUERDOS.
           DISPLAY "Acuerdos: A-Alta C-Cambio Q-Consulta L-Listado "
               "S-Volver".
           ACCEPT WS-OPCION-ACUERDO.
           EVALUATE TRUE
               WHEN ACUERDO-ALTA
                   PERFORM ALTA-ACUERDO
               WHEN ACUERDO-CAMBIO
                   PERFORM CAMBIO-ACUERDO
               WHEN ACUERDO-CONSULTA
                   PERFORM CONSULTA-ACUERDO
               WHEN ACUERDO-LISTADO
                   PERFORM LISTAR-ACUERDOS
               WHEN ACUERDO-VOLVER
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Operacion invalida."
           END-EVALUATE.

       PEDIR-CLAVE-ACUERDO.
           DISPLAY "Cliente:".
           ACCEPT WS-ACU-CLIENTE.
           DISPLAY "Articulo:".
           ACCEPT WS-ARTICULO.
           DISPLAY "Fecha desde (AAAAMMDD):".
           ACCEPT WS-FECHA-DESDE.
           MOVE WS-ACU-CLIENTE TO PA-CLIENTE.
           MOVE WS-ARTICULO TO PA-ARTICULO.
           MOVE WS-FECHA-DESDE TO PA-FECHA-DESDE.

       PEDIR-DATOS-ACUERDO.
           DISPLAY "Fecha hasta (AAAAMMDD, 0 = sin vencimiento):".
           ACCEPT PA-FECHA-HASTA.
           DISPLAY "Precio pactado:".
           ACCEPT PA-PRECIO.
           DISPLAY "Umbral de varianza (porciento):".
           ACCEPT PA-VARIANZA-PCT.

      *> La fecha-hasta, si viene, debe ser valida y no anterior a
      *> la fecha-desde.
       VALIDAR-FECHA-HASTA.
           IF PA-FECHA-HASTA = ZERO THEN
               MOVE "S" TO WS-DS-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE "VALIDA" TO WS-DS-FUNCION.
           MOVE PA-FECHA-HASTA TO WS-DS-FECHA1.
           MOVE ZERO TO WS-DS-FECHA2.
           CALL "DATESRV" USING WS-DS-FUNCION WS-DS-FECHA1
               WS-DS-FECHA2 WS-DS-RESULTADO WS-DS-OK.
           IF PA-FECHA-HASTA < PA-FECHA-DESDE THEN
               MOVE "N" TO WS-DS-OK
           END-IF.

       ALTA-ACUERDO.
           PERFORM PEDIR-CLAVE-ACUERDO.
           PERFORM VALIDAR-FECHA-DESDE.
           IF WS-DS-OK NOT = "S" THEN
               DISPLAY "Fecha desde invalida."
               EXIT PARAGRAPH
           END-IF.
           PERFORM PEDIR-DATOS-ACUERDO.
           PERFORM VALIDAR-FECHA-HASTA.
           IF WS-DS-OK NOT = "S" THEN
               DISPLAY "Fecha hasta invalida."
               EXIT PARAGRAPH
           END-IF.
           WRITE AGREEMENT-RECORD
               INVALID KEY
                   DISPLAY "Ya existe ese acuerdo."
               NOT INVALID KEY
                   MOVE SPACES TO WS-IMAGEN-ACUERDO
                   MOVE "ALTA" TO PL-OPERACION
                   PERFORM REGISTRAR-CAMBIO-ACUERDO
                   DISPLAY "Acuerdo registrado."
           END-WRITE.

       CAMBIO-ACUERDO.
           PERFORM PEDIR-CLAVE-ACUERDO.
           READ AGREEMENT-FILE
               INVALID KEY
                   DISPLAY "Acuerdo no encontrado."
                   EXIT PARAGRAPH
           END-READ.
           MOVE AGREEMENT-RECORD TO WS-IMAGEN-ACUERDO.
           PERFORM MOSTRAR-ACUERDO.
           PERFORM PEDIR-DATOS-ACUERDO.
           PERFORM VALIDAR-FECHA-HASTA.
           IF WS-DS-OK NOT = "S" THEN
               DISPLAY "Fecha hasta invalida."
               EXIT PARAGRAPH
           END-IF.
           REWRITE AGREEMENT-RECORD
               INVALID KEY
                   DISPLAY "No se pudo actualizar."
               NOT INVALID KEY
                   MOVE "CAMBIO" TO PL-OPERACION
                   PERFORM REGISTRAR-CAMBIO-ACUERDO
                   DISPLAY "Acuerdo actualizado."
           END-REWRITE.

       CONSULTA-ACUERDO.
           PERFORM PEDIR-CLAVE-ACUERDO.
           READ AGREEMENT-FILE
               INVALID KEY
                   DISPLAY "Acuerdo no encontrado."
               NOT INVALID KEY
                   PERFORM MOSTRAR-ACUERDO
           END-READ.

       MOSTRAR-ACUERDO.
           DISPLAY PA-CLIENTE " " PA-ARTICULO
               " desde " PA-FECHA-DESDE " hasta " PA-FECHA-HASTA
               " precio " PA-PRECIO
               " varianza " PA-VARIANZA-PCT "%".

       LISTAR-ACUERDOS.
           MOVE ZERO TO WS-TOTAL-LISTADOS.
           MOVE "N" TO WS-FIN-LISTADO.
           CLOSE AGREEMENT-FILE.
           OPEN INPUT AGREEMENT-FILE.
           PERFORM UNTIL FIN-LISTADO
               READ AGREEMENT-FILE NEXT RECORD
                   AT END SET FIN-LISTADO TO TRUE
                   NOT AT END
                       PERFORM MOSTRAR-ACUERDO
                       ADD 1 TO WS-TOTAL-LISTADOS
               END-READ
           END-PERFORM.
           CLOSE AGREEMENT-FILE.
           OPEN I-O AGREEMENT-FILE.
           DISPLAY "Acuerdos listados: " WS-TOTAL-LISTADOS.

       REGISTRAR-CAMBIO-ACUERDO.
           MOVE FUNCTION CURRENT-DATE(1:15) TO PL-FECHA-HORA.
           IF OPERADOR-ACTUAL = SPACES
                   OR OPERADOR-ACTUAL = LOW-VALUES THEN
               MOVE "BATCH" TO PL-OPERADOR
           ELSE
               MOVE OPERADOR-ACTUAL TO PL-OPERADOR
           END-IF.
           MOVE WS-IMAGEN-ACUERDO TO PL-IMAGEN-ANTERIOR.
           MOVE AGREEMENT-RECORD TO PL-IMAGEN-NUEVA.
           WRITE AGREEMENT-LOG-RECORD.

       REGISTRAR-CAMBIO-PRECIO.
           MOVE FUNCTION CURRENT-DATE(1:15) TO WS-FECHA-HORA.
           MOVE WS-FECHA-HORA TO PC-FECHA-HORA.
