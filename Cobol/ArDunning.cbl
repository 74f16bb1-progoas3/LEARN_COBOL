      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AR-DUNNING.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPEN-ITEM-MASTER ASSIGN TO "data/ar-abiertos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AB-FACTURA
               ALTERNATE RECORD KEY IS AB-CLIENTE WITH DUPLICATES
               FILE STATUS IS WS-ESTADO-ABIERTOS.
           SELECT NOTICE-HISTORY-FILE ASSIGN TO
                   "data/ar-avisos-hist.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AV-FACTURA
               FILE STATUS IS WS-ESTADO-AVISOS.
           SELECT DUNNING-PARAM-FILE ASSIGN TO "data/ar-avisos.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-PARAM.
           SELECT CUSTOMER-MASTER ASSIGN TO "data/first-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-NUMERO
               ALTERNATE RECORD KEY IS CM-NOMBRE WITH DUPLICATES
               FILE STATUS IS WS-ESTADO-CLIENTES.
           SELECT LETTER-FILE ASSIGN TO "data/ar-avisos-cartas.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-HISTORY-LOG ASSIGN TO "data/run-history.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-HIST.
       DATA DIVISION.
       FILE SECTION.
       FD  OPEN-ITEM-MASTER.
       01  OPEN-ITEM-RECORD.
           COPY ARITEM.

      *> Ultimo aviso enviado por factura: nivel (1 = recordatorio,
      *> 2 = segundo aviso, 3 = intimacion final) y fecha de envio.
      *> Con esto el proceso no repite un aviso dentro del plazo
      *> minimo ni salta niveles.
       FD  NOTICE-HISTORY-FILE.
       01  NOTICE-HISTORY-RECORD.
           05 AV-FACTURA PIC 9(6).
           05 AV-CLIENTE PIC 9(6).
           05 AV-NIVEL PIC 9.
           05 AV-FECHA PIC 9(8).

      *> Dias de atraso a partir de los cuales corresponde cada
      *> nivel, y dias minimos entre dos avisos de la misma factura.
       FD  DUNNING-PARAM-FILE.
       01  DUNNING-PARAM-RECORD.
           05 PA-DIAS-NIVEL1 PIC 9(3).
           05 PA-DIAS-NIVEL2 PIC 9(3).
           05 PA-DIAS-NIVEL3 PIC 9(3).
           05 PA-DIAS-REPETIR PIC 9(3).

      *> Maestro de clientes de FIRSTPROGRAM: solo lectura, para
      *> encabezar la carta con el nombre del cliente y saber que
      *> sucursales se avisan en la carta de su cuenta madre.
       FD  CUSTOMER-MASTER.
       01  CUSTOMER-RECORD.
           COPY CLIENTE.

       FD  LETTER-FILE.
       01  LETTER-RECORD PIC X(80).

       FD  RUN-HISTORY-LOG.
           COPY RUNHIST.

       WORKING-STORAGE SECTION.
      *> Operador firmado en el menu; los programas llamados lo
      *> arrastran al historial de corridas.
       01  OPERADOR-ACTUAL PIC X(8) EXTERNAL.
           01 WS-ESTADO-HIST PIC XX VALUE "00".
               88 HIST-OK VALUE "00".
           01 WS-ESTADO-ABIERTOS PIC XX VALUE "00".
               88 ABIERTOS-OK VALUE "00".
           01 WS-ESTADO-AVISOS PIC XX VALUE "00".
               88 AVISOS-OK VALUE "00".
               88 AVISOS-NO-EXISTE VALUE "35".
           01 WS-ESTADO-PARAM PIC XX VALUE "00".
               88 PARAM-OK VALUE "00".
           01 WS-ESTADO-CLIENTES PIC XX VALUE "00".
               88 CLIENTES-OK VALUE "00".
           01 WS-FIN-ABIERTOS PIC X VALUE "N".
               88 FIN-ABIERTOS VALUE "S".
           01 WS-MAESTRO-CLIENTES PIC X VALUE "N".
               88 MAESTRO-CLIENTES-ABIERTO VALUE "S".
           01 WS-AVISO-PREVIO PIC X VALUE "N".
               88 HAY-AVISO-PREVIO VALUE "S".
           01 WS-FECHA-PROCESO PIC 9(8) VALUE ZERO.
           01 WS-FECHA-BASE PIC 9(8) VALUE ZERO.
           01 WS-DIAS-ATRASO PIC S9(5) VALUE ZERO.
           01 WS-DIAS-DESDE-AVISO PIC S9(5) VALUE ZERO.
           01 WS-NIVEL-OBJETIVO PIC 9 VALUE ZERO.
           01 WS-NIVEL-NUEVO PIC 9 VALUE ZERO.
      *> Parametros del proceso (valores por omision si falta el
      *> archivo de configuracion).
           01 WS-DIAS-NIVEL1 PIC 9(3) VALUE 15.
           01 WS-DIAS-NIVEL2 PIC 9(3) VALUE 30.
           01 WS-DIAS-NIVEL3 PIC 9(3) VALUE 60.
           01 WS-DIAS-REPETIR PIC 9(3) VALUE 7.
      *> Partidas a avisar del cliente en curso: el maestro se lee
      *> por la clave alterna de cliente y la carta se arma al
      *> cambiar de cliente, con el nivel mas alto de sus partidas.
           01 WS-CLIENTE-ACTUAL PIC 9(6) VALUE ZERO.
           01 WS-NIVEL-CARTA PIC 9 VALUE ZERO.
           01 WS-TOTAL-CARTA PIC 9(11)V99 VALUE ZERO.
           01 WS-SALDO-AVISAR PIC 9(9)V99 VALUE ZERO.
           01 WS-NUM-PARTIDAS PIC 9(3) VALUE ZERO.
           01 WS-IDX-PAR PIC 9(3) VALUE ZERO.
           01 WS-PARTIDAS-DESBORDADAS PIC X VALUE "N".
               88 PARTIDAS-DESBORDADAS VALUE "S".
           01 WS-TABLA-PARTIDAS.
               05 WS-PAR OCCURS 100 TIMES.
                   10 WS-PAR-CLIENTE PIC 9(6).
                   10 WS-PAR-FACTURA PIC 9(6).
                   10 WS-PAR-FECHA PIC 9(8).
                   10 WS-PAR-DIAS PIC S9(5).
                   10 WS-PAR-SALDO PIC 9(9)V99.
                   10 WS-PAR-NIVEL PIC 9.
      *> Sucursales que consolidan en la cuenta madre: se evaluan
      *> antes del recorrido principal y sus partidas esperan aca a
      *> la carta de la madre.
           01 WS-NUM-CONSOLIDA PIC 9(3) VALUE ZERO.
           01 WS-IDX-CON PIC 9(3) VALUE ZERO.
           01 WS-CONSOLIDA-DESBORDADA PIC X VALUE "N".
               88 CONSOLIDA-DESBORDADA VALUE "S".
           01 WS-ES-SUCURSAL PIC X VALUE "N".
               88 ES-SUCURSAL-CONSOLIDADA VALUE "S".
           01 WS-TABLA-CONSOLIDA.
               05 WS-CON OCCURS 300 TIMES.
                   10 WS-CON-SUCURSAL PIC 9(6).
                   10 WS-CON-MADRE PIC 9(6).
           01 WS-NUM-ESPERA PIC 9(3) VALUE ZERO.
           01 WS-IDX-ESP PIC 9(3) VALUE ZERO.
      *> Indice propio de AGREGAR-PARTIDAS-SUCURSALES: corre dentro
      *> del recorrido de madres pendientes, que usa WS-IDX-ESP.
           01 WS-IDX-SUC PIC 9(3) VALUE ZERO.
           01 WS-TABLA-ESPERA.
               05 WS-ESP OCCURS 500 TIMES.
                   10 WS-ESP-MADRE PIC 9(6).
                   10 WS-ESP-EMITIDA PIC X.
                   10 WS-ESP-CLIENTE PIC 9(6).
                   10 WS-ESP-FACTURA PIC 9(6).
                   10 WS-ESP-FECHA PIC 9(8).
                   10 WS-ESP-DIAS PIC S9(5).
                   10 WS-ESP-SALDO PIC 9(9)V99.
                   10 WS-ESP-NIVEL PIC 9.
           01 WS-SUCURSAL-EDIT PIC X(6) VALUE SPACES.
           01 WS-TEXTO-NIVEL PIC X(20) VALUE SPACES.
           01 WS-NOMBRE-CLIENTE PIC X(31) VALUE SPACES.
           01 WS-TOTALES.
               05 WS-TOT-PARTIDAS-AVISADAS PIC 9(6) VALUE ZERO.
               05 WS-TOT-PARTIDAS-EN-ESPERA PIC 9(6) VALUE ZERO.
               05 WS-TOT-PARTIDAS-EN-DISPUTA PIC 9(6) VALUE ZERO.
               05 WS-TOT-CARTAS PIC 9(6) VALUE ZERO.
               05 WS-TOT-CARTAS-NIVEL1 PIC 9(6) VALUE ZERO.
               05 WS-TOT-CARTAS-NIVEL2 PIC 9(6) VALUE ZERO.
               05 WS-TOT-CARTAS-NIVEL3 PIC 9(6) VALUE ZERO.
           01 WS-MONTO-EDIT PIC Z(9)9.99.
           01 WS-DIAS-EDIT PIC ZZZZ9.
      *> Cada documento emitido queda en la bandeja de entrega
      *> (DOCOUTBOX) con la preferencia de canal del cliente.
           01 WS-DOC-FUNCION PIC X VALUE SPACE.
           01 WS-DOC-PROGRAMA PIC X(20) VALUE "AR-DUNNING".
           01 WS-DOC-CLIENTE PIC 9(6) VALUE ZERO.
           01 WS-DOC-TIPO PIC X(10) VALUE "AVISO-COBR".
           01 WS-DOC-ARCHIVO PIC X(30)
               VALUE "data/ar-avisos-cartas.dat".
           01 WS-DOC-REFERENCIA PIC X(12) VALUE SPACES.
           01 WS-DOC-LINEA PIC X(132) VALUE SPACES.
           01 WS-DOC-NUMERO PIC 9(8) VALUE ZERO.
           01 WS-TOT-DOCUMENTOS PIC 9(6) VALUE ZERO.
           01 WS-RC-GUARDA PIC S9(4) VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-PROCESO.
           PERFORM CARGAR-PARAMETROS.
           OPEN INPUT OPEN-ITEM-MASTER.
           IF NOT ABIERTOS-OK THEN
               DISPLAY "AR-DUNNING: no se pudo abrir el maestro de "
                   "partidas, estado " WS-ESTADO-ABIERTOS
               MOVE 8 TO RETURN-CODE
               PERFORM REGISTRAR-HISTORIAL
               GOBACK
           END-IF.
           OPEN I-O NOTICE-HISTORY-FILE.
           IF AVISOS-NO-EXISTE THEN
               OPEN OUTPUT NOTICE-HISTORY-FILE
               CLOSE NOTICE-HISTORY-FILE
               OPEN I-O NOTICE-HISTORY-FILE
           END-IF.
           IF NOT AVISOS-OK THEN
               DISPLAY "AR-DUNNING: no se pudo abrir el historial "
                   "de avisos, estado " WS-ESTADO-AVISOS
               CLOSE OPEN-ITEM-MASTER
               MOVE 8 TO RETURN-CODE
               PERFORM REGISTRAR-HISTORIAL
               GOBACK
           END-IF.
           OPEN INPUT CUSTOMER-MASTER.
           IF CLIENTES-OK THEN
               SET MAESTRO-CLIENTES-ABIERTO TO TRUE
           END-IF.
           OPEN OUTPUT LETTER-FILE.
           PERFORM CARGAR-CONSOLIDACION.
           PERFORM EVALUAR-SUCURSAL-CONSOLIDADA
               VARYING WS-IDX-CON FROM 1 BY 1
               UNTIL WS-IDX-CON > WS-NUM-CONSOLIDA.
           MOVE ZERO TO WS-CLIENTE-ACTUAL.
           MOVE "N" TO WS-FIN-ABIERTOS.
           MOVE ZERO TO AB-CLIENTE.
           START OPEN-ITEM-MASTER KEY >= AB-CLIENTE
               INVALID KEY SET FIN-ABIERTOS TO TRUE
           END-START.
           PERFORM UNTIL FIN-ABIERTOS
               READ OPEN-ITEM-MASTER NEXT RECORD
                   AT END SET FIN-ABIERTOS TO TRUE
                   NOT AT END
                       IF AB-CLIENTE NOT = WS-CLIENTE-ACTUAL THEN
                           PERFORM EMITIR-CARTA-CLIENTE
                           MOVE AB-CLIENTE TO WS-CLIENTE-ACTUAL
                           PERFORM VER-SI-CONSOLIDA
                       END-IF
                       IF AB-ESTADO = "A" AND AB-SALDO > ZERO
                               AND NOT PARTIDA-NOTA-CREDITO
                               AND NOT ES-SUCURSAL-CONSOLIDADA THEN
                           PERFORM EVALUAR-PARTIDA
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM EMITIR-CARTA-CLIENTE.
      *> Madres sin partidas propias a avisar: su carta sale solo
      *> con las de sus sucursales.
           PERFORM VARYING WS-IDX-ESP FROM 1 BY 1
                   UNTIL WS-IDX-ESP > WS-NUM-ESPERA
               IF WS-ESP-EMITIDA(WS-IDX-ESP) = "N" THEN
                   MOVE WS-ESP-MADRE(WS-IDX-ESP) TO WS-CLIENTE-ACTUAL
                   PERFORM EMITIR-CARTA-CLIENTE
               END-IF
           END-PERFORM.
           CLOSE OPEN-ITEM-MASTER.
           CLOSE NOTICE-HISTORY-FILE.
           IF MAESTRO-CLIENTES-ABIERTO THEN
               CLOSE CUSTOMER-MASTER
           END-IF.
           CLOSE LETTER-FILE.
           DISPLAY "Partidas avisadas       : "
               WS-TOT-PARTIDAS-AVISADAS.
           DISPLAY "Partidas en espera      : "
               WS-TOT-PARTIDAS-EN-ESPERA.
           DISPLAY "Partidas en disputa     : "
               WS-TOT-PARTIDAS-EN-DISPUTA.
           DISPLAY "Cartas emitidas         : " WS-TOT-CARTAS.
           DISPLAY "  recordatorio          : " WS-TOT-CARTAS-NIVEL1.
           DISPLAY "  segundo aviso         : " WS-TOT-CARTAS-NIVEL2.
           DISPLAY "  intimacion final      : " WS-TOT-CARTAS-NIVEL3.
           DISPLAY "Documentos en bandeja   : " WS-TOT-DOCUMENTOS.
           IF (PARTIDAS-DESBORDADAS OR CONSOLIDA-DESBORDADA)
                   AND RETURN-CODE = 0 THEN
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM REGISTRAR-HISTORIAL.
           GOBACK.

       CARGAR-PARAMETROS.
           OPEN INPUT DUNNING-PARAM-FILE.
           IF NOT PARAM-OK THEN
               EXIT PARAGRAPH
           END-IF.
           READ DUNNING-PARAM-FILE
               NOT AT END
                   IF PA-DIAS-NIVEL1 IS NUMERIC
                           AND PA-DIAS-NIVEL2 IS NUMERIC
                           AND PA-DIAS-NIVEL3 IS NUMERIC
                           AND PA-DIAS-REPETIR IS NUMERIC
                           AND PA-DIAS-NIVEL1 < PA-DIAS-NIVEL2
                           AND PA-DIAS-NIVEL2 < PA-DIAS-NIVEL3 THEN
                       MOVE PA-DIAS-NIVEL1 TO WS-DIAS-NIVEL1
                       MOVE PA-DIAS-NIVEL2 TO WS-DIAS-NIVEL2
                       MOVE PA-DIAS-NIVEL3 TO WS-DIAS-NIVEL3
                       MOVE PA-DIAS-REPETIR TO WS-DIAS-REPETIR
                   ELSE
                       DISPLAY "AR-DUNNING: data/ar-avisos.cfg "
                           "invalido, se usan los plazos por "
                           "omision."
                   END-IF
           END-READ.
           CLOSE DUNNING-PARAM-FILE.

      *> Nivel que corresponde por atraso, limitado a un escalon
      *> por encima del ultimo aviso enviado: nunca se salta un
      *> nivel, y dentro del plazo minimo no se vuelve a avisar.
      *> El atraso corre desde el vencimiento (la fecha de lote en
      *> partidas asentadas antes de existir el vencimiento). Lo
      *> que esta en disputa abierta no se reclama; una partida
      *> disputada entera no se avisa.
       EVALUAR-PARTIDA.
           MOVE AB-SALDO TO WS-SALDO-AVISAR.
           IF AB-MONTO-DISPUTA NUMERIC AND AB-MONTO-DISPUTA > ZERO
                   THEN
               IF AB-MONTO-DISPUTA >= AB-SALDO THEN
                   ADD 1 TO WS-TOT-PARTIDAS-EN-DISPUTA
                   EXIT PARAGRAPH
               END-IF
               SUBTRACT AB-MONTO-DISPUTA FROM WS-SALDO-AVISAR
           END-IF.
           IF AB-FECHA-VENCE NUMERIC AND AB-FECHA-VENCE > ZERO THEN
               MOVE AB-FECHA-VENCE TO WS-FECHA-BASE
           ELSE
               MOVE AB-FECHA-LOTE TO WS-FECHA-BASE
           END-IF.
           COMPUTE WS-DIAS-ATRASO =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-PROCESO)
               - FUNCTION INTEGER-OF-DATE(WS-FECHA-BASE).
           EVALUATE TRUE
               WHEN WS-DIAS-ATRASO >= WS-DIAS-NIVEL3
                   MOVE 3 TO WS-NIVEL-OBJETIVO
               WHEN WS-DIAS-ATRASO >= WS-DIAS-NIVEL2
                   MOVE 2 TO WS-NIVEL-OBJETIVO
               WHEN WS-DIAS-ATRASO >= WS-DIAS-NIVEL1
                   MOVE 1 TO WS-NIVEL-OBJETIVO
               WHEN OTHER
                   MOVE ZERO TO WS-NIVEL-OBJETIVO
           END-EVALUATE.
           IF WS-NIVEL-OBJETIVO = ZERO THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-AVISO-PREVIO.
           MOVE AB-FACTURA TO AV-FACTURA.
           READ NOTICE-HISTORY-FILE
               INVALID KEY
                   MOVE ZERO TO AV-NIVEL
                   MOVE ZERO TO AV-FECHA
               NOT INVALID KEY
                   SET HAY-AVISO-PREVIO TO TRUE
           END-READ.
           IF HAY-AVISO-PREVIO THEN
               COMPUTE WS-DIAS-DESDE-AVISO =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-PROCESO)
                   - FUNCTION INTEGER-OF-DATE(AV-FECHA)
               IF WS-DIAS-DESDE-AVISO < WS-DIAS-REPETIR THEN
                   ADD 1 TO WS-TOT-PARTIDAS-EN-ESPERA
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF WS-NIVEL-OBJETIVO > AV-NIVEL THEN
               COMPUTE WS-NIVEL-NUEVO = AV-NIVEL + 1
           ELSE
               MOVE AV-NIVEL TO WS-NIVEL-NUEVO
           END-IF.
           IF WS-NUM-PARTIDAS >= 100 THEN
               IF NOT PARTIDAS-DESBORDADAS THEN
                   SET PARTIDAS-DESBORDADAS TO TRUE
                   DISPLAY "AR-DUNNING: cliente " AB-CLIENTE
                       " con mas de 100 partidas a avisar, el resto "
                       "queda para la proxima corrida."
               END-IF
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NUM-PARTIDAS.
           MOVE AB-CLIENTE TO WS-PAR-CLIENTE(WS-NUM-PARTIDAS).
           MOVE AB-FACTURA TO WS-PAR-FACTURA(WS-NUM-PARTIDAS).
           MOVE WS-FECHA-BASE TO WS-PAR-FECHA(WS-NUM-PARTIDAS).
           MOVE WS-DIAS-ATRASO TO WS-PAR-DIAS(WS-NUM-PARTIDAS).
           MOVE WS-SALDO-AVISAR TO WS-PAR-SALDO(WS-NUM-PARTIDAS).
           MOVE WS-NIVEL-NUEVO TO WS-PAR-NIVEL(WS-NUM-PARTIDAS).
           ADD WS-SALDO-AVISAR TO WS-TOTAL-CARTA.
           IF WS-NIVEL-NUEVO > WS-NIVEL-CARTA THEN
               MOVE WS-NIVEL-NUEVO TO WS-NIVEL-CARTA
           END-IF.
           ADD 1 TO WS-TOT-PARTIDAS-AVISADAS.
           PERFORM GUARDAR-AVISO.

       GUARDAR-AVISO.
           MOVE AB-FACTURA TO AV-FACTURA.
           MOVE AB-CLIENTE TO AV-CLIENTE.
           MOVE WS-NIVEL-NUEVO TO AV-NIVEL.
           MOVE WS-FECHA-PROCESO TO AV-FECHA.
           IF HAY-AVISO-PREVIO THEN
               REWRITE NOTICE-HISTORY-RECORD
                   INVALID KEY
                       DISPLAY "AR-DUNNING: no se pudo actualizar el "
                           "aviso de la factura " AV-FACTURA
               END-REWRITE
           ELSE
               WRITE NOTICE-HISTORY-RECORD
                   INVALID KEY
                       DISPLAY "AR-DUNNING: no se pudo registrar el "
                           "aviso de la factura " AV-FACTURA
               END-WRITE
           END-IF.

      *> Una carta por cliente con todas sus partidas avisadas en
      *> esta corrida; el texto sale del nivel mas alto.
       EMITIR-CARTA-CLIENTE.
           PERFORM AGREGAR-PARTIDAS-SUCURSALES.
           IF WS-NUM-PARTIDAS = ZERO THEN
               PERFORM LIMPIAR-CLIENTE
               EXIT PARAGRAPH
           END-IF.
           PERFORM BUSCAR-NOMBRE-CLIENTE.
           EVALUATE WS-NIVEL-CARTA
               WHEN 1
                   MOVE "RECORDATORIO" TO WS-TEXTO-NIVEL
                   ADD 1 TO WS-TOT-CARTAS-NIVEL1
               WHEN 2
                   MOVE "SEGUNDO AVISO" TO WS-TEXTO-NIVEL
                   ADD 1 TO WS-TOT-CARTAS-NIVEL2
               WHEN OTHER
                   MOVE "INTIMACION FINAL" TO WS-TEXTO-NIVEL
                   ADD 1 TO WS-TOT-CARTAS-NIVEL3
           END-EVALUATE.
           ADD 1 TO WS-TOT-CARTAS.
           MOVE WS-CLIENTE-ACTUAL TO WS-DOC-CLIENTE.
           MOVE WS-FECHA-PROCESO TO WS-DOC-REFERENCIA.
           MOVE "A" TO WS-DOC-FUNCION.
           PERFORM REGISTRAR-DOC-BANDEJA.
           IF WS-DOC-NUMERO > ZERO THEN
               ADD 1 TO WS-TOT-DOCUMENTOS
           END-IF.
           MOVE SPACES TO LETTER-RECORD.
           STRING "AVISO DE COBRO  " WS-TEXTO-NIVEL
               "  fecha " WS-FECHA-PROCESO
               DELIMITED BY SIZE INTO LETTER-RECORD.
           PERFORM ESCRIBIR-REGISTRO-CARTA.
           MOVE SPACES TO LETTER-RECORD.
           STRING "Cliente " WS-CLIENTE-ACTUAL " " WS-NOMBRE-CLIENTE
               DELIMITED BY SIZE INTO LETTER-RECORD.
           PERFORM ESCRIBIR-REGISTRO-CARTA.
           MOVE SPACES TO LETTER-RECORD.
           EVALUATE WS-NIVEL-CARTA
               WHEN 1
                   MOVE "Le recordamos que las siguientes facturas "
                       & "se encuentran vencidas." TO LETTER-RECORD
               WHEN 2
                   MOVE "Segundo aviso: las siguientes facturas "
                       & "siguen impagas." TO LETTER-RECORD
               WHEN OTHER
                   MOVE "Intimacion final: regularice el saldo o se "
                       & "iniciaran acciones de cobro." TO
                       LETTER-RECORD
           END-EVALUATE.
           PERFORM ESCRIBIR-REGISTRO-CARTA.
           MOVE SPACES TO LETTER-RECORD.
           MOVE "  Factura  Vence      Dias           Saldo  Nivel"
               & "  Sucursal" TO LETTER-RECORD.
           PERFORM ESCRIBIR-REGISTRO-CARTA.
           PERFORM ESCRIBIR-LINEA-PARTIDA
               VARYING WS-IDX-PAR FROM 1 BY 1
               UNTIL WS-IDX-PAR > WS-NUM-PARTIDAS.
           MOVE WS-TOTAL-CARTA TO WS-MONTO-EDIT.
           MOVE SPACES TO LETTER-RECORD.
           STRING "  Total adeudado               " WS-MONTO-EDIT
               DELIMITED BY SIZE INTO LETTER-RECORD.
           PERFORM ESCRIBIR-REGISTRO-CARTA.
           MOVE ALL "-" TO LETTER-RECORD.
           PERFORM ESCRIBIR-REGISTRO-CARTA.
           MOVE "C" TO WS-DOC-FUNCION.
           PERFORM REGISTRAR-DOC-BANDEJA.
           PERFORM LIMPIAR-CLIENTE.

       ESCRIBIR-LINEA-PARTIDA.
           MOVE WS-PAR-SALDO(WS-IDX-PAR) TO WS-MONTO-EDIT.
           MOVE WS-PAR-DIAS(WS-IDX-PAR) TO WS-DIAS-EDIT.
           MOVE SPACES TO WS-SUCURSAL-EDIT.
           IF WS-PAR-CLIENTE(WS-IDX-PAR) NOT = WS-CLIENTE-ACTUAL THEN
               MOVE WS-PAR-CLIENTE(WS-IDX-PAR) TO WS-SUCURSAL-EDIT
           END-IF.
           MOVE SPACES TO LETTER-RECORD.
           STRING "  " WS-PAR-FACTURA(WS-IDX-PAR) "   "
               WS-PAR-FECHA(WS-IDX-PAR) " " WS-DIAS-EDIT " "
               WS-MONTO-EDIT "  " WS-PAR-NIVEL(WS-IDX-PAR)
               "      " WS-SUCURSAL-EDIT
               DELIMITED BY SIZE INTO LETTER-RECORD.
           PERFORM ESCRIBIR-REGISTRO-CARTA.

       ESCRIBIR-REGISTRO-CARTA.
           WRITE LETTER-RECORD.
           IF WS-DOC-NUMERO > ZERO THEN
               MOVE LETTER-RECORD TO WS-DOC-LINEA
               MOVE "L" TO WS-DOC-FUNCION
               PERFORM REGISTRAR-DOC-BANDEJA
           END-IF.

       REGISTRAR-DOC-BANDEJA.
           MOVE RETURN-CODE TO WS-RC-GUARDA.
           CALL "DOCOUTBOX" USING WS-DOC-FUNCION WS-DOC-PROGRAMA
               WS-DOC-CLIENTE WS-DOC-TIPO WS-DOC-ARCHIVO
               WS-DOC-REFERENCIA WS-DOC-LINEA WS-DOC-NUMERO.
           MOVE WS-RC-GUARDA TO RETURN-CODE.
           IF WS-DOC-FUNCION = "C" THEN
               MOVE ZERO TO WS-DOC-NUMERO
           END-IF.

       BUSCAR-NOMBRE-CLIENTE.
           MOVE "(cliente sin maestro)" TO WS-NOMBRE-CLIENTE.
           IF NOT MAESTRO-CLIENTES-ABIERTO THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CLIENTE-ACTUAL TO CM-NUMERO.
           READ CUSTOMER-MASTER
               NOT INVALID KEY
                   MOVE SPACES TO WS-NOMBRE-CLIENTE
                   STRING FUNCTION TRIM(CM-NOMBRE) " "
                       FUNCTION TRIM(CM-APELLIDO)
                       DELIMITED BY SIZE INTO WS-NOMBRE-CLIENTE
           END-READ.

      *> Sucursales con CM-CONSOLIDAR en S y su cuenta madre.
       CARGAR-CONSOLIDACION.
           MOVE ZERO TO WS-NUM-CONSOLIDA.
           MOVE ZERO TO WS-NUM-ESPERA.
           IF NOT MAESTRO-CLIENTES-ABIERTO THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIN-ABIERTOS.
           MOVE ZERO TO CM-NUMERO.
           START CUSTOMER-MASTER KEY >= CM-NUMERO
               INVALID KEY SET FIN-ABIERTOS TO TRUE
           END-START.
           PERFORM UNTIL FIN-ABIERTOS
               READ CUSTOMER-MASTER NEXT RECORD
                   AT END SET FIN-ABIERTOS TO TRUE
                   NOT AT END
                       IF CONSOLIDA-EN-MADRE
                               AND CM-CLIENTE-PADRE NUMERIC
                               AND CM-CLIENTE-PADRE > ZERO THEN
                           PERFORM AGREGAR-SUCURSAL-CONSOLIDADA
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "N" TO WS-FIN-ABIERTOS.

      *> Pasadas las 300 sucursales, las que no caben reciben su
      *> propia carta como cualquier cliente.
       AGREGAR-SUCURSAL-CONSOLIDADA.
           IF WS-NUM-CONSOLIDA >= 300 THEN
               IF NOT CONSOLIDA-DESBORDADA THEN
                   SET CONSOLIDA-DESBORDADA TO TRUE
                   DISPLAY "AR-DUNNING: mas de 300 sucursales "
                       "consolidadas; desde la " CM-NUMERO
                       " reciben carta propia."
               END-IF
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NUM-CONSOLIDA.
           MOVE CM-NUMERO TO WS-CON-SUCURSAL(WS-NUM-CONSOLIDA).
           MOVE CM-CLIENTE-PADRE TO WS-CON-MADRE(WS-NUM-CONSOLIDA).

      *> Las partidas de la sucursal se evaluan (y su aviso queda
      *> registrado) con las mismas reglas, y esperan a la carta de
      *> la cuenta madre.
       EVALUAR-SUCURSAL-CONSOLIDADA.
           PERFORM LIMPIAR-CLIENTE.
           MOVE "N" TO WS-FIN-ABIERTOS.
           MOVE WS-CON-SUCURSAL(WS-IDX-CON) TO AB-CLIENTE.
           START OPEN-ITEM-MASTER KEY >= AB-CLIENTE
               INVALID KEY SET FIN-ABIERTOS TO TRUE
           END-START.
           PERFORM UNTIL FIN-ABIERTOS
               READ OPEN-ITEM-MASTER NEXT RECORD
                   AT END SET FIN-ABIERTOS TO TRUE
                   NOT AT END
                       IF AB-CLIENTE NOT = WS-CON-SUCURSAL(WS-IDX-CON)
                               THEN
                           SET FIN-ABIERTOS TO TRUE
                       ELSE
                           IF AB-ESTADO = "A" AND AB-SALDO > ZERO
                                   AND NOT PARTIDA-NOTA-CREDITO THEN
                               PERFORM EVALUAR-PARTIDA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM VARYING WS-IDX-PAR FROM 1 BY 1
                   UNTIL WS-IDX-PAR > WS-NUM-PARTIDAS
               IF WS-NUM-ESPERA >= 500 THEN
                   IF NOT PARTIDAS-DESBORDADAS THEN
                       SET PARTIDAS-DESBORDADAS TO TRUE
                       DISPLAY "AR-DUNNING: mas de 500 partidas de "
                           "sucursales consolidadas, el resto no "
                           "sale en esta corrida."
                   END-IF
               ELSE
                   ADD 1 TO WS-NUM-ESPERA
                   MOVE WS-CON-MADRE(WS-IDX-CON) TO
                       WS-ESP-MADRE(WS-NUM-ESPERA)
                   MOVE "N" TO WS-ESP-EMITIDA(WS-NUM-ESPERA)
                   MOVE WS-PAR-CLIENTE(WS-IDX-PAR) TO
                       WS-ESP-CLIENTE(WS-NUM-ESPERA)
                   MOVE WS-PAR-FACTURA(WS-IDX-PAR) TO
                       WS-ESP-FACTURA(WS-NUM-ESPERA)
                   MOVE WS-PAR-FECHA(WS-IDX-PAR) TO
                       WS-ESP-FECHA(WS-NUM-ESPERA)
                   MOVE WS-PAR-DIAS(WS-IDX-PAR) TO
                       WS-ESP-DIAS(WS-NUM-ESPERA)
                   MOVE WS-PAR-SALDO(WS-IDX-PAR) TO
                       WS-ESP-SALDO(WS-NUM-ESPERA)
                   MOVE WS-PAR-NIVEL(WS-IDX-PAR) TO
                       WS-ESP-NIVEL(WS-NUM-ESPERA)
               END-IF
           END-PERFORM.
           PERFORM LIMPIAR-CLIENTE.

       VER-SI-CONSOLIDA.
           MOVE "N" TO WS-ES-SUCURSAL.
           PERFORM VARYING WS-IDX-CON FROM 1 BY 1
                   UNTIL WS-IDX-CON > WS-NUM-CONSOLIDA
               IF WS-CON-SUCURSAL(WS-IDX-CON) = WS-CLIENTE-ACTUAL THEN
                   SET ES-SUCURSAL-CONSOLIDADA TO TRUE
               END-IF
           END-PERFORM.

      *> Suma a la carta de WS-CLIENTE-ACTUAL las partidas en espera
      *> de sus sucursales consolidadas.
       AGREGAR-PARTIDAS-SUCURSALES.
           PERFORM VARYING WS-IDX-SUC FROM 1 BY 1
                   UNTIL WS-IDX-SUC > WS-NUM-ESPERA
               IF WS-ESP-MADRE(WS-IDX-SUC) = WS-CLIENTE-ACTUAL
                       AND WS-ESP-EMITIDA(WS-IDX-SUC) = "N"
                       AND WS-NUM-PARTIDAS < 100 THEN
                   MOVE "S" TO WS-ESP-EMITIDA(WS-IDX-SUC)
                   ADD 1 TO WS-NUM-PARTIDAS
                   MOVE WS-ESP-CLIENTE(WS-IDX-SUC) TO
                       WS-PAR-CLIENTE(WS-NUM-PARTIDAS)
                   MOVE WS-ESP-FACTURA(WS-IDX-SUC) TO
                       WS-PAR-FACTURA(WS-NUM-PARTIDAS)
                   MOVE WS-ESP-FECHA(WS-IDX-SUC) TO
                       WS-PAR-FECHA(WS-NUM-PARTIDAS)
                   MOVE WS-ESP-DIAS(WS-IDX-SUC) TO
                       WS-PAR-DIAS(WS-NUM-PARTIDAS)
                   MOVE WS-ESP-SALDO(WS-IDX-SUC) TO
                       WS-PAR-SALDO(WS-NUM-PARTIDAS)
                   MOVE WS-ESP-NIVEL(WS-IDX-SUC) TO
                       WS-PAR-NIVEL(WS-NUM-PARTIDAS)
                   ADD WS-ESP-SALDO(WS-IDX-SUC) TO WS-TOTAL-CARTA
                   IF WS-ESP-NIVEL(WS-IDX-SUC) > WS-NIVEL-CARTA THEN
                       MOVE WS-ESP-NIVEL(WS-IDX-SUC) TO WS-NIVEL-CARTA
                   END-IF
               END-IF
           END-PERFORM.

       LIMPIAR-CLIENTE.
           MOVE ZERO TO WS-NUM-PARTIDAS.
           MOVE ZERO TO WS-NIVEL-CARTA.
           MOVE ZERO TO WS-TOTAL-CARTA.

       REGISTRAR-HISTORIAL.
           OPEN EXTEND RUN-HISTORY-LOG.
           IF NOT HIST-OK THEN
               OPEN OUTPUT RUN-HISTORY-LOG
               CLOSE RUN-HISTORY-LOG
               OPEN EXTEND RUN-HISTORY-LOG
           END-IF.
           MOVE "AR-DUNNING" TO RH-PROGRAMA.
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
       END PROGRAM AR-DUNNING.
