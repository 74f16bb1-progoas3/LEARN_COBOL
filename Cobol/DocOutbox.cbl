      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOCOUTBOX.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OUTBOX-FILE ASSIGN TO "data/doc-bandeja.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BD-NUMERO
               FILE STATUS IS WS-ESTADO-BANDEJA.
           SELECT CONTENT-FILE ASSIGN TO "data/doc-contenido.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CONTENIDO.
           SELECT OUTBOX-COUNTER ASSIGN TO
                   "data/doc-bandeja-contador.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CONTADOR.
           SELECT CUSTOMER-MASTER ASSIGN TO "data/first-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-NUMERO
               ALTERNATE RECORD KEY IS CM-NOMBRE WITH DUPLICATES
               FILE STATUS IS WS-ESTADO-CLIENTES.
       DATA DIVISION.
       FILE SECTION.
       FD  OUTBOX-FILE.
       01  OUTBOX-RECORD.
           COPY DOCBANDEJA.

      *> Texto de los documentos: una linea por registro, bajo el
      *> numero de la bandeja; las lineas de un documento quedan
      *> contiguas y en orden.
       FD  CONTENT-FILE.
       01  CONTENT-RECORD.
           05 DC-NUMERO PIC 9(8).
           05 DC-LINEA PIC X(132).

       FD  OUTBOX-COUNTER.
       01  OUTBOX-COUNTER-RECORD.
           05 DK-PROXIMO-NUMERO PIC 9(8).

       FD  CUSTOMER-MASTER.
       01  CUSTOMER-RECORD.
           COPY CLIENTE.

       WORKING-STORAGE SECTION.
           01 WS-ESTADO-BANDEJA PIC XX VALUE "00".
               88 BANDEJA-OK VALUE "00".
               88 BANDEJA-NO-EXISTE VALUE "35".
           01 WS-ESTADO-CONTENIDO PIC XX VALUE "00".
               88 CONTENIDO-OK VALUE "00".
           01 WS-ESTADO-CONTADOR PIC XX VALUE "00".
               88 CONTADOR-OK VALUE "00".
           01 WS-ESTADO-CLIENTES PIC XX VALUE "00".
               88 CLIENTES-OK VALUE "00".
      *> Documento en armado entre la llamada A y la C: el archivo
      *> de contenido queda abierto mientras tanto.
           01 WS-DOC-ABIERTO PIC X VALUE "N".
               88 DOC-ABIERTO VALUE "S".
           01 WS-PROXIMO-NUMERO PIC 9(8) VALUE 1.
           01 WS-DOC-NUMERO PIC 9(8) VALUE ZERO.
           01 WS-DOC-LINEAS PIC 9(5) VALUE ZERO.
           01 WS-DOC-CLIENTE PIC 9(6) VALUE ZERO.
           01 WS-DOC-TIPO PIC X(10) VALUE SPACES.
           01 WS-DOC-PROGRAMA PIC X(20) VALUE SPACES.
           01 WS-DOC-ARCHIVO PIC X(30) VALUE SPACES.
           01 WS-DOC-REFERENCIA PIC X(12) VALUE SPACES.
           01 WS-DOC-CANAL PIC X VALUE "I".
           01 WS-DOC-DESTINO PIC X(40) VALUE SPACES.
           01 WS-DOC-MOTIVO PIC X(30) VALUE SPACES.
       LINKAGE SECTION.
      *> Registro de un documento emitido al cliente, en tres pasos:
      *> A = alta (LK-NUMERO vuelve con el numero asignado, cero si
      *> no se pudo), L = una linea del documento en LK-LINEA,
      *> C = cierre (el documento queda pendiente de entrega). El
      *> canal sale de la preferencia del cliente en el maestro.
       01  LK-FUNCION PIC X.
       01  LK-PROGRAMA PIC X(20).
       01  LK-CLIENTE PIC 9(6).
       01  LK-TIPO-DOC PIC X(10).
       01  LK-ARCHIVO PIC X(30).
       01  LK-REFERENCIA PIC X(12).
       01  LK-LINEA PIC X(132).
       01  LK-NUMERO PIC 9(8).
       PROCEDURE DIVISION USING LK-FUNCION LK-PROGRAMA LK-CLIENTE
               LK-TIPO-DOC LK-ARCHIVO LK-REFERENCIA LK-LINEA
               LK-NUMERO.
       DOCOUTBOX-PRINCIPAL.
           EVALUATE LK-FUNCION
               WHEN "A"
                   PERFORM ABRIR-DOCUMENTO
               WHEN "L"
                   PERFORM AGREGAR-LINEA
               WHEN "C"
                   PERFORM CERRAR-DOCUMENTO
               WHEN OTHER
                   DISPLAY "DOCOUTBOX: funcion desconocida "
                       LK-FUNCION
           END-EVALUATE.
           GOBACK.

      *> Un alta sin cerrar la anterior cierra primero la anterior,
      *> asi no se pierde lo ya escrito.
       ABRIR-DOCUMENTO.
           MOVE ZERO TO LK-NUMERO.
           IF DOC-ABIERTO THEN
               PERFORM CERRAR-DOCUMENTO
           END-IF.
           OPEN EXTEND CONTENT-FILE.
           IF NOT CONTENIDO-OK THEN
               OPEN OUTPUT CONTENT-FILE
               CLOSE CONTENT-FILE
               OPEN EXTEND CONTENT-FILE
           END-IF.
           IF NOT CONTENIDO-OK THEN
               DISPLAY "DOCOUTBOX: no se pudo abrir "
                   "data/doc-contenido.dat, estado "
                   WS-ESTADO-CONTENIDO
               EXIT PARAGRAPH
           END-IF.
           PERFORM TOMAR-NUMERO.
           MOVE WS-DOC-NUMERO TO LK-NUMERO.
           MOVE ZERO TO WS-DOC-LINEAS.
           MOVE LK-CLIENTE TO WS-DOC-CLIENTE.
           MOVE LK-TIPO-DOC TO WS-DOC-TIPO.
           MOVE LK-PROGRAMA TO WS-DOC-PROGRAMA.
           MOVE LK-ARCHIVO TO WS-DOC-ARCHIVO.
           MOVE LK-REFERENCIA TO WS-DOC-REFERENCIA.
           PERFORM ELEGIR-CANAL.
           SET DOC-ABIERTO TO TRUE.

       TOMAR-NUMERO.
           MOVE 1 TO WS-PROXIMO-NUMERO.
           OPEN INPUT OUTBOX-COUNTER.
           IF CONTADOR-OK THEN
               READ OUTBOX-COUNTER
                   NOT AT END
                       IF DK-PROXIMO-NUMERO NUMERIC
                               AND DK-PROXIMO-NUMERO > ZERO THEN
                           MOVE DK-PROXIMO-NUMERO TO
                               WS-PROXIMO-NUMERO
                       END-IF
               END-READ
               CLOSE OUTBOX-COUNTER
           END-IF.
           MOVE WS-PROXIMO-NUMERO TO WS-DOC-NUMERO.
           ADD 1 TO WS-PROXIMO-NUMERO.
           OPEN OUTPUT OUTBOX-COUNTER.
           MOVE WS-PROXIMO-NUMERO TO DK-PROXIMO-NUMERO.
           WRITE OUTBOX-COUNTER-RECORD.
           CLOSE OUTBOX-COUNTER.

      *> Correo solo si el cliente lo pidio y tiene direccion; un
      *> cliente fuera del maestro recibe el documento impreso.
       ELEGIR-CANAL.
           MOVE "I" TO WS-DOC-CANAL.
           MOVE SPACES TO WS-DOC-DESTINO.
           MOVE SPACES TO WS-DOC-MOTIVO.
           OPEN INPUT CUSTOMER-MASTER.
           IF NOT CLIENTES-OK THEN
               MOVE "Maestro de clientes no abre" TO WS-DOC-MOTIVO
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-DOC-CLIENTE TO CM-NUMERO.
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE "Cliente sin maestro" TO WS-DOC-MOTIVO
               NOT INVALID KEY
                   IF ENVIO-CORREO THEN
                       IF CM-EMAIL = SPACES THEN
                           MOVE "Correo pedido sin direccion" TO
                               WS-DOC-MOTIVO
                       ELSE
                           MOVE "E" TO WS-DOC-CANAL
                           MOVE CM-EMAIL TO WS-DOC-DESTINO
                       END-IF
                   END-IF
           END-READ.
           CLOSE CUSTOMER-MASTER.

       AGREGAR-LINEA.
           IF NOT DOC-ABIERTO THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-DOC-NUMERO TO DC-NUMERO.
           MOVE LK-LINEA TO DC-LINEA.
           WRITE CONTENT-RECORD.
           ADD 1 TO WS-DOC-LINEAS.

       CERRAR-DOCUMENTO.
           IF NOT DOC-ABIERTO THEN
               EXIT PARAGRAPH
           END-IF.
           CLOSE CONTENT-FILE.
           MOVE "N" TO WS-DOC-ABIERTO.
           OPEN I-O OUTBOX-FILE.
           IF BANDEJA-NO-EXISTE THEN
               OPEN OUTPUT OUTBOX-FILE
               CLOSE OUTBOX-FILE
               OPEN I-O OUTBOX-FILE
           END-IF.
           IF NOT BANDEJA-OK THEN
               DISPLAY "DOCOUTBOX: no se pudo abrir "
                   "data/doc-bandeja.dat, estado " WS-ESTADO-BANDEJA
                   ", documento " WS-DOC-NUMERO " sin registrar."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-DOC-NUMERO TO BD-NUMERO.
           MOVE WS-DOC-CLIENTE TO BD-CLIENTE.
           MOVE WS-DOC-TIPO TO BD-TIPO-DOC.
           MOVE WS-DOC-PROGRAMA TO BD-PROGRAMA.
           MOVE WS-DOC-ARCHIVO TO BD-ARCHIVO.
           MOVE WS-DOC-REFERENCIA TO BD-REFERENCIA.
           MOVE WS-DOC-CANAL TO BD-CANAL.
           MOVE WS-DOC-DESTINO TO BD-DESTINO.
           MOVE "P" TO BD-ESTADO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO BD-FECHA-ALTA.
           MOVE BD-FECHA-ALTA TO BD-FECHA-ESTADO.
           MOVE WS-DOC-LINEAS TO BD-LINEAS.
           MOVE ZERO TO BD-INTENTOS.
           MOVE WS-DOC-MOTIVO TO BD-MOTIVO.
           WRITE OUTBOX-RECORD
               INVALID KEY
                   DISPLAY "DOCOUTBOX: numero " WS-DOC-NUMERO
                       " ya existe en la bandeja, revisar "
                       "data/doc-bandeja-contador.dat."
           END-WRITE.
           CLOSE OUTBOX-FILE.
       END PROGRAM DOCOUTBOX.
