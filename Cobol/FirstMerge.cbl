           SELECT XREF-FILE ASSIGN TO "data/first-xref.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-XREF.
           SELECT LINK-LOG-FILE ASSIGN TO "data/contacto-cambios.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-ENLACES.
           SELECT MODE-FILE ASSIGN TO "data/first-merge.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-MODO.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
       01  CUSTOMER-RECORD.
           COPY CLIENTE.

       FD  CHANGE-LOG-FILE.
       01  CHANGE-LOG-RECORD.
           05 XR-NUMERO-NUEVO PIC 9(6).
           05 XR-FECHA PIC 9(8).

      *> Pista de auditoria de los enlaces al directorio, la misma
      *> de CONTACTO-ENLACE: el contacto del purgado pasa al
      *> superviviente con origen MERGE.
       FD  LINK-LOG-FILE.
       01  LINK-LOG-RECORD.
           05 KL-FECHA-HORA PIC X(15).
           05 KL-OPERADOR PIC X(8).
           05 KL-ORIGEN PIC X(8).
           05 KL-CLIENTE PIC 9(6).
           05 KL-CONTACTO-ANTERIOR PIC X(9).
           05 KL-CONTACTO-NUEVO PIC X(9).

      *> REVIEW: solo propone los grupos de duplicados en el informe.
      *> APPLY: colapsa cada grupo en el superviviente y registra
      *> cada purga en el log de cambios. Corridas separadas.
               88 MODO-FILE-OK VALUE "00".
           01 WS-ESTADO-XREF PIC XX VALUE "00".
               88 XREF-OK VALUE "00".
           01 WS-ESTADO-ENLACES PIC XX VALUE "00".
               88 ENLACES-OK VALUE "00".
           01 WS-IDX-S PIC 9(3) VALUE ZERO.
           01 WS-TOTAL-CONTACTOS PIC 9(6) VALUE ZERO.
           01 WS-MODO PIC X(8) VALUE "REVIEW".
               88 MODO-REVIEW VALUE "REVIEW".
               88 MODO-APPLY VALUE "APPLY".
                   10 WS-CLI-EDAD PIC 9(2).
                   10 WS-CLI-NORMAL PIC X(30).
                   10 WS-CLI-GRUPO PIC 9(3).
                   10 WS-CLI-CONTACTO PIC X(9).
      *> Candado compartido del maestro, tomado via ENQUEUE antes
      *> de abrir en actualizacion y liberado al cerrar.
           01 WS-ENQ-PROGRAMA PIC X(20) VALUE "FIRST-MERGE".
                   CLOSE XREF-FILE
                   OPEN EXTEND XREF-FILE
               END-IF
               OPEN EXTEND LINK-LOG-FILE
               IF NOT ENLACES-OK THEN
                   OPEN OUTPUT LINK-LOG-FILE
                   CLOSE LINK-LOG-FILE
                   OPEN EXTEND LINK-LOG-FILE
               END-IF
               PERFORM PURGAR-DUPLICADOS
               CLOSE LINK-LOG-FILE
               CLOSE XREF-FILE
               CLOSE CHANGE-LOG-FILE
           END-IF.
           DISPLAY "Grupos de duplicados: " WS-TOTAL-GRUPOS.
           IF MODO-APPLY THEN
               DISPLAY "Registros purgados  : " WS-TOTAL-PURGADOS
               DISPLAY "Contactos trasladados: " WS-TOTAL-CONTACTOS
           END-IF.
           PERFORM REGISTRAR-HISTORIAL.
           GOBACK.
               MOVE WS-NOMBRE-NORMAL TO
                   WS-CLI-NORMAL(WS-NUM-CLIENTES)
               MOVE ZERO TO WS-CLI-GRUPO(WS-NUM-CLIENTES)
               MOVE CM-CONTACTO TO WS-CLI-CONTACTO(WS-NUM-CLIENTES)
           END-IF.

      *> El superviviente propuesto es el numero de cliente mas bajo
               " " WS-CLI-NOMBRE(WS-IDX-J)
               " " WS-CLI-APELLIDO(WS-IDX-J)
               " edad " WS-CLI-EDAD(WS-IDX-J)
               " contacto " WS-CLI-CONTACTO(WS-IDX-J)
               DELIMITED BY SIZE INTO MERGE-REPORT-RECORD.
           WRITE MERGE-REPORT-RECORD.

                       NOT INVALID KEY
                           ADD 1 TO WS-TOTAL-PURGADOS
                           PERFORM REGISTRAR-PURGA
                           PERFORM TRASLADAR-CONTACTO
                   END-DELETE
           END-READ.

           MOVE WS-FECHA-HORA(1:8) TO XR-FECHA.
           WRITE XREF-RECORD.

      *> El enlace al directorio del purgado pasa al superviviente
      *> si este no tiene uno; si ya tiene otro, se conserva el del
      *> superviviente y el descarte queda en el informe.
       TRASLADAR-CONTACTO.
           IF WS-CLI-CONTACTO(WS-IDX-J) = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CLI-GRUPO(WS-IDX-J) TO WS-IDX-S.
           IF WS-CLI-CONTACTO(WS-IDX-S) = WS-CLI-CONTACTO(WS-IDX-J)
               THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO MERGE-REPORT-RECORD.
           IF WS-CLI-CONTACTO(WS-IDX-S) NOT = SPACES THEN
               STRING "  contacto " WS-CLI-CONTACTO(WS-IDX-J)
                   " de " WS-CLI-NUMERO(WS-IDX-J)
                   " descartado, " WS-CLI-NUMERO(WS-IDX-S)
                   " conserva " WS-CLI-CONTACTO(WS-IDX-S)
                   DELIMITED BY SIZE INTO MERGE-REPORT-RECORD
               WRITE MERGE-REPORT-RECORD
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CLI-NUMERO(WS-IDX-S) TO CM-NUMERO.
           READ CUSTOMER-MASTER
               INVALID KEY
                   DISPLAY "TRASLADAR-CONTACTO: no se encontro "
                       WS-CLI-NUMERO(WS-IDX-S)
               NOT INVALID KEY
                   MOVE WS-CLI-CONTACTO(WS-IDX-J) TO CM-CONTACTO
                   REWRITE CUSTOMER-RECORD
                       INVALID KEY
                           DISPLAY "TRASLADAR-CONTACTO: no se pudo "
                               "actualizar " WS-CLI-NUMERO(WS-IDX-S)
                       NOT INVALID KEY
                           MOVE CM-CONTACTO TO
                               WS-CLI-CONTACTO(WS-IDX-S)
                           ADD 1 TO WS-TOTAL-CONTACTOS
                           PERFORM REGISTRAR-TRASLADO-CONTACTO
                   END-REWRITE
           END-READ.

       REGISTRAR-TRASLADO-CONTACTO.
           MOVE WS-FECHA-HORA TO KL-FECHA-HORA.
           IF OPERADOR-ACTUAL = SPACES
                   OR OPERADOR-ACTUAL = LOW-VALUES THEN
               MOVE "BATCH" TO KL-OPERADOR
           ELSE
               MOVE OPERADOR-ACTUAL TO KL-OPERADOR
           END-IF.
           MOVE "MERGE" TO KL-ORIGEN.
           MOVE WS-CLI-NUMERO(WS-IDX-S) TO KL-CLIENTE.
           MOVE SPACES TO KL-CONTACTO-ANTERIOR.
           MOVE WS-CLI-CONTACTO(WS-IDX-S) TO KL-CONTACTO-NUEVO.
           WRITE LINK-LOG-RECORD.
           MOVE SPACES TO MERGE-REPORT-RECORD.
           STRING "  contacto " WS-CLI-CONTACTO(WS-IDX-S)
               " pasa de " WS-CLI-NUMERO(WS-IDX-J)
               " a " WS-CLI-NUMERO(WS-IDX-S)
               DELIMITED BY SIZE INTO MERGE-REPORT-RECORD.
           WRITE MERGE-REPORT-RECORD.

       ADQUIRIR-CANDADO-MAESTRO.
           MOVE "A" TO WS-ENQ-FUNCION.
           CALL "ENQUEUE" USING WS-ENQ-PROGRAMA WS-ENQ-RECURSO
