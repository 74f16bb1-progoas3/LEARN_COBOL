      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTACTO-ENLACE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO "data/first-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-NUMERO
               ALTERNATE RECORD KEY IS CM-NOMBRE WITH DUPLICATES
               FILE STATUS IS WS-ESTADO-CLIENTES.
           SELECT USUARIO-MASTER ASSIGN TO "data/nivel-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UM-TELEFONOP
               ALTERNATE RECORD KEY IS UM-EMAIL WITH DUPLICATES
               ALTERNATE RECORD KEY IS UM-NOMBRE-COMPLETO
                   WITH DUPLICATES
               FILE STATUS IS WS-ESTADO-DIRECTORIO.
           SELECT MANUAL-LINK-FILE ASSIGN TO "data/contacto-manual.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-MANUAL.
           SELECT LINK-LOG-FILE ASSIGN TO "data/contacto-cambios.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-LOG.
           SELECT REVIEW-FILE ASSIGN TO "data/contacto-revision.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT UNREACHABLE-FILE ASSIGN TO
                   "data/contacto-inalcanzables.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MODE-FILE ASSIGN TO "data/contacto-enlace.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-MODO.
           SELECT RUN-HISTORY-LOG ASSIGN TO "data/run-history.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-HIST.
       DATA DIVISION.
       FILE SECTION.
      *> Maestro de clientes de FIRSTPROGRAM: el enlace al
      *> directorio vive en CM-CONTACTO y se actualiza bajo el
      *> candado del maestro.
       FD  CUSTOMER-MASTER.
       01  CUSTOMER-RECORD.
           COPY CLIENTE.

      *> Directorio de usuarios: solo lectura.
       FD  USUARIO-MASTER.
       01  USUARIO-RECORD.
           COPY USUARIO.

      *> Enlaces resueltos a mano desde la lista de revision:
      *> cliente y clave del directorio; la clave en blanco quita
      *> el enlace del cliente.
       FD  MANUAL-LINK-FILE.
       01  MANUAL-LINK-RECORD.
           05 MC-CLIENTE PIC 9(6).
           05 MC-CONTACTO PIC X(9).

      *> Pista de auditoria de los enlaces: origen MANUAL, NOMBRE
      *> (pase de coincidencia) o MERGE (FIRST-MERGE).
       FD  LINK-LOG-FILE.
       01  LINK-LOG-RECORD.
           05 KL-FECHA-HORA PIC X(15).
           05 KL-OPERADOR PIC X(8).
           05 KL-ORIGEN PIC X(8).
           05 KL-CLIENTE PIC 9(6).
           05 KL-CONTACTO-ANTERIOR PIC X(9).
           05 KL-CONTACTO-NUEVO PIC X(9).

       FD  REVIEW-FILE.
       01  REVIEW-RECORD PIC X(100).

       FD  UNREACHABLE-FILE.
       01  UNREACHABLE-RECORD PIC X(80).

      *> REVIEW: solo propone los enlaces y arma la lista de
      *> revision. APPLY: aplica los enlaces manuales y los
      *> propuestos sin ambiguedad.
       FD  MODE-FILE.
       01  MODE-RECORD.
           05 KM-MODO PIC X(8).

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
           01 WS-ESTADO-CLIENTES PIC XX VALUE "00".
               88 CLIENTES-OK VALUE "00".
           01 WS-ESTADO-DIRECTORIO PIC XX VALUE "00".
               88 DIRECTORIO-OK VALUE "00".
           01 WS-ESTADO-MANUAL PIC XX VALUE "00".
               88 MANUAL-OK VALUE "00".
           01 WS-ESTADO-LOG PIC XX VALUE "00".
               88 LOG-OK VALUE "00".
           01 WS-ESTADO-MODO PIC XX VALUE "00".
               88 MODO-FILE-OK VALUE "00".
           01 WS-MODO PIC X(8) VALUE "REVIEW".
               88 MODO-REVIEW VALUE "REVIEW".
               88 MODO-APPLY VALUE "APPLY".
           01 WS-OPERADOR PIC X(8) VALUE SPACES.
           01 WS-FIN-ARCHIVO PIC X VALUE "N".
               88 FIN-ARCHIVO VALUE "S".
           01 WS-NOMBRE-NORMAL PIC X(30) VALUE SPACES.
      *> Directorio en memoria con el nombre normalizado (mayusculas,
      *> un blanco entre nombre y apellido) y el cliente que ya
      *> quedo enlazado a cada entrada.
           01 WS-NUM-DIRECTORIO PIC 9(4) VALUE ZERO.
           01 WS-IDX-DIR PIC 9(4) VALUE ZERO.
           01 WS-DIRECTORIO-DESBORDADO PIC X VALUE "N".
               88 DIRECTORIO-DESBORDADO VALUE "S".
           01 WS-TABLA-DIRECTORIO.
               05 WS-DIR OCCURS 1000 TIMES.
                   10 WS-DIR-TELEFONO PIC X(9).
                   10 WS-DIR-NORMAL PIC X(30).
                   10 WS-DIR-EDAD PIC 9(2).
                   10 WS-DIR-EMAIL PIC X(30).
                   10 WS-DIR-CLIENTE PIC 9(6).
      *> Resultado de las busquedas en la tabla.
           01 WS-POS-CONTACTO PIC 9(4) VALUE ZERO.
           01 WS-POS-CANDIDATO PIC 9(4) VALUE ZERO.
           01 WS-NUM-CANDIDATOS PIC 9(4) VALUE ZERO.
           01 WS-NUM-MISMA-EDAD PIC 9(4) VALUE ZERO.
           01 WS-POS-MISMA-EDAD PIC 9(4) VALUE ZERO.
           01 WS-CONTACTO-BUSCA PIC X(9) VALUE SPACES.
           01 WS-CONTACTO-ANTERIOR PIC X(9) VALUE SPACES.
           01 WS-ORIGEN PIC X(8) VALUE SPACES.
           01 WS-MOTIVO PIC X(40) VALUE SPACES.
           01 WS-ALCANZABLE PIC X VALUE "N".
               88 CLIENTE-ALCANZABLE VALUE "S".
           01 WS-MAESTRO-ABIERTO PIC X VALUE "N".
               88 MAESTRO-ABIERTO VALUE "S".
           01 WS-TOTALES.
               05 WS-TOT-CLIENTES PIC 9(6) VALUE ZERO.
               05 WS-TOT-YA-ENLAZADOS PIC 9(6) VALUE ZERO.
               05 WS-TOT-MANUALES PIC 9(6) VALUE ZERO.
               05 WS-TOT-PROPUESTOS PIC 9(6) VALUE ZERO.
               05 WS-TOT-ENLAZADOS PIC 9(6) VALUE ZERO.
               05 WS-TOT-AMBIGUOS PIC 9(6) VALUE ZERO.
               05 WS-TOT-SIN-COINCIDENCIA PIC 9(6) VALUE ZERO.
               05 WS-TOT-ROTOS PIC 9(6) VALUE ZERO.
               05 WS-TOT-INALCANZABLES PIC 9(6) VALUE ZERO.
      *> Candado compartido del maestro de clientes, tomado via
      *> ENQUEUE solo en APPLY.
           01 WS-ENQ-PROGRAMA PIC X(20) VALUE "CONTACTO-ENLACE".
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
           PERFORM CARGAR-MODO.
           IF NOT MODO-REVIEW AND NOT MODO-APPLY THEN
               DISPLAY "CONTACTO-ENLACE: modo invalido, use REVIEW o "
                   "APPLY en data/contacto-enlace.cfg."
               MOVE 8 TO RETURN-CODE
               PERFORM REGISTRAR-HISTORIAL
               GOBACK
           END-IF.
           PERFORM CARGAR-DIRECTORIO.
           IF NOT DIRECTORIO-OK THEN
               MOVE 8 TO RETURN-CODE
               PERFORM REGISTRAR-HISTORIAL
               GOBACK
           END-IF.
           PERFORM ABRIR-MAESTRO.
           IF NOT MAESTRO-ABIERTO THEN
               MOVE 8 TO RETURN-CODE
               PERFORM REGISTRAR-HISTORIAL
               GOBACK
           END-IF.
           OPEN OUTPUT REVIEW-FILE.
           OPEN OUTPUT UNREACHABLE-FILE.
           IF MODO-APPLY THEN
               OPEN EXTEND LINK-LOG-FILE
               IF NOT LOG-OK THEN
                   OPEN OUTPUT LINK-LOG-FILE
                   CLOSE LINK-LOG-FILE
                   OPEN EXTEND LINK-LOG-FILE
               END-IF
               PERFORM APLICAR-ENLACES-MANUALES
           END-IF.
           PERFORM MARCAR-ENLACES-EXISTENTES.
           MOVE "N" TO WS-FIN-ARCHIVO.
           MOVE ZERO TO CM-NUMERO.
           START CUSTOMER-MASTER KEY >= CM-NUMERO
               INVALID KEY SET FIN-ARCHIVO TO TRUE
           END-START.
           PERFORM UNTIL FIN-ARCHIVO
               READ CUSTOMER-MASTER NEXT RECORD
                   AT END SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF CLIENTE-ACTIVO THEN
                           PERFORM REVISAR-CLIENTE
                       END-IF
               END-READ
           END-PERFORM.
           IF MODO-APPLY THEN
               CLOSE LINK-LOG-FILE
           END-IF.
           CLOSE UNREACHABLE-FILE.
           CLOSE REVIEW-FILE.
           CLOSE CUSTOMER-MASTER.
           IF MODO-APPLY THEN
               PERFORM LIBERAR-CANDADO-MAESTRO
           END-IF.
           DISPLAY "Clientes activos revisados: " WS-TOT-CLIENTES.
           DISPLAY "  ya enlazados            : " WS-TOT-YA-ENLAZADOS.
           IF MODO-APPLY THEN
               DISPLAY "  enlaces manuales        : " WS-TOT-MANUALES
               DISPLAY "  enlazados por nombre    : " WS-TOT-ENLAZADOS
           ELSE
               DISPLAY "  propuestos por nombre   : "
                   WS-TOT-PROPUESTOS
           END-IF.
           DISPLAY "  ambiguos a revisar      : " WS-TOT-AMBIGUOS.
           DISPLAY "  sin coincidencia        : "
               WS-TOT-SIN-COINCIDENCIA.
           DISPLAY "  enlaces rotos           : " WS-TOT-ROTOS.
           DISPLAY "  sin contacto alcanzable : "
               WS-TOT-INALCANZABLES.
           IF WS-TOT-AMBIGUOS > ZERO OR WS-TOT-ROTOS > ZERO
                   OR WS-TOT-INALCANZABLES > ZERO THEN
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM REGISTRAR-HISTORIAL.
           GOBACK.

       CARGAR-MODO.
           OPEN INPUT MODE-FILE.
           IF MODO-FILE-OK THEN
               READ MODE-FILE
                   NOT AT END MOVE KM-MODO TO WS-MODO
               END-READ
               CLOSE MODE-FILE
           ELSE
               DISPLAY "Modo (REVIEW/APPLY):"
               ACCEPT WS-MODO
           END-IF.

       CARGAR-DIRECTORIO.
           OPEN INPUT USUARIO-MASTER.
           IF NOT DIRECTORIO-OK THEN
               DISPLAY "CONTACTO-ENLACE: no se pudo abrir "
                   "data/nivel-master.dat, estado "
                   WS-ESTADO-DIRECTORIO
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIN-ARCHIVO.
           PERFORM UNTIL FIN-ARCHIVO
               READ USUARIO-MASTER NEXT RECORD
                   AT END SET FIN-ARCHIVO TO TRUE
                   NOT AT END PERFORM ACUMULAR-DIRECTORIO
               END-READ
           END-PERFORM.
           CLOSE USUARIO-MASTER.
           MOVE "00" TO WS-ESTADO-DIRECTORIO.

       ACUMULAR-DIRECTORIO.
           IF WS-NUM-DIRECTORIO >= 1000 THEN
               IF NOT DIRECTORIO-DESBORDADO THEN
                   SET DIRECTORIO-DESBORDADO TO TRUE
                   DISPLAY "CONTACTO-ENLACE: mas de 1000 entradas en "
                       "el directorio, el pase cubre solo las "
                       "primeras."
               END-IF
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NUM-DIRECTORIO.
           MOVE UM-TELEFONOP TO WS-DIR-TELEFONO(WS-NUM-DIRECTORIO).
           MOVE SPACES TO WS-NOMBRE-NORMAL.
           STRING FUNCTION UPPER-CASE(FUNCTION TRIM(UM-NOMBRE))
               " "
               FUNCTION UPPER-CASE(FUNCTION TRIM(UM-APELLIDO))
               DELIMITED BY SIZE INTO WS-NOMBRE-NORMAL.
           MOVE WS-NOMBRE-NORMAL TO WS-DIR-NORMAL(WS-NUM-DIRECTORIO).
           IF UM-EDAD NUMERIC THEN
               MOVE UM-EDAD TO WS-DIR-EDAD(WS-NUM-DIRECTORIO)
           ELSE
               MOVE ZERO TO WS-DIR-EDAD(WS-NUM-DIRECTORIO)
           END-IF.
           MOVE UM-EMAIL TO WS-DIR-EMAIL(WS-NUM-DIRECTORIO).
           MOVE ZERO TO WS-DIR-CLIENTE(WS-NUM-DIRECTORIO).

      *> REVIEW lee el maestro; APPLY lo toma bajo el candado.
       ABRIR-MAESTRO.
           MOVE "N" TO WS-MAESTRO-ABIERTO.
           IF MODO-APPLY THEN
               PERFORM ADQUIRIR-CANDADO-MAESTRO
               IF WS-ENQ-RESULTADO NOT = "S" THEN
                   DISPLAY "CONTACTO-ENLACE: maestro tomado por otro "
                       "proceso, corrida rehusada."
                   EXIT PARAGRAPH
               END-IF
               OPEN I-O CUSTOMER-MASTER
           ELSE
               OPEN INPUT CUSTOMER-MASTER
           END-IF.
           IF NOT CLIENTES-OK THEN
               DISPLAY "CONTACTO-ENLACE: no se pudo abrir el maestro, "
                   "estado " WS-ESTADO-CLIENTES
               IF MODO-APPLY THEN
                   PERFORM LIBERAR-CANDADO-MAESTRO
               END-IF
               EXIT PARAGRAPH
           END-IF.
           SET MAESTRO-ABIERTO TO TRUE.

      *> Los enlaces manuales van primero: resuelven los ambiguos de
      *> la revision anterior y no se vuelven a proponer.
       APLICAR-ENLACES-MANUALES.
           OPEN INPUT MANUAL-LINK-FILE.
           IF NOT MANUAL-OK THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIN-ARCHIVO.
           PERFORM UNTIL FIN-ARCHIVO
               READ MANUAL-LINK-FILE
                   AT END SET FIN-ARCHIVO TO TRUE
                   NOT AT END PERFORM APLICAR-ENLACE-MANUAL
               END-READ
           END-PERFORM.
           CLOSE MANUAL-LINK-FILE.

       APLICAR-ENLACE-MANUAL.
           IF MC-CLIENTE NOT NUMERIC THEN
               EXIT PARAGRAPH
           END-IF.
           IF MC-CONTACTO NOT = SPACES THEN
               MOVE MC-CONTACTO TO WS-CONTACTO-BUSCA
               PERFORM BUSCAR-CONTACTO
               IF WS-POS-CONTACTO = ZERO THEN
                   MOVE SPACES TO REVIEW-RECORD
                   STRING "Manual rechazado: cliente " MC-CLIENTE
                       " contacto " MC-CONTACTO
                       " no existe en el directorio"
                       DELIMITED BY SIZE INTO REVIEW-RECORD
                   WRITE REVIEW-RECORD
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE MC-CLIENTE TO CM-NUMERO.
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE SPACES TO REVIEW-RECORD
                   STRING "Manual rechazado: cliente " MC-CLIENTE
                       " no existe en el maestro"
                       DELIMITED BY SIZE INTO REVIEW-RECORD
                   WRITE REVIEW-RECORD END-WRITE
               NOT INVALID KEY
                   IF CM-CONTACTO NOT = MC-CONTACTO THEN
                       MOVE CM-CONTACTO TO WS-CONTACTO-ANTERIOR
                       MOVE MC-CONTACTO TO CM-CONTACTO
                       MOVE "MANUAL" TO WS-ORIGEN
                       PERFORM GRABAR-ENLACE
                       ADD 1 TO WS-TOT-MANUALES
                   END-IF
           END-READ.

      *> Entradas del directorio ya tomadas por algun cliente: no
      *> se proponen a otro.
       MARCAR-ENLACES-EXISTENTES.
           MOVE "N" TO WS-FIN-ARCHIVO.
           MOVE ZERO TO CM-NUMERO.
           START CUSTOMER-MASTER KEY >= CM-NUMERO
               INVALID KEY SET FIN-ARCHIVO TO TRUE
           END-START.
           PERFORM UNTIL FIN-ARCHIVO
               READ CUSTOMER-MASTER NEXT RECORD
                   AT END SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF CM-CONTACTO NOT = SPACES THEN
                           MOVE CM-CONTACTO TO WS-CONTACTO-BUSCA
                           PERFORM BUSCAR-CONTACTO
                           IF WS-POS-CONTACTO > ZERO THEN
                               MOVE CM-NUMERO TO
                                   WS-DIR-CLIENTE(WS-POS-CONTACTO)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       REVISAR-CLIENTE.
           ADD 1 TO WS-TOT-CLIENTES.
           MOVE "N" TO WS-ALCANZABLE.
           MOVE SPACES TO WS-MOTIVO.
           IF CM-CONTACTO NOT = SPACES THEN
               MOVE CM-CONTACTO TO WS-CONTACTO-BUSCA
               PERFORM BUSCAR-CONTACTO
               IF WS-POS-CONTACTO > ZERO THEN
                   ADD 1 TO WS-TOT-YA-ENLAZADOS
                   SET CLIENTE-ALCANZABLE TO TRUE
               ELSE
                   ADD 1 TO WS-TOT-ROTOS
                   MOVE "Enlace a contacto inexistente" TO WS-MOTIVO
                   MOVE SPACES TO REVIEW-RECORD
                   STRING "Enlace roto: cliente " CM-NUMERO " "
                       CM-NOMBRE " " CM-APELLIDO " contacto "
                       CM-CONTACTO
                       DELIMITED BY SIZE INTO REVIEW-RECORD
                   WRITE REVIEW-RECORD
               END-IF
           ELSE
               PERFORM BUSCAR-COINCIDENCIAS
           END-IF.
           IF CM-EMAIL NOT = SPACES THEN
               SET CLIENTE-ALCANZABLE TO TRUE
           END-IF.
           IF NOT CLIENTE-ALCANZABLE THEN
               ADD 1 TO WS-TOT-INALCANZABLES
               MOVE SPACES TO UNREACHABLE-RECORD
               STRING CM-NUMERO " " CM-NOMBRE " " CM-APELLIDO " "
                   WS-MOTIVO
                   DELIMITED BY SIZE INTO UNREACHABLE-RECORD
               WRITE UNREACHABLE-RECORD
           END-IF.

      *> Coincidencia por nombre normalizado contra las entradas
      *> libres del directorio. Con varias, la edad desempata; si
      *> aun asi quedan varias, el cliente va a la lista de
      *> revision con todos sus candidatos.
       BUSCAR-COINCIDENCIAS.
           MOVE SPACES TO WS-NOMBRE-NORMAL.
           STRING FUNCTION UPPER-CASE(FUNCTION TRIM(CM-NOMBRE))
               " "
               FUNCTION UPPER-CASE(FUNCTION TRIM(CM-APELLIDO))
               DELIMITED BY SIZE INTO WS-NOMBRE-NORMAL.
           MOVE ZERO TO WS-NUM-CANDIDATOS.
           MOVE ZERO TO WS-POS-CANDIDATO.
           MOVE ZERO TO WS-NUM-MISMA-EDAD.
           MOVE ZERO TO WS-POS-MISMA-EDAD.
           PERFORM VARYING WS-IDX-DIR FROM 1 BY 1
                   UNTIL WS-IDX-DIR > WS-NUM-DIRECTORIO
               IF WS-DIR-NORMAL(WS-IDX-DIR) = WS-NOMBRE-NORMAL
                       AND WS-DIR-CLIENTE(WS-IDX-DIR) = ZERO THEN
                   ADD 1 TO WS-NUM-CANDIDATOS
                   MOVE WS-IDX-DIR TO WS-POS-CANDIDATO
                   IF WS-DIR-EDAD(WS-IDX-DIR) = CM-EDAD THEN
                       ADD 1 TO WS-NUM-MISMA-EDAD
                       MOVE WS-IDX-DIR TO WS-POS-MISMA-EDAD
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-NUM-CANDIDATOS > 1 AND WS-NUM-MISMA-EDAD = 1 THEN
               MOVE WS-POS-MISMA-EDAD TO WS-POS-CANDIDATO
               MOVE 1 TO WS-NUM-CANDIDATOS
           END-IF.
           EVALUATE TRUE
               WHEN WS-NUM-CANDIDATOS = ZERO
                   ADD 1 TO WS-TOT-SIN-COINCIDENCIA
                   MOVE "Sin enlace ni coincidencia en directorio"
                       TO WS-MOTIVO
               WHEN WS-NUM-CANDIDATOS = 1
                   PERFORM ENLAZAR-CANDIDATO
               WHEN OTHER
                   ADD 1 TO WS-TOT-AMBIGUOS
                   MOVE "Sin enlace, coincidencia ambigua" TO
                       WS-MOTIVO
                   PERFORM INFORMAR-AMBIGUO
           END-EVALUATE.

       ENLAZAR-CANDIDATO.
           MOVE CM-NUMERO TO WS-DIR-CLIENTE(WS-POS-CANDIDATO).
           MOVE SPACES TO REVIEW-RECORD.
           IF MODO-APPLY THEN
               MOVE CM-CONTACTO TO WS-CONTACTO-ANTERIOR
               MOVE WS-DIR-TELEFONO(WS-POS-CANDIDATO) TO CM-CONTACTO
               MOVE "NOMBRE" TO WS-ORIGEN
               PERFORM GRABAR-ENLACE
               ADD 1 TO WS-TOT-ENLAZADOS
               SET CLIENTE-ALCANZABLE TO TRUE
               STRING "Enlazado: cliente " CM-NUMERO " "
                   WS-NOMBRE-NORMAL " contacto "
                   WS-DIR-TELEFONO(WS-POS-CANDIDATO)
                   DELIMITED BY SIZE INTO REVIEW-RECORD
           ELSE
               ADD 1 TO WS-TOT-PROPUESTOS
               MOVE "Sin enlace, hay propuesta en revision" TO
                   WS-MOTIVO
               STRING "Propuesto: cliente " CM-NUMERO " "
                   WS-NOMBRE-NORMAL " contacto "
                   WS-DIR-TELEFONO(WS-POS-CANDIDATO)
                   DELIMITED BY SIZE INTO REVIEW-RECORD
           END-IF.
           WRITE REVIEW-RECORD.

       INFORMAR-AMBIGUO.
           MOVE SPACES TO REVIEW-RECORD.
           STRING "Ambiguo: cliente " CM-NUMERO " " WS-NOMBRE-NORMAL
               " edad " CM-EDAD
               DELIMITED BY SIZE INTO REVIEW-RECORD.
           WRITE REVIEW-RECORD.
           PERFORM VARYING WS-IDX-DIR FROM 1 BY 1
                   UNTIL WS-IDX-DIR > WS-NUM-DIRECTORIO
               IF WS-DIR-NORMAL(WS-IDX-DIR) = WS-NOMBRE-NORMAL
                       AND WS-DIR-CLIENTE(WS-IDX-DIR) = ZERO THEN
                   MOVE SPACES TO REVIEW-RECORD
                   STRING "  candidato " WS-DIR-TELEFONO(WS-IDX-DIR)
                       " edad " WS-DIR-EDAD(WS-IDX-DIR)
                       " " WS-DIR-EMAIL(WS-IDX-DIR)
                       DELIMITED BY SIZE INTO REVIEW-RECORD
                   WRITE REVIEW-RECORD
               END-IF
           END-PERFORM.

       BUSCAR-CONTACTO.
           MOVE ZERO TO WS-POS-CONTACTO.
           PERFORM VARYING WS-IDX-DIR FROM 1 BY 1
                   UNTIL WS-IDX-DIR > WS-NUM-DIRECTORIO
                   OR WS-POS-CONTACTO > ZERO
               IF WS-DIR-TELEFONO(WS-IDX-DIR) = WS-CONTACTO-BUSCA THEN
                   MOVE WS-IDX-DIR TO WS-POS-CONTACTO
               END-IF
           END-PERFORM.

       GRABAR-ENLACE.
           REWRITE CUSTOMER-RECORD
               INVALID KEY
                   DISPLAY "CONTACTO-ENLACE: no se pudo actualizar el "
                       "cliente " CM-NUMERO
                   EXIT PARAGRAPH
           END-REWRITE.
           MOVE FUNCTION CURRENT-DATE(1:15) TO KL-FECHA-HORA.
           MOVE WS-OPERADOR TO KL-OPERADOR.
           MOVE WS-ORIGEN TO KL-ORIGEN.
           MOVE CM-NUMERO TO KL-CLIENTE.
           MOVE WS-CONTACTO-ANTERIOR TO KL-CONTACTO-ANTERIOR.
           MOVE CM-CONTACTO TO KL-CONTACTO-NUEVO.
           WRITE LINK-LOG-RECORD.

       ADQUIRIR-CANDADO-MAESTRO.
           MOVE RETURN-CODE TO WS-RC-GUARDA.
           MOVE "A" TO WS-ENQ-FUNCION.
           CALL "ENQUEUE" USING WS-ENQ-PROGRAMA WS-ENQ-RECURSO
               WS-ENQ-FUNCION WS-ENQ-RESULTADO.
           MOVE WS-RC-GUARDA TO RETURN-CODE.

       LIBERAR-CANDADO-MAESTRO.
           MOVE RETURN-CODE TO WS-RC-GUARDA.
           MOVE "R" TO WS-ENQ-FUNCION.
           CALL "ENQUEUE" USING WS-ENQ-PROGRAMA WS-ENQ-RECURSO
               WS-ENQ-FUNCION WS-ENQ-RESULTADO.
           MOVE WS-RC-GUARDA TO RETURN-CODE.

       REGISTRAR-HISTORIAL.
           OPEN EXTEND RUN-HISTORY-LOG.
           IF NOT HIST-OK THEN
               OPEN OUTPUT RUN-HISTORY-LOG
               CLOSE RUN-HISTORY-LOG
               OPEN EXTEND RUN-HISTORY-LOG
           END-IF.
           MOVE "CONTACTO-ENLACE" TO RH-PROGRAMA.
           MOVE FUNCTION CURRENT-DATE(1:15) TO RH-FECHA-HORA.
           IF RETURN-CODE = 0 THEN
               MOVE "OK" TO RH-RESULTADO
           ELSE
               MOVE "CON AVISOS" TO RH-RESULTADO
           END-IF.
           MOVE WS-OPERADOR TO RH-OPERADOR.
           WRITE RUN-HISTORY-RECORD.
           CLOSE RUN-HISTORY-LOG.
       END PROGRAM CONTACTO-ENLACE.
