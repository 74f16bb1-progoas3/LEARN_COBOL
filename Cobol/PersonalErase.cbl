      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BORRADO-DATOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-FILE ASSIGN TO "data/borrado-solicitudes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-SOLICITUDES.
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
           SELECT OPEN-ITEM-MASTER ASSIGN TO "data/ar-abiertos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AB-FACTURA
               ALTERNATE RECORD KEY IS AB-CLIENTE WITH DUPLICATES
               FILE STATUS IS WS-ESTADO-ABIERTOS.
           SELECT OUTBOX-FILE ASSIGN TO "data/doc-bandeja.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BD-NUMERO
               FILE STATUS IS WS-ESTADO-BANDEJA.
           SELECT XREF-FILE ASSIGN TO "data/first-xref.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-XREF.
           SELECT JOURNAL-FILE ASSIGN TO "data/nivel-journal.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-JOURNAL.
           SELECT FILE-LIST ASSIGN TO "data/borrado-archivos.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-LISTA.
           SELECT ARCHIVE-INDEX-FILE ASSIGN TO "data/log-archivos.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-INDICE.
           SELECT TEXT-FILE ASSIGN TO DYNAMIC WS-NOMBRE-TEXTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-TEXTO.
           SELECT WORK-FILE ASSIGN TO DYNAMIC WS-NOMBRE-TRABAJO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-TRABAJO.
           SELECT CERTIFICATE-FILE ASSIGN TO
                   "data/borrado-certificados.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CERTIFICADOS.
           SELECT RUN-HISTORY-LOG ASSIGN TO "data/run-history.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-HIST.
       DATA DIVISION.
       FILE SECTION.
      *> Pedidos de borrado: C = por numero de cliente (en las seis
      *> primeras posiciones de la clave), D = por clave del
      *> directorio (UM-TELEFONOP). La referencia es la del pedido
      *> de la persona y va al certificado.
       FD  REQUEST-FILE.
       01  REQUEST-RECORD.
           05 BS-TIPO PIC X.
           05 BS-CLAVE PIC X(9).
           05 BS-REFERENCIA PIC X(20).

       FD  CUSTOMER-MASTER.
       01  CUSTOMER-RECORD.
           COPY CLIENTE.

       FD  USUARIO-MASTER.
       01  USUARIO-RECORD.
           COPY USUARIO.

       FD  OPEN-ITEM-MASTER.
       01  OPEN-ITEM-RECORD.
           COPY ARITEM.

       FD  OUTBOX-FILE.
       01  OUTBOX-RECORD.
           COPY DOCBANDEJA.

      *> Cruce de FIRST-MERGE: los numeros purgados hacia el
      *> cliente tambien llevan sus datos en los logs.
       FD  XREF-FILE.
       01  XREF-RECORD.
           05 XR-NUMERO-VIEJO PIC 9(6).
           05 XR-NUMERO-NUEVO PIC 9(6).
           05 XR-FECHA PIC 9(8).

       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD.
           05 JR-FECHA-HORA PIC X(15).
           05 JR-OPERACION PIC X(8).
           05 JR-IMAGEN-ANTES PIC X(97).
           05 JR-IMAGEN-DESPUES PIC X(97).

      *> Archivos donde pueden quedar datos personales y como se
      *> limpian: C = log de cambios del maestro de clientes, J =
      *> diario del directorio, F / N = respaldos de MASTER-BACKUP,
      *> D = contenido de documentos, T = texto libre (se tapan
      *> telefonos y correos, y los nombres en esas lineas).
       FD  FILE-LIST.
       01  FILE-LIST-RECORD.
           05 BA-ARCHIVO PIC X(50).
           05 BA-CLASE PIC X.

      *> Indice de LOG-ARCHIVE: cada archivo fechado con su log de
      *> origen; se limpia con la clase de su origen.
       FD  ARCHIVE-INDEX-FILE.
       01  ARCHIVE-INDEX-RECORD.
           05 LX-ARCHIVO PIC X(50).
           05 LX-ORIGEN PIC X(40).

       FD  TEXT-FILE.
       01  TEXT-RECORD PIC X(250).

       FD  WORK-FILE.
       01  WORK-RECORD PIC X(250).

      *> Certificado de borrado: una cabecera por pedido y un
      *> detalle por archivo tocado, con la cantidad de registros
      *> anonimizados en cada uno.
       FD  CERTIFICATE-FILE.
       01  CERTIFICATE-RECORD.
           05 BC-CERTIFICADO PIC 9(6).
           05 BC-TIPO-REG PIC X.
               88 BC-CABECERA VALUE "C".
               88 BC-DETALLE VALUE "D".
           05 BC-CUERPO PIC X(120).
           05 BC-DATOS-CABECERA REDEFINES BC-CUERPO.
               10 BC-FECHA-HORA PIC X(15).
               10 BC-OPERADOR PIC X(8).
               10 BC-TIPO-PEDIDO PIC X.
               10 BC-CLAVE PIC X(9).
               10 BC-REFERENCIA PIC X(20).
               10 BC-RESULTADO PIC X(8).
               10 BC-MOTIVO PIC X(40).
               10 BC-CLIENTES PIC 9(3).
               10 BC-CONTACTO PIC X(9).
               10 FILLER PIC X(7).
           05 BC-DATOS-DETALLE REDEFINES BC-CUERPO.
               10 BC-ARCHIVO PIC X(50).
               10 BC-REGISTROS PIC 9(6).
               10 BC-CAMPOS PIC X(40).
               10 FILLER PIC X(24).

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
           01 WS-ESTADO-SOLICITUDES PIC XX VALUE "00".
               88 SOLICITUDES-OK VALUE "00".
           01 WS-ESTADO-CLIENTES PIC XX VALUE "00".
               88 CLIENTES-OK VALUE "00".
           01 WS-ESTADO-DIRECTORIO PIC XX VALUE "00".
               88 DIRECTORIO-OK VALUE "00".
           01 WS-ESTADO-ABIERTOS PIC XX VALUE "00".
               88 ABIERTOS-OK VALUE "00".
               88 ABIERTOS-NO-EXISTE VALUE "35".
           01 WS-ESTADO-BANDEJA PIC XX VALUE "00".
               88 BANDEJA-OK VALUE "00".
           01 WS-ESTADO-XREF PIC XX VALUE "00".
               88 XREF-OK VALUE "00".
           01 WS-ESTADO-JOURNAL PIC XX VALUE "00".
               88 JOURNAL-OK VALUE "00".
           01 WS-ESTADO-LISTA PIC XX VALUE "00".
               88 LISTA-OK VALUE "00".
           01 WS-ESTADO-INDICE PIC XX VALUE "00".
               88 INDICE-OK VALUE "00".
           01 WS-ESTADO-TEXTO PIC XX VALUE "00".
               88 TEXTO-OK VALUE "00".
           01 WS-ESTADO-TRABAJO PIC XX VALUE "00".
               88 TRABAJO-OK VALUE "00".
           01 WS-ESTADO-CERTIFICADOS PIC XX VALUE "00".
               88 CERTIFICADOS-OK VALUE "00".
           01 WS-OPERADOR PIC X(8) VALUE SPACES.
           01 WS-FECHA-HORA PIC X(15) VALUE SPACES.
           01 WS-FIN-ARCHIVO PIC X VALUE "N".
               88 FIN-ARCHIVO VALUE "S".
           01 WS-FIN-TEXTO PIC X VALUE "N".
               88 FIN-TEXTO VALUE "S".
           01 WS-FIN-SOLICITUDES PIC X VALUE "N".
               88 FIN-SOLICITUDES VALUE "S".
           01 WS-ABIERTOS-DISPONIBLE PIC X VALUE "N".
               88 ABIERTOS-DISPONIBLE VALUE "S".
           01 WS-TOMADO-FIRST PIC X VALUE "N".
               88 TOMADO-FIRST VALUE "S".
           01 WS-TOMADO-NIVEL PIC X VALUE "N".
               88 TOMADO-NIVEL VALUE "S".
           01 WS-NOMBRE-TEXTO PIC X(50) VALUE SPACES.
           01 WS-NOMBRE-TRABAJO PIC X(60) VALUE SPACES.
           01 WS-ANONIMO PIC X(15) VALUE "ANONIMIZADO".
           01 WS-TAPA PIC X(40) VALUE ALL "*".
      *> Pedido en curso.
           01 WS-CERTIFICADO PIC 9(6) VALUE ZERO.
           01 WS-RECHAZADO PIC X VALUE "N".
               88 PEDIDO-RECHAZADO VALUE "S".
           01 WS-MOTIVO PIC X(40) VALUE SPACES.
           01 WS-CONTACTO PIC X(9) VALUE SPACES.
           01 WS-CONTACTO-EXISTE PIC X VALUE "N".
               88 CONTACTO-EXISTE VALUE "S".
      *> Clientes de la persona: los vivos en el maestro y los
      *> numeros purgados hacia ellos por FIRST-MERGE.
           01 WS-NUM-BCL PIC 9(3) VALUE ZERO.
           01 WS-IDX-BCL PIC 9(3) VALUE ZERO.
           01 WS-POS-BCL PIC 9(3) VALUE ZERO.
           01 WS-CLIENTE-BUSCA PIC 9(6) VALUE ZERO.
           01 WS-NUM-VIVOS PIC 9(3) VALUE ZERO.
           01 WS-TABLA-BCL.
               05 WS-BCL OCCURS 20 TIMES.
                   10 WS-BCL-NUMERO PIC 9(6).
                   10 WS-BCL-VIVO PIC X.
      *> Textos a tapar en archivos de texto libre: nombres y
      *> apellidos, y los identificadores (telefonos y correos)
      *> que marcan una linea como de la persona.
           01 WS-TEXTO-NUEVO PIC X(40) VALUE SPACES.
           01 WS-LARGO-NUEVO PIC 9(2) VALUE ZERO.
           01 WS-NUM-NOM PIC 9(2) VALUE ZERO.
           01 WS-IDX-NOM PIC 9(2) VALUE ZERO.
           01 WS-TABLA-NOMBRES.
               05 WS-NOM OCCURS 10 TIMES.
                   10 WS-NOM-TEXTO PIC X(40).
                   10 WS-NOM-LARGO PIC 9(2).
           01 WS-NUM-IDE PIC 9(2) VALUE ZERO.
           01 WS-IDX-IDE PIC 9(2) VALUE ZERO.
           01 WS-TABLA-IDENTIFICADORES.
               05 WS-IDE OCCURS 10 TIMES.
                   10 WS-IDE-TEXTO PIC X(40).
                   10 WS-IDE-LARGO PIC 9(2).
      *> Documentos de la bandeja emitidos a la persona.
           01 WS-NUM-DOC PIC 9(4) VALUE ZERO.
           01 WS-IDX-DOC PIC 9(4) VALUE ZERO.
           01 WS-DOC-ENCONTRADO PIC X VALUE "N".
               88 DOC-ENCONTRADO VALUE "S".
           01 WS-TABLA-DOCUMENTOS.
               05 WS-DOC-NUMERO OCCURS 2000 TIMES PIC 9(8).
      *> Archivos a recorrer (lista mas archivados del indice).
           01 WS-NUM-ARCH PIC 9(3) VALUE ZERO.
           01 WS-IDX-ARCH PIC 9(3) VALUE ZERO.
           01 WS-IDX-ORIGEN PIC 9(3) VALUE ZERO.
           01 WS-CLASE-ARCHIVO PIC X VALUE SPACE.
           01 WS-TABLA-ARCHIVOS.
               05 WS-ARCH OCCURS 100 TIMES.
                   10 WS-ARCH-NOMBRE PIC X(50).
                   10 WS-ARCH-CLASE PIC X.
      *> Detalle del certificado del pedido en curso.
           01 WS-NUM-DET PIC 9(3) VALUE ZERO.
           01 WS-IDX-DET PIC 9(3) VALUE ZERO.
           01 WS-TABLA-DETALLE.
               05 WS-DET OCCURS 120 TIMES.
                   10 WS-DET-ARCHIVO PIC X(50).
                   10 WS-DET-REGISTROS PIC 9(6).
                   10 WS-DET-CAMPOS PIC X(40).
           01 WS-REGISTROS PIC 9(6) VALUE ZERO.
           01 WS-CUENTA PIC 9(4) VALUE ZERO.
           01 WS-LINEA-TOCADA PIC X VALUE "N".
               88 LINEA-TOCADA VALUE "S".
      *> Linea de trabajo con las vistas de cada clase de archivo.
           01 WS-LINEA PIC X(250) VALUE SPACES.
           01 WS-LINEA-CAMBIO REDEFINES WS-LINEA.
               05 WS-LC-FECHA-HORA PIC X(15).
               05 WS-LC-NUMERO PIC X(6).
               05 WS-LC-NOMBRE-ORIGINAL PIC X(15).
               05 WS-LC-APELLIDO-ORIGINAL PIC X(15).
               05 WS-LC-EDAD-ORIGINAL PIC X(2).
               05 WS-LC-NOMBRE-CORREGIDO PIC X(15).
               05 WS-LC-APELLIDO-CORREGIDO PIC X(15).
               05 WS-LC-EDAD-CORREGIDA PIC X(2).
               05 FILLER PIC X(165).
           01 WS-LINEA-DIARIO REDEFINES WS-LINEA.
               05 WS-LJ-FECHA-HORA PIC X(15).
               05 WS-LJ-OPERACION PIC X(8).
               05 WS-LJ-ANTES PIC X(97).
               05 WS-LJ-DESPUES PIC X(97).
               05 FILLER PIC X(33).
           01 WS-LINEA-RESPALDO REDEFINES WS-LINEA.
               05 WS-LR-TIPO PIC X.
               05 WS-LR-IMAGEN-FIRST PIC X(143).
               05 FILLER PIC X(106).
           01 WS-LINEA-RESPALDO-NIVEL REDEFINES WS-LINEA.
               05 WS-LN-TIPO PIC X.
               05 WS-LN-IMAGEN PIC X(97).
               05 FILLER PIC X(152).
           01 WS-LINEA-CONTENIDO REDEFINES WS-LINEA.
               05 WS-LD-NUMERO PIC X(8).
               05 WS-LD-TEXTO PIC X(132).
               05 FILLER PIC X(110).
           01 WS-TOTALES.
               05 WS-TOT-PEDIDOS PIC 9(6) VALUE ZERO.
               05 WS-TOT-BORRADOS PIC 9(6) VALUE ZERO.
               05 WS-TOT-RECHAZADOS PIC 9(6) VALUE ZERO.
      *> Candados compartidos de los dos maestros, via ENQUEUE.
           01 WS-ENQ-PROGRAMA PIC X(20) VALUE "BORRADO-DATOS".
           01 WS-ENQ-RECURSO PIC X(8) VALUE SPACES.
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
           OPEN INPUT REQUEST-FILE.
           IF NOT SOLICITUDES-OK THEN
               DISPLAY "BORRADO-DATOS: sin pedidos en "
                   "data/borrado-solicitudes.dat."
               PERFORM REGISTRAR-HISTORIAL
               GOBACK
           END-IF.
           PERFORM TOMAR-CANDADOS.
           IF NOT TOMADO-FIRST OR NOT TOMADO-NIVEL THEN
               DISPLAY "BORRADO-DATOS: maestros tomados por otro "
                   "proceso, corrida rehusada."
               CLOSE REQUEST-FILE
               PERFORM LIBERAR-CANDADOS
               MOVE 8 TO RETURN-CODE
               PERFORM REGISTRAR-HISTORIAL
               GOBACK
           END-IF.
           PERFORM ABRIR-MAESTROS.
           IF RETURN-CODE = 8 THEN
               CLOSE REQUEST-FILE
               PERFORM LIBERAR-CANDADOS
               PERFORM REGISTRAR-HISTORIAL
               GOBACK
           END-IF.
           PERFORM CARGAR-NUMERO-CERTIFICADO.
           PERFORM CARGAR-LISTA-ARCHIVOS.
           OPEN EXTEND CERTIFICATE-FILE.
           IF NOT CERTIFICADOS-OK THEN
               OPEN OUTPUT CERTIFICATE-FILE
               CLOSE CERTIFICATE-FILE
               OPEN EXTEND CERTIFICATE-FILE
           END-IF.
           PERFORM UNTIL FIN-SOLICITUDES
               READ REQUEST-FILE
                   AT END SET FIN-SOLICITUDES TO TRUE
                   NOT AT END
                       IF REQUEST-RECORD NOT = SPACES THEN
                           PERFORM PROCESAR-PEDIDO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CERTIFICATE-FILE.
           CLOSE REQUEST-FILE.
      *> Los pedidos atendidos (o rechazados, con su certificado)
      *> no se vuelven a procesar.
           OPEN OUTPUT REQUEST-FILE.
           CLOSE REQUEST-FILE.
           CLOSE CUSTOMER-MASTER.
           CLOSE USUARIO-MASTER.
           IF ABIERTOS-DISPONIBLE THEN
               CLOSE OPEN-ITEM-MASTER
           END-IF.
           PERFORM LIBERAR-CANDADOS.
           DISPLAY "Pedidos de borrado : " WS-TOT-PEDIDOS.
           DISPLAY "  anonimizados     : " WS-TOT-BORRADOS.
           DISPLAY "  rechazados       : " WS-TOT-RECHAZADOS.
           IF WS-TOT-RECHAZADOS > ZERO THEN
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM REGISTRAR-HISTORIAL.
           GOBACK.

       TOMAR-CANDADOS.
           MOVE "FIRST" TO WS-ENQ-RECURSO.
           PERFORM ADQUIRIR-CANDADO.
           IF WS-ENQ-RESULTADO = "S" THEN
               SET TOMADO-FIRST TO TRUE
               MOVE "NIVEL" TO WS-ENQ-RECURSO
               PERFORM ADQUIRIR-CANDADO
               IF WS-ENQ-RESULTADO = "S" THEN
                   SET TOMADO-NIVEL TO TRUE
               END-IF
           END-IF.

       LIBERAR-CANDADOS.
           IF TOMADO-NIVEL THEN
               MOVE "NIVEL" TO WS-ENQ-RECURSO
               PERFORM LIBERAR-CANDADO
               MOVE "N" TO WS-TOMADO-NIVEL
           END-IF.
           IF TOMADO-FIRST THEN
               MOVE "FIRST" TO WS-ENQ-RECURSO
               PERFORM LIBERAR-CANDADO
               MOVE "N" TO WS-TOMADO-FIRST
           END-IF.

      *> Sin maestro de partidas no hay saldos abiertos que
      *> proteger; cualquier otro error de apertura rehusa la
      *> corrida.
       ABRIR-MAESTROS.
           OPEN I-O CUSTOMER-MASTER.
           IF NOT CLIENTES-OK THEN
               DISPLAY "BORRADO-DATOS: no se pudo abrir el maestro "
                   "de clientes, estado " WS-ESTADO-CLIENTES
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O USUARIO-MASTER.
           IF NOT DIRECTORIO-OK THEN
               DISPLAY "BORRADO-DATOS: no se pudo abrir el "
                   "directorio, estado " WS-ESTADO-DIRECTORIO
               CLOSE CUSTOMER-MASTER
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT OPEN-ITEM-MASTER.
           EVALUATE TRUE
               WHEN ABIERTOS-OK
                   SET ABIERTOS-DISPONIBLE TO TRUE
               WHEN ABIERTOS-NO-EXISTE
                   CONTINUE
               WHEN OTHER
                   DISPLAY "BORRADO-DATOS: no se pudo abrir "
                       "data/ar-abiertos.dat, estado "
                       WS-ESTADO-ABIERTOS
                   CLOSE USUARIO-MASTER
                   CLOSE CUSTOMER-MASTER
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.

       CARGAR-NUMERO-CERTIFICADO.
           MOVE ZERO TO WS-CERTIFICADO.
           OPEN INPUT CERTIFICATE-FILE.
           IF NOT CERTIFICADOS-OK THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIN-ARCHIVO.
           PERFORM UNTIL FIN-ARCHIVO
               READ CERTIFICATE-FILE
                   AT END SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF BC-CERTIFICADO NUMERIC
                               AND BC-CERTIFICADO > WS-CERTIFICADO
                               THEN
                           MOVE BC-CERTIFICADO TO WS-CERTIFICADO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CERTIFICATE-FILE.

       CARGAR-LISTA-ARCHIVOS.
           MOVE ZERO TO WS-NUM-ARCH.
           OPEN INPUT FILE-LIST.
           IF NOT LISTA-OK THEN
               DISPLAY "BORRADO-DATOS: sin data/borrado-archivos.cfg,"
                   " solo se anonimizan los maestros."
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIN-ARCHIVO.
           PERFORM UNTIL FIN-ARCHIVO
               READ FILE-LIST
                   AT END SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF BA-ARCHIVO NOT = SPACES THEN
                           MOVE BA-ARCHIVO TO WS-TEXTO-NUEVO
                           MOVE BA-CLASE TO WS-CLASE-ARCHIVO
                           PERFORM AGREGAR-ARCHIVO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FILE-LIST.
           OPEN INPUT ARCHIVE-INDEX-FILE.
           IF NOT INDICE-OK THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIN-ARCHIVO.
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVE-INDEX-FILE
                   AT END SET FIN-ARCHIVO TO TRUE
                   NOT AT END PERFORM AGREGAR-ARCHIVADO
               END-READ
           END-PERFORM.
           CLOSE ARCHIVE-INDEX-FILE.

      *> Un archivado se limpia como su log de origen; si el
      *> origen no esta en la lista, como texto libre.
       AGREGAR-ARCHIVADO.
           MOVE "T" TO WS-CLASE-ARCHIVO.
           PERFORM VARYING WS-IDX-ORIGEN FROM 1 BY 1
                   UNTIL WS-IDX-ORIGEN > WS-NUM-ARCH
               IF WS-ARCH-NOMBRE(WS-IDX-ORIGEN) = LX-ORIGEN THEN
                   MOVE WS-ARCH-CLASE(WS-IDX-ORIGEN) TO
                       WS-CLASE-ARCHIVO
               END-IF
           END-PERFORM.
           MOVE LX-ARCHIVO TO WS-TEXTO-NUEVO.
           PERFORM AGREGAR-ARCHIVO.

       AGREGAR-ARCHIVO.
           IF WS-NUM-ARCH >= 100 THEN
               DISPLAY "BORRADO-DATOS: mas de 100 archivos a "
                   "limpiar, se omite " WS-TEXTO-NUEVO
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NUM-ARCH.
           MOVE WS-TEXTO-NUEVO TO WS-ARCH-NOMBRE(WS-NUM-ARCH).
           MOVE WS-CLASE-ARCHIVO TO WS-ARCH-CLASE(WS-NUM-ARCH).

      *> Un pedido: ubicar a la persona en los dos maestros,
      *> rehusar si tiene saldos abiertos, anonimizar y certificar.
       PROCESAR-PEDIDO.
           ADD 1 TO WS-TOT-PEDIDOS.
           ADD 1 TO WS-CERTIFICADO.
           MOVE "N" TO WS-RECHAZADO.
           MOVE SPACES TO WS-MOTIVO.
           MOVE SPACES TO WS-CONTACTO.
           MOVE "N" TO WS-CONTACTO-EXISTE.
           MOVE ZERO TO WS-NUM-BCL.
           MOVE ZERO TO WS-NUM-VIVOS.
           MOVE ZERO TO WS-NUM-NOM.
           MOVE ZERO TO WS-NUM-IDE.
           MOVE ZERO TO WS-NUM-DOC.
           MOVE ZERO TO WS-NUM-DET.
           MOVE FUNCTION CURRENT-DATE(1:15) TO WS-FECHA-HORA.
           EVALUATE BS-TIPO
               WHEN "C"
                   PERFORM UBICAR-POR-CLIENTE
               WHEN "D"
                   PERFORM UBICAR-POR-CONTACTO
               WHEN OTHER
                   SET PEDIDO-RECHAZADO TO TRUE
                   MOVE "Tipo de pedido invalido (C o D)" TO
                       WS-MOTIVO
           END-EVALUATE.
           IF NOT PEDIDO-RECHAZADO AND WS-CONTACTO NOT = SPACES THEN
               PERFORM LEER-CONTACTO
               PERFORM BUSCAR-CLIENTES-DEL-CONTACTO
           END-IF.
           IF NOT PEDIDO-RECHAZADO THEN
               PERFORM VERIFICAR-SALDOS-ABIERTOS
           END-IF.
           IF PEDIDO-RECHAZADO THEN
               ADD 1 TO WS-TOT-RECHAZADOS
               DISPLAY "BORRADO-DATOS: pedido " BS-TIPO " " BS-CLAVE
                   " rechazado: " WS-MOTIVO
           ELSE
               PERFORM AGREGAR-NUMEROS-FUSIONADOS
               PERFORM ANONIMIZAR-MAESTRO
               PERFORM ANONIMIZAR-CONTACTO
               PERFORM ANONIMIZAR-BANDEJA
               PERFORM LIMPIAR-ARCHIVO
                   VARYING WS-IDX-ARCH FROM 1 BY 1
                   UNTIL WS-IDX-ARCH > WS-NUM-ARCH
               ADD 1 TO WS-TOT-BORRADOS
           END-IF.
           PERFORM ESCRIBIR-CERTIFICADO.

       UBICAR-POR-CLIENTE.
           IF BS-CLAVE(1:6) NOT NUMERIC THEN
               SET PEDIDO-RECHAZADO TO TRUE
               MOVE "Numero de cliente invalido" TO WS-MOTIVO
               EXIT PARAGRAPH
           END-IF.
           MOVE BS-CLAVE(1:6) TO CM-NUMERO.
           READ CUSTOMER-MASTER
               INVALID KEY
                   SET PEDIDO-RECHAZADO TO TRUE
                   MOVE "Cliente inexistente en el maestro" TO
                       WS-MOTIVO
               NOT INVALID KEY
                   PERFORM AGREGAR-CLIENTE-PEDIDO
           END-READ.

       UBICAR-POR-CONTACTO.
           IF BS-CLAVE = SPACES THEN
               SET PEDIDO-RECHAZADO TO TRUE
               MOVE "Clave de directorio en blanco" TO WS-MOTIVO
               EXIT PARAGRAPH
           END-IF.
           MOVE BS-CLAVE TO WS-CONTACTO.
           MOVE WS-CONTACTO TO UM-TELEFONOP.
           READ USUARIO-MASTER
               INVALID KEY
                   SET PEDIDO-RECHAZADO TO TRUE
                   MOVE "Contacto inexistente en el directorio" TO
                       WS-MOTIVO
           END-READ.

       AGREGAR-CLIENTE-PEDIDO.
           MOVE CM-NUMERO TO WS-CLIENTE-BUSCA.
           PERFORM BUSCAR-CLIENTE-TABLA.
           IF WS-POS-BCL > ZERO OR WS-NUM-BCL >= 20 THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NUM-BCL.
           ADD 1 TO WS-NUM-VIVOS.
           MOVE CM-NUMERO TO WS-BCL-NUMERO(WS-NUM-BCL).
           MOVE "S" TO WS-BCL-VIVO(WS-NUM-BCL).
           MOVE CM-NOMBRE TO WS-TEXTO-NUEVO.
           PERFORM AGREGAR-NOMBRE.
           MOVE CM-APELLIDO TO WS-TEXTO-NUEVO.
           PERFORM AGREGAR-NOMBRE.
           MOVE CM-EMAIL TO WS-TEXTO-NUEVO.
           PERFORM AGREGAR-IDENTIFICADOR.
           IF WS-CONTACTO = SPACES THEN
               MOVE CM-CONTACTO TO WS-CONTACTO
           END-IF.

       LEER-CONTACTO.
           MOVE WS-CONTACTO TO UM-TELEFONOP.
           READ USUARIO-MASTER
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   SET CONTACTO-EXISTE TO TRUE
                   MOVE UM-NOMBRE TO WS-TEXTO-NUEVO
                   PERFORM AGREGAR-NOMBRE
                   MOVE UM-APELLIDO TO WS-TEXTO-NUEVO
                   PERFORM AGREGAR-NOMBRE
                   MOVE UM-TELEFONOP TO WS-TEXTO-NUEVO
                   PERFORM AGREGAR-IDENTIFICADOR
                   MOVE UM-TELEFONOE TO WS-TEXTO-NUEVO
                   PERFORM AGREGAR-IDENTIFICADOR
                   MOVE UM-EMAIL TO WS-TEXTO-NUEVO
                   PERFORM AGREGAR-IDENTIFICADOR
           END-READ.

      *> Todos los clientes enlazados al mismo contacto son la
      *> misma persona y se anonimizan juntos.
       BUSCAR-CLIENTES-DEL-CONTACTO.
           MOVE "N" TO WS-FIN-ARCHIVO.
           MOVE ZERO TO CM-NUMERO.
           START CUSTOMER-MASTER KEY >= CM-NUMERO
               INVALID KEY SET FIN-ARCHIVO TO TRUE
           END-START.
           PERFORM UNTIL FIN-ARCHIVO
               READ CUSTOMER-MASTER NEXT RECORD
                   AT END SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF CM-CONTACTO = WS-CONTACTO THEN
                           PERFORM AGREGAR-CLIENTE-PEDIDO
                       END-IF
               END-READ
           END-PERFORM.

      *> Con cualquier partida abierta con saldo (factura, nota o
      *> interes) el pedido se rehusa: la cuenta debe cerrarse
      *> antes de borrar a su titular.
       VERIFICAR-SALDOS-ABIERTOS.
           IF NOT ABIERTOS-DISPONIBLE THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-IDX-BCL FROM 1 BY 1
                   UNTIL WS-IDX-BCL > WS-NUM-BCL
                   OR PEDIDO-RECHAZADO
               MOVE "N" TO WS-FIN-ARCHIVO
               MOVE WS-BCL-NUMERO(WS-IDX-BCL) TO AB-CLIENTE
               START OPEN-ITEM-MASTER KEY >= AB-CLIENTE
                   INVALID KEY SET FIN-ARCHIVO TO TRUE
               END-START
               PERFORM UNTIL FIN-ARCHIVO OR PEDIDO-RECHAZADO
                   READ OPEN-ITEM-MASTER NEXT RECORD
                       AT END SET FIN-ARCHIVO TO TRUE
                       NOT AT END
                           IF AB-CLIENTE NOT =
                                   WS-BCL-NUMERO(WS-IDX-BCL) THEN
                               SET FIN-ARCHIVO TO TRUE
                           ELSE
                               IF AB-ESTADO = "A"
                                       AND AB-SALDO > ZERO THEN
                                   SET PEDIDO-RECHAZADO TO TRUE
                                   MOVE SPACES TO WS-MOTIVO
                                   STRING "Cliente " AB-CLIENTE
                                       " con saldo abierto"
                                       DELIMITED BY SIZE INTO
                                       WS-MOTIVO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-PERFORM.

       AGREGAR-NUMEROS-FUSIONADOS.
           OPEN INPUT XREF-FILE.
           IF NOT XREF-OK THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIN-ARCHIVO.
           PERFORM UNTIL FIN-ARCHIVO
               READ XREF-FILE
                   AT END SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       MOVE XR-NUMERO-NUEVO TO WS-CLIENTE-BUSCA
                       PERFORM BUSCAR-CLIENTE-TABLA
                       IF WS-POS-BCL > ZERO AND WS-NUM-BCL < 20 THEN
                           MOVE XR-NUMERO-VIEJO TO WS-CLIENTE-BUSCA
                           PERFORM BUSCAR-CLIENTE-TABLA
                           IF WS-POS-BCL = ZERO THEN
                               ADD 1 TO WS-NUM-BCL
                               MOVE XR-NUMERO-VIEJO TO
                                   WS-BCL-NUMERO(WS-NUM-BCL)
                               MOVE "N" TO WS-BCL-VIVO(WS-NUM-BCL)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE XREF-FILE.

      *> Numeros y claves quedan: la historia contable sigue
      *> cuadrando contra el cliente anonimo.
       ANONIMIZAR-MAESTRO.
           MOVE ZERO TO WS-REGISTROS.
           PERFORM VARYING WS-IDX-BCL FROM 1 BY 1
                   UNTIL WS-IDX-BCL > WS-NUM-BCL
               IF WS-BCL-VIVO(WS-IDX-BCL) = "S" THEN
                   MOVE WS-BCL-NUMERO(WS-IDX-BCL) TO CM-NUMERO
                   READ CUSTOMER-MASTER
                       NOT INVALID KEY
                           PERFORM ANONIMIZAR-CAMPOS-CLIENTE
                           REWRITE CUSTOMER-RECORD
                               INVALID KEY
                                   DISPLAY "BORRADO-DATOS: no se "
                                       "pudo actualizar el cliente "
                                       CM-NUMERO
                               NOT INVALID KEY
                                   ADD 1 TO WS-REGISTROS
                           END-REWRITE
                   END-READ
               END-IF
           END-PERFORM.
           MOVE "data/first-master.dat" TO WS-TEXTO-NUEVO.
           MOVE "nombre, apellido, edad, correo" TO WS-MOTIVO.
           PERFORM AGREGAR-DETALLE.

      *> La entrada del directorio conserva su clave; el cambio va
      *> al diario con las dos imagenes ya anonimas, para que una
      *> recuperacion desde un respaldo anterior lo vuelva a
      *> aplicar.
       ANONIMIZAR-CONTACTO.
           IF NOT CONTACTO-EXISTE THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-REGISTROS.
           MOVE WS-CONTACTO TO UM-TELEFONOP.
           READ USUARIO-MASTER
               NOT INVALID KEY
                   PERFORM ANONIMIZAR-CAMPOS-USUARIO
                   REWRITE USUARIO-RECORD
                       INVALID KEY
                           DISPLAY "BORRADO-DATOS: no se pudo "
                               "actualizar el contacto " WS-CONTACTO
                       NOT INVALID KEY
                           ADD 1 TO WS-REGISTROS
                           PERFORM REGISTRAR-DIARIO
                   END-REWRITE
           END-READ.
           MOVE "data/nivel-master.dat" TO WS-TEXTO-NUEVO.
           MOVE "nombre, edad, telefonos, correo, nacim." TO
               WS-MOTIVO.
           PERFORM AGREGAR-DETALLE.

       REGISTRAR-DIARIO.
           OPEN EXTEND JOURNAL-FILE.
           IF NOT JOURNAL-OK THEN
               OPEN OUTPUT JOURNAL-FILE
               CLOSE JOURNAL-FILE
               OPEN EXTEND JOURNAL-FILE
           END-IF.
           MOVE WS-FECHA-HORA TO JR-FECHA-HORA.
           MOVE "REWRITE" TO JR-OPERACION.
           MOVE USUARIO-RECORD TO JR-IMAGEN-ANTES.
           MOVE USUARIO-RECORD TO JR-IMAGEN-DESPUES.
           WRITE JOURNAL-RECORD.
           CLOSE JOURNAL-FILE.

      *> La direccion de correo de los documentos ya emitidos se
      *> borra; los numeros quedan para limpiar su contenido.
       ANONIMIZAR-BANDEJA.
           MOVE ZERO TO WS-REGISTROS.
           OPEN I-O OUTBOX-FILE.
           IF NOT BANDEJA-OK THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIN-ARCHIVO.
           PERFORM UNTIL FIN-ARCHIVO
               READ OUTBOX-FILE NEXT RECORD
                   AT END SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       MOVE BD-CLIENTE TO WS-CLIENTE-BUSCA
                       PERFORM BUSCAR-CLIENTE-TABLA
                       IF WS-POS-BCL > ZERO THEN
                           PERFORM ANONIMIZAR-DOCUMENTO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OUTBOX-FILE.
           MOVE "data/doc-bandeja.dat" TO WS-TEXTO-NUEVO.
           MOVE "direccion de entrega" TO WS-MOTIVO.
           PERFORM AGREGAR-DETALLE.

       ANONIMIZAR-DOCUMENTO.
           IF WS-NUM-DOC < 2000 THEN
               ADD 1 TO WS-NUM-DOC
               MOVE BD-NUMERO TO WS-DOC-NUMERO(WS-NUM-DOC)
           END-IF.
           IF BD-DESTINO NOT = SPACES THEN
               MOVE SPACES TO BD-DESTINO
               REWRITE OUTBOX-RECORD
                   INVALID KEY CONTINUE
                   NOT INVALID KEY ADD 1 TO WS-REGISTROS
               END-REWRITE
           END-IF.

      *> Cada archivo se copia a uno de trabajo limpiando las
      *> lineas de la persona; solo si algo cambio se copia de
      *> vuelta sobre el original.
       LIMPIAR-ARCHIVO.
           MOVE WS-ARCH-NOMBRE(WS-IDX-ARCH) TO WS-NOMBRE-TEXTO.
           MOVE WS-ARCH-CLASE(WS-IDX-ARCH) TO WS-CLASE-ARCHIVO.
           MOVE ZERO TO WS-REGISTROS.
           OPEN INPUT TEXT-FILE.
           IF NOT TEXTO-OK THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-NOMBRE-TRABAJO.
           STRING FUNCTION TRIM(WS-NOMBRE-TEXTO) ".trabajo"
               DELIMITED BY SIZE INTO WS-NOMBRE-TRABAJO.
           OPEN OUTPUT WORK-FILE.
           MOVE "N" TO WS-FIN-TEXTO.
           PERFORM UNTIL FIN-TEXTO
               READ TEXT-FILE
                   AT END SET FIN-TEXTO TO TRUE
                   NOT AT END
                       MOVE TEXT-RECORD TO WS-LINEA
                       PERFORM LIMPIAR-LINEA
                       MOVE WS-LINEA TO WORK-RECORD
                       WRITE WORK-RECORD
               END-READ
           END-PERFORM.
           CLOSE TEXT-FILE.
           CLOSE WORK-FILE.
           IF WS-REGISTROS > ZERO THEN
               PERFORM COPIAR-TRABAJO
               MOVE WS-NOMBRE-TEXTO TO WS-TEXTO-NUEVO
               EVALUATE WS-CLASE-ARCHIVO
                   WHEN "C"
                       MOVE "nombres y edades del log" TO WS-MOTIVO
                   WHEN "J"
                       MOVE "imagenes del diario" TO WS-MOTIVO
                   WHEN "F"
                   WHEN "N"
                       MOVE "imagenes del respaldo" TO WS-MOTIVO
                   WHEN "D"
                       MOVE "texto de documentos" TO WS-MOTIVO
                   WHEN OTHER
                       MOVE "telefonos, correos y nombres" TO
                           WS-MOTIVO
               END-EVALUATE
               PERFORM AGREGAR-DETALLE
           END-IF.
           MOVE RETURN-CODE TO WS-RC-GUARDA.
           CALL "CBL_DELETE_FILE" USING WS-NOMBRE-TRABAJO.
           MOVE WS-RC-GUARDA TO RETURN-CODE.

       COPIAR-TRABAJO.
           OPEN INPUT WORK-FILE.
           OPEN OUTPUT TEXT-FILE.
           MOVE "N" TO WS-FIN-TEXTO.
           PERFORM UNTIL FIN-TEXTO
               READ WORK-FILE
                   AT END SET FIN-TEXTO TO TRUE
                   NOT AT END
                       MOVE WORK-RECORD TO TEXT-RECORD
                       WRITE TEXT-RECORD
               END-READ
           END-PERFORM.
           CLOSE TEXT-FILE.
           CLOSE WORK-FILE.

       LIMPIAR-LINEA.
           MOVE "N" TO WS-LINEA-TOCADA.
           EVALUATE WS-CLASE-ARCHIVO
               WHEN "C"
                   PERFORM LIMPIAR-LINEA-CAMBIOS
               WHEN "J"
                   PERFORM LIMPIAR-LINEA-DIARIO
               WHEN "F"
                   PERFORM LIMPIAR-LINEA-RESPALDO-FIRST
               WHEN "N"
                   PERFORM LIMPIAR-LINEA-RESPALDO-NIVEL
               WHEN "D"
                   PERFORM LIMPIAR-LINEA-CONTENIDO
               WHEN OTHER
                   PERFORM ENMASCARAR-LINEA
           END-EVALUATE.
           IF LINEA-TOCADA THEN
               ADD 1 TO WS-REGISTROS
           END-IF.

       LIMPIAR-LINEA-CAMBIOS.
           IF WS-LC-NUMERO NOT NUMERIC THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-LC-NUMERO TO WS-CLIENTE-BUSCA.
           PERFORM BUSCAR-CLIENTE-TABLA.
           IF WS-POS-BCL = ZERO THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ANONIMO TO WS-LC-NOMBRE-ORIGINAL.
           MOVE SPACES TO WS-LC-APELLIDO-ORIGINAL.
           MOVE "00" TO WS-LC-EDAD-ORIGINAL.
           MOVE WS-ANONIMO TO WS-LC-NOMBRE-CORREGIDO.
           MOVE SPACES TO WS-LC-APELLIDO-CORREGIDO.
           MOVE "00" TO WS-LC-EDAD-CORREGIDA.
           SET LINEA-TOCADA TO TRUE.

       LIMPIAR-LINEA-DIARIO.
           IF WS-CONTACTO = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-LJ-ANTES(1:9) = WS-CONTACTO THEN
               MOVE WS-LJ-ANTES TO USUARIO-RECORD
               PERFORM ANONIMIZAR-CAMPOS-USUARIO
               MOVE USUARIO-RECORD TO WS-LJ-ANTES
               SET LINEA-TOCADA TO TRUE
           END-IF.
           IF WS-LJ-DESPUES(1:9) = WS-CONTACTO THEN
               MOVE WS-LJ-DESPUES TO USUARIO-RECORD
               PERFORM ANONIMIZAR-CAMPOS-USUARIO
               MOVE USUARIO-RECORD TO WS-LJ-DESPUES
               SET LINEA-TOCADA TO TRUE
           END-IF.

       LIMPIAR-LINEA-RESPALDO-FIRST.
           IF WS-LR-TIPO NOT = "D"
                   OR WS-LR-IMAGEN-FIRST(1:6) NOT NUMERIC THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-LR-IMAGEN-FIRST(1:6) TO WS-CLIENTE-BUSCA.
           PERFORM BUSCAR-CLIENTE-TABLA.
           IF WS-POS-BCL = ZERO THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-LR-IMAGEN-FIRST TO CUSTOMER-RECORD.
           PERFORM ANONIMIZAR-CAMPOS-CLIENTE.
           MOVE CUSTOMER-RECORD TO WS-LR-IMAGEN-FIRST.
           SET LINEA-TOCADA TO TRUE.

       LIMPIAR-LINEA-RESPALDO-NIVEL.
           IF WS-LN-TIPO NOT = "D" OR WS-CONTACTO = SPACES
                   OR WS-LN-IMAGEN(1:9) NOT = WS-CONTACTO THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-LN-IMAGEN TO USUARIO-RECORD.
           PERFORM ANONIMIZAR-CAMPOS-USUARIO.
           MOVE USUARIO-RECORD TO WS-LN-IMAGEN.
           SET LINEA-TOCADA TO TRUE.

      *> Las lineas de los documentos de la persona se tapan sin
      *> condicion: nombres e identificadores donde aparezcan.
       LIMPIAR-LINEA-CONTENIDO.
           IF WS-LD-NUMERO NOT NUMERIC THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-DOC-ENCONTRADO.
           PERFORM VARYING WS-IDX-DOC FROM 1 BY 1
                   UNTIL WS-IDX-DOC > WS-NUM-DOC OR DOC-ENCONTRADO
               IF WS-DOC-NUMERO(WS-IDX-DOC) = WS-LD-NUMERO THEN
                   SET DOC-ENCONTRADO TO TRUE
               END-IF
           END-PERFORM.
           IF DOC-ENCONTRADO THEN
               PERFORM TAPAR-IDENTIFICADORES
               PERFORM TAPAR-NOMBRES
           END-IF.

      *> Texto libre: una linea es de la persona si lleva alguno
      *> de sus telefonos o correos; en esas se tapan tambien los
      *> nombres.
       ENMASCARAR-LINEA.
           PERFORM TAPAR-IDENTIFICADORES.
           IF LINEA-TOCADA THEN
               PERFORM TAPAR-NOMBRES
           END-IF.

       TAPAR-IDENTIFICADORES.
           PERFORM VARYING WS-IDX-IDE FROM 1 BY 1
                   UNTIL WS-IDX-IDE > WS-NUM-IDE
               MOVE ZERO TO WS-CUENTA
               INSPECT WS-LINEA TALLYING WS-CUENTA FOR ALL
                   WS-IDE-TEXTO(WS-IDX-IDE)(1:WS-IDE-LARGO(WS-IDX-IDE))
               IF WS-CUENTA > ZERO THEN
                   INSPECT WS-LINEA REPLACING ALL
                       WS-IDE-TEXTO(WS-IDX-IDE)
                           (1:WS-IDE-LARGO(WS-IDX-IDE))
                       BY WS-TAPA(1:WS-IDE-LARGO(WS-IDX-IDE))
                   SET LINEA-TOCADA TO TRUE
               END-IF
           END-PERFORM.

       TAPAR-NOMBRES.
           PERFORM VARYING WS-IDX-NOM FROM 1 BY 1
                   UNTIL WS-IDX-NOM > WS-NUM-NOM
               MOVE ZERO TO WS-CUENTA
               INSPECT WS-LINEA TALLYING WS-CUENTA FOR ALL
                   WS-NOM-TEXTO(WS-IDX-NOM)(1:WS-NOM-LARGO(WS-IDX-NOM))
               IF WS-CUENTA > ZERO THEN
                   INSPECT WS-LINEA REPLACING ALL
                       WS-NOM-TEXTO(WS-IDX-NOM)
                           (1:WS-NOM-LARGO(WS-IDX-NOM))
                       BY WS-TAPA(1:WS-NOM-LARGO(WS-IDX-NOM))
                   SET LINEA-TOCADA TO TRUE
               END-IF
           END-PERFORM.

       ANONIMIZAR-CAMPOS-CLIENTE.
           MOVE WS-ANONIMO TO CM-NOMBRE.
           MOVE SPACES TO CM-APELLIDO.
           MOVE ZERO TO CM-EDAD.
           MOVE SPACES TO CM-EMAIL.
           MOVE "I" TO CM-CANAL-ENVIO.

       ANONIMIZAR-CAMPOS-USUARIO.
           MOVE WS-ANONIMO TO UM-NOMBRE.
           MOVE SPACES TO UM-APELLIDO.
           MOVE ZERO TO UM-EDAD.
           MOVE SPACES TO UM-TELEFONOE.
           MOVE SPACES TO UM-TELEFONOGUARDIAN.
           MOVE SPACES TO UM-EMAIL.
           MOVE ZERO TO UM-FECHA-NACIMIENTO.

      *> Nombres de menos de tres letras no se tapan en texto libre:
      *> taparian pedazos de cualquier otra palabra.
       AGREGAR-NOMBRE.
           IF WS-TEXTO-NUEVO = SPACES OR WS-TEXTO-NUEVO = WS-ANONIMO
               THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-TEXTO-NUEVO)) TO
               WS-LARGO-NUEVO.
           IF WS-LARGO-NUEVO < 3 OR WS-NUM-NOM >= 10 THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION TRIM(WS-TEXTO-NUEVO) TO WS-TEXTO-NUEVO.
           PERFORM VARYING WS-IDX-NOM FROM 1 BY 1
                   UNTIL WS-IDX-NOM > WS-NUM-NOM
               IF WS-NOM-TEXTO(WS-IDX-NOM) = WS-TEXTO-NUEVO THEN
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           ADD 1 TO WS-NUM-NOM.
           MOVE WS-TEXTO-NUEVO TO WS-NOM-TEXTO(WS-NUM-NOM).
           MOVE WS-LARGO-NUEVO TO WS-NOM-LARGO(WS-NUM-NOM).

       AGREGAR-IDENTIFICADOR.
           IF WS-TEXTO-NUEVO = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-TEXTO-NUEVO)) TO
               WS-LARGO-NUEVO.
           IF WS-LARGO-NUEVO < 5 OR WS-NUM-IDE >= 10 THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION TRIM(WS-TEXTO-NUEVO) TO WS-TEXTO-NUEVO.
           PERFORM VARYING WS-IDX-IDE FROM 1 BY 1
                   UNTIL WS-IDX-IDE > WS-NUM-IDE
               IF WS-IDE-TEXTO(WS-IDX-IDE) = WS-TEXTO-NUEVO THEN
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           ADD 1 TO WS-NUM-IDE.
           MOVE WS-TEXTO-NUEVO TO WS-IDE-TEXTO(WS-NUM-IDE).
           MOVE WS-LARGO-NUEVO TO WS-IDE-LARGO(WS-NUM-IDE).

       BUSCAR-CLIENTE-TABLA.
           MOVE ZERO TO WS-POS-BCL.
           PERFORM VARYING WS-IDX-BCL FROM 1 BY 1
                   UNTIL WS-IDX-BCL > WS-NUM-BCL OR WS-POS-BCL > ZERO
               IF WS-BCL-NUMERO(WS-IDX-BCL) = WS-CLIENTE-BUSCA THEN
                   MOVE WS-IDX-BCL TO WS-POS-BCL
               END-IF
           END-PERFORM.

       AGREGAR-DETALLE.
           IF WS-REGISTROS = ZERO OR WS-NUM-DET >= 120 THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NUM-DET.
           MOVE WS-TEXTO-NUEVO TO WS-DET-ARCHIVO(WS-NUM-DET).
           MOVE WS-REGISTROS TO WS-DET-REGISTROS(WS-NUM-DET).
           MOVE WS-MOTIVO TO WS-DET-CAMPOS(WS-NUM-DET).
           MOVE SPACES TO WS-MOTIVO.

       ESCRIBIR-CERTIFICADO.
           MOVE SPACES TO CERTIFICATE-RECORD.
           MOVE WS-CERTIFICADO TO BC-CERTIFICADO.
           MOVE "C" TO BC-TIPO-REG.
           MOVE WS-FECHA-HORA TO BC-FECHA-HORA.
           MOVE WS-OPERADOR TO BC-OPERADOR.
           MOVE BS-TIPO TO BC-TIPO-PEDIDO.
           MOVE BS-CLAVE TO BC-CLAVE.
           MOVE BS-REFERENCIA TO BC-REFERENCIA.
           IF PEDIDO-RECHAZADO THEN
               MOVE "RECHAZO" TO BC-RESULTADO
               MOVE WS-MOTIVO TO BC-MOTIVO
           ELSE
               MOVE "BORRADO" TO BC-RESULTADO
               MOVE SPACES TO BC-MOTIVO
           END-IF.
           MOVE WS-NUM-VIVOS TO BC-CLIENTES.
           MOVE WS-CONTACTO TO BC-CONTACTO.
           WRITE CERTIFICATE-RECORD.
           PERFORM VARYING WS-IDX-DET FROM 1 BY 1
                   UNTIL WS-IDX-DET > WS-NUM-DET
               MOVE SPACES TO CERTIFICATE-RECORD
               MOVE WS-CERTIFICADO TO BC-CERTIFICADO
               MOVE "D" TO BC-TIPO-REG
               MOVE WS-DET-ARCHIVO(WS-IDX-DET) TO BC-ARCHIVO
               MOVE WS-DET-REGISTROS(WS-IDX-DET) TO BC-REGISTROS
               MOVE WS-DET-CAMPOS(WS-IDX-DET) TO BC-CAMPOS
               WRITE CERTIFICATE-RECORD
           END-PERFORM.

       ADQUIRIR-CANDADO.
           MOVE RETURN-CODE TO WS-RC-GUARDA.
           MOVE "A" TO WS-ENQ-FUNCION.
           CALL "ENQUEUE" USING WS-ENQ-PROGRAMA WS-ENQ-RECURSO
               WS-ENQ-FUNCION WS-ENQ-RESULTADO.
           MOVE WS-RC-GUARDA TO RETURN-CODE.

       LIBERAR-CANDADO.
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
           MOVE "BORRADO-DATOS" TO RH-PROGRAMA.
           MOVE FUNCTION CURRENT-DATE(1:15) TO RH-FECHA-HORA.
           IF RETURN-CODE = 0 THEN
               MOVE "OK" TO RH-RESULTADO
           ELSE
               MOVE "CON AVISOS" TO RH-RESULTADO
           END-IF.
           MOVE WS-OPERADOR TO RH-OPERADOR.
           WRITE RUN-HISTORY-RECORD.
           CLOSE RUN-HISTORY-LOG.
       END PROGRAM BORRADO-DATOS.
