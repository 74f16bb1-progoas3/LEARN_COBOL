           SELECT WORK-FILE ASSIGN TO DYNAMIC WS-NOMBRE-TRABAJO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-TRABAJO.
           SELECT ARCHIVE-INDEX-FILE ASSIGN TO "data/log-archivos.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-INDICE.
           SELECT LOCK-FILE ASSIGN TO "data/log-archive.lock"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-LOCK.
       FD  WORK-FILE.
       01  WORK-RECORD PIC X(120).

      *> Indice de los archivos fechados creados, con el log del
      *> que salieron: quien tenga que recorrer los archivados (por
      *> ejemplo BORRADO-DATOS) los encuentra aca.
       FD  ARCHIVE-INDEX-FILE.
       01  ARCHIVE-INDEX-RECORD.
           05 LX-ARCHIVO PIC X(50).
           05 LX-ORIGEN PIC X(40).

       FD  LOCK-FILE.
       01  LOCK-RECORD PIC X(15).

               88 TRABAJO-OK VALUE "00".
           01 WS-ESTADO-LOCK PIC XX VALUE "00".
               88 LOCK-EXISTE VALUE "00".
           01 WS-ESTADO-INDICE PIC XX VALUE "00".
               88 INDICE-OK VALUE "00".
           01 WS-NOMBRE-LOG PIC X(40) VALUE SPACES.
           01 WS-NOMBRE-ARCHIVO PIC X(50) VALUE SPACES.
           01 WS-NOMBRE-TRABAJO PIC X(50) VALUE SPACES.
           OPEN EXTEND ARCHIVE-FILE.
           IF NOT ARCHIVO-OK THEN
               OPEN OUTPUT ARCHIVE-FILE
               PERFORM REGISTRAR-ARCHIVO-INDICE
           END-IF.
           OPEN OUTPUT WORK-FILE.
           PERFORM UNTIL FIN-LOG
           DISPLAY WS-NOMBRE-LOG ": archivados " WS-ARCHIVADOS
               " retenidos " WS-RETENIDOS.

       REGISTRAR-ARCHIVO-INDICE.
           OPEN EXTEND ARCHIVE-INDEX-FILE.
           IF NOT INDICE-OK THEN
               OPEN OUTPUT ARCHIVE-INDEX-FILE
               CLOSE ARCHIVE-INDEX-FILE
               OPEN EXTEND ARCHIVE-INDEX-FILE
           END-IF.
           MOVE WS-NOMBRE-ARCHIVO TO LX-ARCHIVO.
           MOVE WS-NOMBRE-LOG TO LX-ORIGEN.
           WRITE ARCHIVE-INDEX-RECORD.
           CLOSE ARCHIVE-INDEX-FILE.

       CALCULAR-FECHA-CORTE.
           COMPUTE WS-ENTERO-CORTE =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY)
