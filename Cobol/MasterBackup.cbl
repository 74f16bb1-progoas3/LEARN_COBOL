       FILE SECTION.
       FD  CUSTOMER-MASTER.
       01  CUSTOMER-RECORD.
           COPY CLIENTE.

       FD  USUARIO-MASTER.
       01  USUARIO-RECORD.
           05 BF-COLA.
               10 BF-CUENTA PIC 9(6).
               10 BF-SUMA-CLAVES PIC 9(12).
               10 FILLER PIC X(125).
           05 BF-IMAGEN REDEFINES BF-COLA PIC X(143).

       FD  NIVEL-BACKUP-FILE.
       01  NIVEL-BACKUP-RECORD.
           01 WS-TABLA-RESPALDO.
               05 WS-RESP OCCURS 200 TIMES.
                   10 WS-RESP-CLAVE PIC X(9).
                   10 WS-RESP-IMAGEN PIC X(143).
                   10 WS-RESP-VISTO PIC X.
           01 WS-CLAVE-VIVA PIC X(9) VALUE SPACES.
           01 WS-IMAGEN-VIVA PIC X(143) VALUE SPACES.
           01 WS-RESP-HALLADO PIC X VALUE "N".
               88 RESP-HALLADO VALUE "S".
      *> Candado compartido del maestro, tomado via ENQUEUE antes
           PERFORM LIBERAR-CANDADO-MAESTRO.
           PERFORM VERIFICAR-RECARGA.

      *> Un respaldo anterior al estado, limite de credito,
      *> condicion de pago o exencion de intereses deja esos campos
      *> en blanco: la recarga los normaliza a activo sin fecha ni
      *> tope, de contado y no exento, nunca a basura no numerica.
       NORMALIZAR-REGISTRO-FIRST.
           IF CM-ESTADO NOT = "A" AND CM-ESTADO NOT = "I" THEN
               MOVE "A" TO CM-ESTADO
           IF CM-LIMITE-CREDITO NOT NUMERIC THEN
               MOVE ZERO TO CM-LIMITE-CREDITO
           END-IF.
           IF CM-PLAZO-PAGO NOT NUMERIC THEN
               MOVE ZERO TO CM-PLAZO-PAGO
           END-IF.
           IF CM-EXENTO-INTERES NOT = "S" THEN
               MOVE "N" TO CM-EXENTO-INTERES
           END-IF.
           IF CM-CANAL-ENVIO NOT = "E" THEN
               MOVE "I" TO CM-CANAL-ENVIO
           END-IF.
           IF CM-VENDEDOR-DESDE NOT NUMERIC THEN
               MOVE ZERO TO CM-VENDEDOR-DESDE
           END-IF.
           IF CM-CLIENTE-PADRE NOT NUMERIC THEN
               MOVE ZERO TO CM-CLIENTE-PADRE
           END-IF.
           IF CM-LIMITE-GRUPO NOT NUMERIC THEN
               MOVE ZERO TO CM-LIMITE-GRUPO
           END-IF.
           IF CM-CONSOLIDAR NOT = "S" THEN
               MOVE "N" TO CM-CONSOLIDAR
           END-IF.
           IF CM-CONTACTO = LOW-VALUES THEN
               MOVE SPACES TO CM-CONTACTO
           END-IF.
           IF CM-EMPRESA = SPACES OR CM-EMPRESA = LOW-VALUES THEN
               MOVE "01" TO CM-EMPRESA
           END-IF.

       DESCARGAR-NIVEL.
           OPEN INPUT USUARIO-MASTER.
                       MOVE CM-NUMERO TO WS-CLAVE-VIVA
                       MOVE SPACES TO WS-IMAGEN-VIVA
                       MOVE CUSTOMER-RECORD TO
                           WS-IMAGEN-VIVA(1:143)
                       PERFORM COMPARAR-CONTRA-RESPALDO
               END-READ
           END-PERFORM.
                   WS-RESP-CLAVE(WS-NUM-RESPALDO)
               MOVE SPACES TO WS-RESP-IMAGEN(WS-NUM-RESPALDO)
               MOVE BF-IMAGEN TO
                   WS-RESP-IMAGEN(WS-NUM-RESPALDO)(1:143)
               MOVE "N" TO WS-RESP-VISTO(WS-NUM-RESPALDO)
           END-IF.

