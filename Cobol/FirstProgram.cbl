       FILE SECTION.
       FD  CUSTOMER-MASTER.
       01  CUSTOMER-RECORD.
           COPY CLIENTE.

       FD  CHANGE-LOG-FILE.
       01  CHANGE-LOG-RECORD.
           05 BR-APLICAR-CORRECCION PIC X.
           05 BR-OPERACION PIC X.
           05 BR-LIMITE-CREDITO PIC 9(7)V99.
           05 BR-PLAZO-PAGO PIC 9(3).
           05 BR-EXENTO-INTERES PIC X.
           05 BR-CANAL-ENVIO PIC X.
           05 BR-EMAIL PIC X(40).
           05 BR-MONEDA PIC X(3).

       FD  EXCEPTION-FILE.
       01  EXCEPTION-RECORD.
      *> Operador firmado en el menu; los programas llamados lo
      *> arrastran al historial de corridas.
       01  OPERADOR-ACTUAL PIC X(8) EXTERNAL.
      *> Empresa elegida en el menu (en blanco en lote, la 01): solo
      *> se dan de alta y se mantienen clientes de esa empresa.
       01  EMPRESA-ACTUAL PIC X(2) EXTERNAL.
      *> Parametros para el manejador comun de errores de archivo.
      *> Area de verificacion de umbrales de rechazo.
           01 WS-TC-PROGRAMA PIC X(20) VALUE "FIRSTPROGRAM".
           01 Apellido PIC X(15) VALUE SPACES.
           01 Edad PIC 9(2) VALUE ZEROS.
           01 LimiteCredito PIC 9(7)V99 VALUE ZEROS.
           01 PlazoPago PIC 9(3) VALUE ZEROS.
           01 ExentoInteres PIC X VALUE "N".
           01 CanalEnvio PIC X VALUE "I".
           01 CorreoElectronico PIC X(40) VALUE SPACES.
           01 MonedaFacturacion PIC X(3) VALUE SPACES.
           01 EDAD-MINIMA CONSTANT AS 16.
           01 EDAD-MAXIMA CONSTANT AS 100.
           01 Nombre-Original PIC X(15) VALUE SPACES.
           01 WS-ENQ-RECURSO PIC X(8) VALUE SPACES.
           01 WS-ENQ-FUNCION PIC X VALUE SPACE.
           01 WS-ENQ-RESULTADO PIC X VALUE "N".
      *> Aumentos de limite y reactivaciones no se aplican aqui:
      *> quedan pendientes via PENDSRV hasta que otro operador con
      *> derecho de aprobacion los confirme en APROBAR-CAMBIOS.
           01 WS-LIMITE-ANTERIOR PIC 9(7)V99 VALUE ZERO.
           01 WS-CAMBIO-PENDIENTE.
               COPY CAMBIOAPR.
           01 WS-PENDIENTE-OK PIC X VALUE "N".
           01 WS-EMPRESA-PROGRAMA PIC X(2) VALUE "01".
           01 WS-EMPRESA-CLIENTE PIC X(2) VALUE SPACES.
           01 WS-CLIENTE-AJENO PIC X VALUE "N".
               88 CLIENTE-AJENO VALUE "S".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "FIRST" TO WS-ENQ-RECURSO.
               OPEN EXTEND CHANGE-LOG-FILE
           END-IF.
           OPEN OUTPUT EXCEPTION-FILE.
           IF EMPRESA-ACTUAL NOT = SPACES
                   AND EMPRESA-ACTUAL NOT = LOW-VALUES THEN
               MOVE EMPRESA-ACTUAL TO WS-EMPRESA-PROGRAMA
           END-IF.
           PERFORM CARGAR-MODO-LOTE.
           IF MODO-LOTE THEN
               PERFORM PROCESAR-LOTE
                   INVALID KEY
                       DISPLAY "Cliente no encontrado."
                   NOT INVALID KEY
                       PERFORM MOSTRAR-CLIENTE-EMPRESA
               END-READ
           ELSE
               DISPLAY "Nombre a buscar:"
                   INVALID KEY
                       DISPLAY "Cliente no encontrado."
                   NOT INVALID KEY
                       PERFORM MOSTRAR-CLIENTE-EMPRESA
               END-READ
           END-IF.

      *> Un cliente de otra empresa no se muestra ni se toca desde
      *> esta; el operador lo ve como uno mas que no le pertenece.
       VERIFICAR-EMPRESA-CLIENTE.
           MOVE CM-EMPRESA TO WS-EMPRESA-CLIENTE.
           IF WS-EMPRESA-CLIENTE = SPACES
                   OR WS-EMPRESA-CLIENTE = LOW-VALUES THEN
               MOVE "01" TO WS-EMPRESA-CLIENTE
           END-IF.
           IF WS-EMPRESA-CLIENTE = WS-EMPRESA-PROGRAMA THEN
               MOVE "N" TO WS-CLIENTE-AJENO
           ELSE
               SET CLIENTE-AJENO TO TRUE
           END-IF.

       MOSTRAR-CLIENTE-EMPRESA.
           PERFORM VERIFICAR-EMPRESA-CLIENTE.
           IF CLIENTE-AJENO THEN
               DISPLAY "Cliente de otra empresa."
           ELSE
               PERFORM MOSTRAR-CLIENTE
           END-IF.

       MOSTRAR-CLIENTE.
           IF CLIENTE-INACTIVO THEN
               DISPLAY CM-NUMERO SPACE CM-NOMBRE SPACE CM-APELLIDO
               DISPLAY CM-NUMERO SPACE CM-NOMBRE SPACE CM-APELLIDO
                   SPACE CM-EDAD
           END-IF.
           IF PLAZO-CONTADO THEN
               DISPLAY "  Condicion de pago: contado"
           ELSE
               DISPLAY "  Condicion de pago: neto " CM-PLAZO-PAGO
                   " dias"
           END-IF.
           IF CLIENTE-EXENTO-INTERES THEN
               DISPLAY "  Exento de intereses por mora"
           END-IF.
           IF ENVIO-CORREO THEN
               DISPLAY "  Documentos por correo a " CM-EMAIL
           ELSE
               DISPLAY "  Documentos impresos"
           END-IF.
           IF CM-MONEDA NOT = SPACES THEN
               DISPLAY "  Factura en moneda " CM-MONEDA
           END-IF.
           IF CM-VENDEDOR NOT = SPACES THEN
               DISPLAY "  Vendedor " CM-VENDEDOR " desde "
                   CM-VENDEDOR-DESDE
           END-IF.
           IF CM-CLIENTE-PADRE NUMERIC AND CM-CLIENTE-PADRE > ZERO THEN
               IF CONSOLIDA-EN-MADRE THEN
                   DISPLAY "  Sucursal de " CM-CLIENTE-PADRE
                       ", estados y avisos a la cuenta madre"
               ELSE
                   DISPLAY "  Sucursal de " CM-CLIENTE-PADRE
               END-IF
           END-IF.
           IF CM-LIMITE-GRUPO NUMERIC AND CM-LIMITE-GRUPO > ZERO THEN
               DISPLAY "  Limite de credito del grupo: "
                   CM-LIMITE-GRUPO
           END-IF.
           IF CM-CONTACTO NOT = SPACES THEN
               DISPLAY "  Contacto en directorio " CM-CONTACTO
           END-IF.

       MODIFICAR-CLIENTE.
           DISPLAY "Numero de cliente a modificar:".
               INVALID KEY
                   DISPLAY "Cliente no encontrado."
               NOT INVALID KEY
                   PERFORM VERIFICAR-EMPRESA-CLIENTE
                   IF CLIENTE-AJENO THEN
                       DISPLAY "Cliente de otra empresa."
                       EXIT PARAGRAPH
                   END-IF
                   MOVE CM-NOMBRE TO Nombre-Original
                   MOVE CM-APELLIDO TO Apellido-Original
                   MOVE CM-EDAD TO Edad-Original
                   MOVE CM-LIMITE-CREDITO TO WS-LIMITE-ANTERIOR
                   DISPLAY "Nuevo nombre:"
                   ACCEPT CM-NOMBRE
                   DISPLAY "Nuevo apellido:"
                   DISPLAY "Nuevo limite de credito (0 = sin "
                       "limite):"
                   ACCEPT CM-LIMITE-CREDITO
                   DISPLAY "Nueva condicion de pago en dias (0 = "
                       "contado, 30, 60):"
                   ACCEPT CM-PLAZO-PAGO
                   DISPLAY "Exento de intereses por mora (S/N):"
                   ACCEPT CM-EXENTO-INTERES
                   IF CM-EXENTO-INTERES = "s" THEN
                       MOVE "S" TO CM-EXENTO-INTERES
                   END-IF
                   IF CM-EXENTO-INTERES NOT = "S" THEN
                       MOVE "N" TO CM-EXENTO-INTERES
                   END-IF
                   DISPLAY "Direccion de correo (en blanco = "
                       "documentos impresos):"
                   ACCEPT CM-EMAIL
                   DISPLAY "Documentos por correo (S/N):"
                   ACCEPT CM-CANAL-ENVIO
                   PERFORM NORMALIZAR-CANAL-MAESTRO
                   DISPLAY "Moneda de facturacion (en blanco = "
                       "moneda base):"
                   ACCEPT CM-MONEDA
                   PERFORM RETENER-AUMENTO-LIMITE
                   REWRITE CUSTOMER-RECORD
                       INVALID KEY
                           DISPLAY "No se pudo modificar."
      *> Baja logica: el registro queda inactivo con la fecha del
      *> cambio; la purga fisica es una corrida aparte de
      *> supervisor (FIRST-PURGE).
      *> La respuesta S/N del operador se guarda como canal E/I;
      *> sin direccion de correo el cliente queda en impreso.
       NORMALIZAR-CANAL-MAESTRO.
           IF CM-CANAL-ENVIO = "S" OR CM-CANAL-ENVIO = "s"
                   OR CM-CANAL-ENVIO = "E" THEN
               MOVE "E" TO CM-CANAL-ENVIO
           ELSE
               MOVE "I" TO CM-CANAL-ENVIO
           END-IF.
           IF CM-EMAIL = SPACES THEN
               MOVE "I" TO CM-CANAL-ENVIO
           END-IF.

       ELIMINAR-CLIENTE.
           DISPLAY "Numero de cliente a dar de baja:".
           ACCEPT Numero-Cliente.
               INVALID KEY
                   DISPLAY "Cliente no encontrado."
               NOT INVALID KEY
                   PERFORM VERIFICAR-EMPRESA-CLIENTE
                   IF CLIENTE-AJENO THEN
                       DISPLAY "Cliente de otra empresa."
                       EXIT PARAGRAPH
                   END-IF
                   MOVE CM-NOMBRE TO Nombre-Original
                   MOVE CM-APELLIDO TO Apellido-Original
                   MOVE CM-EDAD TO Edad-Original
           ACCEPT Numero-Cliente.
           PERFORM REINSTALAR-CLIENTE-COMUN.

      *> La reactivacion no se aplica aqui: queda pendiente hasta
      *> que otro operador la apruebe en APROBAR-CAMBIOS.
       REINSTALAR-CLIENTE-COMUN.
           MOVE Numero-Cliente TO CM-NUMERO.
           READ CUSTOMER-MASTER
               INVALID KEY
                   DISPLAY "Cliente no encontrado."
               NOT INVALID KEY
                   PERFORM VERIFICAR-EMPRESA-CLIENTE
                   IF CLIENTE-AJENO THEN
                       DISPLAY "Cliente de otra empresa."
                       EXIT PARAGRAPH
                   END-IF
                   IF NOT CLIENTE-INACTIVO THEN
                       DISPLAY "El cliente " Numero-Cliente
                           " ya esta activo."
                   ELSE
                       INITIALIZE WS-CAMBIO-PENDIENTE
                       MOVE "REACTIVA" TO CA-TIPO
                       MOVE "REACTIVA" TO CA-OPERACION
                       MOVE CM-NUMERO TO CA-CLIENTE
                       PERFORM PEDIR-APROBACION
                   END-IF
           END-READ.

      *> Un limite mas alto (o pasar a sin limite) no se graba: el
      *> maestro conserva el anterior y el aumento queda pendiente
      *> de aprobacion. Bajar el limite o fijarlo a un cliente que
      *> no tenia tope se aplica en el acto.
       RETENER-AUMENTO-LIMITE.
           IF WS-LIMITE-ANTERIOR = ZERO THEN
               EXIT PARAGRAPH
           END-IF.
           IF CM-LIMITE-CREDITO NOT = ZERO
                   AND CM-LIMITE-CREDITO <= WS-LIMITE-ANTERIOR THEN
               EXIT PARAGRAPH
           END-IF.
           INITIALIZE WS-CAMBIO-PENDIENTE.
           MOVE "LIMITE" TO CA-TIPO.
           MOVE "MODIFICA" TO CA-OPERACION.
           MOVE CM-NUMERO TO CA-CLIENTE.
           MOVE WS-LIMITE-ANTERIOR TO CA-VALOR-ANTES.
           MOVE CM-LIMITE-CREDITO TO CA-VALOR-NUEVO.
           MOVE WS-LIMITE-ANTERIOR TO CM-LIMITE-CREDITO.
           PERFORM PEDIR-APROBACION.

       PEDIR-APROBACION.
           MOVE RETURN-CODE TO WS-RC-GUARDA.
           CALL "PENDSRV" USING WS-CAMBIO-PENDIENTE WS-PENDIENTE-OK.
           MOVE WS-RC-GUARDA TO RETURN-CODE.
           IF WS-PENDIENTE-OK = "S" THEN
               DISPLAY "Cliente " CM-NUMERO ": " CA-TIPO
                   " pendiente de aprobacion, cambio " CA-NUMERO "."
           ELSE
               MOVE CM-NUMERO TO ER-NUMERO
               MOVE CA-TIPO TO ER-VALOR-ENTRADO
               MOVE "Operacion" TO ER-CAMPO
               MOVE "No se pudo registrar el pedido" TO ER-MOTIVO
               WRITE EXCEPTION-RECORD
               ADD 1 TO WS-TOTAL-EXCEPCIONES
               DISPLAY "Cliente " CM-NUMERO ": no se pudo registrar "
                   "el pedido de " CA-TIPO "."
           END-IF.

       LISTAR-MAESTRO.
           MOVE ZERO TO WS-TOTAL-LISTADOS.
           MOVE "N" TO WS-FIN-LISTADO.
               READ CUSTOMER-MASTER NEXT RECORD
                   AT END SET FIN-LISTADO TO TRUE
                   NOT AT END
                       PERFORM VERIFICAR-EMPRESA-CLIENTE
                       IF NOT CLIENTE-AJENO THEN
                           PERFORM MOSTRAR-CLIENTE
                           ADD 1 TO WS-TOTAL-LISTADOS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CUSTOMER-MASTER.
               ELSE
                   MOVE ZERO TO LimiteCredito
               END-IF
               IF BR-PLAZO-PAGO NUMERIC THEN
                   MOVE BR-PLAZO-PAGO TO PlazoPago
               ELSE
                   MOVE ZERO TO PlazoPago
               END-IF
               IF BR-EXENTO-INTERES = "S" THEN
                   MOVE "S" TO ExentoInteres
               ELSE
                   MOVE "N" TO ExentoInteres
               END-IF
      *> Sin direccion de correo el cliente queda en impreso aunque
      *> el lote pida correo.
               MOVE BR-EMAIL TO CorreoElectronico
               IF BR-CANAL-ENVIO = "E"
                       AND CorreoElectronico NOT = SPACES THEN
                   MOVE "E" TO CanalEnvio
               ELSE
                   MOVE "I" TO CanalEnvio
               END-IF
      *> Un lote viejo sin moneda deja al cliente en moneda base.
               MOVE BR-MONEDA TO MonedaFacturacion
               IF MonedaFacturacion = LOW-VALUES THEN
                   MOVE SPACES TO MonedaFacturacion
               END-IF
               MOVE BR-APLICAR-CORRECCION TO WS-APLICAR-CORRECCION
               EVALUATE BR-OPERACION
                   WHEN "M" PERFORM MODIFICAR-CLIENTE-LOTE
                   MOVE "Numero de cliente no existe" TO ER-MOTIVO
                   PERFORM REGISTRAR-EXCEPCION-MAESTRO
               NOT INVALID KEY
                   PERFORM VERIFICAR-EMPRESA-CLIENTE
                   IF CLIENTE-AJENO THEN
                       MOVE "Cliente de otra empresa" TO ER-MOTIVO
                       PERFORM REGISTRAR-EXCEPCION-MAESTRO
                       EXIT PARAGRAPH
                   END-IF
                   MOVE CM-NOMBRE TO Nombre-Original
                   MOVE CM-APELLIDO TO Apellido-Original
                   MOVE CM-EDAD TO Edad-Original
                   MOVE CM-LIMITE-CREDITO TO WS-LIMITE-ANTERIOR
                   MOVE Nombre TO CM-NOMBRE
                   MOVE Apellido TO CM-APELLIDO
                   MOVE Edad TO CM-EDAD
                   MOVE LimiteCredito TO CM-LIMITE-CREDITO
                   MOVE PlazoPago TO CM-PLAZO-PAGO
                   MOVE ExentoInteres TO CM-EXENTO-INTERES
                   MOVE CanalEnvio TO CM-CANAL-ENVIO
                   MOVE CorreoElectronico TO CM-EMAIL
                   MOVE MonedaFacturacion TO CM-MONEDA
                   PERFORM RETENER-AUMENTO-LIMITE
                   REWRITE CUSTOMER-RECORD
                       INVALID KEY
                           DISPLAY "No se pudo modificar "
                   MOVE "Numero de cliente no existe" TO ER-MOTIVO
                   PERFORM REGISTRAR-EXCEPCION-MAESTRO
               NOT INVALID KEY
                   PERFORM VERIFICAR-EMPRESA-CLIENTE
                   IF CLIENTE-AJENO THEN
                       MOVE "Cliente de otra empresa" TO ER-MOTIVO
                       PERFORM REGISTRAR-EXCEPCION-MAESTRO
                       EXIT PARAGRAPH
                   END-IF
                   MOVE CM-NOMBRE TO Nombre-Original
                   MOVE CM-APELLIDO TO Apellido-Original
                   MOVE CM-EDAD TO Edad-Original
           PERFORM SolicitarEdad.
           DISPLAY "Limite de credito (0 = sin limite):".
           ACCEPT LimiteCredito.
           DISPLAY "Condicion de pago en dias (0 = contado, 30, 60):".
           ACCEPT PlazoPago.
           DISPLAY "Exento de intereses por mora (S/N):".
           ACCEPT ExentoInteres.
           IF ExentoInteres = "s" THEN
               MOVE "S" TO ExentoInteres
           END-IF.
           IF ExentoInteres NOT = "S" THEN
               MOVE "N" TO ExentoInteres
           END-IF.
           DISPLAY "Direccion de correo (en blanco = documentos "
               "impresos):".
           ACCEPT CorreoElectronico.
           MOVE "I" TO CanalEnvio.
           IF CorreoElectronico NOT = SPACES THEN
               DISPLAY "Documentos por correo (S/N):"
               ACCEPT CanalEnvio
               IF CanalEnvio = "S" OR CanalEnvio = "s" THEN
                   MOVE "E" TO CanalEnvio
               ELSE
                   MOVE "I" TO CanalEnvio
               END-IF
           END-IF.
           DISPLAY "Moneda de facturacion (en blanco = moneda "
               "base):".
           ACCEPT MonedaFacturacion.
           DISPLAY "Aplicar correccion de datos (S/N):".
           ACCEPT WS-APLICAR-CORRECCION.

                       DISPLAY "Cliente " Numero-Cliente
                           " no encontrado."
                   NOT INVALID KEY
                       PERFORM VERIFICAR-EMPRESA-CLIENTE
                       IF CLIENTE-AJENO THEN
                           DISPLAY "Cliente " Numero-Cliente
                               " de otra empresa."
                       ELSE
                           DISPLAY "Cliente existente: " CM-NUMERO
                               SPACE CM-NOMBRE SPACE CM-APELLIDO
                               SPACE CM-EDAD
                       END-IF
               END-READ
           ELSE
               PERFORM ASIGNAR-NUMERO-CLIENTE
               MOVE "A" TO CM-ESTADO
               MOVE FUNCTION CURRENT-DATE(1:8) TO CM-FECHA-ESTADO
               MOVE LimiteCredito TO CM-LIMITE-CREDITO
               MOVE PlazoPago TO CM-PLAZO-PAGO
               MOVE ExentoInteres TO CM-EXENTO-INTERES
               MOVE CanalEnvio TO CM-CANAL-ENVIO
               MOVE CorreoElectronico TO CM-EMAIL
               MOVE MonedaFacturacion TO CM-MONEDA
               MOVE SPACES TO CM-VENDEDOR
               MOVE ZERO TO CM-VENDEDOR-DESDE
               MOVE ZERO TO CM-CLIENTE-PADRE
               MOVE ZERO TO CM-LIMITE-GRUPO
               MOVE "N" TO CM-CONSOLIDAR
               MOVE SPACES TO CM-CONTACTO
               MOVE WS-EMPRESA-PROGRAMA TO CM-EMPRESA
               WRITE CUSTOMER-RECORD
                   INVALID KEY
                       MOVE "Numero de cliente duplicado" TO ER-MOTIVO
