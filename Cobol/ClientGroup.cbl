      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRUPO-MANTO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO "data/first-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-NUMERO
               ALTERNATE RECORD KEY IS CM-NOMBRE WITH DUPLICATES
               FILE STATUS IS WS-ESTADO-CLIENTES.
           SELECT GROUP-LOG-FILE ASSIGN TO "data/grupos-cambios.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-LOG.
           SELECT RUN-HISTORY-LOG ASSIGN TO "data/run-history.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-HIST.
       DATA DIVISION.
       FILE SECTION.
      *> Maestro de clientes de FIRSTPROGRAM: el vinculo con la
      *> cuenta madre, el tope del grupo y la consolidacion viven en
      *> el cliente y se actualizan bajo el candado del maestro.
       FD  CUSTOMER-MASTER.
       01  CUSTOMER-RECORD.
           COPY CLIENTE.

      *> Pista de auditoria de los grupos, como first-cambios.log:
      *> valores anteriores y nuevos de cada cambio.
       FD  GROUP-LOG-FILE.
       01  GROUP-LOG-RECORD.
           05 GL-FECHA-HORA PIC X(15).
           05 GL-OPERADOR PIC X(8).
           05 GL-OPERACION PIC X(8).
           05 GL-CLIENTE PIC 9(6).
           05 GL-PADRE-ANTERIOR PIC 9(6).
           05 GL-PADRE-NUEVO PIC 9(6).
           05 GL-LIMITE-ANTERIOR PIC 9(7)V99.
           05 GL-LIMITE-NUEVO PIC 9(7)V99.
           05 GL-CONSOLIDAR-ANTERIOR PIC X.
           05 GL-CONSOLIDAR-NUEVO PIC X.

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
           01 WS-ESTADO-LOG PIC XX VALUE "00".
               88 LOG-OK VALUE "00".
           01 WS-OPCION PIC X VALUE SPACE.
               88 MANTO-VINCULAR VALUE "V".
               88 MANTO-DESVINCULAR VALUE "D".
               88 MANTO-TOPE VALUE "T".
               88 MANTO-CONSOLIDAR VALUE "C".
               88 MANTO-CONSULTA VALUE "Q".
               88 MANTO-SALIR VALUE "S".
           01 WS-FIN-LISTADO PIC X VALUE "N".
               88 FIN-LISTADO VALUE "S".
           01 WS-OPERADOR PIC X(8) VALUE SPACES.
           01 WS-CLIENTE PIC 9(6) VALUE ZERO.
           01 WS-PADRE PIC 9(6) VALUE ZERO.
      *> Empresa de la cuenta madre y de la sucursal (blanco = 01):
      *> un grupo no cruza empresas.
           01 WS-EMPRESA-PADRE PIC X(2) VALUE SPACES.
           01 WS-EMPRESA-SUCURSAL PIC X(2) VALUE SPACES.
           01 WS-LIMITE-GRUPO PIC 9(7)V99 VALUE ZERO.
           01 WS-CONSOLIDAR PIC X VALUE "N".
           01 WS-DATOS-VALIDOS PIC X VALUE "N".
               88 DATOS-VALIDOS VALUE "S".
           01 WS-MAESTRO-ABIERTO PIC X VALUE "N".
               88 MAESTRO-ABIERTO VALUE "S".
           01 WS-TOTAL-SUCURSALES PIC 9(6) VALUE ZERO.
           01 WS-SUMA-LIMITES PIC 9(9)V99 VALUE ZERO.
           01 WS-MONTO-EDIT PIC Z(8)9.99.
      *> Valores del cliente antes del cambio, para el log.
           01 WS-PADRE-ANTERIOR PIC 9(6) VALUE ZERO.
           01 WS-LIMITE-ANTERIOR PIC 9(7)V99 VALUE ZERO.
           01 WS-CONSOLIDAR-ANTERIOR PIC X VALUE SPACE.
      *> Candado compartido del maestro de clientes, tomado via
      *> ENQUEUE solo mientras se actualiza el grupo.
           01 WS-ENQ-PROGRAMA PIC X(20) VALUE "GRUPO-MANTO".
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
           MOVE SPACE TO WS-OPCION.
           OPEN EXTEND GROUP-LOG-FILE.
           IF NOT LOG-OK THEN
               OPEN OUTPUT GROUP-LOG-FILE
               CLOSE GROUP-LOG-FILE
               OPEN EXTEND GROUP-LOG-FILE
           END-IF.
           PERFORM MOSTRAR-MENU UNTIL MANTO-SALIR.
           CLOSE GROUP-LOG-FILE.
           PERFORM REGISTRAR-HISTORIAL.
           GOBACK.

       MOSTRAR-MENU.
           DISPLAY "Grupos de clientes: V-Vincular sucursal "
               "D-Desvincular T-Tope del grupo C-Consolidacion "
               "Q-Consulta S-Salir".
           ACCEPT WS-OPCION.
           EVALUATE TRUE
               WHEN MANTO-VINCULAR
                   PERFORM VINCULAR-SUCURSAL
               WHEN MANTO-DESVINCULAR
                   PERFORM DESVINCULAR-SUCURSAL
               WHEN MANTO-TOPE
                   PERFORM FIJAR-TOPE-GRUPO
               WHEN MANTO-CONSOLIDAR
                   PERFORM CAMBIAR-CONSOLIDACION
               WHEN MANTO-CONSULTA
                   PERFORM CONSULTAR-GRUPO
               WHEN MANTO-SALIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Operacion invalida."
           END-EVALUATE.

      *> Un solo nivel: la cuenta madre no puede ser sucursal de
      *> otra, y una cuenta con sucursales no puede pasar a ser
      *> sucursal. Madre y sucursal deben ser de la misma empresa.
       VINCULAR-SUCURSAL.
           DISPLAY "Cliente sucursal:".
           ACCEPT WS-CLIENTE.
           DISPLAY "Cuenta madre:".
           ACCEPT WS-PADRE.
           DISPLAY "Estados y avisos a la cuenta madre (S/N):".
           ACCEPT WS-CONSOLIDAR.
           IF WS-CONSOLIDAR NOT = "S" THEN
               MOVE "N" TO WS-CONSOLIDAR
           END-IF.
           IF WS-CLIENTE = ZERO OR WS-PADRE = ZERO
                   OR WS-CLIENTE = WS-PADRE THEN
               DISPLAY "Sucursal y cuenta madre deben ser clientes "
                   "distintos."
               EXIT PARAGRAPH
           END-IF.
           PERFORM ABRIR-MAESTRO-ACTUALIZAR.
           IF NOT MAESTRO-ABIERTO THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-DATOS-VALIDOS.
           MOVE WS-PADRE TO CM-NUMERO.
           READ CUSTOMER-MASTER
               INVALID KEY
                   DISPLAY "Cuenta madre no existe en el maestro."
               NOT INVALID KEY
                   IF CM-CLIENTE-PADRE NUMERIC
                           AND CM-CLIENTE-PADRE > ZERO THEN
                       DISPLAY "La cuenta madre es a su vez sucursal "
                           "de " CM-CLIENTE-PADRE "."
                   ELSE
                       IF NOT CLIENTE-ACTIVO THEN
                           DISPLAY "La cuenta madre esta inactiva."
                       ELSE
                           SET DATOS-VALIDOS TO TRUE
                       END-IF
                   END-IF
                   MOVE CM-EMPRESA TO WS-EMPRESA-PADRE
           END-READ.
           IF WS-EMPRESA-PADRE = SPACES
                   OR WS-EMPRESA-PADRE = LOW-VALUES THEN
               MOVE "01" TO WS-EMPRESA-PADRE
           END-IF.
           IF DATOS-VALIDOS THEN
               MOVE WS-CLIENTE TO WS-PADRE-ANTERIOR
               PERFORM CONTAR-SUCURSALES
               IF WS-TOTAL-SUCURSALES > ZERO THEN
                   DISPLAY "El cliente " WS-CLIENTE " es cuenta "
                       "madre de " WS-TOTAL-SUCURSALES
                       " sucursales, no puede ser sucursal."
                   MOVE "N" TO WS-DATOS-VALIDOS
               END-IF
           END-IF.
           IF DATOS-VALIDOS THEN
               PERFORM LEER-CLIENTE-ACTUALIZAR
           END-IF.
           IF DATOS-VALIDOS THEN
               MOVE CM-EMPRESA TO WS-EMPRESA-SUCURSAL
               IF WS-EMPRESA-SUCURSAL = SPACES
                       OR WS-EMPRESA-SUCURSAL = LOW-VALUES THEN
                   MOVE "01" TO WS-EMPRESA-SUCURSAL
               END-IF
               IF WS-EMPRESA-SUCURSAL NOT = WS-EMPRESA-PADRE THEN
                   DISPLAY "El cliente " WS-CLIENTE " es de la "
                       "empresa " WS-EMPRESA-SUCURSAL " y la cuenta "
                       "madre de la " WS-EMPRESA-PADRE
                       ", no se vinculan."
                   MOVE "N" TO WS-DATOS-VALIDOS
               END-IF
           END-IF.
           IF DATOS-VALIDOS THEN
               MOVE WS-PADRE TO CM-CLIENTE-PADRE
               MOVE WS-CONSOLIDAR TO CM-CONSOLIDAR
               MOVE "VINCULA" TO GL-OPERACION
               PERFORM GRABAR-CAMBIO-GRUPO
           END-IF.
           PERFORM CERRAR-MAESTRO-ACTUALIZAR.

       DESVINCULAR-SUCURSAL.
           DISPLAY "Cliente sucursal:".
           ACCEPT WS-CLIENTE.
           PERFORM ABRIR-MAESTRO-ACTUALIZAR.
           IF NOT MAESTRO-ABIERTO THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM LEER-CLIENTE-ACTUALIZAR.
           IF DATOS-VALIDOS AND WS-PADRE-ANTERIOR = ZERO THEN
               DISPLAY "El cliente no es sucursal de ningun grupo."
               MOVE "N" TO WS-DATOS-VALIDOS
           END-IF.
           IF DATOS-VALIDOS THEN
               MOVE ZERO TO CM-CLIENTE-PADRE
               MOVE "N" TO CM-CONSOLIDAR
               MOVE "DESVINC" TO GL-OPERACION
               PERFORM GRABAR-CAMBIO-GRUPO
           END-IF.
           PERFORM CERRAR-MAESTRO-ACTUALIZAR.

      *> El tope del grupo se fija en la cuenta madre; cero deja al
      *> grupo sin tope propio (rige solo el limite de cada
      *> cliente).
       FIJAR-TOPE-GRUPO.
           DISPLAY "Cuenta madre:".
           ACCEPT WS-CLIENTE.
           DISPLAY "Limite de credito del grupo (0 = sin tope):".
           ACCEPT WS-LIMITE-GRUPO.
           IF WS-LIMITE-GRUPO NOT NUMERIC THEN
               DISPLAY "Limite invalido."
               EXIT PARAGRAPH
           END-IF.
           PERFORM ABRIR-MAESTRO-ACTUALIZAR.
           IF NOT MAESTRO-ABIERTO THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM LEER-CLIENTE-ACTUALIZAR.
           IF DATOS-VALIDOS AND WS-PADRE-ANTERIOR > ZERO THEN
               DISPLAY "El cliente es sucursal de "
                   WS-PADRE-ANTERIOR ", el tope va en la cuenta "
                   "madre."
               MOVE "N" TO WS-DATOS-VALIDOS
           END-IF.
           IF DATOS-VALIDOS THEN
               MOVE WS-LIMITE-GRUPO TO CM-LIMITE-GRUPO
               MOVE "TOPE" TO GL-OPERACION
               PERFORM GRABAR-CAMBIO-GRUPO
           END-IF.
           PERFORM CERRAR-MAESTRO-ACTUALIZAR.

       CAMBIAR-CONSOLIDACION.
           DISPLAY "Cliente sucursal:".
           ACCEPT WS-CLIENTE.
           DISPLAY "Estados y avisos a la cuenta madre (S/N):".
           ACCEPT WS-CONSOLIDAR.
           IF WS-CONSOLIDAR NOT = "S" THEN
               MOVE "N" TO WS-CONSOLIDAR
           END-IF.
           PERFORM ABRIR-MAESTRO-ACTUALIZAR.
           IF NOT MAESTRO-ABIERTO THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM LEER-CLIENTE-ACTUALIZAR.
           IF DATOS-VALIDOS AND WS-PADRE-ANTERIOR = ZERO THEN
               DISPLAY "El cliente no es sucursal, no hay a donde "
                   "consolidar."
               MOVE "N" TO WS-DATOS-VALIDOS
           END-IF.
           IF DATOS-VALIDOS THEN
               MOVE WS-CONSOLIDAR TO CM-CONSOLIDAR
               MOVE "CONSOLID" TO GL-OPERACION
               PERFORM GRABAR-CAMBIO-GRUPO
           END-IF.
           PERFORM CERRAR-MAESTRO-ACTUALIZAR.

      *> Cuenta madre con su tope, y sus sucursales con el limite
      *> propio de cada una.
       CONSULTAR-GRUPO.
           DISPLAY "Cliente (madre o sucursal):".
           ACCEPT WS-CLIENTE.
           OPEN INPUT CUSTOMER-MASTER.
           IF NOT CLIENTES-OK THEN
               DISPLAY "No se pudo abrir el maestro de clientes, "
                   "estado " WS-ESTADO-CLIENTES "."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CLIENTE TO CM-NUMERO.
           READ CUSTOMER-MASTER
               INVALID KEY
                   DISPLAY "Cliente no existe en el maestro."
                   CLOSE CUSTOMER-MASTER
                   EXIT PARAGRAPH
           END-READ.
           IF CM-CLIENTE-PADRE NUMERIC AND CM-CLIENTE-PADRE > ZERO THEN
               MOVE CM-CLIENTE-PADRE TO WS-PADRE
               MOVE WS-PADRE TO CM-NUMERO
               READ CUSTOMER-MASTER
                   INVALID KEY
                       DISPLAY "Cuenta madre " WS-PADRE
                           " no existe en el maestro."
                       CLOSE CUSTOMER-MASTER
                       EXIT PARAGRAPH
               END-READ
           ELSE
               MOVE WS-CLIENTE TO WS-PADRE
           END-IF.
           IF CM-LIMITE-GRUPO NOT NUMERIC THEN
               MOVE ZERO TO CM-LIMITE-GRUPO
           END-IF.
           MOVE CM-LIMITE-GRUPO TO WS-MONTO-EDIT.
           DISPLAY "Cuenta madre " CM-NUMERO " "
               FUNCTION TRIM(CM-NOMBRE) " "
               FUNCTION TRIM(CM-APELLIDO)
               "  tope del grupo " WS-MONTO-EDIT.
           MOVE WS-PADRE TO WS-PADRE-ANTERIOR.
           PERFORM LISTAR-SUCURSALES.
           CLOSE CUSTOMER-MASTER.
           MOVE WS-SUMA-LIMITES TO WS-MONTO-EDIT.
           DISPLAY "Sucursales: " WS-TOTAL-SUCURSALES
               "  suma de limites propios " WS-MONTO-EDIT.

      *> Sucursales de WS-PADRE-ANTERIOR, recorriendo el maestro.
       CONTAR-SUCURSALES.
           MOVE ZERO TO WS-TOTAL-SUCURSALES.
           MOVE ZERO TO WS-SUMA-LIMITES.
           MOVE "N" TO WS-FIN-LISTADO.
           MOVE ZERO TO CM-NUMERO.
           START CUSTOMER-MASTER KEY >= CM-NUMERO
               INVALID KEY SET FIN-LISTADO TO TRUE
           END-START.
           PERFORM UNTIL FIN-LISTADO
               READ CUSTOMER-MASTER NEXT RECORD
                   AT END SET FIN-LISTADO TO TRUE
                   NOT AT END
                       IF CM-CLIENTE-PADRE NUMERIC
                               AND CM-CLIENTE-PADRE =
                                   WS-PADRE-ANTERIOR THEN
                           ADD 1 TO WS-TOTAL-SUCURSALES
                           IF CM-LIMITE-CREDITO NUMERIC THEN
                               ADD CM-LIMITE-CREDITO TO
                                   WS-SUMA-LIMITES
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       LISTAR-SUCURSALES.
           MOVE ZERO TO WS-TOTAL-SUCURSALES.
           MOVE ZERO TO WS-SUMA-LIMITES.
           MOVE "N" TO WS-FIN-LISTADO.
           MOVE ZERO TO CM-NUMERO.
           START CUSTOMER-MASTER KEY >= CM-NUMERO
               INVALID KEY SET FIN-LISTADO TO TRUE
           END-START.
           PERFORM UNTIL FIN-LISTADO
               READ CUSTOMER-MASTER NEXT RECORD
                   AT END SET FIN-LISTADO TO TRUE
                   NOT AT END
                       IF CM-CLIENTE-PADRE NUMERIC
                               AND CM-CLIENTE-PADRE =
                                   WS-PADRE-ANTERIOR THEN
                           ADD 1 TO WS-TOTAL-SUCURSALES
                           IF CM-LIMITE-CREDITO NOT NUMERIC THEN
                               MOVE ZERO TO CM-LIMITE-CREDITO
                           END-IF
                           ADD CM-LIMITE-CREDITO TO WS-SUMA-LIMITES
                           MOVE CM-LIMITE-CREDITO TO WS-MONTO-EDIT
                           DISPLAY "  " CM-NUMERO " "
                               FUNCTION TRIM(CM-NOMBRE) " "
                               FUNCTION TRIM(CM-APELLIDO)
                               "  limite " WS-MONTO-EDIT
                               "  consolida " CM-CONSOLIDAR
                               "  estado " CM-ESTADO
                       END-IF
               END-READ
           END-PERFORM.

       ABRIR-MAESTRO-ACTUALIZAR.
           MOVE "N" TO WS-MAESTRO-ABIERTO.
           PERFORM ADQUIRIR-CANDADO-MAESTRO.
           IF WS-ENQ-RESULTADO NOT = "S" THEN
               DISPLAY "Maestro de clientes tomado por otro "
                   "proceso, intente mas tarde."
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O CUSTOMER-MASTER.
           IF NOT CLIENTES-OK THEN
               DISPLAY "No se pudo abrir el maestro de clientes, "
                   "estado " WS-ESTADO-CLIENTES "."
               PERFORM LIBERAR-CANDADO-MAESTRO
               EXIT PARAGRAPH
           END-IF.
           SET MAESTRO-ABIERTO TO TRUE.

       CERRAR-MAESTRO-ACTUALIZAR.
           IF MAESTRO-ABIERTO THEN
               CLOSE CUSTOMER-MASTER
               PERFORM LIBERAR-CANDADO-MAESTRO
               MOVE "N" TO WS-MAESTRO-ABIERTO
           END-IF.

      *> Lee WS-CLIENTE y guarda sus valores de grupo actuales; un
      *> registro anterior a los grupos los trae en blanco.
       LEER-CLIENTE-ACTUALIZAR.
           MOVE "N" TO WS-DATOS-VALIDOS.
           MOVE WS-CLIENTE TO CM-NUMERO.
           READ CUSTOMER-MASTER
               INVALID KEY
                   DISPLAY "Cliente no existe en el maestro."
                   EXIT PARAGRAPH
           END-READ.
           IF CM-CLIENTE-PADRE NOT NUMERIC THEN
               MOVE ZERO TO CM-CLIENTE-PADRE
           END-IF.
           IF CM-LIMITE-GRUPO NOT NUMERIC THEN
               MOVE ZERO TO CM-LIMITE-GRUPO
           END-IF.
           IF CM-CONSOLIDAR NOT = "S" THEN
               MOVE "N" TO CM-CONSOLIDAR
           END-IF.
           MOVE CM-CLIENTE-PADRE TO WS-PADRE-ANTERIOR.
           MOVE CM-LIMITE-GRUPO TO WS-LIMITE-ANTERIOR.
           MOVE CM-CONSOLIDAR TO WS-CONSOLIDAR-ANTERIOR.
           SET DATOS-VALIDOS TO TRUE.

       GRABAR-CAMBIO-GRUPO.
           REWRITE CUSTOMER-RECORD
               INVALID KEY
                   DISPLAY "No se pudo actualizar el cliente."
                   EXIT PARAGRAPH
           END-REWRITE.
           MOVE FUNCTION CURRENT-DATE(1:15) TO GL-FECHA-HORA.
           MOVE WS-OPERADOR TO GL-OPERADOR.
           MOVE CM-NUMERO TO GL-CLIENTE.
           MOVE WS-PADRE-ANTERIOR TO GL-PADRE-ANTERIOR.
           MOVE CM-CLIENTE-PADRE TO GL-PADRE-NUEVO.
           MOVE WS-LIMITE-ANTERIOR TO GL-LIMITE-ANTERIOR.
           MOVE CM-LIMITE-GRUPO TO GL-LIMITE-NUEVO.
           MOVE WS-CONSOLIDAR-ANTERIOR TO GL-CONSOLIDAR-ANTERIOR.
           MOVE CM-CONSOLIDAR TO GL-CONSOLIDAR-NUEVO.
           WRITE GROUP-LOG-RECORD.
           DISPLAY "Cliente " CM-NUMERO " actualizado: madre "
               CM-CLIENTE-PADRE " tope " CM-LIMITE-GRUPO
               " consolida " CM-CONSOLIDAR.

       ADQUIRIR-CANDADO-MAESTRO.
           MOVE "A" TO WS-ENQ-FUNCION.
           MOVE RETURN-CODE TO WS-RC-GUARDA.
           CALL "ENQUEUE" USING WS-ENQ-PROGRAMA WS-ENQ-RECURSO
               WS-ENQ-FUNCION WS-ENQ-RESULTADO.
           MOVE WS-RC-GUARDA TO RETURN-CODE.

       LIBERAR-CANDADO-MAESTRO.
           MOVE "R" TO WS-ENQ-FUNCION.
           MOVE RETURN-CODE TO WS-RC-GUARDA.
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
           MOVE "GRUPO-MANTO" TO RH-PROGRAMA.
           MOVE FUNCTION CURRENT-DATE(1:15) TO RH-FECHA-HORA.
           IF RETURN-CODE = 0 THEN
               MOVE "OK" TO RH-RESULTADO
           ELSE
               MOVE "CON AVISOS" TO RH-RESULTADO
           END-IF.
           MOVE WS-OPERADOR TO RH-OPERADOR.
           WRITE RUN-HISTORY-RECORD.
           CLOSE RUN-HISTORY-LOG.
       END PROGRAM GRUPO-MANTO.
