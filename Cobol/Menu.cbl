                   "data/clave-caducidad.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CADUCIDAD.
           SELECT RULES-CONFIG-FILE ASSIGN TO "data/clave-reglas.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-REGLAS.
           SELECT PENDING-CHANGE-FILE ASSIGN TO
                   "data/cambios-pendientes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-PENDIENTES.
       DATA DIVISION.
       FILE SECTION.
      *> Los intentos fallidos persisten entre sesiones; el
      *> supervisor esta autorizado a desbloquear.
       FD  OPERATOR-FILE.
       01  OPERATOR-RECORD.
           COPY OPERADOR.

      *> AL-CLIENTE: cliente consultado en la consulta integral
      *> (cero en los demas eventos y en los registros viejos).
       FD  ACTIVITY-LOG-FILE.
       01  ACTIVITY-LOG-RECORD.
           05 AL-FECHA-HORA PIC X(15).
           05 AL-OPERADOR PIC X(8).
           05 AL-OPCION PIC 9(2).
           05 AL-EVENTO PIC X(10).
           05 AL-CLIENTE PIC 9(6).
      *> Empresa en la que trabajaba el operador (en blanco antes de
      *> elegirla y en los registros viejos).
           05 AL-EMPRESA PIC X(2).

      *> Mismo layout que data/alertas.dat de THRESHCHK, con
      *> prefijo propio porque la bitacora del menu ya usa AL-.
       01  EXPIRY-CONFIG-RECORD.
           05 CD-DIAS-VIGENCIA PIC 9(3).

      *> Largo minimo de una clave nueva.
       FD  RULES-CONFIG-FILE.
       01  RULES-CONFIG-RECORD.
           05 CR-LARGO-MINIMO PIC 9.

      *> Cambios sensibles de datos maestros a la espera de un
      *> segundo operador (los aplica APROBAR-CAMBIOS).
       FD  PENDING-CHANGE-FILE.
       01  PENDING-CHANGE-RECORD.
           COPY CAMBIOAPR.

       WORKING-STORAGE SECTION.
      *> Operador firmado; los programas llamados lo arrastran al
      *> historial de corridas.
       01  OPERADOR-ACTUAL PIC X(8) EXTERNAL.
      *> Empresa elegida al firmar. FIRSTPROGRAM, AR-DISPUTAS,
      *> GL-LEDGER, CLIENTE-360 y APROBAR-CAMBIOS solo muestran y
      *> mantienen datos de ella; los demas no la miran.
       01  EMPRESA-ACTUAL PIC X(2) EXTERNAL.
           01 WS-ESTADO-OPERADORES PIC XX VALUE "00".
               88 OPERADORES-OK VALUE "00".
           01 WS-ESTADO-ACTIVIDAD PIC XX VALUE "00".
           01 WS-INTENTOS PIC 9 VALUE ZERO.
           01 INTENTOS-MAXIMOS CONSTANT AS 3.
           01 WS-DIAS-VIGENCIA PIC 9(3) VALUE 90.
           01 WS-ESTADO-REGLAS PIC XX VALUE "00".
               88 REGLAS-OK VALUE "00".
           01 WS-LARGO-MINIMO PIC 9 VALUE 6.
           01 WS-ESPACIOS-CLAVE PIC 9 VALUE ZERO.
           01 WS-LARGO-CLAVE PIC 9 VALUE ZERO.
           01 WS-CLAVE-REPETIDA PIC X VALUE "N".
               88 CLAVE-REPETIDA VALUE "S".
           01 WS-IDX-HIST PIC 9 VALUE ZERO.
           01 WS-FUNCION-CLAVE PIC X(8) VALUE SPACES.
           01 WS-RESULTADO-CLAVE PIC X VALUE "N".
           01 WS-SAL-EXAMEN PIC X(8) VALUE SPACES.
           01 WS-HASH-EXAMEN PIC X(32) VALUE SPACES.
           01 WS-HISTORIA-EXAMEN.
               05 WS-HISTORIA OCCURS 3 TIMES.
                   10 WS-HIST-SAL PIC X(8).
                   10 WS-HIST-HASH PIC X(32).
           01 WS-FECHA-HOY PIC 9(8) VALUE ZERO.
           01 WS-DIAS-CLAVE PIC S9(5) VALUE ZERO.
           01 WS-FIRMADO PIC X VALUE "N".
                   10 WS-OPER-INTENTOS PIC 9.
                   10 WS-OPER-BLOQUEADO PIC X.
                   10 WS-OPER-SUPERVISOR PIC X.
                   10 WS-OPER-SAL PIC X(8).
                   10 WS-OPER-HASH PIC X(32).
                   10 WS-OPER-HISTORIA PIC X(120).
                   10 WS-OPER-EMPRESAS PIC X(10).
           01 WS-ID-DESBLOQUEO PIC X(8) VALUE SPACES.
           01 WS-ESTADO-ALERTAS PIC XX VALUE "00".
               88 ALERTAS-OK VALUE "00".
           01 WS-FIN-ALERTAS PIC X VALUE "N".
               88 FIN-ALERTAS VALUE "S".
           01 WS-ALERTAS-PENDIENTES PIC 9(4) VALUE ZERO.
           01 WS-ESTADO-PENDIENTES PIC XX VALUE "00".
               88 PENDIENTES-OK VALUE "00".
           01 WS-FIN-PENDIENTES PIC X VALUE "N".
               88 FIN-PENDIENTES VALUE "S".
           01 WS-CAMBIOS-PENDIENTES PIC 9(4) VALUE ZERO.
           01 WS-ESTADO-COLA PIC XX VALUE "00".
               88 COLA-OK VALUE "00".
           01 WS-FIN-COLA PIC X VALUE "N".
           01 WS-PROGRAMA-SUBMIT PIC X(20) VALUE SPACES.
           01 WS-PARAMETROS-SUBMIT PIC X(30) VALUE SPACES.
           01 WS-ULTIMA-SECUENCIA PIC 9(4) VALUE ZERO.
           01 WS-CLIENTE-CONSULTA PIC 9(6) VALUE ZERO.
           01 WS-CLIENTE-ACTIVIDAD PIC 9(6) VALUE ZERO.
      *> La consulta integral muestra datos de clientes: pide la
      *> misma autorizacion que el mantenimiento de clientes.
           01 OPCION-CLIENTES CONSTANT AS 2.
      *> Empresas autorizadas al operador firmado, de a dos
      *> caracteres, y la que elige para la sesion.
           01 WS-EMPRESAS-OPERADOR.
               05 WS-EMPRESA-AUTORIZADA PIC X(2) OCCURS 5 TIMES.
           01 WS-IDX-EMP PIC 9 VALUE ZERO.
           01 WS-NUM-EMP-AUTORIZADAS PIC 9 VALUE ZERO.
           01 WS-EMPRESA-ENTRADA PIC X(2) VALUE SPACES.
           01 WS-EMPRESA-ELEGIDA PIC X VALUE "N".
               88 EMPRESA-ELEGIDA VALUE "S".
           01 WS-ES-FUNCION PIC X(8) VALUE SPACES.
           01 WS-ES-NUMERO PIC 9(6) VALUE ZERO.
           01 WS-ES-ARCHIVO PIC X(40) VALUE SPACES.
           01 WS-ES-DATOS.
               COPY EMPRESA REPLACING LEADING ==EM-== BY ==WS-ES-==.
           01 WS-ES-RESULTADO PIC X VALUE "N".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY.
           PERFORM CARGAR-CADUCIDAD.
           PERFORM CARGAR-REGLAS-CLAVE.
           PERFORM CARGAR-OPERADORES.
           PERFORM FIRMAR-OPERADOR
               UNTIL FIRMADO OR WS-INTENTOS >= INTENTOS-MAXIMOS.
               STOP RUN
           END-IF.
           PERFORM VERIFICAR-CADUCIDAD.
           PERFORM ELEGIR-EMPRESA.
           PERFORM AVISAR-ALERTAS-PENDIENTES.
           PERFORM AVISAR-CAMBIOS-PENDIENTES.
           PERFORM MOSTRAR-MENU UNTIL WS-OPCION = 99.
           MOVE SPACES TO OPERADOR-ACTUAL.
           MOVE SPACES TO EMPRESA-ACTUAL.
           STOP RUN.

       CARGAR-CADUCIDAD.
               CLOSE EXPIRY-CONFIG-FILE
           END-IF.

       CARGAR-REGLAS-CLAVE.
           OPEN INPUT RULES-CONFIG-FILE.
           IF REGLAS-OK THEN
               READ RULES-CONFIG-FILE
                   NOT AT END
                       IF CR-LARGO-MINIMO NUMERIC
                               AND CR-LARGO-MINIMO > ZERO THEN
                           MOVE CR-LARGO-MINIMO TO WS-LARGO-MINIMO
                       END-IF
               END-READ
               CLOSE RULES-CONFIG-FILE
           END-IF.

       CARGAR-OPERADORES.
           MOVE ZERO TO WS-NUM-OPERADORES.
           MOVE "N" TO WS-FIN-OPERADORES.
                               WS-OPER-BLOQUEADO(WS-NUM-OPERADORES)
                           MOVE OP-SUPERVISOR TO
                               WS-OPER-SUPERVISOR(WS-NUM-OPERADORES)
                           MOVE OP-SAL TO
                               WS-OPER-SAL(WS-NUM-OPERADORES)
                           MOVE OP-HASH TO
                               WS-OPER-HASH(WS-NUM-OPERADORES)
                           MOVE OP-HISTORIA-TODA TO
                               WS-OPER-HISTORIA(WS-NUM-OPERADORES)
                           MOVE OP-EMPRESAS TO
                               WS-OPER-EMPRESAS(WS-NUM-OPERADORES)
                       END-IF
               END-READ
           END-PERFORM.
               MOVE WS-OPER-INTENTOS(WS-IDX-OP) TO OP-INTENTOS
               MOVE WS-OPER-BLOQUEADO(WS-IDX-OP) TO OP-BLOQUEADO
               MOVE WS-OPER-SUPERVISOR(WS-IDX-OP) TO OP-SUPERVISOR
               MOVE WS-OPER-SAL(WS-IDX-OP) TO OP-SAL
               MOVE WS-OPER-HASH(WS-IDX-OP) TO OP-HASH
               MOVE WS-OPER-HISTORIA(WS-IDX-OP) TO OP-HISTORIA-TODA
               MOVE WS-OPER-EMPRESAS(WS-IDX-OP) TO OP-EMPRESAS
               WRITE OPERATOR-RECORD
           END-PERFORM.
           CLOSE OPERATOR-FILE.
               MOVE SPACES TO OPERADOR-ACTUAL
               EXIT PARAGRAPH
           END-IF.
      *> Un operador sin convertir no entra hasta que se corra
      *> CLAVE-CONVERSION; la clave en claro no se compara.
           IF WS-OPER-HASH(WS-IDX-HALLADO) = SPACES THEN
               DISPLAY "Clave sin convertir; avise al supervisor."
               EXIT PARAGRAPH
           END-IF.
           MOVE "VERIFICA" TO WS-FUNCION-CLAVE.
           CALL "CLAVESRV" USING WS-FUNCION-CLAVE WS-CLAVE-ENTRADA
               WS-OPER-SAL(WS-IDX-HALLADO)
               WS-OPER-HASH(WS-IDX-HALLADO) WS-RESULTADO-CLAVE.
           IF WS-RESULTADO-CLAVE = "S" THEN
               SET FIRMADO TO TRUE
               MOVE WS-IDX-HALLADO TO WS-IDX-FIRMADO
               MOVE WS-OPER-OPCIONES(WS-IDX-HALLADO) TO
               PERFORM CAMBIAR-CLAVE
           END-IF.

      *> Un operador autorizado en una sola empresa entra directo
      *> en ella; con varias elige, y solo entre las suyas que
      *> existan en data/empresas.cfg.
       ELEGIR-EMPRESA.
           MOVE SPACES TO EMPRESA-ACTUAL.
           MOVE WS-OPER-EMPRESAS(WS-IDX-FIRMADO) TO
               WS-EMPRESAS-OPERADOR.
           IF WS-EMPRESAS-OPERADOR = SPACES THEN
               MOVE "01" TO WS-EMPRESA-AUTORIZADA(1)
           END-IF.
           MOVE ZERO TO WS-NUM-EMP-AUTORIZADAS.
           PERFORM VARYING WS-IDX-EMP FROM 1 BY 1 UNTIL WS-IDX-EMP > 5
               IF WS-EMPRESA-AUTORIZADA(WS-IDX-EMP) NOT = SPACES THEN
                   ADD 1 TO WS-NUM-EMP-AUTORIZADAS
               END-IF
           END-PERFORM.
           MOVE "N" TO WS-EMPRESA-ELEGIDA.
           IF WS-NUM-EMP-AUTORIZADAS = 1 THEN
               PERFORM VARYING WS-IDX-EMP FROM 1 BY 1
                       UNTIL WS-IDX-EMP > 5
                   IF WS-EMPRESA-AUTORIZADA(WS-IDX-EMP) NOT = SPACES
                       MOVE WS-EMPRESA-AUTORIZADA(WS-IDX-EMP) TO
                           WS-EMPRESA-ENTRADA
                   END-IF
               END-PERFORM
               PERFORM VALIDAR-EMPRESA
               IF NOT EMPRESA-ELEGIDA THEN
                   DISPLAY "La empresa " WS-EMPRESA-ENTRADA
                       " del operador no existe; avise al "
                       "supervisor."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               PERFORM PEDIR-EMPRESA UNTIL EMPRESA-ELEGIDA
           END-IF.
           DISPLAY "Empresa " EMPRESA-ACTUAL " " WS-ES-NOMBRE.

       PEDIR-EMPRESA.
           DISPLAY "Empresa (" WS-EMPRESAS-OPERADOR "):".
           ACCEPT WS-EMPRESA-ENTRADA.
           PERFORM VALIDAR-EMPRESA.
           IF NOT EMPRESA-ELEGIDA THEN
               DISPLAY "Empresa no autorizada o inexistente."
           END-IF.

       VALIDAR-EMPRESA.
           MOVE "N" TO WS-EMPRESA-ELEGIDA.
           IF WS-EMPRESA-ENTRADA = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-IDX-EMP FROM 1 BY 1 UNTIL WS-IDX-EMP > 5
               IF WS-EMPRESA-AUTORIZADA(WS-IDX-EMP) =
                       WS-EMPRESA-ENTRADA THEN
                   SET EMPRESA-ELEGIDA TO TRUE
               END-IF
           END-PERFORM.
           IF NOT EMPRESA-ELEGIDA THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE "DATOS" TO WS-ES-FUNCION.
           CALL "EMPRESRV" USING WS-ES-FUNCION WS-EMPRESA-ENTRADA
               WS-ES-NUMERO WS-ES-ARCHIVO WS-ES-DATOS
               WS-ES-RESULTADO.
           IF WS-ES-RESULTADO = "S" THEN
               MOVE WS-EMPRESA-ENTRADA TO EMPRESA-ACTUAL
               MOVE "EMPRESA" TO WS-EVENTO
               MOVE ZERO TO WS-OPCION
               PERFORM REGISTRAR-ACTIVIDAD
           ELSE
               MOVE "N" TO WS-EMPRESA-ELEGIDA
           END-IF.

       CAMBIAR-EMPRESA.
           IF WS-NUM-EMP-AUTORIZADAS < 2 THEN
               DISPLAY "Operador autorizado en una sola empresa."
               EXIT PARAGRAPH
           END-IF.
           PERFORM PEDIR-EMPRESA.
           IF EMPRESA-ELEGIDA THEN
               DISPLAY "Empresa " EMPRESA-ACTUAL " " WS-ES-NOMBRE
           END-IF.
           MOVE 15 TO WS-OPCION.

      *> El operador que entra debe ver de inmediato lo que escalo
      *> durante la noche.
       AVISAR-ALERTAS-PENDIENTES.
                   " alertas sin reconocer; use la opcion 92 ***"
           END-IF.

      *> Un supervisor ve al entrar cuantos cambios esperan su
      *> aprobacion.
       AVISAR-CAMBIOS-PENDIENTES.
           IF WS-OPER-SUPERVISOR(WS-IDX-FIRMADO) NOT = "S" THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-CAMBIOS-PENDIENTES.
           MOVE "N" TO WS-FIN-PENDIENTES.
           OPEN INPUT PENDING-CHANGE-FILE.
           IF NOT PENDIENTES-OK THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FIN-PENDIENTES
               READ PENDING-CHANGE-FILE
                   AT END SET FIN-PENDIENTES TO TRUE
                   NOT AT END
                       IF CAMBIO-PENDIENTE THEN
                           ADD 1 TO WS-CAMBIOS-PENDIENTES
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PENDING-CHANGE-FILE.
           IF WS-CAMBIOS-PENDIENTES > ZERO THEN
               DISPLAY "*** " WS-CAMBIOS-PENDIENTES
                   " cambios pendientes de aprobacion; use la "
                   "opcion 13 ***"
           END-IF.

       CAMBIAR-CLAVE.
           MOVE "N" TO WS-CLAVE-ACEPTADA.
           PERFORM PEDIR-CLAVE-NUEVA UNTIL CLAVE-ACEPTADA.
           ACCEPT WS-CLAVE-NUEVA.
           DISPLAY "Confirme la clave nueva:".
           ACCEPT WS-CLAVE-CONFIRMA.
           MOVE ZERO TO WS-ESPACIOS-CLAVE.
           INSPECT WS-CLAVE-NUEVA TALLYING WS-ESPACIOS-CLAVE
               FOR TRAILING SPACES.
           COMPUTE WS-LARGO-CLAVE = 8 - WS-ESPACIOS-CLAVE.
           PERFORM BUSCAR-CLAVE-REPETIDA.
           EVALUATE TRUE
               WHEN WS-CLAVE-NUEVA = SPACES
                   DISPLAY "La clave no puede quedar en blanco."
               WHEN WS-CLAVE-NUEVA NOT = WS-CLAVE-CONFIRMA
                   DISPLAY "Las claves no coinciden."
               WHEN WS-LARGO-CLAVE < WS-LARGO-MINIMO
                   DISPLAY "La clave debe tener al menos "
                       WS-LARGO-MINIMO " caracteres."
               WHEN FUNCTION UPPER-CASE(WS-CLAVE-NUEVA) =
                       FUNCTION UPPER-CASE(
                       WS-OPER-ID(WS-IDX-FIRMADO))
                   DISPLAY "La clave no puede ser el operador."
               WHEN CLAVE-REPETIDA
                   DISPLAY "La clave nueva no puede ser la actual "
                       "ni una de las tres anteriores."
               WHEN OTHER
                   SET CLAVE-ACEPTADA TO TRUE
                   PERFORM GUARDAR-CLAVE-NUEVA
                   MOVE WS-FECHA-HOY TO
                       WS-OPER-FECHA-CLAVE(WS-IDX-FIRMADO)
                   PERFORM REESCRIBIR-OPERADORES
                   DISPLAY "Clave actualizada."
           END-EVALUATE.

      *> La clave nueva se compara, por su resumen, con la actual y
      *> con las tres anteriores, cada una con su propia sal.
       BUSCAR-CLAVE-REPETIDA.
           MOVE "N" TO WS-CLAVE-REPETIDA.
           MOVE "VERIFICA" TO WS-FUNCION-CLAVE.
           MOVE WS-OPER-SAL(WS-IDX-FIRMADO) TO WS-SAL-EXAMEN.
           MOVE WS-OPER-HASH(WS-IDX-FIRMADO) TO WS-HASH-EXAMEN.
           CALL "CLAVESRV" USING WS-FUNCION-CLAVE WS-CLAVE-NUEVA
               WS-SAL-EXAMEN WS-HASH-EXAMEN WS-RESULTADO-CLAVE.
           IF WS-RESULTADO-CLAVE = "S" THEN
               SET CLAVE-REPETIDA TO TRUE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-OPER-HISTORIA(WS-IDX-FIRMADO) TO
               WS-HISTORIA-EXAMEN.
           PERFORM VARYING WS-IDX-HIST FROM 1 BY 1
                   UNTIL WS-IDX-HIST > 3
               MOVE WS-HIST-SAL(WS-IDX-HIST) TO WS-SAL-EXAMEN
               MOVE WS-HIST-HASH(WS-IDX-HIST) TO WS-HASH-EXAMEN
               CALL "CLAVESRV" USING WS-FUNCION-CLAVE WS-CLAVE-NUEVA
                   WS-SAL-EXAMEN WS-HASH-EXAMEN WS-RESULTADO-CLAVE
               IF WS-RESULTADO-CLAVE = "S" THEN
                   SET CLAVE-REPETIDA TO TRUE
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.

      *> La clave actual pasa a la historia (se descarta la mas
      *> vieja) y la nueva se guarda solo como resumen con sal nueva.
       GUARDAR-CLAVE-NUEVA.
           MOVE WS-OPER-HISTORIA(WS-IDX-FIRMADO) TO
               WS-HISTORIA-EXAMEN.
           MOVE WS-HISTORIA(2) TO WS-HISTORIA(3).
           MOVE WS-HISTORIA(1) TO WS-HISTORIA(2).
           MOVE WS-OPER-SAL(WS-IDX-FIRMADO) TO WS-HIST-SAL(1).
           MOVE WS-OPER-HASH(WS-IDX-FIRMADO) TO WS-HIST-HASH(1).
           MOVE WS-HISTORIA-EXAMEN TO WS-OPER-HISTORIA(WS-IDX-FIRMADO).
           MOVE "CIFRAR" TO WS-FUNCION-CLAVE.
           CALL "CLAVESRV" USING WS-FUNCION-CLAVE WS-CLAVE-NUEVA
               WS-OPER-SAL(WS-IDX-FIRMADO)
               WS-OPER-HASH(WS-IDX-FIRMADO) WS-RESULTADO-CLAVE.
           MOVE SPACES TO WS-OPER-CLAVE(WS-IDX-FIRMADO).
           MOVE SPACES TO WS-CLAVE-NUEVA.
           MOVE SPACES TO WS-CLAVE-CONFIRMA.

      *> Solo un supervisor puede liberar una cuenta bloqueada; el
      *> desbloqueo resetea los intentos y obliga cambio de clave en
      *> el proximo ingreso del operador liberado.
           END-IF.
           MOVE WS-OPCION TO AL-OPCION.
           MOVE WS-EVENTO TO AL-EVENTO.
           MOVE WS-CLIENTE-ACTIVIDAD TO AL-CLIENTE.
           MOVE EMPRESA-ACTUAL TO AL-EMPRESA.
           WRITE ACTIVITY-LOG-RECORD.
           CLOSE ACTIVITY-LOG-FILE.

           DISPLAY "8-NivelDeEjecucion (directorio)".
           DISPLAY "10-Encolar programa en segundo plano".
           DISPLAY "11-Estado de la cola de trabajos".
           DISPLAY "12-Consulta integral de cliente".
           DISPLAY "13-Cambios pendientes de aprobacion".
           DISPLAY "14-Relevo de turno".
           DISPLAY "15-Cambiar de empresa".
           DISPLAY "90-Cambiar mi clave".
           DISPLAY "91-Desbloquear operador (supervisor)".
           DISPLAY "92-Consola de alertas".
               WHEN 8 PERFORM EJECUTAR-NIVELDEEJECUCION
               WHEN 10 PERFORM ENCOLAR-TRABAJO
               WHEN 11 PERFORM ESTADO-DE-LA-COLA
               WHEN 12 PERFORM EJECUTAR-CLIENTE-360
               WHEN 13 PERFORM EJECUTAR-APROBAR-CAMBIOS
               WHEN 14 PERFORM EJECUTAR-RELEVO-TURNO
               WHEN 15 PERFORM CAMBIAR-EMPRESA
               WHEN 90 PERFORM CAMBIAR-CLAVE
               WHEN 91 PERFORM DESBLOQUEAR-OPERADOR
               WHEN 92 PERFORM EJECUTAR-ALERT-CONSOLE
       EJECUTAR-ALERT-CONSOLE.
           CALL "ALERT-CONSOLE".

      *> La cola la ve cualquiera; APROBAR-CAMBIOS solo deja decidir
      *> a un supervisor distinto del que pidio el cambio.
       EJECUTAR-APROBAR-CAMBIOS.
           CALL "APROBAR-CAMBIOS".

      *> Informe del turno y firma del operador entrante.
       EJECUTAR-RELEVO-TURNO.
           CALL "RELEVO-TURNO".

      *> Consulta de solo lectura; la bitacora registra que cliente
      *> se consulto (el numero vigente si el pedido fue fusionado).
       EJECUTAR-CLIENTE-360.
           IF WS-AUTORIZACIONES(OPCION-CLIENTES:1) NOT = "S" THEN
               DISPLAY "Opcion no autorizada para "
                   OPERADOR-ACTUAL "."
               MOVE "DENEGADO" TO WS-EVENTO
               PERFORM REGISTRAR-ACTIVIDAD
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Numero de cliente:".
           ACCEPT WS-CLIENTE-CONSULTA.
           MOVE WS-CLIENTE-CONSULTA TO WS-CLIENTE-ACTIVIDAD.
           CALL "CLIENTE-360" USING WS-CLIENTE-CONSULTA.
           IF WS-CLIENTE-CONSULTA > ZERO THEN
               MOVE WS-CLIENTE-CONSULTA TO WS-CLIENTE-ACTIVIDAD
           END-IF.
           MOVE "CONSULTA" TO WS-EVENTO.
           PERFORM REGISTRAR-ACTIVIDAD.
           MOVE ZERO TO WS-CLIENTE-ACTIVIDAD.

      *> Encola el programa elegido y vuelve de inmediato al menu;
      *> el numero respeta la matriz de autorizacion del operador.
       ENCOLAR-TRABAJO.
