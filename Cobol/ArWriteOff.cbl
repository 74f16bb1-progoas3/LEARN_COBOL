      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AR-WRITEOFF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPEN-ITEM-MASTER ASSIGN TO "data/ar-abiertos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AB-FACTURA
               ALTERNATE RECORD KEY IS AB-CLIENTE WITH DUPLICATES
               FILE STATUS IS WS-ESTADO-ABIERTOS.
           SELECT PROPOSAL-FILE ASSIGN TO
                   "data/ar-castigos-propuesta.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-PROPUESTA.
           SELECT WRITEOFF-CONFIG ASSIGN TO "data/ar-castigo.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CONFIG.
           SELECT MODE-FILE ASSIGN TO "data/ar-castigo-modo.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-MODO.
           SELECT OPERATOR-FILE ASSIGN TO "data/operadores.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-OPERADORES.
           SELECT ACCOUNT-MAP-FILE ASSIGN TO DYNAMIC WS-NOMBRE-MAPA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-MAPA.
           SELECT GL-WRITEOFF-FILE ASSIGN TO "data/gl-castigos.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-GL.
           SELECT RUN-HISTORY-LOG ASSIGN TO "data/run-history.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-HIST.
       DATA DIVISION.
       FILE SECTION.
       FD  OPEN-ITEM-MASTER.
       01  OPEN-ITEM-RECORD.
           COPY ARITEM.

      *> Propuesta de castigo: una partida por registro con el saldo
      *> y los dias de atraso al proponerla. Estado: P = propuesta,
      *> A = aprobada por supervisor, R = rechazada, X = castigada.
       FD  PROPOSAL-FILE.
       01  PROPOSAL-RECORD.
           05 CP-FACTURA PIC 9(6).
           05 CP-CLIENTE PIC 9(6).
           05 CP-SALDO PIC 9(9)V99.
           05 CP-DIAS PIC 9(5).
           05 CP-FECHA-PROPUESTA PIC 9(8).
           05 CP-ESTADO PIC X.
           05 CP-SUPERVISOR PIC X(8).
           05 CP-FECHA-APROBACION PIC 9(8).

      *> Criterio de propuesta: dias minimos de atraso y saldo
      *> maximo a castigar sin tratamiento de cartera (cero = sin
      *> tope).
       FD  WRITEOFF-CONFIG.
       01  WRITEOFF-CONFIG-RECORD.
           05 PC-DIAS-MINIMOS PIC 9(3).
           05 PC-MONTO-MAXIMO PIC 9(9)V99.

      *> PROPONER = arma la propuesta; APROBAR = el supervisor
      *> aprueba o rechaza cada partida; CASTIGAR = cierra las
      *> partidas aprobadas y genera los asientos.
       FD  MODE-FILE.
       01  MODE-RECORD.
           05 CG-FUNCION PIC X(8).

      *> Mismo layout de operadores.cfg que mantiene MENU-PRINCIPAL.
       FD  OPERATOR-FILE.
       01  OPERATOR-RECORD.
           COPY OPERADOR.

       FD  ACCOUNT-MAP-FILE.
       01  ACCOUNT-MAP-RECORD.
           COPY GLMAPA.

      *> Asientos de castigo con el layout de gl-interfaz.dat.
       FD  GL-WRITEOFF-FILE.
       01  GL-RECORD.
           COPY GLASIENTO.

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
           01 WS-ESTADO-ABIERTOS PIC XX VALUE "00".
               88 ABIERTOS-OK VALUE "00".
           01 WS-ESTADO-PROPUESTA PIC XX VALUE "00".
               88 PROPUESTA-OK VALUE "00".
           01 WS-ESTADO-CONFIG PIC XX VALUE "00".
               88 CONFIG-OK VALUE "00".
           01 WS-ESTADO-MODO PIC XX VALUE "00".
               88 MODO-FILE-OK VALUE "00".
           01 WS-ESTADO-OPERADORES PIC XX VALUE "00".
               88 OPERADORES-OK VALUE "00".
           01 WS-ESTADO-MAPA PIC XX VALUE "00".
               88 MAPA-OK VALUE "00".
           01 WS-NOMBRE-MAPA PIC X(40) VALUE "data/gl-cuentas.cfg".
           01 WS-ESTADO-GL PIC XX VALUE "00".
               88 GL-OK VALUE "00".
           01 WS-FUNCION PIC X(8) VALUE SPACES.
               88 FUNCION-PROPONER VALUE "PROPONER".
               88 FUNCION-APROBAR VALUE "APROBAR".
               88 FUNCION-CASTIGAR VALUE "CASTIGAR".
           01 WS-FIN-ARCHIVO PIC X VALUE "N".
               88 FIN-ARCHIVO VALUE "S".
           01 WS-FECHA-PROCESO PIC 9(8) VALUE ZERO.
           01 WS-FECHA-BASE PIC 9(8) VALUE ZERO.
      *> Fecha del castigo: la del dia, o el primer dia del periodo
      *> abierto siguiente si el calendario contable lo tiene
      *> cerrado.
           01 WS-FECHA-CASTIGO PIC 9(8) VALUE ZERO.
           01 WS-PS-PROGRAMA PIC X(20) VALUE "AR-WRITEOFF".
           01 WS-PS-DOCUMENTO PIC X(12) VALUE "CASTIGOS".
           01 WS-PS-RESULTADO PIC X VALUE SPACE.
           01 WS-DIAS-ATRASO PIC S9(5) VALUE ZERO.
           01 WS-DIAS-MINIMOS PIC 9(3) VALUE 90.
           01 WS-MONTO-MAXIMO PIC 9(9)V99 VALUE ZERO.
      *> Propuesta en memoria: se relee entera y se reescribe al
      *> final de cada funcion.
           01 WS-NUM-PROPUESTAS PIC 9(3) VALUE ZERO.
           01 WS-IDX-PROP PIC 9(3) VALUE ZERO.
           01 WS-PROPUESTA-HALLADA PIC X VALUE "N".
               88 PROPUESTA-HALLADA VALUE "S".
           01 WS-PROPUESTAS-DESBORDADAS PIC X VALUE "N".
               88 PROPUESTAS-DESBORDADAS VALUE "S".
           01 WS-TABLA-PROPUESTAS.
               05 WS-PROP OCCURS 300 TIMES.
                   10 WS-PROP-FACTURA PIC 9(6).
                   10 WS-PROP-CLIENTE PIC 9(6).
                   10 WS-PROP-SALDO PIC 9(9)V99.
                   10 WS-PROP-DIAS PIC 9(5).
                   10 WS-PROP-FECHA PIC 9(8).
                   10 WS-PROP-ESTADO PIC X.
                   10 WS-PROP-SUPERVISOR PIC X(8).
                   10 WS-PROP-FECHA-APROB PIC 9(8).
      *> Identificacion del supervisor que aprueba: el operador
      *> firmado en el menu o, en una corrida sin firma, el que se
      *> identifica aqui con su clave.
           01 WS-SUPERVISOR PIC X(8) VALUE SPACES.
           01 WS-CLAVE-ENTRADA PIC X(8) VALUE SPACES.
           01 WS-FUNCION-CLAVE PIC X(8) VALUE SPACES.
           01 WS-RESULTADO-CLAVE PIC X VALUE "N".
           01 WS-ES-SUPERVISOR PIC X VALUE "N".
               88 ES-SUPERVISOR VALUE "S".
           01 WS-RESPUESTA PIC X VALUE SPACE.
      *> Empresas del supervisor (OP-EMPRESAS; en blanco, la 01):
      *> solo aprueba o rechaza partidas de esas empresas.
           01 WS-EMPRESAS-SUPERVISOR.
               05 WS-EMPRESA-AUTORIZADA PIC X(2) OCCURS 5 TIMES.
           01 WS-IDX-EMP PIC 9 VALUE ZERO.
           01 WS-EMPRESA-HABILITADA PIC X VALUE "N".
               88 EMPRESA-HABILITADA VALUE "S".
      *> Cuentas de los asientos de castigo.
           01 WS-CONCEPTO PIC X(12) VALUE SPACES.
           01 WS-MAPA-HALLADO PIC X VALUE "N".
               88 MAPA-HALLADO VALUE "S".
           01 WS-CTA-GASTO PIC X(8) VALUE SPACES.
           01 WS-CEN-GASTO PIC X(4) VALUE SPACES.
           01 WS-LADO-GASTO PIC X VALUE SPACE.
           01 WS-CTA-CARTERA PIC X(8) VALUE SPACES.
           01 WS-CEN-CARTERA PIC X(4) VALUE SPACES.
           01 WS-LADO-CARTERA PIC X VALUE SPACE.
      *> Cada empresa castiga contra las cuentas de su propio mapa y
      *> lleva su propio par de asientos; las cuentas se buscan con
      *> la primera partida de la empresa.
           01 WS-EMPRESA-PARTIDA PIC X(2) VALUE "01".
           01 WS-NUM-EMP-CAST PIC 99 VALUE ZERO.
           01 WS-IDX-EMP-CAST PIC 99 VALUE ZERO.
           01 WS-TABLA-EMP-CAST.
               05 WS-EMP-CAST OCCURS 20 TIMES.
                   10 WS-EC-EMPRESA PIC X(2).
                   10 WS-EC-CUENTAS PIC X.
                       88 EC-CUENTAS-OK VALUE "S".
                   10 WS-EC-MONTO PIC 9(11)V99.
                   10 WS-EC-CTA-GASTO PIC X(8).
                   10 WS-EC-CEN-GASTO PIC X(4).
                   10 WS-EC-LADO-GASTO PIC X.
                   10 WS-EC-CTA-CARTERA PIC X(8).
                   10 WS-EC-CEN-CARTERA PIC X(4).
                   10 WS-EC-LADO-CARTERA PIC X.
           01 WS-ES-FUNCION PIC X(8) VALUE SPACES.
           01 WS-ES-EMPRESA PIC X(2) VALUE SPACES.
           01 WS-ES-NUMERO PIC 9(6) VALUE ZERO.
           01 WS-ES-ARCHIVO PIC X(40) VALUE SPACES.
           01 WS-ES-DATOS.
               COPY EMPRESA REPLACING LEADING ==EM-== BY ==WS-ES-==.
           01 WS-ES-RESULTADO PIC X VALUE "N".
           01 WS-TOTALES.
               05 WS-TOT-PROPUESTAS PIC 9(5) VALUE ZERO.
               05 WS-TOT-APROBADAS PIC 9(5) VALUE ZERO.
               05 WS-TOT-RECHAZADAS PIC 9(5) VALUE ZERO.
               05 WS-TOT-OTRA-EMPRESA PIC 9(5) VALUE ZERO.
               05 WS-TOT-CASTIGADAS PIC 9(5) VALUE ZERO.
               05 WS-TOT-OMITIDAS PIC 9(5) VALUE ZERO.
               05 WS-TOT-MONTO-CASTIGADO PIC 9(11)V99 VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-PROCESO.
           PERFORM CARGAR-MODO.
           PERFORM CARGAR-PROPUESTA.
           EVALUATE TRUE
               WHEN FUNCION-PROPONER
                   PERFORM PROPONER-CASTIGOS
               WHEN FUNCION-APROBAR
                   PERFORM APROBAR-CASTIGOS
               WHEN FUNCION-CASTIGAR
                   PERFORM CASTIGAR-APROBADAS
               WHEN OTHER
                   DISPLAY "AR-WRITEOFF: funcion invalida en "
                       "data/ar-castigo-modo.cfg "
                       "(PROPONER/APROBAR/CASTIGAR)."
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           PERFORM REGISTRAR-HISTORIAL.
           GOBACK.

       CARGAR-MODO.
           OPEN INPUT MODE-FILE.
           IF MODO-FILE-OK THEN
               READ MODE-FILE
                   NOT AT END MOVE CG-FUNCION TO WS-FUNCION
               END-READ
               CLOSE MODE-FILE
           ELSE
               DISPLAY "Funcion (PROPONER/APROBAR/CASTIGAR):"
               ACCEPT WS-FUNCION
           END-IF.

       CARGAR-PROPUESTA.
           MOVE ZERO TO WS-NUM-PROPUESTAS.
           OPEN INPUT PROPOSAL-FILE.
           IF NOT PROPUESTA-OK THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIN-ARCHIVO.
           PERFORM UNTIL FIN-ARCHIVO
               READ PROPOSAL-FILE
                   AT END SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF WS-NUM-PROPUESTAS >= 300 THEN
                           DISPLAY "CARGAR-PROPUESTA: limite de 300 "
                               "partidas excedido, se ignora el "
                               "resto."
                           SET PROPUESTAS-DESBORDADAS TO TRUE
                           SET FIN-ARCHIVO TO TRUE
                       ELSE
                           ADD 1 TO WS-NUM-PROPUESTAS
                           MOVE CP-FACTURA TO
                               WS-PROP-FACTURA(WS-NUM-PROPUESTAS)
                           MOVE CP-CLIENTE TO
                               WS-PROP-CLIENTE(WS-NUM-PROPUESTAS)
                           MOVE CP-SALDO TO
                               WS-PROP-SALDO(WS-NUM-PROPUESTAS)
                           MOVE CP-DIAS TO
                               WS-PROP-DIAS(WS-NUM-PROPUESTAS)
                           MOVE CP-FECHA-PROPUESTA TO
                               WS-PROP-FECHA(WS-NUM-PROPUESTAS)
                           MOVE CP-ESTADO TO
                               WS-PROP-ESTADO(WS-NUM-PROPUESTAS)
                           MOVE CP-SUPERVISOR TO
                               WS-PROP-SUPERVISOR(WS-NUM-PROPUESTAS)
                           MOVE CP-FECHA-APROBACION TO
                               WS-PROP-FECHA-APROB(WS-NUM-PROPUESTAS)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PROPOSAL-FILE.

       GUARDAR-PROPUESTA.
           OPEN OUTPUT PROPOSAL-FILE.
           PERFORM VARYING WS-IDX-PROP FROM 1 BY 1
                   UNTIL WS-IDX-PROP > WS-NUM-PROPUESTAS
               MOVE WS-PROP-FACTURA(WS-IDX-PROP) TO CP-FACTURA
               MOVE WS-PROP-CLIENTE(WS-IDX-PROP) TO CP-CLIENTE
               MOVE WS-PROP-SALDO(WS-IDX-PROP) TO CP-SALDO
               MOVE WS-PROP-DIAS(WS-IDX-PROP) TO CP-DIAS
               MOVE WS-PROP-FECHA(WS-IDX-PROP) TO CP-FECHA-PROPUESTA
               MOVE WS-PROP-ESTADO(WS-IDX-PROP) TO CP-ESTADO
               MOVE WS-PROP-SUPERVISOR(WS-IDX-PROP) TO CP-SUPERVISOR
               MOVE WS-PROP-FECHA-APROB(WS-IDX-PROP) TO
                   CP-FECHA-APROBACION
               WRITE PROPOSAL-RECORD
           END-PERFORM.
           CLOSE PROPOSAL-FILE.

      *> Una nueva propuesta conserva lo ya aprobado y pendiente de
      *> castigo; lo demas se vuelve a proponer desde el maestro.
       PROPONER-CASTIGOS.
           IF PROPUESTAS-DESBORDADAS THEN
               DISPLAY "AR-WRITEOFF: la propuesta vigente no entra "
                   "completa en memoria, no se rehace."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT WRITEOFF-CONFIG.
           IF CONFIG-OK THEN
               READ WRITEOFF-CONFIG
                   NOT AT END
                       IF PC-DIAS-MINIMOS NUMERIC THEN
                           MOVE PC-DIAS-MINIMOS TO WS-DIAS-MINIMOS
                       END-IF
                       IF PC-MONTO-MAXIMO NUMERIC THEN
                           MOVE PC-MONTO-MAXIMO TO WS-MONTO-MAXIMO
                       END-IF
               END-READ
               CLOSE WRITEOFF-CONFIG
           END-IF.
           OPEN INPUT OPEN-ITEM-MASTER.
           IF NOT ABIERTOS-OK THEN
               DISPLAY "AR-WRITEOFF: no se pudo abrir el maestro de "
                   "partidas, estado " WS-ESTADO-ABIERTOS
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           PERFORM DEPURAR-PROPUESTA.
           MOVE "N" TO WS-FIN-ARCHIVO.
           PERFORM UNTIL FIN-ARCHIVO
               READ OPEN-ITEM-MASTER NEXT RECORD
                   AT END SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF AB-ESTADO = "A" AND AB-SALDO > ZERO
                               AND NOT PARTIDA-NOTA-CREDITO THEN
                           PERFORM EVALUAR-CANDIDATA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OPEN-ITEM-MASTER.
           PERFORM GUARDAR-PROPUESTA.
           DISPLAY "Partidas propuestas para castigo: "
               WS-TOT-PROPUESTAS.
           DISPLAY "Criterio: " WS-DIAS-MINIMOS " dias o mas, saldo "
               "hasta " WS-MONTO-MAXIMO " (cero = sin tope).".
           IF PROPUESTAS-DESBORDADAS AND RETURN-CODE = 0 THEN
               MOVE 4 TO RETURN-CODE
           END-IF.

       DEPURAR-PROPUESTA.
           MOVE ZERO TO WS-IDX-PROP.
           PERFORM VARYING WS-IDX-PROP FROM 1 BY 1
                   UNTIL WS-IDX-PROP > WS-NUM-PROPUESTAS
               IF WS-PROP-ESTADO(WS-IDX-PROP) = "A" THEN
                   ADD 1 TO WS-TOT-APROBADAS
                   MOVE WS-PROP(WS-IDX-PROP) TO
                       WS-PROP(WS-TOT-APROBADAS)
               END-IF
           END-PERFORM.
           MOVE WS-TOT-APROBADAS TO WS-NUM-PROPUESTAS.
           MOVE ZERO TO WS-TOT-APROBADAS.

      *> Una partida con disputa abierta no se propone: primero se
      *> resuelve la disputa.
       EVALUAR-CANDIDATA.
           IF AB-MONTO-DISPUTA NUMERIC AND AB-MONTO-DISPUTA > ZERO
                   THEN
               EXIT PARAGRAPH
           END-IF.
           IF AB-FECHA-VENCE NUMERIC AND AB-FECHA-VENCE > ZERO THEN
               MOVE AB-FECHA-VENCE TO WS-FECHA-BASE
           ELSE
               MOVE AB-FECHA-LOTE TO WS-FECHA-BASE
           END-IF.
           COMPUTE WS-DIAS-ATRASO =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-PROCESO)
               - FUNCTION INTEGER-OF-DATE(WS-FECHA-BASE).
           IF WS-DIAS-ATRASO < WS-DIAS-MINIMOS THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-MONTO-MAXIMO > ZERO
                   AND AB-SALDO > WS-MONTO-MAXIMO THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM BUSCAR-PROPUESTA.
           IF PROPUESTA-HALLADA THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-NUM-PROPUESTAS >= 300 THEN
               IF NOT PROPUESTAS-DESBORDADAS THEN
                   SET PROPUESTAS-DESBORDADAS TO TRUE
                   DISPLAY "AR-WRITEOFF: mas de 300 candidatas, el "
                       "resto queda para la proxima propuesta."
               END-IF
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NUM-PROPUESTAS.
           ADD 1 TO WS-TOT-PROPUESTAS.
           MOVE AB-FACTURA TO WS-PROP-FACTURA(WS-NUM-PROPUESTAS).
           MOVE AB-CLIENTE TO WS-PROP-CLIENTE(WS-NUM-PROPUESTAS).
           MOVE AB-SALDO TO WS-PROP-SALDO(WS-NUM-PROPUESTAS).
           MOVE WS-DIAS-ATRASO TO WS-PROP-DIAS(WS-NUM-PROPUESTAS).
           MOVE WS-FECHA-PROCESO TO WS-PROP-FECHA(WS-NUM-PROPUESTAS).
           MOVE "P" TO WS-PROP-ESTADO(WS-NUM-PROPUESTAS).
           MOVE SPACES TO WS-PROP-SUPERVISOR(WS-NUM-PROPUESTAS).
           MOVE ZERO TO WS-PROP-FECHA-APROB(WS-NUM-PROPUESTAS).

       BUSCAR-PROPUESTA.
           MOVE "N" TO WS-PROPUESTA-HALLADA.
           PERFORM VARYING WS-IDX-PROP FROM 1 BY 1
                   UNTIL WS-IDX-PROP > WS-NUM-PROPUESTAS
                       OR PROPUESTA-HALLADA
               IF WS-PROP-FACTURA(WS-IDX-PROP) = AB-FACTURA THEN
                   SET PROPUESTA-HALLADA TO TRUE
               END-IF
           END-PERFORM.

      *> Solo un operador marcado supervisor en operadores.cfg
      *> puede aprobar; cada aprobacion queda firmada y fechada.
      *> Las partidas de empresas que no son del supervisor quedan
      *> pendientes para un supervisor de esa empresa.
       APROBAR-CASTIGOS.
           PERFORM IDENTIFICAR-SUPERVISOR.
           IF NOT ES-SUPERVISOR THEN
               DISPLAY "AR-WRITEOFF: solo un supervisor puede "
                   "aprobar castigos."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT OPEN-ITEM-MASTER.
           IF NOT ABIERTOS-OK THEN
               DISPLAY "AR-WRITEOFF: no se pudo abrir el maestro de "
                   "partidas, estado " WS-ESTADO-ABIERTOS
                   "; sin la empresa de cada partida no se aprueba."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-IDX-PROP FROM 1 BY 1
                   UNTIL WS-IDX-PROP > WS-NUM-PROPUESTAS
               IF WS-PROP-ESTADO(WS-IDX-PROP) = "P" THEN
                   PERFORM VERIFICAR-EMPRESA-PROPUESTA
                   IF EMPRESA-HABILITADA THEN
                       PERFORM PEDIR-APROBACION
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE OPEN-ITEM-MASTER.
           PERFORM GUARDAR-PROPUESTA.
           DISPLAY "Aprobadas : " WS-TOT-APROBADAS.
           DISPLAY "Rechazadas: " WS-TOT-RECHAZADAS.
           DISPLAY "De otra empresa, pendientes: "
               WS-TOT-OTRA-EMPRESA.
           IF WS-TOT-OTRA-EMPRESA > ZERO AND RETURN-CODE = 0 THEN
               MOVE 4 TO RETURN-CODE
           END-IF.

      *> La empresa se toma de la partida en el maestro; una
      *> partida que ya no esta se deja a CASTIGAR, que la omite.
       VERIFICAR-EMPRESA-PROPUESTA.
           SET EMPRESA-HABILITADA TO TRUE.
           MOVE WS-PROP-FACTURA(WS-IDX-PROP) TO AB-FACTURA.
           READ OPEN-ITEM-MASTER
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF AB-EMPRESA = SPACES OR AB-EMPRESA = LOW-VALUES THEN
               MOVE "01" TO WS-EMPRESA-PARTIDA
           ELSE
               MOVE AB-EMPRESA TO WS-EMPRESA-PARTIDA
           END-IF.
           MOVE "N" TO WS-EMPRESA-HABILITADA.
           PERFORM VARYING WS-IDX-EMP FROM 1 BY 1
                   UNTIL WS-IDX-EMP > 5 OR EMPRESA-HABILITADA
               IF WS-EMPRESA-AUTORIZADA(WS-IDX-EMP) =
                       WS-EMPRESA-PARTIDA THEN
                   SET EMPRESA-HABILITADA TO TRUE
               END-IF
           END-PERFORM.
           IF NOT EMPRESA-HABILITADA THEN
               ADD 1 TO WS-TOT-OTRA-EMPRESA
               DISPLAY "Factura " WS-PROP-FACTURA(WS-IDX-PROP)
                   " de la empresa " WS-EMPRESA-PARTIDA
                   ": el supervisor " WS-SUPERVISOR
                   " no opera en ella, queda pendiente."
           END-IF.

       PEDIR-APROBACION.
           DISPLAY "Factura " WS-PROP-FACTURA(WS-IDX-PROP)
               " cliente " WS-PROP-CLIENTE(WS-IDX-PROP)
               " saldo " WS-PROP-SALDO(WS-IDX-PROP)
               " atraso " WS-PROP-DIAS(WS-IDX-PROP) " dias".
           DISPLAY "Castigar? (S = si, N = no, otro = dejar "
               "pendiente)".
           ACCEPT WS-RESPUESTA.
           EVALUATE WS-RESPUESTA
               WHEN "S"
               WHEN "s"
                   MOVE "A" TO WS-PROP-ESTADO(WS-IDX-PROP)
                   MOVE WS-SUPERVISOR TO
                       WS-PROP-SUPERVISOR(WS-IDX-PROP)
                   MOVE WS-FECHA-PROCESO TO
                       WS-PROP-FECHA-APROB(WS-IDX-PROP)
                   ADD 1 TO WS-TOT-APROBADAS
               WHEN "N"
               WHEN "n"
                   MOVE "R" TO WS-PROP-ESTADO(WS-IDX-PROP)
                   MOVE WS-SUPERVISOR TO
                       WS-PROP-SUPERVISOR(WS-IDX-PROP)
                   MOVE WS-FECHA-PROCESO TO
                       WS-PROP-FECHA-APROB(WS-IDX-PROP)
                   ADD 1 TO WS-TOT-RECHAZADAS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       IDENTIFICAR-SUPERVISOR.
           MOVE "N" TO WS-ES-SUPERVISOR.
           IF OPERADOR-ACTUAL = SPACES
                   OR OPERADOR-ACTUAL = LOW-VALUES THEN
               DISPLAY "Supervisor:"
               ACCEPT WS-SUPERVISOR
               DISPLAY "Clave:"
               ACCEPT WS-CLAVE-ENTRADA
           ELSE
               MOVE OPERADOR-ACTUAL TO WS-SUPERVISOR
           END-IF.
           OPEN INPUT OPERATOR-FILE.
           IF NOT OPERADORES-OK THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIN-ARCHIVO.
           PERFORM UNTIL FIN-ARCHIVO
               READ OPERATOR-FILE
                   AT END SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF OP-ID = WS-SUPERVISOR THEN
                           SET FIN-ARCHIVO TO TRUE
                           PERFORM VERIFICAR-SUPERVISOR
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OPERATOR-FILE.

       VERIFICAR-SUPERVISOR.
           IF OP-SUPERVISOR NOT = "S" OR OP-BLOQUEADO = "S" THEN
               EXIT PARAGRAPH
           END-IF.
           IF OPERADOR-ACTUAL = SPACES
                   OR OPERADOR-ACTUAL = LOW-VALUES THEN
               MOVE "VERIFICA" TO WS-FUNCION-CLAVE
               MOVE RETURN-CODE TO WS-RC-GUARDA
               CALL "CLAVESRV" USING WS-FUNCION-CLAVE
                   WS-CLAVE-ENTRADA OP-SAL OP-HASH
                   WS-RESULTADO-CLAVE
               MOVE WS-RC-GUARDA TO RETURN-CODE
               IF WS-RESULTADO-CLAVE NOT = "S" THEN
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE OP-EMPRESAS TO WS-EMPRESAS-SUPERVISOR.
           IF WS-EMPRESAS-SUPERVISOR = SPACES
                   OR WS-EMPRESAS-SUPERVISOR = LOW-VALUES THEN
               MOVE SPACES TO WS-EMPRESAS-SUPERVISOR
               MOVE "01" TO WS-EMPRESA-AUTORIZADA(1)
           END-IF.
           SET ES-SUPERVISOR TO TRUE.

      *> El castigo cierra la partida con estado W, distinto del
      *> cobro, y genera gasto por incobrable contra la cuenta de
      *> clientes. Sin las dos cuentas en el mapa de su empresa no
      *> se castiga nada de esa empresa: sus partidas siguen
      *> aprobadas para la proxima corrida.
       CASTIGAR-APROBADAS.
           MOVE WS-FECHA-PROCESO TO WS-FECHA-CASTIGO.
           CALL "PERIODSRV" USING WS-PS-PROGRAMA WS-PS-DOCUMENTO
               WS-FECHA-CASTIGO WS-PS-RESULTADO.
           IF WS-PS-RESULTADO = "C" THEN
               DISPLAY "AR-WRITEOFF: el periodo del "
                   WS-FECHA-PROCESO " esta cerrado, no se castiga "
                   "nada; las aprobadas esperan la proxima corrida."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           IF WS-PS-RESULTADO = "R" THEN
               DISPLAY "AR-WRITEOFF: periodo del dia cerrado, se "
                   "castiga al " WS-FECHA-CASTIGO
               MOVE 4 TO RETURN-CODE
           END-IF.
           OPEN I-O OPEN-ITEM-MASTER.
           IF NOT ABIERTOS-OK THEN
               DISPLAY "AR-WRITEOFF: no se pudo abrir el maestro de "
                   "partidas, estado " WS-ESTADO-ABIERTOS
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-IDX-PROP FROM 1 BY 1
                   UNTIL WS-IDX-PROP > WS-NUM-PROPUESTAS
               IF WS-PROP-ESTADO(WS-IDX-PROP) = "A" THEN
                   PERFORM CASTIGAR-PARTIDA
               END-IF
           END-PERFORM.
           CLOSE OPEN-ITEM-MASTER.
           IF WS-TOT-MONTO-CASTIGADO > ZERO THEN
               PERFORM ESCRIBIR-ASIENTOS-CASTIGO
           END-IF.
           PERFORM VARYING WS-IDX-EMP-CAST FROM 1 BY 1
                   UNTIL WS-IDX-EMP-CAST > WS-NUM-EMP-CAST
               IF NOT EC-CUENTAS-OK(WS-IDX-EMP-CAST) THEN
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-PERFORM.
           PERFORM GUARDAR-PROPUESTA.
           DISPLAY "Partidas castigadas : " WS-TOT-CASTIGADAS.
           DISPLAY "Monto castigado     : " WS-TOT-MONTO-CASTIGADO.
           DISPLAY "Partidas omitidas   : " WS-TOT-OMITIDAS.
           IF WS-TOT-OMITIDAS > ZERO AND RETURN-CODE = 0 THEN
               MOVE 4 TO RETURN-CODE
           END-IF.

      *> Si la partida cambio desde la aprobacion (cobro, nota de
      *> credito, disputa abierta) no se castiga: vuelve a
      *> proponerse con su saldo nuevo.
       CASTIGAR-PARTIDA.
           MOVE WS-PROP-FACTURA(WS-IDX-PROP) TO AB-FACTURA.
           READ OPEN-ITEM-MASTER
               INVALID KEY
                   DISPLAY "AR-WRITEOFF: factura " AB-FACTURA
                       " no esta en el maestro, se omite."
                   MOVE "R" TO WS-PROP-ESTADO(WS-IDX-PROP)
                   ADD 1 TO WS-TOT-OMITIDAS
                   EXIT PARAGRAPH
           END-READ.
           IF AB-ESTADO NOT = "A"
                   OR AB-SALDO NOT = WS-PROP-SALDO(WS-IDX-PROP)
                   OR (AB-MONTO-DISPUTA NUMERIC
                       AND AB-MONTO-DISPUTA > ZERO) THEN
               DISPLAY "AR-WRITEOFF: factura " AB-FACTURA
                   " cambio desde la aprobacion, se omite."
               MOVE "R" TO WS-PROP-ESTADO(WS-IDX-PROP)
               ADD 1 TO WS-TOT-OMITIDAS
               EXIT PARAGRAPH
           END-IF.
           PERFORM TOMAR-EMPRESA-CASTIGO.
           IF WS-IDX-EMP-CAST = ZERO THEN
               ADD 1 TO WS-TOT-OMITIDAS
               EXIT PARAGRAPH
           END-IF.
           IF NOT EC-CUENTAS-OK(WS-IDX-EMP-CAST) THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE "W" TO AB-ESTADO.
           MOVE WS-FECHA-CASTIGO TO AB-FECHA-ULT-PAGO.
           REWRITE OPEN-ITEM-RECORD
               INVALID KEY
                   DISPLAY "AR-WRITEOFF: no se pudo castigar la "
                       "factura " AB-FACTURA
                   ADD 1 TO WS-TOT-OMITIDAS
               NOT INVALID KEY
                   MOVE "X" TO WS-PROP-ESTADO(WS-IDX-PROP)
                   ADD 1 TO WS-TOT-CASTIGADAS
                   ADD WS-PROP-SALDO(WS-IDX-PROP) TO
                       WS-TOT-MONTO-CASTIGADO
                   ADD WS-PROP-SALDO(WS-IDX-PROP) TO
                       WS-EC-MONTO(WS-IDX-EMP-CAST)
           END-REWRITE.

      *> Deja en WS-IDX-EMP-CAST la empresa de la partida leida; la
      *> primera vez busca sus cuentas de castigo.
       TOMAR-EMPRESA-CASTIGO.
           IF AB-EMPRESA = SPACES OR AB-EMPRESA = LOW-VALUES THEN
               MOVE "01" TO WS-EMPRESA-PARTIDA
           ELSE
               MOVE AB-EMPRESA TO WS-EMPRESA-PARTIDA
           END-IF.
           PERFORM VARYING WS-IDX-EMP-CAST FROM 1 BY 1
                   UNTIL WS-IDX-EMP-CAST > WS-NUM-EMP-CAST
               IF WS-EC-EMPRESA(WS-IDX-EMP-CAST) = WS-EMPRESA-PARTIDA
                       THEN
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF WS-NUM-EMP-CAST >= 20 THEN
               DISPLAY "AR-WRITEOFF: mas de 20 empresas, la factura "
                   AB-FACTURA " se omite."
               MOVE ZERO TO WS-IDX-EMP-CAST
               EXIT PARAGRAPH
           END-IF.
           MOVE "ARCHIVO" TO WS-ES-FUNCION.
           MOVE WS-EMPRESA-PARTIDA TO WS-ES-EMPRESA.
           MOVE "data/gl-cuentas.cfg" TO WS-ES-ARCHIVO.
           MOVE RETURN-CODE TO WS-RC-GUARDA.
           CALL "EMPRESRV" USING WS-ES-FUNCION WS-ES-EMPRESA
               WS-ES-NUMERO WS-ES-ARCHIVO WS-ES-DATOS WS-ES-RESULTADO.
           MOVE WS-RC-GUARDA TO RETURN-CODE.
           MOVE WS-ES-ARCHIVO TO WS-NOMBRE-MAPA.
           PERFORM BUSCAR-CUENTAS-CASTIGO.
           ADD 1 TO WS-NUM-EMP-CAST.
           MOVE WS-NUM-EMP-CAST TO WS-IDX-EMP-CAST.
           MOVE WS-EMPRESA-PARTIDA TO WS-EC-EMPRESA(WS-IDX-EMP-CAST).
           MOVE ZERO TO WS-EC-MONTO(WS-IDX-EMP-CAST).
           IF NOT MAPA-HALLADO THEN
               MOVE "N" TO WS-EC-CUENTAS(WS-IDX-EMP-CAST)
               DISPLAY "AR-WRITEOFF: faltan CASTIGO o CONTRA-CAST en "
                   WS-NOMBRE-MAPA ", no se castiga nada de la "
                   "empresa " WS-EMPRESA-PARTIDA "."
               EXIT PARAGRAPH
           END-IF.
           SET EC-CUENTAS-OK(WS-IDX-EMP-CAST) TO TRUE.
           MOVE WS-CTA-GASTO TO WS-EC-CTA-GASTO(WS-IDX-EMP-CAST).
           MOVE WS-CEN-GASTO TO WS-EC-CEN-GASTO(WS-IDX-EMP-CAST).
           MOVE WS-LADO-GASTO TO WS-EC-LADO-GASTO(WS-IDX-EMP-CAST).
           MOVE WS-CTA-CARTERA TO WS-EC-CTA-CARTERA(WS-IDX-EMP-CAST).
           MOVE WS-CEN-CARTERA TO WS-EC-CEN-CARTERA(WS-IDX-EMP-CAST).
           MOVE WS-LADO-CARTERA TO
               WS-EC-LADO-CARTERA(WS-IDX-EMP-CAST).

       BUSCAR-CUENTAS-CASTIGO.
           MOVE "CASTIGO" TO WS-CONCEPTO.
           PERFORM BUSCAR-CONCEPTO-MAPA.
           IF NOT MAPA-HALLADO THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE GLM-CUENTA TO WS-CTA-GASTO.
           MOVE GLM-CENTRO TO WS-CEN-GASTO.
           MOVE GLM-LADO TO WS-LADO-GASTO.
           MOVE "CONTRA-CAST" TO WS-CONCEPTO.
           PERFORM BUSCAR-CONCEPTO-MAPA.
           IF NOT MAPA-HALLADO THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE GLM-CUENTA TO WS-CTA-CARTERA.
           MOVE GLM-CENTRO TO WS-CEN-CARTERA.
           MOVE GLM-LADO TO WS-LADO-CARTERA.
           IF WS-LADO-GASTO = WS-LADO-CARTERA THEN
               DISPLAY "AR-WRITEOFF: CASTIGO y CONTRA-CAST tienen el "
                   "mismo lado en el mapa."
               MOVE "N" TO WS-MAPA-HALLADO
           END-IF.

       BUSCAR-CONCEPTO-MAPA.
           MOVE "N" TO WS-MAPA-HALLADO.
           OPEN INPUT ACCOUNT-MAP-FILE.
           IF NOT MAPA-OK THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIN-ARCHIVO.
           PERFORM UNTIL FIN-ARCHIVO
               READ ACCOUNT-MAP-FILE
                   AT END SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF GLM-CONCEPTO = WS-CONCEPTO THEN
                           SET MAPA-HALLADO TO TRUE
                           SET FIN-ARCHIVO TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ACCOUNT-MAP-FILE.

      *> Un par de asientos por empresa en cada corrida: debe al
      *> gasto, haber a la cuenta de clientes, por lo castigado.
       ESCRIBIR-ASIENTOS-CASTIGO.
           OPEN EXTEND GL-WRITEOFF-FILE.
           IF NOT GL-OK THEN
               OPEN OUTPUT GL-WRITEOFF-FILE
               CLOSE GL-WRITEOFF-FILE
               OPEN EXTEND GL-WRITEOFF-FILE
           END-IF.
           PERFORM VARYING WS-IDX-EMP-CAST FROM 1 BY 1
                   UNTIL WS-IDX-EMP-CAST > WS-NUM-EMP-CAST
               IF WS-EC-MONTO(WS-IDX-EMP-CAST) > ZERO THEN
                   PERFORM ESCRIBIR-PAR-CASTIGO
               END-IF
           END-PERFORM.
           CLOSE GL-WRITEOFF-FILE.

       ESCRIBIR-PAR-CASTIGO.
           MOVE WS-EC-CTA-GASTO(WS-IDX-EMP-CAST) TO GL-CUENTA.
           MOVE WS-EC-CEN-GASTO(WS-IDX-EMP-CAST) TO GL-CENTRO.
           MOVE WS-EC-MONTO(WS-IDX-EMP-CAST) TO GL-MONTO.
           MOVE WS-EC-LADO-GASTO(WS-IDX-EMP-CAST) TO GL-LADO.
           MOVE "AR-WRITEOFF" TO GL-FUENTE.
           MOVE WS-FECHA-CASTIGO TO GL-FECHA.
           MOVE WS-EC-EMPRESA(WS-IDX-EMP-CAST) TO GL-EMPRESA.
           WRITE GL-RECORD.
           MOVE WS-EC-CTA-CARTERA(WS-IDX-EMP-CAST) TO GL-CUENTA.
           MOVE WS-EC-CEN-CARTERA(WS-IDX-EMP-CAST) TO GL-CENTRO.
           MOVE WS-EC-LADO-CARTERA(WS-IDX-EMP-CAST) TO GL-LADO.
           WRITE GL-RECORD.

       REGISTRAR-HISTORIAL.
           OPEN EXTEND RUN-HISTORY-LOG.
           IF NOT HIST-OK THEN
               OPEN OUTPUT RUN-HISTORY-LOG
               CLOSE RUN-HISTORY-LOG
               OPEN EXTEND RUN-HISTORY-LOG
           END-IF.
           MOVE "AR-WRITEOFF" TO RH-PROGRAMA.
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
       END PROGRAM AR-WRITEOFF.
