      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENTAS-EDAD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONFIG-FILE ASSIGN TO "data/evaluate-rangos.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-RANGOS.
           SELECT CUSTOMER-MASTER ASSIGN TO "data/first-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-NUMERO
               ALTERNATE RECORD KEY IS CM-NOMBRE WITH DUPLICATES
               FILE STATUS IS WS-ESTADO-CLIENTES.
           SELECT SALES-HISTORY ASSIGN TO "data/ventas-historico.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VH-CLAVE
               FILE STATUS IS WS-ESTADO-HISTORICO.
           SELECT OPEN-ITEM-MASTER ASSIGN TO "data/ar-abiertos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AB-FACTURA
               ALTERNATE RECORD KEY IS AB-CLIENTE WITH DUPLICATES
               FILE STATUS IS WS-ESTADO-ABIERTOS.
           SELECT REPORT-FILE ASSIGN TO "data/ventas-edad.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MODE-FILE ASSIGN TO "data/ventas-edad.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-MODO.
           SELECT STEP-PARAM-FILE ASSIGN TO
                   DYNAMIC WS-NOMBRE-PARAMETROS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-PARAMETROS.
           SELECT RUN-HISTORY-LOG ASSIGN TO "data/run-history.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-HIST.
       DATA DIVISION.
       FILE SECTION.
      *> Los mismos rangos de edad del censo de EVALUATE_PROG.
       FD  CONFIG-FILE.
       01  CONFIG-RECORD.
           05 CFG-NOMBRE PIC X(10).
           05 CFG-DESDE PIC 999.
           05 CFG-HASTA PIC 999.

       FD  CUSTOMER-MASTER.
       01  CUSTOMER-RECORD.
           COPY CLIENTE.

       FD  SALES-HISTORY.
       01  SALES-HISTORY-RECORD.
           COPY VENTAHIST.

       FD  OPEN-ITEM-MASTER.
       01  OPEN-ITEM-RECORD.
           COPY ARITEM.

       FD  REPORT-FILE.
       01  REPORT-RECORD PIC X(132).

      *> Periodo AAAAMM del informe; en cero, el mes de proceso.
       FD  MODE-FILE.
       01  MODE-RECORD.
           05 VE-PERIODO PIC 9(6).

      *> Parametros del paso cuando la malla los define; pisan a los
      *> de ventas-edad.cfg.
       FD  STEP-PARAM-FILE.
       01  STEP-PARAM-RECORD.
           05 PR-PERIODO PIC 9(6).

       FD  RUN-HISTORY-LOG.
           COPY RUNHIST.

       WORKING-STORAGE SECTION.
      *> Operador firmado en el menu; los programas llamados lo
      *> arrastran al historial de corridas.
       01  OPERADOR-ACTUAL PIC X(8) EXTERNAL.
      *> Archivo de parametros del paso, fijado por el SCHEDULER;
      *> en blanco el programa corre con su modo de siempre.
       01  PARAMETRO-PASO PIC X(30) EXTERNAL.
           01 WS-ESTADO-PARAMETROS PIC XX VALUE "00".
               88 PARAMETROS-OK VALUE "00".
           01 WS-NOMBRE-PARAMETROS PIC X(30) VALUE SPACES.
           01 WS-ESTADO-HIST PIC XX VALUE "00".
               88 HIST-OK VALUE "00".
           01 WS-ESTADO-RANGOS PIC XX VALUE "00".
               88 RANGOS-OK VALUE "00".
           01 WS-ESTADO-CLIENTES PIC XX VALUE "00".
               88 CLIENTES-OK VALUE "00".
           01 WS-ESTADO-HISTORICO PIC XX VALUE "00".
               88 HISTORICO-OK VALUE "00".
           01 WS-ESTADO-ABIERTOS PIC XX VALUE "00".
               88 ABIERTOS-OK VALUE "00".
           01 WS-ESTADO-MODO PIC XX VALUE "00".
               88 MODO-FILE-OK VALUE "00".
           01 WS-FIN-ARCHIVO PIC X VALUE "N".
               88 FIN-ARCHIVO VALUE "S".
           01 WS-FECHA-PROCESO PIC 9(8) VALUE ZERO.
           01 WS-PERIODO-PEDIDO PIC 9(6) VALUE ZERO.
           01 WS-PERIODO-INFORME.
               05 WS-INF-ANO PIC 9(4).
               05 WS-INF-MES PIC 9(2).
           01 WS-PERIODO-INFORME-NUM REDEFINES WS-PERIODO-INFORME
               PIC 9(6).
           01 WS-PERIODO-ANTERIOR.
               05 WS-ANT-ANO PIC 9(4).
               05 WS-ANT-MES PIC 9(2).
           01 WS-PERIODO-ANTERIOR-NUM REDEFINES WS-PERIODO-ANTERIOR
               PIC 9(6).
      *> Rangos del censo y uno final para las edades que no caen
      *> en ninguno (edad en cero o fuera de los rangos, clientes
      *> que ya no estan en el maestro).
           01 WS-NUM-RANGOS PIC 99 VALUE ZERO.
           01 WS-IDX-SIN-RANGO PIC 99 VALUE ZERO.
           01 WS-IDX-RANGO PIC 99 VALUE ZERO.
           01 WS-RANGO-CLIENTE PIC 99 VALUE ZERO.
           01 WS-TABLA-RANGOS.
               05 WS-RANGO OCCURS 11 TIMES.
                   10 WS-RANGO-NOMBRE PIC X(10).
                   10 WS-RANGO-DESDE PIC 999.
                   10 WS-RANGO-HASTA PIC 999.
                   10 WS-RANGO-CLIENTES PIC 9(6).
                   10 WS-RANGO-NETO PIC S9(13)V99.
                   10 WS-RANGO-NETO-ANT PIC S9(13)V99.
                   10 WS-RANGO-FACTURAS PIC 9(6).
                   10 WS-RANGO-ABIERTO PIC S9(13)V99.
           01 WS-TOTALES.
               05 WS-TOT-CLIENTES PIC 9(6) VALUE ZERO.
               05 WS-TOT-NETO PIC S9(13)V99 VALUE ZERO.
               05 WS-TOT-NETO-ANT PIC S9(13)V99 VALUE ZERO.
               05 WS-TOT-FACTURAS PIC 9(6) VALUE ZERO.
               05 WS-TOT-ABIERTO PIC S9(13)V99 VALUE ZERO.
      *> El historico viene por periodo y cliente: se retiene el
      *> rango del ultimo cliente leido para no releer el maestro
      *> en cada articulo.
           01 WS-ULTIMO-CLIENTE PIC 9(6) VALUE ZERO.
           01 WS-ULTIMO-RANGO PIC 99 VALUE ZERO.
           01 WS-CLIENTE-BUSCA PIC 9(6) VALUE ZERO.
           01 WS-PROMEDIO PIC S9(11)V99 VALUE ZERO.
           01 WS-PCT-ACTUAL PIC S9(3)V9 VALUE ZERO.
           01 WS-PCT-ANTERIOR PIC S9(3)V9 VALUE ZERO.
           01 WS-PCT-DIFERENCIA PIC S9(3)V9 VALUE ZERO.
           01 WS-MONTO-EDIT-1 PIC -(11)9.99.
           01 WS-MONTO-EDIT-2 PIC -(11)9.99.
           01 WS-MONTO-EDIT-3 PIC -(11)9.99.
           01 WS-PCT-EDIT-1 PIC -(3)9.9.
           01 WS-PCT-EDIT-2 PIC -(3)9.9.
           01 WS-PCT-EDIT-3 PIC -(3)9.9.
           01 WS-CANT-EDIT-1 PIC Z(5)9.
           01 WS-CANT-EDIT-2 PIC Z(5)9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-PROCESO.
           MOVE ZERO TO WS-PERIODO-PEDIDO.
           PERFORM CARGAR-PARAMETROS-PASO.
           IF WS-PERIODO-PEDIDO = ZERO THEN
               PERFORM CARGAR-MODO
           END-IF.
           IF WS-PERIODO-PEDIDO > ZERO THEN
               MOVE WS-PERIODO-PEDIDO TO WS-PERIODO-INFORME-NUM
           ELSE
               MOVE WS-FECHA-PROCESO(1:6) TO WS-PERIODO-INFORME-NUM
           END-IF.
           MOVE WS-PERIODO-INFORME-NUM TO WS-PERIODO-ANTERIOR-NUM.
           IF WS-ANT-MES = 1 THEN
               SUBTRACT 1 FROM WS-ANT-ANO
               MOVE 12 TO WS-ANT-MES
           ELSE
               SUBTRACT 1 FROM WS-ANT-MES
           END-IF.
           PERFORM CARGAR-RANGOS.
           IF WS-NUM-RANGOS = ZERO THEN
               DISPLAY "VENTAS-EDAD: sin rangos en "
                   "data/evaluate-rangos.cfg."
               MOVE 8 TO RETURN-CODE
               PERFORM REGISTRAR-HISTORIAL
               GOBACK
           END-IF.
           OPEN INPUT CUSTOMER-MASTER.
           IF NOT CLIENTES-OK THEN
               DISPLAY "VENTAS-EDAD: no se pudo abrir el maestro de "
                   "clientes, estado " WS-ESTADO-CLIENTES
               MOVE 8 TO RETURN-CODE
               PERFORM REGISTRAR-HISTORIAL
               GOBACK
           END-IF.
           PERFORM CONTAR-CLIENTES.
           PERFORM SUMAR-VENTAS.
           PERFORM SUMAR-CARTERA.
           CLOSE CUSTOMER-MASTER.
           OPEN OUTPUT REPORT-FILE.
           PERFORM ESCRIBIR-INFORME.
           CLOSE REPORT-FILE.
           DISPLAY "Ventas por rango de edad del periodo "
               WS-PERIODO-INFORME-NUM " en data/ventas-edad.dat".
           PERFORM REGISTRAR-HISTORIAL.
           GOBACK.

       CARGAR-MODO.
           OPEN INPUT MODE-FILE.
           IF MODO-FILE-OK THEN
               READ MODE-FILE
                   NOT AT END
                       IF VE-PERIODO NUMERIC THEN
                           MOVE VE-PERIODO TO WS-PERIODO-PEDIDO
                       END-IF
               END-READ
               CLOSE MODE-FILE
           ELSE
               DISPLAY "Periodo AAAAMM (en blanco el actual):"
               ACCEPT WS-PERIODO-PEDIDO
           END-IF.

       CARGAR-PARAMETROS-PASO.
           IF PARAMETRO-PASO = SPACES
                   OR PARAMETRO-PASO = LOW-VALUES THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE PARAMETRO-PASO TO WS-NOMBRE-PARAMETROS.
           OPEN INPUT STEP-PARAM-FILE.
           IF NOT PARAMETROS-OK THEN
               DISPLAY "CARGAR-PARAMETROS-PASO: no se pudo abrir "
                   WS-NOMBRE-PARAMETROS ", se usa el periodo "
                   "de siempre."
               EXIT PARAGRAPH
           END-IF.
           READ STEP-PARAM-FILE
               NOT AT END
                   IF PR-PERIODO NUMERIC THEN
                       MOVE PR-PERIODO TO WS-PERIODO-PEDIDO
                   END-IF
           END-READ.
           CLOSE STEP-PARAM-FILE.

       CARGAR-RANGOS.
           MOVE ZERO TO WS-NUM-RANGOS.
           OPEN INPUT CONFIG-FILE.
           IF NOT RANGOS-OK THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIN-ARCHIVO.
           PERFORM UNTIL FIN-ARCHIVO
               READ CONFIG-FILE
                   AT END SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF WS-NUM-RANGOS >= 10 THEN
                           DISPLAY "CARGAR-RANGOS: limite de 10 "
                               "rangos excedido, se ignora el resto."
                           SET FIN-ARCHIVO TO TRUE
                       ELSE
                           ADD 1 TO WS-NUM-RANGOS
                           MOVE CFG-NOMBRE TO
                               WS-RANGO-NOMBRE(WS-NUM-RANGOS)
                           MOVE CFG-DESDE TO
                               WS-RANGO-DESDE(WS-NUM-RANGOS)
                           MOVE CFG-HASTA TO
                               WS-RANGO-HASTA(WS-NUM-RANGOS)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CONFIG-FILE.
           IF WS-NUM-RANGOS = ZERO THEN
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-IDX-SIN-RANGO = WS-NUM-RANGOS + 1.
           MOVE "Sin rango" TO WS-RANGO-NOMBRE(WS-IDX-SIN-RANGO).
           MOVE ZERO TO WS-RANGO-DESDE(WS-IDX-SIN-RANGO).
           MOVE ZERO TO WS-RANGO-HASTA(WS-IDX-SIN-RANGO).
           PERFORM VARYING WS-IDX-RANGO FROM 1 BY 1
                   UNTIL WS-IDX-RANGO > WS-IDX-SIN-RANGO
               MOVE ZERO TO WS-RANGO-CLIENTES(WS-IDX-RANGO)
               MOVE ZERO TO WS-RANGO-NETO(WS-IDX-RANGO)
               MOVE ZERO TO WS-RANGO-NETO-ANT(WS-IDX-RANGO)
               MOVE ZERO TO WS-RANGO-FACTURAS(WS-IDX-RANGO)
               MOVE ZERO TO WS-RANGO-ABIERTO(WS-IDX-RANGO)
           END-PERFORM.

      *> El primer rango que contiene la edad, como en el censo.
       UBICAR-RANGO-EDAD.
           MOVE WS-IDX-SIN-RANGO TO WS-RANGO-CLIENTE.
           IF CM-EDAD NOT NUMERIC THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-IDX-RANGO FROM 1 BY 1
                   UNTIL WS-IDX-RANGO > WS-NUM-RANGOS
               IF CM-EDAD >= WS-RANGO-DESDE(WS-IDX-RANGO)
                       AND CM-EDAD <= WS-RANGO-HASTA(WS-IDX-RANGO)
                       THEN
                   MOVE WS-IDX-RANGO TO WS-RANGO-CLIENTE
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.

       UBICAR-RANGO-CLIENTE.
           IF WS-CLIENTE-BUSCA = WS-ULTIMO-CLIENTE
                   AND WS-ULTIMO-RANGO > ZERO THEN
               MOVE WS-ULTIMO-RANGO TO WS-RANGO-CLIENTE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CLIENTE-BUSCA TO CM-NUMERO.
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE WS-IDX-SIN-RANGO TO WS-RANGO-CLIENTE
               NOT INVALID KEY
                   PERFORM UBICAR-RANGO-EDAD
           END-READ.
           MOVE WS-CLIENTE-BUSCA TO WS-ULTIMO-CLIENTE.
           MOVE WS-RANGO-CLIENTE TO WS-ULTIMO-RANGO.

      *> Base del promedio: los clientes activos de cada rango.
       CONTAR-CLIENTES.
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
                           PERFORM UBICAR-RANGO-EDAD
                           ADD 1 TO
                               WS-RANGO-CLIENTES(WS-RANGO-CLIENTE)
                           ADD 1 TO WS-TOT-CLIENTES
                       END-IF
               END-READ
           END-PERFORM.

      *> Venta neta facturada del mes y del mes anterior, desde el
      *> historico de VENTAS-HIST (neto de creditos).
       SUMAR-VENTAS.
           OPEN INPUT SALES-HISTORY.
           IF NOT HISTORICO-OK THEN
               DISPLAY "VENTAS-EDAD: no se pudo abrir el historico "
                   "de ventas, estado " WS-ESTADO-HISTORICO
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-ULTIMO-CLIENTE.
           MOVE ZERO TO WS-ULTIMO-RANGO.
           MOVE "N" TO WS-FIN-ARCHIVO.
           MOVE WS-PERIODO-ANTERIOR-NUM TO VH-PERIODO.
           MOVE ZERO TO VH-CLIENTE.
           MOVE LOW-VALUES TO VH-ARTICULO.
           START SALES-HISTORY KEY >= VH-CLAVE
               INVALID KEY SET FIN-ARCHIVO TO TRUE
           END-START.
           PERFORM UNTIL FIN-ARCHIVO
               READ SALES-HISTORY NEXT RECORD
                   AT END SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF VH-PERIODO > WS-PERIODO-INFORME-NUM THEN
                           SET FIN-ARCHIVO TO TRUE
                       ELSE
                           PERFORM ACUMULAR-VENTA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SALES-HISTORY.

       ACUMULAR-VENTA.
           MOVE VH-CLIENTE TO WS-CLIENTE-BUSCA.
           PERFORM UBICAR-RANGO-CLIENTE.
           IF VH-PERIODO = WS-PERIODO-INFORME-NUM THEN
               ADD VH-NETO TO WS-RANGO-NETO(WS-RANGO-CLIENTE)
               ADD VH-NETO TO WS-TOT-NETO
           ELSE
               ADD VH-NETO TO WS-RANGO-NETO-ANT(WS-RANGO-CLIENTE)
               ADD VH-NETO TO WS-TOT-NETO-ANT
           END-IF.

      *> Facturas emitidas en el mes y cartera abierta hoy, desde el
      *> maestro de partidas (sin notas de credito ni intereses).
       SUMAR-CARTERA.
           OPEN INPUT OPEN-ITEM-MASTER.
           IF NOT ABIERTOS-OK THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-ULTIMO-CLIENTE.
           MOVE ZERO TO WS-ULTIMO-RANGO.
           MOVE "N" TO WS-FIN-ARCHIVO.
           MOVE ZERO TO AB-CLIENTE.
           START OPEN-ITEM-MASTER KEY >= AB-CLIENTE
               INVALID KEY SET FIN-ARCHIVO TO TRUE
           END-START.
           PERFORM UNTIL FIN-ARCHIVO
               READ OPEN-ITEM-MASTER NEXT RECORD
                   AT END SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF PARTIDA-FACTURA THEN
                           PERFORM ACUMULAR-PARTIDA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OPEN-ITEM-MASTER.

       ACUMULAR-PARTIDA.
           MOVE AB-CLIENTE TO WS-CLIENTE-BUSCA.
           PERFORM UBICAR-RANGO-CLIENTE.
           IF AB-FECHA-LOTE(1:6) = WS-PERIODO-INFORME THEN
               ADD 1 TO WS-RANGO-FACTURAS(WS-RANGO-CLIENTE)
               ADD 1 TO WS-TOT-FACTURAS
           END-IF.
           IF AB-ESTADO = "A" AND AB-SALDO > ZERO THEN
               ADD AB-SALDO TO WS-RANGO-ABIERTO(WS-RANGO-CLIENTE)
               ADD AB-SALDO TO WS-TOT-ABIERTO
           END-IF.

       ESCRIBIR-INFORME.
           MOVE SPACES TO REPORT-RECORD.
           STRING "VENTAS POR RANGO DE EDAD  periodo "
               WS-PERIODO-INFORME-NUM "  contra "
               WS-PERIODO-ANTERIOR-NUM "  proceso " WS-FECHA-PROCESO
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "Rango      Clientes      Venta neta   Promedio/cli"
               & "  Facturas  Cartera abierta  %Venta  %Ant.  Dif."
               TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           PERFORM ESCRIBIR-LINEA-RANGO
               VARYING WS-IDX-RANGO FROM 1 BY 1
               UNTIL WS-IDX-RANGO > WS-IDX-SIN-RANGO.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-TOT-CLIENTES TO WS-CANT-EDIT-1.
           MOVE WS-TOT-NETO TO WS-MONTO-EDIT-1.
           MOVE WS-TOT-FACTURAS TO WS-CANT-EDIT-2.
           MOVE WS-TOT-ABIERTO TO WS-MONTO-EDIT-3.
           IF WS-TOT-CLIENTES > ZERO THEN
               COMPUTE WS-PROMEDIO ROUNDED =
                   WS-TOT-NETO / WS-TOT-CLIENTES
           ELSE
               MOVE ZERO TO WS-PROMEDIO
           END-IF.
           MOVE WS-PROMEDIO TO WS-MONTO-EDIT-2.
           MOVE SPACES TO REPORT-RECORD.
           STRING "TOTAL      " WS-CANT-EDIT-1 " " WS-MONTO-EDIT-1
               " " WS-MONTO-EDIT-2 "    " WS-CANT-EDIT-2 " "
               WS-MONTO-EDIT-3 DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-TOT-NETO-ANT TO WS-MONTO-EDIT-1.
           MOVE SPACES TO REPORT-RECORD.
           STRING "Venta neta del periodo anterior " WS-MONTO-EDIT-1
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING "Promedio sobre clientes activos del rango; "
               "cartera abierta a la fecha de proceso."
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.

      *> Participacion del rango en la venta del mes contra su
      *> participacion en el mes anterior, en puntos.
       ESCRIBIR-LINEA-RANGO.
           IF WS-RANGO-CLIENTES(WS-IDX-RANGO) > ZERO THEN
               COMPUTE WS-PROMEDIO ROUNDED =
                   WS-RANGO-NETO(WS-IDX-RANGO)
                   / WS-RANGO-CLIENTES(WS-IDX-RANGO)
           ELSE
               MOVE ZERO TO WS-PROMEDIO
           END-IF.
           MOVE ZERO TO WS-PCT-ACTUAL.
           MOVE ZERO TO WS-PCT-ANTERIOR.
           IF WS-TOT-NETO NOT = ZERO THEN
               COMPUTE WS-PCT-ACTUAL ROUNDED =
                   WS-RANGO-NETO(WS-IDX-RANGO) * 100 / WS-TOT-NETO
                   ON SIZE ERROR MOVE 999.9 TO WS-PCT-ACTUAL
               END-COMPUTE
           END-IF.
           IF WS-TOT-NETO-ANT NOT = ZERO THEN
               COMPUTE WS-PCT-ANTERIOR ROUNDED =
                   WS-RANGO-NETO-ANT(WS-IDX-RANGO) * 100
                   / WS-TOT-NETO-ANT
                   ON SIZE ERROR MOVE 999.9 TO WS-PCT-ANTERIOR
               END-COMPUTE
           END-IF.
           COMPUTE WS-PCT-DIFERENCIA = WS-PCT-ACTUAL - WS-PCT-ANTERIOR.
           MOVE WS-RANGO-CLIENTES(WS-IDX-RANGO) TO WS-CANT-EDIT-1.
           MOVE WS-RANGO-NETO(WS-IDX-RANGO) TO WS-MONTO-EDIT-1.
           MOVE WS-PROMEDIO TO WS-MONTO-EDIT-2.
           MOVE WS-RANGO-FACTURAS(WS-IDX-RANGO) TO WS-CANT-EDIT-2.
           MOVE WS-RANGO-ABIERTO(WS-IDX-RANGO) TO WS-MONTO-EDIT-3.
           MOVE WS-PCT-ACTUAL TO WS-PCT-EDIT-1.
           MOVE WS-PCT-ANTERIOR TO WS-PCT-EDIT-2.
           MOVE WS-PCT-DIFERENCIA TO WS-PCT-EDIT-3.
           MOVE SPACES TO REPORT-RECORD.
           STRING WS-RANGO-NOMBRE(WS-IDX-RANGO) " " WS-CANT-EDIT-1
               " " WS-MONTO-EDIT-1 " " WS-MONTO-EDIT-2 "    "
               WS-CANT-EDIT-2 " " WS-MONTO-EDIT-3 "  "
               WS-PCT-EDIT-1 " " WS-PCT-EDIT-2 " " WS-PCT-EDIT-3
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.

       REGISTRAR-HISTORIAL.
           OPEN EXTEND RUN-HISTORY-LOG.
           IF NOT HIST-OK THEN
               OPEN OUTPUT RUN-HISTORY-LOG
               CLOSE RUN-HISTORY-LOG
               OPEN EXTEND RUN-HISTORY-LOG
           END-IF.
           MOVE "VENTAS-EDAD" TO RH-PROGRAMA.
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
       END PROGRAM VENTAS-EDAD.
