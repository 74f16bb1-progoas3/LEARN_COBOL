               RECORD KEY IS AB-FACTURA
               ALTERNATE RECORD KEY IS AB-CLIENTE WITH DUPLICATES
               FILE STATUS IS WS-ESTADO-ABIERTOS.
           SELECT AGING-REPORT-FILE ASSIGN TO DYNAMIC
                   WS-NOMBRE-INFORME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-HISTORY-LOG ASSIGN TO "data/run-history.log"
               ORGANIZATION IS LINE SEQUENTIAL
       01  OPEN-ITEM-RECORD.
           COPY ARITEM.

      *> Un informe por empresa: data/ar-antiguedad.dat la 01,
      *> data/ar-antiguedad-EE.dat las demas.
       FD  AGING-REPORT-FILE.
       01  AGING-REPORT-RECORD PIC X(120).

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
               88 FIN-ABIERTOS VALUE "S".
           01 WS-FECHA-PROCESO PIC 9(8) VALUE ZERO.
           01 WS-DIAS-PARTIDA PIC S9(5) VALUE ZERO.
           01 WS-FECHA-BASE PIC 9(8) VALUE ZERO.
           01 WS-NOMBRE-INFORME PIC X(40)
               VALUE "data/ar-antiguedad.dat".
      *> Cada empresa recorre el maestro entero y toma solo sus
      *> partidas; sus totales no se mezclan con los de otra.
           01 WS-ORDINAL-EMPRESA PIC 9(6) VALUE ZERO.
           01 WS-EMPRESA-PASADA PIC X(2) VALUE "01".
           01 WS-EMPRESA-PARTIDA PIC X(2) VALUE "01".
           01 WS-ES-FUNCION PIC X(8) VALUE SPACES.
           01 WS-ES-EMPRESA PIC X(2) VALUE SPACES.
           01 WS-ES-NUMERO PIC 9(6) VALUE ZERO.
           01 WS-ES-ARCHIVO PIC X(40) VALUE SPACES.
           01 WS-ES-DATOS.
               COPY EMPRESA REPLACING LEADING ==EM-== BY ==WS-ES-==.
           01 WS-ES-RESULTADO PIC X VALUE "N".
      *> Antiguedad por cliente: lo no vencido aparte y lo vencido
      *> con cortes 30/60/90 desde el vencimiento. El maestro se
      *> recorre por la clave alterna de cliente, asi que basta con
      *> acumular el cliente en curso y cortar al cambiar. Lo que
      *> esta en disputa abierta va en su propia columna y no
      *> envejece en los cortes.
           01 WS-CLIENTE-ACTUAL PIC 9(6) VALUE ZERO.
           01 WS-CLIENTE-EN-CURSO.
               05 WS-CLI-NUMERO PIC 9(6).
               05 WS-CLI-NOVENC PIC 9(9)V99.
               05 WS-CLI-B030 PIC 9(9)V99.
               05 WS-CLI-B3160 PIC 9(9)V99.
               05 WS-CLI-B6190 PIC 9(9)V99.
               05 WS-CLI-B90MAS PIC 9(9)V99.
               05 WS-CLI-DISPUTA PIC 9(9)V99.
               05 WS-CLI-PARTIDAS PIC 9(4).
           01 WS-TOTALES-GENERALES.
               05 WS-TOT-NOVENC PIC 9(11)V99 VALUE ZERO.
               05 WS-TOT-B030 PIC 9(11)V99 VALUE ZERO.
               05 WS-TOT-B3160 PIC 9(11)V99 VALUE ZERO.
               05 WS-TOT-B6190 PIC 9(11)V99 VALUE ZERO.
               05 WS-TOT-B90MAS PIC 9(11)V99 VALUE ZERO.
               05 WS-TOT-DISPUTA PIC 9(11)V99 VALUE ZERO.
               05 WS-TOT-PARTIDAS PIC 9(6) VALUE ZERO.
           01 WS-MONTO-EDIT PIC Z(9)9.99.
           01 WS-MONTO-EDIT-2 PIC Z(9)9.99.
           01 WS-MONTO-EDIT-3 PIC Z(9)9.99.
           01 WS-MONTO-EDIT-4 PIC Z(9)9.99.
           01 WS-MONTO-EDIT-5 PIC Z(9)9.99.
           01 WS-MONTO-EDIT-6 PIC Z(9)9.99.
           01 WS-SALDO-DISPUTA PIC 9(9)V99 VALUE ZERO.
           01 WS-SALDO-COBRABLE PIC 9(9)V99 VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-PROCESO.
               PERFORM REGISTRAR-HISTORIAL
               GOBACK
           END-IF.
           MOVE ZERO TO WS-ORDINAL-EMPRESA.
           PERFORM SIGUIENTE-EMPRESA.
           PERFORM UNTIL WS-ES-RESULTADO NOT = "S"
               PERFORM INFORMAR-EMPRESA
               PERFORM SIGUIENTE-EMPRESA
           END-PERFORM.
           CLOSE OPEN-ITEM-MASTER.
           PERFORM REGISTRAR-HISTORIAL.
           GOBACK.

       SIGUIENTE-EMPRESA.
           MOVE "SIGUIENT" TO WS-ES-FUNCION.
           MOVE WS-ORDINAL-EMPRESA TO WS-ES-NUMERO.
           PERFORM LLAMAR-EMPRESRV.
           IF WS-ES-RESULTADO NOT = "S" THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ES-NUMERO TO WS-ORDINAL-EMPRESA.
           MOVE WS-ES-EMPRESA TO WS-EMPRESA-PASADA.
           MOVE "ARCHIVO" TO WS-ES-FUNCION.
           MOVE "data/ar-antiguedad.dat" TO WS-ES-ARCHIVO.
           PERFORM LLAMAR-EMPRESRV.
           MOVE WS-ES-ARCHIVO TO WS-NOMBRE-INFORME.
           MOVE "S" TO WS-ES-RESULTADO.

       LLAMAR-EMPRESRV.
           MOVE RETURN-CODE TO WS-RC-GUARDA.
           CALL "EMPRESRV" USING WS-ES-FUNCION WS-ES-EMPRESA
               WS-ES-NUMERO WS-ES-ARCHIVO WS-ES-DATOS WS-ES-RESULTADO.
           MOVE WS-RC-GUARDA TO RETURN-CODE.

       INFORMAR-EMPRESA.
           INITIALIZE WS-TOTALES-GENERALES.
           INITIALIZE WS-CLIENTE-EN-CURSO.
           MOVE ZERO TO WS-CLIENTE-ACTUAL.
           MOVE "N" TO WS-FIN-ABIERTOS.
           OPEN OUTPUT AGING-REPORT-FILE.
           PERFORM ESCRIBIR-CABECERA.
           MOVE ZERO TO AB-CLIENTE.
           START OPEN-ITEM-MASTER KEY >= AB-CLIENTE
               INVALID KEY SET FIN-ABIERTOS TO TRUE
           END-START.
           PERFORM UNTIL FIN-ABIERTOS
               READ OPEN-ITEM-MASTER NEXT RECORD
                   AT END SET FIN-ABIERTOS TO TRUE
                   NOT AT END
                       IF AB-CLIENTE NOT = WS-CLIENTE-ACTUAL THEN
                           PERFORM ESCRIBIR-LINEA-CLIENTE
                           MOVE AB-CLIENTE TO WS-CLIENTE-ACTUAL
                       END-IF
                       PERFORM TOMAR-EMPRESA-PARTIDA
                       IF AB-ESTADO = "A" AND AB-SALDO > ZERO
                               AND NOT PARTIDA-NOTA-CREDITO
                               AND WS-EMPRESA-PARTIDA =
                                   WS-EMPRESA-PASADA THEN
                           PERFORM CLASIFICAR-PARTIDA
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM ESCRIBIR-LINEA-CLIENTE.
           PERFORM ESCRIBIR-TOTALES.
           CLOSE AGING-REPORT-FILE.
           DISPLAY "Empresa " WS-EMPRESA-PASADA
               ", partidas abiertas clasificadas: " WS-TOT-PARTIDAS
               " en " WS-NOMBRE-INFORME.

       TOMAR-EMPRESA-PARTIDA.
           IF AB-EMPRESA = SPACES OR AB-EMPRESA = LOW-VALUES THEN
               MOVE "01" TO WS-EMPRESA-PARTIDA
           ELSE
               MOVE AB-EMPRESA TO WS-EMPRESA-PARTIDA
           END-IF.

      *> Los dias de atraso corren desde el vencimiento; una
      *> partida asentada antes de existir el vencimiento envejece
      *> desde su fecha de lote, como contado.
       CLASIFICAR-PARTIDA.
           IF AB-FECHA-VENCE NUMERIC AND AB-FECHA-VENCE > ZERO THEN
               MOVE AB-FECHA-VENCE TO WS-FECHA-BASE
           ELSE
               MOVE AB-FECHA-LOTE TO WS-FECHA-BASE
           END-IF.
           COMPUTE WS-DIAS-PARTIDA =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-PROCESO)
               - FUNCTION INTEGER-OF-DATE(WS-FECHA-BASE).
           MOVE AB-CLIENTE TO WS-CLI-NUMERO.
           ADD 1 TO WS-CLI-PARTIDAS.
           ADD 1 TO WS-TOT-PARTIDAS.
           MOVE ZERO TO WS-SALDO-DISPUTA.
           IF AB-MONTO-DISPUTA NUMERIC THEN
               IF AB-MONTO-DISPUTA > AB-SALDO THEN
                   MOVE AB-SALDO TO WS-SALDO-DISPUTA
               ELSE
                   MOVE AB-MONTO-DISPUTA TO WS-SALDO-DISPUTA
               END-IF
           END-IF.
           COMPUTE WS-SALDO-COBRABLE = AB-SALDO - WS-SALDO-DISPUTA.
           ADD WS-SALDO-DISPUTA TO WS-CLI-DISPUTA.
           ADD WS-SALDO-DISPUTA TO WS-TOT-DISPUTA.
           EVALUATE TRUE
               WHEN WS-DIAS-PARTIDA <= ZERO
                   ADD WS-SALDO-COBRABLE TO WS-CLI-NOVENC
                   ADD WS-SALDO-COBRABLE TO WS-TOT-NOVENC
               WHEN WS-DIAS-PARTIDA <= 30
                   ADD WS-SALDO-COBRABLE TO WS-CLI-B030
                   ADD WS-SALDO-COBRABLE TO WS-TOT-B030
               WHEN WS-DIAS-PARTIDA <= 60
                   ADD WS-SALDO-COBRABLE TO WS-CLI-B3160
                   ADD WS-SALDO-COBRABLE TO WS-TOT-B3160
               WHEN WS-DIAS-PARTIDA <= 90
                   ADD WS-SALDO-COBRABLE TO WS-CLI-B6190
                   ADD WS-SALDO-COBRABLE TO WS-TOT-B6190
               WHEN OTHER
                   ADD WS-SALDO-COBRABLE TO WS-CLI-B90MAS
                   ADD WS-SALDO-COBRABLE TO WS-TOT-B90MAS
           END-EVALUATE.

       ESCRIBIR-CABECERA.
           MOVE SPACES TO AGING-REPORT-RECORD.
           STRING "ANTIGUEDAD DE CARTERA  empresa "
               WS-EMPRESA-PASADA "  fecha " WS-FECHA-PROCESO
               DELIMITED BY SIZE INTO AGING-REPORT-RECORD.
           WRITE AGING-REPORT-RECORD.
           MOVE SPACES TO AGING-REPORT-RECORD.
           MOVE "Cliente   No vencido          1-30         31-60"
               & "         61-90           90+    En disputa"
               TO AGING-REPORT-RECORD.
           WRITE AGING-REPORT-RECORD.

       ESCRIBIR-TOTALES.
           MOVE WS-TOT-B030 TO WS-MONTO-EDIT.
           MOVE WS-TOT-B3160 TO WS-MONTO-EDIT-2.
           MOVE WS-TOT-B6190 TO WS-MONTO-EDIT-3.
           MOVE WS-TOT-B90MAS TO WS-MONTO-EDIT-4.
           MOVE WS-TOT-NOVENC TO WS-MONTO-EDIT-5.
           MOVE WS-TOT-DISPUTA TO WS-MONTO-EDIT-6.
           MOVE SPACES TO AGING-REPORT-RECORD.
           STRING "TOTAL  " WS-MONTO-EDIT-5 " " WS-MONTO-EDIT " "
               WS-MONTO-EDIT-2
               " " WS-MONTO-EDIT-3 " " WS-MONTO-EDIT-4
               " " WS-MONTO-EDIT-6
               DELIMITED BY SIZE INTO AGING-REPORT-RECORD.
           WRITE AGING-REPORT-RECORD.

      *> Un cliente sin partidas abiertas de deuda no sale en el
      *> informe.
       ESCRIBIR-LINEA-CLIENTE.
           IF WS-CLI-PARTIDAS = ZERO THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CLI-B030 TO WS-MONTO-EDIT.
           MOVE WS-CLI-B3160 TO WS-MONTO-EDIT-2.
           MOVE WS-CLI-B6190 TO WS-MONTO-EDIT-3.
           MOVE WS-CLI-B90MAS TO WS-MONTO-EDIT-4.
           MOVE WS-CLI-NOVENC TO WS-MONTO-EDIT-5.
           MOVE WS-CLI-DISPUTA TO WS-MONTO-EDIT-6.
           MOVE SPACES TO AGING-REPORT-RECORD.
           STRING WS-CLI-NUMERO " " WS-MONTO-EDIT-5 " "
               WS-MONTO-EDIT " " WS-MONTO-EDIT-2
               " " WS-MONTO-EDIT-3 " " WS-MONTO-EDIT-4
               " " WS-MONTO-EDIT-6
               " (" WS-CLI-PARTIDAS " partidas)"
               DELIMITED BY SIZE INTO AGING-REPORT-RECORD.
           WRITE AGING-REPORT-RECORD.
           INITIALIZE WS-CLIENTE-EN-CURSO.

       REGISTRAR-HISTORIAL.
           OPEN EXTEND RUN-HISTORY-LOG.
