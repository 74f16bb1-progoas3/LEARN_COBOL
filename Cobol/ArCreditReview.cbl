      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AR-CREDITREV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPEN-ITEM-MASTER ASSIGN TO "data/ar-abiertos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AB-FACTURA
               ALTERNATE RECORD KEY IS AB-CLIENTE WITH DUPLICATES
               FILE STATUS IS WS-ESTADO-ABIERTOS.
           SELECT ON-ACCOUNT-FILE ASSIGN TO "data/ar-acuenta.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AC-CLAVE
               FILE STATUS IS WS-ESTADO-ACUENTA.
           SELECT CUSTOMER-MASTER ASSIGN TO "data/first-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-NUMERO
               ALTERNATE RECORD KEY IS CM-NOMBRE WITH DUPLICATES
               FILE STATUS IS WS-ESTADO-CLIENTES.
           SELECT REVIEW-PARAM-FILE ASSIGN TO "data/ar-credito.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-PARAM.
           SELECT REVIEW-REPORT-FILE ASSIGN TO
                   "data/ar-credito-revision.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-HISTORY-LOG ASSIGN TO "data/run-history.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-HIST.
       DATA DIVISION.
       FILE SECTION.
       FD  OPEN-ITEM-MASTER.
       01  OPEN-ITEM-RECORD.
           COPY ARITEM.

       FD  ON-ACCOUNT-FILE.
       01  ON-ACCOUNT-RECORD.
           COPY ACUENTA.

       FD  CUSTOMER-MASTER.
       01  CUSTOMER-RECORD.
           COPY CLIENTE.

      *> Cortes del puntaje (0-100) para cada recomendacion, uso
      *> minimo del limite (en %) para proponer un aumento, aumento
      *> propuesto (en %) y cantidad minima de pagos para juzgar el
      *> comportamiento del cliente.
       FD  REVIEW-PARAM-FILE.
       01  REVIEW-PARAM-RECORD.
           05 CR-PUNTAJE-AUMENTO PIC 9(3).
           05 CR-PUNTAJE-BAJA PIC 9(3).
           05 CR-PUNTAJE-CONGELA PIC 9(3).
           05 CR-USO-AUMENTO PIC 9(3).
           05 CR-PORC-AUMENTO PIC 9(3).
           05 CR-MINIMO-PAGOS PIC 9(3).

       FD  REVIEW-REPORT-FILE.
       01  REVIEW-REPORT-RECORD PIC X(132).

       FD  RUN-HISTORY-LOG.
           COPY RUNHIST.

       WORKING-STORAGE SECTION.
      *> Operador firmado en el menu; los programas llamados lo
      *> arrastran al historial de corridas.
       01  OPERADOR-ACTUAL PIC X(8) EXTERNAL.
           01 WS-ESTADO-HIST PIC XX VALUE "00".
               88 HIST-OK VALUE "00".
           01 WS-ESTADO-ABIERTOS PIC XX VALUE "00".
               88 ABIERTOS-OK VALUE "00".
           01 WS-ESTADO-ACUENTA PIC XX VALUE "00".
               88 ACUENTA-OK VALUE "00".
           01 WS-ESTADO-CLIENTES PIC XX VALUE "00".
               88 CLIENTES-OK VALUE "00".
           01 WS-ESTADO-PARAM PIC XX VALUE "00".
               88 PARAM-OK VALUE "00".
           01 WS-FIN-ABIERTOS PIC X VALUE "N".
               88 FIN-ABIERTOS VALUE "S".
           01 WS-FIN-ACUENTA PIC X VALUE "N".
               88 FIN-ACUENTA VALUE "S".
           01 WS-MAESTRO-CLIENTES PIC X VALUE "N".
               88 MAESTRO-CLIENTES-ABIERTO VALUE "S".
           01 WS-LIBRO-A-CUENTA PIC X VALUE "N".
               88 LIBRO-A-CUENTA-ABIERTO VALUE "S".
           01 WS-FECHA-PROCESO PIC 9(8) VALUE ZERO.
           01 WS-SALDO-SIN-DISPUTA PIC 9(9)V99 VALUE ZERO.
           01 WS-FECHA-BASE PIC 9(8) VALUE ZERO.
           01 WS-DIAS-PARTIDA PIC S9(5) VALUE ZERO.
           01 WS-CLIENTE-ACTUAL PIC 9(6) VALUE ZERO.
           01 WS-NOMBRE-CLIENTE PIC X(30) VALUE SPACES.
      *> Parametros vigentes; sin data/ar-credito.cfg valido rigen
      *> los valores por omision.
           01 WS-PUNTAJE-AUMENTO PIC 9(3) VALUE 80.
           01 WS-PUNTAJE-BAJA PIC 9(3) VALUE 50.
           01 WS-PUNTAJE-CONGELA PIC 9(3) VALUE 30.
           01 WS-USO-AUMENTO PIC 9(3) VALUE 80.
           01 WS-PORC-AUMENTO PIC 9(3) VALUE 25.
           01 WS-MINIMO-PAGOS PIC 9(3) VALUE 3.
      *> Comportamiento del cliente en curso: los pagos salen de las
      *> partidas canceladas (dias de la fecha de lote al ultimo
      *> pago; tarde si se pago despues del vencimiento) y la
      *> exposicion de lo abierto, neto del dinero a cuenta.
           01 WS-CLIENTE-EN-CURSO.
               05 WS-CUR-PAGADAS PIC 9(5).
               05 WS-CUR-TARDE PIC 9(5).
               05 WS-CUR-DIAS-TOTAL PIC 9(9).
               05 WS-CUR-DIAS-MAX PIC 9(5).
               05 WS-CUR-ATRASO-ABIERTO PIC 9(5).
               05 WS-CUR-CASTIGOS PIC 9(3).
               05 WS-CUR-DEUDA PIC 9(9)V99.
               05 WS-CUR-ACUENTA PIC 9(9)V99.
           01 WS-EXPOSICION PIC S9(9)V99 VALUE ZERO.
           01 WS-LIMITE PIC 9(7)V99 VALUE ZERO.
           01 WS-PLAZO PIC 9(3) VALUE ZERO.
           01 WS-DIAS-PROMEDIO PIC 9(5) VALUE ZERO.
           01 WS-PORC-TARDE PIC 9(3) VALUE ZERO.
           01 WS-PORC-USO PIC 9(5) VALUE ZERO.
           01 WS-EXCESO-DIAS PIC S9(5) VALUE ZERO.
           01 WS-PUNTAJE PIC S9(3) VALUE ZERO.
           01 WS-LIMITE-SUGERIDO PIC 9(7)V99 VALUE ZERO.
           01 WS-RECOMENDACION PIC X(9) VALUE SPACES.
           01 WS-TOTALES.
               05 WS-TOT-CLIENTES PIC 9(5) VALUE ZERO.
               05 WS-TOT-AUMENTAR PIC 9(5) VALUE ZERO.
               05 WS-TOT-BAJAR PIC 9(5) VALUE ZERO.
               05 WS-TOT-CONGELAR PIC 9(5) VALUE ZERO.
               05 WS-TOT-MANTENER PIC 9(5) VALUE ZERO.
           01 WS-CANT-EDIT PIC ZZZZ9.
           01 WS-DIAS-EDIT PIC ZZZZ9.
           01 WS-DIAS-EDIT-2 PIC ZZZZ9.
           01 WS-PORC-EDIT PIC ZZ9.
           01 WS-USO-EDIT PIC ZZZZ9.
           01 WS-PUNTAJE-EDIT PIC ZZ9.
           01 WS-MONTO-EDIT PIC Z(7)9.99.
           01 WS-MONTO-EDIT-2 PIC Z(7)9.99.
           01 WS-SALDO-EDIT PIC -(8)9.99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-PROCESO.
           PERFORM CARGAR-PARAMETROS.
           OPEN INPUT OPEN-ITEM-MASTER.
           IF NOT ABIERTOS-OK THEN
               DISPLAY "AR-CREDITREV: no se pudo abrir el maestro de "
                   "partidas, estado " WS-ESTADO-ABIERTOS
               MOVE 8 TO RETURN-CODE
               PERFORM REGISTRAR-HISTORIAL
               GOBACK
           END-IF.
           OPEN INPUT CUSTOMER-MASTER.
           IF CLIENTES-OK THEN
               SET MAESTRO-CLIENTES-ABIERTO TO TRUE
           END-IF.
           OPEN INPUT ON-ACCOUNT-FILE.
           IF ACUENTA-OK THEN
               SET LIBRO-A-CUENTA-ABIERTO TO TRUE
           END-IF.
           OPEN OUTPUT REVIEW-REPORT-FILE.
           PERFORM ESCRIBIR-CABECERA.
           INITIALIZE WS-CLIENTE-EN-CURSO.
           MOVE ZERO TO AB-CLIENTE.
           START OPEN-ITEM-MASTER KEY >= AB-CLIENTE
               INVALID KEY SET FIN-ABIERTOS TO TRUE
           END-START.
           PERFORM UNTIL FIN-ABIERTOS
               READ OPEN-ITEM-MASTER NEXT RECORD
                   AT END SET FIN-ABIERTOS TO TRUE
                   NOT AT END
                       IF AB-CLIENTE NOT = WS-CLIENTE-ACTUAL THEN
                           PERFORM EVALUAR-CLIENTE
                           MOVE AB-CLIENTE TO WS-CLIENTE-ACTUAL
                       END-IF
                       IF NOT PARTIDA-NOTA-CREDITO THEN
                           PERFORM ACUMULAR-PARTIDA
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM EVALUAR-CLIENTE.
           CLOSE OPEN-ITEM-MASTER.
           IF MAESTRO-CLIENTES-ABIERTO THEN
               CLOSE CUSTOMER-MASTER
           END-IF.
           IF LIBRO-A-CUENTA-ABIERTO THEN
               CLOSE ON-ACCOUNT-FILE
           END-IF.
           PERFORM ESCRIBIR-TOTALES.
           CLOSE REVIEW-REPORT-FILE.
           DISPLAY "Clientes revisados      : " WS-TOT-CLIENTES.
           DISPLAY "  aumentar limite       : " WS-TOT-AUMENTAR.
           DISPLAY "  bajar limite          : " WS-TOT-BAJAR.
           DISPLAY "  congelar credito      : " WS-TOT-CONGELAR.
           DISPLAY "  mantener              : " WS-TOT-MANTENER.
           PERFORM REGISTRAR-HISTORIAL.
           GOBACK.

       CARGAR-PARAMETROS.
           OPEN INPUT REVIEW-PARAM-FILE.
           IF NOT PARAM-OK THEN
               EXIT PARAGRAPH
           END-IF.
           READ REVIEW-PARAM-FILE
               NOT AT END
                   IF CR-PUNTAJE-AUMENTO IS NUMERIC
                           AND CR-PUNTAJE-BAJA IS NUMERIC
                           AND CR-PUNTAJE-CONGELA IS NUMERIC
                           AND CR-USO-AUMENTO IS NUMERIC
                           AND CR-PORC-AUMENTO IS NUMERIC
                           AND CR-MINIMO-PAGOS IS NUMERIC
                           AND CR-PUNTAJE-AUMENTO <= 100
                           AND CR-PUNTAJE-CONGELA < CR-PUNTAJE-BAJA
                           AND CR-PUNTAJE-BAJA < CR-PUNTAJE-AUMENTO
                           THEN
                       MOVE CR-PUNTAJE-AUMENTO TO WS-PUNTAJE-AUMENTO
                       MOVE CR-PUNTAJE-BAJA TO WS-PUNTAJE-BAJA
                       MOVE CR-PUNTAJE-CONGELA TO WS-PUNTAJE-CONGELA
                       MOVE CR-USO-AUMENTO TO WS-USO-AUMENTO
                       MOVE CR-PORC-AUMENTO TO WS-PORC-AUMENTO
                       MOVE CR-MINIMO-PAGOS TO WS-MINIMO-PAGOS
                   ELSE
                       DISPLAY "AR-CREDITREV: data/ar-credito.cfg "
                           "invalido, se usan los cortes por "
                           "omision."
                   END-IF
           END-READ.
           CLOSE REVIEW-PARAM-FILE.

      *> Canceladas: dias hasta el pago y si fue tarde. Abiertas:
      *> suman a la exposicion (salvo lo que esta en disputa) y el
      *> mayor atraso vigente. Castigadas: se cuentan aparte,
      *> congelan el credito.
       ACUMULAR-PARTIDA.
           EVALUATE TRUE
               WHEN AB-ESTADO = "C"
                   IF AB-FECHA-ULT-PAGO NUMERIC
                           AND AB-FECHA-ULT-PAGO > ZERO
                           AND AB-FECHA-ULT-PAGO >= AB-FECHA-LOTE THEN
                       PERFORM ACUMULAR-PAGO
                   END-IF
               WHEN AB-ESTADO = "W"
                   ADD 1 TO WS-CUR-CASTIGOS
               WHEN AB-ESTADO = "A" AND AB-SALDO > ZERO
                   PERFORM CALCULAR-SALDO-SIN-DISPUTA
                   ADD WS-SALDO-SIN-DISPUTA TO WS-CUR-DEUDA
                   IF AB-FECHA-VENCE NUMERIC
                           AND AB-FECHA-VENCE > ZERO THEN
                       MOVE AB-FECHA-VENCE TO WS-FECHA-BASE
                   ELSE
                       MOVE AB-FECHA-LOTE TO WS-FECHA-BASE
                   END-IF
                   COMPUTE WS-DIAS-PARTIDA =
                       FUNCTION INTEGER-OF-DATE(WS-FECHA-PROCESO)
                       - FUNCTION INTEGER-OF-DATE(WS-FECHA-BASE)
                   IF WS-DIAS-PARTIDA > WS-CUR-ATRASO-ABIERTO THEN
                       MOVE WS-DIAS-PARTIDA TO WS-CUR-ATRASO-ABIERTO
                   END-IF
           END-EVALUATE.

      *> Saldo de la partida sin lo que esta en disputa abierta.
       CALCULAR-SALDO-SIN-DISPUTA.
           MOVE AB-SALDO TO WS-SALDO-SIN-DISPUTA.
           IF AB-MONTO-DISPUTA NUMERIC THEN
               IF AB-MONTO-DISPUTA >= AB-SALDO THEN
                   MOVE ZERO TO WS-SALDO-SIN-DISPUTA
               ELSE
                   SUBTRACT AB-MONTO-DISPUTA FROM WS-SALDO-SIN-DISPUTA
               END-IF
           END-IF.

       ACUMULAR-PAGO.
           COMPUTE WS-DIAS-PARTIDA =
               FUNCTION INTEGER-OF-DATE(AB-FECHA-ULT-PAGO)
               - FUNCTION INTEGER-OF-DATE(AB-FECHA-LOTE).
           ADD 1 TO WS-CUR-PAGADAS.
           ADD WS-DIAS-PARTIDA TO WS-CUR-DIAS-TOTAL.
           IF WS-DIAS-PARTIDA > WS-CUR-DIAS-MAX THEN
               MOVE WS-DIAS-PARTIDA TO WS-CUR-DIAS-MAX
           END-IF.
           IF AB-FECHA-VENCE NUMERIC AND AB-FECHA-VENCE > ZERO
                   AND AB-FECHA-ULT-PAGO > AB-FECHA-VENCE THEN
               ADD 1 TO WS-CUR-TARDE
           END-IF.

      *> Puntaje sobre 100: resta hasta 40 por la proporcion pagada
      *> tarde, hasta 30 por los dias promedio que exceden el plazo
      *> del cliente y hasta 30 por el atraso de lo que sigue
      *> abierto. Un castigo lleva el puntaje a cero.
       EVALUAR-CLIENTE.
           IF WS-CLIENTE-ACTUAL = ZERO THEN
               INITIALIZE WS-CLIENTE-EN-CURSO
               EXIT PARAGRAPH
           END-IF.
           PERFORM LEER-DATOS-CLIENTE.
           PERFORM SUMAR-DINERO-A-CUENTA.
           COMPUTE WS-EXPOSICION = WS-CUR-DEUDA - WS-CUR-ACUENTA.
           MOVE ZERO TO WS-DIAS-PROMEDIO.
           MOVE ZERO TO WS-PORC-TARDE.
           IF WS-CUR-PAGADAS > ZERO THEN
               COMPUTE WS-DIAS-PROMEDIO =
                   WS-CUR-DIAS-TOTAL / WS-CUR-PAGADAS
               COMPUTE WS-PORC-TARDE =
                   WS-CUR-TARDE * 100 / WS-CUR-PAGADAS
           END-IF.
           IF WS-LIMITE > ZERO THEN
               IF WS-EXPOSICION > ZERO THEN
                   COMPUTE WS-PORC-USO =
                       WS-EXPOSICION * 100 / WS-LIMITE
                       ON SIZE ERROR MOVE 99999 TO WS-PORC-USO
                   END-COMPUTE
               ELSE
                   MOVE ZERO TO WS-PORC-USO
               END-IF
           ELSE
               IF WS-EXPOSICION > ZERO THEN
                   MOVE 99999 TO WS-PORC-USO
               ELSE
                   MOVE ZERO TO WS-PORC-USO
               END-IF
           END-IF.
           MOVE 100 TO WS-PUNTAJE.
           COMPUTE WS-PUNTAJE = WS-PUNTAJE - (WS-PORC-TARDE * 40 / 100).
           COMPUTE WS-EXCESO-DIAS = WS-DIAS-PROMEDIO - WS-PLAZO.
           IF WS-EXCESO-DIAS > 30 THEN
               MOVE 30 TO WS-EXCESO-DIAS
           END-IF.
           IF WS-EXCESO-DIAS > ZERO THEN
               SUBTRACT WS-EXCESO-DIAS FROM WS-PUNTAJE
           END-IF.
           EVALUATE TRUE
               WHEN WS-CUR-ATRASO-ABIERTO > 90
                   SUBTRACT 30 FROM WS-PUNTAJE
               WHEN WS-CUR-ATRASO-ABIERTO > 60
                   SUBTRACT 20 FROM WS-PUNTAJE
               WHEN WS-CUR-ATRASO-ABIERTO > 30
                   SUBTRACT 10 FROM WS-PUNTAJE
           END-EVALUATE.
           IF WS-CUR-CASTIGOS > ZERO OR WS-PUNTAJE < ZERO THEN
               MOVE ZERO TO WS-PUNTAJE
           END-IF.
           PERFORM RECOMENDAR-LIMITE.
           PERFORM ESCRIBIR-LINEA-CLIENTE.
           INITIALIZE WS-CLIENTE-EN-CURSO.

      *> Congelar: puntaje bajo el corte o castigos. Bajar: puntaje
      *> bajo el corte de baja, al limite por el puntaje pero nunca
      *> bajo lo ya expuesto. Aumentar: buen puntaje, historia
      *> suficiente y el limite casi usado. Sin historia suficiente
      *> no se propone aumento.
       RECOMENDAR-LIMITE.
           MOVE WS-LIMITE TO WS-LIMITE-SUGERIDO.
           EVALUATE TRUE
               WHEN WS-CUR-CASTIGOS > ZERO
                   OR WS-PUNTAJE < WS-PUNTAJE-CONGELA
                   MOVE "CONGELAR" TO WS-RECOMENDACION
                   ADD 1 TO WS-TOT-CONGELAR
               WHEN WS-PUNTAJE < WS-PUNTAJE-BAJA
                   MOVE "BAJAR" TO WS-RECOMENDACION
                   ADD 1 TO WS-TOT-BAJAR
                   COMPUTE WS-LIMITE-SUGERIDO =
                       WS-LIMITE * WS-PUNTAJE / 100
                   IF WS-EXPOSICION > WS-LIMITE-SUGERIDO THEN
                       IF WS-EXPOSICION < WS-LIMITE THEN
                           MOVE WS-EXPOSICION TO WS-LIMITE-SUGERIDO
                       ELSE
                           MOVE WS-LIMITE TO WS-LIMITE-SUGERIDO
                       END-IF
                   END-IF
               WHEN WS-PUNTAJE >= WS-PUNTAJE-AUMENTO
                   AND WS-CUR-PAGADAS >= WS-MINIMO-PAGOS
                   AND WS-PORC-USO >= WS-USO-AUMENTO
                   MOVE "AUMENTAR" TO WS-RECOMENDACION
                   ADD 1 TO WS-TOT-AUMENTAR
                   COMPUTE WS-LIMITE-SUGERIDO ROUNDED =
                       WS-LIMITE * (100 + WS-PORC-AUMENTO) / 100
                       ON SIZE ERROR MOVE WS-LIMITE
                           TO WS-LIMITE-SUGERIDO
                   END-COMPUTE
               WHEN OTHER
                   MOVE "MANTENER" TO WS-RECOMENDACION
                   ADD 1 TO WS-TOT-MANTENER
           END-EVALUATE.

       LEER-DATOS-CLIENTE.
           MOVE "(cliente sin maestro)" TO WS-NOMBRE-CLIENTE.
           MOVE ZERO TO WS-LIMITE.
           MOVE ZERO TO WS-PLAZO.
           IF NOT MAESTRO-CLIENTES-ABIERTO THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CLIENTE-ACTUAL TO CM-NUMERO.
           READ CUSTOMER-MASTER
               NOT INVALID KEY
                   MOVE SPACES TO WS-NOMBRE-CLIENTE
                   STRING FUNCTION TRIM(CM-NOMBRE) " "
                       FUNCTION TRIM(CM-APELLIDO)
                       DELIMITED BY SIZE INTO WS-NOMBRE-CLIENTE
                   IF CM-LIMITE-CREDITO NUMERIC THEN
                       MOVE CM-LIMITE-CREDITO TO WS-LIMITE
                   END-IF
                   IF CM-PLAZO-PAGO NUMERIC THEN
                       MOVE CM-PLAZO-PAGO TO WS-PLAZO
                   END-IF
           END-READ.

       SUMAR-DINERO-A-CUENTA.
           IF NOT LIBRO-A-CUENTA-ABIERTO THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIN-ACUENTA.
           MOVE WS-CLIENTE-ACTUAL TO AC-CLIENTE.
           MOVE ZERO TO AC-SECUENCIA.
           START ON-ACCOUNT-FILE KEY >= AC-CLAVE
               INVALID KEY SET FIN-ACUENTA TO TRUE
           END-START.
           PERFORM UNTIL FIN-ACUENTA
               READ ON-ACCOUNT-FILE NEXT RECORD
                   AT END SET FIN-ACUENTA TO TRUE
                   NOT AT END
                       IF AC-CLIENTE NOT = WS-CLIENTE-ACTUAL THEN
                           SET FIN-ACUENTA TO TRUE
                       ELSE
                           IF AC-ESTADO = "A" THEN
                               ADD AC-SALDO TO WS-CUR-ACUENTA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       ESCRIBIR-CABECERA.
           MOVE SPACES TO REVIEW-REPORT-RECORD.
           STRING "REVISION DE LIMITES DE CREDITO  fecha "
               WS-FECHA-PROCESO
               DELIMITED BY SIZE INTO REVIEW-REPORT-RECORD.
           WRITE REVIEW-REPORT-RECORD.
           MOVE SPACES TO REVIEW-REPORT-RECORD.
           MOVE "Cliente Nombre                         Pagos Prom "
               & "  Max %Tar Atraso   Exposicion       Limite  %Uso"
               & " Pje Accion         Sugerido"
               TO REVIEW-REPORT-RECORD.
           WRITE REVIEW-REPORT-RECORD.

       ESCRIBIR-LINEA-CLIENTE.
           ADD 1 TO WS-TOT-CLIENTES.
           MOVE WS-CUR-PAGADAS TO WS-CANT-EDIT.
           MOVE WS-DIAS-PROMEDIO TO WS-DIAS-EDIT.
           MOVE WS-CUR-DIAS-MAX TO WS-DIAS-EDIT-2.
           MOVE WS-PORC-TARDE TO WS-PORC-EDIT.
           MOVE WS-EXPOSICION TO WS-SALDO-EDIT.
           MOVE WS-LIMITE TO WS-MONTO-EDIT.
           MOVE WS-LIMITE-SUGERIDO TO WS-MONTO-EDIT-2.
           MOVE WS-PORC-USO TO WS-USO-EDIT.
           MOVE WS-PUNTAJE TO WS-PUNTAJE-EDIT.
           MOVE SPACES TO REVIEW-REPORT-RECORD.
           STRING WS-CLIENTE-ACTUAL "  " WS-NOMBRE-CLIENTE " "
               WS-CANT-EDIT WS-DIAS-EDIT WS-DIAS-EDIT-2 " "
               WS-PORC-EDIT " " WS-CUR-ATRASO-ABIERTO " "
               WS-SALDO-EDIT " " WS-MONTO-EDIT " " WS-USO-EDIT " "
               WS-PUNTAJE-EDIT " " WS-RECOMENDACION " "
               WS-MONTO-EDIT-2
               DELIMITED BY SIZE INTO REVIEW-REPORT-RECORD.
           WRITE REVIEW-REPORT-RECORD.

       ESCRIBIR-TOTALES.
           MOVE ALL "-" TO REVIEW-REPORT-RECORD.
           WRITE REVIEW-REPORT-RECORD.
           MOVE SPACES TO REVIEW-REPORT-RECORD.
           STRING "Clientes revisados " WS-TOT-CLIENTES
               "  aumentar " WS-TOT-AUMENTAR
               "  bajar " WS-TOT-BAJAR
               "  congelar " WS-TOT-CONGELAR
               "  mantener " WS-TOT-MANTENER
               DELIMITED BY SIZE INTO REVIEW-REPORT-RECORD.
           WRITE REVIEW-REPORT-RECORD.

       REGISTRAR-HISTORIAL.
           OPEN EXTEND RUN-HISTORY-LOG.
           IF NOT HIST-OK THEN
               OPEN OUTPUT RUN-HISTORY-LOG
               CLOSE RUN-HISTORY-LOG
               OPEN EXTEND RUN-HISTORY-LOG
           END-IF.
           MOVE "AR-CREDITREV" TO RH-PROGRAMA.
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
       END PROGRAM AR-CREDITREV.
