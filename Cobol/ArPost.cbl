               RECORD KEY IS AB-FACTURA
               ALTERNATE RECORD KEY IS AB-CLIENTE WITH DUPLICATES
               FILE STATUS IS WS-ESTADO-ABIERTOS.
           SELECT CUSTOMER-MASTER ASSIGN TO "data/first-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-NUMERO
               ALTERNATE RECORD KEY IS CM-NOMBRE WITH DUPLICATES
               FILE STATUS IS WS-ESTADO-CLIENTES.
           SELECT HOLIDAY-FILE ASSIGN TO
                   "data/scheduler-feriados.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-FERIADOS.
           SELECT ON-ACCOUNT-FILE ASSIGN TO "data/ar-acuenta.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AC-CLAVE
               FILE STATUS IS WS-ESTADO-ACUENTA.
           SELECT ON-ACCOUNT-LOG ASSIGN TO "data/ar-acuenta-mov.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-MOVIMIENTOS.
           SELECT ON-ACCOUNT-COUNTER ASSIGN TO
                   "data/ar-acuenta-contador.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CONTADOR.
           SELECT RUN-HISTORY-LOG ASSIGN TO "data/run-history.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-HIST.
       FILE SECTION.
       FD  GOOD-TRANS-FILE.
       01  GOOD-TRANS-RECORD.
           COPY BUENAS.

       FD  OPEN-ITEM-MASTER.
       01  OPEN-ITEM-RECORD.
           COPY ARITEM.

      *> Maestro de clientes de FIRSTPROGRAM: solo lectura, para
      *> tomar la condicion de pago y la moneda del cliente
      *> facturado.
       FD  CUSTOMER-MASTER.
       01  CUSTOMER-RECORD.
           COPY CLIENTE.

      *> Calendario de feriados del SCHEDULER: un vencimiento que
      *> cae en feriado o fin de semana pasa al dia habil siguiente.
       FD  HOLIDAY-FILE.
       01  HOLIDAY-RECORD.
           05 FE-FECHA PIC 9(8).

      *> Registro de control de totales para el paso BALANCER: este
      *> consumidor anota cuanto leyo y de que productor.
       FD  CONTROL-FILE.
           05 CT-FECHA PIC 9(8).
           05 CT-CUENTA PIC 9(6).
           05 CT-MONTO PIC S9(11)V99 SIGN LEADING SEPARATE.
           05 CT-EMPRESA PIC X(2).

      *> Lo que una nota de credito no alcanza a compensar queda a
      *> cuenta del cliente, en el mismo libro que usa AR-CASH.
       FD  ON-ACCOUNT-FILE.
       01  ON-ACCOUNT-RECORD.
           COPY ACUENTA.

       FD  ON-ACCOUNT-LOG.
       01  ON-ACCOUNT-MOVEMENT.
           COPY ACMOV.

       FD  ON-ACCOUNT-COUNTER.
       01  ON-ACCOUNT-COUNTER-RECORD.
           05 AK-PROXIMA-SECUENCIA PIC 9(6).

       FD  RUN-HISTORY-LOG.
           COPY RUNHIST.
               88 CONTROL-OK VALUE "00".
           01 WS-LINEAS-LEIDAS PIC 9(6) VALUE ZERO.
           01 WS-MONTO-LEIDO PIC S9(11)V99 VALUE ZERO.
      *> Lo leido por empresa de la linea (GT-EMPRESA; en blanco, la
      *> 01): BALANCER cuadra empresa por empresa.
           01 WS-EMPRESA-LINEA PIC X(2) VALUE SPACES.
           01 WS-NUM-EMP-CTL PIC 99 VALUE ZERO.
           01 WS-IDX-EMP-CTL PIC 99 VALUE ZERO.
           01 WS-TABLA-EMP-CTL.
               05 WS-EMP-CTL OCCURS 20 TIMES.
                   10 WS-EC-EMPRESA PIC X(2).
                   10 WS-EC-CUENTA PIC 9(6).
                   10 WS-EC-MONTO PIC S9(11)V99.
           01 WS-ESTADO-BUENAS PIC XX VALUE "00".
               88 BUENAS-OK VALUE "00".
           01 WS-ESTADO-ABIERTOS PIC XX VALUE "00".
               88 ABIERTOS-OK VALUE "00".
           01 WS-FIN-BUENAS PIC X VALUE "N".
               88 FIN-BUENAS VALUE "S".
           01 WS-ESTADO-CLIENTES PIC XX VALUE "00".
               88 CLIENTES-OK VALUE "00".
           01 WS-MAESTRO-CLIENTES PIC X VALUE "N".
               88 MAESTRO-CLIENTES-ABIERTO VALUE "S".
           01 WS-ESTADO-FERIADOS PIC XX VALUE "00".
               88 FERIADOS-OK VALUE "00".
           01 WS-FIN-FERIADOS PIC X VALUE "N".
               88 FIN-FERIADOS VALUE "S".
           01 WS-NUM-FERIADOS PIC 99 VALUE ZERO.
           01 WS-IDX-FERIADO PIC 99 VALUE ZERO.
           01 WS-TABLA-FERIADOS.
               05 WS-FERIADO-FECHA OCCURS 30 TIMES PIC 9(8).
      *> Calculo del vencimiento de la partida.
           01 WS-PLAZO-PAGO PIC 9(3) VALUE ZERO.
           01 WS-FECHA-VENCE PIC 9(8) VALUE ZERO.
           01 WS-ENTERO-VENCE PIC 9(7) VALUE ZERO.
           01 WS-DIA-SEMANA PIC 9 VALUE ZERO.
           01 WS-DIA-INHABIL PIC X VALUE "N".
               88 DIA-INHABIL VALUE "S".
      *> Moneda de facturacion del cliente y tasa del dia del lote
      *> (servicio TASASRV); la partida guarda ambos importes.
           01 WS-MONEDA-CLIENTE PIC X(3) VALUE SPACES.
           01 WS-TS-FECHA PIC 9(8) VALUE ZERO.
           01 WS-TS-TASA PIC 9(3)V9(4) VALUE ZERO.
           01 WS-TS-RESULTADO PIC X VALUE SPACE.
           01 WS-RC-GUARDA PIC S9(4) VALUE ZERO.
           01 WS-GEN-FUNCION PIC X VALUE SPACE.
           01 WS-GEN-BASE PIC X(30) VALUE SPACES.
           01 WS-GEN-NUMERO PIC 9(4) VALUE ZERO.
           01 WS-FECHA-HOY PIC 9(8) VALUE ZERO.
           01 WS-AVISO-SIN-FECHA PIC X VALUE "N".
               88 AVISO-SIN-FECHA VALUE "S".
      *> Control del calendario contable sobre la fecha de lote.
           01 WS-PS-PROGRAMA PIC X(20) VALUE "AR-POST".
           01 WS-PS-DOCUMENTO PIC X(12) VALUE SPACES.
           01 WS-PS-RESULTADO PIC X VALUE SPACE.
      *> Corte de control por factura: las lineas de una factura
      *> llegan contiguas en la generacion de buenas.
           01 WS-FACTURA-ACTUAL PIC 9(6) VALUE ZERO.
           01 WS-NETO-FACTURA PIC S9(9)V99 VALUE ZERO.
           01 WS-HAY-FACTURA PIC X VALUE "N".
               88 HAY-FACTURA VALUE "S".
      *> Empresa de la factura en proceso (la de sus lineas) y la
      *> del cliente facturado: una factura nunca se asienta en la
      *> cartera de otra empresa.
           01 WS-EMPRESA-FACTURA PIC X(2) VALUE "01".
           01 WS-EMPRESA-CLIENTE PIC X(2) VALUE "01".
           01 WS-EMPRESA-PARTIDA PIC X(2) VALUE "01".
      *> Area de llamada al servicio de empresas EMPRESRV. Los
      *> documentos que genera cartera (notas de credito, cargos por
      *> intereses) llevan la serie de documentos de la empresa,
      *> dentro de la clave del maestro de partidas.
           01 WS-ES-FUNCION PIC X(8) VALUE SPACES.
           01 WS-ES-EMPRESA PIC X(2) VALUE SPACES.
           01 WS-ES-NUMERO PIC 9(6) VALUE ZERO.
           01 WS-ES-ARCHIVO PIC X(40) VALUE SPACES.
           01 WS-ES-DATOS.
               COPY EMPRESA REPLACING LEADING ==EM-== BY ==WS-ES-==.
           01 WS-ES-RESULTADO PIC X VALUE "N".
      *> Notas de credito y su compensacion contra las partidas
      *> abiertas del cliente.
           01 WS-NOTA-ACTUAL PIC 9(6) VALUE ZERO.
           01 WS-MONTO-NOTA PIC 9(9)V99 VALUE ZERO.
           01 WS-SALDO-NOTA PIC 9(9)V99 VALUE ZERO.
           01 WS-MONTO-COMPENSAR PIC 9(9)V99 VALUE ZERO.
           01 WS-INTENTOS-NOTA PIC 9(3) VALUE ZERO.
           01 WS-NOTA-GRABADA PIC X VALUE "N".
               88 NOTA-GRABADA VALUE "S".
           01 WS-FIN-CLIENTE PIC X VALUE "N".
               88 FIN-CLIENTE VALUE "S".
           01 WS-ESTADO-ACUENTA PIC XX VALUE "00".
               88 ACUENTA-OK VALUE "00".
               88 ACUENTA-NO-EXISTE VALUE "35".
           01 WS-ESTADO-MOVIMIENTOS PIC XX VALUE "00".
               88 MOVIMIENTOS-OK VALUE "00".
           01 WS-ESTADO-CONTADOR PIC XX VALUE "00".
               88 CONTADOR-OK VALUE "00".
           01 WS-PROXIMA-SECUENCIA PIC 9(6) VALUE 1.
           01 WS-LIBRO-A-CUENTA PIC X VALUE "N".
               88 LIBRO-A-CUENTA-ABIERTO VALUE "S".
           01 WS-TOTALES.
               05 WS-TOTAL-PARTIDAS PIC 9(6) VALUE ZERO.
               05 WS-TOTAL-DUPLICADAS PIC 9(6) VALUE ZERO.
               05 WS-TOTAL-MONTO PIC 9(11)V99 VALUE ZERO.
               05 WS-TOTAL-NOTAS PIC 9(6) VALUE ZERO.
               05 WS-TOTAL-MONTO-NOTAS PIC 9(11)V99 VALUE ZERO.
               05 WS-TOTAL-COMPENSADO PIC 9(11)V99 VALUE ZERO.
               05 WS-TOTAL-REMANENTE PIC 9(11)V99 VALUE ZERO.
               05 WS-TOTAL-NOTAS-FALLIDAS PIC 9(6) VALUE ZERO.
               05 WS-TOTAL-PERIODO-CERRADO PIC 9(6) VALUE ZERO.
               05 WS-TOTAL-REDIRIGIDAS PIC 9(6) VALUE ZERO.
               05 WS-TOTAL-SIN-TASA PIC 9(6) VALUE ZERO.
               05 WS-TOTAL-OTRA-EMPRESA PIC 9(6) VALUE ZERO.
               05 WS-TOTAL-NUMERO-OCUPADO PIC 9(6) VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY.
               CLOSE OPEN-ITEM-MASTER
               OPEN I-O OPEN-ITEM-MASTER
           END-IF.
           OPEN INPUT CUSTOMER-MASTER.
           IF CLIENTES-OK THEN
               SET MAESTRO-CLIENTES-ABIERTO TO TRUE
           ELSE
               DISPLAY "AR-POST: sin maestro de clientes, las "
                   "partidas vencen de contado."
           END-IF.
           PERFORM CARGAR-FERIADOS.
           PERFORM UNTIL FIN-BUENAS
               READ GOOD-TRANS-FILE
                   AT END SET FIN-BUENAS TO TRUE
           END-IF.
           CLOSE GOOD-TRANS-FILE.
           CLOSE OPEN-ITEM-MASTER.
           IF MAESTRO-CLIENTES-ABIERTO THEN
               CLOSE CUSTOMER-MASTER
           END-IF.
           IF LIBRO-A-CUENTA-ABIERTO THEN
               CLOSE ON-ACCOUNT-FILE
               CLOSE ON-ACCOUNT-LOG
               PERFORM GUARDAR-CONTADOR-A-CUENTA
           END-IF.
           PERFORM ESCRIBIR-CONTROL-TOTALES.
           DISPLAY "Partidas abiertas asentadas: " WS-TOTAL-PARTIDAS.
           DISPLAY "Facturas ya asentadas      : "
               WS-TOTAL-DUPLICADAS.
           DISPLAY "Monto total asentado       : " WS-TOTAL-MONTO.
           DISPLAY "Notas de credito asentadas : " WS-TOTAL-NOTAS.
           DISPLAY "Monto de notas de credito  : "
               WS-TOTAL-MONTO-NOTAS.
           DISPLAY "Compensado contra facturas : "
               WS-TOTAL-COMPENSADO.
           DISPLAY "Remanente pasado a cuenta  : "
               WS-TOTAL-REMANENTE.
           DISPLAY "Pasadas a periodo abierto  : "
               WS-TOTAL-REDIRIGIDAS.
           DISPLAY "Rechazadas periodo cerrado : "
               WS-TOTAL-PERIODO-CERRADO.
           DISPLAY "En moneda base sin tasa    : " WS-TOTAL-SIN-TASA.
           DISPLAY "Cliente de otra empresa    : "
               WS-TOTAL-OTRA-EMPRESA.
           DISPLAY "Numero ocupado por otra    : "
               WS-TOTAL-NUMERO-OCUPADO.
           IF (WS-TOTAL-DUPLICADAS > ZERO
                   OR WS-TOTAL-SIN-TASA > ZERO
                   OR WS-TOTAL-OTRA-EMPRESA > ZERO
                   OR WS-TOTAL-NOTAS-FALLIDAS > ZERO
                   OR WS-TOTAL-REDIRIGIDAS > ZERO
                   OR WS-TOTAL-PERIODO-CERRADO > ZERO)
                   AND RETURN-CODE = 0 THEN
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-TOTAL-NUMERO-OCUPADO > ZERO THEN
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM REGISTRAR-HISTORIAL.
           GOBACK.

           ELSE
               ADD GT-NETO TO WS-MONTO-LEIDO
           END-IF.
           PERFORM ACUMULAR-EMPRESA-CONTROL.
           IF GT-FACTURA NOT = WS-FACTURA-ACTUAL THEN
               IF HAY-FACTURA THEN
                   PERFORM ASENTAR-PARTIDA
               END-IF
               MOVE GT-FACTURA TO WS-FACTURA-ACTUAL
               MOVE GT-CLIENTE TO WS-CLIENTE-ACTUAL
               MOVE WS-EMPRESA-LINEA TO WS-EMPRESA-FACTURA
               PERFORM TOMAR-FECHA-LOTE-LINEA
               MOVE ZERO TO WS-NETO-FACTURA
               SET HAY-FACTURA TO TRUE
               ADD GT-NETO TO WS-NETO-FACTURA
           END-IF.

      *> Una factura fechada en un periodo ya cerrado se pasa al
      *> primer periodo abierto o se rechaza, segun el calendario
      *> contable. Una factura cuyo neto quedo negativo por
      *> creditos se asienta como nota de credito del cliente y se
      *> compensa enseguida contra sus partidas abiertas.
       ASENTAR-PARTIDA.
           MOVE WS-FACTURA-ACTUAL TO WS-PS-DOCUMENTO.
           MOVE RETURN-CODE TO WS-RC-GUARDA.
           CALL "PERIODSRV" USING WS-PS-PROGRAMA WS-PS-DOCUMENTO
               WS-FECHA-LOTE WS-PS-RESULTADO.
           MOVE WS-RC-GUARDA TO RETURN-CODE.
           IF WS-PS-RESULTADO = "C" THEN
               ADD 1 TO WS-TOTAL-PERIODO-CERRADO
               DISPLAY "AR-POST: factura " WS-FACTURA-ACTUAL
                   " con fecha de lote en periodo cerrado, "
                   "no se asienta."
               EXIT PARAGRAPH
           END-IF.
           IF WS-PS-RESULTADO = "R" THEN
               ADD 1 TO WS-TOTAL-REDIRIGIDAS
           END-IF.
           PERFORM LEER-CLIENTE-PARTIDA.
           IF WS-EMPRESA-CLIENTE NOT = WS-EMPRESA-FACTURA THEN
               ADD 1 TO WS-TOTAL-OTRA-EMPRESA
               DISPLAY "AR-POST: factura " WS-FACTURA-ACTUAL
                   " de la empresa " WS-EMPRESA-FACTURA
                   " para el cliente " WS-CLIENTE-ACTUAL
                   " de la empresa " WS-EMPRESA-CLIENTE
                   ", no se asienta."
               EXIT PARAGRAPH
           END-IF.
           PERFORM TOMAR-TASA-REGISTRO.
           IF WS-NETO-FACTURA < ZERO THEN
               PERFORM ASENTAR-NOTA-CREDITO
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-FACTURA-ACTUAL TO AB-FACTURA.
           MOVE WS-CLIENTE-ACTUAL TO AB-CLIENTE.
           MOVE WS-EMPRESA-FACTURA TO AB-EMPRESA.
           MOVE WS-NETO-FACTURA TO AB-MONTO-ORIGINAL.
           MOVE WS-NETO-FACTURA TO AB-SALDO.
           MOVE WS-FECHA-LOTE TO AB-FECHA-LOTE.
           MOVE ZERO TO AB-FECHA-ULT-PAGO.
           MOVE "A" TO AB-ESTADO.
           PERFORM CALCULAR-VENCIMIENTO.
           MOVE WS-FECHA-VENCE TO AB-FECHA-VENCE.
           MOVE "F" TO AB-TIPO.
           MOVE ZERO TO AB-FACTURA-ORIGEN.
           MOVE ZERO TO AB-FECHA-INTERES.
           MOVE ZERO TO AB-MONTO-DISPUTA.
           PERFORM REGISTRAR-MONEDA-PARTIDA.
           WRITE OPEN-ITEM-RECORD
               INVALID KEY
                   PERFORM CLASIFICAR-DUPLICADA
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-PARTIDAS
                   ADD WS-NETO-FACTURA TO WS-TOTAL-MONTO
           END-WRITE.

      *> La misma factura ya asentada (mismo cliente, empresa e
      *> importe) es una generacion que se vuelve a pasar: se omite.
      *> Si el numero lo ocupa otro documento (una nota, un cargo por
      *> intereses, otra factura u otra empresa) la factura no
      *> llegaria nunca a la cartera: es un error de numeracion.
       CLASIFICAR-DUPLICADA.
           READ OPEN-ITEM-MASTER
               INVALID KEY
                   MOVE SPACES TO AB-EMPRESA
                   MOVE ZERO TO AB-CLIENTE
                   MOVE "?" TO AB-TIPO
           END-READ.
           PERFORM TOMAR-EMPRESA-PARTIDA.
           IF PARTIDA-FACTURA
                   AND AB-CLIENTE = WS-CLIENTE-ACTUAL
                   AND WS-EMPRESA-PARTIDA = WS-EMPRESA-FACTURA
                   AND AB-MONTO-ORIGINAL = WS-NETO-FACTURA THEN
               ADD 1 TO WS-TOTAL-DUPLICADAS
               DISPLAY "AR-POST: factura " WS-FACTURA-ACTUAL
                   " ya existe en el maestro de partidas, se omite."
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-TOTAL-NUMERO-OCUPADO.
           DISPLAY "AR-POST: factura " WS-FACTURA-ACTUAL
               " de la empresa " WS-EMPRESA-FACTURA
               " no se asienta: el numero lo ocupa una partida tipo "
               AB-TIPO " del cliente " AB-CLIENTE " de la empresa "
               WS-EMPRESA-PARTIDA ".".
           MOVE 8 TO RETURN-CODE.

       TOMAR-EMPRESA-PARTIDA.
           IF AB-EMPRESA = SPACES OR AB-EMPRESA = LOW-VALUES THEN
               MOVE "01" TO WS-EMPRESA-PARTIDA
           ELSE
               MOVE AB-EMPRESA TO WS-EMPRESA-PARTIDA
           END-IF.

      *> La nota toma el proximo numero de la serie de su empresa;
      *> si ese numero ya esta ocupado en el maestro se prueba el
      *> siguiente.
       ASENTAR-NOTA-CREDITO.
           COMPUTE WS-MONTO-NOTA = ZERO - WS-NETO-FACTURA.
           MOVE "N" TO WS-NOTA-GRABADA.
           MOVE ZERO TO WS-INTENTOS-NOTA.
           PERFORM UNTIL NOTA-GRABADA OR WS-INTENTOS-NOTA >= 100
               ADD 1 TO WS-INTENTOS-NOTA
               MOVE "PROXNOTA" TO WS-ES-FUNCION
               MOVE WS-EMPRESA-FACTURA TO WS-ES-EMPRESA
               MOVE RETURN-CODE TO WS-RC-GUARDA
               CALL "EMPRESRV" USING WS-ES-FUNCION WS-ES-EMPRESA
                   WS-ES-NUMERO WS-ES-ARCHIVO WS-ES-DATOS
                   WS-ES-RESULTADO
               MOVE WS-RC-GUARDA TO RETURN-CODE
               IF WS-ES-RESULTADO NOT = "S" THEN
                   EXIT PERFORM
               END-IF
               MOVE WS-ES-NUMERO TO AB-FACTURA
               MOVE WS-EMPRESA-FACTURA TO AB-EMPRESA
               MOVE WS-CLIENTE-ACTUAL TO AB-CLIENTE
               MOVE WS-MONTO-NOTA TO AB-MONTO-ORIGINAL
               MOVE WS-MONTO-NOTA TO AB-SALDO
               MOVE WS-FECHA-LOTE TO AB-FECHA-LOTE
               MOVE ZERO TO AB-FECHA-ULT-PAGO
               MOVE "A" TO AB-ESTADO
               MOVE WS-FECHA-LOTE TO AB-FECHA-VENCE
               MOVE "N" TO AB-TIPO
               MOVE WS-FACTURA-ACTUAL TO AB-FACTURA-ORIGEN
               MOVE ZERO TO AB-FECHA-INTERES
               MOVE ZERO TO AB-MONTO-DISPUTA
               PERFORM REGISTRAR-MONEDA-PARTIDA
               WRITE OPEN-ITEM-RECORD
                   NOT INVALID KEY
                       SET NOTA-GRABADA TO TRUE
               END-WRITE
           END-PERFORM.
           IF NOT NOTA-GRABADA THEN
               ADD 1 TO WS-TOTAL-NOTAS-FALLIDAS
               DISPLAY "AR-POST: no se pudo numerar la nota de "
                   "credito de la factura " WS-FACTURA-ACTUAL
                   ", revisar el contador de notas de la empresa "
                   WS-EMPRESA-FACTURA "."
               EXIT PARAGRAPH
           END-IF.
           MOVE AB-FACTURA TO WS-NOTA-ACTUAL.
           ADD 1 TO WS-TOTAL-NOTAS.
           ADD WS-MONTO-NOTA TO WS-TOTAL-MONTO-NOTAS.
           DISPLAY "AR-POST: factura " WS-FACTURA-ACTUAL
               " con neto negativo, nota de credito " WS-NOTA-ACTUAL
               " por " WS-MONTO-NOTA.
           PERFORM COMPENSAR-NOTA-CREDITO.

      *> La nota se aplica primero a la factura que acredita y el
      *> resto a las demas partidas abiertas del cliente, en el
      *> orden en que se asentaron. Lo que sobra pasa a cuenta.
      *> Solo compensa partidas de su misma empresa.
       COMPENSAR-NOTA-CREDITO.
           MOVE WS-MONTO-NOTA TO WS-SALDO-NOTA.
           MOVE WS-FACTURA-ACTUAL TO AB-FACTURA.
           READ OPEN-ITEM-MASTER
               NOT INVALID KEY
                   IF AB-CLIENTE = WS-CLIENTE-ACTUAL THEN
                       PERFORM COMPENSAR-PARTIDA
                   END-IF
           END-READ.
           IF WS-SALDO-NOTA > ZERO THEN
               MOVE "N" TO WS-FIN-CLIENTE
               MOVE WS-CLIENTE-ACTUAL TO AB-CLIENTE
               START OPEN-ITEM-MASTER KEY = AB-CLIENTE
                   INVALID KEY SET FIN-CLIENTE TO TRUE
               END-START
               PERFORM UNTIL FIN-CLIENTE OR WS-SALDO-NOTA = ZERO
                   READ OPEN-ITEM-MASTER NEXT RECORD
                       AT END SET FIN-CLIENTE TO TRUE
                       NOT AT END
                           IF AB-CLIENTE NOT = WS-CLIENTE-ACTUAL
                               SET FIN-CLIENTE TO TRUE
                           ELSE
                               PERFORM COMPENSAR-PARTIDA
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           MOVE WS-NOTA-ACTUAL TO AB-FACTURA.
           READ OPEN-ITEM-MASTER
               INVALID KEY
                   DISPLAY "AR-POST: nota de credito " WS-NOTA-ACTUAL
                       " no encontrada al cerrarla."
                   EXIT PARAGRAPH
           END-READ.
           IF WS-SALDO-NOTA > ZERO THEN
               PERFORM REGISTRAR-REMANENTE-A-CUENTA
           END-IF.
           MOVE ZERO TO AB-SALDO.
           MOVE ZERO TO AB-SALDO-MONEDA.
           MOVE "C" TO AB-ESTADO.
           REWRITE OPEN-ITEM-RECORD
               INVALID KEY
                   DISPLAY "AR-POST: no se pudo cerrar la nota de "
                       "credito " WS-NOTA-ACTUAL
           END-REWRITE.

       COMPENSAR-PARTIDA.
           IF PARTIDA-NOTA-CREDITO OR AB-ESTADO NOT = "A"
                   OR AB-SALDO = ZERO THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM TOMAR-EMPRESA-PARTIDA.
           IF WS-EMPRESA-PARTIDA NOT = WS-EMPRESA-FACTURA THEN
               EXIT PARAGRAPH
           END-IF.
           IF AB-SALDO < WS-SALDO-NOTA THEN
               MOVE AB-SALDO TO WS-MONTO-COMPENSAR
           ELSE
               MOVE WS-SALDO-NOTA TO WS-MONTO-COMPENSAR
           END-IF.
           SUBTRACT WS-MONTO-COMPENSAR FROM AB-SALDO.
           SUBTRACT WS-MONTO-COMPENSAR FROM WS-SALDO-NOTA.
           IF AB-SALDO = ZERO THEN
               MOVE "C" TO AB-ESTADO
           END-IF.
           PERFORM RECALCULAR-SALDO-MONEDA.
           REWRITE OPEN-ITEM-RECORD
               INVALID KEY
                   DISPLAY "AR-POST: no se pudo compensar la factura "
                       AB-FACTURA
                   ADD WS-MONTO-COMPENSAR TO WS-SALDO-NOTA
               NOT INVALID KEY
                   ADD WS-MONTO-COMPENSAR TO WS-TOTAL-COMPENSADO
                   DISPLAY "AR-POST: nota " WS-NOTA-ACTUAL
                       " compensa " WS-MONTO-COMPENSAR
                       " de la factura " AB-FACTURA
           END-REWRITE.

       REGISTRAR-REMANENTE-A-CUENTA.
           IF NOT LIBRO-A-CUENTA-ABIERTO THEN
               PERFORM ABRIR-LIBRO-A-CUENTA
           END-IF.
           MOVE WS-CLIENTE-ACTUAL TO AC-CLIENTE.
           MOVE WS-PROXIMA-SECUENCIA TO AC-SECUENCIA.
           ADD 1 TO WS-PROXIMA-SECUENCIA.
           MOVE WS-FECHA-LOTE TO AC-FECHA.
           MOVE "N" TO AC-ORIGEN.
           MOVE WS-NOTA-ACTUAL TO AC-FACTURA-ORIGEN.
           MOVE WS-SALDO-NOTA TO AC-MONTO-ORIGINAL.
           MOVE WS-SALDO-NOTA TO AC-SALDO.
           MOVE "A" TO AC-ESTADO.
           MOVE WS-EMPRESA-FACTURA TO AC-EMPRESA.
           WRITE ON-ACCOUNT-RECORD
               INVALID KEY
                   ADD 1 TO WS-TOTAL-NOTAS-FALLIDAS
                   DISPLAY "AR-POST: no se pudo pasar a cuenta el "
                       "remanente de la nota " WS-NOTA-ACTUAL
                       ", queda abierta."
                   MOVE WS-SALDO-NOTA TO AB-SALDO
                   MOVE "A" TO AB-ESTADO
                   PERFORM RECALCULAR-SALDO-MONEDA
                   REWRITE OPEN-ITEM-RECORD
                   END-REWRITE
                   MOVE ZERO TO WS-SALDO-NOTA
               NOT INVALID KEY
                   ADD WS-SALDO-NOTA TO WS-TOTAL-REMANENTE
                   MOVE FUNCTION CURRENT-DATE(1:15) TO MV-FECHA-HORA
                   MOVE "INGRESO" TO MV-TIPO
                   MOVE AC-CLIENTE TO MV-CLIENTE
                   MOVE AC-SECUENCIA TO MV-SECUENCIA
                   MOVE WS-NOTA-ACTUAL TO MV-FACTURA
                   MOVE WS-SALDO-NOTA TO MV-MONTO
                   MOVE "Remanente nota cred." TO MV-REFERENCIA
                   MOVE "AR-POST" TO MV-PROGRAMA
                   IF OPERADOR-ACTUAL = SPACES
                           OR OPERADOR-ACTUAL = LOW-VALUES THEN
                       MOVE "BATCH" TO MV-OPERADOR
                   ELSE
                       MOVE OPERADOR-ACTUAL TO MV-OPERADOR
                   END-IF
                   WRITE ON-ACCOUNT-MOVEMENT
           END-WRITE.

       ABRIR-LIBRO-A-CUENTA.
           OPEN I-O ON-ACCOUNT-FILE.
           IF ACUENTA-NO-EXISTE THEN
               OPEN OUTPUT ON-ACCOUNT-FILE
               CLOSE ON-ACCOUNT-FILE
               OPEN I-O ON-ACCOUNT-FILE
           END-IF.
           OPEN EXTEND ON-ACCOUNT-LOG.
           IF NOT MOVIMIENTOS-OK THEN
               OPEN OUTPUT ON-ACCOUNT-LOG
               CLOSE ON-ACCOUNT-LOG
               OPEN EXTEND ON-ACCOUNT-LOG
           END-IF.
           OPEN INPUT ON-ACCOUNT-COUNTER.
           IF CONTADOR-OK THEN
               READ ON-ACCOUNT-COUNTER
                   NOT AT END
                       MOVE AK-PROXIMA-SECUENCIA TO
                           WS-PROXIMA-SECUENCIA
               END-READ
               CLOSE ON-ACCOUNT-COUNTER
           END-IF.
           SET LIBRO-A-CUENTA-ABIERTO TO TRUE.

       GUARDAR-CONTADOR-A-CUENTA.
           OPEN OUTPUT ON-ACCOUNT-COUNTER.
           MOVE WS-PROXIMA-SECUENCIA TO AK-PROXIMA-SECUENCIA.
           WRITE ON-ACCOUNT-COUNTER-RECORD.
           CLOSE ON-ACCOUNT-COUNTER.

      *> Vencimiento = fecha de lote mas los dias de la condicion
      *> de pago del cliente; si cae en sabado, domingo o feriado
      *> del calendario del SCHEDULER se corre al dia habil
      *> siguiente.
       CALCULAR-VENCIMIENTO.
           COMPUTE WS-ENTERO-VENCE =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-LOTE)
               + WS-PLAZO-PAGO.
           PERFORM VERIFICAR-DIA-HABIL.
           PERFORM UNTIL NOT DIA-INHABIL
               ADD 1 TO WS-ENTERO-VENCE
               PERFORM VERIFICAR-DIA-HABIL
           END-PERFORM.

      *> Condicion de pago, moneda y empresa del cliente facturado;
      *> sin maestro o sin el cliente, contado, moneda base y la
      *> empresa de la factura.
       LEER-CLIENTE-PARTIDA.
           MOVE ZERO TO WS-PLAZO-PAGO.
           MOVE SPACES TO WS-MONEDA-CLIENTE.
           MOVE WS-EMPRESA-FACTURA TO WS-EMPRESA-CLIENTE.
           IF MAESTRO-CLIENTES-ABIERTO THEN
               MOVE WS-CLIENTE-ACTUAL TO CM-NUMERO
               READ CUSTOMER-MASTER
                   NOT INVALID KEY
                       IF CM-PLAZO-PAGO NUMERIC THEN
                           MOVE CM-PLAZO-PAGO TO WS-PLAZO-PAGO
                       END-IF
                       IF CM-MONEDA NOT = LOW-VALUES THEN
                           MOVE CM-MONEDA TO WS-MONEDA-CLIENTE
                       END-IF
                       IF CM-EMPRESA = SPACES
                               OR CM-EMPRESA = LOW-VALUES THEN
                           MOVE "01" TO WS-EMPRESA-CLIENTE
                       ELSE
                           MOVE CM-EMPRESA TO WS-EMPRESA-CLIENTE
                       END-IF
               END-READ
           END-IF.

      *> La facturacion sale en moneda base; la partida se registra
      *> en la moneda del cliente a la tasa vigente el dia del lote.
      *> Una moneda sin tasa a esa fecha queda en moneda base, con
      *> aviso, antes que inventar un importe.
       TOMAR-TASA-REGISTRO.
           MOVE WS-FECHA-LOTE TO WS-TS-FECHA.
           MOVE RETURN-CODE TO WS-RC-GUARDA.
           CALL "TASASRV" USING WS-MONEDA-CLIENTE WS-TS-FECHA
               WS-TS-TASA WS-TS-RESULTADO.
           MOVE WS-RC-GUARDA TO RETURN-CODE.
           IF WS-TS-RESULTADO NOT = "S" THEN
               ADD 1 TO WS-TOTAL-SIN-TASA
               DISPLAY "AR-POST: moneda " WS-MONEDA-CLIENTE
                   " del cliente " WS-CLIENTE-ACTUAL " sin tasa al "
                   WS-FECHA-LOTE ", la factura " WS-FACTURA-ACTUAL
                   " queda en moneda base."
               MOVE SPACES TO WS-MONEDA-CLIENTE
               MOVE 1 TO WS-TS-TASA
           END-IF.

       REGISTRAR-MONEDA-PARTIDA.
           MOVE WS-MONEDA-CLIENTE TO AB-MONEDA.
           MOVE WS-TS-TASA TO AB-TASA-REGISTRO.
           COMPUTE AB-MONTO-MONEDA ROUNDED =
               AB-MONTO-ORIGINAL / WS-TS-TASA.
           MOVE AB-MONTO-MONEDA TO AB-SALDO-MONEDA.
           MOVE ZERO TO AB-TASA-REVAL.

      *> El saldo en moneda del cliente sigue al saldo en moneda
      *> base a la tasa de registro; una partida vieja sin tasa
      *> esta en moneda base.
       RECALCULAR-SALDO-MONEDA.
           IF AB-TASA-REGISTRO NOT NUMERIC
                   OR AB-TASA-REGISTRO = ZERO THEN
               MOVE SPACES TO AB-MONEDA
               MOVE 1 TO AB-TASA-REGISTRO
               MOVE AB-MONTO-ORIGINAL TO AB-MONTO-MONEDA
               MOVE ZERO TO AB-TASA-REVAL
           END-IF.
           IF AB-SALDO = ZERO THEN
               MOVE ZERO TO AB-SALDO-MONEDA
           ELSE
               COMPUTE AB-SALDO-MONEDA ROUNDED =
                   AB-SALDO / AB-TASA-REGISTRO
           END-IF.

       VERIFICAR-DIA-HABIL.
           MOVE "N" TO WS-DIA-INHABIL.
           COMPUTE WS-FECHA-VENCE =
               FUNCTION DATE-OF-INTEGER(WS-ENTERO-VENCE).
           COMPUTE WS-DIA-SEMANA = FUNCTION REM(WS-ENTERO-VENCE, 7).
           IF WS-DIA-SEMANA = ZERO OR WS-DIA-SEMANA = 6 THEN
               SET DIA-INHABIL TO TRUE
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-IDX-FERIADO FROM 1 BY 1
                   UNTIL WS-IDX-FERIADO > WS-NUM-FERIADOS
               IF WS-FERIADO-FECHA(WS-IDX-FERIADO) =
                       WS-FECHA-VENCE THEN
                   SET DIA-INHABIL TO TRUE
               END-IF
           END-PERFORM.

       CARGAR-FERIADOS.
           OPEN INPUT HOLIDAY-FILE.
           IF FERIADOS-OK THEN
               PERFORM UNTIL FIN-FERIADOS
                   READ HOLIDAY-FILE
                       AT END SET FIN-FERIADOS TO TRUE
                       NOT AT END
                           IF WS-NUM-FERIADOS >= 30 THEN
                               DISPLAY "CARGAR-FERIADOS: limite de "
                                   "30 feriados excedido, se ignora "
                                   "el resto."
                               SET FIN-FERIADOS TO TRUE
                           ELSE
                               ADD 1 TO WS-NUM-FERIADOS
                               MOVE FE-FECHA TO
                                   WS-FERIADO-FECHA(WS-NUM-FERIADOS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLIDAY-FILE
           END-IF.

       ESCRIBIR-CONTROL-TOTALES.
           OPEN EXTEND CONTROL-FILE.
           IF NOT CONTROL-OK THEN
           MOVE "AR-POST" TO CT-PROGRAMA.
           MOVE "ONSIZEERROR" TO CT-ORIGEN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO CT-FECHA.
           IF WS-NUM-EMP-CTL = ZERO THEN
               MOVE ZERO TO CT-CUENTA
               MOVE ZERO TO CT-MONTO
               MOVE "01" TO CT-EMPRESA
               WRITE CONTROL-RECORD
           END-IF.
           PERFORM VARYING WS-IDX-EMP-CTL FROM 1 BY 1
                   UNTIL WS-IDX-EMP-CTL > WS-NUM-EMP-CTL
               MOVE WS-EC-CUENTA(WS-IDX-EMP-CTL) TO CT-CUENTA
               MOVE WS-EC-MONTO(WS-IDX-EMP-CTL) TO CT-MONTO
               MOVE WS-EC-EMPRESA(WS-IDX-EMP-CTL) TO CT-EMPRESA
               WRITE CONTROL-RECORD
           END-PERFORM.
           CLOSE CONTROL-FILE.

       ACUMULAR-EMPRESA-CONTROL.
           MOVE GT-EMPRESA TO WS-EMPRESA-LINEA.
           IF WS-EMPRESA-LINEA = SPACES
                   OR WS-EMPRESA-LINEA = LOW-VALUES THEN
               MOVE "01" TO WS-EMPRESA-LINEA
           END-IF.
           PERFORM VARYING WS-IDX-EMP-CTL FROM 1 BY 1
                   UNTIL WS-IDX-EMP-CTL > WS-NUM-EMP-CTL
               IF WS-EC-EMPRESA(WS-IDX-EMP-CTL) = WS-EMPRESA-LINEA
                       THEN
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-IDX-EMP-CTL > WS-NUM-EMP-CTL THEN
               IF WS-NUM-EMP-CTL >= 20 THEN
                   DISPLAY "ACUMULAR-EMPRESA-CONTROL: mas de 20 "
                       "empresas, la " WS-EMPRESA-LINEA
                       " no se totaliza."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-NUM-EMP-CTL
               MOVE WS-NUM-EMP-CTL TO WS-IDX-EMP-CTL
               MOVE WS-EMPRESA-LINEA TO WS-EC-EMPRESA(WS-IDX-EMP-CTL)
               MOVE ZERO TO WS-EC-CUENTA(WS-IDX-EMP-CTL)
               MOVE ZERO TO WS-EC-MONTO(WS-IDX-EMP-CTL)
           END-IF.
           ADD 1 TO WS-EC-CUENTA(WS-IDX-EMP-CTL).
           IF GT-SIGNO = "-" THEN
               SUBTRACT GT-NETO FROM WS-EC-MONTO(WS-IDX-EMP-CTL)
           ELSE
               ADD GT-NETO TO WS-EC-MONTO(WS-IDX-EMP-CTL)
           END-IF.

       REGISTRAR-HISTORIAL.
           OPEN EXTEND RUN-HISTORY-LOG.
           IF NOT HIST-OK THEN
