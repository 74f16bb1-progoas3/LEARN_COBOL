       FILE SECTION.
       FD  GOOD-TRANS-FILE.
       01  GOOD-TRANS-RECORD.
           COPY BUENAS.

       FD  STATEMENT-FILE.
       01  STATEMENT-RECORD PIC X(80).
           05 CT-FECHA PIC 9(8).
           05 CT-CUENTA PIC 9(6).
           05 CT-MONTO PIC S9(11)V99 SIGN LEADING SEPARATE.
           05 CT-EMPRESA PIC X(2).

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
           01 WS-FIN-BUENAS PIC X VALUE "N".
           01 WS-IMPORTE-EDIT PIC Z(8)9.99.
           01 WS-IMPORTE-EDIT-2 PIC +(8)9.99.
           01 WS-IMPORTE-EDIT-3 PIC +(9)9.99.
      *> Cada documento emitido queda en la bandeja de entrega
      *> (DOCOUTBOX) con la preferencia de canal del cliente.
           01 WS-DOC-FUNCION PIC X VALUE SPACE.
           01 WS-DOC-PROGRAMA PIC X(20) VALUE "ONSIZE-STMT".
           01 WS-DOC-CLIENTE PIC 9(6) VALUE ZERO.
           01 WS-DOC-TIPO PIC X(10) VALUE "ESTADO-FAC".
           01 WS-DOC-ARCHIVO PIC X(30)
               VALUE "data/onsize-estados.dat".
           01 WS-DOC-REFERENCIA PIC X(12) VALUE SPACES.
           01 WS-DOC-LINEA PIC X(132) VALUE SPACES.
           01 WS-DOC-NUMERO PIC 9(8) VALUE ZERO.
           01 WS-TOT-DOCUMENTOS PIC 9(6) VALUE ZERO.
           01 WS-RC-GUARDA PIC S9(4) VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-PROCESO.
               " clientes, " WS-NUM-LINEAS " lineas.".
           DISPLAY "Lineas traducidas por fusion: "
               WS-TOTAL-TRADUCIDAS.
           DISPLAY "Documentos a la bandeja de entrega: "
               WS-TOT-DOCUMENTOS.
           PERFORM REGISTRAR-HISTORIAL.
           GOBACK.

           ELSE
               ADD GT-NETO TO WS-MONTO-LEIDO
           END-IF.
           PERFORM ACUMULAR-EMPRESA-CONTROL.
           IF WS-NUM-LINEAS >= 500 THEN
               IF NOT LINEAS-DESBORDADAS THEN
                   SET LINEAS-DESBORDADAS TO TRUE

       IMPRIMIR-ESTADO-CLIENTE.
           ADD 1 TO WS-TOTAL-CLIENTES.
           MOVE WS-CLIENTE-ACTUAL TO WS-DOC-CLIENTE.
           MOVE WS-FECHA-PROCESO TO WS-DOC-REFERENCIA.
           MOVE "A" TO WS-DOC-FUNCION.
           PERFORM REGISTRAR-DOC-BANDEJA.
           IF WS-DOC-NUMERO > ZERO THEN
               ADD 1 TO WS-TOT-DOCUMENTOS
           END-IF.
           MOVE ZERO TO WS-CLI-DESCUENTO.
           MOVE ZERO TO WS-CLI-IMPUESTO.
           MOVE ZERO TO WS-CLI-NETO.
               PERFORM IMPRIMIR-SUBTOTAL-FACTURA
           END-IF.
           PERFORM IMPRIMIR-CIERRE-CLIENTE.
           MOVE "C" TO WS-DOC-FUNCION.
           PERFORM REGISTRAR-DOC-BANDEJA.

       IMPRIMIR-LINEA-ESTADO.
           IF WS-LIN-FACTURA(WS-IDX-BUSCA) NOT =
           ADD 1 TO WS-NUM-PAGINA.
           MOVE ZERO TO WS-LINEAS-EN-PAGINA.
           MOVE WS-BORDE TO STATEMENT-RECORD.
           PERFORM ESCRIBIR-REGISTRO-ESTADO.
           MOVE SPACES TO STATEMENT-RECORD.
           STRING "ESTADO DE CUENTA  Cliente " WS-CLIENTE-ACTUAL
               "  Fecha " WS-FECHA-PROCESO
               "  Pagina " WS-NUM-PAGINA
               DELIMITED BY SIZE INTO STATEMENT-RECORD.
           PERFORM ESCRIBIR-REGISTRO-ESTADO.
           IF WS-NUM-PAGINA = 1 THEN
               PERFORM ANOTAR-FUSIONES-CLIENTE
           END-IF.
           MOVE WS-BORDE TO STATEMENT-RECORD.
           PERFORM ESCRIBIR-REGISTRO-ESTADO.

      *> En la primera pagina se anotan los numeros viejos cuyos
      *> cargos quedaron fusionados en este cliente.
                       WS-PAR-VIEJO(WS-IDX-PAR)
                       " fusionado en este cliente"
                       DELIMITED BY SIZE INTO STATEMENT-RECORD
                   PERFORM ESCRIBIR-REGISTRO-ESTADO
               END-IF
           END-PERFORM.

       ESCRIBIR-LINEA-PAGINADA.
           PERFORM ESCRIBIR-REGISTRO-ESTADO.
           ADD 1 TO WS-LINEAS-EN-PAGINA.

       ESCRIBIR-REGISTRO-ESTADO.
           WRITE STATEMENT-RECORD.
           IF WS-DOC-NUMERO > ZERO THEN
               MOVE STATEMENT-RECORD TO WS-DOC-LINEA
               MOVE "L" TO WS-DOC-FUNCION
               PERFORM REGISTRAR-DOC-BANDEJA
           END-IF.

       REGISTRAR-DOC-BANDEJA.
           MOVE RETURN-CODE TO WS-RC-GUARDA.
           CALL "DOCOUTBOX" USING WS-DOC-FUNCION WS-DOC-PROGRAMA
               WS-DOC-CLIENTE WS-DOC-TIPO WS-DOC-ARCHIVO
               WS-DOC-REFERENCIA WS-DOC-LINEA WS-DOC-NUMERO.
           MOVE WS-RC-GUARDA TO RETURN-CODE.
           IF WS-DOC-FUNCION = "C" THEN
               MOVE ZERO TO WS-DOC-NUMERO
           END-IF.

       ESCRIBIR-CONTROL-TOTALES.
           OPEN EXTEND CONTROL-FILE.
           IF NOT CONTROL-OK THEN
           MOVE "ONSIZE-STMT" TO CT-PROGRAMA.
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
