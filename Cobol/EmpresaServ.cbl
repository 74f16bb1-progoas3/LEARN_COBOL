      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPRESRV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPANY-FILE ASSIGN TO "data/empresas.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-EMPRESAS.
           SELECT NOTE-COUNTER ASSIGN TO DYNAMIC WS-NOMBRE-CONTADOR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CONTADOR.
       DATA DIVISION.
       FILE SECTION.
       FD  COMPANY-FILE.
       01  COMPANY-RECORD.
           COPY EMPRESA.

       FD  NOTE-COUNTER.
       01  NOTE-COUNTER-RECORD.
           05 NK-PROXIMA-NOTA PIC 9(6).

       WORKING-STORAGE SECTION.
           01 WS-ESTADO-EMPRESAS PIC XX VALUE "00".
               88 EMPRESAS-OK VALUE "00".
           01 WS-FIN-EMPRESAS PIC X VALUE "N".
               88 FIN-EMPRESAS VALUE "S".
           01 WS-TABLA-CARGADA PIC X VALUE "N".
               88 TABLA-CARGADA VALUE "S".
      *> Las empresas quedan en memoria desde la primera llamada de
      *> la corrida.
           01 WS-NUM-EMPRESAS PIC 99 VALUE ZERO.
           01 WS-IDX-EMPRESA PIC 99 VALUE ZERO.
           01 WS-IDX-HALLADA PIC 99 VALUE ZERO.
           01 WS-TABLA-EMPRESAS.
               05 WS-EMPRESA OCCURS 20 TIMES.
                   10 WS-EMP-DATOS PIC X(62).
           01 WS-EMPRESA-TRABAJO.
               COPY EMPRESA REPLACING LEADING ==EM-== BY ==WE-==.
           01 WS-EMPRESA-BUSCA PIC X(2) VALUE SPACES.
           01 WS-POS-PUNTO PIC 99 VALUE ZERO.
           01 WS-IDX-CAR PIC 99 VALUE ZERO.
           01 WS-ARCHIVO-BASE PIC X(40) VALUE SPACES.
           01 WS-ESTADO-CONTADOR PIC XX VALUE "00".
               88 CONTADOR-OK VALUE "00".
           01 WS-NOMBRE-CONTADOR PIC X(40) VALUE SPACES.
           01 WS-PROXIMA-NOTA PIC 9(6) VALUE ZERO.
      *> Tramos de la serie reservados a cada tipo de documento: un
      *> tramo va de su numero inicial hasta el anterior al inicial
      *> siguiente, o hasta el fin de la serie (sin serie, 999999).
      *> Inicial en cero es el de siempre de cada programa.
           01 WS-TIPO-DOCUMENTO PIC X VALUE SPACE.
               88 DOCUMENTO-NOTA VALUE "N".
               88 DOCUMENTO-CONTRATO VALUE "C".
               88 DOCUMENTO-PEDIDO VALUE "P".
           01 WS-INICIO-NOTA PIC 9(6) VALUE ZERO.
           01 WS-INICIO-CONTRATO PIC 9(6) VALUE ZERO.
           01 WS-INICIO-PEDIDO PIC 9(6) VALUE ZERO.
           01 WS-FIN-SERIE PIC 9(6) VALUE ZERO.
           01 WS-DESDE-TRAMO PIC 9(6) VALUE ZERO.
           01 WS-HASTA-TRAMO PIC 9(6) VALUE ZERO.
       LINKAGE SECTION.
      *> Empresas del grupo, al estilo de DATESRV. LK-EMPRESA en
      *> blanco es la empresa principal 01 (los registros anteriores a
      *> la segunda empresa no traen codigo) y vuelve normalizada.
      *> LK-FUNCION:
      *>   DATOS    LK-DATOS con la empresa LK-EMPRESA
      *>   NUMERO   LK-NUMERO es un numero de factura de la serie de
      *>            LK-EMPRESA (serie en cero: ningun numero
      *>            reservado a otra empresa) fuera de los tramos de
      *>            notas, contratos y pedidos de la empresa
      *>   SERIE    LK-NUMERO es de la serie de LK-EMPRESA, de
      *>            cualquier tramo (referencia a un documento ya
      *>            emitido)
      *>   PEDIDO   LK-NUMERO es de la serie y del tramo de facturas
      *>            de pedidos de LK-EMPRESA
      *>   CONTRATO LK-NUMERO es de la serie y del tramo de facturas
      *>            de contratos de LK-EMPRESA
      *>   ARCHIVO  LK-ARCHIVO vuelve con el archivo propio de la
      *>            empresa: la 01 usa el nombre de siempre, las demas
      *>            llevan -EE antes de la extension
      *>            (data/gl-cuentas.cfg, data/gl-cuentas-02.cfg)
      *>   SIGUIENT recorre las empresas: LK-NUMERO en cero arranca,
      *>            cada llamada deja la siguiente en LK-EMPRESA y
      *>            LK-DATOS y avanza LK-NUMERO
      *>   PROXNOTA LK-NUMERO vuelve con el proximo numero de
      *>            documento de cobranza (notas de credito, cargos
      *>            por intereses) de LK-EMPRESA, que queda consumido:
      *>            la 01 sigue en data/ar-notas-contador.dat desde
      *>            900001, las demas en su propio contador desde
      *>            EM-NOTA-INICIAL, sin pasar del tramo de notas
      *> LK-RESULTADO vuelve S, o N si la empresa no existe, el
      *> numero no es de su serie o su tramo, el tramo de notas esta
      *> agotado o no quedan empresas. Sin
      *> data/empresas.cfg existe solo la 01, sin serie propia.
       01  LK-FUNCION PIC X(8).
       01  LK-EMPRESA PIC X(2).
       01  LK-NUMERO PIC 9(6).
       01  LK-ARCHIVO PIC X(40).
       01  LK-DATOS.
           COPY EMPRESA REPLACING LEADING ==EM-== BY ==LK-EM-==.
       01  LK-RESULTADO PIC X.
       PROCEDURE DIVISION USING LK-FUNCION LK-EMPRESA LK-NUMERO
               LK-ARCHIVO LK-DATOS LK-RESULTADO.
       EMPRESRV-PRINCIPAL.
           MOVE "N" TO LK-RESULTADO.
           IF NOT TABLA-CARGADA THEN
               PERFORM CARGAR-EMPRESAS
           END-IF.
           IF LK-FUNCION = "SIGUIENT" THEN
               PERFORM DAR-SIGUIENTE
               GOBACK
           END-IF.
           IF LK-EMPRESA = SPACES OR LK-EMPRESA = LOW-VALUES THEN
               MOVE "01" TO LK-EMPRESA
           END-IF.
           MOVE LK-EMPRESA TO WS-EMPRESA-BUSCA.
           PERFORM BUSCAR-EMPRESA.
           IF WS-IDX-HALLADA = ZERO THEN
               GOBACK
           END-IF.
           EVALUATE LK-FUNCION
               WHEN "DATOS"
                   MOVE WS-EMP-DATOS(WS-IDX-HALLADA) TO LK-DATOS
                   MOVE "S" TO LK-RESULTADO
               WHEN "NUMERO"
                   PERFORM VERIFICAR-NUMERO
                   IF LK-RESULTADO = "S" THEN
                       PERFORM VERIFICAR-FUERA-DE-TRAMOS
                   END-IF
               WHEN "SERIE"
                   PERFORM VERIFICAR-NUMERO
               WHEN "PEDIDO"
                   PERFORM VERIFICAR-NUMERO
                   IF LK-RESULTADO = "S" THEN
                       SET DOCUMENTO-PEDIDO TO TRUE
                       PERFORM VERIFICAR-EN-TRAMO
                   END-IF
               WHEN "CONTRATO"
                   PERFORM VERIFICAR-NUMERO
                   IF LK-RESULTADO = "S" THEN
                       SET DOCUMENTO-CONTRATO TO TRUE
                       PERFORM VERIFICAR-EN-TRAMO
                   END-IF
               WHEN "ARCHIVO"
                   PERFORM ARMAR-ARCHIVO
                   MOVE "S" TO LK-RESULTADO
               WHEN "PROXNOTA"
                   PERFORM DAR-PROXIMA-NOTA
               WHEN OTHER
                   DISPLAY "EMPRESRV: funcion desconocida "
                       LK-FUNCION
           END-EVALUATE.
           GOBACK.

       CARGAR-EMPRESAS.
           SET TABLA-CARGADA TO TRUE.
           MOVE ZERO TO WS-NUM-EMPRESAS.
           OPEN INPUT COMPANY-FILE.
           IF EMPRESAS-OK THEN
               PERFORM UNTIL FIN-EMPRESAS
                   READ COMPANY-FILE
                       AT END SET FIN-EMPRESAS TO TRUE
                       NOT AT END
                           PERFORM GUARDAR-EMPRESA
                   END-READ
               END-PERFORM
               CLOSE COMPANY-FILE
           END-IF.
           MOVE "01" TO WS-EMPRESA-BUSCA.
           PERFORM BUSCAR-EMPRESA.
           IF WS-IDX-HALLADA = ZERO AND WS-NUM-EMPRESAS < 20 THEN
               ADD 1 TO WS-NUM-EMPRESAS
               MOVE SPACES TO WS-EMPRESA-TRABAJO
               MOVE "01" TO WE-CODIGO
               MOVE "EMPRESA PRINCIPAL" TO WE-NOMBRE
               MOVE ZERO TO WE-SERIE-DESDE WE-SERIE-HASTA
                   WE-NOTA-INICIAL WE-CONTRATO-INICIAL
                   WE-PEDIDO-INICIAL
               MOVE WS-EMPRESA-TRABAJO TO
                   WS-EMP-DATOS(WS-NUM-EMPRESAS)
           END-IF.

      *> Una linea con numeros no validos se descarta entera: mejor
      *> una empresa que no existe que una con la serie equivocada.
       GUARDAR-EMPRESA.
           IF COMPANY-RECORD(57:6) = SPACES THEN
               MOVE ZERO TO EM-PEDIDO-INICIAL
           END-IF.
           IF EM-CODIGO = SPACES OR EM-SERIE-DESDE NOT NUMERIC
                   OR EM-SERIE-HASTA NOT NUMERIC
                   OR EM-NOTA-INICIAL NOT NUMERIC
                   OR EM-CONTRATO-INICIAL NOT NUMERIC
                   OR EM-PEDIDO-INICIAL NOT NUMERIC
                   OR EM-SERIE-DESDE > EM-SERIE-HASTA
                   OR (EM-NOTA-INICIAL > ZERO
                       AND (EM-NOTA-INICIAL = EM-CONTRATO-INICIAL
                           OR EM-NOTA-INICIAL = EM-PEDIDO-INICIAL))
                   OR (EM-CONTRATO-INICIAL > ZERO
                       AND EM-CONTRATO-INICIAL = EM-PEDIDO-INICIAL)
                   THEN
               DISPLAY "EMPRESRV: empresa " EM-CODIGO
                   " invalida en data/empresas.cfg, se ignora."
               EXIT PARAGRAPH
           END-IF.
           IF WS-NUM-EMPRESAS >= 20 THEN
               DISPLAY "EMPRESRV: mas de 20 empresas, la "
                   EM-CODIGO " se ignora."
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NUM-EMPRESAS.
           MOVE COMPANY-RECORD TO WS-EMP-DATOS(WS-NUM-EMPRESAS).

       BUSCAR-EMPRESA.
           MOVE ZERO TO WS-IDX-HALLADA.
           PERFORM VARYING WS-IDX-EMPRESA FROM 1 BY 1
                   UNTIL WS-IDX-EMPRESA > WS-NUM-EMPRESAS
               IF WS-EMP-DATOS(WS-IDX-EMPRESA)(1:2) =
                       WS-EMPRESA-BUSCA THEN
                   MOVE WS-IDX-EMPRESA TO WS-IDX-HALLADA
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.

      *> Con serie propia el numero tiene que caer en ella; sin
      *> serie, no puede caer en la de ninguna otra empresa.
       VERIFICAR-NUMERO.
           MOVE WS-EMP-DATOS(WS-IDX-HALLADA) TO WS-EMPRESA-TRABAJO.
           IF WE-SERIE-HASTA > ZERO THEN
               IF LK-NUMERO >= WE-SERIE-DESDE
                       AND LK-NUMERO <= WE-SERIE-HASTA THEN
                   MOVE "S" TO LK-RESULTADO
               END-IF
               EXIT PARAGRAPH
           END-IF.
           MOVE "S" TO LK-RESULTADO.
           PERFORM VARYING WS-IDX-EMPRESA FROM 1 BY 1
                   UNTIL WS-IDX-EMPRESA > WS-NUM-EMPRESAS
               MOVE WS-EMP-DATOS(WS-IDX-EMPRESA) TO
                   WS-EMPRESA-TRABAJO
               IF WE-SERIE-HASTA > ZERO
                       AND LK-NUMERO >= WE-SERIE-DESDE
                       AND LK-NUMERO <= WE-SERIE-HASTA THEN
                   MOVE "N" TO LK-RESULTADO
               END-IF
           END-PERFORM.

      *> Una factura de facturacion no puede tomar un numero que la
      *> empresa reserva a notas, contratos o pedidos: chocaria con
      *> ellos en el maestro de partidas.
       VERIFICAR-FUERA-DE-TRAMOS.
           SET DOCUMENTO-NOTA TO TRUE.
           PERFORM CALCULAR-TRAMO.
           IF LK-NUMERO >= WS-DESDE-TRAMO
                   AND LK-NUMERO <= WS-HASTA-TRAMO THEN
               MOVE "N" TO LK-RESULTADO
           END-IF.
           SET DOCUMENTO-CONTRATO TO TRUE.
           PERFORM CALCULAR-TRAMO.
           IF LK-NUMERO >= WS-DESDE-TRAMO
                   AND LK-NUMERO <= WS-HASTA-TRAMO THEN
               MOVE "N" TO LK-RESULTADO
           END-IF.
           SET DOCUMENTO-PEDIDO TO TRUE.
           PERFORM CALCULAR-TRAMO.
           IF LK-NUMERO >= WS-DESDE-TRAMO
                   AND LK-NUMERO <= WS-HASTA-TRAMO THEN
               MOVE "N" TO LK-RESULTADO
           END-IF.

       VERIFICAR-EN-TRAMO.
           PERFORM CALCULAR-TRAMO.
           IF LK-NUMERO < WS-DESDE-TRAMO
                   OR LK-NUMERO > WS-HASTA-TRAMO THEN
               MOVE "N" TO LK-RESULTADO
           END-IF.

      *> Tramo de WS-TIPO-DOCUMENTO en la empresa hallada. Un tramo
      *> vacio (inicial fuera de la serie) deja desde > hasta.
       CALCULAR-TRAMO.
           MOVE WS-EMP-DATOS(WS-IDX-HALLADA) TO WS-EMPRESA-TRABAJO.
           MOVE WE-NOTA-INICIAL TO WS-INICIO-NOTA.
           IF WS-INICIO-NOTA = ZERO THEN
               MOVE 900001 TO WS-INICIO-NOTA
           END-IF.
           MOVE WE-CONTRATO-INICIAL TO WS-INICIO-CONTRATO.
           IF WS-INICIO-CONTRATO = ZERO THEN
               MOVE 950001 TO WS-INICIO-CONTRATO
           END-IF.
           MOVE WE-PEDIDO-INICIAL TO WS-INICIO-PEDIDO.
           IF WS-INICIO-PEDIDO = ZERO THEN
               MOVE 800001 TO WS-INICIO-PEDIDO
           END-IF.
           IF WE-SERIE-HASTA > ZERO THEN
               MOVE WE-SERIE-HASTA TO WS-FIN-SERIE
           ELSE
               MOVE 999999 TO WS-FIN-SERIE
           END-IF.
           EVALUATE TRUE
               WHEN DOCUMENTO-NOTA
                   MOVE WS-INICIO-NOTA TO WS-DESDE-TRAMO
               WHEN DOCUMENTO-CONTRATO
                   MOVE WS-INICIO-CONTRATO TO WS-DESDE-TRAMO
               WHEN OTHER
                   MOVE WS-INICIO-PEDIDO TO WS-DESDE-TRAMO
           END-EVALUATE.
           MOVE WS-FIN-SERIE TO WS-HASTA-TRAMO.
           IF WS-INICIO-NOTA > WS-DESDE-TRAMO
                   AND WS-INICIO-NOTA - 1 < WS-HASTA-TRAMO THEN
               COMPUTE WS-HASTA-TRAMO = WS-INICIO-NOTA - 1
           END-IF.
           IF WS-INICIO-CONTRATO > WS-DESDE-TRAMO
                   AND WS-INICIO-CONTRATO - 1 < WS-HASTA-TRAMO THEN
               COMPUTE WS-HASTA-TRAMO = WS-INICIO-CONTRATO - 1
           END-IF.
           IF WS-INICIO-PEDIDO > WS-DESDE-TRAMO
                   AND WS-INICIO-PEDIDO - 1 < WS-HASTA-TRAMO THEN
               COMPUTE WS-HASTA-TRAMO = WS-INICIO-PEDIDO - 1
           END-IF.
           IF WE-SERIE-HASTA > ZERO
                   AND WS-DESDE-TRAMO < WE-SERIE-DESDE THEN
               MOVE ZERO TO WS-HASTA-TRAMO
           END-IF.

       ARMAR-ARCHIVO.
           IF LK-EMPRESA = "01" THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE LK-ARCHIVO TO WS-ARCHIVO-BASE.
           MOVE ZERO TO WS-POS-PUNTO.
           PERFORM VARYING WS-IDX-CAR FROM 40 BY -1
                   UNTIL WS-IDX-CAR < 1 OR WS-POS-PUNTO > ZERO
               IF WS-ARCHIVO-BASE(WS-IDX-CAR:1) = "." THEN
                   MOVE WS-IDX-CAR TO WS-POS-PUNTO
               END-IF
               IF WS-ARCHIVO-BASE(WS-IDX-CAR:1) = "/" THEN
                   MOVE 99 TO WS-POS-PUNTO
               END-IF
           END-PERFORM.
           MOVE SPACES TO LK-ARCHIVO.
           IF WS-POS-PUNTO = ZERO OR WS-POS-PUNTO = 99 THEN
               STRING WS-ARCHIVO-BASE DELIMITED BY SPACE
                   "-" LK-EMPRESA DELIMITED BY SIZE
                   INTO LK-ARCHIVO
               END-STRING
           ELSE
               STRING WS-ARCHIVO-BASE(1:WS-POS-PUNTO - 1)
                       DELIMITED BY SIZE
                   "-" LK-EMPRESA DELIMITED BY SIZE
                   WS-ARCHIVO-BASE(WS-POS-PUNTO:) DELIMITED BY SPACE
                   INTO LK-ARCHIVO
               END-STRING
           END-IF.

       DAR-SIGUIENTE.
           IF LK-NUMERO >= WS-NUM-EMPRESAS THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO LK-NUMERO.
           MOVE WS-EMP-DATOS(LK-NUMERO) TO LK-DATOS.
           MOVE WS-EMP-DATOS(LK-NUMERO)(1:2) TO LK-EMPRESA.
           MOVE "S" TO LK-RESULTADO.

      *> El contador se lee y se graba en cada llamada para que dos
      *> programas de la misma noche no repitan numeros.
       DAR-PROXIMA-NOTA.
           MOVE WS-EMP-DATOS(WS-IDX-HALLADA) TO WS-EMPRESA-TRABAJO.
           IF WE-NOTA-INICIAL > ZERO THEN
               MOVE WE-NOTA-INICIAL TO WS-PROXIMA-NOTA
           ELSE
               MOVE 900001 TO WS-PROXIMA-NOTA
           END-IF.
           MOVE "data/ar-notas-contador.dat" TO LK-ARCHIVO.
           PERFORM ARMAR-ARCHIVO.
           MOVE LK-ARCHIVO TO WS-NOMBRE-CONTADOR.
           OPEN INPUT NOTE-COUNTER.
           IF CONTADOR-OK THEN
               READ NOTE-COUNTER
                   NOT AT END
                       IF NK-PROXIMA-NOTA NUMERIC
                               AND NK-PROXIMA-NOTA > ZERO THEN
                           MOVE NK-PROXIMA-NOTA TO WS-PROXIMA-NOTA
                       END-IF
               END-READ
               CLOSE NOTE-COUNTER
           END-IF.
           MOVE WS-PROXIMA-NOTA TO LK-NUMERO.
           SET DOCUMENTO-NOTA TO TRUE.
           PERFORM CALCULAR-TRAMO.
           IF LK-NUMERO < WS-DESDE-TRAMO
                   OR LK-NUMERO > WS-HASTA-TRAMO THEN
               DISPLAY "EMPRESRV: numeracion de notas de la empresa "
                   LK-EMPRESA " agotada (" WS-DESDE-TRAMO "-"
                   WS-HASTA-TRAMO ")."
               MOVE ZERO TO LK-NUMERO
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT NOTE-COUNTER.
           IF NOT CONTADOR-OK THEN
               DISPLAY "EMPRESRV: no se pudo grabar "
                   WS-NOMBRE-CONTADOR ", estado " WS-ESTADO-CONTADOR
               EXIT PARAGRAPH
           END-IF.
           COMPUTE NK-PROXIMA-NOTA = WS-PROXIMA-NOTA + 1.
           WRITE NOTE-COUNTER-RECORD.
           CLOSE NOTE-COUNTER.
           MOVE "S" TO LK-RESULTADO.
       END PROGRAM EMPRESRV.
