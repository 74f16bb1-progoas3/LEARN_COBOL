      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLAVESRV.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *> Cuatro carriles congruenciales, cada uno modulo un primo
      *> menor que 2**31 con su propio multiplicador; la sal y la
      *> clave se pasan por todos los carriles muchas veces para que
      *> probar claves una por una sea lento.
           01 WS-CARRILES-INICIO.
               05 FILLER PIC 9(10) VALUE 1234567.
               05 FILLER PIC 9(10) VALUE 7654321.
               05 FILLER PIC 9(10) VALUE 2718281.
               05 FILLER PIC 9(10) VALUE 3141592.
           01 WS-INICIO REDEFINES WS-CARRILES-INICIO.
               05 WS-INICIO-CARRIL PIC 9(10) OCCURS 4 TIMES.
           01 WS-PRIMOS-VALORES.
               05 FILLER PIC 9(10) VALUE 2147483647.
               05 FILLER PIC 9(10) VALUE 2147483629.
               05 FILLER PIC 9(10) VALUE 2147483587.
               05 FILLER PIC 9(10) VALUE 2147483579.
           01 WS-PRIMOS REDEFINES WS-PRIMOS-VALORES.
               05 WS-PRIMO PIC 9(10) OCCURS 4 TIMES.
           01 WS-MULTIPLICADORES-VALORES.
               05 FILLER PIC 9(5) VALUE 48271.
               05 FILLER PIC 9(5) VALUE 69621.
               05 FILLER PIC 9(5) VALUE 40692.
               05 FILLER PIC 9(5) VALUE 40014.
           01 WS-MULTIPLICADORES REDEFINES WS-MULTIPLICADORES-VALORES.
               05 WS-MULTIPLICADOR PIC 9(5) OCCURS 4 TIMES.
           01 WS-CARRILES.
               05 WS-CARRIL PIC 9(10) OCCURS 4 TIMES.
           01 VUELTAS CONSTANT AS 1000.
           01 WS-VUELTA PIC 9(4) VALUE ZERO.
           01 WS-POS PIC 99 VALUE ZERO.
           01 WS-IDX-CARRIL PIC 9 VALUE ZERO.
           01 WS-ANTERIOR PIC 9 VALUE ZERO.
           01 WS-CODIGO PIC 9(3) VALUE ZERO.
           01 WS-PRODUCTO PIC 9(15) VALUE ZERO.
           01 WS-COCIENTE PIC 9(15) VALUE ZERO.
           01 WS-TEXTO.
               05 WS-TEXTO-SAL PIC X(8).
               05 WS-TEXTO-CLAVE PIC X(8).
           01 WS-RESUMEN PIC X(32) VALUE SPACES.
           01 WS-VALOR PIC 9(10) VALUE ZERO.
           01 WS-DIGITO PIC 99 VALUE ZERO.
           01 WS-IDX-DIGITO PIC 99 VALUE ZERO.
           01 WS-HEXA PIC X(16) VALUE "0123456789ABCDEF".
      *> La sal sale del generador de numeros al azar, sembrado una
      *> sola vez por corrida con la hora.
           01 WS-ALFABETO PIC X(62) VALUE
               "ABCDEFGHIJKLMNOPQRSTUVWXYZabcdefghijklmnopqrstuvwxyz0123
      -        "456789".
           01 WS-SEMBRADO PIC X VALUE "N".
               88 SEMBRADO VALUE "S".
           01 WS-SEMILLA PIC 9(8) VALUE ZERO.
           01 WS-AZAR PIC V9(9) VALUE ZERO.
           01 WS-IDX-SAL PIC 9 VALUE ZERO.
           01 WS-IDX-LETRA PIC 99 VALUE ZERO.
       LINKAGE SECTION.
      *> Servicio de claves de operador, al estilo de DATESRV.
      *> LK-FUNCION:
      *>   CIFRAR   genera una sal nueva en LK-SAL y deja en LK-HASH
      *>            el resumen de LK-CLAVE con esa sal
      *>   VERIFICA LK-RESULTADO dice si LK-CLAVE con la sal LK-SAL
      *>            da el resumen LK-HASH
      *> LK-RESULTADO vuelve S o N. La clave en claro no se guarda ni
      *> se muestra en ningun caso.
       01  LK-FUNCION PIC X(8).
       01  LK-CLAVE PIC X(8).
       01  LK-SAL PIC X(8).
       01  LK-HASH PIC X(32).
       01  LK-RESULTADO PIC X.
       PROCEDURE DIVISION USING LK-FUNCION LK-CLAVE LK-SAL LK-HASH
               LK-RESULTADO.
       CLAVESRV-PRINCIPAL.
           MOVE "N" TO LK-RESULTADO.
           EVALUATE LK-FUNCION
               WHEN "CIFRAR"
                   PERFORM GENERAR-SAL
                   PERFORM CALCULAR-RESUMEN
                   MOVE WS-RESUMEN TO LK-HASH
                   MOVE "S" TO LK-RESULTADO
               WHEN "VERIFICA"
                   IF LK-SAL NOT = SPACES AND LK-HASH NOT = SPACES
                       PERFORM CALCULAR-RESUMEN
                       IF WS-RESUMEN = LK-HASH THEN
                           MOVE "S" TO LK-RESULTADO
                       END-IF
                   END-IF
               WHEN OTHER
                   DISPLAY "CLAVESRV: funcion desconocida "
                       LK-FUNCION
           END-EVALUATE.
           GOBACK.

       GENERAR-SAL.
           IF NOT SEMBRADO THEN
               MOVE FUNCTION CURRENT-DATE(9:8) TO WS-SEMILLA
               COMPUTE WS-AZAR = FUNCTION RANDOM(WS-SEMILLA)
               SET SEMBRADO TO TRUE
           END-IF.
           PERFORM VARYING WS-IDX-SAL FROM 1 BY 1
                   UNTIL WS-IDX-SAL > 8
               COMPUTE WS-AZAR = FUNCTION RANDOM
               COMPUTE WS-IDX-LETRA = WS-AZAR * 62 + 1
               MOVE WS-ALFABETO(WS-IDX-LETRA:1) TO
                   LK-SAL(WS-IDX-SAL:1)
           END-PERFORM.

       CALCULAR-RESUMEN.
           MOVE LK-SAL TO WS-TEXTO-SAL.
           MOVE LK-CLAVE TO WS-TEXTO-CLAVE.
           PERFORM VARYING WS-IDX-CARRIL FROM 1 BY 1
                   UNTIL WS-IDX-CARRIL > 4
               MOVE WS-INICIO-CARRIL(WS-IDX-CARRIL) TO
                   WS-CARRIL(WS-IDX-CARRIL)
           END-PERFORM.
           PERFORM VARYING WS-VUELTA FROM 1 BY 1
                   UNTIL WS-VUELTA > VUELTAS
               PERFORM VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > 16
                   COMPUTE WS-CODIGO =
                       FUNCTION ORD(WS-TEXTO(WS-POS:1))
                   PERFORM VARYING WS-IDX-CARRIL FROM 1 BY 1
                           UNTIL WS-IDX-CARRIL > 4
                       COMPUTE WS-PRODUCTO =
                           WS-CARRIL(WS-IDX-CARRIL)
                           * WS-MULTIPLICADOR(WS-IDX-CARRIL)
                           + WS-CODIGO * WS-IDX-CARRIL
                           + WS-VUELTA + WS-POS
                       DIVIDE WS-PRODUCTO BY WS-PRIMO(WS-IDX-CARRIL)
                           GIVING WS-COCIENTE
                           REMAINDER WS-CARRIL(WS-IDX-CARRIL)
                   END-PERFORM
               END-PERFORM
               PERFORM MEZCLAR-CARRILES
           END-PERFORM.
           MOVE SPACES TO WS-RESUMEN.
           PERFORM VARYING WS-IDX-CARRIL FROM 1 BY 1
                   UNTIL WS-IDX-CARRIL > 4
               PERFORM PASAR-CARRIL-A-HEXA
           END-PERFORM.

      *> Al final de cada vuelta cada carril absorbe al anterior,
      *> asi un cambio en cualquier caracter alcanza a los cuatro.
       MEZCLAR-CARRILES.
           MOVE 4 TO WS-ANTERIOR.
           PERFORM VARYING WS-IDX-CARRIL FROM 1 BY 1
                   UNTIL WS-IDX-CARRIL > 4
               COMPUTE WS-PRODUCTO = WS-CARRIL(WS-IDX-CARRIL)
                   + WS-CARRIL(WS-ANTERIOR)
               DIVIDE WS-PRODUCTO BY WS-PRIMO(WS-IDX-CARRIL)
                   GIVING WS-COCIENTE
                   REMAINDER WS-CARRIL(WS-IDX-CARRIL)
               MOVE WS-IDX-CARRIL TO WS-ANTERIOR
           END-PERFORM.

      *> Ocho digitos hexadecimales por carril (cada carril es menor
      *> que 16**8).
       PASAR-CARRIL-A-HEXA.
           MOVE WS-CARRIL(WS-IDX-CARRIL) TO WS-VALOR.
           PERFORM VARYING WS-IDX-DIGITO FROM 8 BY -1
                   UNTIL WS-IDX-DIGITO < 1
               DIVIDE WS-VALOR BY 16 GIVING WS-VALOR
                   REMAINDER WS-DIGITO
               MOVE WS-HEXA(WS-DIGITO + 1:1) TO
                   WS-RESUMEN((WS-IDX-CARRIL - 1) * 8
                   + WS-IDX-DIGITO:1)
           END-PERFORM.
       END PROGRAM CLAVESRV.
