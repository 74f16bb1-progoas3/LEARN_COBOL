      *> Registro de data/operadores.cfg, uno por operador:
      *> identificacion, matriz de autorizacion (un byte S/N por
      *> opcion 1 a 8), fecha del ultimo cambio de clave, intentos
      *> fallidos acumulados, marca de bloqueo y marca de supervisor.
      *> La clave nunca se guarda en claro: OP-HASH es el resumen de
      *> una sola via (CLAVESRV) de la clave con la sal OP-SAL, y
      *> OP-HISTORIA retiene las tres claves anteriores para que no
      *> se repitan. OP-CLAVE solo lleva una clave en claro en un
      *> operador recien cargado, hasta que CLAVE-CONVERSION la
      *> convierte y la deja en blanco.
           05 OP-ID PIC X(8).
           05 OP-CLAVE PIC X(8).
           05 OP-OPCIONES PIC X(8).
           05 OP-FECHA-CLAVE PIC 9(8).
           05 OP-INTENTOS PIC 9.
           05 OP-BLOQUEADO PIC X.
           05 OP-SUPERVISOR PIC X.
           05 OP-SAL PIC X(8).
           05 OP-HASH PIC X(32).
           05 OP-HISTORIA-TODA.
               10 OP-HISTORIA OCCURS 3 TIMES.
                   15 OP-HIST-SAL PIC X(8).
                   15 OP-HIST-HASH PIC X(32).
      *> Empresas en las que puede operar, hasta cinco codigos
      *> seguidos; en blanco, solo la principal 01.
           05 OP-EMPRESAS PIC X(10).
