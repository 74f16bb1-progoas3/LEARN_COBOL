      *> Mapa contable (gl-cuentas.cfg): concepto de origen ->
      *> cuenta, centro de costo y lado natural (D/C). Cada fuente
      *> necesita ademas su concepto CONTRA-... para la
      *> contrapartida.
           05 GLM-CONCEPTO PIC X(12).
           05 GLM-CUENTA PIC X(8).
           05 GLM-CENTRO PIC X(4).
           05 FILLER PIC X.
           05 GLM-LADO PIC X.
