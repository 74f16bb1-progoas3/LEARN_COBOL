      *> Presupuesto del mayor (gl-presupuesto.dat) por centro de
      *> costo, cuenta y ano, con el monto de cada mes expresado en
      *> el lado natural de la cuenta segun gl-cuentas.cfg (gasto
      *> al debe, ingreso al haber). Lo mantiene GL-BUDGET.
           05 PP-CLAVE.
               10 PP-CENTRO PIC X(4).
               10 PP-CUENTA PIC X(8).
               10 PP-ANO PIC 9(4).
           05 PP-MONTO-MES PIC S9(11)V99 OCCURS 12 TIMES.
           05 PP-FECHA-CAMBIO PIC 9(8).
           05 PP-OPERADOR PIC X(8).
