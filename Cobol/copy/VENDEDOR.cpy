      *> Maestro de vendedores (vendedores.dat) de VENDEDOR-MANTO.
      *> La tasa base es el porcentaje de comision que rige cuando
      *> comisiones-tasas.cfg no trae una tasa para el vendedor y el
      *> grupo del articulo. Estado: A = activo, I = inactivo (no se
      *> le asignan clientes nuevos, pero cobra lo ya vendido).
           05 VD-CODIGO PIC X(4).
           05 VD-NOMBRE PIC X(30).
           05 VD-TASA-BASE PIC 9(2)V99.
           05 VD-ESTADO PIC X.
               88 VENDEDOR-ACTIVO VALUE "A".
               88 VENDEDOR-INACTIVO VALUE "I".
           05 VD-FECHA-ALTA PIC 9(8).
