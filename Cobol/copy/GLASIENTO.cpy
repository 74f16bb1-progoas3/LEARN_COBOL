      *> Linea de la interfaz al mayor (gl-interfaz.dat y los
      *> archivos de asientos que la alimentan): cuenta, centro de
      *> costo, monto, lado D/C, fuente que lo origina y fecha.
           05 GL-CUENTA PIC X(8).
           05 GL-CENTRO PIC X(4).
           05 GL-MONTO PIC 9(11)V99.
           05 GL-LADO PIC X.
           05 GL-FUENTE PIC X(20).
           05 GL-FECHA PIC 9(8).
      *> Empresa del asiento (en blanco, la 01): cada empresa lleva
      *> su propio mayor.
           05 GL-EMPRESA PIC X(2).
