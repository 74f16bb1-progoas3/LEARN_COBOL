      *> Tasa de referencia publicada (data/tasas-referencia.cfg),
      *> mantenida por REFRATE-LOAD: tasa anual en porcentaje del
      *> indice, vigente desde la fecha indicada hasta la siguiente
      *> publicacion del mismo indice.
           05 RF-CODIGO PIC X(8).
           05 RF-TASA PIC 9(2)V9(4).
           05 RF-FECHA-DESDE PIC 9(8).
