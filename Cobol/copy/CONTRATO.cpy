      *> Contrato de facturacion recurrente (contratos-fact.dat): el
      *> cliente recibe el articulo en la cantidad pactada con la
      *> frecuencia indicada, entre la fecha de inicio y la de fin
      *> (cero = sin vencimiento). CONTRATO-FACT lo factura cuando
      *> llega la proxima fecha de facturacion y la corre un periodo.
           05 CF-CLAVE.
               10 CF-CLIENTE PIC 9(6).
               10 CF-ARTICULO PIC X(6).
           05 CF-CANTIDAD PIC 9(5).
           05 CF-FRECUENCIA PIC X.
               88 FRECUENCIA-MENSUAL VALUE "M".
               88 FRECUENCIA-TRIMESTRAL VALUE "T".
               88 FRECUENCIA-SEMESTRAL VALUE "S".
               88 FRECUENCIA-ANUAL VALUE "A".
               88 FRECUENCIA-VALIDA VALUE "M" "T" "S" "A".
           05 CF-FECHA-INICIO PIC 9(8).
           05 CF-FECHA-FIN PIC 9(8).
           05 CF-PROXIMA-FACTURA PIC 9(8).
           05 CF-ULTIMA-FACTURA PIC 9(8).
           05 CF-ESTADO PIC X.
               88 CONTRATO-ACTIVO VALUE "A".
               88 CONTRATO-SUSPENDIDO VALUE "S".
               88 CONTRATO-TERMINADO VALUE "T".
