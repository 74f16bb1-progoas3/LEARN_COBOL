      *> Empresa del grupo (data/empresas.cfg), una linea por
      *> empresa que opera en el sistema. La serie es el rango de
      *> numeros de factura propio de la empresa; en cero, la empresa
      *> usa cualquier numero que no este reservado a otra. Notas de
      *> credito, facturas de contratos y facturas de pedidos
      *> arrancan en su propio numero inicial (cero = el de siempre
      *> de cada programa: 900001, 950001 y 800001) y cada una tiene
      *> su tramo hasta el inicial siguiente o el fin de la serie;
      *> la facturacion comun usa lo que queda fuera de los tramos.
           05 EM-CODIGO PIC X(2).
           05 EM-NOMBRE PIC X(30).
           05 EM-SERIE-DESDE PIC 9(6).
           05 EM-SERIE-HASTA PIC 9(6).
           05 EM-NOTA-INICIAL PIC 9(6).
           05 EM-CONTRATO-INICIAL PIC 9(6).
           05 EM-PEDIDO-INICIAL PIC 9(6).
