      *> Acuerdo de precio por cliente (onsize-precios-cliente.dat):
      *> precio pactado de un articulo para un cliente, vigente entre
      *> la fecha-desde y la fecha-hasta (cero = sin vencimiento).
      *> Mientras rige, ONSIZEERROR lo usa en lugar del maestro de
      *> precios.
           05 PA-CLAVE.
               10 PA-CLIENTE PIC 9(6).
               10 PA-ARTICULO PIC X(6).
               10 PA-FECHA-DESDE PIC 9(8).
           05 PA-FECHA-HASTA PIC 9(8).
           05 PA-PRECIO PIC 9(5)V99.
           05 PA-VARIANZA-PCT PIC 9(2)V99.
