      *> Registro del maestro de clientes (first-master.dat) de
      *> FIRSTPROGRAM, compartido por los programas que lo leen o
      *> lo mantienen. Los campos agregados al final quedan en blanco
      *> en un maestro anterior; MASTER-BACKUP los normaliza al
      *> recargar.
           05 CM-NUMERO PIC 9(6).
           COPY PERSONA REPLACING CAMPO-NOMBRE BY CM-NOMBRE
                                   CAMPO-APELLIDO BY CM-APELLIDO
                                   CAMPO-EDAD BY CM-EDAD.
           05 CM-ESTADO PIC X.
               88 CLIENTE-ACTIVO VALUE "A".
               88 CLIENTE-INACTIVO VALUE "I".
           05 CM-FECHA-ESTADO PIC 9(8).
           05 CM-LIMITE-CREDITO PIC 9(7)V99.
      *> Condicion de pago en dias desde la fecha de factura:
      *> 000 = contado, 030 = neto 30, 060 = neto 60.
           05 CM-PLAZO-PAGO PIC 9(3).
               88 PLAZO-CONTADO VALUE ZERO.
      *> S = no se le cobran intereses por mora.
           05 CM-EXENTO-INTERES PIC X.
               88 CLIENTE-EXENTO-INTERES VALUE "S".
      *> Canal de entrega de los documentos al cliente: I = impreso,
      *> E = correo electronico a CM-EMAIL. Sin direccion de correo
      *> los documentos salen impresos.
           05 CM-CANAL-ENVIO PIC X.
               88 ENVIO-IMPRESO VALUE "I".
               88 ENVIO-CORREO VALUE "E".
           05 CM-EMAIL PIC X(40).
      *> Moneda de facturacion del cliente (codigo de
      *> prueba-monedas.cfg); en blanco, la moneda base.
           05 CM-MONEDA PIC X(3).
      *> Vendedor asignado (codigo de vendedores.dat) y fecha desde
      *> la que rige; la historia de asignaciones queda en
      *> vendedores-asignacion.dat. En blanco, sin vendedor.
           05 CM-VENDEDOR PIC X(4).
           05 CM-VENDEDOR-DESDE PIC 9(8).
      *> Cuenta madre (bill-to) de una sucursal; cero = sin grupo.
      *> En la cuenta madre, CM-LIMITE-GRUPO es el tope de credito
      *> de todo el grupo (madre y sucursales; cero = sin tope de
      *> grupo). CM-CONSOLIDAR en S: los estados de cuenta y los
      *> avisos de cobro de la sucursal salen a la cuenta madre.
           05 CM-CLIENTE-PADRE PIC 9(6).
           05 CM-LIMITE-GRUPO PIC 9(7)V99.
           05 CM-CONSOLIDAR PIC X.
               88 CONSOLIDA-EN-MADRE VALUE "S".
      *> Contacto del cliente en el directorio de usuarios
      *> (UM-TELEFONOP de nivel-master.dat); en blanco, sin enlace.
      *> Lo mantiene CONTACTO-ENLACE.
           05 CM-CONTACTO PIC X(9).
      *> Empresa del grupo a la que pertenece el cliente
      *> (data/empresas.cfg); en blanco, la principal 01.
           05 CM-EMPRESA PIC X(2).
