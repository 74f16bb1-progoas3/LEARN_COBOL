      *> Cambio sensible de datos maestros a la espera de un segundo
      *> operador (data/cambios-pendientes.dat): lo registra PENDSRV
      *> desde el programa que lo pide y lo aplica APROBAR-CAMBIOS
      *> cuando un supervisor distinto del que lo pidio lo aprueba.
      *> Tipo: LIMITE = aumento del limite de credito de un cliente,
      *> PRECIO = alta o cambio de una vigencia del maestro de
      *> precios, REACTIVA = reactivacion de un cliente dado de baja.
      *> Estado: P = pendiente, A = aprobado y aplicado, R =
      *> rechazado, V = vencido sin decision, S = superado (el
      *> maestro cambio despues del pedido; no se aplica).
           05 CA-NUMERO PIC 9(6).
           05 CA-TIPO PIC X(8).
               88 TIPO-LIMITE VALUE "LIMITE".
               88 TIPO-PRECIO VALUE "PRECIO".
               88 TIPO-REACTIVA VALUE "REACTIVA".
           05 CA-OPERACION PIC X(8).
           05 CA-CLIENTE PIC 9(6).
           05 CA-ARTICULO PIC X(6).
           05 CA-FECHA-DESDE PIC 9(8).
      *> Valores antes y despues: limite o precio y, en los precios,
      *> el umbral de varianza.
           05 CA-VALOR-ANTES PIC 9(7)V99.
           05 CA-VALOR-NUEVO PIC 9(7)V99.
           05 CA-VARIANZA-ANTES PIC 9(2)V99.
           05 CA-VARIANZA-NUEVA PIC 9(2)V99.
           05 CA-OPERADOR-ALTA PIC X(8).
           05 CA-FECHA-HORA-ALTA PIC X(15).
           05 CA-ESTADO PIC X.
               88 CAMBIO-PENDIENTE VALUE "P".
               88 CAMBIO-APROBADO VALUE "A".
               88 CAMBIO-RECHAZADO VALUE "R".
               88 CAMBIO-VENCIDO VALUE "V".
               88 CAMBIO-SUPERADO VALUE "S".
           05 CA-OPERADOR-DECISION PIC X(8).
           05 CA-FECHA-HORA-DECISION PIC X(15).
