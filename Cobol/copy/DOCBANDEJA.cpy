      *> Bandeja de documentos al cliente (doc-bandeja.dat): cada
      *> estado de cuenta, aviso o carta que se emite queda
      *> registrado por DOCOUTBOX con su canal de entrega; el texto
      *> del documento se guarda en doc-contenido.dat bajo el mismo
      *> numero. DOC-DELIVERY lo entrega y sigue su estado.
           05 BD-NUMERO PIC 9(8).
           05 BD-CLIENTE PIC 9(6).
           05 BD-TIPO-DOC PIC X(10).
           05 BD-PROGRAMA PIC X(20).
           05 BD-ARCHIVO PIC X(30).
           05 BD-REFERENCIA PIC X(12).
      *> I = impreso, E = correo electronico a BD-DESTINO.
           05 BD-CANAL PIC X.
               88 BD-CANAL-IMPRESO VALUE "I".
               88 BD-CANAL-CORREO VALUE "E".
           05 BD-DESTINO PIC X(40).
           05 BD-ESTADO PIC X.
               88 DOC-PENDIENTE VALUE "P".
               88 DOC-ENVIADO VALUE "E".
               88 DOC-FALLIDO VALUE "F".
               88 DOC-DEVUELTO VALUE "D".
           05 BD-FECHA-ALTA PIC 9(8).
           05 BD-FECHA-ESTADO PIC 9(8).
           05 BD-LINEAS PIC 9(5).
           05 BD-INTENTOS PIC 9(2).
           05 BD-MOTIVO PIC X(30).
