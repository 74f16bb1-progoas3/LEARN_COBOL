       FILE SECTION.
       FD  CUSTOMER-MASTER.
       01  CUSTOMER-RECORD.
           COPY CLIENTE.

      *> Criterios de seleccion en archivo, no en codigo: EDADMIN,
      *> EDADMAX (valor numerico de 2 digitos), NOMBRE, APELLIDO
