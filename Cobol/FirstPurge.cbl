       FILE SECTION.
       FD  CUSTOMER-MASTER.
       01  CUSTOMER-RECORD.
           COPY CLIENTE.

       FD  CHANGE-LOG-FILE.
       01  CHANGE-LOG-RECORD.
