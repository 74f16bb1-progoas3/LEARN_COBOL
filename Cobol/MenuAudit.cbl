           05 AL-OPERADOR PIC X(8).
           05 AL-OPCION PIC 9(2).
           05 AL-EVENTO PIC X(10).
           05 AL-CLIENTE PIC 9(6).

       FD  RUN-HISTORY-LOG.
           COPY RUNHIST.
