      *> Registro del maestro de saldos del mayor (gl-mayor.dat),
      *> por cuenta y centro de costo. Debe y haber del periodo
      *> (mes AAAAMM en GS-PERIODO) y del ano; la apertura es el
      *> saldo con que la cuenta entro al ano (debe - haber). Al
      *> pasar a otro periodo se ponen en cero los del periodo y, si
      *> cambia el ano, lo del ano pasa a la apertura.
           05 GS-CLAVE.
               10 GS-CUENTA PIC X(8).
               10 GS-CENTRO PIC X(4).
           05 GS-PERIODO PIC 9(6).
           05 GS-SALDO-APERTURA PIC S9(11)V99.
           05 GS-DEBE-PERIODO PIC 9(11)V99.
           05 GS-HABER-PERIODO PIC 9(11)V99.
           05 GS-DEBE-ANO PIC 9(11)V99.
           05 GS-HABER-ANO PIC 9(11)V99.
           05 GS-FECHA-ULT-MOV PIC 9(8).
