           05  HST-SALDO-APOS         PIC S9(9)V9(2).
           05  HST-ESTORNADO          PIC X(01).
           05  HST-REFERENCIA         PIC X(10).
           05  HST-CPF-TITULAR        PIC 9(11).
