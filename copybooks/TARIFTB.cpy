      ******************************************************************
      * Copybook: TARIFTB
      * Record layout for the TARIFF-TABLE (service fees by operation).
      * TRF-OPERACAO is the TRANLOG operation code the fee applies to
      * ("22" TED, "03" boleto, "06" agendamento); an operation with
      * no row is free. TRF-FRANQUIA is the number of operations of
      * that code per calendar month that a package account ("P" in
      * ACCT-PACOTE) makes free of charge before the fee applies.
      * The row "PC" holds the monthly package fee in TRF-VALOR,
      * charged by the TARIFBAT monthly job as operation "29".
      ******************************************************************
       01  TRF-RECORD.
           05  TRF-OPERACAO           PIC X(02).
           05  TRF-DESCRICAO          PIC X(20).
           05  TRF-VALOR              PIC 9(5)V9(2).
           05  TRF-FRANQUIA           PIC 9(03).
           05  FILLER                 PIC X(10).
