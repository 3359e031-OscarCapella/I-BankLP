      ******************************************************************
      * Copybook: INVTRIB
      * Record layout for the INVESTMENT-TAX file: one record per
      * investment redemption ("05", "13" or "24"), keyed by account
      * and redemption timestamp, written by TrabLP F-PARA. It keeps
      * the split of the redeemed amount - gross value, the cost
      * (principal) redeemed, the gross yield, the IOF and IR withheld
      * with their rates, and the net amount credited - for the
      * year-end INFREND informe de rendimentos. ITR-INV-DATA-INICIO /
      * ITR-INV-HORA-INICIO point back to the INVPOS position.
      * Poupanca ("03") redemptions are recorded with zero taxes, so
      * their yield reports as exempt.
      ******************************************************************
       01  ITR-RECORD.
           05  ITR-CHAVE.
               10  ITR-CONTA          PIC 9(6).
               10  ITR-DATA           PIC 9(8).
               10  ITR-HORA           PIC 9(8).
           05  ITR-INV-DATA-INICIO    PIC 9(8).
           05  ITR-INV-HORA-INICIO    PIC 9(8).
           05  ITR-PRODUTO            PIC X(02).
           05  ITR-OPERACAO           PIC X(02).
           05  ITR-DIAS               PIC 9(5).
           05  ITR-VALOR-BRUTO        PIC S9(9)V9(2).
           05  ITR-CUSTO              PIC S9(9)V9(2).
           05  ITR-RENDIMENTO         PIC S9(9)V9(2).
           05  ITR-ALIQ-IOF           PIC 9(1)V9(4).
           05  ITR-IOF                PIC S9(9)V9(2).
           05  ITR-ALIQ-IR            PIC 9(1)V9(4).
           05  ITR-IR                 PIC S9(9)V9(2).
           05  ITR-VALOR-LIQUIDO      PIC S9(9)V9(2).
           05  FILLER                 PIC X(10).
