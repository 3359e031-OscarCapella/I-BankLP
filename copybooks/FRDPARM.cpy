      ******************************************************************
      * Copybook: FRDPARM
      * Card layout for the FRAUDMON monitoring rules: one card per
      * rule, inline in the FRAUDMON JCL and maintained by the
      * fraud-prevention area. A rule with no card, FRP-ATIVA other
      * than "S" or a non-numeric parameter is not applied.
      *   LG  login failures ("14"), at least FRP-QTD of them, then a
      *       password change ("16") and a TED ("22"), each step
      *       within FRP-JANELA minutes of the previous one.
      *   ES  structuring: FRP-QTD or more transfers/PIX/TED on the
      *       business date each between FRP-PERCENTUAL % and 100 %
      *       of the account's alcada (FRP-VALOR when it has none).
      *   DM  dormant account: no customer-initiated operation in
      *       the FRP-JANELA days before the business date, then
      *       debits that day of FRP-PERCENTUAL % or more of the
      *       prior balance, when that balance is at least FRP-VALOR.
      *   BN  FRP-QTD or more distinct beneficiaries (by CPF where
      *       known) in the last FRP-JANELA days.
      ******************************************************************
       01  FRP-RECORD.
           05  FRP-REGRA              PIC X(02).
           05  FILLER                 PIC X(01).
           05  FRP-ATIVA              PIC X(01).
           05  FILLER                 PIC X(01).
           05  FRP-QTD                PIC 9(03).
           05  FILLER                 PIC X(01).
           05  FRP-PERCENTUAL         PIC 9(03).
           05  FILLER                 PIC X(01).
           05  FRP-JANELA             PIC 9(04).
           05  FILLER                 PIC X(01).
           05  FRP-VALOR              PIC 9(9)V9(2).
           05  FILLER                 PIC X(51).
