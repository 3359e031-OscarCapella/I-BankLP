      ******************************************************************
      * Copybook: CREDRCB
      * Record layout for the INBOUND-CREDITS register: one record per
      * incoming TED/PIX credit the clearing partner has delivered,
      * keyed by the partner's transaction identifier. The nightly
      * CREDREC job writes it before posting, as "C" (creditado,
      * operation "27" on the account) or "D" (devolvido to the
      * partner with the reason code in CRB-MOTIVO), so a rerun of
      * the same CREDIN file cannot credit or return a line twice.
      ******************************************************************
       01  CRB-RECORD.
           05  CRB-ID                 PIC X(20).
           05  CRB-DATA               PIC 9(08).
           05  CRB-CONTA              PIC 9(06).
           05  CRB-VALOR              PIC S9(9)V9(2).
           05  CRB-SITUACAO           PIC X(01).
           05  CRB-MOTIVO             PIC X(02).
           05  FILLER                 PIC X(10).
