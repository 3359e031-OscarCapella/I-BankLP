      ******************************************************************
      * Copybook: FAVOREC
      * Record layout for the FAVORECIDOS file (saved beneficiaries).
      * The customer maintains the list online (TrabLP "10 -
      * FAVORECIDOS") and picks an entry instead of retyping it on a
      * transfer, TED, scheduled transfer or standing order. Keyed by
      * account and item number (01-99, lowest free number reused).
      * FAV-TIPO "C" = conta neste banco (FAV-BENEFICIARIO),
      * "F" = CPF de cliente deste banco (FAV-CPF, resolved to the
      * account at every use), "E" = conta em outro banco (FAV-BANCO,
      * FAV-AGENCIA, FAV-CONTA-EXTERNA, FAV-NOME, sent as a TED).
      * Until FAV-DATA-LIBERACAO / FAV-HORA-LIBERACAO (cooling-off
      * after the inclusion) the entry only takes small amounts.
      ******************************************************************
       01  FAV-RECORD.
           05  FAV-CHAVE.
               10  FAV-CONTA          PIC 9(06).
               10  FAV-NUMERO         PIC 9(02).
           05  FAV-TIPO               PIC X(01).
           05  FAV-APELIDO            PIC X(20).
           05  FAV-BENEFICIARIO       PIC 9(06).
           05  FAV-CPF                PIC 9(11).
           05  FAV-BANCO              PIC 9(03).
           05  FAV-AGENCIA            PIC 9(04).
           05  FAV-CONTA-EXTERNA      PIC 9(10).
           05  FAV-NOME               PIC X(30).
           05  FAV-DATA-INCLUSAO      PIC 9(08).
           05  FAV-HORA-INCLUSAO      PIC 9(08).
           05  FAV-DATA-LIBERACAO     PIC 9(08).
           05  FAV-HORA-LIBERACAO     PIC 9(08).
           05  FILLER                 PIC X(10).
