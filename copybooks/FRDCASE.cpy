      ******************************************************************
      * Copybook: FRDCASE
      * Record layout for the FRAUD-CASES file: one case per account,
      * business date and FRDPARM rule, opened by the nightly
      * FRAUDMON monitoring batch and worked by the analysts through
      * the CASOBAT card job. The key makes a FRAUDMON rerun on the
      * same date harmless: a case that already exists is kept as is.
      * CAS-STATUS "A" = aberto (new, awaiting an analyst),
      * "F" = fechado (false positive or resolved), "E" = escalado
      * (suspicious; goes on the next COAF report). CAS-QTD and
      * CAS-VALOR carry the count and amount that fired the rule.
      * CAS-BLOQUEADA "S" when the analyst blocked the account from
      * the case; CAS-DATA-COAF is the date the case was reported.
      ******************************************************************
       01  CAS-RECORD.
           05  CAS-CHAVE.
               10  CAS-CONTA          PIC 9(06).
               10  CAS-DATA           PIC 9(08).
               10  CAS-REGRA          PIC X(02).
           05  CAS-HORA               PIC 9(08).
           05  CAS-STATUS             PIC X(01).
           05  CAS-QTD                PIC 9(05).
           05  CAS-VALOR              PIC S9(9)V9(2).
           05  CAS-DESCRICAO          PIC X(40).
           05  CAS-DATA-DECISAO       PIC 9(08).
           05  CAS-BLOQUEADA          PIC X(01).
           05  CAS-DATA-COAF          PIC 9(08).
           05  FILLER                 PIC X(20).
