      * held on PENDING-APPROVALS for back-office release instead of
      * posting. Zero (or the blank FILLER of an old record) means no
      * dual control on the account.
      * ACCT-PACOTE is the tariff plan (ACCTMNT "PT" card): "P" =
      * package (monthly package fee, TARIFF-TABLE franquia applies),
      * "I" = exempt (no fee is ever charged), space or "N" = avulso
      * (every chargeable operation pays the TARIFF-TABLE fee).
      * Cumulative transfer limits (transfers "02", boletos "03", PIX
      * "08", standing orders "18" and TEDs "22" of the calendar day,
      * and of the 20h-06h window for the nighttime limit):
      * ACCT-MAX-DIARIO / ACCT-MAX-NOTURNO are the bank-set maximums
      * (ACCTMNT "LD" / "LN" cards; zero = no cumulative limit).
      * ACCT-LIM-DIARIO / ACCT-LIM-NOTURNO are the customer's own
      * limits, set from the TrabLP "8 - LIMITES" menu (zero = the bank
      * maximum). A reduction applies at once; an increase waits in
      * ACCT-LIM-DIARIO-PEND / ACCT-LIM-NOTURNO-PEND until the date in
      * ACCT-VIGOR-DIARIO / ACCT-VIGOR-NOTURNO (zero = none pending).
      * Customer notifications (nightly NOTIFBAT feed to the messaging
      * gateway), maintained from the TrabLP "11 - NOTIFICACOES" menu:
      * ACCT-TELEFONE is DDD + number (zero, blank or non-numeric = no
      * phone), ACCT-EMAIL the e-mail address (spaces = none).
      * ACCT-OPT-SMS / ACCT-OPT-EMAIL = "S" when the customer opted in
      * to that channel; anything else (including the blank reserve
      * of an older record) means no messages on it.
      * ACCT-STATUS: "A" ativa, "B" bloqueada, "E" encerrada,
      * "I" inativa (dormant - flagged by the monthly DORMBAT job
      * after the configured months with no customer activity; no
      * money leaves the account until it is reactivated by the next
      * successful TrabLP sign-on or an ACCTMNT "RA" card).
      * ACCT-DATA-ULT-ACESSO is the date of the last successful
      * sign-on, ACCT-DATA-INATIVACAO the date DORMBAT last flagged
      * the account and ACCT-DATA-REATIVACAO the date it was last
      * brought back (zero, or the blank reserve of an older record,
      * means never).
      ******************************************************************
       01  ACCT-RECORD.
           05  ACCT-NUMERO        PIC 9(6).
           05  ACCT-STATUS        PIC X(01).
           05  ACCT-TENTATIVAS    PIC 9(01).
           05  ACCT-LIMITE-APROVACAO PIC 9(9)V9(2).
           05  ACCT-PACOTE        PIC X(01).
           05  ACCT-MAX-DIARIO    PIC 9(9)V9(2).
           05  ACCT-MAX-NOTURNO   PIC 9(9)V9(2).
           05  ACCT-LIM-DIARIO    PIC 9(9)V9(2).
           05  ACCT-LIM-NOTURNO   PIC 9(9)V9(2).
           05  ACCT-LIM-DIARIO-PEND  PIC 9(9)V9(2).
           05  ACCT-VIGOR-DIARIO     PIC 9(8).
           05  ACCT-LIM-NOTURNO-PEND PIC 9(9)V9(2).
           05  ACCT-VIGOR-NOTURNO    PIC 9(8).
           05  ACCT-TELEFONE      PIC 9(11).
           05  ACCT-EMAIL         PIC X(60).
           05  ACCT-OPT-SMS       PIC X(01).
           05  ACCT-OPT-EMAIL     PIC X(01).
           05  ACCT-DATA-ULT-ACESSO  PIC 9(8).
           05  ACCT-DATA-INATIVACAO  PIC 9(8).
           05  ACCT-DATA-REATIVACAO  PIC 9(8).
           05  FILLER             PIC X(23).
