      ******************************************************************
      * Copybook: TITULAR
      * Record layout for the ACCOUNT-HOLDERS file (joint accounts).
      * One record per holder of a joint account, keyed by account and
      * holder CPF; an account with no record here is a single-holder
      * account and signs on with ACCT-SENHA as before. ACCTMNT "IT"
      * adds a holder (the first one also brings the primary holder,
      * ACCT-CPF, onto the file with the account's password) and "RT"
      * removes one; when only the primary is left its record goes too
      * and the account is single-holder again. Each holder signs on
      * to TrabLP with their own CPF and password; TIT-TENTATIVAS and
      * TIT-STATUS ("A" ativo, "B" bloqueado apos 3 senhas erradas)
      * lock out that holder only.
      * TIT-MOVIMENTACAO: "I" movimenta isoladamente (either holder may
      * move money), "C" em conjunto (a transfer, TED or boleto payment
      * by this holder waits on the CO-APPROVALS file for another
      * holder's approval).
      ******************************************************************
       01  TIT-RECORD.
           05  TIT-CHAVE.
               10  TIT-CONTA          PIC 9(06).
               10  TIT-CPF            PIC 9(11).
           05  TIT-NOME               PIC X(30).
           05  TIT-SENHA              PIC 9(04).
           05  TIT-TENTATIVAS         PIC 9(01).
           05  TIT-STATUS             PIC X(01).
           05  TIT-MOVIMENTACAO       PIC X(01).
           05  TIT-DATA-INCLUSAO      PIC 9(08).
           05  TIT-DATA-ULT-ACESSO    PIC 9(08).
           05  FILLER                 PIC X(10).
