      ******************************************************************
      * Copybook: COAPRV
      * Record layout for the CO-APPROVALS file (joint accounts that
      * move money "em conjunto"). A transfer, TED or boleto payment
      * keyed by a holder whose TIT-MOVIMENTACAO is "C" is queued
      * here as "P" (operation "38") instead of posting; another
      * holder of the account approves it online (TrabLP "12 -
      * APROVACOES"), which posts it under the approver's CPF, or
      * refuses it (operation "39"). CAP-TIPO and the beneficiary
      * fields follow APPRVL: "T" = intra-bank transfer, "E" =
      * external TED, "B" = boleto payment; only the fields of the
      * item's type are meaningful; CAP-DATA-VENCIMENTO is the due
      * date of a boleto, checked again when the item is approved.
      * CAP-STATUS: "P" pendente, "A" aprovada, "R" recusada pelo
      * outro titular, "C" cancelada (by the holder who keyed it, or
      * by ACCTMNT when a holder leaves the account).
      ******************************************************************
       01  CAP-RECORD.
           05  CAP-CHAVE.
               10  CAP-CONTA          PIC 9(06).
               10  CAP-DATA           PIC 9(08).
               10  CAP-HORA           PIC 9(08).
           05  CAP-TIPO               PIC X(01).
           05  CAP-BENEFICIARIO       PIC 9(06).
           05  CAP-BENEF-CPF          PIC 9(11).
           05  CAP-BANCO              PIC 9(03).
           05  CAP-AGENCIA            PIC 9(04).
           05  CAP-CONTA-EXTERNA      PIC 9(10).
           05  CAP-DOCUMENTO          PIC 9(10).
           05  CAP-BENEF-NOME         PIC X(30).
           05  CAP-DATA-VENCIMENTO    PIC 9(08).
           05  CAP-VALOR              PIC S9(9)V9(2).
           05  CAP-CPF-EMITENTE       PIC 9(11).
           05  CAP-STATUS             PIC X(01).
           05  CAP-CPF-DECISAO        PIC 9(11).
           05  CAP-DATA-DECISAO       PIC 9(08).
           05  FILLER                 PIC X(10).
