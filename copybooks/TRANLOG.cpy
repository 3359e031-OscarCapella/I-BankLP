      ******************************************************************
      * Copybook: TRANLOG
      * Record layout for the TRANSACTION-LOG audit trail file.
      * LOG-CPF-TITULAR is the CPF of the account holder who did the
      * operation online (on a joint account, the holder who signed
      * on); zero on the batch postings and on the credit/reversal
      * legs written to a beneficiary's account.
      ******************************************************************
       01  LOG-RECORD.
           05  LOG-CHAVE.
           05  LOG-SALDO-APOS         PIC S9(9)V9(2).
           05  LOG-ESTORNADO          PIC X(01).
           05  LOG-REFERENCIA         PIC X(10).
           05  LOG-CPF-TITULAR        PIC 9(11).
