      ******************************************************************
      * Copybook: GLMAP
      * Card layout for the GL-MAPPING file read by the nightly GLPOST
      * journal: one card per TRANLOG operation code. GLM-TIPO "C"
      * (contabil) posts LOG-VALOR as a debit to GLM-CONTA-DEBITO and
      * a credit to GLM-CONTA-CREDITO, both required; "N" (nao
      * contabil) marks a code that moves no money (consulta, login,
      * agendamento, operacao retida ...) and posts nothing. A code
      * found on TRANLOG with no card stops the journal. The "09"/
      * "10" estorno cards are used only for an estorno leg that does
      * not name the operation it reverses in LOG-REFERENCIA.
      ******************************************************************
       01  GLM-RECORD.
           05  GLM-OPERACAO           PIC X(02).
           05  FILLER                 PIC X(01).
           05  GLM-TIPO               PIC X(01).
           05  FILLER                 PIC X(01).
           05  GLM-CONTA-DEBITO       PIC X(10).
           05  FILLER                 PIC X(01).
           05  GLM-CONTA-CREDITO      PIC X(10).
           05  FILLER                 PIC X(01).
           05  GLM-HISTORICO          PIC X(20).
           05  FILLER                 PIC X(33).
