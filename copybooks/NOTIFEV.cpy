      ******************************************************************
      * Copybook: NOTIFEV
      * Record layout for the NOTIFIED-EVENTS register: one record per
      * customer event the nightly NOTIFBAT job has already sent to
      * the messaging gateway, keyed by account, event code and the
      * key of the record that raised it (NEV-ORIGEM), so the same
      * event is never sent twice - not by a rerun, nor by the next
      * nights while the event is still inside the look-back window.
      * NEV-EVENTO: "PE" agendamento nao efetuado (PNDXFER "E"),
      * "PR" agendamento retido (PNDXFER "R"), "TD" TED devolvida
      * (XTRNXFR "D"), "BV" boleto vence amanha (BOLETO "R"),
      * "IV" investimento a vencer (INVPOS), "OV" juros de cheque
      * especial (TRANLOG "21"), "BQ" conta bloqueada (TRANLOG "15"),
      * "SN" senha alterada (TRANLOG "16").
      * NEV-CANAIS shows where it went: "S" SMS, "E" e-mail, "SE"
      * both.
      ******************************************************************
       01  NEV-RECORD.
           05  NEV-CHAVE.
               10  NEV-CONTA          PIC 9(06).
               10  NEV-EVENTO         PIC X(02).
               10  NEV-ORIGEM         PIC X(24).
           05  NEV-DATA-ENVIO         PIC 9(08).
           05  NEV-DATA-EVENTO        PIC 9(08).
           05  NEV-VALOR              PIC S9(9)V9(2).
           05  NEV-CANAIS             PIC X(02).
           05  FILLER                 PIC X(10).
