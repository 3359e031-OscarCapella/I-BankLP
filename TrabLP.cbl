      *                held on PENDING-APPROVALS instead of posting
      *                (operation "25"); APPRVBAT releases or rejects
      *                it ("26" on a rejection).
      *   15/10/2026 - Service fees: TED ("22"), boleto payment ("03")
      *                and scheduled transfer ("06") look up the new
      *                TARIFF-TABLE, show the fee before the CONFIRMA
      *                step and debit it as its own operation "28"
      *                right after the operation. Package accounts
      *                (ACCT-PACOTE "P") get the table's monthly
      *                franquia free, exempt accounts ("I") never pay;
      *                a held TED/boleto carries the quoted fee to
      *                APPRVBAT in APR-TARIFA. GRAVAR-LOG-PARA now
      *                steps LOG-HORA on a duplicate key instead of
      *                dropping the record.
      *   15/10/2026 - Redemptions ("05", "13", "24") now withhold the
      *                regressive IR on the gross yield by days held
      *                since INV-DATA-INICIO, and IOF on a redemption
      *                within 30 days; poupanca ("03") stays exempt.
      *                The gross amount is still credited under the
      *                redemption code and the taxes are debited as
      *                "31" IOF RETIDO and "30" IR RETIDO; the split
      *                (gross, yield, IOF, IR, net) is kept on the new
      *                INVESTMENT-TAX file for the year-end INFREND
      *                informe de rendimentos.
      *   15/10/2026 - An estorno now records what it reverses: the
      *                "09" leg carries the original operation code
      *                and date in LOG-REFERENCIA, and the
      *                beneficiary's "10" leg carries "07" and the same
      *                date, so the nightly GLPOST journal can post the
      *                opposite of the original entry.
      *   15/10/2026 - Cumulative transfer limits: transfers ("02"),
      *                TEDs ("22") and boleto payments ("03") are
      *                refused when the day's total - or, from 20h to
      *                06h, the nighttime total - would pass the
      *                account's limit; scheduling refuses a value
      *                above the daily limit (PIXBATCH checks the
      *                rest at settlement). Added "8 - LIMITES"
      *                (J-PARA): a reduction applies at once, an
      *                increase (up to the ACCTMNT "LD"/"LN" bank
      *                maximum) waits two days and is promoted at the
      *                next sign-on on or after that date; every
      *                change logs "32" ALTERACAO DE LIMITE.
      *   15/10/2026 - Added "10 - FAVORECIDOS" (K-PARA): the customer
      *                saves beneficiaries (account, CPF or another
      *                bank's account) on the new FAVORECIDOS file and
      *                deletes them; each change logs "33" FAVORECIDO
      *                INCLUIDO / "34" FAVORECIDO EXCLUIDO. Transfers,
      *                scheduled transfers and standing orders (which
      *                now take the beneficiary like a transfer) can
      *                pick a saved entry ("V"), TEDs offer the saved
      *                other-bank entries. For its first 24 hours a new
      *                entry only takes up to R$500.00.
      *   15/10/2026 - Added "11 - NOTIFICACOES" (L-PARA): the customer
      *                keeps the cell phone and e-mail and the SMS /
      *                e-mail opt-ins on ACCOUNT-MASTER for the nightly
      *                NOTIFBAT messages; each change logs "35"
      *                ALTERACAO DE CONTATO. An opt-in needs the
      *                contact on file, and removing a contact turns
      *                its opt-in off.
      *   15/10/2026 - Every successful sign-on stamps
      *                ACCT-DATA-ULT-ACESSO for the monthly DORMBAT
      *                dormant-account run. An account DORMBAT moved
      *                to "I" (inativa) comes back to "A" on its next
      *                successful sign-on, logged as "37" CONTA
      *                REATIVADA.
      *   15/10/2026 - Joint accounts: an account with holders on the
      *                new ACCOUNT-HOLDERS file asks for the holder's
      *                CPF at sign-on and checks that holder's own
      *                password and lockout (3 wrong passwords block
      *                only that holder, "15"); "7 - TROCAR SENHA"
      *                changes the holder's password. Every log record
      *                now carries the acting holder's CPF in
      *                LOG-CPF-TITULAR (ACCT-CPF on a single-holder
      *                account). A transfer, TED or boleto payment by a
      *                holder who moves the account "em conjunto" is
      *                queued on the new CO-APPROVALS file ("38") and
      *                posts only when another holder approves it under
      *                "12 - APROVACOES" (the balance, limit and alcada
      *                checks run again then); a refusal or a
      *                cancellation logs "39". Such a holder cannot
      *                schedule transfers or set up standing orders.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTERNET-BANKING.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APR-CHAVE
               FILE STATUS IS WS-FS-APR.
           SELECT TARIFF-TABLE ASSIGN TO "TARIFTB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRF-OPERACAO
               FILE STATUS IS WS-FS-TRF.
           SELECT INVESTMENT-TAX ASSIGN TO "INVTRIB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITR-CHAVE
               FILE STATUS IS WS-FS-ITR.
           SELECT FAVORECIDOS ASSIGN TO "FAVOREC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAV-CHAVE
               FILE STATUS IS WS-FS-FAV.
           SELECT ACCOUNT-HOLDERS ASSIGN TO "TITULAR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TIT-CHAVE
               FILE STATUS IS WS-FS-TIT.
           SELECT CO-APPROVALS ASSIGN TO "COAPRV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAP-CHAVE
               FILE STATUS IS WS-FS-CAP.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER
       FD  PENDING-APPROVALS
           LABEL RECORD IS STANDARD.
           COPY APPRVL.
       FD  TARIFF-TABLE
           LABEL RECORD IS STANDARD.
           COPY TARIFTB.
       FD  INVESTMENT-TAX
           LABEL RECORD IS STANDARD.
           COPY INVTRIB.
       FD  FAVORECIDOS
           LABEL RECORD IS STANDARD.
           COPY FAVOREC.
       FD  ACCOUNT-HOLDERS
           LABEL RECORD IS STANDARD.
           COPY TITULAR.
       FD  CO-APPROVALS
           LABEL RECORD IS STANDARD.
           COPY COAPRV.
       WORKING-STORAGE SECTION.
       01  WS-FS-ACCT PIC X(02) VALUE SPACES.
       01  WS-CONTA-LOGADA PIC 9(6) VALUE ZERO.
       01  WS-LOG-OPERACAO PIC X(02).
       01  WS-LOG-VALOR PIC S9(9)V9(2).
       01  WS-LOG-REFERENCIA PIC X(10) VALUE SPACES.
       01  WS-ESTORNO-DATA PIC 9(8) VALUE ZERO.
       01  WS-SW-ESTORNO-BENEF PIC X(01) VALUE "N".
           88  WS-ESTORNAR-BENEF VALUE "S".
       01  WS-SW-ESTORNO-BOL PIC X(01) VALUE "N".
           05  WS-OR-TAB OCCURS 20.
               10  WS-OR-DATA PIC 9(8).
               10  WS-OR-HORA PIC 9(8).
       01  WS-FS-TRF PIC X(02) VALUE SPACES.
       01  WS-PACOTE PIC X(01) VALUE SPACE.
       01  WS-TARIFA PIC 9(5)V9(2) VALUE ZERO.
       01  WS-TARIFA-OPERACAO PIC X(02).
       01  WS-OPER-MES PIC 9(5) VALUE ZERO.
       01  WS-MES-ATUAL PIC 9(6).
       01  WS-SW-LOG-GRAVADO PIC X(01) VALUE "N".
           88  WS-LOG-GRAVADO VALUE "S".
       01  WS-RETRY-LOG PIC 9(2) VALUE ZERO.
       01  WS-FS-ITR PIC X(02) VALUE SPACES.
       01  WS-SW-ITR-GRAVADA PIC X(01) VALUE "N".
           88  WS-ITR-GRAVADA VALUE "S".
       01  WS-RETRY-ITR PIC 9(2) VALUE ZERO.
       01  WS-TRIB.
           05  WS-TRIB-BRUTO PIC S9(9)V9(2).
           05  WS-TRIB-CUSTO PIC S9(9)V9(2).
           05  WS-TRIB-RENDIMENTO PIC S9(9)V9(2).
           05  WS-TRIB-DIAS PIC 9(5).
           05  WS-TRIB-ALIQ-IOF PIC 9(1)V9(4).
           05  WS-TRIB-IOF PIC S9(9)V9(2).
           05  WS-TRIB-ALIQ-IR PIC 9(1)V9(4).
           05  WS-TRIB-IR PIC S9(9)V9(2).
           05  WS-TRIB-LIQUIDO PIC S9(9)V9(2).
      *    IOF REGRESSIVE TABLE: PERCENT OF THE YIELD FOR A REDEMPTION
      *    ON DAY 1 TO DAY 29 OF THE APPLICATION; NONE FROM DAY 30.
       01  WS-TAB-IOF.
           05  FILLER PIC X(30) VALUE "096093090086083080076073070066".
           05  FILLER PIC X(30) VALUE "063060056053050046043040036033".
           05  FILLER PIC X(27) VALUE "030026023020016013010006003".
       01  WS-TAB-IOF-R REDEFINES WS-TAB-IOF.
           05  WS-IOF-DIA PIC 9V99 OCCURS 29.
       01  WS-DJ-DATA PIC 9(8).
       01  WS-DJ-DATA-R REDEFINES WS-DJ-DATA.
           05  WS-DJ-ANO PIC 9(4).
           05  WS-DJ-MES PIC 9(2).
           05  WS-DJ-DIA PIC 9(2).
       01  WS-DJ-A PIC 9(4).
       01  WS-DJ-M PIC 9(2).
       01  WS-DJ-Q PIC 9(7).
       01  WS-DJ-NUM PIC 9(7).
       01  WS-DJ-INICIO PIC 9(7).
       01  WS-LIM-DIARIO PIC 9(9)V9(2) VALUE ZERO.
       01  WS-LIM-NOTURNO PIC 9(9)V9(2) VALUE ZERO.
       01  WS-LIM-NOVO PIC 9(9)V9(2).
       01  WS-LIM-ATUAL PIC 9(9)V9(2).
       01  WS-LIM-MAXIMO PIC 9(9)V9(2).
       01  WS-TIPO-LIMITE PIC X(01).
       01  WS-VALOR-LIMITE PIC 9(9)V9(2).
       01  WS-USADO-DIA PIC S9(9)V9(2) VALUE ZERO.
       01  WS-USADO-NOITE PIC S9(9)V9(2) VALUE ZERO.
       01  WS-DISPONIVEL PIC 9(9)V9(2).
       01  WS-CARENCIA-LIMITE PIC 9(1) VALUE 2.
       01  WS-DATA-ONTEM PIC 9(8).
       01  WS-SW-LIMITE PIC X(01) VALUE "N".
           88  WS-LIMITE-EXCEDIDO VALUE "S".
       01  WS-SW-NOTURNO PIC X(01) VALUE "N".
           88  WS-HORARIO-NOTURNO VALUE "S".
       01  WS-SW-LIMITE-VIGOR PIC X(01) VALUE "N".
           88  WS-LIMITE-PROMOVIDO VALUE "S".
       01  WS-TAB-MESES.
           05  FILLER PIC X(24) VALUE "312831303130313130313031".
       01  WS-TAB-MESES-R REDEFINES WS-TAB-MESES.
           05  WS-DIAS-NO-MES PIC 9(2) OCCURS 12.
       01  WS-DM-DATA PIC 9(8).
       01  WS-DM-DATA-R REDEFINES WS-DM-DATA.
           05  WS-DM-ANO PIC 9(4).
           05  WS-DM-MES PIC 9(2).
           05  WS-DM-DIA PIC 9(2).
       01  WS-DM-ULTIMO PIC 9(2).
       01  WS-DM-Q PIC 9(4).
       01  WS-DM-R PIC 9(3).
       01  WS-FS-FAV PIC X(02) VALUE SPACES.
       01  WS-FAV-COUNT PIC 9(2) VALUE ZERO.
       01  WS-FAV-NUM PIC 9(2).
       01  WS-FAV-I PIC 9(3).
       01  WS-FAV-ESCOPO PIC X(01).
       01  WS-CARENCIA-FAVOREC PIC 9(1) VALUE 1.
       01  WS-VALOR-CARENCIA-FAV PIC 9(9)V9(2) VALUE 500.00.
       01  WS-FAV-LIBERACAO.
           05  WS-FAV-LIB-DATA PIC 9(8).
           05  WS-FAV-LIB-HORA PIC 9(8).
       01  WS-MOMENTO-ATUAL.
           05  WS-MOM-DATA PIC 9(8).
           05  WS-MOM-HORA PIC 9(8).
       01  WS-SW-FAV PIC X(01) VALUE "N".
           88  WS-FAV-ACHADO VALUE "S".
       01  WS-SW-FAV-USADO PIC X(01) VALUE "N".
           88  WS-FAV-USADO VALUE "S".
       01  WS-SW-CARENCIA-FAV PIC X(01) VALUE "N".
           88  WS-FAV-EM-CARENCIA VALUE "S".
       01  WS-NTF-TELEFONE PIC X(11).
       01  WS-NTF-TELEFONE-R REDEFINES WS-NTF-TELEFONE.
           05  WS-NTF-DDD PIC X(02).
           05  WS-NTF-PREFIXO PIC X(01).
           05  FILLER PIC X(08).
       01  WS-NTF-EMAIL PIC X(60).
       01  WS-NTF-OPCAO PIC X(01).
       01  WS-NTF-TAM PIC 9(2).
       01  WS-NTF-ARROBAS PIC 9(2).
       01  WS-NTF-POS PIC 9(2).
       01  WS-SW-EMAIL PIC X(01) VALUE "N".
           88  WS-EMAIL-VALIDO VALUE "S".
       01  WS-FS-TIT PIC X(02) VALUE SPACES.
       01  WS-CPF-TITULAR PIC 9(11) VALUE ZERO.
       01  WS-CPF-LOG-BENEF PIC 9(11) VALUE ZERO.
       01  WS-SENHA-ATUAL PIC 9(4).
       01  WS-MOVIMENTACAO PIC X(01) VALUE "I".
           88  WS-MOV-CONJUNTA VALUE "C".
       01  WS-SW-CONJUNTA PIC X(01) VALUE "N".
           88  WS-CONTA-CONJUNTA VALUE "S".
       01  WS-SW-TITULAR PIC X(01) VALUE "N".
           88  WS-TITULAR-ACHADO VALUE "S".
       01  WS-FS-CAP PIC X(02) VALUE SPACES.
       01  WS-SW-COAPROVACAO PIC X(01) VALUE "N".
           88  WS-EM-COAPROVACAO VALUE "S".
       01  WS-SW-CAP-GRAVADA PIC X(01) VALUE "N".
           88  WS-CAP-GRAVADA VALUE "S".
       01  WS-CA.
           05  WS-CA-COUNT PIC 9(2) VALUE ZERO.
           05  WS-CA-ITEM PIC 9(2).
           05  WS-CA-TAB OCCURS 20.
               10  WS-CA-DATA PIC 9(8).
               10  WS-CA-HORA PIC 9(8).
       01  WS-SALD.
           05  WS-SALDO1 PIC S9(9)V9(2) VALUE 1025.45.
           05  WS-SALDO2 PIC 9(3)V9(2).
               PERFORM CADASTRAR-CONTA-DEMO-PARA
               MOVE "S" TO WS-SW-CONTA
           END-IF
           MOVE ZERO TO WS-CPF-TITULAR
           MOVE "N" TO WS-SW-CONJUNTA
           MOVE "I" TO WS-MOVIMENTACAO
           IF WS-CONTA-ACHADA THEN
               MOVE ACCT-CPF TO WS-CPF-TITULAR
               PERFORM VERIFICAR-CONJUNTA-PARA
           END-IF
           IF WS-CONTA-CONJUNTA THEN
               DISPLAY "CONTA CONJUNTA - DIGITE O CPF DO TITULAR:"
               ACCEPT WS-CPF-TITULAR
           END-IF
           IF WS-CONTA-ACHADA AND ACCT-STATUS = "B" THEN
               DISPLAY "CONTA BLOQUEADA, PROCURE SUA AGENCIA!"
               MOVE "14" TO WS-LOG-OPERACAO
               DISPLAY " "
               GO TO LOGIN-PARA
           END-IF
           IF WS-CONTA-CONJUNTA THEN
               GO TO LOGIN-TITULAR-PARA
           END-IF
           IF ACCT-TENTATIVAS NOT NUMERIC THEN
               MOVE ZERO TO ACCT-TENTATIVAS
           END-IF
               DISPLAY " "
               GO TO LOGIN-PARA
           END-IF
           GO TO LOGIN-OK-PARA.
           LOGIN-TITULAR-PARA.
           MOVE WS-CONTA-LOGADA TO TIT-CONTA
           MOVE WS-CPF-TITULAR TO TIT-CPF
           MOVE "N" TO WS-SW-TITULAR
           READ ACCOUNT-HOLDERS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-SW-TITULAR
           END-READ
           IF NOT WS-TITULAR-ACHADO THEN
               DISPLAY "CPF NAO E TITULAR DESTA CONTA!"
               MOVE "14" TO WS-LOG-OPERACAO
               PERFORM GRAVAR-LOG-SEGURANCA-PARA
               ADD 1 TO WS-TENTATIVAS
               IF WS-TENTATIVAS >= 3 THEN
                   DISPLAY "NUMERO MAXIMO DE TENTATIVAS EXCEDIDO."
                   PERFORM FECHAR-ARQUIVOS-PARA
                   STOP RUN
               END-IF
               DISPLAY " "
               GO TO LOGIN-PARA
           END-IF
           IF TIT-STATUS = "B" THEN
               DISPLAY "TITULAR BLOQUEADO, PROCURE SUA AGENCIA!"
               MOVE "14" TO WS-LOG-OPERACAO
               PERFORM GRAVAR-LOG-SEGURANCA-PARA
               PERFORM FECHAR-ARQUIVOS-PARA
               STOP RUN
           END-IF
           IF TIT-TENTATIVAS NOT NUMERIC THEN
               MOVE ZERO TO TIT-TENTATIVAS
           END-IF
           IF TIT-SENHA NOT = WS-SENHA-DIGITADA THEN
               DISPLAY "SENHA INVALIDA!"
               ADD 1 TO TIT-TENTATIVAS
               IF TIT-TENTATIVAS >= 3 THEN
                   MOVE "B" TO TIT-STATUS
                   REWRITE TIT-RECORD
                   MOVE "15" TO WS-LOG-OPERACAO
                   MOVE "TITULAR" TO WS-LOG-REFERENCIA
                   PERFORM GRAVAR-LOG-SEGURANCA-PARA
                   DISPLAY "TITULAR BLOQUEADO APOS 3 TENTATIVAS, "
                           "PROCURE SUA AGENCIA!"
                   PERFORM FECHAR-ARQUIVOS-PARA
                   STOP RUN
               END-IF
               REWRITE TIT-RECORD
               MOVE "14" TO WS-LOG-OPERACAO
               PERFORM GRAVAR-LOG-SEGURANCA-PARA
               ADD 1 TO WS-TENTATIVAS
               IF WS-TENTATIVAS >= 3 THEN
                   DISPLAY "NUMERO MAXIMO DE TENTATIVAS EXCEDIDO."
                   PERFORM FECHAR-ARQUIVOS-PARA
                   STOP RUN
               END-IF
               DISPLAY " "
               GO TO LOGIN-PARA
           END-IF
           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD
           MOVE ZERO TO TIT-TENTATIVAS
           MOVE WS-DATA-ATUAL TO TIT-DATA-ULT-ACESSO
           REWRITE TIT-RECORD
           MOVE TIT-MOVIMENTACAO TO WS-MOVIMENTACAO
           DISPLAY "TITULAR: " TIT-NOME.
           LOGIN-OK-PARA.
           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD
           MOVE ZERO TO ACCT-TENTATIVAS
           MOVE WS-DATA-ATUAL TO ACCT-DATA-ULT-ACESSO
           IF ACCT-STATUS = "I" THEN
               MOVE "A" TO ACCT-STATUS
               MOVE WS-DATA-ATUAL TO ACCT-DATA-REATIVACAO
               REWRITE ACCT-RECORD
               MOVE "37" TO WS-LOG-OPERACAO
               PERFORM GRAVAR-LOG-SEGURANCA-PARA
               DISPLAY "SUA CONTA ESTAVA INATIVA POR FALTA DE "
                       "MOVIMENTACAO E FOI REATIVADA."
           ELSE
               REWRITE ACCT-RECORD
           END-IF
           MOVE ACCT-SALDO TO WS-SALDO1
               MOVE ZERO TO WS-LIMITE-APROVACAO
           ELSE
               MOVE ACCT-LIMITE-APROVACAO TO WS-LIMITE-APROVACAO
           END-IF
           MOVE ACCT-PACOTE TO WS-PACOTE
           PERFORM CARREGAR-LIMITES-PARA
           IF WS-CONTA-CONJUNTA THEN
               PERFORM CONTAR-COAPROVACOES-PARA
           END-IF.
           A-PARA.
           MOVE ZERO TO WS-TARIFA
           MOVE "N" TO WS-SW-COAPROVACAO
           DISPLAY "*************************".
           DISPLAY "*  INTERNET BANKING LP  *".
           DISPLAY "*************************".
           DISPLAY "*  5 -  RESGATAR INVEST.*".
           DISPLAY "*  6 -  AGENDAMENTOS    *".
           DISPLAY "*  7 -  TROCAR SENHA    *".
           DISPLAY "*  8 -  LIMITES         *".
           DISPLAY "*  9 -  CANCELAR ULT.   *".
           DISPLAY "* 10 -  FAVORECIDOS     *".
           DISPLAY "* 11 -  NOTIFICACOES    *".
           DISPLAY "* 12 -  APROVACOES      *".
           DISPLAY "*  0 -  EXIT            *".
           DISPLAY "*************************".
           DISPLAY " ".
           IF WS-OPT = 9 THEN
               GO TO G-PARA
           END-IF
           IF WS-OPT = 8 THEN
               GO TO J-PARA
           END-IF
           IF WS-OPT = 10 THEN
               GO TO K-PARA
           END-IF
           IF WS-OPT = 11 THEN
               GO TO L-PARA
           END-IF
           IF WS-OPT = 12 THEN
               GO TO M-PARA
           END-IF
           IF WS-OPT<0 OR WS-OPT>7 THEN
               DISPLAY "OPCAO INVALIDA!"
               DISPLAY " "
               DISPLAY " "
               GO TO A-PARA
           END-IF
           PERFORM VERIFICAR-CARENCIA-FAV-PARA
           IF WS-FAV-EM-CARENCIA THEN
               DISPLAY " "
               GO TO A-PARA
           END-IF.
           C-VALIDAR-PARA.
           IF (WS-SALDO1 + WS-LIMITE) < WS-TRANSFER THEN
               DISPLAY "SALDO E LIMITE INSUFICIENTES PARA ESTA "
                       "TRANSFERENCIA!"
               DISPLAY " "
               GO TO A-PARA
           END-IF
           MOVE WS-TRANSFER TO WS-VALOR-LIMITE
           PERFORM VERIFICAR-LIMITE-PARA
           IF WS-LIMITE-EXCEDIDO THEN
               DISPLAY " "
               GO TO A-PARA
           END-IF
           IF WS-EM-COAPROVACAO THEN
               GO TO C-EFETIVAR-PARA
           END-IF
           IF WS-TRANSFER > WS-LIMITE-CONFIRMACAO THEN
               PERFORM CONFIRMAR-OPERACAO-PARA
               IF WS-CONFIRMA NOT = "S" THEN
                   GO TO A-PARA
               END-IF
           END-IF
           IF WS-MOV-CONJUNTA THEN
               PERFORM INICIAR-COAPROVACAO-PARA
               MOVE "T" TO CAP-TIPO
               MOVE WS-BENEFICIARIO TO CAP-BENEFICIARIO
               MOVE WS-CPF TO CAP-BENEF-CPF
               MOVE WS-TRANSFER TO CAP-VALOR
               MOVE WS-BENEFICIARIO TO WS-LOG-REFERENCIA
               PERFORM GRAVAR-COAPROVACAO-PARA
               DISPLAY " "
               GO TO A-PARA
           END-IF.
           C-EFETIVAR-PARA.
           IF WS-LIMITE-APROVACAO NOT = ZERO
                   AND WS-TRANSFER > WS-LIMITE-APROVACAO THEN
               PERFORM INICIAR-RETENCAO-PARA
               MOVE WS-CPF TO APR-BENEF-CPF
               MOVE WS-TRANSFER TO APR-VALOR
               PERFORM GRAVAR-RETENCAO-PARA
               IF WS-APR-GRAVADA THEN
                   PERFORM CONCLUIR-COAPROVACAO-PARA
               END-IF
               DISPLAY " "
               GO TO A-PARA
           END-IF
           MOVE WS-BENEFICIARIO TO WS-LOG-REFERENCIA
           PERFORM GRAVAR-LOG-PARA
           PERFORM CREDITAR-BENEF-PARA
           PERFORM CONCLUIR-COAPROVACAO-PARA
           DISPLAY " "
           GO TO A-PARA.

           C-AGENDAR-PARA.
           IF WS-MOV-CONJUNTA THEN
               DISPLAY "SUA MOVIMENTACAO E EM CONJUNTO: AGENDAMENTOS E "
                       "ORDENS PERMANENTES SO PELO TITULAR QUE "
                       "MOVIMENTA ISOLADAMENTE!"
               DISPLAY " "
               GO TO A-PARA
           END-IF
           PERFORM OBTER-BENEFICIARIO-PARA
           IF NOT WS-BENEF-ACHADO THEN
               DISPLAY " "
               DISPLAY " "
               GO TO A-PARA
           END-IF
           PERFORM VERIFICAR-CARENCIA-FAV-PARA
           IF WS-FAV-EM-CARENCIA THEN
               DISPLAY " "
               GO TO A-PARA
           END-IF
           MOVE "06" TO WS-TARIFA-OPERACAO
           PERFORM CALCULAR-TARIFA-PARA
           IF (WS-TRANSFER + WS-TARIFA) > (WS-SALDO1 + WS-LIMITE) THEN
               DISPLAY "SALDO E LIMITE INSUFICIENTES PARA AGENDAR!"
               DISPLAY " "
               GO TO A-PARA
           END-IF
           IF WS-LIM-DIARIO NOT = ZERO
                   AND WS-TRANSFER > WS-LIM-DIARIO THEN
               DISPLAY "VALOR ACIMA DO SEU LIMITE DIARIO DE "
                       "TRANSFERENCIAS!"
               DISPLAY "LIMITE DIARIO: R$" WS-LIM-DIARIO
               DISPLAY " "
               GO TO A-PARA
           END-IF
           IF WS-TRANSFER > WS-LIMITE-CONFIRMACAO OR WS-TARIFA > 0 THEN
               PERFORM CONFIRMAR-OPERACAO-PARA
               IF WS-CONFIRMA NOT = "S" THEN
                   DISPLAY "OPERACAO CANCELADA!"
           MOVE WS-TRANSFER TO WS-LOG-VALOR
           PERFORM GRAVAR-LOG-PARA
           DISPLAY "TRANSFERENCIA AGENDADA COM SUCESSO!"
           PERFORM COBRAR-TARIFA-PARA
           IF WS-LIMITE-APROVACAO NOT = ZERO
                   AND WS-TRANSFER > WS-LIMITE-APROVACAO THEN
               DISPLAY "VALOR ACIMA DA ALCADA DA CONTA: A LIQUIDACAO"
           GO TO A-PARA.

           C-TED-PARA.
           MOVE "N" TO WS-SW-FAV-USADO
           DISPLAY "USAR UM FAVORECIDO CADASTRADO? (S/N)"
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA = "S" THEN
               MOVE "O" TO WS-FAV-ESCOPO
               PERFORM ESCOLHER-FAVORECIDO-PARA
               IF NOT WS-FAV-ACHADO THEN
                   DISPLAY " "
                   GO TO A-PARA
               END-IF
               MOVE FAV-BANCO TO WS-BANCO-TED
               MOVE FAV-AGENCIA TO WS-AGENCIA-TED
               MOVE FAV-CONTA-EXTERNA TO WS-CONTA-TED
               MOVE FAV-NOME TO WS-NOME-TED
               MOVE "S" TO WS-SW-FAV-USADO
               DISPLAY "FAVORECIDO: " FAV-APELIDO " - " FAV-NOME
               GO TO C-TED-VALOR-PARA
           END-IF
           DISPLAY "BANCO DE DESTINO (CODIGO): "
           ACCEPT WS-BANCO-TED
           IF WS-BANCO-TED = 0 THEN
               GO TO A-PARA
           END-IF
           DISPLAY "NOME DO BENEFICIARIO: "
           ACCEPT WS-NOME-TED.
           C-TED-VALOR-PARA.
           DISPLAY "QUANTO DESEJA TRANFERIR? "
           ACCEPT WS-TRANSFER
           IF WS-TRANSFER = 0 THEN
               DISPLAY " "
               GO TO A-PARA
           END-IF
           PERFORM VERIFICAR-CARENCIA-FAV-PARA
           IF WS-FAV-EM-CARENCIA THEN
               DISPLAY " "
               GO TO A-PARA
           END-IF.
           C-TED-VALIDAR-PARA.
           MOVE "22" TO WS-TARIFA-OPERACAO
           PERFORM CALCULAR-TARIFA-PARA
           IF (WS-SALDO1 + WS-LIMITE) < (WS-TRANSFER + WS-TARIFA) THEN
               DISPLAY "SALDO E LIMITE INSUFICIENTES PARA ESTA "
                       "TRANSFERENCIA!"
               DISPLAY " "
               GO TO A-PARA
           END-IF
           MOVE WS-TRANSFER TO WS-VALOR-LIMITE
           PERFORM VERIFICAR-LIMITE-PARA
           IF WS-LIMITE-EXCEDIDO THEN
               DISPLAY " "
               GO TO A-PARA
           END-IF
           IF WS-EM-COAPROVACAO THEN
               GO TO C-TED-EFETIVAR-PARA
           END-IF
           IF WS-TRANSFER > WS-LIMITE-CONFIRMACAO OR WS-TARIFA > 0 THEN
               PERFORM CONFIRMAR-OPERACAO-PARA
               IF WS-CONFIRMA NOT = "S" THEN
                   DISPLAY "OPERACAO CANCELADA!"
                   GO TO A-PARA
               END-IF
           END-IF
           IF WS-MOV-CONJUNTA THEN
               PERFORM INICIAR-COAPROVACAO-PARA
               MOVE "E" TO CAP-TIPO
               MOVE WS-BANCO-TED TO CAP-BANCO
               MOVE WS-AGENCIA-TED TO CAP-AGENCIA
               MOVE WS-CONTA-TED TO CAP-CONTA-EXTERNA
               MOVE WS-NOME-TED TO CAP-BENEF-NOME
               MOVE WS-TRANSFER TO CAP-VALOR
               MOVE WS-BANCO-TED TO WS-LOG-REFERENCIA(1:3)
               MOVE WS-AGENCIA-TED TO WS-LOG-REFERENCIA(4:4)
               PERFORM GRAVAR-COAPROVACAO-PARA
               DISPLAY " "
               GO TO A-PARA
           END-IF.
           C-TED-EFETIVAR-PARA.
           IF WS-LIMITE-APROVACAO NOT = ZERO
                   AND WS-TRANSFER > WS-LIMITE-APROVACAO THEN
               PERFORM INICIAR-RETENCAO-PARA
               MOVE WS-CONTA-TED TO APR-CONTA-EXTERNA
               MOVE WS-NOME-TED TO APR-BENEF-NOME
               MOVE WS-TRANSFER TO APR-VALOR
               MOVE WS-TARIFA TO APR-TARIFA
               PERFORM GRAVAR-RETENCAO-PARA
               IF WS-APR-GRAVADA THEN
                   PERFORM CONCLUIR-COAPROVACAO-PARA
               END-IF
               DISPLAY " "
               GO TO A-PARA
           END-IF
           MOVE WS-BANCO-TED TO WS-LOG-REFERENCIA(1:3)
           MOVE WS-AGENCIA-TED TO WS-LOG-REFERENCIA(4:4)
           PERFORM GRAVAR-LOG-PARA
           PERFORM COBRAR-TARIFA-PARA
           PERFORM CONCLUIR-COAPROVACAO-PARA
           DISPLAY "TRANSFERENCIA EXTERNA REGISTRADA!"
           DISPLAY "SERA ENVIADA AO BANCO DE DESTINO NO PROXIMO "
                   "CICLO DE LIQUIDACAO."
               DISPLAY "VALOR INVALIDO!"
               DISPLAY " "
               GO TO A-PARA
           END-IF.
           D-VALIDAR-PARA.
           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD
           IF WS-DATA-ATUAL > WS-DATA-VENC-BOL THEN
               DISPLAY "BOLETO VENCIDO, PROCURE O BENEFICIARIO!"
               DISPLAY " "
               GO TO A-PARA
           END-IF
           MOVE "03" TO WS-TARIFA-OPERACAO
           PERFORM CALCULAR-TARIFA-PARA
           IF (WS-SALDO1 + WS-LIMITE) < (WS-CONTA + WS-TARIFA) THEN
               DISPLAY "SALDO E LIMITE INSUFICIENTES PARA ESTE "
                       "PAGAMENTO!"
               DISPLAY " "
               GO TO A-PARA
           END-IF
           MOVE WS-CONTA TO WS-VALOR-LIMITE
           PERFORM VERIFICAR-LIMITE-PARA
           IF WS-LIMITE-EXCEDIDO THEN
               DISPLAY " "
               GO TO A-PARA
           END-IF
           IF WS-EM-COAPROVACAO THEN
               GO TO D-EFETIVAR-PARA
           END-IF
           IF WS-CONTA > WS-LIMITE-CONFIRMACAO OR WS-TARIFA > 0 THEN
               PERFORM CONFIRMAR-OPERACAO-PARA
               IF WS-CONFIRMA NOT = "S" THEN
                   DISPLAY "OPERACAO CANCELADA!"
                   GO TO A-PARA
               END-IF
           END-IF
           IF WS-MOV-CONJUNTA THEN
               PERFORM INICIAR-COAPROVACAO-PARA
               MOVE "B" TO CAP-TIPO
               MOVE WS-DOCUMENTO TO CAP-DOCUMENTO
               MOVE WS-NOME-BOLETO TO CAP-BENEF-NOME
               MOVE WS-DATA-VENC-BOL TO CAP-DATA-VENCIMENTO
               MOVE WS-CONTA TO CAP-VALOR
               MOVE WS-DOCUMENTO TO WS-LOG-REFERENCIA
               PERFORM GRAVAR-COAPROVACAO-PARA
               DISPLAY " "
               GO TO A-PARA
           END-IF.
           D-EFETIVAR-PARA.
           IF WS-LIMITE-APROVACAO NOT = ZERO
                   AND WS-CONTA > WS-LIMITE-APROVACAO THEN
               PERFORM INICIAR-RETENCAO-PARA
               MOVE WS-DOCUMENTO TO APR-DOCUMENTO
               MOVE WS-NOME-BOLETO TO APR-BENEF-NOME
               MOVE WS-CONTA TO APR-VALOR
               MOVE WS-TARIFA TO APR-TARIFA
               PERFORM GRAVAR-RETENCAO-PARA
               IF WS-APR-GRAVADA THEN
                   PERFORM CONCLUIR-COAPROVACAO-PARA
               END-IF
               DISPLAY " "
               GO TO A-PARA
           END-IF
           MOVE WS-CONTA TO WS-LOG-VALOR
           MOVE WS-DOCUMENTO TO WS-LOG-REFERENCIA
           PERFORM GRAVAR-LOG-PARA
           PERFORM COBRAR-TARIFA-PARA
           PERFORM CONCLUIR-COAPROVACAO-PARA
           DISPLAY " "
           GO TO A-PARA.

               SUBTRACT WS-LOG-VALOR FROM ACCT-SALDO
               REWRITE ACCT-RECORD
               MOVE "10" TO WS-LOG-OPERACAO
               MOVE "07" TO WS-LOG-REFERENCIA(1:2)
               MOVE WS-ESTORNO-DATA TO WS-LOG-REFERENCIA(3:8)
               PERFORM GRAVAR-LOG-BENEF-PARA
           END-IF
           MOVE "N" TO WS-SW-ESTORNO-BENEF.

           OBTER-BENEFICIARIO-PARA.
           MOVE "N" TO WS-SW-BENEF
           MOVE "N" TO WS-SW-FAV-USADO
           MOVE ZERO TO WS-CPF
           DISPLAY "BENEFICIARIO POR CONTA, CPF OU FAVORECIDO? (C/F/V)"
           ACCEPT WS-TIPO-BENEF
           IF WS-TIPO-BENEF = "V" THEN
               PERFORM OBTER-FAVORECIDO-PARA
           ELSE
               PERFORM OBTER-BENEF-DIGITADO-PARA
           END-IF.

           OBTER-BENEF-DIGITADO-PARA.
           IF WS-TIPO-BENEF = "F" THEN
               DISPLAY "CPF DO BENEFICIARIO: "
               ACCEPT WS-CPF
               END-IF
           END-IF.

           OBTER-FAVORECIDO-PARA.
           MOVE "M" TO WS-FAV-ESCOPO
           PERFORM ESCOLHER-FAVORECIDO-PARA
           IF WS-FAV-ACHADO THEN
               IF FAV-TIPO = "F" THEN
                   MOVE FAV-CPF TO WS-CPF
                   PERFORM LOCALIZAR-CPF-PARA
               ELSE
                   MOVE FAV-BENEFICIARIO TO ACCT-NUMERO
                   READ ACCOUNT-MASTER
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF ACCT-STATUS NOT = "B"
                                   AND ACCT-STATUS NOT = "E" THEN
                               MOVE "S" TO WS-SW-BENEF
                           END-IF
                   END-READ
               END-IF
               IF WS-BENEF-ACHADO THEN
                   MOVE ACCT-NUMERO TO WS-BENEFICIARIO
                   MOVE "S" TO WS-SW-FAV-USADO
                   DISPLAY "FAVORECIDO: " FAV-APELIDO " - " ACCT-NOME
               ELSE
                   DISPLAY "CONTA DO FAVORECIDO NAO CADASTRADA OU "
                           "INDISPONIVEL!"
               END-IF
           END-IF.

           ESCOLHER-FAVORECIDO-PARA.
           MOVE "N" TO WS-SW-FAV
           PERFORM LISTAR-FAVORECIDOS-PARA
           IF WS-FAV-COUNT = 0 THEN
               DISPLAY "NENHUM FAVORECIDO CADASTRADO PARA ESTA "
                       "OPERACAO!"
           ELSE
               DISPLAY "NUMERO DO FAVORECIDO (0 PARA VOLTAR): "
               ACCEPT WS-FAV-NUM
               IF WS-FAV-NUM NOT = 0 THEN
                   MOVE WS-CONTA-LOGADA TO FAV-CONTA
                   MOVE WS-FAV-NUM TO FAV-NUMERO
                   READ FAVORECIDOS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "S" TO WS-SW-FAV
                   END-READ
                   IF WS-FAV-ACHADO AND WS-FAV-ESCOPO = "M"
                           AND FAV-TIPO = "E" THEN
                       MOVE "N" TO WS-SW-FAV
                   END-IF
                   IF WS-FAV-ACHADO AND WS-FAV-ESCOPO = "O"
                           AND FAV-TIPO NOT = "E" THEN
                       MOVE "N" TO WS-SW-FAV
                   END-IF
                   IF WS-FAV-ACHADO THEN
                       MOVE FAV-DATA-LIBERACAO TO WS-FAV-LIB-DATA
                       MOVE FAV-HORA-LIBERACAO TO WS-FAV-LIB-HORA
                   ELSE
                       DISPLAY "FAVORECIDO INVALIDO!"
                   END-IF
               END-IF
           END-IF.

           LISTAR-FAVORECIDOS-PARA.
           MOVE ZERO TO WS-FAV-COUNT
           ACCEPT WS-MOM-DATA FROM DATE YYYYMMDD
           ACCEPT WS-MOM-HORA FROM TIME
           MOVE WS-CONTA-LOGADA TO FAV-CONTA
           MOVE ZERO TO FAV-NUMERO
           MOVE SPACES TO WS-FS-FAV
           START FAVORECIDOS KEY IS >= FAV-CHAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-FAV
           END-START
           DISPLAY "SEUS FAVORECIDOS:"
           PERFORM UNTIL WS-FS-FAV = "10"
               READ FAVORECIDOS NEXT
                   AT END
                       MOVE "10" TO WS-FS-FAV
               END-READ
               IF WS-FS-FAV NOT = "10" THEN
                   IF FAV-CONTA NOT = WS-CONTA-LOGADA THEN
                       MOVE "10" TO WS-FS-FAV
                   ELSE
                       IF WS-FAV-ESCOPO = "T"
                               OR (WS-FAV-ESCOPO = "M"
                                   AND FAV-TIPO NOT = "E")
                               OR (WS-FAV-ESCOPO = "O"
                                   AND FAV-TIPO = "E") THEN
                           ADD 1 TO WS-FAV-COUNT
                           PERFORM EXIBIR-FAVORECIDO-PARA
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-FS-FAV.

           EXIBIR-FAVORECIDO-PARA.
           IF FAV-TIPO = "C" THEN
               DISPLAY FAV-NUMERO " - " FAV-APELIDO
                       " CONTA: " FAV-BENEFICIARIO " " FAV-NOME
           END-IF
           IF FAV-TIPO = "F" THEN
               DISPLAY FAV-NUMERO " - " FAV-APELIDO
                       " CPF: " FAV-CPF " " FAV-NOME
           END-IF
           IF FAV-TIPO = "E" THEN
               DISPLAY FAV-NUMERO " - " FAV-APELIDO
                       " BANCO: " FAV-BANCO " AG: " FAV-AGENCIA
                       " CONTA: " FAV-CONTA-EXTERNA " " FAV-NOME
           END-IF
           MOVE FAV-DATA-LIBERACAO TO WS-FAV-LIB-DATA
           MOVE FAV-HORA-LIBERACAO TO WS-FAV-LIB-HORA
           IF WS-MOMENTO-ATUAL < WS-FAV-LIBERACAO THEN
               DISPLAY "     EM CARENCIA ATE " FAV-DATA-LIBERACAO
                       " " FAV-HORA-LIBERACAO(1:4)
                       " (ATE R$" WS-VALOR-CARENCIA-FAV ")"
           END-IF.

           VERIFICAR-CARENCIA-FAV-PARA.
           MOVE "N" TO WS-SW-CARENCIA-FAV
           IF WS-FAV-USADO AND WS-TRANSFER > WS-VALOR-CARENCIA-FAV THEN
               ACCEPT WS-MOM-DATA FROM DATE YYYYMMDD
               ACCEPT WS-MOM-HORA FROM TIME
               IF WS-MOMENTO-ATUAL < WS-FAV-LIBERACAO THEN
                   MOVE "S" TO WS-SW-CARENCIA-FAV
                   DISPLAY "FAVORECIDO CADASTRADO RECENTEMENTE!"
                   DISPLAY "ATE " WS-FAV-LIB-DATA " "
                           WS-FAV-LIB-HORA(1:4)
                           " SO ACEITA ATE R$" WS-VALOR-CARENCIA-FAV
               END-IF
           END-IF.

           PROXIMO-FAVORECIDO-PARA.
           MOVE ZERO TO WS-FAV-NUM
           MOVE "S" TO WS-SW-FAV
           PERFORM VARYING WS-FAV-I FROM 1 BY 1
                   UNTIL WS-FAV-I > 99 OR NOT WS-FAV-ACHADO
               MOVE WS-CONTA-LOGADA TO FAV-CONTA
               MOVE WS-FAV-I TO FAV-NUMERO
               READ FAVORECIDOS
                   INVALID KEY
                       MOVE "N" TO WS-SW-FAV
                       MOVE WS-FAV-I TO WS-FAV-NUM
               END-READ
           END-PERFORM.

           VALIDAR-CPF-PARA.
           MOVE "N" TO WS-SW-CPF
           MOVE "S" TO WS-SW-CPF-IGUAIS
           MOVE ZERO TO APR-AGENCIA
           MOVE ZERO TO APR-CONTA-EXTERNA
           MOVE ZERO TO APR-DOCUMENTO
           MOVE SPACES TO APR-BENEF-NOME
           MOVE ZERO TO APR-TARIFA.

           GRAVAR-RETENCAO-PARA.
           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD
               DISPLAY "VALOR ACIMA DA ALCADA DA CONTA."
               DISPLAY "OPERACAO RETIDA, AGUARDA LIBERACAO PELO "
                       "BANCO!"
               IF APR-TARIFA > 0 THEN
                   DISPLAY "A TARIFA DE R$" APR-TARIFA
                           " SERA COBRADA NA LIBERACAO."
               END-IF
           END-IF.

           CONFIRMAR-OPERACAO-PARA.
           IF WS-TARIFA > 0 THEN
               DISPLAY "TARIFA DA OPERACAO: R$" WS-TARIFA
               DISPLAY "CONFIRMA A OPERACAO COM A TARIFA? (S/N)"
           ELSE
               DISPLAY "VALOR ACIMA DO LIMITE. CONFIRMA A OPERACAO? "
                       "(S/N)"
           END-IF
           ACCEPT WS-CONFIRMA.

           CALCULAR-TARIFA-PARA.
           MOVE ZERO TO WS-TARIFA
           IF WS-PACOTE NOT = "I" THEN
               MOVE WS-TARIFA-OPERACAO TO TRF-OPERACAO
               READ TARIFF-TABLE
                   INVALID KEY
                       MOVE ZERO TO TRF-VALOR
                       MOVE ZERO TO TRF-FRANQUIA
               END-READ
               MOVE TRF-VALOR TO WS-TARIFA
               IF WS-PACOTE = "P" AND WS-TARIFA > 0
                       AND TRF-FRANQUIA > 0 THEN
                   PERFORM CONTAR-OPER-MES-PARA
                   IF WS-OPER-MES < TRF-FRANQUIA THEN
                       MOVE ZERO TO WS-TARIFA
                       COMPUTE WS-OPER-MES = TRF-FRANQUIA - WS-OPER-MES
                       DISPLAY "OPERACAO ISENTA PELO PACOTE DE "
                               "TARIFAS (" WS-OPER-MES
                               " GRATUITA(S) RESTANTE(S) NO MES)"
                   END-IF
               END-IF
           END-IF.

           CONTAR-OPER-MES-PARA.
           MOVE ZERO TO WS-OPER-MES
           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD
           MOVE WS-DATA-ATUAL(1:6) TO WS-MES-ATUAL
           MOVE WS-CONTA-LOGADA TO LOG-CONTA
           COMPUTE LOG-DATA = WS-MES-ATUAL * 100 + 1
           MOVE ZERO TO LOG-HORA
           MOVE SPACES TO WS-FS-LOG
           START TRANSACTION-LOG KEY IS >= LOG-CHAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-LOG
           END-START
           PERFORM UNTIL WS-FS-LOG = "10"
               READ TRANSACTION-LOG NEXT
                   AT END
                       MOVE "10" TO WS-FS-LOG
               END-READ
               IF WS-FS-LOG NOT = "10" THEN
                   IF LOG-CONTA NOT = WS-CONTA-LOGADA THEN
                       MOVE "10" TO WS-FS-LOG
                   ELSE
                       IF LOG-OPERACAO = WS-TARIFA-OPERACAO
                               AND LOG-ESTORNADO NOT = "S" THEN
                           ADD 1 TO WS-OPER-MES
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-FS-LOG.

           COBRAR-TARIFA-PARA.
           IF WS-TARIFA > 0 THEN
               SUBTRACT WS-TARIFA FROM WS-SALDO1
               MOVE "28" TO WS-LOG-OPERACAO
               MOVE WS-TARIFA TO WS-LOG-VALOR
               MOVE WS-TARIFA-OPERACAO TO WS-LOG-REFERENCIA
               PERFORM GRAVAR-LOG-PARA
               DISPLAY "TARIFA COBRADA: R$" WS-TARIFA
               MOVE ZERO TO WS-TARIFA
           END-IF.

           CARREGAR-LIMITES-PARA.
           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD
           MOVE "N" TO WS-SW-LIMITE-VIGOR
           IF ACCT-VIGOR-DIARIO NOT = ZERO
                   AND WS-DATA-ATUAL >= ACCT-VIGOR-DIARIO THEN
               MOVE ACCT-LIM-DIARIO-PEND TO ACCT-LIM-DIARIO
               MOVE ZERO TO ACCT-LIM-DIARIO-PEND
               MOVE ZERO TO ACCT-VIGOR-DIARIO
               MOVE "S" TO WS-SW-LIMITE-VIGOR
           END-IF
           IF ACCT-VIGOR-NOTURNO NOT = ZERO
                   AND WS-DATA-ATUAL >= ACCT-VIGOR-NOTURNO THEN
               MOVE ACCT-LIM-NOTURNO-PEND TO ACCT-LIM-NOTURNO
               MOVE ZERO TO ACCT-LIM-NOTURNO-PEND
               MOVE ZERO TO ACCT-VIGOR-NOTURNO
               MOVE "S" TO WS-SW-LIMITE-VIGOR
           END-IF
           IF WS-LIMITE-PROMOVIDO THEN
               REWRITE ACCT-RECORD
               DISPLAY "O AUMENTO DE LIMITE SOLICITADO ENTROU EM VIGOR."
           END-IF
           MOVE ACCT-MAX-DIARIO TO WS-LIM-DIARIO
           IF ACCT-LIM-DIARIO NOT = ZERO
                   AND (WS-LIM-DIARIO = ZERO
                        OR ACCT-LIM-DIARIO < WS-LIM-DIARIO) THEN
               MOVE ACCT-LIM-DIARIO TO WS-LIM-DIARIO
           END-IF
           MOVE ACCT-MAX-NOTURNO TO WS-LIM-NOTURNO
           IF ACCT-LIM-NOTURNO NOT = ZERO
                   AND (WS-LIM-NOTURNO = ZERO
                        OR ACCT-LIM-NOTURNO < WS-LIM-NOTURNO) THEN
               MOVE ACCT-LIM-NOTURNO TO WS-LIM-NOTURNO
           END-IF.

           VERIFICAR-LIMITE-PARA.
           MOVE "N" TO WS-SW-LIMITE
           IF WS-LIM-DIARIO NOT = ZERO OR WS-LIM-NOTURNO NOT = ZERO THEN
               PERFORM SOMAR-USO-LIMITE-PARA
               IF WS-LIM-DIARIO NOT = ZERO
                       AND (WS-USADO-DIA + WS-VALOR-LIMITE)
                           > WS-LIM-DIARIO THEN
                   MOVE "S" TO WS-SW-LIMITE
                   MOVE ZERO TO WS-DISPONIVEL
                   IF WS-USADO-DIA < WS-LIM-DIARIO THEN
                       COMPUTE WS-DISPONIVEL =
                               WS-LIM-DIARIO - WS-USADO-DIA
                   END-IF
                   DISPLAY "VALOR ACIMA DO SEU LIMITE DIARIO DE "
                           "TRANSFERENCIAS!"
                   DISPLAY "LIMITE DIARIO: R$" WS-LIM-DIARIO
                   DISPLAY "DISPONIVEL HOJE: R$" WS-DISPONIVEL
               END-IF
               IF NOT WS-LIMITE-EXCEDIDO AND WS-HORARIO-NOTURNO
                       AND WS-LIM-NOTURNO NOT = ZERO
                       AND (WS-USADO-NOITE + WS-VALOR-LIMITE)
                           > WS-LIM-NOTURNO THEN
                   MOVE "S" TO WS-SW-LIMITE
                   MOVE ZERO TO WS-DISPONIVEL
                   IF WS-USADO-NOITE < WS-LIM-NOTURNO THEN
                       COMPUTE WS-DISPONIVEL =
                               WS-LIM-NOTURNO - WS-USADO-NOITE
                   END-IF
                   DISPLAY "VALOR ACIMA DO SEU LIMITE NOTURNO "
                           "(20H AS 06H)!"
                   DISPLAY "LIMITE NOTURNO: R$" WS-LIM-NOTURNO
                   DISPLAY "DISPONIVEL ATE AS 06H: R$" WS-DISPONIVEL
               END-IF
           END-IF.

           SOMAR-USO-LIMITE-PARA.
           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD
           ACCEPT WS-HORA-ATUAL FROM TIME
           MOVE "N" TO WS-SW-NOTURNO
           IF WS-HORA-ATUAL >= 20000000 OR WS-HORA-ATUAL < 06000000
                   THEN
               MOVE "S" TO WS-SW-NOTURNO
           END-IF
           MOVE ZERO TO WS-USADO-DIA
           MOVE ZERO TO WS-USADO-NOITE
           MOVE WS-DATA-ATUAL TO WS-DM-DATA
           PERFORM VOLTAR-DIA-PARA
           MOVE WS-DM-DATA TO WS-DATA-ONTEM
           MOVE WS-CONTA-LOGADA TO LOG-CONTA
           MOVE WS-DATA-ONTEM TO LOG-DATA
           MOVE ZERO TO LOG-HORA
           MOVE SPACES TO WS-FS-LOG
           START TRANSACTION-LOG KEY IS >= LOG-CHAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-LOG
           END-START
           PERFORM UNTIL WS-FS-LOG = "10"
               READ TRANSACTION-LOG NEXT
                   AT END
                       MOVE "10" TO WS-FS-LOG
               END-READ
               IF WS-FS-LOG NOT = "10" THEN
                   IF LOG-CONTA NOT = WS-CONTA-LOGADA THEN
                       MOVE "10" TO WS-FS-LOG
                   ELSE
                       PERFORM SOMAR-USO-REGISTRO-PARA
                   END-IF
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-FS-LOG.

           SOMAR-USO-REGISTRO-PARA.
           IF LOG-ESTORNADO NOT = "S"
                   AND (LOG-OPERACAO = "02" OR LOG-OPERACAO = "03"
                        OR LOG-OPERACAO = "08" OR LOG-OPERACAO = "18"
                        OR LOG-OPERACAO = "22") THEN
               IF LOG-DATA = WS-DATA-ATUAL THEN
                   ADD LOG-VALOR TO WS-USADO-DIA
               END-IF
               IF WS-HORARIO-NOTURNO THEN
                   IF WS-HORA-ATUAL >= 20000000 THEN
                       IF LOG-DATA = WS-DATA-ATUAL
                               AND LOG-HORA >= 20000000 THEN
                           ADD LOG-VALOR TO WS-USADO-NOITE
                       END-IF
                   ELSE
                       IF (LOG-DATA = WS-DATA-ATUAL
                               AND LOG-HORA < 06000000)
                           OR (LOG-DATA = WS-DATA-ONTEM
                               AND LOG-HORA >= 20000000) THEN
                           ADD LOG-VALOR TO WS-USADO-NOITE
                       END-IF
                   END-IF
               END-IF
           END-IF.

           VOLTAR-DIA-PARA.
           IF WS-DM-DIA > 1 THEN
               SUBTRACT 1 FROM WS-DM-DIA
           ELSE
               IF WS-DM-MES > 1 THEN
                   SUBTRACT 1 FROM WS-DM-MES
               ELSE
                   MOVE 12 TO WS-DM-MES
                   SUBTRACT 1 FROM WS-DM-ANO
               END-IF
               PERFORM ULTIMO-DIA-MES-PARA
               MOVE WS-DM-ULTIMO TO WS-DM-DIA
           END-IF.

           AVANCAR-DIA-PARA.
           PERFORM ULTIMO-DIA-MES-PARA
           IF WS-DM-DIA < WS-DM-ULTIMO THEN
               ADD 1 TO WS-DM-DIA
           ELSE
               MOVE 1 TO WS-DM-DIA
               IF WS-DM-MES < 12 THEN
                   ADD 1 TO WS-DM-MES
               ELSE
                   MOVE 1 TO WS-DM-MES
                   ADD 1 TO WS-DM-ANO
               END-IF
           END-IF.

           ULTIMO-DIA-MES-PARA.
           MOVE WS-DIAS-NO-MES(WS-DM-MES) TO WS-DM-ULTIMO
           IF WS-DM-MES = 2 THEN
               DIVIDE WS-DM-ANO BY 4 GIVING WS-DM-Q
                   REMAINDER WS-DM-R
               IF WS-DM-R = 0 THEN
                   MOVE 29 TO WS-DM-ULTIMO
                   DIVIDE WS-DM-ANO BY 100 GIVING WS-DM-Q
                       REMAINDER WS-DM-R
                   IF WS-DM-R = 0 THEN
                       DIVIDE WS-DM-ANO BY 400 GIVING WS-DM-Q
                           REMAINDER WS-DM-R
                       IF WS-DM-R NOT = 0 THEN
                           MOVE 28 TO WS-DM-ULTIMO
                       END-IF
                   END-IF
               END-IF
           END-IF.

           CONFIRMAR-INVEST-PARA.
           DISPLAY "CONFIRMA A APLICACAO? (S/N)"
           ACCEPT WS-CONFIRMA.
           IF WS-TIPO-RESGATE = "P" THEN
               GO TO F-PARCIAL-PARA
           END-IF
           MOVE INV-VALOR-RESGATE TO WS-TRIB-BRUTO
           MOVE INV-PRINCIPAL TO WS-TRIB-CUSTO
           PERFORM CALCULAR-TRIBUTOS-PARA
           IF WS-DATA-ATUAL < INV-DATA-VENCIMENTO THEN
               DISPLAY "CONFIRMA O RESGATE ANTECIPADO? (S/N)"
               ACCEPT WS-CONFIRMA
           REWRITE INV-RECORD
           MOVE INV-VALOR-RESGATE TO WS-LOG-VALOR
           PERFORM GRAVAR-LOG-PARA
           PERFORM RETER-TRIBUTOS-PARA
           DISPLAY "INVESTIMENTO RESGATADO!"
           DISPLAY "VALOR LIQUIDO CREDITADO: R$" WS-TRIB-LIQUIDO
           DISPLAY "SEU NOVO SALDO: R$" WS-SALDO1
           DISPLAY " "
           GO TO A-PARA.
               DISPLAY " "
               GO TO A-PARA
           END-IF
           MOVE WS-VALOR-RESGATE TO WS-TRIB-BRUTO
           MOVE INV-PRINCIPAL TO WS-TRIB-CUSTO
           COMPUTE WS-RESTANTE-RESGATE =
                   INV-VALOR-RESGATE - WS-VALOR-RESGATE
           COMPUTE INV-PRINCIPAL ROUNDED = INV-PRINCIPAL
                   * WS-RESTANTE-RESGATE / INV-VALOR-RESGATE
           SUBTRACT INV-PRINCIPAL FROM WS-TRIB-CUSTO
           PERFORM CALCULAR-TRIBUTOS-PARA
           MOVE WS-RESTANTE-RESGATE TO INV-VALOR-RESGATE
           ADD WS-VALOR-RESGATE TO WS-SALDO1
           REWRITE INV-RECORD
           MOVE "24" TO WS-LOG-OPERACAO
           MOVE WS-VALOR-RESGATE TO WS-LOG-VALOR
           PERFORM GRAVAR-LOG-PARA
           PERFORM RETER-TRIBUTOS-PARA
           DISPLAY "RESGATE PARCIAL REALIZADO!"
           DISPLAY "VALOR LIQUIDO CREDITADO: R$" WS-TRIB-LIQUIDO
           DISPLAY "VALOR REMANESCENTE NA APLICACAO: R$"
                   WS-RESTANTE-RESGATE
           DISPLAY "SEU NOVO SALDO: R$" WS-SALDO1
           DISPLAY " "
           GO TO A-PARA.

           CALCULAR-TRIBUTOS-PARA.
           COMPUTE WS-TRIB-RENDIMENTO = WS-TRIB-BRUTO - WS-TRIB-CUSTO
           IF WS-TRIB-RENDIMENTO < 0 THEN
               MOVE ZERO TO WS-TRIB-RENDIMENTO
           END-IF
           MOVE INV-DATA-INICIO TO WS-DJ-DATA
           PERFORM DIA-JULIANO-PARA
           MOVE WS-DJ-NUM TO WS-DJ-INICIO
           MOVE WS-DATA-ATUAL TO WS-DJ-DATA
           PERFORM DIA-JULIANO-PARA
           IF WS-DJ-NUM > WS-DJ-INICIO THEN
               COMPUTE WS-TRIB-DIAS = WS-DJ-NUM - WS-DJ-INICIO
           ELSE
               MOVE ZERO TO WS-TRIB-DIAS
           END-IF
           MOVE ZERO TO WS-TRIB-ALIQ-IOF
           MOVE ZERO TO WS-TRIB-ALIQ-IR
           IF INV-PRODUTO NOT = "03" THEN
               IF WS-TRIB-DIAS = 0 THEN
                   MOVE WS-IOF-DIA(1) TO WS-TRIB-ALIQ-IOF
               END-IF
               IF WS-TRIB-DIAS > 0 AND WS-TRIB-DIAS < 30 THEN
                   MOVE WS-IOF-DIA(WS-TRIB-DIAS) TO WS-TRIB-ALIQ-IOF
               END-IF
               EVALUATE TRUE
                   WHEN WS-TRIB-DIAS <= 180
                       MOVE 0.2250 TO WS-TRIB-ALIQ-IR
                   WHEN WS-TRIB-DIAS <= 360
                       MOVE 0.2000 TO WS-TRIB-ALIQ-IR
                   WHEN WS-TRIB-DIAS <= 720
                       MOVE 0.1750 TO WS-TRIB-ALIQ-IR
                   WHEN OTHER
                       MOVE 0.1500 TO WS-TRIB-ALIQ-IR
               END-EVALUATE
           END-IF
           COMPUTE WS-TRIB-IOF ROUNDED =
                   WS-TRIB-RENDIMENTO * WS-TRIB-ALIQ-IOF
           COMPUTE WS-TRIB-IR ROUNDED =
                   (WS-TRIB-RENDIMENTO - WS-TRIB-IOF) * WS-TRIB-ALIQ-IR
           COMPUTE WS-TRIB-LIQUIDO =
                   WS-TRIB-BRUTO - WS-TRIB-IOF - WS-TRIB-IR
           DISPLAY "VALOR BRUTO DO RESGATE: R$" WS-TRIB-BRUTO
           DISPLAY "RENDIMENTO BRUTO......: R$" WS-TRIB-RENDIMENTO
           IF INV-PRODUTO = "03" THEN
               DISPLAY "POUPANCA - RENDIMENTO ISENTO DE IR E IOF"
           ELSE
               DISPLAY "DIAS DE APLICACAO.....: " WS-TRIB-DIAS
               DISPLAY "IOF RETIDO............: R$" WS-TRIB-IOF
               DISPLAY "IR RETIDO.............: R$" WS-TRIB-IR
           END-IF
           DISPLAY "VALOR LIQUIDO.........: R$" WS-TRIB-LIQUIDO.

           RETER-TRIBUTOS-PARA.
           MOVE WS-LOG-OPERACAO TO ITR-OPERACAO
           IF WS-TRIB-IOF > 0 THEN
               SUBTRACT WS-TRIB-IOF FROM WS-SALDO1
               MOVE "31" TO WS-LOG-OPERACAO
               MOVE WS-TRIB-IOF TO WS-LOG-VALOR
               MOVE INV-DATA-INICIO TO WS-LOG-REFERENCIA
               PERFORM GRAVAR-LOG-PARA
           END-IF
           IF WS-TRIB-IR > 0 THEN
               SUBTRACT WS-TRIB-IR FROM WS-SALDO1
               MOVE "30" TO WS-LOG-OPERACAO
               MOVE WS-TRIB-IR TO WS-LOG-VALOR
               MOVE INV-DATA-INICIO TO WS-LOG-REFERENCIA
               PERFORM GRAVAR-LOG-PARA
           END-IF
           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD
           ACCEPT WS-HORA-ATUAL FROM TIME
           MOVE WS-CONTA-LOGADA TO ITR-CONTA
           MOVE WS-DATA-ATUAL TO ITR-DATA
           MOVE WS-HORA-ATUAL TO ITR-HORA
           MOVE INV-DATA-INICIO TO ITR-INV-DATA-INICIO
           MOVE INV-HORA-INICIO TO ITR-INV-HORA-INICIO
           MOVE INV-PRODUTO TO ITR-PRODUTO
           MOVE WS-TRIB-DIAS TO ITR-DIAS
           MOVE WS-TRIB-BRUTO TO ITR-VALOR-BRUTO
           MOVE WS-TRIB-CUSTO TO ITR-CUSTO
           MOVE WS-TRIB-RENDIMENTO TO ITR-RENDIMENTO
           MOVE WS-TRIB-ALIQ-IOF TO ITR-ALIQ-IOF
           MOVE WS-TRIB-IOF TO ITR-IOF
           MOVE WS-TRIB-ALIQ-IR TO ITR-ALIQ-IR
           MOVE WS-TRIB-IR TO ITR-IR
           MOVE WS-TRIB-LIQUIDO TO ITR-VALOR-LIQUIDO
           MOVE "N" TO WS-SW-ITR-GRAVADA
           MOVE ZERO TO WS-RETRY-ITR
           PERFORM UNTIL WS-ITR-GRAVADA OR WS-RETRY-ITR > 50
               WRITE ITR-RECORD
                   INVALID KEY
                       ADD 1 TO ITR-HORA
                       ADD 1 TO WS-RETRY-ITR
                   NOT INVALID KEY
                       MOVE "S" TO WS-SW-ITR-GRAVADA
               END-WRITE
           END-PERFORM
           IF NOT WS-ITR-GRAVADA THEN
               DISPLAY "REGISTRO DE TRIBUTOS DUPLICADO, NAO GRAVADO!"
           END-IF.

           DIA-JULIANO-PARA.
           MOVE WS-DJ-ANO TO WS-DJ-A
           MOVE WS-DJ-MES TO WS-DJ-M
           IF WS-DJ-M < 3 THEN
               SUBTRACT 1 FROM WS-DJ-A
               ADD 12 TO WS-DJ-M
           END-IF
           COMPUTE WS-DJ-NUM = 365 * WS-DJ-A + WS-DJ-DIA
           DIVIDE WS-DJ-A BY 4 GIVING WS-DJ-Q
           ADD WS-DJ-Q TO WS-DJ-NUM
           DIVIDE WS-DJ-A BY 100 GIVING WS-DJ-Q
           SUBTRACT WS-DJ-Q FROM WS-DJ-NUM
           DIVIDE WS-DJ-A BY 400 GIVING WS-DJ-Q
           ADD WS-DJ-Q TO WS-DJ-NUM
           COMPUTE WS-DJ-Q = (153 * (WS-DJ-M - 3) + 2) / 5
           ADD WS-DJ-Q TO WS-DJ-NUM.

           G-PARA.
           MOVE WS-CONTA-LOGADA TO LOG-CONTA
           MOVE 99999999 TO LOG-DATA
           MOVE 99999999 TO LOG-HORA
           MOVE "N" TO WS-SW-ACHOU-LOG
           START TRANSACTION-LOG KEY IS <= LOG-CHAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-LOG
           END-START
           PERFORM UNTIL WS-CONTA-ACHOU-LOG OR WS-FS-LOG = "10"
               READ TRANSACTION-LOG PREVIOUS
                   AT END
                       MOVE "10" TO WS-FS-LOG
               END-READ
               IF WS-FS-LOG NOT = "10" THEN
                   IF LOG-CONTA NOT = WS-CONTA-LOGADA THEN
                       MOVE "10" TO WS-FS-LOG
               REWRITE LOG-RECORD
               MOVE "09" TO WS-LOG-OPERACAO
               MOVE LOG-VALOR TO WS-LOG-VALOR
               MOVE LOG-DATA TO WS-ESTORNO-DATA
               MOVE LOG-OPERACAO TO WS-LOG-REFERENCIA(1:2)
               MOVE LOG-DATA TO WS-LOG-REFERENCIA(3:8)
               PERFORM GRAVAR-LOG-PARA
               IF WS-ESTORNAR-BENEF THEN
                   PERFORM ESTORNAR-BENEF-PARA
           GO TO A-PARA.

           H-ORDEM-NOVA-PARA.
           IF WS-MOV-CONJUNTA THEN
               DISPLAY "SUA MOVIMENTACAO E EM CONJUNTO: AGENDAMENTOS E "
                       "ORDENS PERMANENTES SO PELO TITULAR QUE "
                       "MOVIMENTA ISOLADAMENTE!"
               DISPLAY " "
               GO TO A-PARA
           END-IF
           PERFORM OBTER-BENEFICIARIO-PARA
           IF NOT WS-BENEF-ACHADO THEN
               DISPLAY " "
               GO TO A-PARA
           END-IF
               DISPLAY " "
               GO TO A-PARA
           END-IF
           PERFORM VERIFICAR-CARENCIA-FAV-PARA
           IF WS-FAV-EM-CARENCIA THEN
               DISPLAY " "
               GO TO A-PARA
           END-IF
           DISPLAY "DIA DO MES PARA O DEBITO (1 A 28): "
           ACCEPT WS-DIA-MES-ORD
           IF WS-DIA-MES-ORD < 1 OR WS-DIA-MES-ORD > 28 THEN
           GO TO A-PARA.

           H-ORDEM-ALTERAR-PARA.
           IF WS-MOV-CONJUNTA THEN
               DISPLAY "SUA MOVIMENTACAO E EM CONJUNTO: AGENDAMENTOS E "
                       "ORDENS PERMANENTES SO PELO TITULAR QUE "
                       "MOVIMENTA ISOLADAMENTE!"
               DISPLAY " "
               GO TO A-PARA
           END-IF
           DISPLAY "QUAL ITEM DESEJA ALTERAR? (0 PARA VOLTAR)"
           ACCEPT WS-OR-ITEM
           IF WS-OR-ITEM = 0 THEN
                   DISPLAY " "
                   GO TO A-PARA
           END-READ
           MOVE ACCT-SENHA TO WS-SENHA-ATUAL
           IF WS-CONTA-CONJUNTA THEN
               MOVE WS-CONTA-LOGADA TO TIT-CONTA
               MOVE WS-CPF-TITULAR TO TIT-CPF
               READ ACCOUNT-HOLDERS
                   INVALID KEY
                       DISPLAY "TITULAR NAO CADASTRADO!"
                       DISPLAY " "
                       GO TO A-PARA
               END-READ
               MOVE TIT-SENHA TO WS-SENHA-ATUAL
           END-IF
           DISPLAY "DIGITE SUA SENHA ATUAL:"
           ACCEPT WS-SENHA-DIGITADA
           IF WS-SENHA-ATUAL NOT = WS-SENHA-DIGITADA THEN
               DISPLAY "SENHA INVALIDA!"
               MOVE "14" TO WS-LOG-OPERACAO
               MOVE ZERO TO WS-LOG-VALOR
               DISPLAY " "
               GO TO A-PARA
           END-IF
           IF WS-SENHA-NOVA = 0 OR WS-SENHA-NOVA = WS-SENHA-ATUAL THEN
               DISPLAY "NOVA SENHA INVALIDA!"
               DISPLAY " "
               GO TO A-PARA
           END-IF
           IF WS-CONTA-CONJUNTA THEN
               MOVE WS-SENHA-NOVA TO TIT-SENHA
               REWRITE TIT-RECORD
           ELSE
               MOVE WS-SENHA-NOVA TO ACCT-SENHA
               REWRITE ACCT-RECORD
           END-IF
           MOVE "16" TO WS-LOG-OPERACAO
           MOVE ZERO TO WS-LOG-VALOR
           PERFORM GRAVAR-LOG-PARA
           DISPLAY " "
           GO TO A-PARA.

           J-PARA.
           MOVE WS-CONTA-LOGADA TO ACCT-NUMERO
           READ ACCOUNT-MASTER
               INVALID KEY
                   DISPLAY "CONTA NAO CADASTRADA!"
                   DISPLAY " "
                   GO TO A-PARA
           END-READ
           PERFORM CARREGAR-LIMITES-PARA
           PERFORM SOMAR-USO-LIMITE-PARA
           DISPLAY "*** LIMITES DE TRANSFERENCIA ***"
           IF WS-LIM-DIARIO = ZERO THEN
               DISPLAY "LIMITE DIARIO: SEM LIMITE"
           ELSE
               DISPLAY "LIMITE DIARIO: R$" WS-LIM-DIARIO
           END-IF
           DISPLAY "UTILIZADO HOJE: R$" WS-USADO-DIA
           IF WS-LIM-NOTURNO = ZERO THEN
               DISPLAY "LIMITE NOTURNO (20H AS 06H): SEM LIMITE"
           ELSE
               DISPLAY "LIMITE NOTURNO (20H AS 06H): R$" WS-LIM-NOTURNO
           END-IF
           IF WS-HORARIO-NOTURNO THEN
               DISPLAY "UTILIZADO NESTA NOITE: R$" WS-USADO-NOITE
           END-IF
           IF ACCT-MAX-DIARIO NOT = ZERO THEN
               DISPLAY "MAXIMO DIARIO PERMITIDO PELO BANCO: R$"
                       ACCT-MAX-DIARIO
           END-IF
           IF ACCT-MAX-NOTURNO NOT = ZERO THEN
               DISPLAY "MAXIMO NOTURNO PERMITIDO PELO BANCO: R$"
                       ACCT-MAX-NOTURNO
           END-IF
           IF ACCT-VIGOR-DIARIO NOT = ZERO THEN
               DISPLAY "AUMENTO DO LIMITE DIARIO PARA R$"
                       ACCT-LIM-DIARIO-PEND " EM " ACCT-VIGOR-DIARIO
           END-IF
           IF ACCT-VIGOR-NOTURNO NOT = ZERO THEN
               DISPLAY "AUMENTO DO LIMITE NOTURNO PARA R$"
                       ACCT-LIM-NOTURNO-PEND " EM " ACCT-VIGOR-NOTURNO
           END-IF
           DISPLAY "ALTERAR LIMITE DIARIO, NOTURNO OU VOLTAR? (D/N/V)"
           ACCEPT WS-TIPO-LIMITE
           IF WS-TIPO-LIMITE NOT = "D" AND WS-TIPO-LIMITE NOT = "N" THEN
               DISPLAY " "
               GO TO A-PARA
           END-IF
           DISPLAY "NOVO LIMITE: "
           ACCEPT WS-LIM-NOVO
           IF WS-LIM-NOVO = 0 THEN
               DISPLAY "VALOR INVALIDO!"
               DISPLAY " "
               GO TO A-PARA
           END-IF
           IF WS-TIPO-LIMITE = "D" THEN
               MOVE WS-LIM-DIARIO TO WS-LIM-ATUAL
               MOVE ACCT-MAX-DIARIO TO WS-LIM-MAXIMO
           ELSE
               MOVE WS-LIM-NOTURNO TO WS-LIM-ATUAL
               MOVE ACCT-MAX-NOTURNO TO WS-LIM-MAXIMO
           END-IF
           IF WS-LIM-MAXIMO NOT = ZERO AND WS-LIM-NOVO > WS-LIM-MAXIMO
                   THEN
               DISPLAY "VALOR ACIMA DO MAXIMO PERMITIDO PELO BANCO!"
               DISPLAY " "
               GO TO A-PARA
           END-IF
           IF WS-TIPO-LIMITE = "N" AND WS-LIM-DIARIO NOT = ZERO
                   AND WS-LIM-NOVO > WS-LIM-DIARIO THEN
               DISPLAY "O LIMITE NOTURNO NAO PODE SUPERAR O DIARIO!"
               DISPLAY " "
               GO TO A-PARA
           END-IF
           IF WS-LIM-ATUAL = ZERO OR WS-LIM-NOVO <= WS-LIM-ATUAL THEN
               IF WS-TIPO-LIMITE = "D" THEN
                   MOVE WS-LIM-NOVO TO ACCT-LIM-DIARIO
                   MOVE ZERO TO ACCT-LIM-DIARIO-PEND
                   MOVE ZERO TO ACCT-VIGOR-DIARIO
               ELSE
                   MOVE WS-LIM-NOVO TO ACCT-LIM-NOTURNO
                   MOVE ZERO TO ACCT-LIM-NOTURNO-PEND
                   MOVE ZERO TO ACCT-VIGOR-NOTURNO
               END-IF
               MOVE "R" TO WS-LOG-REFERENCIA(2:1)
               DISPLAY "LIMITE REDUZIDO COM EFEITO IMEDIATO!"
           ELSE
               ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD
               MOVE WS-DATA-ATUAL TO WS-DM-DATA
               PERFORM AVANCAR-DIA-PARA WS-CARENCIA-LIMITE TIMES
               IF WS-TIPO-LIMITE = "D" THEN
                   MOVE WS-LIM-NOVO TO ACCT-LIM-DIARIO-PEND
                   MOVE WS-DM-DATA TO ACCT-VIGOR-DIARIO
               ELSE
                   MOVE WS-LIM-NOVO TO ACCT-LIM-NOTURNO-PEND
                   MOVE WS-DM-DATA TO ACCT-VIGOR-NOTURNO
               END-IF
               MOVE "A" TO WS-LOG-REFERENCIA(2:1)
               DISPLAY "AUMENTO DE LIMITE SOLICITADO!"
               DISPLAY "POR SEGURANCA, ENTRA EM VIGOR EM " WS-DM-DATA
           END-IF
           REWRITE ACCT-RECORD
           MOVE WS-TIPO-LIMITE TO WS-LOG-REFERENCIA(1:1)
           MOVE "32" TO WS-LOG-OPERACAO
           MOVE WS-LIM-NOVO TO WS-LOG-VALOR
           PERFORM GRAVAR-LOG-PARA
           PERFORM CARREGAR-LIMITES-PARA
           DISPLAY " "
           GO TO A-PARA.

           K-PARA.
           MOVE "T" TO WS-FAV-ESCOPO
           PERFORM LISTAR-FAVORECIDOS-PARA
           IF WS-FAV-COUNT = 0 THEN
               DISPLAY "NENHUM FAVORECIDO CADASTRADO!"
           END-IF
           DISPLAY "I - INCLUIR / E - EXCLUIR / 0 - VOLTAR"
           ACCEPT WS-ACAO-AG
           IF WS-ACAO-AG = "I" THEN
               GO TO K-INCLUIR-PARA
           END-IF
           IF WS-ACAO-AG = "E" AND WS-FAV-COUNT > 0 THEN
               GO TO K-EXCLUIR-PARA
           END-IF
           DISPLAY " "
           GO TO A-PARA.

           K-INCLUIR-PARA.
           PERFORM PROXIMO-FAVORECIDO-PARA
           IF WS-FAV-NUM = 0 THEN
               DISPLAY "LIMITE DE FAVORECIDOS ATINGIDO, EXCLUA UM "
                       "ANTES DE INCLUIR OUTRO!"
               DISPLAY " "
               GO TO A-PARA
           END-IF
           MOVE SPACES TO FAV-RECORD
           MOVE ZERO TO FAV-BENEFICIARIO
           MOVE ZERO TO FAV-CPF
           MOVE ZERO TO FAV-BANCO
           MOVE ZERO TO FAV-AGENCIA
           MOVE ZERO TO FAV-CONTA-EXTERNA
           DISPLAY "FAVORECIDO POR CONTA, CPF OU OUTRO BANCO? (C/F/O)"
           ACCEPT WS-TIPO-BENEF
           IF WS-TIPO-BENEF = "C" THEN
               DISPLAY "CONTA DO FAVORECIDO: "
               ACCEPT WS-BENEFICIARIO
               IF WS-BENEFICIARIO = WS-CONTA-LOGADA THEN
                   DISPLAY "O FAVORECIDO DEVE SER OUTRA CONTA!"
                   DISPLAY " "
                   GO TO A-PARA
               END-IF
               MOVE WS-BENEFICIARIO TO ACCT-NUMERO
               MOVE "N" TO WS-SW-BENEF
               READ ACCOUNT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ACCT-STATUS NOT = "B"
                               AND ACCT-STATUS NOT = "E" THEN
                           MOVE "S" TO WS-SW-BENEF
                       END-IF
               END-READ
               IF NOT WS-BENEF-ACHADO THEN
                   DISPLAY "CONTA NAO CADASTRADA OU INDISPONIVEL!"
                   DISPLAY " "
                   GO TO A-PARA
               END-IF
               MOVE "C" TO FAV-TIPO
               MOVE WS-BENEFICIARIO TO FAV-BENEFICIARIO
               MOVE ACCT-NOME TO FAV-NOME
           END-IF
           IF WS-TIPO-BENEF = "F" THEN
               DISPLAY "CPF DO FAVORECIDO: "
               ACCEPT WS-CPF
               PERFORM VALIDAR-CPF-PARA
               IF NOT WS-CPF-VALIDO THEN
                   DISPLAY "CPF INVALIDO!"
                   DISPLAY " "
                   GO TO A-PARA
               END-IF
               PERFORM LOCALIZAR-CPF-PARA
               IF NOT WS-BENEF-ACHADO THEN
                   DISPLAY "CPF NAO CADASTRADO OU CONTA INDISPONIVEL!"
                   DISPLAY " "
                   GO TO A-PARA
               END-IF
               MOVE "F" TO FAV-TIPO
               MOVE WS-CPF TO FAV-CPF
               MOVE ACCT-NOME TO FAV-NOME
           END-IF
           IF WS-TIPO-BENEF = "O" THEN
               DISPLAY "BANCO DO FAVORECIDO (CODIGO): "
               ACCEPT FAV-BANCO
               DISPLAY "AGENCIA DO FAVORECIDO: "
               ACCEPT FAV-AGENCIA
               DISPLAY "CONTA DO FAVORECIDO: "
               ACCEPT FAV-CONTA-EXTERNA
               DISPLAY "NOME DO FAVORECIDO: "
               ACCEPT FAV-NOME
               IF FAV-BANCO = 0 OR FAV-CONTA-EXTERNA = 0
                       OR FAV-NOME = SPACES THEN
                   DISPLAY "DADOS DO FAVORECIDO INVALIDOS!"
                   DISPLAY " "
                   GO TO A-PARA
               END-IF
               MOVE "E" TO FAV-TIPO
           END-IF
           IF FAV-TIPO = SPACE THEN
               DISPLAY "OPCAO INVALIDA!"
               DISPLAY " "
               GO TO A-PARA
           END-IF
           DISPLAY "APELIDO DO FAVORECIDO: "
           ACCEPT FAV-APELIDO
           DISPLAY "INCLUIR " FAV-NOME " COMO FAVORECIDO? (S/N)"
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT = "S" THEN
               DISPLAY "OPERACAO CANCELADA!"
               DISPLAY " "
               GO TO A-PARA
           END-IF
           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD
           ACCEPT WS-HORA-ATUAL FROM TIME
           MOVE WS-CONTA-LOGADA TO FAV-CONTA
           MOVE WS-FAV-NUM TO FAV-NUMERO
           MOVE WS-DATA-ATUAL TO FAV-DATA-INCLUSAO
           MOVE WS-HORA-ATUAL TO FAV-HORA-INCLUSAO
           MOVE WS-DATA-ATUAL TO WS-DM-DATA
           PERFORM AVANCAR-DIA-PARA WS-CARENCIA-FAVOREC TIMES
           MOVE WS-DM-DATA TO FAV-DATA-LIBERACAO
           MOVE WS-HORA-ATUAL TO FAV-HORA-LIBERACAO
           WRITE FAV-RECORD
               INVALID KEY
                   DISPLAY "FAVORECIDO DUPLICADO, TENTE NOVAMENTE!"
                   DISPLAY " "
                   GO TO A-PARA
           END-WRITE
           MOVE "33" TO WS-LOG-OPERACAO
           MOVE ZERO TO WS-LOG-VALOR
           MOVE FAV-TIPO TO WS-LOG-REFERENCIA(1:1)
           MOVE FAV-NUMERO TO WS-LOG-REFERENCIA(2:2)
           PERFORM GRAVAR-LOG-PARA
           DISPLAY "FAVORECIDO " FAV-NUMERO " INCLUIDO!"
           DISPLAY "POR SEGURANCA, ATE " FAV-DATA-LIBERACAO " "
                   FAV-HORA-LIBERACAO(1:4) " SO ACEITA ATE R$"
                   WS-VALOR-CARENCIA-FAV
           DISPLAY " "
           GO TO A-PARA.

           K-EXCLUIR-PARA.
           DISPLAY "NUMERO DO FAVORECIDO A EXCLUIR (0 PARA VOLTAR): "
           ACCEPT WS-FAV-NUM
           IF WS-FAV-NUM = 0 THEN
               DISPLAY " "
               GO TO A-PARA
           END-IF
           MOVE WS-CONTA-LOGADA TO FAV-CONTA
           MOVE WS-FAV-NUM TO FAV-NUMERO
           READ FAVORECIDOS
               INVALID KEY
                   DISPLAY "FAVORECIDO NAO ENCONTRADO!"
                   DISPLAY " "
                   GO TO A-PARA
           END-READ
           DISPLAY "EXCLUIR O FAVORECIDO " FAV-APELIDO "? (S/N)"
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT = "S" THEN
               DISPLAY "OPERACAO CANCELADA!"
               DISPLAY " "
               GO TO A-PARA
           END-IF
           DELETE FAVORECIDOS RECORD
               INVALID KEY
                   DISPLAY "FAVORECIDO NAO ENCONTRADO!"
                   DISPLAY " "
                   GO TO A-PARA
           END-DELETE
           MOVE "34" TO WS-LOG-OPERACAO
           MOVE ZERO TO WS-LOG-VALOR
           MOVE FAV-TIPO TO WS-LOG-REFERENCIA(1:1)
           MOVE FAV-NUMERO TO WS-LOG-REFERENCIA(2:2)
           PERFORM GRAVAR-LOG-PARA
           DISPLAY "FAVORECIDO EXCLUIDO!"
           DISPLAY " "
           GO TO A-PARA.

           L-PARA.
           MOVE WS-CONTA-LOGADA TO ACCT-NUMERO
           READ ACCOUNT-MASTER
               INVALID KEY
                   DISPLAY "CONTA NAO CADASTRADA!"
                   DISPLAY " "
                   GO TO A-PARA
           END-READ
           DISPLAY "*** NOTIFICACOES POR SMS E E-MAIL ***"
           IF ACCT-TELEFONE NUMERIC AND ACCT-TELEFONE NOT = ZERO THEN
               DISPLAY "CELULAR: " ACCT-TELEFONE
           ELSE
               DISPLAY "CELULAR: NAO CADASTRADO"
           END-IF
           IF ACCT-EMAIL NOT = SPACES THEN
               DISPLAY "E-MAIL: " ACCT-EMAIL
           ELSE
               DISPLAY "E-MAIL: NAO CADASTRADO"
           END-IF
           IF ACCT-OPT-SMS = "S" THEN
               DISPLAY "AVISOS POR SMS: SIM"
           ELSE
               DISPLAY "AVISOS POR SMS: NAO"
           END-IF
           IF ACCT-OPT-EMAIL = "S" THEN
               DISPLAY "AVISOS POR E-MAIL: SIM"
           ELSE
               DISPLAY "AVISOS POR E-MAIL: NAO"
           END-IF
           DISPLAY "C - CELULAR / E - E-MAIL / S - AVISOS POR SMS"
           DISPLAY "M - AVISOS POR E-MAIL / 0 - VOLTAR"
           ACCEPT WS-ACAO-AG
           MOVE SPACES TO WS-LOG-REFERENCIA
           EVALUATE WS-ACAO-AG
               WHEN "C"
                   GO TO L-CELULAR-PARA
               WHEN "E"
                   GO TO L-EMAIL-PARA
               WHEN "S"
                   GO TO L-OPCAO-PARA
               WHEN "M"
                   GO TO L-OPCAO-PARA
           END-EVALUATE
           DISPLAY " "
           GO TO A-PARA.

           L-CELULAR-PARA.
           DISPLAY "CELULAR COM DDD (11 DIGITOS, EM BRANCO REMOVE):"
           MOVE SPACES TO WS-NTF-TELEFONE
           ACCEPT WS-NTF-TELEFONE
           IF WS-NTF-TELEFONE = SPACES THEN
               MOVE ZERO TO ACCT-TELEFONE
               MOVE "N" TO ACCT-OPT-SMS
               DISPLAY "CELULAR REMOVIDO, AVISOS POR SMS DESATIVADOS!"
           ELSE
               IF WS-NTF-TELEFONE NOT NUMERIC
                       OR WS-NTF-DDD(1:1) = "0"
                       OR WS-NTF-PREFIXO NOT = "9" THEN
                   DISPLAY "NUMERO DE CELULAR INVALIDO!"
                   DISPLAY " "
                   GO TO A-PARA
               END-IF
               MOVE WS-NTF-TELEFONE TO ACCT-TELEFONE
               DISPLAY "CELULAR ALTERADO!"
           END-IF
           MOVE "C" TO WS-LOG-REFERENCIA(1:1)
           GO TO L-GRAVAR-PARA.

           L-EMAIL-PARA.
           DISPLAY "E-MAIL (EM BRANCO REMOVE):"
           MOVE SPACES TO WS-NTF-EMAIL
           ACCEPT WS-NTF-EMAIL
           IF WS-NTF-EMAIL = SPACES THEN
               MOVE SPACES TO ACCT-EMAIL
               MOVE "N" TO ACCT-OPT-EMAIL
               DISPLAY "E-MAIL REMOVIDO, AVISOS POR E-MAIL "
                       "DESATIVADOS!"
           ELSE
               PERFORM VALIDAR-EMAIL-PARA
               IF NOT WS-EMAIL-VALIDO THEN
                   DISPLAY "E-MAIL INVALIDO!"
                   DISPLAY " "
                   GO TO A-PARA
               END-IF
               MOVE WS-NTF-EMAIL TO ACCT-EMAIL
               DISPLAY "E-MAIL ALTERADO!"
           END-IF
           MOVE "E" TO WS-LOG-REFERENCIA(1:1)
           GO TO L-GRAVAR-PARA.

           L-OPCAO-PARA.
           IF WS-ACAO-AG = "S" THEN
               IF ACCT-TELEFONE NOT NUMERIC
                       OR ACCT-TELEFONE = ZERO THEN
                   DISPLAY "CADASTRE UM CELULAR ANTES!"
                   DISPLAY " "
                   GO TO A-PARA
               END-IF
               DISPLAY "DESEJA RECEBER AVISOS POR SMS? (S/N)"
           ELSE
               IF ACCT-EMAIL = SPACES THEN
                   DISPLAY "CADASTRE UM E-MAIL ANTES!"
                   DISPLAY " "
                   GO TO A-PARA
               END-IF
               DISPLAY "DESEJA RECEBER AVISOS POR E-MAIL? (S/N)"
           END-IF
           ACCEPT WS-NTF-OPCAO
           IF WS-NTF-OPCAO NOT = "S" AND WS-NTF-OPCAO NOT = "N" THEN
               DISPLAY "OPCAO INVALIDA!"
               DISPLAY " "
               GO TO A-PARA
           END-IF
           IF WS-ACAO-AG = "S" THEN
               MOVE WS-NTF-OPCAO TO ACCT-OPT-SMS
           ELSE
               MOVE WS-NTF-OPCAO TO ACCT-OPT-EMAIL
           END-IF
           MOVE WS-ACAO-AG TO WS-LOG-REFERENCIA(1:1)
           MOVE WS-NTF-OPCAO TO WS-LOG-REFERENCIA(2:1)
           DISPLAY "PREFERENCIA DE AVISOS ALTERADA!".

           L-GRAVAR-PARA.
           REWRITE ACCT-RECORD
           MOVE "35" TO WS-LOG-OPERACAO
           MOVE 0 TO WS-LOG-VALOR
           PERFORM GRAVAR-LOG-PARA
           DISPLAY " "
           GO TO A-PARA.

           VALIDAR-EMAIL-PARA.
           MOVE "N" TO WS-SW-EMAIL
           MOVE ZERO TO WS-NTF-TAM
           MOVE ZERO TO WS-NTF-ARROBAS
           MOVE ZERO TO WS-NTF-POS
           INSPECT WS-NTF-EMAIL TALLYING WS-NTF-TAM
               FOR CHARACTERS BEFORE INITIAL SPACE
           INSPECT WS-NTF-EMAIL TALLYING WS-NTF-ARROBAS FOR ALL "@"
           INSPECT WS-NTF-EMAIL TALLYING WS-NTF-POS
               FOR CHARACTERS BEFORE INITIAL "@"
           IF WS-NTF-ARROBAS = 1 AND WS-NTF-POS > 0
                   AND WS-NTF-POS + 1 < WS-NTF-TAM THEN
               IF WS-NTF-TAM = 60 THEN
                   MOVE "S" TO WS-SW-EMAIL
               ELSE
                   IF WS-NTF-EMAIL(WS-NTF-TAM + 1:) = SPACES THEN
                       MOVE "S" TO WS-SW-EMAIL
                   END-IF
               END-IF
           END-IF.

           M-PARA.
           IF NOT WS-CONTA-CONJUNTA THEN
               DISPLAY "ESTA CONTA NAO TEM OUTROS TITULARES!"
               DISPLAY " "
               GO TO A-PARA
           END-IF
           MOVE ZERO TO WS-CA-COUNT
           MOVE WS-CONTA-LOGADA TO CAP-CONTA
           MOVE ZERO TO CAP-DATA
           MOVE ZERO TO CAP-HORA
           MOVE SPACES TO WS-FS-CAP
           START CO-APPROVALS KEY IS >= CAP-CHAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-CAP
           END-START
           DISPLAY "OPERACOES AGUARDANDO APROVACAO:"
           PERFORM UNTIL WS-FS-CAP = "10" OR WS-CA-COUNT = 20
               READ CO-APPROVALS NEXT
                   AT END
                       MOVE "10" TO WS-FS-CAP
               END-READ
               IF WS-FS-CAP NOT = "10" THEN
                   IF CAP-CONTA NOT = WS-CONTA-LOGADA THEN
                       MOVE "10" TO WS-FS-CAP
                   ELSE
                       IF CAP-STATUS = "P" THEN
                           ADD 1 TO WS-CA-COUNT
                           MOVE CAP-DATA TO WS-CA-DATA(WS-CA-COUNT)
                           MOVE CAP-HORA TO WS-CA-HORA(WS-CA-COUNT)
                           PERFORM EXIBIR-COAPROVACAO-PARA
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-CA-COUNT = 20 AND WS-FS-CAP NOT = "10" THEN
               DISPLAY "PODEM EXISTIR MAIS OPERACOES NAO EXIBIDAS"
           END-IF
           IF WS-CA-COUNT = 0 THEN
               DISPLAY "NAO HA OPERACOES AGUARDANDO APROVACAO!"
               DISPLAY " "
               GO TO A-PARA
           END-IF
           DISPLAY "QUAL ITEM? (0 PARA VOLTAR)"
           ACCEPT WS-CA-ITEM
           IF WS-CA-ITEM = 0 THEN
               DISPLAY " "
               GO TO A-PARA
           END-IF
           IF WS-CA-ITEM > WS-CA-COUNT THEN
               DISPLAY "ITEM INVALIDO!"
               DISPLAY " "
               GO TO A-PARA
           END-IF
           MOVE WS-CONTA-LOGADA TO CAP-CONTA
           MOVE WS-CA-DATA(WS-CA-ITEM) TO CAP-DATA
           MOVE WS-CA-HORA(WS-CA-ITEM) TO CAP-HORA
           READ CO-APPROVALS
               INVALID KEY
                   DISPLAY "OPERACAO NAO ENCONTRADA!"
                   DISPLAY " "
                   GO TO A-PARA
           END-READ
           IF CAP-STATUS NOT = "P" THEN
               DISPLAY "ESTA OPERACAO JA FOI DECIDIDA!"
               DISPLAY " "
               GO TO A-PARA
           END-IF
           IF CAP-CPF-EMITENTE = WS-CPF-TITULAR THEN
               DISPLAY "OPERACAO SUA, AGUARDA O OUTRO TITULAR."
               DISPLAY "C - CANCELAR / 0 - VOLTAR"
               ACCEPT WS-ACAO-AG
               IF WS-ACAO-AG = "C" THEN
                   MOVE "C" TO CAP-STATUS
                   GO TO M-ENCERRAR-PARA
               END-IF
               DISPLAY " "
               GO TO A-PARA
           END-IF
           DISPLAY "A - APROVAR / R - RECUSAR / 0 - VOLTAR"
           ACCEPT WS-ACAO-AG
           IF WS-ACAO-AG = "R" THEN
               MOVE "R" TO CAP-STATUS
               GO TO M-ENCERRAR-PARA
           END-IF
           IF WS-ACAO-AG NOT = "A" THEN
               DISPLAY " "
               GO TO A-PARA
           END-IF
           MOVE "S" TO WS-SW-COAPROVACAO
           MOVE "N" TO WS-SW-FAV-USADO
           MOVE CAP-VALOR TO WS-TRANSFER
           IF CAP-TIPO = "T" THEN
               GO TO M-TRANSFERENCIA-PARA
           END-IF
           IF CAP-TIPO = "E" THEN
               GO TO M-TED-PARA
           END-IF
           GO TO M-BOLETO-PARA.

           M-TRANSFERENCIA-PARA.
           MOVE CAP-BENEFICIARIO TO WS-BENEFICIARIO
           MOVE CAP-BENEF-CPF TO WS-CPF
           MOVE WS-BENEFICIARIO TO ACCT-NUMERO
           MOVE "N" TO WS-SW-BENEF
           READ ACCOUNT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-SW-BENEF
           END-READ
           IF NOT WS-BENEF-ACHADO
                   OR ACCT-STATUS = "B" OR ACCT-STATUS = "E" THEN
               DISPLAY "CONTA BENEFICIARIA NAO CADASTRADA, BLOQUEADA "
                       "OU ENCERRADA!"
               DISPLAY " "
               GO TO A-PARA
           END-IF
           DISPLAY "TRANSFERENCIA PARA " ACCT-NOME
           GO TO C-VALIDAR-PARA.

           M-TED-PARA.
           MOVE CAP-BANCO TO WS-BANCO-TED
           MOVE CAP-AGENCIA TO WS-AGENCIA-TED
           MOVE CAP-CONTA-EXTERNA TO WS-CONTA-TED
           MOVE CAP-BENEF-NOME TO WS-NOME-TED
           DISPLAY "TED PARA " WS-NOME-TED
           GO TO C-TED-VALIDAR-PARA.

           M-BOLETO-PARA.
           MOVE CAP-DOCUMENTO TO WS-DOCUMENTO
           MOVE CAP-BENEF-NOME TO WS-NOME-BOLETO
           MOVE CAP-DATA-VENCIMENTO TO WS-DATA-VENC-BOL
           MOVE CAP-VALOR TO WS-CONTA
           MOVE WS-CONTA-LOGADA TO BOL-CONTA
           MOVE WS-DOCUMENTO TO BOL-DOCUMENTO
           MOVE "N" TO WS-SW-BOLETO
           READ BOLETO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-SW-BOLETO
           END-READ
           IF WS-BOLETO-ACHADO AND BOL-STATUS = "P" THEN
               DISPLAY "BOLETO JA PAGO EM " BOL-DATA-PAGAMENTO "!"
               DISPLAY " "
               GO TO A-PARA
           END-IF
           DISPLAY "PAGAMENTO DO BOLETO " WS-DOCUMENTO " - "
                   WS-NOME-BOLETO
           GO TO D-VALIDAR-PARA.

           M-ENCERRAR-PARA.
           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD
           MOVE WS-CPF-TITULAR TO CAP-CPF-DECISAO
           MOVE WS-DATA-ATUAL TO CAP-DATA-DECISAO
           REWRITE CAP-RECORD
           MOVE "39" TO WS-LOG-OPERACAO
           MOVE CAP-VALOR TO WS-LOG-VALOR
           MOVE CAP-STATUS TO WS-LOG-REFERENCIA(1:1)
           MOVE CAP-DATA TO WS-LOG-REFERENCIA(2:8)
           PERFORM GRAVAR-LOG-PARA
           IF CAP-STATUS = "R" THEN
               DISPLAY "OPERACAO RECUSADA!"
           ELSE
               DISPLAY "OPERACAO CANCELADA!"
           END-IF
           DISPLAY " "
           GO TO A-PARA.

           EXIBIR-COAPROVACAO-PARA.
           IF CAP-TIPO = "T" THEN
               DISPLAY WS-CA-COUNT " - " CAP-DATA " TRANSFERENCIA "
                       "CONTA: " CAP-BENEFICIARIO
                       " VALOR: R$" CAP-VALOR
           END-IF
           IF CAP-TIPO = "E" THEN
               DISPLAY WS-CA-COUNT " - " CAP-DATA " TED BANCO: "
                       CAP-BANCO " AG: " CAP-AGENCIA
                       " CONTA: " CAP-CONTA-EXTERNA
                       " VALOR: R$" CAP-VALOR
           END-IF
           IF CAP-TIPO = "B" THEN
               DISPLAY WS-CA-COUNT " - " CAP-DATA " BOLETO: "
                       CAP-DOCUMENTO " VALOR: R$" CAP-VALOR
           END-IF
           DISPLAY "     PEDIDA PELO CPF " CAP-CPF-EMITENTE.

           VERIFICAR-CONJUNTA-PARA.
           MOVE "N" TO WS-SW-CONJUNTA
           MOVE WS-CONTA-LOGADA TO TIT-CONTA
           MOVE ZERO TO TIT-CPF
           MOVE SPACES TO WS-FS-TIT
           START ACCOUNT-HOLDERS KEY IS >= TIT-CHAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-TIT
           END-START
           IF WS-FS-TIT NOT = "10" THEN
               READ ACCOUNT-HOLDERS NEXT
                   AT END
                       MOVE "10" TO WS-FS-TIT
               END-READ
               IF WS-FS-TIT NOT = "10"
                       AND TIT-CONTA = WS-CONTA-LOGADA THEN
                   MOVE "S" TO WS-SW-CONJUNTA
               END-IF
           END-IF.

           CONTAR-COAPROVACOES-PARA.
           MOVE ZERO TO WS-CA-COUNT
           MOVE WS-CONTA-LOGADA TO CAP-CONTA
           MOVE ZERO TO CAP-DATA
           MOVE ZERO TO CAP-HORA
           MOVE SPACES TO WS-FS-CAP
           START CO-APPROVALS KEY IS >= CAP-CHAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-CAP
           END-START
           PERFORM UNTIL WS-FS-CAP = "10" OR WS-CA-COUNT = 99
               READ CO-APPROVALS NEXT
                   AT END
                       MOVE "10" TO WS-FS-CAP
               END-READ
               IF WS-FS-CAP NOT = "10" THEN
                   IF CAP-CONTA NOT = WS-CONTA-LOGADA THEN
                       MOVE "10" TO WS-FS-CAP
                   ELSE
                       IF CAP-STATUS = "P"
                               AND CAP-CPF-EMITENTE
                                   NOT = WS-CPF-TITULAR THEN
                           ADD 1 TO WS-CA-COUNT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-CA-COUNT > 0 THEN
               DISPLAY "HA " WS-CA-COUNT " OPERACAO(OES) DO OUTRO "
                       "TITULAR AGUARDANDO SUA APROVACAO (OPCAO 12)."
           END-IF.

           INICIAR-COAPROVACAO-PARA.
           MOVE ZERO TO CAP-BENEFICIARIO
           MOVE ZERO TO CAP-BENEF-CPF
           MOVE ZERO TO CAP-BANCO
           MOVE ZERO TO CAP-AGENCIA
           MOVE ZERO TO CAP-CONTA-EXTERNA
           MOVE ZERO TO CAP-DOCUMENTO
           MOVE SPACES TO CAP-BENEF-NOME
           MOVE ZERO TO CAP-DATA-VENCIMENTO.

           GRAVAR-COAPROVACAO-PARA.
           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD
           ACCEPT WS-HORA-ATUAL FROM TIME
           MOVE WS-CONTA-LOGADA TO CAP-CONTA
           MOVE WS-DATA-ATUAL TO CAP-DATA
           MOVE WS-HORA-ATUAL TO CAP-HORA
           MOVE WS-CPF-TITULAR TO CAP-CPF-EMITENTE
           MOVE "P" TO CAP-STATUS
           MOVE ZERO TO CAP-CPF-DECISAO
           MOVE ZERO TO CAP-DATA-DECISAO
           MOVE "N" TO WS-SW-CAP-GRAVADA
           WRITE CAP-RECORD
               INVALID KEY
                   DISPLAY "OPERACAO DUPLICADA, TENTE NOVAMENTE!"
               NOT INVALID KEY
                   MOVE "S" TO WS-SW-CAP-GRAVADA
           END-WRITE
           IF WS-CAP-GRAVADA THEN
               MOVE "38" TO WS-LOG-OPERACAO
               MOVE CAP-VALOR TO WS-LOG-VALOR
               PERFORM GRAVAR-LOG-PARA
               DISPLAY "SUA MOVIMENTACAO NESTA CONTA E EM CONJUNTO."
               DISPLAY "OPERACAO AGUARDA APROVACAO DO OUTRO TITULAR!"
           ELSE
               MOVE SPACES TO WS-LOG-REFERENCIA
           END-IF.

           CONCLUIR-COAPROVACAO-PARA.
           IF WS-EM-COAPROVACAO THEN
               MOVE WS-CONTA-LOGADA TO CAP-CONTA
               MOVE WS-CA-DATA(WS-CA-ITEM) TO CAP-DATA
               MOVE WS-CA-HORA(WS-CA-ITEM) TO CAP-HORA
               READ CO-APPROVALS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD
                       MOVE "A" TO CAP-STATUS
                       MOVE WS-CPF-TITULAR TO CAP-CPF-DECISAO
                       MOVE WS-DATA-ATUAL TO CAP-DATA-DECISAO
                       REWRITE CAP-RECORD
               END-READ
               MOVE "N" TO WS-SW-COAPROVACAO
               DISPLAY "OPERACAO DO OUTRO TITULAR APROVADA."
           END-IF.

           ABRIR-ARQUIVO-PARA.
           OPEN I-O ACCOUNT-MASTER
           IF WS-FS-ACCT = "35" THEN
               OPEN OUTPUT PENDING-APPROVALS
               CLOSE PENDING-APPROVALS
               OPEN I-O PENDING-APPROVALS
           END-IF
           OPEN I-O TARIFF-TABLE
           IF WS-FS-TRF = "35" THEN
               OPEN OUTPUT TARIFF-TABLE
               CLOSE TARIFF-TABLE
               OPEN I-O TARIFF-TABLE
               PERFORM CADASTRAR-TARIFAS-DEMO-PARA
           END-IF
           OPEN I-O INVESTMENT-TAX
           IF WS-FS-ITR = "35" THEN
               OPEN OUTPUT INVESTMENT-TAX
               CLOSE INVESTMENT-TAX
               OPEN I-O INVESTMENT-TAX
           END-IF
           OPEN I-O FAVORECIDOS
           IF WS-FS-FAV = "35" THEN
               OPEN OUTPUT FAVORECIDOS
               CLOSE FAVORECIDOS
               OPEN I-O FAVORECIDOS
           END-IF
           OPEN I-O ACCOUNT-HOLDERS
           IF WS-FS-TIT = "35" THEN
               OPEN OUTPUT ACCOUNT-HOLDERS
               CLOSE ACCOUNT-HOLDERS
               OPEN I-O ACCOUNT-HOLDERS
           END-IF
           OPEN I-O CO-APPROVALS
           IF WS-FS-CAP = "35" THEN
               OPEN OUTPUT CO-APPROVALS
               CLOSE CO-APPROVALS
               OPEN I-O CO-APPROVALS
           END-IF.

           CADASTRAR-TAXAS-DEMO-PARA.
           MOVE 0.0800 TO RATE-TAXA
           WRITE RATE-RECORD.

           CADASTRAR-TARIFAS-DEMO-PARA.
           MOVE "22" TO TRF-OPERACAO
           MOVE "TED OUTRO BANCO" TO TRF-DESCRICAO
           MOVE 8.50 TO TRF-VALOR
           MOVE 2 TO TRF-FRANQUIA
           WRITE TRF-RECORD
           MOVE "03" TO TRF-OPERACAO
           MOVE "PAGAMENTO BOLETO" TO TRF-DESCRICAO
           MOVE 2.50 TO TRF-VALOR
           MOVE 5 TO TRF-FRANQUIA
           WRITE TRF-RECORD
           MOVE "06" TO TRF-OPERACAO
           MOVE "AGENDAMENTO PIX" TO TRF-DESCRICAO
           MOVE 1.00 TO TRF-VALOR
           MOVE 5 TO TRF-FRANQUIA
           WRITE TRF-RECORD
           MOVE "PC" TO TRF-OPERACAO
           MOVE "PACOTE MENSAL" TO TRF-DESCRICAO
           MOVE 19.90 TO TRF-VALOR
           MOVE 0 TO TRF-FRANQUIA
           WRITE TRF-RECORD.

           CADASTRAR-CONTA-DEMO-PARA.
           MOVE SPACES TO ACCT-RECORD
           MOVE 000001 TO ACCT-NUMERO
           MOVE "CLIENTE DEMONSTRACAO" TO ACCT-NOME
           MOVE 00000000000 TO ACCT-CPF
           MOVE "A" TO ACCT-STATUS
           MOVE ZERO TO ACCT-TENTATIVAS
           MOVE ZERO TO ACCT-LIMITE-APROVACAO
           MOVE SPACE TO ACCT-PACOTE
           MOVE 10000.00 TO ACCT-MAX-DIARIO
           MOVE 1000.00 TO ACCT-MAX-NOTURNO
           MOVE ZERO TO ACCT-LIM-DIARIO
           MOVE ZERO TO ACCT-LIM-NOTURNO
           MOVE ZERO TO ACCT-LIM-DIARIO-PEND
           MOVE ZERO TO ACCT-VIGOR-DIARIO
           MOVE ZERO TO ACCT-LIM-NOTURNO-PEND
           MOVE ZERO TO ACCT-VIGOR-NOTURNO
           MOVE ZERO TO ACCT-TELEFONE
           MOVE SPACES TO ACCT-EMAIL
           MOVE "N" TO ACCT-OPT-SMS
           MOVE "N" TO ACCT-OPT-EMAIL
           MOVE ZERO TO ACCT-DATA-ULT-ACESSO
           MOVE ZERO TO ACCT-DATA-INATIVACAO
           MOVE ZERO TO ACCT-DATA-REATIVACAO
           WRITE ACCT-RECORD.

           GRAVAR-CONTA-PARA.
           CLOSE BOLETO-FILE
           CLOSE STANDING-ORDERS
           CLOSE EXTERNAL-TRANSFERS
           CLOSE PENDING-APPROVALS
           CLOSE TARIFF-TABLE
           CLOSE INVESTMENT-TAX
           CLOSE FAVORECIDOS
           CLOSE ACCOUNT-HOLDERS
           CLOSE CO-APPROVALS.

           GRAVAR-LOG-PARA.
           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD
           MOVE "N" TO LOG-ESTORNADO
           MOVE WS-LOG-REFERENCIA TO LOG-REFERENCIA
           MOVE SPACES TO WS-LOG-REFERENCIA
           MOVE WS-CPF-TITULAR TO LOG-CPF-TITULAR
           MOVE "N" TO WS-SW-LOG-GRAVADO
           MOVE ZERO TO WS-RETRY-LOG
           PERFORM UNTIL WS-LOG-GRAVADO OR WS-RETRY-LOG > 50
               WRITE LOG-RECORD
                   INVALID KEY
                       ADD 1 TO LOG-HORA
                       ADD 1 TO WS-RETRY-LOG
                   NOT INVALID KEY
                       MOVE "S" TO WS-SW-LOG-GRAVADO
               END-WRITE
           END-PERFORM
           IF NOT WS-LOG-GRAVADO THEN
               DISPLAY "REGISTRO DE LOG DUPLICADO, NAO GRAVADO!"
           END-IF.

           GRAVAR-LOG-SEGURANCA-PARA.
           MOVE ZERO TO WS-LOG-VALOR
           MOVE WS-CPF-TITULAR TO WS-CPF-LOG-BENEF
           PERFORM GRAVAR-LOG-BENEF-PARA.

           GRAVAR-LOG-BENEF-PARA.
           MOVE "N" TO LOG-ESTORNADO
           MOVE WS-LOG-REFERENCIA TO LOG-REFERENCIA
           MOVE SPACES TO WS-LOG-REFERENCIA
           MOVE WS-CPF-LOG-BENEF TO LOG-CPF-TITULAR
           MOVE ZERO TO WS-CPF-LOG-BENEF
           WRITE LOG-RECORD
               INVALID KEY
                   DISPLAY "REGISTRO DE LOG DUPLICADO, NAO GRAVADO!"
