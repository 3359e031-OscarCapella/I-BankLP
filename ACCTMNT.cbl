000140*          BL - BLOQUEIO   (BLOCK THE ACCOUNT)
000150*          DB - DESBLOQUEIO (UNBLOCK THE ACCOUNT)
000160*          EN - ENCERRAMENTO (CLOSE THE ACCOUNT, BALANCE ZERO)
000170*          AL - ALCADA     (SET THE DUAL-CONTROL THRESHOLD;
000180*               ZERO REMOVES IT)
000190*          PT - PACOTE     (SET THE TARIFF PLAN: P = PACKAGE,
000200*               I = EXEMPT, N = AVULSO / PER OPERATION)
000210*          LD - LIMITE DIARIO  (SET THE BANK MAXIMUM FOR THE
000220*               DAY'S CUMULATIVE TRANSFERS; ZERO REMOVES IT)
000230*          LN - LIMITE NOTURNO (SAME, FOR THE 20H-06H WINDOW)
000240*          RA - REATIVACAO (BRING BACK AN ACCOUNT THE MONTHLY
000250*               DORMBAT RUN MOVED TO "I" INATIVA)
000260*          IT - INCLUIR TITULAR (ADD A HOLDER TO A JOINT
000270*               ACCOUNT, WITH THEIR OWN PASSWORD AND THE
000280*               "I" / "C" MOVIMENTACAO FLAG)
000290*          RT - REMOVER TITULAR (REMOVE A CO-HOLDER)
000300*          MT - MOVIMENTACAO (CHANGE ONE HOLDER'S FLAG)
000310*      EVERY CARD PRODUCES ONE RESULT LINE ON THE MAINTOUT
000320*      REPORT SO THE OPERATOR HAS A PERMANENT RECORD OF WHAT
000330*      WAS DONE.
000340*
000350*  MODIFICATION HISTORY.
000360*      22/08/2026  OPS   INITIAL VERSION.
000370*      22/08/2026  OPS   LIMITE CARD FIELD WIDENED TO 11
000380*                        DIGITS (COLS 54-64).
000390*      22/08/2026  OPS   AB/SR/DB RESET THE ACCT-TENTATIVAS
000400*                        SIGN-ON FAILURE COUNTER; SR ALSO
000410*                        UNBLOCKS A "B" ACCOUNT.
000420*      22/08/2026  OPS   ABERTURA CLEARS THE RECORD AREA FIRST
000430*                        SO FILLER BYTES DO NOT INHERIT THE
000440*                        PREVIOUS CARD'S BUFFER CONTENT.
000450*      22/08/2026  OPS   ENCERRAMENTO IS REFUSED WHILE THE
000460*                        ACCOUNT HAS AN OPEN INVESTMENT POSITION
000470*                        OR AN UNSETTLED PENDING TRANSFER.
000480*      02/09/2026  OPS   NEW "AL" (ALCADA) FUNCTION SETS THE
000490*                        ACCT-LIMITE-APROVACAO DUAL-CONTROL
000500*                        THRESHOLD FROM THE LIMITE CARD FIELD.
000510*      02/09/2026  OPS   ENCERRAMENTO ALSO CHECKS STANDING
000520*                        ORDERS, IN-FLIGHT EXTERNAL TRANSFERS
000530*                        AND HELD APPROVAL ITEMS.
000540*      15/10/2026  OPS   NEW "PT" (PACOTE) FUNCTION SETS THE
000550*                        ACCT-PACOTE TARIFF PLAN FROM THE NEW
000560*                        PACOTE CARD FIELD (COL 65).
000570*      15/10/2026  OPS   NEW "LD" / "LN" FUNCTIONS SET THE BANK
000580*                        MAXIMUMS FOR THE CUMULATIVE DAILY AND
000590*                        NIGHTTIME TRANSFER LIMITS FROM THE
000600*                        LIMITE CARD FIELD; ABERTURA GIVES A NEW
000610*                        ACCOUNT THE STANDARD MAXIMUMS.
000620*      15/10/2026  OPS   ABERTURA STARTS A NEW ACCOUNT WITH NO
000630*                        NOTIFICATION CONTACT AND BOTH OPT-INS
000640*                        OFF (THE CUSTOMER SETS THEM ONLINE).
000650*      15/10/2026  OPS   NEW "RA" (REATIVACAO) FUNCTION BRINGS
000660*                        BACK A DORMANT "I" ACCOUNT; DB REFUSES
000670*                        AN "I" ACCOUNT; ABERTURA ZEROES THE
000680*                        SIGN-ON AND INACTIVITY DATES.
000690*      15/10/2026  OPS   JOINT ACCOUNTS: NEW "IT" / "RT" / "MT"
000700*                        FUNCTIONS MAINTAIN THE ACCOUNT-HOLDERS
000710*                        FILE FROM THE CPF, NOME, SENHA AND THE
000720*                        NEW MOVIMENTACAO CARD FIELD (COL 66);
000730*                        A REMOVED HOLDER'S PENDING
000740*                        CO-APPROVAL ITEMS ARE CANCELLED. SR
000750*                        ON A JOINT ACCOUNT RESETS THE PASSWORD
000760*                        AND LOCKOUT OF THE HOLDER IN THE CPF
000770*                        FIELD.
000780*      15/10/2026  OPS   "DB" ON A DORMANT ACCOUNT THAT WAS
000790*                        BLOCKED PUTS IT BACK TO "I", NOT "A"
000800*                        (REACTIVATION IS STILL "RA"). "EN"
000810*                        CANCELS THE ACCOUNT'S PENDING
000820*                        CO-APPROVAL ITEMS.
000830******************************************************************
000840 ENVIRONMENT DIVISION.
000850 INPUT-OUTPUT SECTION.
000860 FILE-CONTROL.
000870     SELECT CARD-FILE ASSIGN TO "MAINTIN"
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS WS-FS-CARD.
000900     SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMS"
000910         ORGANIZATION IS INDEXED
000920         ACCESS MODE IS DYNAMIC
000930         RECORD KEY IS ACCT-NUMERO
000940         FILE STATUS IS WS-FS-ACCT.
000950     SELECT INVESTMENT-POSITION ASSIGN TO "INVPOS"
000960         ORGANIZATION IS INDEXED
000970         ACCESS MODE IS DYNAMIC
000980         RECORD KEY IS INV-CHAVE
000990         FILE STATUS IS WS-FS-INV.
001000     SELECT PENDING-TRANSFERS ASSIGN TO "PNDXFER"
001010         ORGANIZATION IS INDEXED
001020         ACCESS MODE IS DYNAMIC
001030         RECORD KEY IS PTX-CHAVE
001040         FILE STATUS IS WS-FS-PTX.
001050     SELECT STANDING-ORDERS ASSIGN TO "STORDER"
001060         ORGANIZATION IS INDEXED
001070         ACCESS MODE IS DYNAMIC
001080         RECORD KEY IS SOR-CHAVE
001090         FILE STATUS IS WS-FS-SOR.
001100     SELECT EXTERNAL-TRANSFERS ASSIGN TO "XTRNXFR"
001110         ORGANIZATION IS INDEXED
001120         ACCESS MODE IS DYNAMIC
001130         RECORD KEY IS XFR-CHAVE
001140         FILE STATUS IS WS-FS-XFR.
001150     SELECT PENDING-APPROVALS ASSIGN TO "APPRVL"
001160         ORGANIZATION IS INDEXED
001170         ACCESS MODE IS DYNAMIC
001180         RECORD KEY IS APR-CHAVE
001190         FILE STATUS IS WS-FS-APR.
001200     SELECT ACCOUNT-HOLDERS ASSIGN TO "TITULAR"
001210         ORGANIZATION IS INDEXED
001220         ACCESS MODE IS DYNAMIC
001230         RECORD KEY IS TIT-CHAVE
001240         FILE STATUS IS WS-FS-TIT.
001250     SELECT CO-APPROVALS ASSIGN TO "COAPRV"
001260         ORGANIZATION IS INDEXED
001270         ACCESS MODE IS DYNAMIC
001280         RECORD KEY IS CAP-CHAVE
001290         FILE STATUS IS WS-FS-CAP.
001300     SELECT REPORT-FILE ASSIGN TO "MAINTOUT"
001310         ORGANIZATION IS LINE SEQUENTIAL
001320         FILE STATUS IS WS-FS-RPT.
001330 DATA DIVISION.
001340 FILE SECTION.
001350 FD  CARD-FILE
001360     LABEL RECORD IS OMITTED.
001370 01  CARD-RECORD.
001380     05  CARD-FUNCAO             PIC X(02).
001390     05  CARD-CONTA              PIC 9(06).
001400     05  CARD-NOME               PIC X(30).
001410     05  CARD-CPF                PIC 9(11).
001420     05  CARD-SENHA              PIC 9(04).
001430     05  CARD-LIMITE             PIC 9(09)V9(02).
001440     05  CARD-PACOTE             PIC X(01).
001450     05  CARD-MOVIMENTACAO       PIC X(01).
001460     05  FILLER                  PIC X(14).
001470 FD  ACCOUNT-MASTER
001480     LABEL RECORD IS STANDARD.
001490     COPY ACCTMS.
001500 FD  INVESTMENT-POSITION
001510     LABEL RECORD IS STANDARD.
001520     COPY INVPOS.
001530 FD  PENDING-TRANSFERS
001540     LABEL RECORD IS STANDARD.
001550     COPY PNDXFER.
001560 FD  STANDING-ORDERS
001570     LABEL RECORD IS STANDARD.
001580     COPY STORDER.
001590 FD  EXTERNAL-TRANSFERS
001600     LABEL RECORD IS STANDARD.
001610     COPY XTRNXFR.
001620 FD  PENDING-APPROVALS
001630     LABEL RECORD IS STANDARD.
001640     COPY APPRVL.
001650 FD  ACCOUNT-HOLDERS
001660     LABEL RECORD IS STANDARD.
001670     COPY TITULAR.
001680 FD  CO-APPROVALS
001690     LABEL RECORD IS STANDARD.
001700     COPY COAPRV.
001710 FD  REPORT-FILE
001720     LABEL RECORD IS OMITTED.
001730 01  REPORT-LINE                 PIC X(80).
001740 WORKING-STORAGE SECTION.
001750******************************************************************
001760*  FILE STATUS AND CONTROL SWITCHES.
001770******************************************************************
001780 77  WS-FS-CARD              PIC X(02) VALUE SPACES.
001790 77  WS-FS-ACCT              PIC X(02) VALUE SPACES.
001800 77  WS-FS-RPT               PIC X(02) VALUE SPACES.
001810 01  WS-SW-EOF-CARD          PIC X(01) VALUE "N".
001820     88  WS-EOF-CARD                    VALUE "S".
001830 77  WS-FS-INV               PIC X(02) VALUE SPACES.
001840 77  WS-FS-PTX               PIC X(02) VALUE SPACES.
001850 77  WS-ABRIU-INV            PIC X(02) VALUE SPACES.
001860 77  WS-ABRIU-PTX            PIC X(02) VALUE SPACES.
001870 77  WS-FS-SOR               PIC X(02) VALUE SPACES.
001880 77  WS-FS-XFR               PIC X(02) VALUE SPACES.
001890 77  WS-FS-APR               PIC X(02) VALUE SPACES.
001900 77  WS-ABRIU-SOR            PIC X(02) VALUE SPACES.
001910 77  WS-ABRIU-XFR            PIC X(02) VALUE SPACES.
001920 77  WS-ABRIU-APR            PIC X(02) VALUE SPACES.
001930 77  WS-FS-TIT               PIC X(02) VALUE SPACES.
001940 77  WS-FS-CAP               PIC X(02) VALUE SPACES.
001950 77  WS-ABRIU-TIT            PIC X(02) VALUE SPACES.
001960 77  WS-ABRIU-CAP            PIC X(02) VALUE SPACES.
001970 01  WS-SW-FIM-SCAN          PIC X(01) VALUE "N".
001980     88  WS-FIM-SCAN                    VALUE "S".
001990 01  WS-SW-PENDENCIA         PIC X(01) VALUE "N".
002000     88  WS-TEM-PENDENCIA               VALUE "S".
002010 01  WS-SW-CONTA             PIC X(01) VALUE "N".
002020     88  WS-CONTA-ACHADA                VALUE "S".
002030 01  WS-SW-TITULAR           PIC X(01) VALUE "N".
002040     88  WS-TITULAR-ACHADO              VALUE "S".
002050******************************************************************
002060*  COUNTERS AND WORK AREAS.
002070******************************************************************
002080 77  WS-CONT-CARTOES         PIC 9(05) VALUE ZERO COMP.
002090 77  WS-CONT-OK              PIC 9(05) VALUE ZERO COMP.
002100 77  WS-CONT-ERROS           PIC 9(05) VALUE ZERO COMP.
002110 01  WS-RESULTADO            PIC X(34).
002120 77  WS-CONT-TITULARES       PIC 9(03) VALUE ZERO COMP.
002130 01  WS-CPF-CANCELAR         PIC 9(11) VALUE ZERO.
002140******************************************************************
002150*  STANDARD BANK MAXIMUMS FOR A NEW ACCOUNT (KEEP IN STEP WITH
002160*  FILECNV3).
002170******************************************************************
002180 01  WS-MAX-DIARIO-PADRAO    PIC 9(9)V9(2) VALUE 10000.00.
002190 01  WS-MAX-NOTURNO-PADRAO   PIC 9(9)V9(2) VALUE 1000.00.
002200 01  WS-DATA-ATUAL           PIC 9(8).
002210******************************************************************
002220*  REPORT LINES.
002230******************************************************************
002240 01  WS-CABECALHO-1.
002250     05  FILLER                PIC X(20) VALUE "I-BANKLP".
002260     05  FILLER                PIC X(30)
002270         VALUE "MANUTENCAO DE CONTAS".
002280 01  WS-LINHA-DETALHE.
002290     05  WS-LD-FUNCAO          PIC X(02).
002300     05  FILLER                PIC X(02) VALUE SPACES.
002310     05  WS-LD-CONTA           PIC 9(06).
002320     05  FILLER                PIC X(02) VALUE SPACES.
002330     05  WS-LD-RESULTADO       PIC X(34).
002340 01  WS-LINHA-TOTAL.
002350     05  FILLER                PIC X(20) VALUE "CARTOES LIDOS:".
002360     05  WS-LT-VALOR           PIC ZZZZ9.
002370******************************************************************
002380*  PROCEDURE DIVISION.
002390******************************************************************
002400 PROCEDURE DIVISION.
002410******************************************************************
002420*  0000-MAINLINE
002430*      DRIVES THE OPEN / PROCESS / CLOSE SEQUENCE FOR THE RUN.
002440******************************************************************
002450 0000-MAINLINE.
002460     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002470     PERFORM 2000-PROCESS-CARD THRU 2000-EXIT
002480         UNTIL WS-EOF-CARD.
002490     PERFORM 8000-FINALIZE THRU 8000-EXIT.
002500     GO TO 9999-EXIT.
002510
002520******************************************************************
002530*  1000-INITIALIZE
002540*      OPENS ALL FILES. A MISSING ACCOUNT-MASTER IS CREATED SO
002550*      THE VERY FIRST ABERTURA CARD CAN SEED THE FILE.
002560******************************************************************
002570 1000-INITIALIZE.
002580     OPEN INPUT CARD-FILE.
002590     IF WS-FS-CARD NOT = "00" THEN
002600         DISPLAY "ACCTMNT: NAO FOI POSSIVEL ABRIR MAINTIN, "
002610                 "STATUS " WS-FS-CARD
002620         MOVE "S" TO WS-SW-EOF-CARD
002630     END-IF.
002640     OPEN I-O ACCOUNT-MASTER.
002650     IF WS-FS-ACCT = "35" THEN
002660         OPEN OUTPUT ACCOUNT-MASTER
002670         CLOSE ACCOUNT-MASTER
002680         OPEN I-O ACCOUNT-MASTER
002690     END-IF.
002700     IF WS-FS-ACCT NOT = "00" THEN
002710         DISPLAY "ACCTMNT: NAO FOI POSSIVEL ABRIR ACCTMS, "
002720                 "STATUS " WS-FS-ACCT
002730         MOVE "S" TO WS-SW-EOF-CARD
002740     END-IF.
002750     OPEN INPUT INVESTMENT-POSITION.
002760     MOVE WS-FS-INV TO WS-ABRIU-INV.
002770     OPEN INPUT PENDING-TRANSFERS.
002780     MOVE WS-FS-PTX TO WS-ABRIU-PTX.
002790     OPEN INPUT STANDING-ORDERS.
002800     MOVE WS-FS-SOR TO WS-ABRIU-SOR.
002810     OPEN INPUT EXTERNAL-TRANSFERS.
002820     MOVE WS-FS-XFR TO WS-ABRIU-XFR.
002830     OPEN INPUT PENDING-APPROVALS.
002840     MOVE WS-FS-APR TO WS-ABRIU-APR.
002850     OPEN I-O ACCOUNT-HOLDERS.
002860     IF WS-FS-TIT = "35" THEN
002870         OPEN OUTPUT ACCOUNT-HOLDERS
002880         CLOSE ACCOUNT-HOLDERS
002890         OPEN I-O ACCOUNT-HOLDERS
002900     END-IF.
002910     MOVE WS-FS-TIT TO WS-ABRIU-TIT.
002920     OPEN I-O CO-APPROVALS.
002930     MOVE WS-FS-CAP TO WS-ABRIU-CAP.
002940     OPEN OUTPUT REPORT-FILE.
002950     WRITE REPORT-LINE FROM WS-CABECALHO-1.
002960     MOVE SPACES TO REPORT-LINE.
002970     WRITE REPORT-LINE.
002980 1000-EXIT.
002990     EXIT.
003000
003010******************************************************************
003020*  2000-PROCESS-CARD
003030*      READS THE NEXT MAINTENANCE CARD AND DISPATCHES IT TO THE
003040*      FUNCTION PARAGRAPH. EVERY CARD GETS A RESULT LINE.
003050******************************************************************
003060 2000-PROCESS-CARD.
003070     READ CARD-FILE
003080         AT END
003090             MOVE "S" TO WS-SW-EOF-CARD
003100             GO TO 2000-EXIT
003110     END-READ.
003120     ADD 1 TO WS-CONT-CARTOES.
003130     MOVE SPACES TO WS-RESULTADO.
003140     EVALUATE CARD-FUNCAO
003150         WHEN "AB"
003160             PERFORM 3100-ABRIR-CONTA THRU 3100-EXIT
003170         WHEN "LM"
003180             PERFORM 3200-ALTERAR-LIMITE THRU 3200-EXIT
003190         WHEN "SR"
003200             PERFORM 3300-RESET-SENHA THRU 3300-EXIT
003210         WHEN "BL"
003220             PERFORM 3400-BLOQUEAR THRU 3400-EXIT
003230         WHEN "DB"
003240             PERFORM 3500-DESBLOQUEAR THRU 3500-EXIT
003250         WHEN "EN"
003260             PERFORM 3600-ENCERRAR THRU 3600-EXIT
003270         WHEN "AL"
003280             PERFORM 3700-ALTERAR-ALCADA THRU 3700-EXIT
003290         WHEN "PT"
003300             PERFORM 3800-ALTERAR-PACOTE THRU 3800-EXIT
003310         WHEN "LD"
003320             PERFORM 3900-ALTERAR-MAXIMO THRU 3900-EXIT
003330         WHEN "LN"
003340             PERFORM 3900-ALTERAR-MAXIMO THRU 3900-EXIT
003350         WHEN "RA"
003360             PERFORM 3950-REATIVAR THRU 3950-EXIT
003370         WHEN "IT"
003380             PERFORM 4100-INCLUIR-TITULAR THRU 4100-EXIT
003390         WHEN "RT"
003400             PERFORM 4200-REMOVER-TITULAR THRU 4200-EXIT
003410         WHEN "MT"
003420             PERFORM 4300-ALTERAR-MOVIMENTACAO THRU 4300-EXIT
003430         WHEN OTHER
003440             MOVE "FUNCAO INVALIDA" TO WS-RESULTADO
003450             ADD 1 TO WS-CONT-ERROS
003460     END-EVALUATE.
003470     PERFORM 7000-GRAVAR-RESULTADO THRU 7000-EXIT.
003480 2000-EXIT.
003490     EXIT.
003500
003510******************************************************************
003520*  2500-LOCALIZAR-CONTA
003530*      READS THE ACCOUNT NAMED ON THE CARD INTO ACCT-RECORD AND
003540*      SETS WS-CONTA-ACHADA. SHARED BY EVERY FUNCTION BUT "AB".
003550******************************************************************
003560 2500-LOCALIZAR-CONTA.
003570     MOVE "N" TO WS-SW-CONTA.
003580     MOVE CARD-CONTA TO ACCT-NUMERO.
003590     READ ACCOUNT-MASTER
003600         INVALID KEY
003610             CONTINUE
003620         NOT INVALID KEY
003630             MOVE "S" TO WS-SW-CONTA
003640     END-READ.
003650     IF NOT WS-CONTA-ACHADA THEN
003660         MOVE "CONTA NAO CADASTRADA" TO WS-RESULTADO
003670         ADD 1 TO WS-CONT-ERROS
003680     END-IF.
003690 2500-EXIT.
003700     EXIT.
003710
003720******************************************************************
003730*  3100-ABRIR-CONTA
003740*      OPENS A NEW ACCOUNT FROM THE CARD FIELDS. THE ACCOUNT
003750*      STARTS ACTIVE WITH A ZERO BALANCE AND THE STANDARD
003760*      BANK MAXIMUMS FOR CUMULATIVE TRANSFERS, AND WITH NO
003770*      NOTIFICATION CONTACT OR OPT-IN.
003780******************************************************************
003790 3100-ABRIR-CONTA.
003800     IF CARD-CONTA = ZERO THEN
003810         MOVE "NUMERO DE CONTA INVALIDO" TO WS-RESULTADO
003820         ADD 1 TO WS-CONT-ERROS
003830         GO TO 3100-EXIT
003840     END-IF.
003850     MOVE SPACES TO ACCT-RECORD.
003860     MOVE ZERO TO ACCT-LIMITE-APROVACAO.
003870     MOVE CARD-CONTA TO ACCT-NUMERO.
003880     MOVE CARD-NOME TO ACCT-NOME.
003890     MOVE CARD-CPF TO ACCT-CPF.
003900     MOVE CARD-SENHA TO ACCT-SENHA.
003910     MOVE ZERO TO ACCT-SALDO.
003920     MOVE CARD-LIMITE TO ACCT-LIMITE.
003930     MOVE "A" TO ACCT-STATUS.
003940     MOVE ZERO TO ACCT-TENTATIVAS.
003950     MOVE WS-MAX-DIARIO-PADRAO TO ACCT-MAX-DIARIO.
003960     MOVE WS-MAX-NOTURNO-PADRAO TO ACCT-MAX-NOTURNO.
003970     MOVE ZERO TO ACCT-LIM-DIARIO.
003980     MOVE ZERO TO ACCT-LIM-NOTURNO.
003990     MOVE ZERO TO ACCT-LIM-DIARIO-PEND.
004000     MOVE ZERO TO ACCT-VIGOR-DIARIO.
004010     MOVE ZERO TO ACCT-LIM-NOTURNO-PEND.
004020     MOVE ZERO TO ACCT-VIGOR-NOTURNO.
004030     MOVE ZERO TO ACCT-TELEFONE.
004040     MOVE SPACES TO ACCT-EMAIL.
004050     MOVE "N" TO ACCT-OPT-SMS.
004060     MOVE "N" TO ACCT-OPT-EMAIL.
004070     MOVE ZERO TO ACCT-DATA-ULT-ACESSO.
004080     MOVE ZERO TO ACCT-DATA-INATIVACAO.
004090     MOVE ZERO TO ACCT-DATA-REATIVACAO.
004100     WRITE ACCT-RECORD
004110         INVALID KEY
004120             MOVE "CONTA JA CADASTRADA" TO WS-RESULTADO
004130             ADD 1 TO WS-CONT-ERROS
004140             GO TO 3100-EXIT
004150     END-WRITE.
004160     MOVE "CONTA ABERTA" TO WS-RESULTADO.
004170     ADD 1 TO WS-CONT-OK.
004180 3100-EXIT.
004190     EXIT.
004200
004210******************************************************************
004220*  3200-ALTERAR-LIMITE
004230*      CHANGES THE OVERDRAFT LIMIT OF AN EXISTING ACCOUNT.
004240******************************************************************
004250 3200-ALTERAR-LIMITE.
004260     PERFORM 2500-LOCALIZAR-CONTA THRU 2500-EXIT.
004270     IF NOT WS-CONTA-ACHADA THEN
004280         GO TO 3200-EXIT
004290     END-IF.
004300     MOVE CARD-LIMITE TO ACCT-LIMITE.
004310     REWRITE ACCT-RECORD.
004320     MOVE "LIMITE ALTERADO" TO WS-RESULTADO.
004330     ADD 1 TO WS-CONT-OK.
004340 3200-EXIT.
004350     EXIT.
004360
004370******************************************************************
004380*  3300-RESET-SENHA
004390*      RESETS THE PASSWORD OF AN EXISTING ACCOUNT TO THE VALUE
004400*      PUNCHED ON THE CARD. ON A JOINT ACCOUNT THE CARD NAMES
004410*      THE HOLDER BY CPF AND ONLY THAT HOLDER'S PASSWORD AND
004420*      LOCKOUT ARE RESET.
004430******************************************************************
004440 3300-RESET-SENHA.
004450     PERFORM 2500-LOCALIZAR-CONTA THRU 2500-EXIT.
004460     IF NOT WS-CONTA-ACHADA THEN
004470         GO TO 3300-EXIT
004480     END-IF.
004490     PERFORM 4500-CONTAR-TITULARES THRU 4500-EXIT.
004500     IF WS-CONT-TITULARES > ZERO THEN
004510         PERFORM 3350-RESET-SENHA-TITULAR THRU 3350-EXIT
004520         GO TO 3300-EXIT
004530     END-IF.
004540     MOVE CARD-SENHA TO ACCT-SENHA.
004550     MOVE ZERO TO ACCT-TENTATIVAS.
004560     IF ACCT-STATUS = "B" THEN
004570         MOVE "A" TO ACCT-STATUS
004580     END-IF.
004590     REWRITE ACCT-RECORD.
004600     MOVE "SENHA ALTERADA" TO WS-RESULTADO.
004610     ADD 1 TO WS-CONT-OK.
004620 3300-EXIT.
004630     EXIT.
004640
004650******************************************************************
004660*  3350-RESET-SENHA-TITULAR
004670*      SR ON A JOINT ACCOUNT: RESETS THE PASSWORD OF THE HOLDER
004680*      NAMED IN THE CPF FIELD, CLEARS THEIR SIGN-ON FAILURE
004690*      COUNTER AND LIFTS THEIR LOCKOUT.
004700******************************************************************
004710 3350-RESET-SENHA-TITULAR.
004720     PERFORM 4600-LOCALIZAR-TITULAR THRU 4600-EXIT.
004730     IF NOT WS-TITULAR-ACHADO THEN
004740         GO TO 3350-EXIT
004750     END-IF.
004760     MOVE CARD-SENHA TO TIT-SENHA.
004770     MOVE ZERO TO TIT-TENTATIVAS.
004780     MOVE "A" TO TIT-STATUS.
004790     REWRITE TIT-RECORD.
004800     MOVE "SENHA DO TITULAR ALTERADA" TO WS-RESULTADO.
004810     ADD 1 TO WS-CONT-OK.
004820 3350-EXIT.
004830     EXIT.
004840
004850******************************************************************
004860*  3400-BLOQUEAR
004870*      BLOCKS AN ACTIVE ACCOUNT. SIGN-ON IS REFUSED UNTIL A
004880*      DESBLOQUEIO CARD REACTIVATES IT.
004890******************************************************************
004900 3400-BLOQUEAR.
004910     PERFORM 2500-LOCALIZAR-CONTA THRU 2500-EXIT.
004920     IF NOT WS-CONTA-ACHADA THEN
004930         GO TO 3400-EXIT
004940     END-IF.
004950     IF ACCT-STATUS = "E" THEN
004960         MOVE "CONTA JA ENCERRADA" TO WS-RESULTADO
004970         ADD 1 TO WS-CONT-ERROS
004980         GO TO 3400-EXIT
004990     END-IF.
005000     MOVE "B" TO ACCT-STATUS.
005010     REWRITE ACCT-RECORD.
005020     MOVE "CONTA BLOQUEADA" TO WS-RESULTADO.
005030     ADD 1 TO WS-CONT-OK.
005040 3400-EXIT.
005050     EXIT.
005060
005070******************************************************************
005080*  3500-DESBLOQUEAR
005090*      REACTIVATES A BLOCKED ACCOUNT. A DORMANT "I" ACCOUNT IS
005100*      REFUSED: IT COMES BACK THROUGH "RA", WHICH ALSO STAMPS
005110*      THE REACTIVATION DATE DORMBAT LOOKS AT. A DORMANT ACCOUNT
005120*      THAT WAS BLOCKED AFTERWARDS (INACTIVATION DATE LATER THAN
005130*      ITS LAST REACTIVATION) GOES BACK TO "I" FOR THE SAME
005140*      REASON.
005150******************************************************************
005160 3500-DESBLOQUEAR.
005170     PERFORM 2500-LOCALIZAR-CONTA THRU 2500-EXIT.
005180     IF NOT WS-CONTA-ACHADA THEN
005190         GO TO 3500-EXIT
005200     END-IF.
005210     IF ACCT-STATUS = "E" THEN
005220         MOVE "CONTA JA ENCERRADA" TO WS-RESULTADO
005230         ADD 1 TO WS-CONT-ERROS
005240         GO TO 3500-EXIT
005250     END-IF.
005260     IF ACCT-STATUS = "I" THEN
005270         MOVE "CONTA INATIVA - USAR RA" TO WS-RESULTADO
005280         ADD 1 TO WS-CONT-ERROS
005290         GO TO 3500-EXIT
005300     END-IF.
005310     MOVE ZERO TO ACCT-TENTATIVAS.
005320     IF ACCT-DATA-INATIVACAO IS NUMERIC
005330             AND ACCT-DATA-INATIVACAO > ZERO THEN
005340         IF ACCT-DATA-REATIVACAO IS NOT NUMERIC
005350             OR ACCT-DATA-INATIVACAO > ACCT-DATA-REATIVACAO THEN
005360             MOVE "I" TO ACCT-STATUS
005370             REWRITE ACCT-RECORD
005380             MOVE "CONTA VOLTA A INATIVA - USAR RA"
005390                 TO WS-RESULTADO
005400             ADD 1 TO WS-CONT-OK
005410             GO TO 3500-EXIT
005420         END-IF
005430     END-IF.
005440     MOVE "A" TO ACCT-STATUS.
005450     REWRITE ACCT-RECORD.
005460     MOVE "CONTA DESBLOQUEADA" TO WS-RESULTADO.
005470     ADD 1 TO WS-CONT-OK.
005480 3500-EXIT.
005490     EXIT.
005500
005510******************************************************************
005520*  3600-ENCERRAR
005530*      CLOSES AN ACCOUNT. THE BALANCE MUST BE ZERO AND THERE
005540*      MUST BE NO OPEN INVESTMENT POSITION, UNSETTLED PENDING
005550*      TRANSFER, STANDING ORDER, IN-FLIGHT EXTERNAL TRANSFER OR
005560*      HELD APPROVAL ITEM, SO NO MONEY IS LEFT STRANDED ON (OR
005570*      LATER MOVED BY A BATCH ONTO) A CLOSED ACCOUNT. PENDING
005580*      CO-APPROVAL ITEMS OF A JOINT ACCOUNT ARE CANCELLED, AS NO
005590*      HOLDER CAN SIGN ON TO DECIDE THEM ANY MORE.
005600******************************************************************
005610 3600-ENCERRAR.
005620     PERFORM 2500-LOCALIZAR-CONTA THRU 2500-EXIT.
005630     IF NOT WS-CONTA-ACHADA THEN
005640         GO TO 3600-EXIT
005650     END-IF.
005660     IF ACCT-SALDO NOT = ZERO THEN
005670         MOVE "SALDO NAO ZERADO, NAO ENCERRADA" TO WS-RESULTADO
005680         ADD 1 TO WS-CONT-ERROS
005690         GO TO 3600-EXIT
005700     END-IF.
005710     PERFORM 3650-VERIFICAR-PENDENCIAS THRU 3650-EXIT.
005720     IF WS-TEM-PENDENCIA THEN
005730         ADD 1 TO WS-CONT-ERROS
005740         GO TO 3600-EXIT
005750     END-IF.
005760     MOVE ZERO TO WS-CPF-CANCELAR.
005770     PERFORM 4700-CANCELAR-COAPROVACOES THRU 4700-EXIT.
005780     MOVE "E" TO ACCT-STATUS.
005790     REWRITE ACCT-RECORD.
005800     MOVE "CONTA ENCERRADA" TO WS-RESULTADO.
005810     ADD 1 TO WS-CONT-OK.
005820 3600-EXIT.
005830     EXIT.
005840
005850******************************************************************
005860*  3650-VERIFICAR-PENDENCIAS
005870*      BLOCKS AN ENCERRAMENTO WHILE THE ACCOUNT STILL HAS AN
005880*      OPEN ("A") INVESTMENT POSITION, AN UNSETTLED ("P"/"D")
005890*      PENDING TRANSFER, AN ACTIVE OR SUSPENDED ("A"/"S")
005900*      STANDING ORDER, AN IN-FLIGHT ("P"/"S") EXTERNAL TRANSFER
005910*      OR A HELD ("P") APPROVAL ITEM (SEE 3675). A MISSING FILE
005920*      (STATUS 35) COUNTS AS EMPTY; ANY OTHER OPEN FAILURE
005930*      BLOCKS THE ENCERRAMENTO.
005940******************************************************************
005950 3650-VERIFICAR-PENDENCIAS.
005960     MOVE "N" TO WS-SW-PENDENCIA.
005970     IF WS-ABRIU-INV = "00" THEN
005980         MOVE "N" TO WS-SW-FIM-SCAN
005990         MOVE CARD-CONTA TO INV-CONTA
006000         MOVE ZEROS TO INV-DATA-INICIO
006010         MOVE ZEROS TO INV-HORA-INICIO
006020         START INVESTMENT-POSITION KEY IS >= INV-CHAVE
006030             INVALID KEY
006040                 MOVE "S" TO WS-SW-FIM-SCAN
006050         END-START
006060         PERFORM 3660-LER-INVPOS THRU 3660-EXIT
006070             UNTIL WS-FIM-SCAN
006080     ELSE
006090         IF WS-ABRIU-INV NOT = "35" THEN
006100             MOVE "INVPOS INDISPONIVEL, NAO ENCERRADA"
006110                 TO WS-RESULTADO
006120             MOVE "S" TO WS-SW-PENDENCIA
006130         END-IF
006140     END-IF.
006150     IF WS-TEM-PENDENCIA THEN
006160         GO TO 3650-EXIT
006170     END-IF.
006180     IF WS-ABRIU-PTX = "00" THEN
006190         MOVE "N" TO WS-SW-FIM-SCAN
006200         MOVE CARD-CONTA TO PTX-CONTA
006210         MOVE ZEROS TO PTX-DATA-AGENDA
006220         MOVE ZEROS TO PTX-HORA-CRIACAO
006230         START PENDING-TRANSFERS KEY IS >= PTX-CHAVE
006240             INVALID KEY
006250                 MOVE "S" TO WS-SW-FIM-SCAN
006260         END-START
006270         PERFORM 3670-LER-PNDXFER THRU 3670-EXIT
006280             UNTIL WS-FIM-SCAN
006290     ELSE
006300         IF WS-ABRIU-PTX NOT = "35" THEN
006310             MOVE "PNDXFER INDISPONIVEL, NAO ENCERRADA"
006320                 TO WS-RESULTADO
006330             MOVE "S" TO WS-SW-PENDENCIA
006340         END-IF
006350     END-IF.
006360     IF WS-TEM-PENDENCIA THEN
006370         GO TO 3650-EXIT
006380     END-IF.
006390     PERFORM 3675-VERIFICAR-NOVOS THRU 3675-EXIT.
006400 3650-EXIT.
006410     EXIT.
006420
006430******************************************************************
006440*  3660-LER-INVPOS
006450*      READS THE NEXT POSITION OF THE ACCOUNT BEING CLOSED AND
006460*      FLAGS AN OPEN ONE AS A BLOCKING PENDENCY.
006470******************************************************************
006480  3660-LER-INVPOS.
006490     READ INVESTMENT-POSITION NEXT RECORD
006500         AT END
006510             MOVE "S" TO WS-SW-FIM-SCAN
006520             GO TO 3660-EXIT
006530     END-READ.
006540     IF INV-CONTA NOT = CARD-CONTA THEN
006550         MOVE "S" TO WS-SW-FIM-SCAN
006560         GO TO 3660-EXIT
006570     END-IF.
006580     IF INV-STATUS = "A" THEN
006590         MOVE "POSSUI INVESTIMENTO ATIVO" TO WS-RESULTADO
006600         MOVE "S" TO WS-SW-PENDENCIA
006610         MOVE "S" TO WS-SW-FIM-SCAN
006620     END-IF.
006630  3660-EXIT.
006640     EXIT.
006650
006660******************************************************************
006670*  3670-LER-PNDXFER
006680*      READS THE NEXT PENDING TRANSFER OF THE ACCOUNT BEING
006690*      CLOSED AND FLAGS AN UNSETTLED ONE AS A BLOCKING
006700*      PENDENCY.
006710******************************************************************
006720  3670-LER-PNDXFER.
006730     READ PENDING-TRANSFERS NEXT RECORD
006740         AT END
006750             MOVE "S" TO WS-SW-FIM-SCAN
006760             GO TO 3670-EXIT
006770     END-READ.
006780     IF PTX-CONTA NOT = CARD-CONTA THEN
006790         MOVE "S" TO WS-SW-FIM-SCAN
006800         GO TO 3670-EXIT
006810     END-IF.
006820     IF PTX-STATUS = "P" OR PTX-STATUS = "D" THEN
006830         MOVE "POSSUI TRANSFERENCIA PENDENTE" TO WS-RESULTADO
006840         MOVE "S" TO WS-SW-PENDENCIA
006850         MOVE "S" TO WS-SW-FIM-SCAN
006860     END-IF.
006870  3670-EXIT.
006880     EXIT.
006890
006900******************************************************************
006910*  3675-VERIFICAR-NOVOS
006920*      EXTENDS THE PENDENCY CHECK OF 3650 TO THE NEWER FILES:
006930*      AN ACTIVE OR SUSPENDED STANDING ORDER, AN EXTERNAL
006940*      TRANSFER STILL IN FLIGHT OR A HELD APPROVAL ITEM ALSO
006950*      BLOCKS THE ENCERRAMENTO, SO NO LATER BATCH MOVES MONEY
006960*      ON THE CLOSED ACCOUNT.
006970******************************************************************
006980 3675-VERIFICAR-NOVOS.
006990     IF WS-ABRIU-SOR = "00" THEN
007000         MOVE "N" TO WS-SW-FIM-SCAN
007010         MOVE CARD-CONTA TO SOR-CONTA
007020         MOVE ZEROS TO SOR-DATA-CRIACAO
007030         MOVE ZEROS TO SOR-HORA-CRIACAO
007040         START STANDING-ORDERS KEY IS >= SOR-CHAVE
007050             INVALID KEY
007060                 MOVE "S" TO WS-SW-FIM-SCAN
007070         END-START
007080         PERFORM 3680-LER-STORDER THRU 3680-EXIT
007090             UNTIL WS-FIM-SCAN
007100     ELSE
007110         IF WS-ABRIU-SOR NOT = "35" THEN
007120             MOVE "STORDER INDISPONIVEL, NAO ENCERRADA"
007130                 TO WS-RESULTADO
007140             MOVE "S" TO WS-SW-PENDENCIA
007150         END-IF
007160     END-IF.
007170     IF WS-TEM-PENDENCIA THEN
007180         GO TO 3675-EXIT
007190     END-IF.
007200     IF WS-ABRIU-XFR = "00" THEN
007210         MOVE "N" TO WS-SW-FIM-SCAN
007220         MOVE CARD-CONTA TO XFR-CONTA
007230         MOVE ZEROS TO XFR-DATA
007240         MOVE ZEROS TO XFR-HORA
007250         START EXTERNAL-TRANSFERS KEY IS >= XFR-CHAVE
007260             INVALID KEY
007270                 MOVE "S" TO WS-SW-FIM-SCAN
007280         END-START
007290         PERFORM 3685-LER-XTRNXFR THRU 3685-EXIT
007300             UNTIL WS-FIM-SCAN
007310     ELSE
007320         IF WS-ABRIU-XFR NOT = "35" THEN
007330             MOVE "XTRNXFR INDISPONIVEL, NAO ENCERRADA"
007340                 TO WS-RESULTADO
007350             MOVE "S" TO WS-SW-PENDENCIA
007360         END-IF
007370     END-IF.
007380     IF WS-TEM-PENDENCIA THEN
007390         GO TO 3675-EXIT
007400     END-IF.
007410     IF WS-ABRIU-APR = "00" THEN
007420         MOVE "N" TO WS-SW-FIM-SCAN
007430         MOVE CARD-CONTA TO APR-CONTA
007440         MOVE ZEROS TO APR-DATA
007450         MOVE ZEROS TO APR-HORA
007460         START PENDING-APPROVALS KEY IS >= APR-CHAVE
007470             INVALID KEY
007480                 MOVE "S" TO WS-SW-FIM-SCAN
007490         END-START
007500         PERFORM 3690-LER-APPRVL THRU 3690-EXIT
007510             UNTIL WS-FIM-SCAN
007520     ELSE
007530         IF WS-ABRIU-APR NOT = "35" THEN
007540             MOVE "APPRVL INDISPONIVEL, NAO ENCERRADA"
007550                 TO WS-RESULTADO
007560             MOVE "S" TO WS-SW-PENDENCIA
007570         END-IF
007580     END-IF.
007590 3675-EXIT.
007600     EXIT.
007610
007620******************************************************************
007630*  3680-LER-STORDER
007640*      READS THE NEXT STANDING ORDER OF THE ACCOUNT BEING
007650*      CLOSED AND FLAGS AN ACTIVE OR SUSPENDED ONE AS A
007660*      BLOCKING PENDENCY.
007670******************************************************************
007680  3680-LER-STORDER.
007690     READ STANDING-ORDERS NEXT RECORD
007700         AT END
007710             MOVE "S" TO WS-SW-FIM-SCAN
007720             GO TO 3680-EXIT
007730     END-READ.
007740     IF SOR-CONTA NOT = CARD-CONTA THEN
007750         MOVE "S" TO WS-SW-FIM-SCAN
007760         GO TO 3680-EXIT
007770     END-IF.
007780     IF SOR-STATUS = "A" OR SOR-STATUS = "S" THEN
007790         MOVE "POSSUI ORDEM PERMANENTE ATIVA" TO WS-RESULTADO
007800         MOVE "S" TO WS-SW-PENDENCIA
007810         MOVE "S" TO WS-SW-FIM-SCAN
007820     END-IF.
007830  3680-EXIT.
007840     EXIT.
007850
007860******************************************************************
007870*  3685-LER-XTRNXFR
007880*      READS THE NEXT EXTERNAL TRANSFER OF THE ACCOUNT BEING
007890*      CLOSED AND FLAGS ONE STILL IN FLIGHT ("P" PENDENTE OR
007900*      "S" ENVIADA) AS A BLOCKING PENDENCY.
007910******************************************************************
007920  3685-LER-XTRNXFR.
007930     READ EXTERNAL-TRANSFERS NEXT RECORD
007940         AT END
007950             MOVE "S" TO WS-SW-FIM-SCAN
007960             GO TO 3685-EXIT
007970     END-READ.
007980     IF XFR-CONTA NOT = CARD-CONTA THEN
007990         MOVE "S" TO WS-SW-FIM-SCAN
008000         GO TO 3685-EXIT
008010     END-IF.
008020     IF XFR-STATUS = "P" OR XFR-STATUS = "S" THEN
008030         MOVE "POSSUI TED EM ANDAMENTO" TO WS-RESULTADO
008040         MOVE "S" TO WS-SW-PENDENCIA
008050         MOVE "S" TO WS-SW-FIM-SCAN
008060     END-IF.
008070  3685-EXIT.
008080     EXIT.
008090
008100******************************************************************
008110*  3690-LER-APPRVL
008120*      READS THE NEXT APPROVAL ITEM OF THE ACCOUNT BEING CLOSED
008130*      AND FLAGS A HELD ("P") ONE AS A BLOCKING PENDENCY.
008140******************************************************************
008150  3690-LER-APPRVL.
008160     READ PENDING-APPROVALS NEXT RECORD
008170         AT END
008180             MOVE "S" TO WS-SW-FIM-SCAN
008190             GO TO 3690-EXIT
008200     END-READ.
008210     IF APR-CONTA NOT = CARD-CONTA THEN
008220         MOVE "S" TO WS-SW-FIM-SCAN
008230         GO TO 3690-EXIT
008240     END-IF.
008250     IF APR-STATUS = "P" THEN
008260         MOVE "POSSUI OPERACAO RETIDA" TO WS-RESULTADO
008270         MOVE "S" TO WS-SW-PENDENCIA
008280         MOVE "S" TO WS-SW-FIM-SCAN
008290     END-IF.
008300  3690-EXIT.
008310     EXIT.
008320
008330******************************************************************
008340*  3700-ALTERAR-ALCADA
008350*      SETS THE DUAL-CONTROL THRESHOLD OF AN EXISTING ACCOUNT
008360*      FROM THE LIMITE CARD FIELD. AN ONLINE TRANSFER OR
008370*      PAYMENT ABOVE IT - OR A SCHEDULED OR STANDING-ORDER
008380*      TRANSFER AT SETTLEMENT TIME - IS HELD FOR BACK-OFFICE
008390*      RELEASE (APPRVBAT); ZERO REMOVES THE DUAL CONTROL.
008400******************************************************************
008410 3700-ALTERAR-ALCADA.
008420     PERFORM 2500-LOCALIZAR-CONTA THRU 2500-EXIT.
008430     IF NOT WS-CONTA-ACHADA THEN
008440         GO TO 3700-EXIT
008450     END-IF.
008460     MOVE CARD-LIMITE TO ACCT-LIMITE-APROVACAO.
008470     REWRITE ACCT-RECORD.
008480     MOVE "ALCADA ALTERADA" TO WS-RESULTADO.
008490     ADD 1 TO WS-CONT-OK.
008500 3700-EXIT.
008510     EXIT.
008520
008530******************************************************************
008540*  3800-ALTERAR-PACOTE
008550*      SETS THE TARIFF PLAN OF AN EXISTING ACCOUNT FROM THE
008560*      PACOTE CARD FIELD: "P" = PACKAGE (MONTHLY FEE CHARGED BY
008570*      TARIFBAT, TARIFF-TABLE FRANQUIA FREE), "I" = EXEMPT FROM
008580*      EVERY FEE, "N" = AVULSO (STORED AS SPACE, EVERY
008590*      CHARGEABLE OPERATION PAYS ITS FEE).
008600******************************************************************
008610 3800-ALTERAR-PACOTE.
008620     IF CARD-PACOTE NOT = "P" AND CARD-PACOTE NOT = "I"
008630             AND CARD-PACOTE NOT = "N" THEN
008640         MOVE "PACOTE INVALIDO (P/I/N)" TO WS-RESULTADO
008650         ADD 1 TO WS-CONT-ERROS
008660         GO TO 3800-EXIT
008670     END-IF.
008680     PERFORM 2500-LOCALIZAR-CONTA THRU 2500-EXIT.
008690     IF NOT WS-CONTA-ACHADA THEN
008700         GO TO 3800-EXIT
008710     END-IF.
008720     IF CARD-PACOTE = "N" THEN
008730         MOVE SPACE TO ACCT-PACOTE
008740     ELSE
008750         MOVE CARD-PACOTE TO ACCT-PACOTE
008760     END-IF.
008770     REWRITE ACCT-RECORD.
008780     MOVE "PACOTE DE TARIFAS ALTERADO" TO WS-RESULTADO.
008790     ADD 1 TO WS-CONT-OK.
008800 3800-EXIT.
008810     EXIT.
008820
008830******************************************************************
008840*  3900-ALTERAR-MAXIMO
008850*      SETS THE BANK MAXIMUM FOR THE CUMULATIVE TRANSFERS OF AN
008860*      EXISTING ACCOUNT FROM THE LIMITE CARD FIELD: "LD" FOR THE
008870*      CALENDAR DAY, "LN" FOR THE 20H-06H NIGHTTIME WINDOW. ZERO
008880*      REMOVES THE CUMULATIVE LIMIT. THE CUSTOMER'S OWN LIMIT
008890*      (TRABLP "8 - LIMITES") IS KEPT; WHILE IT IS ABOVE THE NEW
008900*      MAXIMUM THE MAXIMUM IS WHAT APPLIES.
008910******************************************************************
008920 3900-ALTERAR-MAXIMO.
008930     IF CARD-LIMITE IS NOT NUMERIC THEN
008940         MOVE "VALOR DO LIMITE INVALIDO" TO WS-RESULTADO
008950         ADD 1 TO WS-CONT-ERROS
008960         GO TO 3900-EXIT
008970     END-IF.
008980     PERFORM 2500-LOCALIZAR-CONTA THRU 2500-EXIT.
008990     IF NOT WS-CONTA-ACHADA THEN
009000         GO TO 3900-EXIT
009010     END-IF.
009020     IF CARD-FUNCAO = "LD" THEN
009030         MOVE CARD-LIMITE TO ACCT-MAX-DIARIO
009040         MOVE "MAXIMO DIARIO ALTERADO" TO WS-RESULTADO
009050     ELSE
009060         MOVE CARD-LIMITE TO ACCT-MAX-NOTURNO
009070         MOVE "MAXIMO NOTURNO ALTERADO" TO WS-RESULTADO
009080     END-IF.
009090     REWRITE ACCT-RECORD.
009100     ADD 1 TO WS-CONT-OK.
009110 3900-EXIT.
009120     EXIT.
009130
009140******************************************************************
009150*  3950-REATIVAR
009160*      BRINGS BACK AN ACCOUNT THE MONTHLY DORMBAT RUN MOVED TO
009170*      "I" (INATIVA), AFTER THE CUSTOMER HAS COME FORWARD AT A
009180*      BRANCH: STATUS "A" AGAIN AND TODAY AS THE REACTIVATION
009190*      DATE, SO THE NEXT DORMBAT RUN COUNTS THE INACTIVITY
009200*      PERIOD FROM TODAY. ONLY AN "I" ACCOUNT IS ACCEPTED; A
009210*      BLOCKED ACCOUNT STILL NEEDS "DB". STANDING ORDERS
009220*      SUSPENDED BY DORMBAT STAY SUSPENDED UNTIL THE CUSTOMER
009230*      RESUMES THEM ONLINE.
009240******************************************************************
009250 3950-REATIVAR.
009260     PERFORM 2500-LOCALIZAR-CONTA THRU 2500-EXIT.
009270     IF NOT WS-CONTA-ACHADA THEN
009280         GO TO 3950-EXIT
009290     END-IF.
009300     IF ACCT-STATUS NOT = "I" THEN
009310         MOVE "CONTA NAO ESTA INATIVA" TO WS-RESULTADO
009320         ADD 1 TO WS-CONT-ERROS
009330         GO TO 3950-EXIT
009340     END-IF.
009350     ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.
009360     MOVE "A" TO ACCT-STATUS.
009370     MOVE WS-DATA-ATUAL TO ACCT-DATA-REATIVACAO.
009380     REWRITE ACCT-RECORD.
009390     MOVE "CONTA REATIVADA" TO WS-RESULTADO.
009400     ADD 1 TO WS-CONT-OK.
009410 3950-EXIT.
009420     EXIT.
009430
009440******************************************************************
009450*  4100-INCLUIR-TITULAR
009460*      ADDS THE HOLDER ON THE CARD (CPF, NOME, SENHA AND THE
009470*      MOVIMENTACAO FLAG: "I" ISOLADAMENTE, THE DEFAULT, OR "C"
009480*      EM CONJUNTO) TO AN ACCOUNT. THE FIRST CO-HOLDER TURNS A
009490*      SINGLE-HOLDER ACCOUNT INTO A JOINT ONE: THE PRIMARY
009500*      HOLDER (ACCT-CPF) IS PUT ON THE FILE FIRST, WITH THE
009510*      ACCOUNT'S CURRENT PASSWORD AND THE SAME FLAG, SO BOTH
009520*      SIGN ON BY CPF FROM NOW ON.
009530******************************************************************
009540 4100-INCLUIR-TITULAR.
009550     IF WS-ABRIU-TIT NOT = "00" THEN
009560         MOVE "TITULAR INDISPONIVEL" TO WS-RESULTADO
009570         ADD 1 TO WS-CONT-ERROS
009580         GO TO 4100-EXIT
009590     END-IF.
009600     IF CARD-MOVIMENTACAO = SPACE THEN
009610         MOVE "I" TO CARD-MOVIMENTACAO
009620     END-IF.
009630     IF CARD-MOVIMENTACAO NOT = "I"
009640             AND CARD-MOVIMENTACAO NOT = "C" THEN
009650         MOVE "MOVIMENTACAO INVALIDA (I/C)" TO WS-RESULTADO
009660         ADD 1 TO WS-CONT-ERROS
009670         GO TO 4100-EXIT
009680     END-IF.
009690     IF CARD-CPF IS NOT NUMERIC OR CARD-CPF = ZERO
009700             OR CARD-SENHA IS NOT NUMERIC OR CARD-SENHA = ZERO
009710             OR CARD-NOME = SPACES THEN
009720         MOVE "CPF, NOME OU SENHA INVALIDOS" TO WS-RESULTADO
009730         ADD 1 TO WS-CONT-ERROS
009740         GO TO 4100-EXIT
009750     END-IF.
009760     PERFORM 2500-LOCALIZAR-CONTA THRU 2500-EXIT.
009770     IF NOT WS-CONTA-ACHADA THEN
009780         GO TO 4100-EXIT
009790     END-IF.
009800     IF ACCT-STATUS = "E" THEN
009810         MOVE "CONTA JA ENCERRADA" TO WS-RESULTADO
009820         ADD 1 TO WS-CONT-ERROS
009830         GO TO 4100-EXIT
009840     END-IF.
009850     IF CARD-CPF = ACCT-CPF THEN
009860         MOVE "CPF E O TITULAR PRINCIPAL" TO WS-RESULTADO
009870         ADD 1 TO WS-CONT-ERROS
009880         GO TO 4100-EXIT
009890     END-IF.
009900     ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.
009910     PERFORM 4500-CONTAR-TITULARES THRU 4500-EXIT.
009920     IF WS-CONT-TITULARES = ZERO THEN
009930         MOVE SPACES TO TIT-RECORD
009940         MOVE ACCT-NUMERO TO TIT-CONTA
009950         MOVE ACCT-CPF TO TIT-CPF
009960         MOVE ACCT-NOME TO TIT-NOME
009970         MOVE ACCT-SENHA TO TIT-SENHA
009980         MOVE ZERO TO TIT-TENTATIVAS
009990         MOVE "A" TO TIT-STATUS
010000         MOVE CARD-MOVIMENTACAO TO TIT-MOVIMENTACAO
010010         MOVE WS-DATA-ATUAL TO TIT-DATA-INCLUSAO
010020         MOVE ACCT-DATA-ULT-ACESSO TO TIT-DATA-ULT-ACESSO
010030         WRITE TIT-RECORD
010040             INVALID KEY
010050                 MOVE "ERRO AO INCLUIR TITULAR PRINCIPAL"
010060                     TO WS-RESULTADO
010070                 ADD 1 TO WS-CONT-ERROS
010080                 GO TO 4100-EXIT
010090         END-WRITE
010100     END-IF.
010110     MOVE SPACES TO TIT-RECORD.
010120     MOVE CARD-CONTA TO TIT-CONTA.
010130     MOVE CARD-CPF TO TIT-CPF.
010140     MOVE CARD-NOME TO TIT-NOME.
010150     MOVE CARD-SENHA TO TIT-SENHA.
010160     MOVE ZERO TO TIT-TENTATIVAS.
010170     MOVE "A" TO TIT-STATUS.
010180     MOVE CARD-MOVIMENTACAO TO TIT-MOVIMENTACAO.
010190     MOVE WS-DATA-ATUAL TO TIT-DATA-INCLUSAO.
010200     MOVE ZERO TO TIT-DATA-ULT-ACESSO.
010210     WRITE TIT-RECORD
010220         INVALID KEY
010230             MOVE "TITULAR JA CADASTRADO" TO WS-RESULTADO
010240             ADD 1 TO WS-CONT-ERROS
010250             GO TO 4100-EXIT
010260     END-WRITE.
010270     MOVE "TITULAR INCLUIDO" TO WS-RESULTADO.
010280     ADD 1 TO WS-CONT-OK.
010290 4100-EXIT.
010300     EXIT.
010310
010320******************************************************************
010330*  4200-REMOVER-TITULAR
010340*      REMOVES THE CO-HOLDER IN THE CPF FIELD FROM A JOINT
010350*      ACCOUNT AND CANCELS THEIR PENDING CO-APPROVAL ITEMS. THE
010360*      PRIMARY HOLDER (ACCT-CPF) CANNOT BE REMOVED. WHEN ONLY
010370*      THE PRIMARY IS LEFT, ITS RECORD GOES TOO: ITS PASSWORD
010380*      AND LOCKOUT GO BACK TO ACCOUNT-MASTER, EVERY ITEM STILL
010390*      PENDING IS CANCELLED (NO ONE IS LEFT TO APPROVE IT) AND
010400*      THE ACCOUNT IS SINGLE-HOLDER AGAIN.
010410******************************************************************
010420 4200-REMOVER-TITULAR.
010430     IF WS-ABRIU-TIT NOT = "00" THEN
010440         MOVE "TITULAR INDISPONIVEL" TO WS-RESULTADO
010450         ADD 1 TO WS-CONT-ERROS
010460         GO TO 4200-EXIT
010470     END-IF.
010480     PERFORM 2500-LOCALIZAR-CONTA THRU 2500-EXIT.
010490     IF NOT WS-CONTA-ACHADA THEN
010500         GO TO 4200-EXIT
010510     END-IF.
010520     IF CARD-CPF = ACCT-CPF THEN
010530         MOVE "TITULAR PRINCIPAL NAO REMOVIVEL" TO WS-RESULTADO
010540         ADD 1 TO WS-CONT-ERROS
010550         GO TO 4200-EXIT
010560     END-IF.
010570     PERFORM 4600-LOCALIZAR-TITULAR THRU 4600-EXIT.
010580     IF NOT WS-TITULAR-ACHADO THEN
010590         GO TO 4200-EXIT
010600     END-IF.
010610     DELETE ACCOUNT-HOLDERS RECORD.
010620     MOVE CARD-CPF TO WS-CPF-CANCELAR.
010630     PERFORM 4700-CANCELAR-COAPROVACOES THRU 4700-EXIT.
010640     MOVE "TITULAR REMOVIDO" TO WS-RESULTADO.
010650     ADD 1 TO WS-CONT-OK.
010660     PERFORM 4500-CONTAR-TITULARES THRU 4500-EXIT.
010670     IF WS-CONT-TITULARES NOT = 1 THEN
010680         GO TO 4200-EXIT
010690     END-IF.
010700     MOVE CARD-CONTA TO TIT-CONTA.
010710     MOVE ACCT-CPF TO TIT-CPF.
010720     READ ACCOUNT-HOLDERS
010730         INVALID KEY
010740             GO TO 4200-EXIT
010750     END-READ.
010760     MOVE TIT-SENHA TO ACCT-SENHA.
010770     MOVE TIT-TENTATIVAS TO ACCT-TENTATIVAS.
010780     IF TIT-STATUS = "B" AND ACCT-STATUS = "A" THEN
010790         MOVE "B" TO ACCT-STATUS
010800     END-IF.
010810     REWRITE ACCT-RECORD.
010820     DELETE ACCOUNT-HOLDERS RECORD.
010830     MOVE ZERO TO WS-CPF-CANCELAR.
010840     PERFORM 4700-CANCELAR-COAPROVACOES THRU 4700-EXIT.
010850     MOVE "TITULAR REMOVIDO - CONTA INDIVIDUAL" TO WS-RESULTADO.
010860 4200-EXIT.
010870     EXIT.
010880
010890******************************************************************
010900*  4300-ALTERAR-MOVIMENTACAO
010910*      CHANGES THE MOVIMENTACAO FLAG OF THE HOLDER IN THE CPF
010920*      FIELD: "I" MOVES MONEY ALONE, "C" NEEDS ANOTHER HOLDER'S
010930*      APPROVAL. ITEMS ALREADY PENDING STAY PENDING.
010940******************************************************************
010950 4300-ALTERAR-MOVIMENTACAO.
010960     IF CARD-MOVIMENTACAO NOT = "I"
010970             AND CARD-MOVIMENTACAO NOT = "C" THEN
010980         MOVE "MOVIMENTACAO INVALIDA (I/C)" TO WS-RESULTADO
010990         ADD 1 TO WS-CONT-ERROS
011000         GO TO 4300-EXIT
011010     END-IF.
011020     IF WS-ABRIU-TIT NOT = "00" THEN
011030         MOVE "TITULAR INDISPONIVEL" TO WS-RESULTADO
011040         ADD 1 TO WS-CONT-ERROS
011050         GO TO 4300-EXIT
011060     END-IF.
011070     PERFORM 4600-LOCALIZAR-TITULAR THRU 4600-EXIT.
011080     IF NOT WS-TITULAR-ACHADO THEN
011090         GO TO 4300-EXIT
011100     END-IF.
011110     MOVE CARD-MOVIMENTACAO TO TIT-MOVIMENTACAO.
011120     REWRITE TIT-RECORD.
011130     MOVE "MOVIMENTACAO ALTERADA" TO WS-RESULTADO.
011140     ADD 1 TO WS-CONT-OK.
011150 4300-EXIT.
011160     EXIT.
011170
011180******************************************************************
011190*  4500-CONTAR-TITULARES
011200*      COUNTS THE HOLDER RECORDS OF THE ACCOUNT ON THE CARD;
011210*      ZERO MEANS A SINGLE-HOLDER ACCOUNT. A HOLDER FILE THAT
011220*      DID NOT OPEN COUNTS AS EMPTY.
011230******************************************************************
011240 4500-CONTAR-TITULARES.
011250     MOVE ZERO TO WS-CONT-TITULARES.
011260     IF WS-ABRIU-TIT NOT = "00" THEN
011270         GO TO 4500-EXIT
011280     END-IF.
011290     MOVE "N" TO WS-SW-FIM-SCAN.
011300     MOVE CARD-CONTA TO TIT-CONTA.
011310     MOVE ZEROS TO TIT-CPF.
011320     START ACCOUNT-HOLDERS KEY IS >= TIT-CHAVE
011330         INVALID KEY
011340             MOVE "S" TO WS-SW-FIM-SCAN
011350     END-START.
011360     PERFORM 4510-LER-TITULAR THRU 4510-EXIT
011370         UNTIL WS-FIM-SCAN.
011380 4500-EXIT.
011390     EXIT.
011400
011410******************************************************************
011420*  4510-LER-TITULAR
011430*      READS THE NEXT HOLDER RECORD AND COUNTS IT WHILE IT
011440*      BELONGS TO THE ACCOUNT ON THE CARD.
011450******************************************************************
011460 4510-LER-TITULAR.
011470     READ ACCOUNT-HOLDERS NEXT RECORD
011480         AT END
011490             MOVE "S" TO WS-SW-FIM-SCAN
011500             GO TO 4510-EXIT
011510     END-READ.
011520     IF TIT-CONTA NOT = CARD-CONTA THEN
011530         MOVE "S" TO WS-SW-FIM-SCAN
011540         GO TO 4510-EXIT
011550     END-IF.
011560     ADD 1 TO WS-CONT-TITULARES.
011570 4510-EXIT.
011580     EXIT.
011590
011600******************************************************************
011610*  4600-LOCALIZAR-TITULAR
011620*      READS THE HOLDER (CARD ACCOUNT, CARD CPF) INTO TIT-RECORD
011630*      AND SETS WS-TITULAR-ACHADO.
011640******************************************************************
011650 4600-LOCALIZAR-TITULAR.
011660     MOVE "N" TO WS-SW-TITULAR.
011670     IF CARD-CPF IS NOT NUMERIC OR CARD-CPF = ZERO THEN
011680         MOVE "INFORMAR O CPF DO TITULAR" TO WS-RESULTADO
011690         ADD 1 TO WS-CONT-ERROS
011700         GO TO 4600-EXIT
011710     END-IF.
011720     MOVE CARD-CONTA TO TIT-CONTA.
011730     MOVE CARD-CPF TO TIT-CPF.
011740     READ ACCOUNT-HOLDERS
011750         INVALID KEY
011760             CONTINUE
011770         NOT INVALID KEY
011780             MOVE "S" TO WS-SW-TITULAR
011790     END-READ.
011800     IF NOT WS-TITULAR-ACHADO THEN
011810         MOVE "TITULAR NAO CADASTRADO" TO WS-RESULTADO
011820         ADD 1 TO WS-CONT-ERROS
011830     END-IF.
011840 4600-EXIT.
011850     EXIT.
011860
011870******************************************************************
011880*  4700-CANCELAR-COAPROVACOES
011890*      CANCELS ("C") THE PENDING CO-APPROVAL ITEMS OF THE
011900*      ACCOUNT ON THE CARD KEYED BY WS-CPF-CANCELAR, OR EVERY
011910*      PENDING ITEM WHEN WS-CPF-CANCELAR IS ZERO. A MISSING FILE
011920*      MEANS THERE IS NOTHING TO CANCEL.
011930******************************************************************
011940 4700-CANCELAR-COAPROVACOES.
011950     IF WS-ABRIU-CAP NOT = "00" THEN
011960         GO TO 4700-EXIT
011970     END-IF.
011980     ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.
011990     MOVE "N" TO WS-SW-FIM-SCAN.
012000     MOVE CARD-CONTA TO CAP-CONTA.
012010     MOVE ZEROS TO CAP-DATA.
012020     MOVE ZEROS TO CAP-HORA.
012030     START CO-APPROVALS KEY IS >= CAP-CHAVE
012040         INVALID KEY
012050             MOVE "S" TO WS-SW-FIM-SCAN
012060     END-START.
012070     PERFORM 4710-LER-COAPRV THRU 4710-EXIT
012080         UNTIL WS-FIM-SCAN.
012090 4700-EXIT.
012100     EXIT.
012110
012120******************************************************************
012130*  4710-LER-COAPRV
012140*      READS THE NEXT CO-APPROVAL ITEM OF THE ACCOUNT AND
012150*      CANCELS IT WHEN IT IS PENDING AND IN SCOPE (SEE 4700).
012160******************************************************************
012170 4710-LER-COAPRV.
012180     READ CO-APPROVALS NEXT RECORD
012190         AT END
012200             MOVE "S" TO WS-SW-FIM-SCAN
012210             GO TO 4710-EXIT
012220     END-READ.
012230     IF CAP-CONTA NOT = CARD-CONTA THEN
012240         MOVE "S" TO WS-SW-FIM-SCAN
012250         GO TO 4710-EXIT
012260     END-IF.
012270     IF CAP-STATUS NOT = "P" THEN
012280         GO TO 4710-EXIT
012290     END-IF.
012300     IF WS-CPF-CANCELAR NOT = ZERO
012310             AND CAP-CPF-EMITENTE NOT = WS-CPF-CANCELAR THEN
012320         GO TO 4710-EXIT
012330     END-IF.
012340     MOVE "C" TO CAP-STATUS.
012350     MOVE ZERO TO CAP-CPF-DECISAO.
012360     MOVE WS-DATA-ATUAL TO CAP-DATA-DECISAO.
012370     REWRITE CAP-RECORD.
012380 4710-EXIT.
012390     EXIT.
012400
012410
012420******************************************************************
012430*  7000-GRAVAR-RESULTADO
012440*      WRITES THE RESULT LINE FOR THE CARD JUST PROCESSED.
012450******************************************************************
012460 7000-GRAVAR-RESULTADO.
012470     MOVE CARD-FUNCAO TO WS-LD-FUNCAO.
012480     MOVE CARD-CONTA TO WS-LD-CONTA.
012490     MOVE WS-RESULTADO TO WS-LD-RESULTADO.
012500     WRITE REPORT-LINE FROM WS-LINHA-DETALHE.
012510 7000-EXIT.
012520     EXIT.
012530
012540******************************************************************
012550*  8000-FINALIZE
012560*      CLOSES ALL FILES AND PRINTS THE RUN TOTALS.
012570******************************************************************
012580 8000-FINALIZE.
012590     MOVE SPACES TO REPORT-LINE.
012600     WRITE REPORT-LINE.
012610     MOVE WS-CONT-CARTOES TO WS-LT-VALOR.
012620     WRITE REPORT-LINE FROM WS-LINHA-TOTAL.
012630     CLOSE CARD-FILE.
012640     CLOSE ACCOUNT-MASTER.
012650     CLOSE INVESTMENT-POSITION.
012660     CLOSE PENDING-TRANSFERS.
012670     CLOSE STANDING-ORDERS.
012680     CLOSE EXTERNAL-TRANSFERS.
012690     CLOSE PENDING-APPROVALS.
012700     CLOSE ACCOUNT-HOLDERS.
012710     CLOSE CO-APPROVALS.
012720     CLOSE REPORT-FILE.
012730     DISPLAY "ACCTMNT: CARTOES LIDOS........: " WS-CONT-CARTOES.
012740     DISPLAY "ACCTMNT: FUNCOES APLICADAS....: " WS-CONT-OK.
012750     DISPLAY "ACCTMNT: FUNCOES COM ERRO.....: " WS-CONT-ERROS.
012760 8000-EXIT.
012770     EXIT.
012780
012790******************************************************************
012800*  9999-EXIT
012810*      SINGLE PROGRAM EXIT POINT.
012820******************************************************************
012830 9999-EXIT.
012840     STOP RUN.
012850
