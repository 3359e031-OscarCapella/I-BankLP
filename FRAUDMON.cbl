000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. FRAUDMON.
000030 AUTHOR. OPERACOES-BATCH.
000040 INSTALLATION. I-BANKLP.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED. 15/10/2026.
000070******************************************************************
000080*  PURPOSE.
000090*      NIGHTLY FRAUD / ANTI-MONEY-LAUNDERING MONITORING. FOR THE
000100*      BUSINESS DATE (SYSIN CARD COLS 01-08, AAAAMMDD; NO CARD
000110*      MEANS TODAY) EVERY ACCOUNT THAT IS NOT ENCERRADA IS
000120*      CHECKED AGAINST THE RULES ON THE FRDPARM CARDS (SEE THE
000130*      FRDPARM COPYBOOK) OVER ITS TRANSACTION-LOG RECORDS, ITS
000140*      EXTERNAL-TRANSFERS (TED) AND ITS PENDING-TRANSFERS
000150*      (SCHEDULED PIX):
000160*          LG - BURST OF LOGIN FAILURES, PASSWORD CHANGE AND AN
000170*               IMMEDIATE TED (ACCOUNT TAKEOVER)
000180*          ES - SEVERAL OPERATIONS JUST UNDER THE ALCADA ON ONE
000190*               DAY (STRUCTURING)
000200*          DM - DORMANT ACCOUNT SUDDENLY MOVING ITS BALANCE
000210*          BN - MANY DIFFERENT BENEFICIARIES IN A SHORT TIME
000220*      EACH HIT OPENS A CASE ("A") ON THE FRDCASE FILE, KEYED BY
000230*      ACCOUNT, DATE AND RULE, AND IS LISTED ON FRDOUT. A RERUN
000240*      FOR THE SAME DATE KEEPS THE CASES ALREADY OPENED (AND ANY
000250*      ANALYST DECISION ON THEM). THE ANALYSTS WORK THE CASES
000260*      THROUGH THE CASOBAT CARD JOB. RUN AFTER PIXBATCH AND
000270*      TEDEXTR HAVE POSTED THE DAY, BEFORE GLPOST.
000280*
000290*      THE DM LOOK-BACK READS THE ONLINE LOG ONLY: ITS JANELA
000300*      MUST NOT REACH PAST THE LOGARCH RETENTION. THE PRIOR
000310*      BALANCE COMES FROM THE LATEST SNAPSHT RECORD BEFORE THE
000320*      BUSINESS DATE, AND AN ACCOUNT WITH NO SNAPSHOT AS OLD AS
000330*      THE JANELA IS TOO NEW TO BE CALLED DORMANT.
000340*
000350*  MODIFICATION HISTORY.
000360*      15/10/2026  OPS   INITIAL VERSION.
000370******************************************************************
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT CARD-FILE ASSIGN TO "SYSIN"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-FS-CARD.
000440     SELECT FRAUD-PARAMETERS ASSIGN TO "FRDPARM"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-FS-PRM.
000470     SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMS"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS ACCT-NUMERO
000510         FILE STATUS IS WS-FS-ACCT.
000520     SELECT TRANSACTION-LOG ASSIGN TO "TRANLOG"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS LOG-CHAVE
000560         FILE STATUS IS WS-FS-LOG.
000570     SELECT EXTERNAL-TRANSFERS ASSIGN TO "XTRNXFR"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS DYNAMIC
000600         RECORD KEY IS XFR-CHAVE
000610         FILE STATUS IS WS-FS-XFR.
000620     SELECT PENDING-TRANSFERS ASSIGN TO "PNDXFER"
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS DYNAMIC
000650         RECORD KEY IS PTX-CHAVE
000660         FILE STATUS IS WS-FS-PTX.
000670     SELECT BALANCE-SNAPSHOT ASSIGN TO "SNAPSHT"
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS DYNAMIC
000700         RECORD KEY IS SNP-CHAVE
000710         FILE STATUS IS WS-FS-SNP.
000720     SELECT FRAUD-CASES ASSIGN TO "FRDCASE"
000730         ORGANIZATION IS INDEXED
000740         ACCESS MODE IS DYNAMIC
000750         RECORD KEY IS CAS-CHAVE
000760         FILE STATUS IS WS-FS-CAS.
000770     SELECT REPORT-FILE ASSIGN TO "FRDOUT"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WS-FS-RPT.
000800     SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
000810         ORGANIZATION IS INDEXED
000820         ACCESS MODE IS DYNAMIC
000830         RECORD KEY IS RUN-CHAVE
000840         FILE STATUS IS WS-FS-RUN.
000850 DATA DIVISION.
000860 FILE SECTION.
000870 FD  CARD-FILE
000880     LABEL RECORD IS OMITTED.
000890 01  PARM-RECORD.
000900     05  PARM-DATA               PIC X(08).
000910     05  FILLER                  PIC X(72).
000920 FD  FRAUD-PARAMETERS
000930     LABEL RECORD IS OMITTED.
000940     COPY FRDPARM.
000950 FD  ACCOUNT-MASTER
000960     LABEL RECORD IS STANDARD.
000970     COPY ACCTMS.
000980 FD  TRANSACTION-LOG
000990     LABEL RECORD IS STANDARD.
001000     COPY TRANLOG.
001010 FD  EXTERNAL-TRANSFERS
001020     LABEL RECORD IS STANDARD.
001030     COPY XTRNXFR.
001040 FD  PENDING-TRANSFERS
001050     LABEL RECORD IS STANDARD.
001060     COPY PNDXFER.
001070 FD  BALANCE-SNAPSHOT
001080     LABEL RECORD IS STANDARD.
001090     COPY SNAPSHT.
001100 FD  FRAUD-CASES
001110     LABEL RECORD IS STANDARD.
001120     COPY FRDCASE.
001130 FD  REPORT-FILE
001140     LABEL RECORD IS OMITTED.
001150 01  REPORT-LINE                 PIC X(100).
001160 FD  RUN-CONTROL
001170     LABEL RECORD IS STANDARD.
001180     COPY RUNCTL.
001190 WORKING-STORAGE SECTION.
001200******************************************************************
001210*  FILE STATUS AND CONTROL SWITCHES.
001220******************************************************************
001230 77  WS-FS-CARD              PIC X(02) VALUE SPACES.
001240 77  WS-FS-PRM               PIC X(02) VALUE SPACES.
001250 77  WS-FS-ACCT              PIC X(02) VALUE SPACES.
001260 77  WS-FS-LOG               PIC X(02) VALUE SPACES.
001270 77  WS-FS-XFR               PIC X(02) VALUE SPACES.
001280 77  WS-FS-PTX               PIC X(02) VALUE SPACES.
001290 77  WS-FS-SNP               PIC X(02) VALUE SPACES.
001300 77  WS-ABRIU-SNP            PIC X(02) VALUE SPACES.
001310 77  WS-FS-CAS               PIC X(02) VALUE SPACES.
001320 77  WS-FS-RPT               PIC X(02) VALUE SPACES.
001330 77  WS-FS-RUN               PIC X(02) VALUE SPACES.
001340 01  WS-SW-EOF-ACCT          PIC X(01) VALUE "N".
001350     88  WS-EOF-ACCT                    VALUE "S".
001360 01  WS-SW-FIM-PRM           PIC X(01) VALUE "N".
001370     88  WS-FIM-PRM                     VALUE "S".
001380 01  WS-SW-FIM-SCAN          PIC X(01) VALUE "N".
001390     88  WS-FIM-SCAN                    VALUE "S".
001400 01  WS-SW-FALHA             PIC X(01) VALUE "N".
001410     88  WS-FALHA                       VALUE "S".
001420 01  WS-SW-RUN-ABERTO        PIC X(01) VALUE "N".
001430     88  WS-RUN-ABERTO                  VALUE "S".
001440 01  WS-SW-RPT-ABERTO        PIC X(01) VALUE "N".
001450     88  WS-RPT-ABERTO                  VALUE "S".
001460 01  WS-SW-SENHA-TROCADA     PIC X(01) VALUE "N".
001470     88  WS-SENHA-TROCADA               VALUE "S".
001480 01  WS-SW-LG-DISPAROU       PIC X(01) VALUE "N".
001490     88  WS-LG-DISPAROU                 VALUE "S".
001500 01  WS-SW-ATIVIDADE         PIC X(01) VALUE "N".
001510     88  WS-HOUVE-ATIVIDADE             VALUE "S".
001520 01  WS-SW-BENEF-ACHADO      PIC X(01) VALUE "N".
001530     88  WS-BENEF-ACHADO                VALUE "S".
001540 01  WS-SW-REGRA-ATIVA       PIC X(01) VALUE "N".
001550     88  WS-REGRA-ATIVA                 VALUE "S".
001560******************************************************************
001570*  MONITORING RULES, LOADED FROM THE FRDPARM CARDS. A RULE IS
001580*  ONLY APPLIED WHEN ITS SWITCH IS "S".
001590******************************************************************
001600 01  WS-REGRA-LG.
001610     05  WS-LG-ATIVA         PIC X(01) VALUE "N".
001620         88  WS-LG-LIGADA               VALUE "S".
001630     05  WS-LG-QTD           PIC 9(03) VALUE ZERO.
001640     05  WS-LG-JANELA        PIC 9(04) VALUE ZERO.
001650 01  WS-REGRA-ES.
001660     05  WS-ES-ATIVA         PIC X(01) VALUE "N".
001670         88  WS-ES-LIGADA               VALUE "S".
001680     05  WS-ES-QTD           PIC 9(03) VALUE ZERO.
001690     05  WS-ES-PERCENTUAL    PIC 9(03) VALUE ZERO.
001700     05  WS-ES-VALOR         PIC 9(9)V9(2) VALUE ZERO.
001710 01  WS-REGRA-DM.
001720     05  WS-DM-ATIVA         PIC X(01) VALUE "N".
001730         88  WS-DM-LIGADA               VALUE "S".
001740     05  WS-DM-PERCENTUAL    PIC 9(03) VALUE ZERO.
001750     05  WS-DM-JANELA        PIC 9(04) VALUE ZERO.
001760     05  WS-DM-VALOR         PIC 9(9)V9(2) VALUE ZERO.
001770 01  WS-REGRA-BN.
001780     05  WS-BN-ATIVA         PIC X(01) VALUE "N".
001790         88  WS-BN-LIGADA               VALUE "S".
001800     05  WS-BN-QTD           PIC 9(03) VALUE ZERO.
001810     05  WS-BN-JANELA        PIC 9(04) VALUE ZERO.
001820******************************************************************
001830*  COUNTERS AND WORK AREAS.
001840******************************************************************
001850 77  WS-CONT-CONTAS          PIC 9(07) VALUE ZERO COMP.
001860 77  WS-CONT-CASOS           PIC 9(07) VALUE ZERO COMP.
001870 77  WS-CONT-EXISTENTES      PIC 9(07) VALUE ZERO COMP.
001880 77  WS-CONT-CARTOES         PIC 9(05) VALUE ZERO COMP.
001890 77  WS-CONT-ERROS-PRM       PIC 9(05) VALUE ZERO COMP.
001900 77  WS-CONT-ERROS           PIC 9(07) VALUE ZERO COMP.
001910 77  WS-QTD-FALHAS           PIC 9(05) VALUE ZERO COMP.
001920 77  WS-LG-FALHAS            PIC 9(05) VALUE ZERO COMP.
001930 77  WS-ES-CONT              PIC 9(05) VALUE ZERO COMP.
001940 77  WS-QTD-BENEF            PIC 9(05) VALUE ZERO COMP.
001950 77  WS-BN-IDX               PIC 9(05) VALUE ZERO COMP.
001960 77  WS-QTD-DIAS             PIC 9(05) VALUE ZERO COMP.
001970 77  WS-MAX-BENEF            PIC 9(05) VALUE 50 COMP.
001980 01  WS-DATA-ATUAL           PIC 9(8).
001990 01  WS-HORA-ATUAL           PIC 9(8).
002000 01  WS-DATA-MOVTO           PIC 9(8).
002010 01  WS-INICIO-DM            PIC 9(8) VALUE ZERO.
002020 01  WS-INICIO-BN            PIC 9(8) VALUE ZERO.
002030 01  WS-INICIO-SCAN          PIC 9(8) VALUE ZERO.
002040*    ACCOUNT UNDER EXAMINATION, SAVED BEFORE THE RANDOM READS
002050*    THAT RESOLVE BENEFICIARY CPFS REUSE THE RECORD AREA.
002060 01  WS-CONTA-ATUAL          PIC 9(6).
002070 01  WS-CPF-ATUAL            PIC 9(11).
002080 01  WS-ALCADA-ATUAL         PIC 9(9)V9(2).
002090 01  WS-MIN-LOG              PIC 9(5) VALUE ZERO.
002100 01  WS-MIN-FALHA            PIC 9(5) VALUE ZERO.
002110 01  WS-MIN-SENHA            PIC 9(5) VALUE ZERO.
002120 01  WS-LG-VALOR             PIC S9(9)V9(2) VALUE ZERO.
002130 01  WS-ES-TETO              PIC 9(9)V9(2) VALUE ZERO.
002140 01  WS-ES-PISO              PIC 9(9)V9(2) VALUE ZERO.
002150 01  WS-ES-TOTAL             PIC S9(9)V9(2) VALUE ZERO.
002160 01  WS-DM-DEBITOS           PIC S9(9)V9(2) VALUE ZERO.
002170 01  WS-DM-SALDO             PIC S9(9)V9(2) VALUE ZERO.
002180 01  WS-BENEF-CONTA          PIC 9(6).
002190 01  WS-HORA-LOG             PIC 9(8).
002200 01  WS-HORA-LOG-R REDEFINES WS-HORA-LOG.
002210     05  WS-HL-HH            PIC 9(2).
002220     05  WS-HL-MM            PIC 9(2).
002230     05  FILLER              PIC 9(4).
002240 01  WS-DATA-CALC            PIC 9(8).
002250 01  WS-DATA-CALC-R REDEFINES WS-DATA-CALC.
002260     05  WS-DC-ANO           PIC 9(4).
002270     05  WS-DC-MES           PIC 9(2).
002280     05  WS-DC-DIA           PIC 9(2).
002290 01  WS-QUOCIENTE            PIC 9(4).
002300 01  WS-RESTO-4              PIC 9(4).
002310 01  WS-RESTO-100            PIC 9(4).
002320 01  WS-RESTO-400            PIC 9(4).
002330 01  WS-DIAS-MESES           PIC X(24)
002340     VALUE "312831303130313130313031".
002350 01  WS-DIAS-MESES-R REDEFINES WS-DIAS-MESES.
002360     05  WS-DIAS-MES         PIC 9(2) OCCURS 12.
002370*    BENEFICIARY KEY: "C" + CPF, "A" + ACCOUNT NUMBER WHEN THE
002380*    ACCOUNT CANNOT BE READ, "T" + BANK/AGENCY/ACCOUNT FOR A TED.
002390 01  WS-CHAVE-BENEF          PIC X(18).
002400 01  WS-CHAVE-BENEF-R REDEFINES WS-CHAVE-BENEF.
002410     05  WS-CB-TIPO          PIC X(01).
002420     05  WS-CB-CPF           PIC 9(11).
002430     05  FILLER              PIC X(06).
002440 01  WS-CHAVE-TED            PIC X(18).
002450 01  WS-CHAVE-TED-R REDEFINES WS-CHAVE-TED.
002460     05  WS-CT-TIPO          PIC X(01).
002470     05  WS-CT-BANCO         PIC 9(03).
002480     05  WS-CT-AGENCIA       PIC 9(04).
002490     05  WS-CT-CONTA         PIC 9(10).
002500 01  WS-TAB-BENEF.
002510     05  WS-BENEF OCCURS 50 TIMES
002520                             PIC X(18).
002530*    CASE BEING OPENED BY 5000-ABRIR-CASO.
002540 01  WS-CASO-REGRA           PIC X(02).
002550 01  WS-CASO-QTD             PIC 9(05).
002560 01  WS-CASO-VALOR           PIC S9(9)V9(2).
002570 01  WS-CASO-DESCRICAO       PIC X(40).
002580******************************************************************
002590*  REPORT LINES.
002600******************************************************************
002610 01  WS-CABECALHO-1.
002620     05  FILLER                PIC X(20) VALUE "I-BANKLP".
002630     05  FILLER                PIC X(44)
002640         VALUE "MONITORAMENTO DE FRAUDE - DATA DO MOVIMENTO".
002650     05  WS-CB1-DATA           PIC 9(08).
002660 01  WS-LINHA-REGRA.
002670     05  FILLER                PIC X(06) VALUE "REGRA ".
002680     05  WS-LR-REGRA           PIC X(02).
002690     05  FILLER                PIC X(02) VALUE SPACES.
002700     05  WS-LR-SITUACAO        PIC X(10).
002710 01  WS-LINHA-CARTAO.
002720     05  FILLER                PIC X(26)
002730         VALUE "CARTAO FRDPARM INVALIDO: ".
002740     05  WS-LC-CARTAO          PIC X(50).
002750 01  WS-LINHA-CASO.
002760     05  FILLER                PIC X(06) VALUE "CONTA ".
002770     05  WS-LCS-CONTA          PIC 9(06).
002780     05  FILLER                PIC X(02) VALUE SPACES.
002790     05  WS-LCS-REGRA          PIC X(02).
002800     05  FILLER                PIC X(02) VALUE SPACES.
002810     05  WS-LCS-QTD            PIC ZZZZ9.
002820     05  FILLER                PIC X(02) VALUE SPACES.
002830     05  WS-LCS-VALOR          PIC -(9)9.99.
002840     05  FILLER                PIC X(02) VALUE SPACES.
002850     05  WS-LCS-DESCRICAO      PIC X(40).
002860     05  FILLER                PIC X(01) VALUE SPACES.
002870     05  WS-LCS-SITUACAO       PIC X(13).
002880 01  WS-LINHA-TOTAL.
002890     05  WS-LT-TEXTO           PIC X(30).
002900     05  WS-LT-QTD             PIC ZZZZZZ9.
002910******************************************************************
002920*  PROCEDURE DIVISION.
002930******************************************************************
002940 PROCEDURE DIVISION.
002950******************************************************************
002960*  0000-MAINLINE
002970*      DRIVES THE OPEN / PROCESS / CLOSE SEQUENCE FOR THE RUN.
002980******************************************************************
002990 0000-MAINLINE.
003000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003010     PERFORM 2000-PROCESS-CONTA THRU 2000-EXIT
003020         UNTIL WS-EOF-ACCT.
003030     PERFORM 8000-FINALIZE THRU 8000-EXIT.
003040     GO TO 9999-EXIT.
003050
003060******************************************************************
003070*  1000-INITIALIZE
003080*      READS THE DATE CARD AND THE FRDPARM RULE CARDS, OPENS ALL
003090*      FILES (CREATING FRDCASE ON ITS FIRST RUN), WORKS OUT THE
003100*      LOOK-BACK DATES AND POSITIONS ON THE FIRST ACCOUNT.
003110******************************************************************
003120 1000-INITIALIZE.
003130     ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.
003140     MOVE WS-DATA-ATUAL TO WS-DATA-MOVTO.
003150     OPEN INPUT CARD-FILE.
003160     IF WS-FS-CARD = "00" THEN
003170         READ CARD-FILE
003180             AT END
003190                 MOVE SPACES TO PARM-DATA
003200         END-READ
003210         CLOSE CARD-FILE
003220         IF PARM-DATA NOT = SPACES THEN
003230             IF PARM-DATA NOT NUMERIC THEN
003240                 DISPLAY "FRAUDMON: CARTAO DE DATA INVALIDO"
003250                 MOVE "S" TO WS-SW-EOF-ACCT
003260                 MOVE "S" TO WS-SW-FALHA
003270                 GO TO 1000-EXIT
003280             END-IF
003290             MOVE PARM-DATA TO WS-DATA-MOVTO
003300         END-IF
003310     END-IF.
003320     OPEN OUTPUT REPORT-FILE.
003330     MOVE "S" TO WS-SW-RPT-ABERTO.
003340     MOVE WS-DATA-MOVTO TO WS-CB1-DATA.
003350     WRITE REPORT-LINE FROM WS-CABECALHO-1.
003360     MOVE SPACES TO REPORT-LINE.
003370     WRITE REPORT-LINE.
003380     OPEN INPUT FRAUD-PARAMETERS.
003390     IF WS-FS-PRM NOT = "00" THEN
003400         DISPLAY "FRAUDMON: NAO FOI POSSIVEL ABRIR FRDPARM, "
003410                 "STATUS " WS-FS-PRM
003420         MOVE "S" TO WS-SW-EOF-ACCT
003430         MOVE "S" TO WS-SW-FALHA
003440         GO TO 1000-EXIT
003450     END-IF.
003460     PERFORM 1100-CARREGAR-REGRAS THRU 1100-EXIT.
003470     CLOSE FRAUD-PARAMETERS.
003480     OPEN INPUT BALANCE-SNAPSHOT.
003490     MOVE WS-FS-SNP TO WS-ABRIU-SNP.
003500     IF WS-FS-SNP NOT = "00" THEN
003510         DISPLAY "FRAUDMON: SNAPSHT INDISPONIVEL, STATUS "
003520                 WS-FS-SNP " - REGRA DM DESLIGADA"
003530         MOVE "N" TO WS-DM-ATIVA
003540     END-IF.
003550     PERFORM 1300-LISTAR-REGRAS THRU 1300-EXIT.
003560     OPEN INPUT ACCOUNT-MASTER.
003570     IF WS-FS-ACCT NOT = "00" THEN
003580         DISPLAY "FRAUDMON: NAO FOI POSSIVEL ABRIR ACCTMS, "
003590                 "STATUS " WS-FS-ACCT
003600         MOVE "S" TO WS-SW-EOF-ACCT
003610         MOVE "S" TO WS-SW-FALHA
003620         GO TO 1000-EXIT
003630     END-IF.
003640     OPEN INPUT TRANSACTION-LOG.
003650     IF WS-FS-LOG NOT = "00" THEN
003660         DISPLAY "FRAUDMON: NAO FOI POSSIVEL ABRIR TRANLOG, "
003670                 "STATUS " WS-FS-LOG
003680         MOVE "S" TO WS-SW-EOF-ACCT
003690         MOVE "S" TO WS-SW-FALHA
003700         GO TO 1000-EXIT
003710     END-IF.
003720     OPEN INPUT EXTERNAL-TRANSFERS.
003730     IF WS-FS-XFR NOT = "00" THEN
003740         DISPLAY "FRAUDMON: NAO FOI POSSIVEL ABRIR XTRNXFR, "
003750                 "STATUS " WS-FS-XFR
003760         MOVE "S" TO WS-SW-EOF-ACCT
003770         MOVE "S" TO WS-SW-FALHA
003780         GO TO 1000-EXIT
003790     END-IF.
003800     OPEN INPUT PENDING-TRANSFERS.
003810     IF WS-FS-PTX NOT = "00" THEN
003820         DISPLAY "FRAUDMON: NAO FOI POSSIVEL ABRIR PNDXFER, "
003830                 "STATUS " WS-FS-PTX
003840         MOVE "S" TO WS-SW-EOF-ACCT
003850         MOVE "S" TO WS-SW-FALHA
003860         GO TO 1000-EXIT
003870     END-IF.
003880     OPEN I-O FRAUD-CASES.
003890     IF WS-FS-CAS = "35" THEN
003900         OPEN OUTPUT FRAUD-CASES
003910         CLOSE FRAUD-CASES
003920         OPEN I-O FRAUD-CASES
003930     END-IF.
003940     IF WS-FS-CAS NOT = "00" THEN
003950         DISPLAY "FRAUDMON: NAO FOI POSSIVEL ABRIR FRDCASE, "
003960                 "STATUS " WS-FS-CAS
003970         MOVE "S" TO WS-SW-EOF-ACCT
003980         MOVE "S" TO WS-SW-FALHA
003990         GO TO 1000-EXIT
004000     END-IF.
004010     PERFORM 1400-CALCULAR-JANELAS THRU 1400-EXIT.
004020     MOVE ZEROS TO ACCT-NUMERO.
004030     START ACCOUNT-MASTER KEY IS NOT < ACCT-NUMERO
004040         INVALID KEY
004050             MOVE "S" TO WS-SW-EOF-ACCT
004060     END-START.
004070     PERFORM 1200-INICIAR-RUNCTL THRU 1200-EXIT.
004080 1000-EXIT.
004090     EXIT.
004100
004110******************************************************************
004120*  1100-CARREGAR-REGRAS
004130*      LOADS THE FRDPARM CARDS INTO THE WS-REGRA-XX AREAS.
004140******************************************************************
004150 1100-CARREGAR-REGRAS.
004160     MOVE "N" TO WS-SW-FIM-PRM.
004170     PERFORM 1110-LER-CARTAO THRU 1110-EXIT
004180         UNTIL WS-FIM-PRM.
004190 1100-EXIT.
004200     EXIT.
004210
004220******************************************************************
004230*  1110-LER-CARTAO
004240*      READS AND CHECKS THE NEXT FRDPARM CARD FOR 1100. BLANK
004250*      CARDS AND "*" COMMENT CARDS ARE SKIPPED. AN UNKNOWN RULE,
004260*      A NON-NUMERIC FIELD, A PARAMETER THE RULE CANNOT WORK
004270*      WITH OR A SECOND CARD FOR THE SAME RULE IS LISTED ON
004280*      FRDOUT AND LEAVES THAT RULE AS IT WAS.
004290******************************************************************
004300 1110-LER-CARTAO.
004310     READ FRAUD-PARAMETERS
004320         AT END
004330             MOVE "S" TO WS-SW-FIM-PRM
004340             GO TO 1110-EXIT
004350     END-READ.
004360     IF FRP-RECORD = SPACES OR FRP-REGRA(1:1) = "*" THEN
004370         GO TO 1110-EXIT
004380     END-IF.
004390     ADD 1 TO WS-CONT-CARTOES.
004400     IF FRP-ATIVA NOT = "S" AND FRP-ATIVA NOT = "N" THEN
004410         PERFORM 1190-CARTAO-INVALIDO THRU 1190-EXIT
004420         GO TO 1110-EXIT
004430     END-IF.
004440     IF FRP-QTD NOT NUMERIC OR FRP-PERCENTUAL NOT NUMERIC
004450             OR FRP-JANELA NOT NUMERIC OR FRP-VALOR NOT NUMERIC
004460             THEN
004470         PERFORM 1190-CARTAO-INVALIDO THRU 1190-EXIT
004480         GO TO 1110-EXIT
004490     END-IF.
004500     EVALUATE FRP-REGRA
004510         WHEN "LG"
004520             IF WS-LG-QTD NOT = ZERO OR FRP-QTD = ZERO
004530                     OR FRP-JANELA = ZERO THEN
004540                 PERFORM 1190-CARTAO-INVALIDO THRU 1190-EXIT
004550                 GO TO 1110-EXIT
004560             END-IF
004570             MOVE FRP-ATIVA TO WS-LG-ATIVA
004580             MOVE FRP-QTD TO WS-LG-QTD
004590             MOVE FRP-JANELA TO WS-LG-JANELA
004600         WHEN "ES"
004610             IF WS-ES-QTD NOT = ZERO OR FRP-QTD = ZERO
004620                     OR FRP-PERCENTUAL = ZERO
004630                     OR FRP-PERCENTUAL > 100 THEN
004640                 PERFORM 1190-CARTAO-INVALIDO THRU 1190-EXIT
004650                 GO TO 1110-EXIT
004660             END-IF
004670             MOVE FRP-ATIVA TO WS-ES-ATIVA
004680             MOVE FRP-QTD TO WS-ES-QTD
004690             MOVE FRP-PERCENTUAL TO WS-ES-PERCENTUAL
004700             MOVE FRP-VALOR TO WS-ES-VALOR
004710         WHEN "DM"
004720             IF WS-DM-JANELA NOT = ZERO OR FRP-JANELA = ZERO
004730                     OR FRP-PERCENTUAL = ZERO
004740                     OR FRP-PERCENTUAL > 100 THEN
004750                 PERFORM 1190-CARTAO-INVALIDO THRU 1190-EXIT
004760                 GO TO 1110-EXIT
004770             END-IF
004780             MOVE FRP-ATIVA TO WS-DM-ATIVA
004790             MOVE FRP-PERCENTUAL TO WS-DM-PERCENTUAL
004800             MOVE FRP-JANELA TO WS-DM-JANELA
004810             MOVE FRP-VALOR TO WS-DM-VALOR
004820         WHEN "BN"
004830             IF WS-BN-QTD NOT = ZERO OR FRP-QTD = ZERO
004840                     OR FRP-QTD > WS-MAX-BENEF
004850                     OR FRP-JANELA = ZERO THEN
004860                 PERFORM 1190-CARTAO-INVALIDO THRU 1190-EXIT
004870                 GO TO 1110-EXIT
004880             END-IF
004890             MOVE FRP-ATIVA TO WS-BN-ATIVA
004900             MOVE FRP-QTD TO WS-BN-QTD
004910             MOVE FRP-JANELA TO WS-BN-JANELA
004920         WHEN OTHER
004930             PERFORM 1190-CARTAO-INVALIDO THRU 1190-EXIT
004940     END-EVALUATE.
004950 1110-EXIT.
004960     EXIT.
004970
004980******************************************************************
004990*  1190-CARTAO-INVALIDO
005000*      LISTS THE FRDPARM CARD IN FRP-RECORD AS INVALID.
005010******************************************************************
005020 1190-CARTAO-INVALIDO.
005030     ADD 1 TO WS-CONT-ERROS-PRM.
005040     MOVE FRP-RECORD TO WS-LC-CARTAO.
005050     WRITE REPORT-LINE FROM WS-LINHA-CARTAO.
005060 1190-EXIT.
005070     EXIT.
005080
005090******************************************************************
005100*  1200-INICIAR-RUNCTL
005110*      WRITES THE JOB'S "E" RUN RECORD, KEYED BY THE BUSINESS
005120*      DATE, AND THE START TIMESTAMP. ONLY PERFORMED AFTER THE
005130*      CARDS WERE READ AND THE FILES OPENED, SO A FAILED INIT
005140*      SHOWS AS "NAO EXECUTADO"; A RUNCTL OPEN FAILURE ONLY
005150*      WARNS.
005160******************************************************************
005170 1200-INICIAR-RUNCTL.
005180     OPEN I-O RUN-CONTROL.
005190     IF WS-FS-RUN = "35" THEN
005200         OPEN OUTPUT RUN-CONTROL
005210         CLOSE RUN-CONTROL
005220         OPEN I-O RUN-CONTROL
005230     END-IF.
005240     IF WS-FS-RUN NOT = "00" THEN
005250         DISPLAY "FRAUDMON: NAO FOI POSSIVEL ABRIR RUNCTL, "
005260                 "STATUS " WS-FS-RUN
005270         GO TO 1200-EXIT
005280     END-IF.
005290     MOVE "S" TO WS-SW-RUN-ABERTO.
005300     MOVE "FRAUDMON" TO RUN-JOB.
005310     MOVE WS-DATA-MOVTO TO RUN-DATA.
005320     ACCEPT WS-HORA-ATUAL FROM TIME.
005330     MOVE WS-DATA-ATUAL TO RUN-INICIO-DATA.
005340     MOVE WS-HORA-ATUAL TO RUN-INICIO-HORA.
005350     MOVE ZEROS TO RUN-FIM-DATA.
005360     MOVE ZEROS TO RUN-FIM-HORA.
005370     MOVE ZEROS TO RUN-LIDOS.
005380     MOVE ZEROS TO RUN-APLICADOS.
005390     MOVE ZEROS TO RUN-ERROS.
005400     MOVE "E" TO RUN-STATUS.
005410     WRITE RUN-RECORD
005420         INVALID KEY
005430             REWRITE RUN-RECORD
005440     END-WRITE.
005450 1200-EXIT.
005460     EXIT.
005470
005480******************************************************************
005490*  1300-LISTAR-REGRAS
005500*      PRINTS WHICH RULES ARE ACTIVE FOR THE RUN.
005510******************************************************************
005520 1300-LISTAR-REGRAS.
005530     MOVE "LG" TO WS-LR-REGRA.
005540     MOVE WS-LG-ATIVA TO WS-SW-REGRA-ATIVA.
005550     PERFORM 1350-LINHA-REGRA THRU 1350-EXIT.
005560     MOVE "ES" TO WS-LR-REGRA.
005570     MOVE WS-ES-ATIVA TO WS-SW-REGRA-ATIVA.
005580     PERFORM 1350-LINHA-REGRA THRU 1350-EXIT.
005590     MOVE "DM" TO WS-LR-REGRA.
005600     MOVE WS-DM-ATIVA TO WS-SW-REGRA-ATIVA.
005610     PERFORM 1350-LINHA-REGRA THRU 1350-EXIT.
005620     MOVE "BN" TO WS-LR-REGRA.
005630     MOVE WS-BN-ATIVA TO WS-SW-REGRA-ATIVA.
005640     PERFORM 1350-LINHA-REGRA THRU 1350-EXIT.
005650     MOVE SPACES TO REPORT-LINE.
005660     WRITE REPORT-LINE.
005670 1300-EXIT.
005680     EXIT.
005690
005700******************************************************************
005710*  1350-LINHA-REGRA
005720*      PRINTS ONE RULE LINE FOR 1300.
005730******************************************************************
005740 1350-LINHA-REGRA.
005750     IF WS-REGRA-ATIVA THEN
005760         MOVE "ATIVA" TO WS-LR-SITUACAO
005770     ELSE
005780         MOVE "DESLIGADA" TO WS-LR-SITUACAO
005790     END-IF.
005800     WRITE REPORT-LINE FROM WS-LINHA-REGRA.
005810 1350-EXIT.
005820     EXIT.
005830
005840******************************************************************
005850*  1400-CALCULAR-JANELAS
005860*      WORKS OUT THE FIRST DATE OF EACH LOOK-BACK: THE DM JANELA
005870*      IS THE DAYS BEFORE THE BUSINESS DATE, THE BN JANELA ENDS
005880*      ON IT. THE FORWARD LOG SCAN STARTS AT THE BN DATE.
005890******************************************************************
005900 1400-CALCULAR-JANELAS.
005910     MOVE WS-DATA-MOVTO TO WS-INICIO-DM.
005920     MOVE WS-DATA-MOVTO TO WS-INICIO-BN.
005930     IF WS-DM-LIGADA THEN
005940         MOVE WS-DATA-MOVTO TO WS-DATA-CALC
005950         MOVE WS-DM-JANELA TO WS-QTD-DIAS
005960         PERFORM 1500-SUBTRAIR-DIA THRU 1500-EXIT
005970             WS-QTD-DIAS TIMES
005980         MOVE WS-DATA-CALC TO WS-INICIO-DM
005990     END-IF.
006000     IF WS-BN-LIGADA THEN
006010         MOVE WS-DATA-MOVTO TO WS-DATA-CALC
006020         COMPUTE WS-QTD-DIAS = WS-BN-JANELA - 1
006030         PERFORM 1500-SUBTRAIR-DIA THRU 1500-EXIT
006040             WS-QTD-DIAS TIMES
006050         MOVE WS-DATA-CALC TO WS-INICIO-BN
006060     END-IF.
006070     MOVE WS-INICIO-BN TO WS-INICIO-SCAN.
006080 1400-EXIT.
006090     EXIT.
006100
006110******************************************************************
006120*  1500-SUBTRAIR-DIA
006130*      MOVES WS-DATA-CALC BACK ONE CALENDAR DAY.
006140******************************************************************
006150 1500-SUBTRAIR-DIA.
006160     IF WS-DC-DIA > 1 THEN
006170         SUBTRACT 1 FROM WS-DC-DIA
006180         GO TO 1500-EXIT
006190     END-IF.
006200     IF WS-DC-MES > 1 THEN
006210         SUBTRACT 1 FROM WS-DC-MES
006220     ELSE
006230         MOVE 12 TO WS-DC-MES
006240         SUBTRACT 1 FROM WS-DC-ANO
006250     END-IF.
006260     MOVE WS-DIAS-MES (WS-DC-MES) TO WS-DC-DIA.
006270     IF WS-DC-MES = 2 THEN
006280         DIVIDE WS-DC-ANO BY 4 GIVING WS-QUOCIENTE
006290             REMAINDER WS-RESTO-4
006300         DIVIDE WS-DC-ANO BY 100 GIVING WS-QUOCIENTE
006310             REMAINDER WS-RESTO-100
006320         DIVIDE WS-DC-ANO BY 400 GIVING WS-QUOCIENTE
006330             REMAINDER WS-RESTO-400
006340         IF WS-RESTO-4 = ZERO AND (WS-RESTO-100 NOT = ZERO
006350                 OR WS-RESTO-400 = ZERO) THEN
006360             MOVE 29 TO WS-DC-DIA
006370         END-IF
006380     END-IF.
006390 1500-EXIT.
006400     EXIT.
006410
006420******************************************************************
006430*  2000-PROCESS-CONTA
006440*      READS THE NEXT ACCOUNT, RUNS EVERY ACTIVE RULE AGAINST
006450*      IT AND REPOSITIONS THE MASTER AFTER IT (THE BENEFICIARY
006460*      LOOK-UPS MOVE THE FILE POSITION). ENCERRADA ACCOUNTS ARE
006470*      SKIPPED.
006480******************************************************************
006490 2000-PROCESS-CONTA.
006500     READ ACCOUNT-MASTER NEXT RECORD
006510         AT END
006520             MOVE "S" TO WS-SW-EOF-ACCT
006530             GO TO 2000-EXIT
006540     END-READ.
006550     ADD 1 TO WS-CONT-CONTAS.
006560     IF ACCT-STATUS = "E" THEN
006570         GO TO 2000-EXIT
006580     END-IF.
006590     MOVE ACCT-NUMERO TO WS-CONTA-ATUAL.
006600     MOVE ACCT-CPF TO WS-CPF-ATUAL.
006610     IF ACCT-LIMITE-APROVACAO NUMERIC THEN
006620         MOVE ACCT-LIMITE-APROVACAO TO WS-ALCADA-ATUAL
006630     ELSE
006640         MOVE ZERO TO WS-ALCADA-ATUAL
006650     END-IF.
006660     PERFORM 2100-INICIAR-CONTA THRU 2100-EXIT.
006670     PERFORM 3000-VARRER-LOG THRU 3000-EXIT.
006680     IF WS-BN-LIGADA THEN
006690         PERFORM 3500-VARRER-TED THRU 3500-EXIT
006700         PERFORM 3600-VARRER-AGENDADOS THRU 3600-EXIT
006710     END-IF.
006720     PERFORM 4000-AVALIAR-REGRAS THRU 4000-EXIT.
006730     MOVE WS-CONTA-ATUAL TO ACCT-NUMERO.
006740     START ACCOUNT-MASTER KEY IS > ACCT-NUMERO
006750         INVALID KEY
006760             MOVE "S" TO WS-SW-EOF-ACCT
006770     END-START.
006780 2000-EXIT.
006790     EXIT.
006800
006810******************************************************************
006820*  2100-INICIAR-CONTA
006830*      CLEARS THE PER-ACCOUNT RULE STATE. THE ES CEILING IS THE
006840*      ACCOUNT'S ALCADA, OR THE FRDPARM VALUE WHEN IT HAS NONE.
006850******************************************************************
006860 2100-INICIAR-CONTA.
006870     MOVE ZERO TO WS-QTD-FALHAS.
006880     MOVE ZERO TO WS-LG-FALHAS.
006890     MOVE ZERO TO WS-MIN-FALHA.
006900     MOVE ZERO TO WS-MIN-SENHA.
006910     MOVE ZERO TO WS-LG-VALOR.
006920     MOVE "N" TO WS-SW-SENHA-TROCADA.
006930     MOVE "N" TO WS-SW-LG-DISPAROU.
006940     MOVE ZERO TO WS-ES-CONT.
006950     MOVE ZERO TO WS-ES-TOTAL.
006960     MOVE ZERO TO WS-DM-DEBITOS.
006970     MOVE ZERO TO WS-QTD-BENEF.
006980     IF WS-ALCADA-ATUAL > ZERO THEN
006990         MOVE WS-ALCADA-ATUAL TO WS-ES-TETO
007000     ELSE
007010         MOVE WS-ES-VALOR TO WS-ES-TETO
007020     END-IF.
007030     COMPUTE WS-ES-PISO ROUNDED =
007040             WS-ES-TETO * WS-ES-PERCENTUAL / 100.
007050 2100-EXIT.
007060     EXIT.
007070
007080******************************************************************
007090*  3000-VARRER-LOG
007100*      READS THE ACCOUNT'S LOG FORWARD FROM THE FIRST DATE OF THE
007110*      BN JANELA THROUGH THE BUSINESS DATE.
007120******************************************************************
007130 3000-VARRER-LOG.
007140     MOVE "N" TO WS-SW-FIM-SCAN.
007150     MOVE WS-CONTA-ATUAL TO LOG-CONTA.
007160     MOVE WS-INICIO-SCAN TO LOG-DATA.
007170     MOVE ZEROS TO LOG-HORA.
007180     START TRANSACTION-LOG KEY IS NOT < LOG-CHAVE
007190         INVALID KEY
007200             GO TO 3000-EXIT
007210     END-START.
007220     PERFORM 3100-LER-LOG THRU 3100-EXIT
007230         UNTIL WS-FIM-SCAN.
007240 3000-EXIT.
007250     EXIT.
007260
007270******************************************************************
007280*  3100-LER-LOG
007290*      READS THE NEXT LOG RECORD FOR 3000. TRANSFERS AND PIX
007300*      SENT IN THE BN JANELA FEED THE BENEFICIARY TABLE (THE
007310*      TED "22" BENEFICIARIES COME FROM XTRNXFR IN 3500); THE
007320*      BUSINESS DATE'S RECORDS GO THROUGH 3200.
007330******************************************************************
007340 3100-LER-LOG.
007350     READ TRANSACTION-LOG NEXT RECORD
007360         AT END
007370             MOVE "S" TO WS-SW-FIM-SCAN
007380             GO TO 3100-EXIT
007390     END-READ.
007400     IF LOG-CONTA NOT = WS-CONTA-ATUAL
007410             OR LOG-DATA > WS-DATA-MOVTO THEN
007420         MOVE "S" TO WS-SW-FIM-SCAN
007430         GO TO 3100-EXIT
007440     END-IF.
007450     IF WS-BN-LIGADA AND LOG-DATA NOT < WS-INICIO-BN
007460             AND (LOG-OPERACAO = "02" OR LOG-OPERACAO = "08"
007470             OR LOG-OPERACAO = "18")
007480             AND LOG-REFERENCIA(1:6) NUMERIC THEN
007490         MOVE LOG-REFERENCIA(1:6) TO WS-BENEF-CONTA
007500         PERFORM 3700-BENEF-CONTA THRU 3700-EXIT
007510     END-IF.
007520     IF LOG-DATA = WS-DATA-MOVTO THEN
007530         PERFORM 3200-REGRAS-DO-DIA THRU 3200-EXIT
007540     END-IF.
007550 3100-EXIT.
007560     EXIT.
007570
007580******************************************************************
007590*  3200-REGRAS-DO-DIA
007600*      APPLIES ONE BUSINESS-DATE LOG RECORD TO THE LG SEQUENCE,
007610*      THE ES COUNT AND THE DM DEBIT TOTAL. LG TIMES ARE TAKEN
007620*      TO THE MINUTE FROM LOG-HORA; THE LOG KEY KEEPS THEM IN
007630*      ORDER.
007640******************************************************************
007650 3200-REGRAS-DO-DIA.
007660     MOVE LOG-HORA TO WS-HORA-LOG.
007670     COMPUTE WS-MIN-LOG = WS-HL-HH * 60 + WS-HL-MM.
007680     IF WS-LG-LIGADA AND NOT WS-LG-DISPAROU THEN
007690         PERFORM 3300-SEQUENCIA-LOGIN THRU 3300-EXIT
007700     END-IF.
007710     IF LOG-OPERACAO = "02" OR LOG-OPERACAO = "08"
007720             OR LOG-OPERACAO = "22" THEN
007730         IF WS-ES-LIGADA AND WS-ES-TETO > ZERO
007740                 AND LOG-VALOR NOT < WS-ES-PISO
007750                 AND LOG-VALOR NOT > WS-ES-TETO THEN
007760             ADD 1 TO WS-ES-CONT
007770             ADD LOG-VALOR TO WS-ES-TOTAL
007780         END-IF
007790     END-IF.
007800     IF LOG-OPERACAO = "02" OR LOG-OPERACAO = "03"
007810             OR LOG-OPERACAO = "08" OR LOG-OPERACAO = "22" THEN
007820         ADD LOG-VALOR TO WS-DM-DEBITOS
007830     END-IF.
007840 3200-EXIT.
007850     EXIT.
007860
007870******************************************************************
007880*  3300-SEQUENCIA-LOGIN
007890*      FOLLOWS THE LG SEQUENCE: A RUN OF "14" FAILURES, EACH
007900*      WITHIN THE JANELA OF THE PREVIOUS ONE; A "16" PASSWORD
007910*      CHANGE WITHIN THE JANELA OF THE LAST FAILURE ONCE THE RUN
007920*      REACHES THE CARD'S COUNT; AND A "22" TED WITHIN THE
007930*      JANELA OF THE CHANGE, WHICH FIRES THE RULE.
007940******************************************************************
007950 3300-SEQUENCIA-LOGIN.
007960     EVALUATE LOG-OPERACAO
007970         WHEN "14"
007980             IF WS-QTD-FALHAS > ZERO
007990                     AND WS-MIN-LOG - WS-MIN-FALHA > WS-LG-JANELA
008000                     THEN
008010                 MOVE ZERO TO WS-QTD-FALHAS
008020             END-IF
008030             ADD 1 TO WS-QTD-FALHAS
008040             MOVE WS-MIN-LOG TO WS-MIN-FALHA
008050             MOVE "N" TO WS-SW-SENHA-TROCADA
008060         WHEN "16"
008070             IF WS-QTD-FALHAS NOT < WS-LG-QTD
008080                     AND WS-MIN-LOG - WS-MIN-FALHA
008090                         NOT > WS-LG-JANELA THEN
008100                 MOVE "S" TO WS-SW-SENHA-TROCADA
008110                 MOVE WS-MIN-LOG TO WS-MIN-SENHA
008120                 MOVE WS-QTD-FALHAS TO WS-LG-FALHAS
008130             END-IF
008140         WHEN "22"
008150             IF WS-SENHA-TROCADA
008160                     AND WS-MIN-LOG - WS-MIN-SENHA
008170                         NOT > WS-LG-JANELA THEN
008180                 MOVE "S" TO WS-SW-LG-DISPAROU
008190                 MOVE LOG-VALOR TO WS-LG-VALOR
008200             END-IF
008210     END-EVALUATE.
008220 3300-EXIT.
008230     EXIT.
008240
008250******************************************************************
008260*  3500-VARRER-TED
008270*      ADDS THE ACCOUNT'S TED BENEFICIARIES (BANK, AGENCY AND
008280*      ACCOUNT) OF THE BN JANELA TO THE BENEFICIARY TABLE.
008290******************************************************************
008300 3500-VARRER-TED.
008310     MOVE "N" TO WS-SW-FIM-SCAN.
008320     MOVE WS-CONTA-ATUAL TO XFR-CONTA.
008330     MOVE WS-INICIO-BN TO XFR-DATA.
008340     MOVE ZEROS TO XFR-HORA.
008350     START EXTERNAL-TRANSFERS KEY IS NOT < XFR-CHAVE
008360         INVALID KEY
008370             GO TO 3500-EXIT
008380     END-START.
008390     PERFORM 3550-LER-TED THRU 3550-EXIT
008400         UNTIL WS-FIM-SCAN.
008410 3500-EXIT.
008420     EXIT.
008430
008440******************************************************************
008450*  3550-LER-TED
008460*      READS THE NEXT EXTERNAL TRANSFER FOR 3500.
008470******************************************************************
008480 3550-LER-TED.
008490     READ EXTERNAL-TRANSFERS NEXT RECORD
008500         AT END
008510             MOVE "S" TO WS-SW-FIM-SCAN
008520             GO TO 3550-EXIT
008530     END-READ.
008540     IF XFR-CONTA NOT = WS-CONTA-ATUAL
008550             OR XFR-DATA > WS-DATA-MOVTO THEN
008560         MOVE "S" TO WS-SW-FIM-SCAN
008570         GO TO 3550-EXIT
008580     END-IF.
008590     MOVE "T" TO WS-CT-TIPO.
008600     MOVE XFR-BANCO TO WS-CT-BANCO.
008610     MOVE XFR-AGENCIA TO WS-CT-AGENCIA.
008620     MOVE XFR-CONTA-EXTERNA TO WS-CT-CONTA.
008630     MOVE WS-CHAVE-TED TO WS-CHAVE-BENEF.
008640     PERFORM 3800-REGISTRAR-BENEF THRU 3800-EXIT.
008650 3550-EXIT.
008660     EXIT.
008670
008680******************************************************************
008690*  3600-VARRER-AGENDADOS
008700*      ADDS THE BENEFICIARIES OF THE ACCOUNT'S SCHEDULED PIX DUE
008710*      FROM THE FIRST DATE OF THE BN JANELA ON - INCLUDING THOSE
008720*      STILL TO COME - TO THE BENEFICIARY TABLE. CANCELLED ("C")
008730*      AND FAILED ("E") SCHEDULES ARE IGNORED.
008740******************************************************************
008750 3600-VARRER-AGENDADOS.
008760     MOVE "N" TO WS-SW-FIM-SCAN.
008770     MOVE WS-CONTA-ATUAL TO PTX-CONTA.
008780     MOVE WS-INICIO-BN TO PTX-DATA-AGENDA.
008790     MOVE ZEROS TO PTX-HORA-CRIACAO.
008800     START PENDING-TRANSFERS KEY IS NOT < PTX-CHAVE
008810         INVALID KEY
008820             GO TO 3600-EXIT
008830     END-START.
008840     PERFORM 3650-LER-AGENDADO THRU 3650-EXIT
008850         UNTIL WS-FIM-SCAN.
008860 3600-EXIT.
008870     EXIT.
008880
008890******************************************************************
008900*  3650-LER-AGENDADO
008910*      READS THE NEXT PENDING TRANSFER FOR 3600. ONE SCHEDULED
008920*      BY CPF KEY IS COUNTED BY THAT CPF; ONE SCHEDULED BY
008930*      ACCOUNT NUMBER BY THE CPF OF THE ACCOUNT.
008940******************************************************************
008950 3650-LER-AGENDADO.
008960     READ PENDING-TRANSFERS NEXT RECORD
008970         AT END
008980             MOVE "S" TO WS-SW-FIM-SCAN
008990             GO TO 3650-EXIT
009000     END-READ.
009010     IF PTX-CONTA NOT = WS-CONTA-ATUAL THEN
009020         MOVE "S" TO WS-SW-FIM-SCAN
009030         GO TO 3650-EXIT
009040     END-IF.
009050     IF PTX-STATUS = "C" OR PTX-STATUS = "E" THEN
009060         GO TO 3650-EXIT
009070     END-IF.
009080     IF PTX-BENEF-CPF NUMERIC AND PTX-BENEF-CPF > ZERO THEN
009090         IF PTX-BENEF-CPF NOT = WS-CPF-ATUAL THEN
009100             MOVE SPACES TO WS-CHAVE-BENEF
009110             MOVE "C" TO WS-CB-TIPO
009120             MOVE PTX-BENEF-CPF TO WS-CB-CPF
009130             PERFORM 3800-REGISTRAR-BENEF THRU 3800-EXIT
009140         END-IF
009150         GO TO 3650-EXIT
009160     END-IF.
009170     MOVE PTX-BENEFICIARIO TO WS-BENEF-CONTA.
009180     PERFORM 3700-BENEF-CONTA THRU 3700-EXIT.
009190 3650-EXIT.
009200     EXIT.
009210
009220******************************************************************
009230*  3700-BENEF-CONTA
009240*      RESOLVES THE BENEFICIARY ACCOUNT IN WS-BENEF-CONTA TO ITS
009250*      HOLDER'S CPF AND REGISTERS IT. MONEY SENT TO ANOTHER
009260*      ACCOUNT OF THE SAME CPF IS NOT A NEW BENEFICIARY.
009270******************************************************************
009280 3700-BENEF-CONTA.
009290     MOVE SPACES TO WS-CHAVE-BENEF.
009300     MOVE WS-BENEF-CONTA TO ACCT-NUMERO.
009310     READ ACCOUNT-MASTER
009320         INVALID KEY
009330             MOVE "A" TO WS-CB-TIPO
009340             MOVE WS-BENEF-CONTA TO WS-CHAVE-BENEF(2:6)
009350         NOT INVALID KEY
009360             MOVE "C" TO WS-CB-TIPO
009370             MOVE ACCT-CPF TO WS-CB-CPF
009380     END-READ.
009390     IF WS-CB-TIPO = "C" AND WS-CB-CPF = WS-CPF-ATUAL THEN
009400         GO TO 3700-EXIT
009410     END-IF.
009420     PERFORM 3800-REGISTRAR-BENEF THRU 3800-EXIT.
009430 3700-EXIT.
009440     EXIT.
009450
009460******************************************************************
009470*  3800-REGISTRAR-BENEF
009480*      ADDS WS-CHAVE-BENEF TO THE ACCOUNT'S TABLE OF DISTINCT
009490*      BENEFICIARIES UNLESS IT IS ALREADY THERE. THE TABLE STOPS
009500*      GROWING AT ITS SIZE, WHICH IS ABOVE ANY VALID BN COUNT.
009510******************************************************************
009520 3800-REGISTRAR-BENEF.
009530     MOVE "N" TO WS-SW-BENEF-ACHADO.
009540     PERFORM 3850-COMPARAR-BENEF THRU 3850-EXIT
009550         VARYING WS-BN-IDX FROM 1 BY 1
009560         UNTIL WS-BN-IDX > WS-QTD-BENEF OR WS-BENEF-ACHADO.
009570     IF WS-BENEF-ACHADO OR WS-QTD-BENEF NOT < WS-MAX-BENEF THEN
009580         GO TO 3800-EXIT
009590     END-IF.
009600     ADD 1 TO WS-QTD-BENEF.
009610     MOVE WS-CHAVE-BENEF TO WS-BENEF (WS-QTD-BENEF).
009620 3800-EXIT.
009630     EXIT.
009640
009650******************************************************************
009660*  3850-COMPARAR-BENEF
009670*      COMPARES ONE TABLE ENTRY WITH WS-CHAVE-BENEF FOR 3800.
009680******************************************************************
009690 3850-COMPARAR-BENEF.
009700     IF WS-BENEF (WS-BN-IDX) = WS-CHAVE-BENEF THEN
009710         MOVE "S" TO WS-SW-BENEF-ACHADO
009720     END-IF.
009730 3850-EXIT.
009740     EXIT.
009750
009760******************************************************************
009770*  4000-AVALIAR-REGRAS
009780*      OPENS A CASE FOR EVERY RULE THE ACCOUNT FIRED.
009790******************************************************************
009800 4000-AVALIAR-REGRAS.
009810     IF WS-LG-DISPAROU THEN
009820         MOVE "LG" TO WS-CASO-REGRA
009830         MOVE WS-LG-FALHAS TO WS-CASO-QTD
009840         MOVE WS-LG-VALOR TO WS-CASO-VALOR
009850         MOVE "FALHAS DE LOGIN, TROCA DE SENHA E TED"
009860             TO WS-CASO-DESCRICAO
009870         PERFORM 5000-ABRIR-CASO THRU 5000-EXIT
009880     END-IF.
009890     IF WS-ES-LIGADA AND WS-ES-CONT NOT < WS-ES-QTD THEN
009900         MOVE "ES" TO WS-CASO-REGRA
009910         MOVE WS-ES-CONT TO WS-CASO-QTD
009920         MOVE WS-ES-TOTAL TO WS-CASO-VALOR
009930         MOVE "OPERACOES LOGO ABAIXO DA ALCADA"
009940             TO WS-CASO-DESCRICAO
009950         PERFORM 5000-ABRIR-CASO THRU 5000-EXIT
009960     END-IF.
009970     IF WS-DM-LIGADA AND WS-DM-DEBITOS > ZERO THEN
009980         PERFORM 4300-AVALIAR-DORMENCIA THRU 4300-EXIT
009990     END-IF.
010000     IF WS-BN-LIGADA AND WS-QTD-BENEF NOT < WS-BN-QTD THEN
010010         MOVE "BN" TO WS-CASO-REGRA
010020         MOVE WS-QTD-BENEF TO WS-CASO-QTD
010030         MOVE ZERO TO WS-CASO-VALOR
010040         MOVE "MUITOS FAVORECIDOS DISTINTOS NA JANELA"
010050             TO WS-CASO-DESCRICAO
010060         PERFORM 5000-ABRIR-CASO THRU 5000-EXIT
010070     END-IF.
010080 4000-EXIT.
010090     EXIT.
010100
010110******************************************************************
010120*  4300-AVALIAR-DORMENCIA
010130*      DM RULE. THE PRIOR BALANCE IS THE LATEST SNAPSHOT BEFORE
010140*      THE BUSINESS DATE; IT MUST REACH THE FRDPARM VALUE AND
010150*      THE DAY'S DEBITS MUST REACH THE PERCENTAGE OF IT. THE
010160*      ACCOUNT MUST HAVE A SNAPSHOT AS OLD AS THE JANELA AND NO
010170*      CUSTOMER-INITIATED LOG RECORD INSIDE IT.
010180******************************************************************
010190 4300-AVALIAR-DORMENCIA.
010200     MOVE WS-CONTA-ATUAL TO SNP-CONTA.
010210     MOVE WS-DATA-MOVTO TO SNP-DATA.
010220     START BALANCE-SNAPSHOT KEY IS < SNP-CHAVE
010230         INVALID KEY
010240             GO TO 4300-EXIT
010250     END-START.
010260     READ BALANCE-SNAPSHOT PREVIOUS
010270         AT END
010280             GO TO 4300-EXIT
010290     END-READ.
010300     IF SNP-CONTA NOT = WS-CONTA-ATUAL THEN
010310         GO TO 4300-EXIT
010320     END-IF.
010330     MOVE SNP-SALDO TO WS-DM-SALDO.
010340     IF WS-DM-SALDO NOT > ZERO OR WS-DM-SALDO < WS-DM-VALOR THEN
010350         GO TO 4300-EXIT
010360     END-IF.
010370     IF WS-DM-DEBITOS * 100 < WS-DM-SALDO * WS-DM-PERCENTUAL
010380             THEN
010390         GO TO 4300-EXIT
010400     END-IF.
010410     MOVE WS-CONTA-ATUAL TO SNP-CONTA.
010420     MOVE WS-INICIO-DM TO SNP-DATA.
010430     START BALANCE-SNAPSHOT KEY IS <= SNP-CHAVE
010440         INVALID KEY
010450             GO TO 4300-EXIT
010460     END-START.
010470     READ BALANCE-SNAPSHOT PREVIOUS
010480         AT END
010490             GO TO 4300-EXIT
010500     END-READ.
010510     IF SNP-CONTA NOT = WS-CONTA-ATUAL THEN
010520         GO TO 4300-EXIT
010530     END-IF.
010540     MOVE "N" TO WS-SW-ATIVIDADE.
010550     MOVE "N" TO WS-SW-FIM-SCAN.
010560     MOVE WS-CONTA-ATUAL TO LOG-CONTA.
010570     MOVE WS-DATA-MOVTO TO LOG-DATA.
010580     MOVE ZEROS TO LOG-HORA.
010590     START TRANSACTION-LOG KEY IS < LOG-CHAVE
010600         INVALID KEY
010610             MOVE "S" TO WS-SW-FIM-SCAN
010620     END-START.
010630     PERFORM 4350-LER-LOG-ANTERIOR THRU 4350-EXIT
010640         UNTIL WS-FIM-SCAN.
010650     IF WS-HOUVE-ATIVIDADE THEN
010660         GO TO 4300-EXIT
010670     END-IF.
010680     MOVE "DM" TO WS-CASO-REGRA.
010690     MOVE WS-DM-JANELA TO WS-CASO-QTD.
010700     MOVE WS-DM-DEBITOS TO WS-CASO-VALOR.
010710     MOVE "CONTA DORMENTE MOVIMENTANDO O SALDO"
010720         TO WS-CASO-DESCRICAO.
010730     PERFORM 5000-ABRIR-CASO THRU 5000-EXIT.
010740 4300-EXIT.
010750     EXIT.
010760
010770******************************************************************
010780*  4350-LER-LOG-ANTERIOR
010790*      WALKS THE ACCOUNT'S LOG BACKWARDS FROM THE DAY BEFORE THE
010800*      BUSINESS DATE TO THE START OF THE DM JANELA, STOPPING AT
010810*      THE FIRST OPERATION THE CUSTOMER STARTED (CREDITS,
010820*      INTEREST, FEES AND SCHEDULED LEGS DO NOT COUNT).
010830******************************************************************
010840 4350-LER-LOG-ANTERIOR.
010850     READ TRANSACTION-LOG PREVIOUS RECORD
010860         AT END
010870             MOVE "S" TO WS-SW-FIM-SCAN
010880             GO TO 4350-EXIT
010890     END-READ.
010900     IF LOG-CONTA NOT = WS-CONTA-ATUAL
010910             OR LOG-DATA < WS-INICIO-DM THEN
010920         MOVE "S" TO WS-SW-FIM-SCAN
010930         GO TO 4350-EXIT
010940     END-IF.
010950     EVALUATE LOG-OPERACAO
010960         WHEN "01" THRU "06"
010970         WHEN "09"
010980         WHEN "11" THRU "13"
010990         WHEN "16"
011000         WHEN "17"
011010         WHEN "20"
011020         WHEN "22"
011030         WHEN "24"
011040             MOVE "S" TO WS-SW-ATIVIDADE
011050             MOVE "S" TO WS-SW-FIM-SCAN
011060         WHEN OTHER
011070             CONTINUE
011080     END-EVALUATE.
011090 4350-EXIT.
011100     EXIT.
011110
011120******************************************************************
011130*  5000-ABRIR-CASO
011140*      WRITES THE CASE DESCRIBED IN WS-CASO-XX AS "A" (ABERTO)
011150*      AND LISTS IT. A CASE ALREADY ON FILE FOR THE SAME ACCOUNT,
011160*      DATE AND RULE (A RERUN) IS LEFT AS IT IS.
011170******************************************************************
011180 5000-ABRIR-CASO.
011190     MOVE SPACES TO CAS-RECORD.
011200     MOVE WS-CONTA-ATUAL TO CAS-CONTA.
011210     MOVE WS-DATA-MOVTO TO CAS-DATA.
011220     MOVE WS-CASO-REGRA TO CAS-REGRA.
011230     ACCEPT WS-HORA-ATUAL FROM TIME.
011240     MOVE WS-HORA-ATUAL TO CAS-HORA.
011250     MOVE "A" TO CAS-STATUS.
011260     MOVE WS-CASO-QTD TO CAS-QTD.
011270     MOVE WS-CASO-VALOR TO CAS-VALOR.
011280     MOVE WS-CASO-DESCRICAO TO CAS-DESCRICAO.
011290     MOVE ZEROS TO CAS-DATA-DECISAO.
011300     MOVE "N" TO CAS-BLOQUEADA.
011310     MOVE ZEROS TO CAS-DATA-COAF.
011320     MOVE WS-CONTA-ATUAL TO WS-LCS-CONTA.
011330     MOVE WS-CASO-REGRA TO WS-LCS-REGRA.
011340     MOVE WS-CASO-QTD TO WS-LCS-QTD.
011350     MOVE WS-CASO-VALOR TO WS-LCS-VALOR.
011360     MOVE WS-CASO-DESCRICAO TO WS-LCS-DESCRICAO.
011370     WRITE CAS-RECORD
011380         INVALID KEY
011390             IF WS-FS-CAS = "22" THEN
011400                 ADD 1 TO WS-CONT-EXISTENTES
011410                 MOVE "JA EXISTENTE" TO WS-LCS-SITUACAO
011420             ELSE
011430                 ADD 1 TO WS-CONT-ERROS
011440                 MOVE "ERRO GRAVACAO" TO WS-LCS-SITUACAO
011450             END-IF
011460         NOT INVALID KEY
011470             ADD 1 TO WS-CONT-CASOS
011480             MOVE "NOVO" TO WS-LCS-SITUACAO
011490     END-WRITE.
011500     WRITE REPORT-LINE FROM WS-LINHA-CASO.
011510 5000-EXIT.
011520     EXIT.
011530
011540******************************************************************
011550*  8000-FINALIZE
011560*      PRINTS THE RUN TOTALS, CLOSES ALL FILES AND DISPLAYS THE
011570*      RUN SUMMARY.
011580******************************************************************
011590 8000-FINALIZE.
011600     IF NOT WS-RPT-ABERTO THEN
011610         GO TO 8000-EXIT
011620     END-IF.
011630     PERFORM 8100-ENCERRAR-RUNCTL THRU 8100-EXIT.
011640     MOVE SPACES TO REPORT-LINE.
011650     WRITE REPORT-LINE.
011660     MOVE "CARTOES FRDPARM:" TO WS-LT-TEXTO.
011670     MOVE WS-CONT-CARTOES TO WS-LT-QTD.
011680     WRITE REPORT-LINE FROM WS-LINHA-TOTAL.
011690     MOVE "CARTOES FRDPARM INVALIDOS:" TO WS-LT-TEXTO.
011700     MOVE WS-CONT-ERROS-PRM TO WS-LT-QTD.
011710     WRITE REPORT-LINE FROM WS-LINHA-TOTAL.
011720     MOVE "CONTAS LIDAS:" TO WS-LT-TEXTO.
011730     MOVE WS-CONT-CONTAS TO WS-LT-QTD.
011740     WRITE REPORT-LINE FROM WS-LINHA-TOTAL.
011750     MOVE "CASOS ABERTOS:" TO WS-LT-TEXTO.
011760     MOVE WS-CONT-CASOS TO WS-LT-QTD.
011770     WRITE REPORT-LINE FROM WS-LINHA-TOTAL.
011780     MOVE "CASOS JA EXISTENTES:" TO WS-LT-TEXTO.
011790     MOVE WS-CONT-EXISTENTES TO WS-LT-QTD.
011800     WRITE REPORT-LINE FROM WS-LINHA-TOTAL.
011810     MOVE "ERROS DE GRAVACAO:" TO WS-LT-TEXTO.
011820     MOVE WS-CONT-ERROS TO WS-LT-QTD.
011830     WRITE REPORT-LINE FROM WS-LINHA-TOTAL.
011840     CLOSE ACCOUNT-MASTER.
011850     CLOSE TRANSACTION-LOG.
011860     CLOSE EXTERNAL-TRANSFERS.
011870     CLOSE PENDING-TRANSFERS.
011880     IF WS-ABRIU-SNP = "00" THEN
011890         CLOSE BALANCE-SNAPSHOT
011900     END-IF.
011910     CLOSE FRAUD-CASES.
011920     CLOSE REPORT-FILE.
011930     DISPLAY "FRAUDMON: DATA DO MOVIMENTO.....: " WS-DATA-MOVTO.
011940     DISPLAY "FRAUDMON: CONTAS LIDAS..........: " WS-CONT-CONTAS.
011950     DISPLAY "FRAUDMON: CASOS ABERTOS.........: " WS-CONT-CASOS.
011960     DISPLAY "FRAUDMON: CASOS JA EXISTENTES...: "
011970             WS-CONT-EXISTENTES.
011980     DISPLAY "FRAUDMON: ERROS.................: " WS-CONT-ERROS.
011990 8000-EXIT.
012000     EXIT.
012010
012020******************************************************************
012030*  8100-ENCERRAR-RUNCTL
012040*      REWRITES THE RUN RECORD WITH THE COUNTERS (ACCOUNTS READ,
012050*      CASES OPENED, WRITE ERRORS PLUS INVALID FRDPARM CARDS),
012060*      THE END TIMESTAMP AND STATUS "C". AN ABENDED RUN NEVER
012070*      REACHES HERE AND LEAVES THE RECORD AS "E" FOR MORNRPT TO
012080*      FLAG.
012090******************************************************************
012100 8100-ENCERRAR-RUNCTL.
012110     IF NOT WS-RUN-ABERTO THEN
012120         GO TO 8100-EXIT
012130     END-IF.
012140     MOVE "FRAUDMON" TO RUN-JOB.
012150     MOVE WS-DATA-MOVTO TO RUN-DATA.
012160     ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.
012170     ACCEPT WS-HORA-ATUAL FROM TIME.
012180     MOVE WS-DATA-ATUAL TO RUN-FIM-DATA.
012190     MOVE WS-HORA-ATUAL TO RUN-FIM-HORA.
012200     MOVE WS-CONT-CONTAS TO RUN-LIDOS.
012210     MOVE WS-CONT-CASOS TO RUN-APLICADOS.
012220     COMPUTE RUN-ERROS = WS-CONT-ERROS + WS-CONT-ERROS-PRM.
012230     MOVE "C" TO RUN-STATUS.
012240     REWRITE RUN-RECORD
012250         INVALID KEY
012260             WRITE RUN-RECORD
012270     END-REWRITE.
012280     CLOSE RUN-CONTROL.
012290 8100-EXIT.
012300     EXIT.
012310
012320******************************************************************
012330*  9999-EXIT
012340*      SINGLE PROGRAM EXIT POINT.
012350******************************************************************
012360 9999-EXIT.
012370     STOP RUN.
