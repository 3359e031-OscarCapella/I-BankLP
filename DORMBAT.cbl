000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. DORMBAT.
000030 AUTHOR. OPERACOES-BATCH.
000040 INSTALLATION. I-BANKLP.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED. 15/10/2026.
000070******************************************************************
000080*  PURPOSE.
000090*      MONTHLY DORMANT-ACCOUNT RUN. AN ACTIVE ACCOUNT WITH NO
000100*      CUSTOMER-INITIATED ACTIVITY FOR THE NUMBER OF MONTHS ON
000110*      THE SYSIN CARD (COLS 10-11, DEFAULT 12) BEFORE THE
000120*      BUSINESS DATE (COLS 01-08, AAAAMMDD, DEFAULT TODAY) IS
000130*      MOVED TO STATUS "I" (INATIVA): THE CHANGE IS LOGGED AS
000140*      OPERATION "36" (CONTA INATIVADA), ITS ACTIVE STANDING
000150*      ORDERS ARE SUSPENDED ("S") AND OVDACCR STOPS ACCRUING
000160*      OVERDRAFT INTEREST ON IT. NO MONEY LEAVES AN "I" ACCOUNT
000170*      (PIXBATCH AND APPRVBAT REFUSE IT AS PAYER) UNTIL THE NEXT
000180*      SUCCESSFUL TRABLP SIGN-ON OR AN ACCTMNT "RA" CARD
000190*      REACTIVATES IT.
000200*
000210*      THE LAST ACTIVITY DATE OF EVERY ACCOUNT IS THE LATEST OF
000220*      ITS LAST SIGN-ON (ACCT-DATA-ULT-ACESSO), ITS LAST
000230*      REACTIVATION (ACCT-DATA-REATIVACAO) AND ITS LAST
000240*      CUSTOMER OPERATION ON THE ONLINE TRANLOG OR ON THE
000250*      ARCHIVED TRANHIST GENERATIONS. THE LOG RECORDS ARE SORTED
000260*      BY ACCOUNT AND MATCHED AGAINST THE ACCOUNT MASTER.
000270*      LEGS THE BATCH WRITES ON ITS OWN - CREDITS RECEIVED,
000280*      SCHEDULED AND STANDING-ORDER SETTLEMENTS, "21" INTEREST,
000290*      FEES, TAXES, REFUSALS, LOCKOUTS - ARE NOT ACTIVITY (SEE
000300*      2500). AN ACCOUNT WITH NO ACTIVITY AT ALL MUST BE AT
000310*      LEAST AS OLD AS THE CUT-OFF DATE, SHOWN BY A SNAPSHT
000320*      SNAPSHOT ON OR BEFORE IT; OTHERWISE IT IS TOO NEW TO
000330*      CALL DORMANT AND IS LEFT ALONE.
000340*
000350*      THE DORMOUT REPORT IS THE REGULATORY LIST OF DORMANT
000360*      BALANCES: EVERY ACCOUNT IN STATUS "I" AFTER THE RUN,
000370*      FLAGGED TONIGHT ("NOVA") OR IN AN EARLIER MONTH, WITH ITS
000380*      BALANCE, LAST ACTIVITY DATE AND INACTIVATION DATE, AND
000390*      THE TOTAL DORMANT BALANCE. BLOCKED ("B") AND CLOSED
000400*      ("E") ACCOUNTS ARE NOT TOUCHED. A RERUN FLAGS NOTHING
000410*      NEW AND REPRINTS THE LIST. RUN ON THE FIRST BUSINESS DAY
000420*      OF THE MONTH IN THE NIGHTLY WINDOW, ONLINE REGION
000430*      QUIESCED, AFTER SNAPBAT AND BEFORE PIXBATCH.
000440*
000450*  MODIFICATION HISTORY.
000460*      15/10/2026  OPS   INITIAL VERSION.
000462*      15/10/2026  OPS   LOG RECORDS CARRY A ZERO
000464*                        LOG-CPF-TITULAR (BATCH POSTING, NO
000466*                        ACCOUNT HOLDER ACTED).
000467*      15/10/2026  OPS   JOINT-ACCOUNT CO-APPROVAL "38" / "39"
000468*                        COUNT AS CUSTOMER ACTIVITY.
000470******************************************************************
000480 ENVIRONMENT DIVISION.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT CARD-FILE ASSIGN TO "SYSIN"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-FS-CARD.
000540     SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMS"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS ACCT-NUMERO
000580         FILE STATUS IS WS-FS-ACCT.
000590     SELECT TRANSACTION-LOG ASSIGN TO "TRANLOG"
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS DYNAMIC
000620         RECORD KEY IS LOG-CHAVE
000630         FILE STATUS IS WS-FS-LOG.
000640     SELECT HISTORY-FILE ASSIGN TO "TRANHIST"
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS WS-FS-HIST.
000670     SELECT BALANCE-SNAPSHOT ASSIGN TO "SNAPSHT"
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS DYNAMIC
000700         RECORD KEY IS SNP-CHAVE
000710         FILE STATUS IS WS-FS-SNP.
000720     SELECT STANDING-ORDERS ASSIGN TO "STORDER"
000730         ORGANIZATION IS INDEXED
000740         ACCESS MODE IS DYNAMIC
000750         RECORD KEY IS SOR-CHAVE
000760         FILE STATUS IS WS-FS-SOR.
000770     SELECT SORT-FILE ASSIGN TO "SORTWK1".
000780     SELECT REPORT-FILE ASSIGN TO "DORMOUT"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WS-FS-RPT.
000810     SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
000820         ORGANIZATION IS INDEXED
000830         ACCESS MODE IS DYNAMIC
000840         RECORD KEY IS RUN-CHAVE
000850         FILE STATUS IS WS-FS-RUN.
000860 DATA DIVISION.
000870 FILE SECTION.
000880 FD  CARD-FILE
000890     LABEL RECORD IS OMITTED.
000900 01  PARM-RECORD.
000910     05  PARM-DATA               PIC X(08).
000920     05  FILLER                  PIC X(01).
000930     05  PARM-MESES              PIC X(02).
000940     05  FILLER                  PIC X(69).
000950 FD  ACCOUNT-MASTER
000960     LABEL RECORD IS STANDARD.
000970     COPY ACCTMS.
000980 FD  TRANSACTION-LOG
000990     LABEL RECORD IS STANDARD.
001000     COPY TRANLOG.
001010 FD  HISTORY-FILE
001020     LABEL RECORD IS STANDARD.
001030     COPY TRANHIST.
001040 FD  BALANCE-SNAPSHOT
001050     LABEL RECORD IS STANDARD.
001060     COPY SNAPSHT.
001070 FD  STANDING-ORDERS
001080     LABEL RECORD IS STANDARD.
001090     COPY STORDER.
001100 SD  SORT-FILE.
001110 01  SRT-RECORD.
001120     05  SRT-CONTA               PIC 9(06).
001130     05  SRT-DATA                PIC 9(08).
001140 FD  REPORT-FILE
001150     LABEL RECORD IS OMITTED.
001160 01  REPORT-LINE                 PIC X(100).
001170 FD  RUN-CONTROL
001180     LABEL RECORD IS STANDARD.
001190     COPY RUNCTL.
001200 WORKING-STORAGE SECTION.
001210******************************************************************
001220*  FILE STATUS AND CONTROL SWITCHES.
001230******************************************************************
001240 77  WS-FS-CARD              PIC X(02) VALUE SPACES.
001250 77  WS-FS-ACCT              PIC X(02) VALUE SPACES.
001260 77  WS-FS-LOG               PIC X(02) VALUE SPACES.
001270 77  WS-FS-HIST              PIC X(02) VALUE SPACES.
001280 77  WS-FS-SNP               PIC X(02) VALUE SPACES.
001290 77  WS-FS-SOR               PIC X(02) VALUE SPACES.
001300 77  WS-FS-RPT               PIC X(02) VALUE SPACES.
001310 77  WS-FS-RUN               PIC X(02) VALUE SPACES.
001320 01  WS-SW-FALHA             PIC X(01) VALUE "N".
001330     88  WS-FALHA                       VALUE "S".
001340 01  WS-SW-EOF-ACCT          PIC X(01) VALUE "N".
001350     88  WS-EOF-ACCT                    VALUE "S".
001360 01  WS-SW-FIM-LOG           PIC X(01) VALUE "N".
001370     88  WS-FIM-LOG                     VALUE "S".
001380 01  WS-SW-EOF-HIST          PIC X(01) VALUE "N".
001390     88  WS-EOF-HIST                    VALUE "S".
001400 01  WS-SW-EOF-SRT           PIC X(01) VALUE "N".
001410     88  WS-EOF-SRT                     VALUE "S".
001420 01  WS-SW-FIM-SOR           PIC X(01) VALUE "N".
001430     88  WS-FIM-SOR                     VALUE "S".
001440 01  WS-SW-SOR-ABERTO        PIC X(01) VALUE "N".
001450     88  WS-SOR-ABERTO                  VALUE "S".
001460 01  WS-SW-RUN-ABERTO        PIC X(01) VALUE "N".
001470     88  WS-RUN-ABERTO                  VALUE "S".
001480 01  WS-SW-ATIVIDADE         PIC X(01) VALUE "N".
001490     88  WS-E-ATIVIDADE                 VALUE "S".
001500 01  WS-SW-CONTA-ANTIGA      PIC X(01) VALUE "N".
001510     88  WS-CONTA-ANTIGA                VALUE "S".
001520 01  WS-SW-LOG-GRAVADO       PIC X(01) VALUE "N".
001530     88  WS-LOG-GRAVADO                 VALUE "S".
001540******************************************************************
001550*  COUNTERS.
001560******************************************************************
001570 77  WS-CONT-LIDAS           PIC 9(07) VALUE ZERO COMP.
001580 77  WS-CONT-REG-LOG         PIC 9(09) VALUE ZERO COMP.
001590 77  WS-CONT-REG-HIST        PIC 9(09) VALUE ZERO COMP.
001600 77  WS-CONT-ATIVIDADES      PIC 9(09) VALUE ZERO COMP.
001610 77  WS-CONT-INATIVADAS      PIC 9(07) VALUE ZERO COMP.
001620 77  WS-CONT-LISTADAS        PIC 9(07) VALUE ZERO COMP.
001630 77  WS-CONT-RECENTES        PIC 9(07) VALUE ZERO COMP.
001640 77  WS-CONT-ORDENS          PIC 9(07) VALUE ZERO COMP.
001650 77  WS-CONT-ERROS           PIC 9(07) VALUE ZERO COMP.
001660 77  WS-RETRY-LOG            PIC 9(02) VALUE ZERO COMP.
001670******************************************************************
001680*  RUN PARAMETERS AND DATES. MESES = MONTHS WITHOUT CUSTOMER
001690*  ACTIVITY THAT MAKE AN ACCOUNT DORMANT; DATA-CORTE = THE
001700*  BUSINESS DATE MOVED BACK THAT MANY MONTHS (LAST DAY OF THE
001710*  MONTH WHEN THE DAY DOES NOT EXIST IN IT).
001720******************************************************************
001730 01  WS-MESES-PADRAO         PIC 9(02) VALUE 12.
001740 01  WS-MESES                PIC 9(02).
001750 01  WS-DATA-ATUAL           PIC 9(8).
001760 01  WS-HORA-ATUAL           PIC 9(8).
001770 01  WS-DATA-MOVTO           PIC 9(8).
001780 01  WS-DATA-CORTE           PIC 9(8).
001790 01  WS-DATA-CALC            PIC 9(8).
001800 01  WS-DATA-CALC-R REDEFINES WS-DATA-CALC.
001810     05  WS-DC-ANO           PIC 9(4).
001820     05  WS-DC-MES           PIC 9(2).
001830     05  WS-DC-DIA           PIC 9(2).
001840 01  WS-TOTAL-MESES          PIC 9(6).
001850 01  WS-RESTO-MES            PIC 9(2).
001860 01  WS-QUOCIENTE            PIC 9(4).
001870 01  WS-RESTO-4              PIC 9(4).
001880 01  WS-RESTO-100            PIC 9(4).
001890 01  WS-RESTO-400            PIC 9(4).
001900 01  WS-ULTIMO-DIA           PIC 9(2).
001910 01  WS-DIAS-MESES           PIC X(24)
001920     VALUE "312831303130313130313031".
001930 01  WS-DIAS-MESES-R REDEFINES WS-DIAS-MESES.
001940     05  WS-DIAS-MES         PIC 9(2) OCCURS 12.
001950******************************************************************
001960*  CURRENT SORT RECORD AND CURRENT ACCOUNT.
001970******************************************************************
001980 01  WS-OPERACAO             PIC X(02).
001990 01  WS-SRT-CONTA            PIC 9(6).
002000 01  WS-SRT-DATA             PIC 9(8).
002010 01  WS-ULT-ATIVIDADE        PIC 9(8).
002020 01  WS-SITUACAO             PIC X(08).
002030 01  WS-TOTAL-SALDO          PIC S9(11)V9(2) VALUE ZERO.
002040******************************************************************
002050*  REPORT LINES.
002060******************************************************************
002070 01  WS-CABECALHO-1.
002080     05  FILLER                PIC X(20) VALUE "I-BANKLP".
002090     05  FILLER                PIC X(46)
002100         VALUE "RELACAO DE CONTAS INATIVAS - SALDOS DORMENTES".
002110 01  WS-CABECALHO-2.
002120     05  FILLER                PIC X(11) VALUE "DATA BASE: ".
002130     05  WS-CB2-DATA           PIC 9(08).
002140     05  FILLER                PIC X(25)
002150         VALUE "   SEM MOVIMENTACAO DESDE".
002160     05  FILLER                PIC X(02) VALUE ": ".
002170     05  WS-CB2-CORTE          PIC 9(08).
002180     05  FILLER                PIC X(03) VALUE " (".
002190     05  WS-CB2-MESES          PIC Z9.
002200     05  FILLER                PIC X(07) VALUE " MESES)".
002210 01  WS-CABECALHO-3.
002220     05  FILLER                PIC X(08) VALUE "CONTA".
002230     05  FILLER                PIC X(32) VALUE "NOME".
002240     05  FILLER                PIC X(13) VALUE "CPF".
002250     05  FILLER                PIC X(14) VALUE "         SALDO".
002260     05  FILLER                PIC X(02) VALUE SPACES.
002270     05  FILLER                PIC X(10) VALUE "ULT.MOVTO".
002280     05  FILLER                PIC X(10) VALUE "INATIVA EM".
002290     05  FILLER                PIC X(08) VALUE "SITUACAO".
002300 01  WS-LINHA-DETALHE.
002310     05  WS-LD-CONTA           PIC 9(06).
002320     05  FILLER                PIC X(02) VALUE SPACES.
002330     05  WS-LD-NOME            PIC X(30).
002340     05  FILLER                PIC X(02) VALUE SPACES.
002350     05  WS-LD-CPF             PIC 9(11).
002360     05  FILLER                PIC X(02) VALUE SPACES.
002370     05  WS-LD-SALDO           PIC -(10)9.99.
002380     05  FILLER                PIC X(02) VALUE SPACES.
002390     05  WS-LD-ULT-MOVTO       PIC 9(08).
002400     05  FILLER                PIC X(02) VALUE SPACES.
002410     05  WS-LD-INATIVACAO      PIC 9(08).
002420     05  FILLER                PIC X(02) VALUE SPACES.
002430     05  WS-LD-SITUACAO        PIC X(08).
002440 01  WS-LINHA-TOTAL-1.
002450     05  FILLER                PIC X(30)
002460         VALUE "CONTAS LIDAS:".
002470     05  WS-LT1-VALOR          PIC ZZZZZZ9.
002480 01  WS-LINHA-TOTAL-2.
002490     05  FILLER                PIC X(30)
002500         VALUE "CONTAS INATIVADAS NESTE MES:".
002510     05  WS-LT2-VALOR          PIC ZZZZZZ9.
002520 01  WS-LINHA-TOTAL-3.
002530     05  FILLER                PIC X(30)
002540         VALUE "CONTAS INATIVAS LISTADAS:".
002550     05  WS-LT3-VALOR          PIC ZZZZZZ9.
002560 01  WS-LINHA-TOTAL-4.
002570     05  FILLER                PIC X(30)
002580         VALUE "ORDENS PERMANENTES SUSPENSAS:".
002590     05  WS-LT4-VALOR          PIC ZZZZZZ9.
002600 01  WS-LINHA-TOTAL-5.
002610     05  FILLER                PIC X(32)
002620         VALUE "SALDO TOTAL DAS CONTAS INATIVAS".
002630     05  WS-LT5-VALOR          PIC -(12)9.99.
002640******************************************************************
002650*  PROCEDURE DIVISION.
002660******************************************************************
002670 PROCEDURE DIVISION.
002680******************************************************************
002690*  0000-MAINLINE
002700*      DRIVES THE OPEN / SORT / CLOSE SEQUENCE FOR THE RUN. THE
002710*      SORT'S INPUT PROCEDURE RELEASES EVERY CUSTOMER OPERATION
002720*      ON THE LOG AND ITS HISTORY; ITS OUTPUT PROCEDURE MATCHES
002730*      THEM AGAINST THE ACCOUNT MASTER, NEWEST FIRST.
002740******************************************************************
002750 0000-MAINLINE.
002760     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002770     IF NOT WS-FALHA THEN
002780         SORT SORT-FILE
002790             ON ASCENDING KEY SRT-CONTA
002800             ON DESCENDING KEY SRT-DATA
002810             INPUT PROCEDURE 2000-SELECIONAR THRU 2000-EXIT
002820             OUTPUT PROCEDURE 4000-CLASSIFICAR THRU 4000-EXIT
002830     END-IF.
002840     PERFORM 8000-FINALIZE THRU 8000-EXIT.
002850     GO TO 9999-EXIT.
002860
002870******************************************************************
002880*  1000-INITIALIZE
002890*      READS THE PARAMETER CARD, OPENS ALL FILES, WORKS OUT THE
002900*      CUT-OFF DATE AND PRINTS THE REPORT HEADING. AN INVALID
002910*      CARD OR A FILE THAT WILL NOT OPEN STOPS THE RUN BEFORE
002920*      ANY ACCOUNT IS TOUCHED. A MISSING TRANHIST STOPS IT TOO:
002930*      WITHOUT THE ARCHIVED HISTORY AN ACCOUNT WHOSE LAST
002940*      OPERATIONS WERE ARCHIVED WOULD LOOK DORMANT. A MISSING
002950*      STORDER (STATUS 35) MEANS NO STANDING ORDERS.
002960******************************************************************
002970 1000-INITIALIZE.
002980     ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.
002990     MOVE WS-DATA-ATUAL TO WS-DATA-MOVTO.
003000     MOVE WS-MESES-PADRAO TO WS-MESES.
003010     OPEN INPUT CARD-FILE.
003020     IF WS-FS-CARD = "00" THEN
003030         READ CARD-FILE
003040             AT END
003050                 MOVE SPACES TO PARM-RECORD
003060         END-READ
003070         CLOSE CARD-FILE
003080         PERFORM 1100-VALIDAR-CARTAO THRU 1100-EXIT
003090         IF WS-FALHA THEN
003100             DISPLAY "DORMBAT: CARTAO DE PARAMETROS INVALIDO"
003110             GO TO 1000-EXIT
003120         END-IF
003130     END-IF.
003140     OPEN I-O ACCOUNT-MASTER.
003150     IF WS-FS-ACCT NOT = "00" THEN
003160         DISPLAY "DORMBAT: NAO FOI POSSIVEL ABRIR ACCTMS, "
003170                 "STATUS " WS-FS-ACCT
003180         MOVE "S" TO WS-SW-FALHA
003190         GO TO 1000-EXIT
003200     END-IF.
003210     OPEN I-O TRANSACTION-LOG.
003220     IF WS-FS-LOG NOT = "00" THEN
003230         DISPLAY "DORMBAT: NAO FOI POSSIVEL ABRIR TRANLOG, "
003240                 "STATUS " WS-FS-LOG
003250         MOVE "S" TO WS-SW-FALHA
003260         GO TO 1000-EXIT
003270     END-IF.
003280     OPEN INPUT HISTORY-FILE.
003290     IF WS-FS-HIST NOT = "00" THEN
003300         DISPLAY "DORMBAT: NAO FOI POSSIVEL ABRIR TRANHIST, "
003310                 "STATUS " WS-FS-HIST
003320         MOVE "S" TO WS-SW-FALHA
003330         GO TO 1000-EXIT
003340     END-IF.
003350     OPEN INPUT BALANCE-SNAPSHOT.
003360     IF WS-FS-SNP NOT = "00" THEN
003370         DISPLAY "DORMBAT: NAO FOI POSSIVEL ABRIR SNAPSHT, "
003380                 "STATUS " WS-FS-SNP
003390         MOVE "S" TO WS-SW-FALHA
003400         GO TO 1000-EXIT
003410     END-IF.
003420     OPEN I-O STANDING-ORDERS.
003430     IF WS-FS-SOR = "00" THEN
003440         MOVE "S" TO WS-SW-SOR-ABERTO
003450     ELSE
003460         IF WS-FS-SOR NOT = "35" THEN
003470             DISPLAY "DORMBAT: NAO FOI POSSIVEL ABRIR STORDER, "
003480                     "STATUS " WS-FS-SOR
003490             MOVE "S" TO WS-SW-FALHA
003500             GO TO 1000-EXIT
003510         END-IF
003520     END-IF.
003530     OPEN OUTPUT REPORT-FILE.
003540     PERFORM 1400-CALCULAR-CORTE THRU 1400-EXIT.
003550     WRITE REPORT-LINE FROM WS-CABECALHO-1.
003560     MOVE WS-DATA-MOVTO TO WS-CB2-DATA.
003570     MOVE WS-DATA-CORTE TO WS-CB2-CORTE.
003580     MOVE WS-MESES TO WS-CB2-MESES.
003590     WRITE REPORT-LINE FROM WS-CABECALHO-2.
003600     MOVE SPACES TO REPORT-LINE.
003610     WRITE REPORT-LINE.
003620     WRITE REPORT-LINE FROM WS-CABECALHO-3.
003630     PERFORM 1200-INICIAR-RUNCTL THRU 1200-EXIT.
003640 1000-EXIT.
003650     EXIT.
003660
003670******************************************************************
003680*  1100-VALIDAR-CARTAO
003690*      CHECKS THE SYSIN CARD. A BLANK FIELD KEEPS ITS DEFAULT
003700*      (TODAY, 12 MONTHS); A FIELD THAT IS NOT NUMERIC, OR A
003710*      ZERO NUMBER OF MONTHS, SETS WS-FALHA.
003720******************************************************************
003730 1100-VALIDAR-CARTAO.
003740     IF PARM-DATA NOT = SPACES THEN
003750         IF PARM-DATA NOT NUMERIC THEN
003760             MOVE "S" TO WS-SW-FALHA
003770             GO TO 1100-EXIT
003780         END-IF
003790         MOVE PARM-DATA TO WS-DATA-MOVTO
003800     END-IF.
003810     IF PARM-MESES NOT = SPACES THEN
003820         IF PARM-MESES NOT NUMERIC OR PARM-MESES = "00" THEN
003830             MOVE "S" TO WS-SW-FALHA
003840             GO TO 1100-EXIT
003850         END-IF
003860         MOVE PARM-MESES TO WS-MESES
003870     END-IF.
003880 1100-EXIT.
003890     EXIT.
003900
003910******************************************************************
003920*  1200-INICIAR-RUNCTL
003930*      WRITES THE JOB'S "E" RUN RECORD AND START TIMESTAMP. ONLY
003940*      PERFORMED AFTER EVERY DATA FILE OPENED, SO A FAILED INIT
003950*      SHOWS AS "NAO EXECUTADO"; A RUNCTL FAILURE ONLY WARNS.
003960******************************************************************
003970 1200-INICIAR-RUNCTL.
003980     OPEN I-O RUN-CONTROL.
003990     IF WS-FS-RUN = "35" THEN
004000         OPEN OUTPUT RUN-CONTROL
004010         CLOSE RUN-CONTROL
004020         OPEN I-O RUN-CONTROL
004030     END-IF.
004040     IF WS-FS-RUN NOT = "00" THEN
004050         DISPLAY "DORMBAT: NAO FOI POSSIVEL ABRIR RUNCTL, "
004060                 "STATUS " WS-FS-RUN
004070         GO TO 1200-EXIT
004080     END-IF.
004090     MOVE "S" TO WS-SW-RUN-ABERTO.
004100     MOVE "DORMBAT " TO RUN-JOB.
004110     MOVE WS-DATA-MOVTO TO RUN-DATA.
004120     ACCEPT WS-HORA-ATUAL FROM TIME.
004130     MOVE WS-DATA-ATUAL TO RUN-INICIO-DATA.
004140     MOVE WS-HORA-ATUAL TO RUN-INICIO-HORA.
004150     MOVE ZEROS TO RUN-FIM-DATA.
004160     MOVE ZEROS TO RUN-FIM-HORA.
004170     MOVE ZEROS TO RUN-LIDOS.
004180     MOVE ZEROS TO RUN-APLICADOS.
004190     MOVE ZEROS TO RUN-ERROS.
004200     MOVE "E" TO RUN-STATUS.
004210     WRITE RUN-RECORD
004220         INVALID KEY
004230             REWRITE RUN-RECORD
004240     END-WRITE.
004250 1200-EXIT.
004260     EXIT.
004270
004280******************************************************************
004290*  1400-CALCULAR-CORTE
004300*      MOVES THE BUSINESS DATE BACK WS-MESES MONTHS INTO
004310*      WS-DATA-CORTE, KEEPING THE DAY OR, WHEN THE TARGET MONTH
004320*      IS SHORTER, TAKING ITS LAST DAY. AN ACCOUNT WHOSE LAST
004330*      ACTIVITY IS BEFORE THIS DATE IS DORMANT.
004340******************************************************************
004350 1400-CALCULAR-CORTE.
004360     MOVE WS-DATA-MOVTO TO WS-DATA-CALC.
004370     COMPUTE WS-TOTAL-MESES = WS-DC-ANO * 12 + WS-DC-MES - 1
004380             - WS-MESES.
004390     DIVIDE WS-TOTAL-MESES BY 12 GIVING WS-DC-ANO
004400         REMAINDER WS-RESTO-MES.
004410     COMPUTE WS-DC-MES = WS-RESTO-MES + 1.
004420     PERFORM 1700-ULTIMO-DIA THRU 1700-EXIT.
004430     IF WS-DC-DIA > WS-ULTIMO-DIA THEN
004440         MOVE WS-ULTIMO-DIA TO WS-DC-DIA
004450     END-IF.
004460     MOVE WS-DATA-CALC TO WS-DATA-CORTE.
004470 1400-EXIT.
004480     EXIT.
004490
004500******************************************************************
004510*  1700-ULTIMO-DIA
004520*      LEAVES IN WS-ULTIMO-DIA THE LAST DAY OF THE MONTH IN
004530*      WS-DATA-CALC, WITH 29 FOR FEBRUARY OF A LEAP YEAR.
004540******************************************************************
004550 1700-ULTIMO-DIA.
004560     MOVE WS-DIAS-MES (WS-DC-MES) TO WS-ULTIMO-DIA.
004570     IF WS-DC-MES = 2 THEN
004580         DIVIDE WS-DC-ANO BY 4 GIVING WS-QUOCIENTE
004590             REMAINDER WS-RESTO-4
004600         DIVIDE WS-DC-ANO BY 100 GIVING WS-QUOCIENTE
004610             REMAINDER WS-RESTO-100
004620         DIVIDE WS-DC-ANO BY 400 GIVING WS-QUOCIENTE
004630             REMAINDER WS-RESTO-400
004640         IF WS-RESTO-4 = ZERO AND (WS-RESTO-100 NOT = ZERO
004650                 OR WS-RESTO-400 = ZERO) THEN
004660             MOVE 29 TO WS-ULTIMO-DIA
004670         END-IF
004680     END-IF.
004690 1700-EXIT.
004700     EXIT.
004710
004720******************************************************************
004730*  2000-SELECIONAR
004740*      SORT INPUT PROCEDURE: RELEASES ACCOUNT AND DATE OF EVERY
004750*      CUSTOMER OPERATION ON THE ONLINE LOG, THEN ON THE
004760*      ARCHIVED HISTORY GENERATIONS (IN ANY ORDER - THE SORT
004770*      PUTS THEM RIGHT).
004780******************************************************************
004790 2000-SELECIONAR.
004800     MOVE ZEROS TO LOG-CONTA.
004810     MOVE ZEROS TO LOG-DATA.
004820     MOVE ZEROS TO LOG-HORA.
004830     START TRANSACTION-LOG KEY IS NOT < LOG-CHAVE
004840         INVALID KEY
004850             MOVE "S" TO WS-SW-FIM-LOG
004860     END-START.
004870     PERFORM 2100-LER-LOG THRU 2100-EXIT
004880         UNTIL WS-FIM-LOG.
004890     PERFORM 2200-LER-HISTORICO THRU 2200-EXIT
004900         UNTIL WS-EOF-HIST.
004910 2000-EXIT.
004920     EXIT.
004930
004940******************************************************************
004950*  2100-LER-LOG
004960*      READS THE NEXT ONLINE LOG RECORD AND RELEASES IT WHEN
004970*      THE CUSTOMER STARTED IT.
004980******************************************************************
004990 2100-LER-LOG.
005000     READ TRANSACTION-LOG NEXT RECORD
005010         AT END
005020             MOVE "S" TO WS-SW-FIM-LOG
005030             GO TO 2100-EXIT
005040     END-READ.
005050     ADD 1 TO WS-CONT-REG-LOG.
005060     MOVE LOG-OPERACAO TO WS-OPERACAO.
005070     PERFORM 2500-TESTAR-ATIVIDADE THRU 2500-EXIT.
005080     IF WS-E-ATIVIDADE THEN
005090         MOVE LOG-CONTA TO SRT-CONTA
005100         MOVE LOG-DATA TO SRT-DATA
005110         RELEASE SRT-RECORD
005120         ADD 1 TO WS-CONT-ATIVIDADES
005130     END-IF.
005140 2100-EXIT.
005150     EXIT.
005160
005170******************************************************************
005180*  2200-LER-HISTORICO
005190*      READS THE NEXT ARCHIVED HISTORY RECORD AND RELEASES IT
005200*      WHEN THE CUSTOMER STARTED IT.
005210******************************************************************
005220 2200-LER-HISTORICO.
005230     READ HISTORY-FILE
005240         AT END
005250             MOVE "S" TO WS-SW-EOF-HIST
005260             GO TO 2200-EXIT
005270     END-READ.
005280     ADD 1 TO WS-CONT-REG-HIST.
005290     MOVE HST-OPERACAO TO WS-OPERACAO.
005300     PERFORM 2500-TESTAR-ATIVIDADE THRU 2500-EXIT.
005310     IF WS-E-ATIVIDADE THEN
005320         MOVE HST-CONTA TO SRT-CONTA
005330         MOVE HST-DATA TO SRT-DATA
005340         RELEASE SRT-RECORD
005350         ADD 1 TO WS-CONT-ATIVIDADES
005360     END-IF.
005370 2200-EXIT.
005380     EXIT.
005390
005400******************************************************************
005410*  2500-TESTAR-ATIVIDADE
005420*      SETS WS-E-ATIVIDADE WHEN THE OPERATION CODE IN
005430*      WS-OPERACAO IS ONE ONLY A SIGNED-ON CUSTOMER CAN START:
005440*      THE FRAUDMON LIST (INQUIRY, TRANSFER, PAYMENT,
005450*      INVESTMENT AND REDEMPTIONS, SCHEDULING, ESTORNO,
005460*      CANCEL / RESCHEDULE, PASSWORD CHANGE, STANDING ORDER
005470*      CREATE / CANCEL, TED) PLUS "25" HELD FOR APPROVAL,
005480*      "32" TO "35" LIMIT, FAVORECIDO AND CONTACT CHANGES AND
005490*      "37" REACTIVATION AT SIGN-ON AND "38" / "39" JOINT-
005495*      ACCOUNT CO-APPROVAL QUEUED / REFUSED. CREDITS, SETTLEMENTS,
005500*      INTEREST, FEES, TAXES, REFUSALS, FAILED SIGN-ONS AND
005510*      "36" ITSELF ARE NOT ACTIVITY.
005520******************************************************************
005530 2500-TESTAR-ATIVIDADE.
005540     EVALUATE WS-OPERACAO
005550         WHEN "01" THRU "06"
005560         WHEN "09"
005570         WHEN "11" THRU "13"
005580         WHEN "16"
005590         WHEN "17"
005600         WHEN "20"
005610         WHEN "22"
005620         WHEN "24"
005630         WHEN "25"
005640         WHEN "32" THRU "35"
005650         WHEN "37" THRU "39"
005660             MOVE "S" TO WS-SW-ATIVIDADE
005670         WHEN OTHER
005680             MOVE "N" TO WS-SW-ATIVIDADE
005690     END-EVALUATE.
005700 2500-EXIT.
005710     EXIT.
005720
005730******************************************************************
005740*  4000-CLASSIFICAR
005750*      SORT OUTPUT PROCEDURE: WALKS THE ACCOUNT MASTER IN KEY
005760*      ORDER ALONGSIDE THE SORTED ACTIVITY RECORDS.
005770******************************************************************
005780 4000-CLASSIFICAR.
005790     PERFORM 4050-RETORNAR-ATIVIDADE THRU 4050-EXIT.
005800     MOVE ZEROS TO ACCT-NUMERO.
005810     START ACCOUNT-MASTER KEY IS NOT < ACCT-NUMERO
005820         INVALID KEY
005830             MOVE "S" TO WS-SW-EOF-ACCT
005840     END-START.
005850     PERFORM 4100-PROCESS-CONTA THRU 4100-EXIT
005860         UNTIL WS-EOF-ACCT.
005870 4000-EXIT.
005880     EXIT.
005890
005900******************************************************************
005910*  4050-RETORNAR-ATIVIDADE
005920*      RETURNS THE NEXT SORTED ACTIVITY RECORD INTO
005930*      WS-SRT-CONTA / WS-SRT-DATA.
005940******************************************************************
005950 4050-RETORNAR-ATIVIDADE.
005960     RETURN SORT-FILE
005970         AT END
005980             MOVE "S" TO WS-SW-EOF-SRT
005990             GO TO 4050-EXIT
006000     END-RETURN.
006010     MOVE SRT-CONTA TO WS-SRT-CONTA.
006020     MOVE SRT-DATA TO WS-SRT-DATA.
006030 4050-EXIT.
006040     EXIT.
006050
006060******************************************************************
006070*  4100-PROCESS-CONTA
006080*      READS THE NEXT ACCOUNT, WORKS OUT ITS LAST ACTIVITY AND
006090*      LISTS IT IF ALREADY INATIVA, OR FLAGS IT WHEN AN ACTIVE
006100*      ACCOUNT HAS HAD NO ACTIVITY SINCE THE CUT-OFF DATE.
006110******************************************************************
006120 4100-PROCESS-CONTA.
006130     READ ACCOUNT-MASTER NEXT RECORD
006140         AT END
006150             MOVE "S" TO WS-SW-EOF-ACCT
006160             GO TO 4100-EXIT
006170     END-READ.
006180     ADD 1 TO WS-CONT-LIDAS.
006190     PERFORM 4200-OBTER-ATIVIDADE THRU 4200-EXIT.
006200     IF ACCT-STATUS = "I" THEN
006210         MOVE SPACES TO WS-SITUACAO
006220         PERFORM 6000-LISTAR-CONTA THRU 6000-EXIT
006230         GO TO 4100-EXIT
006240     END-IF.
006250     IF ACCT-STATUS = "B" OR ACCT-STATUS = "E" THEN
006260         GO TO 4100-EXIT
006270     END-IF.
006280     IF WS-ULT-ATIVIDADE NOT < WS-DATA-CORTE THEN
006290         GO TO 4100-EXIT
006300     END-IF.
006310     IF WS-ULT-ATIVIDADE = ZERO THEN
006320         PERFORM 4300-VERIFICAR-IDADE THRU 4300-EXIT
006330         IF NOT WS-CONTA-ANTIGA THEN
006340             ADD 1 TO WS-CONT-RECENTES
006350             GO TO 4100-EXIT
006360         END-IF
006370     END-IF.
006380     PERFORM 5000-INATIVAR-CONTA THRU 5000-EXIT.
006390 4100-EXIT.
006400     EXIT.
006410
006420******************************************************************
006430*  4200-OBTER-ATIVIDADE
006440*      LEAVES IN WS-ULT-ATIVIDADE THE LAST ACTIVITY DATE OF THE
006450*      ACCOUNT IN ACCT-RECORD (ZERO = NONE ON FILE). SORTED
006460*      RECORDS OF ACCOUNTS NO LONGER ON THE MASTER ARE SKIPPED;
006470*      THE FIRST RECORD OF THE ACCOUNT IS ITS NEWEST AND THE
006480*      REST ARE PASSED OVER. THE SIGN-ON AND REACTIVATION DATES
006490*      ON THE MASTER (BLANK ON AN OLDER RECORD) COUNT TOO.
006500******************************************************************
006510 4200-OBTER-ATIVIDADE.
006520     MOVE ZERO TO WS-ULT-ATIVIDADE.
006530     PERFORM 4050-RETORNAR-ATIVIDADE THRU 4050-EXIT
006540         UNTIL WS-EOF-SRT OR WS-SRT-CONTA NOT < ACCT-NUMERO.
006550     IF NOT WS-EOF-SRT AND WS-SRT-CONTA = ACCT-NUMERO THEN
006560         MOVE WS-SRT-DATA TO WS-ULT-ATIVIDADE
006570         PERFORM 4050-RETORNAR-ATIVIDADE THRU 4050-EXIT
006580             UNTIL WS-EOF-SRT OR WS-SRT-CONTA NOT = ACCT-NUMERO
006590     END-IF.
006600     IF ACCT-DATA-ULT-ACESSO IS NUMERIC THEN
006610         IF ACCT-DATA-ULT-ACESSO > WS-ULT-ATIVIDADE THEN
006620             MOVE ACCT-DATA-ULT-ACESSO TO WS-ULT-ATIVIDADE
006630         END-IF
006640     END-IF.
006650     IF ACCT-DATA-REATIVACAO IS NUMERIC THEN
006660         IF ACCT-DATA-REATIVACAO > WS-ULT-ATIVIDADE THEN
006670             MOVE ACCT-DATA-REATIVACAO TO WS-ULT-ATIVIDADE
006680         END-IF
006690     END-IF.
006700 4200-EXIT.
006710     EXIT.
006720
006730******************************************************************
006740*  4300-VERIFICAR-IDADE
006750*      SETS WS-CONTA-ANTIGA WHEN THE ACCOUNT'S FIRST SNAPSHT
006760*      SNAPSHOT IS ON OR BEFORE THE CUT-OFF DATE, I.E. THE
006770*      ACCOUNT ALREADY EXISTED THEN AND HAS DONE NOTHING SINCE.
006780******************************************************************
006790 4300-VERIFICAR-IDADE.
006800     MOVE "N" TO WS-SW-CONTA-ANTIGA.
006810     MOVE ACCT-NUMERO TO SNP-CONTA.
006820     MOVE ZEROS TO SNP-DATA.
006830     START BALANCE-SNAPSHOT KEY IS NOT < SNP-CHAVE
006840         INVALID KEY
006850             GO TO 4300-EXIT
006860     END-START.
006870     READ BALANCE-SNAPSHOT NEXT RECORD
006880         AT END
006890             GO TO 4300-EXIT
006900     END-READ.
006910     IF SNP-CONTA = ACCT-NUMERO
006920             AND SNP-DATA NOT > WS-DATA-CORTE THEN
006930         MOVE "S" TO WS-SW-CONTA-ANTIGA
006940     END-IF.
006950 4300-EXIT.
006960     EXIT.
006970
006980******************************************************************
006990*  5000-INATIVAR-CONTA
007000*      MOVES THE ACCOUNT IN ACCT-RECORD TO "I": THE "36" LOG LEG
007010*      GOES FIRST, THEN THE MASTER REWRITE, THEN
007020*      ITS STANDING ORDERS ARE SUSPENDED AND IT IS LISTED.
007030******************************************************************
007040 5000-INATIVAR-CONTA.
007050     MOVE "I" TO ACCT-STATUS.
007060     MOVE WS-DATA-MOVTO TO ACCT-DATA-INATIVACAO.
007070     PERFORM 5100-GRAVAR-LOG THRU 5100-EXIT.
007080     REWRITE ACCT-RECORD.
007090     IF WS-FS-ACCT NOT = "00" THEN
007100         DISPLAY "DORMBAT: ERRO AO REGRAVAR CONTA " ACCT-NUMERO
007110                 " STATUS " WS-FS-ACCT
007120         ADD 1 TO WS-CONT-ERROS
007130         GO TO 5000-EXIT
007140     END-IF.
007150     ADD 1 TO WS-CONT-INATIVADAS.
007160     PERFORM 5300-SUSPENDER-ORDENS THRU 5300-EXIT.
007170     MOVE "NOVA" TO WS-SITUACAO.
007180     PERFORM 6000-LISTAR-CONTA THRU 6000-EXIT.
007190 5000-EXIT.
007200     EXIT.
007210
007220******************************************************************
007230*  5100-GRAVAR-LOG
007240*      WRITES THE "36" (CONTA INATIVADA) LOG RECORD FOR THE
007250*      ACCOUNT IN ACCT-RECORD: NO VALUE, THE BALANCE LEFT ON THE
007260*      ACCOUNT AND THE LAST ACTIVITY DATE AS REFERENCE. A KEY
007270*      COLLISION BUMPS LOG-HORA AND RETRIES, AS IN OVDACCR.
007280******************************************************************
007290 5100-GRAVAR-LOG.
007300     ACCEPT WS-HORA-ATUAL FROM TIME.
007310     MOVE ACCT-NUMERO TO LOG-CONTA.
007320     MOVE WS-DATA-MOVTO TO LOG-DATA.
007330     MOVE WS-HORA-ATUAL TO LOG-HORA.
007340     MOVE "36" TO LOG-OPERACAO.
007350     MOVE ZERO TO LOG-VALOR.
007360     MOVE ACCT-SALDO TO LOG-SALDO-APOS.
007370     MOVE "N" TO LOG-ESTORNADO.
007375     MOVE ZERO TO LOG-CPF-TITULAR.
007380     MOVE WS-ULT-ATIVIDADE TO LOG-REFERENCIA.
007390     MOVE "N" TO WS-SW-LOG-GRAVADO.
007400     MOVE ZERO TO WS-RETRY-LOG.
007410     PERFORM 5200-TENTAR-GRAVAR-LOG THRU 5200-EXIT
007420         UNTIL WS-LOG-GRAVADO OR WS-RETRY-LOG > 50.
007430     IF NOT WS-LOG-GRAVADO THEN
007440         DISPLAY "DORMBAT: LOG NAO GRAVADO PARA CONTA "
007450                 LOG-CONTA
007460         ADD 1 TO WS-CONT-ERROS
007470     END-IF.
007480 5100-EXIT.
007490     EXIT.
007500
007510******************************************************************
007520*  5200-TENTAR-GRAVAR-LOG
007530*      WRITES THE LOG RECORD BUILT BY 5100, BUMPING LOG-HORA ON
007540*      A KEY COLLISION.
007550******************************************************************
007560 5200-TENTAR-GRAVAR-LOG.
007570     WRITE LOG-RECORD
007580         INVALID KEY
007590             ADD 1 TO LOG-HORA
007600             ADD 1 TO WS-RETRY-LOG
007610         NOT INVALID KEY
007620             MOVE "S" TO WS-SW-LOG-GRAVADO
007630     END-WRITE.
007640 5200-EXIT.
007650     EXIT.
007660
007670******************************************************************
007680*  5300-SUSPENDER-ORDENS
007690*      SUSPENDS ("S") EVERY ACTIVE STANDING ORDER OF THE ACCOUNT
007700*      IN ACCT-RECORD, SO PIXBATCH STOPS GENERATING ITS MONTHLY
007710*      OCCURRENCES. ONCE THE ACCOUNT IS BACK THE CUSTOMER
007720*      RESUMES THEM ONLINE (TRABLP "ORDENS PERMANENTES").
007730******************************************************************
007740 5300-SUSPENDER-ORDENS.
007750     IF NOT WS-SOR-ABERTO THEN
007760         GO TO 5300-EXIT
007770     END-IF.
007780     MOVE "N" TO WS-SW-FIM-SOR.
007790     MOVE ACCT-NUMERO TO SOR-CONTA.
007800     MOVE ZEROS TO SOR-DATA-CRIACAO.
007810     MOVE ZEROS TO SOR-HORA-CRIACAO.
007820     START STANDING-ORDERS KEY IS NOT < SOR-CHAVE
007830         INVALID KEY
007840             MOVE "S" TO WS-SW-FIM-SOR
007850     END-START.
007860     PERFORM 5350-LER-ORDEM THRU 5350-EXIT
007870         UNTIL WS-FIM-SOR.
007880 5300-EXIT.
007890     EXIT.
007900
007910******************************************************************
007920*  5350-LER-ORDEM
007930*      READS THE NEXT STANDING ORDER FOR 5300 AND SUSPENDS IT
007940*      WHEN ACTIVE.
007950******************************************************************
007960 5350-LER-ORDEM.
007970     READ STANDING-ORDERS NEXT RECORD
007980         AT END
007990             MOVE "S" TO WS-SW-FIM-SOR
008000             GO TO 5350-EXIT
008010     END-READ.
008020     IF SOR-CONTA NOT = ACCT-NUMERO THEN
008030         MOVE "S" TO WS-SW-FIM-SOR
008040         GO TO 5350-EXIT
008050     END-IF.
008060     IF SOR-STATUS = "A" THEN
008070         MOVE "S" TO SOR-STATUS
008080         REWRITE SOR-RECORD
008090         IF WS-FS-SOR = "00" THEN
008100             ADD 1 TO WS-CONT-ORDENS
008110         ELSE
008120             DISPLAY "DORMBAT: ORDEM NAO SUSPENSA, CONTA "
008130                     SOR-CONTA " STATUS " WS-FS-SOR
008140             ADD 1 TO WS-CONT-ERROS
008150         END-IF
008160     END-IF.
008170 5350-EXIT.
008180     EXIT.
008190
008200******************************************************************
008210*  6000-LISTAR-CONTA
008220*      PRINTS THE REGULATORY LINE FOR THE INATIVA ACCOUNT IN
008230*      ACCT-RECORD AND ADDS ITS BALANCE TO THE TOTAL. A ZERO
008240*      LAST ACTIVITY MEANS NONE ON FILE.
008250******************************************************************
008260 6000-LISTAR-CONTA.
008270     MOVE ACCT-NUMERO TO WS-LD-CONTA.
008280     MOVE ACCT-NOME TO WS-LD-NOME.
008290     MOVE ACCT-CPF TO WS-LD-CPF.
008300     MOVE ACCT-SALDO TO WS-LD-SALDO.
008310     MOVE WS-ULT-ATIVIDADE TO WS-LD-ULT-MOVTO.
008320     IF ACCT-DATA-INATIVACAO IS NUMERIC THEN
008330         MOVE ACCT-DATA-INATIVACAO TO WS-LD-INATIVACAO
008340     ELSE
008350         MOVE ZERO TO WS-LD-INATIVACAO
008360     END-IF.
008370     MOVE WS-SITUACAO TO WS-LD-SITUACAO.
008380     WRITE REPORT-LINE FROM WS-LINHA-DETALHE.
008390     ADD ACCT-SALDO TO WS-TOTAL-SALDO.
008400     ADD 1 TO WS-CONT-LISTADAS.
008410 6000-EXIT.
008420     EXIT.
008430
008440******************************************************************
008450*  8000-FINALIZE
008460*      PRINTS THE RUN TOTALS, CLOSES ALL FILES AND DISPLAYS THE
008470*      RUN SUMMARY.
008480******************************************************************
008490 8000-FINALIZE.
008500     IF WS-FALHA THEN
008510         DISPLAY "DORMBAT: EXECUCAO INTERROMPIDA NA ABERTURA"
008520         GO TO 8000-EXIT
008530     END-IF.
008540     PERFORM 8100-ENCERRAR-RUNCTL THRU 8100-EXIT.
008550     MOVE SPACES TO REPORT-LINE.
008560     WRITE REPORT-LINE.
008570     MOVE WS-CONT-LIDAS TO WS-LT1-VALOR.
008580     WRITE REPORT-LINE FROM WS-LINHA-TOTAL-1.
008590     MOVE WS-CONT-INATIVADAS TO WS-LT2-VALOR.
008600     WRITE REPORT-LINE FROM WS-LINHA-TOTAL-2.
008610     MOVE WS-CONT-LISTADAS TO WS-LT3-VALOR.
008620     WRITE REPORT-LINE FROM WS-LINHA-TOTAL-3.
008630     MOVE WS-CONT-ORDENS TO WS-LT4-VALOR.
008640     WRITE REPORT-LINE FROM WS-LINHA-TOTAL-4.
008650     MOVE WS-TOTAL-SALDO TO WS-LT5-VALOR.
008660     WRITE REPORT-LINE FROM WS-LINHA-TOTAL-5.
008670     CLOSE ACCOUNT-MASTER.
008680     CLOSE TRANSACTION-LOG.
008690     CLOSE HISTORY-FILE.
008700     CLOSE BALANCE-SNAPSHOT.
008710     IF WS-SOR-ABERTO THEN
008720         CLOSE STANDING-ORDERS
008730     END-IF.
008740     CLOSE REPORT-FILE.
008750     DISPLAY "DORMBAT: DATA BASE / CORTE......: " WS-DATA-MOVTO
008760             " / " WS-DATA-CORTE.
008770     DISPLAY "DORMBAT: REGISTROS TRANLOG......: " WS-CONT-REG-LOG.
008780     DISPLAY "DORMBAT: REGISTROS TRANHIST.....: "
008790             WS-CONT-REG-HIST.
008800     DISPLAY "DORMBAT: OPERACOES DE CLIENTE...: "
008810             WS-CONT-ATIVIDADES.
008820     DISPLAY "DORMBAT: CONTAS LIDAS...........: " WS-CONT-LIDAS.
008830     DISPLAY "DORMBAT: CONTAS INATIVADAS......: "
008840             WS-CONT-INATIVADAS.
008850     DISPLAY "DORMBAT: CONTAS INATIVAS........: "
008860             WS-CONT-LISTADAS.
008870     DISPLAY "DORMBAT: SEM HISTORICO, RECENTES: "
008880             WS-CONT-RECENTES.
008890     DISPLAY "DORMBAT: ORDENS SUSPENSAS.......: " WS-CONT-ORDENS.
008900     DISPLAY "DORMBAT: SALDO TOTAL INATIVO....: " WS-TOTAL-SALDO.
008910     IF WS-CONT-ERROS NOT = ZERO THEN
008920         DISPLAY "DORMBAT: ERROS DE GRAVACAO......: "
008930                 WS-CONT-ERROS
008940     END-IF.
008950 8000-EXIT.
008960     EXIT.
008970
008980******************************************************************
008990*  8100-ENCERRAR-RUNCTL
009000*      REWRITES THE RUN RECORD WITH THE COUNTERS (ACCOUNTS READ,
009010*      ACCOUNTS FLAGGED, WRITE ERRORS), THE END TIMESTAMP AND
009020*      STATUS "C". AN ABENDED RUN NEVER REACHES HERE AND LEAVES
009030*      THE RECORD AS "E" FOR MORNRPT TO FLAG.
009040******************************************************************
009050 8100-ENCERRAR-RUNCTL.
009060     IF NOT WS-RUN-ABERTO THEN
009070         GO TO 8100-EXIT
009080     END-IF.
009090     MOVE "DORMBAT " TO RUN-JOB.
009100     MOVE WS-DATA-MOVTO TO RUN-DATA.
009110     ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.
009120     ACCEPT WS-HORA-ATUAL FROM TIME.
009130     MOVE WS-DATA-ATUAL TO RUN-FIM-DATA.
009140     MOVE WS-HORA-ATUAL TO RUN-FIM-HORA.
009150     MOVE WS-CONT-LIDAS TO RUN-LIDOS.
009160     MOVE WS-CONT-INATIVADAS TO RUN-APLICADOS.
009170     MOVE WS-CONT-ERROS TO RUN-ERROS.
009180     MOVE "C" TO RUN-STATUS.
009190     REWRITE RUN-RECORD
009200         INVALID KEY
009210             WRITE RUN-RECORD
009220     END-REWRITE.
009230     CLOSE RUN-CONTROL.
009240 8100-EXIT.
009250     EXIT.
009260
009270******************************************************************
009280*  9999-EXIT
009290*      SINGLE PROGRAM EXIT POINT.
009300******************************************************************
009310 9999-EXIT.
009320     STOP RUN.
