000570*                        ALSO LEAVES THE PENDING RECORD AS "E"
000580*                        (NOTHING IS POSTED), AS FOR THE
000590*                        BENEFICIARY SIDE.
000600*      02/09/2026  OPS   STANDING ORDERS (STORDER): BEFORE THE
000610*                        PENDING SCAN, EVERY ACTIVE ORDER DUE
000620*                        THIS MONTH GENERATES ONE "P" OCCURRENCE
000630*                        (PTX-TIPO "O", KEYED ON THE ORDER'S
000640*                        CREATION TIME SO A RERUN CANNOT
000650*                        DUPLICATE IT) WHICH SETTLES WITH THE
000660*                        SCHEDULED TRANSFERS; ITS LEGS LOG AS
000670*                        "18"/"19" INSTEAD OF "08"/"07".
000680*      02/09/2026  OPS   A TRANSFER SCHEDULED BY CPF KEY
000690*                        (PTX-BENEF-CPF NOT ZERO) IS RESOLVED
000700*                        AGAINST ACCT-CPF AT SETTLEMENT TIME;
000710*                        THE RESOLVED ACCOUNT IS STAMPED INTO
000720*                        PTX-BENEFICIARIO BEFORE THE "D" FLAG SO
000730*                        A RESTART POSTS TO THE SAME ACCOUNT.
000740*                        AN UNRESOLVABLE CPF LEAVES THE RECORD
000750*                        AS "E" WITHOUT POSTING.
000760*      02/09/2026  OPS   WRITES ITS RUN RECORD ("E" AT START,
000770*                        "C" WITH THE COUNTERS AT A CLEAN END)
000780*                        TO THE SHARED RUNCTL FILE FOR THE
000790*                        MORNING MORNRPT EXCEPTIONS REPORT.
000800*      02/09/2026  OPS   A DUE TRANSFER ABOVE THE PAYER'S
000810*                        ACCT-LIMITE-APROVACAO IS HELD ON THE
000820*                        APPRVL QUEUE ("R", LOG "25") INSTEAD OF
000830*                        POSTING; APPRVBAT RELEASES IT AS "L".
000840*      15/10/2026  OPS   HELD ITEMS CARRY A ZERO APR-TARIFA (THE
000850*                        SCHEDULING FEE IS CHARGED ONLINE).
000860*      15/10/2026  OPS   A DUE TRANSFER THAT WOULD TAKE THE
000870*                        PAYER'S DEBITS OF THE DAY ("02", "03",
000880*                        "08", "18", "22") PAST THE ACCOUNT'S
000890*                        CUMULATIVE DAILY LIMIT IS LEFT AS "E"
000900*                        WITHOUT POSTING; A RELEASED ("L")
000910*                        RECORD IS EXEMPT, AS FOR THE ALCADA.
000920*      15/10/2026  OPS   A DORMANT ("I") PAYER IS REFUSED LIKE A
000930*                        BLOCKED ONE, SO NO MONEY LEAVES IT
000940*                        UNTIL IT IS REACTIVATED; AN "I"
000950*                        BENEFICIARY STILL RECEIVES.
000960*      15/10/2026  OPS   LOG RECORDS CARRY A ZERO
000970*                        LOG-CPF-TITULAR (BATCH POSTING, NO
000980*                        ACCOUNT HOLDER ACTED).
000990******************************************************************
001000 ENVIRONMENT DIVISION.
001010 INPUT-OUTPUT SECTION.
001020 FILE-CONTROL.
001030     SELECT CARD-FILE ASSIGN TO "SYSIN"
001040         ORGANIZATION IS LINE SEQUENTIAL
001050         FILE STATUS IS WS-FS-CARD.
001060     SELECT PENDING-TRANSFERS ASSIGN TO "PNDXFER"
001070         ORGANIZATION IS INDEXED
001080         ACCESS MODE IS DYNAMIC
001090         RECORD KEY IS PTX-CHAVE
001100         FILE STATUS IS WS-FS-PTX.
001110     SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMS"
001120         ORGANIZATION IS INDEXED
001130         ACCESS MODE IS DYNAMIC
001140         RECORD KEY IS ACCT-NUMERO
001150         FILE STATUS IS WS-FS-ACCT.
001160     SELECT TRANSACTION-LOG ASSIGN TO "TRANLOG"
001170         ORGANIZATION IS INDEXED
001180         ACCESS MODE IS DYNAMIC
001190         RECORD KEY IS LOG-CHAVE
001200         FILE STATUS IS WS-FS-LOG.
001210     SELECT CHECKPOINT-FILE ASSIGN TO "PIXCHKP"
001220         ORGANIZATION IS INDEXED
001230         ACCESS MODE IS DYNAMIC
001240         RECORD KEY IS CHK-ID
001250         FILE STATUS IS WS-FS-CHK.
001260     SELECT STANDING-ORDERS ASSIGN TO "STORDER"
001270         ORGANIZATION IS INDEXED
001280         ACCESS MODE IS SEQUENTIAL
001290         RECORD KEY IS SOR-CHAVE
001300         FILE STATUS IS WS-FS-SOR.
001310     SELECT PENDING-APPROVALS ASSIGN TO "APPRVL"
001320         ORGANIZATION IS INDEXED
001330         ACCESS MODE IS DYNAMIC
001340         RECORD KEY IS APR-CHAVE
001350         FILE STATUS IS WS-FS-APR.
001360     SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
001370         ORGANIZATION IS INDEXED
001380         ACCESS MODE IS DYNAMIC
001390         RECORD KEY IS RUN-CHAVE
001400         FILE STATUS IS WS-FS-RUN.
001410 DATA DIVISION.
001420 FILE SECTION.
001430 FD  CARD-FILE
001440     LABEL RECORD IS OMITTED.
001450 01  PARM-RECORD.
001460     05  PARM-MODO               PIC X(07).
001470     05  FILLER                  PIC X(73).
001480 FD  PENDING-TRANSFERS
001490     LABEL RECORD IS STANDARD.
001500     COPY PNDXFER.
001510 FD  ACCOUNT-MASTER
001520     LABEL RECORD IS STANDARD.
001530     COPY ACCTMS.
001540 FD  TRANSACTION-LOG
001550     LABEL RECORD IS STANDARD.
001560     COPY TRANLOG.
001570 FD  CHECKPOINT-FILE
001580     LABEL RECORD IS STANDARD.
001590     COPY CHKPNT.
001600 FD  STANDING-ORDERS
001610     LABEL RECORD IS STANDARD.
001620     COPY STORDER.
001630 FD  RUN-CONTROL
001640     LABEL RECORD IS STANDARD.
001650     COPY RUNCTL.
001660 FD  PENDING-APPROVALS
001670     LABEL RECORD IS STANDARD.
001680     COPY APPRVL.
001690 WORKING-STORAGE SECTION.
001700******************************************************************
001710*  FILE STATUS AND CONTROL SWITCHES.
001720******************************************************************
001730 77  WS-FS-CARD             PIC X(02) VALUE SPACES.
001740 77  WS-FS-PTX              PIC X(02) VALUE SPACES.
001750 77  WS-FS-ACCT             PIC X(02) VALUE SPACES.
001760 77  WS-FS-LOG              PIC X(02) VALUE SPACES.
001770 77  WS-FS-CHK              PIC X(02) VALUE SPACES.
001780 77  WS-FS-APR              PIC X(02) VALUE SPACES.
001790 77  WS-FS-SOR              PIC X(02) VALUE SPACES.
001800 01  WS-SW-EOF-SOR          PIC X(01) VALUE "N".
001810     88  WS-EOF-SOR                    VALUE "S".
001820 77  WS-FS-RUN              PIC X(02) VALUE SPACES.
001830 01  WS-SW-RUN-ABERTO       PIC X(01) VALUE "N".
001840     88  WS-RUN-ABERTO                 VALUE "S".
001850 01  WS-SW-EOF-PTX          PIC X(01) VALUE "N".
001860     88  WS-EOF-PTX                    VALUE "S".
001870 01  WS-SW-CONTA-ORIGEM     PIC X(01) VALUE "N".
001880     88  WS-ACHOU-CONTA-ORIGEM         VALUE "S".
001890 01  WS-SW-CONTA-DESTINO    PIC X(01) VALUE "N".
001900     88  WS-ACHOU-CONTA-DESTINO        VALUE "S".
001910 01  WS-SW-MODO-RESTART     PIC X(01) VALUE "N".
001920     88  WS-MODO-RESTART               VALUE "S".
001930 01  WS-SW-ACHOU-LEG        PIC X(01) VALUE "N".
001940     88  WS-ACHOU-LEG                  VALUE "S".
001950 01  WS-SW-FIM-LOG          PIC X(01) VALUE "N".
001960     88  WS-FIM-LOG                    VALUE "S".
001970 01  WS-SW-LOG-GRAVADO      PIC X(01) VALUE "N".
001980     88  WS-LOG-GRAVADO                VALUE "S".
001990 01  WS-SW-CPF-RESOLVIDO    PIC X(01) VALUE "N".
002000     88  WS-CPF-RESOLVIDO              VALUE "S".
002010 01  WS-SW-FIM-CPF          PIC X(01) VALUE "N".
002020     88  WS-FIM-CPF                    VALUE "S".
002030 01  WS-SW-LIMITE-EXCEDIDO  PIC X(01) VALUE "N".
002040     88  WS-LIMITE-EXCEDIDO            VALUE "S".
002050 01  WS-SW-FIM-USO          PIC X(01) VALUE "N".
002060     88  WS-FIM-USO                    VALUE "S".
002070******************************************************************
002080*  WORK AREAS.
002090******************************************************************
002100 01  WS-DATA-ATUAL           PIC 9(8).
002110 01  WS-HORA-ATUAL           PIC 9(8).
002120 01  WS-LOG-OPERACAO         PIC X(02).
002130 01  WS-LOG-REFERENCIA       PIC X(10).
002140 01  WS-PROC-CONTA           PIC 9(06).
002150 01  WS-PROC-OPERACAO        PIC X(02).
002160 01  WS-PROC-REFERENCIA      PIC X(10).
002170 01  WS-ANOMES-ATUAL         PIC 9(06).
002180 01  WS-ANOMES-ULT           PIC 9(06).
002190 01  WS-DIA-HOJE             PIC 9(02).
002200 01  WS-DATA-OCORR           PIC 9(08).
002210 01  WS-CONTA-CPF            PIC 9(06).
002220 01  WS-LIM-DIARIO           PIC 9(9)V9(2).
002230 01  WS-LIM-CLIENTE          PIC 9(9)V9(2).
002240 01  WS-USADO-DIA            PIC S9(9)V9(2).
002250 77  WS-CONT-LIDOS           PIC 9(05) VALUE ZERO COMP.
002260 77  WS-CONT-APLICADOS       PIC 9(05) VALUE ZERO COMP.
002270 77  WS-CONT-ERROS           PIC 9(05) VALUE ZERO COMP.
002280 77  WS-CONT-RESOLVIDOS      PIC 9(05) VALUE ZERO COMP.
002290 77  WS-RETRY-LOG            PIC 9(02) VALUE ZERO COMP.
002300 77  WS-CONT-LOG-ERROS       PIC 9(05) VALUE ZERO COMP.
002310 77  WS-CONT-ORDENS-GERADAS  PIC 9(05) VALUE ZERO COMP.
002320 77  WS-CONT-RETIDOS         PIC 9(05) VALUE ZERO COMP.
002330 77  WS-CONT-LIMITE          PIC 9(05) VALUE ZERO COMP.
002340******************************************************************
002350*  PROCEDURE DIVISION.
002360******************************************************************
002370 PROCEDURE DIVISION.
002380******************************************************************
002390*  0000-MAINLINE
002400*      DRIVES THE OPEN / PROCESS / CLOSE SEQUENCE FOR THE RUN.
002410******************************************************************
002420 0000-MAINLINE.
002430     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002440     PERFORM 1500-GERAR-ORDENS THRU 1500-EXIT.
002450     PERFORM 2000-PROCESS-PENDING THRU 2000-EXIT
002460         UNTIL WS-EOF-PTX.
002470     PERFORM 8000-FINALIZE THRU 8000-EXIT.
002480     GO TO 9999-EXIT.
002490
002500******************************************************************
002510*  1000-INITIALIZE
002520*      READS THE MODE CARD, OPENS ALL FILES, LOADS (OR CREATES)
002530*      THE CHECKPOINT RECORD AND, IN RESTART MODE, POSITIONS
002540*      PENDING-TRANSFERS AFTER THE LAST KEY COMPLETED. A NORMAL
002550*      RUN CLEARS THE CHECKPOINT FIRST, SO A LATER RESTART ONLY
002560*      TRUSTS A KEY WRITTEN BY THE RUN BEING RESTARTED.
002570******************************************************************
002580 1000-INITIALIZE.
002590     ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.
002600     MOVE WS-DATA-ATUAL(1:6) TO WS-ANOMES-ATUAL.
002610     MOVE WS-DATA-ATUAL(7:2) TO WS-DIA-HOJE.
002620     OPEN INPUT CARD-FILE.
002630     IF WS-FS-CARD = "00" THEN
002640         READ CARD-FILE
002650             AT END
002660                 MOVE "NORMAL " TO PARM-MODO
002670         END-READ
002680         CLOSE CARD-FILE
002690     ELSE
002700         MOVE "NORMAL " TO PARM-MODO
002710     END-IF.
002720     IF PARM-MODO = "RESTART" THEN
002730         MOVE "S" TO WS-SW-MODO-RESTART
002740         DISPLAY "PIXBATCH: EXECUCAO EM MODO RESTART"
002750     END-IF.
002760     OPEN I-O PENDING-TRANSFERS.
002770     IF WS-FS-PTX NOT = "00" THEN
002780         DISPLAY "PIXBATCH: NAO FOI POSSIVEL ABRIR PNDXFER, "
002790                 "STATUS " WS-FS-PTX
002800         MOVE "S" TO WS-SW-EOF-PTX
002810     END-IF.
002820     OPEN I-O ACCOUNT-MASTER.
002830     IF WS-FS-ACCT NOT = "00" THEN
002840         DISPLAY "PIXBATCH: NAO FOI POSSIVEL ABRIR ACCTMS, "
002850                 "STATUS " WS-FS-ACCT
002860         MOVE "S" TO WS-SW-EOF-PTX
002870     END-IF.
002880     OPEN I-O TRANSACTION-LOG.
002890     IF WS-FS-LOG NOT = "00" THEN
002900         DISPLAY "PIXBATCH: NAO FOI POSSIVEL ABRIR TRANLOG, "
002910                 "STATUS " WS-FS-LOG
002920         MOVE "S" TO WS-SW-EOF-PTX
002930     END-IF.
002940     OPEN I-O PENDING-APPROVALS.
002950     IF WS-FS-APR = "35" THEN
002960         OPEN OUTPUT PENDING-APPROVALS
002970         CLOSE PENDING-APPROVALS
002980         OPEN I-O PENDING-APPROVALS
002990     END-IF.
003000     PERFORM 1100-ABRIR-CHECKPOINT THRU 1100-EXIT.
003010     IF NOT WS-EOF-PTX THEN
003020         PERFORM 1200-INICIAR-RUNCTL THRU 1200-EXIT
003030     END-IF.
003040     IF NOT WS-MODO-RESTART AND NOT WS-EOF-PTX THEN
003050         MOVE ZEROS TO CHK-PTX-CHAVE
003060         REWRITE CHK-RECORD
003070     END-IF.
003080     IF WS-MODO-RESTART AND CHK-PTX-CHAVE NOT = ZEROS THEN
003090         MOVE CHK-PTX-CONTA TO PTX-CONTA
003100         MOVE CHK-PTX-DATA TO PTX-DATA-AGENDA
003110         MOVE CHK-PTX-HORA TO PTX-HORA-CRIACAO
003120         START PENDING-TRANSFERS KEY IS > PTX-CHAVE
003130             INVALID KEY
003140                 MOVE "S" TO WS-SW-EOF-PTX
003150         END-START
003160     END-IF.
003170 1000-EXIT.
003180     EXIT.
003190
003200******************************************************************
003210*  1500-GERAR-ORDENS
003220*      SCANS THE STANDING-ORDERS FILE AND GENERATES THIS MONTH'S
003230*      DUE OCCURRENCES AS "P" PENDING TRANSFERS, WHICH THE
003240*      NORMAL SETTLEMENT SCAN THEN PICKS UP. A MISSING STORDER
003250*      FILE (STATUS 35 - NO ORDER EVER REGISTERED) SKIPS THE
003260*      PASS. THE PASS IS IDEMPOTENT: SOR-DATA-ULT-GERACAO GUARDS
003270*      THE MONTH AND THE OCCURRENCE IS KEYED ON THE MONTH'S DUE
003280*      DATE, SO A RERUN OR RESTART - EVEN ON A LATER DAY -
003290*      COLLIDES ON THE KEY INSTEAD OF WRITING A DUPLICATE.
003300******************************************************************
003310 1500-GERAR-ORDENS.
003320     IF WS-EOF-PTX THEN
003330         GO TO 1500-EXIT
003340     END-IF.
003350     OPEN I-O STANDING-ORDERS.
003360     IF WS-FS-SOR = "35" THEN
003370         MOVE "S" TO WS-SW-EOF-SOR
003380         GO TO 1500-EXIT
003390     END-IF.
003400     IF WS-FS-SOR NOT = "00" THEN
003410         DISPLAY "PIXBATCH: NAO FOI POSSIVEL ABRIR STORDER, "
003420                 "STATUS " WS-FS-SOR
003430         MOVE "S" TO WS-SW-EOF-SOR
003440         GO TO 1500-EXIT
003450     END-IF.
003460     PERFORM 1550-GERAR-UMA-ORDEM THRU 1550-EXIT
003470         UNTIL WS-EOF-SOR.
003480     CLOSE STANDING-ORDERS.
003490 1500-EXIT.
003500     EXIT.
003510
003520******************************************************************
003530*  1550-GERAR-UMA-ORDEM
003540*      READS THE NEXT STANDING ORDER AND, WHEN THE ORDER IS
003550*      ACTIVE AND THIS MONTH'S OCCURRENCE IS DUE AND NOT YET
003560*      GENERATED, WRITES THE PENDING OCCURRENCE AND ADVANCES THE
003570*      ORDER. AN ORDER PAST ITS END DATE OR OCCURRENCE COUNT IS
003580*      FLIPPED TO "F" (FINALIZADA).
003590******************************************************************
003600 1550-GERAR-UMA-ORDEM.
003610     READ STANDING-ORDERS NEXT RECORD
003620         AT END
003630             MOVE "S" TO WS-SW-EOF-SOR
003640             GO TO 1550-EXIT
003650     END-READ.
003660     IF SOR-STATUS NOT = "A" THEN
003670         GO TO 1550-EXIT
003680     END-IF.
003690     IF SOR-DATA-FIM NOT = ZERO
003700             AND WS-DATA-ATUAL > SOR-DATA-FIM THEN
003710         MOVE "F" TO SOR-STATUS
003720         REWRITE SOR-RECORD
003730         GO TO 1550-EXIT
003740     END-IF.
003750     IF SOR-OCORRENCIAS NOT = ZERO
003760             AND SOR-OCORR-GERADAS >= SOR-OCORRENCIAS THEN
003770         MOVE "F" TO SOR-STATUS
003780         REWRITE SOR-RECORD
003790         GO TO 1550-EXIT
003800     END-IF.
003810     IF WS-DATA-ATUAL < SOR-DATA-INICIO THEN
003820         GO TO 1550-EXIT
003830     END-IF.
003840     IF WS-DIA-HOJE < SOR-DIA-MES THEN
003850         GO TO 1550-EXIT
003860     END-IF.
003870     COMPUTE WS-DATA-OCORR = WS-ANOMES-ATUAL * 100 + SOR-DIA-MES.
003880     IF WS-DATA-OCORR < SOR-DATA-INICIO THEN
003890         GO TO 1550-EXIT
003900     END-IF.
003910     MOVE SOR-DATA-ULT-GERACAO(1:6) TO WS-ANOMES-ULT.
003920     IF WS-ANOMES-ULT >= WS-ANOMES-ATUAL THEN
003930         GO TO 1550-EXIT
003940     END-IF.
003950     MOVE SOR-CONTA TO PTX-CONTA.
003960     MOVE WS-DATA-OCORR TO PTX-DATA-AGENDA.
003970     MOVE SOR-HORA-CRIACAO TO PTX-HORA-CRIACAO.
003980     MOVE SOR-BENEFICIARIO TO PTX-BENEFICIARIO.
003990     MOVE ZEROS TO PTX-BENEF-CPF.
004000     MOVE SOR-VALOR TO PTX-VALOR.
004010     MOVE "P" TO PTX-STATUS.
004020     MOVE "O" TO PTX-TIPO.
004030     WRITE PTX-RECORD
004040         INVALID KEY
004050             CONTINUE
004060     END-WRITE.
004070     ADD 1 TO SOR-OCORR-GERADAS.
004080     MOVE PTX-DATA-AGENDA TO SOR-DATA-ULT-GERACAO.
004090     IF SOR-OCORRENCIAS NOT = ZERO
004100             AND SOR-OCORR-GERADAS >= SOR-OCORRENCIAS THEN
004110         MOVE "F" TO SOR-STATUS
004120     END-IF.
004130     REWRITE SOR-RECORD.
004140     ADD 1 TO WS-CONT-ORDENS-GERADAS.
004150 1550-EXIT.
004160     EXIT.
004170
004180******************************************************************
004190*  1100-ABRIR-CHECKPOINT
004200*      OPENS THE CHECKPOINT FILE, CREATING IT WITH AN EMPTY
004210*      RECORD ON THE VERY FIRST RUN, AND LOADS THE RECORD.
004220******************************************************************
004230 1100-ABRIR-CHECKPOINT.
004240     OPEN I-O CHECKPOINT-FILE.
004250     IF WS-FS-CHK = "35" THEN
004260         OPEN OUTPUT CHECKPOINT-FILE
004270         CLOSE CHECKPOINT-FILE
004280         OPEN I-O CHECKPOINT-FILE
004290     END-IF.
004300     IF WS-FS-CHK NOT = "00" THEN
004310         DISPLAY "PIXBATCH: NAO FOI POSSIVEL ABRIR PIXCHKP, "
004320                 "STATUS " WS-FS-CHK
004330         MOVE "S" TO WS-SW-EOF-PTX
004340         GO TO 1100-EXIT
004350     END-IF.
004360     MOVE "PIXBATCH" TO CHK-ID.
004370     READ CHECKPOINT-FILE
004380         INVALID KEY
004390             MOVE "PIXBATCH" TO CHK-ID
004400             MOVE ZEROS TO CHK-PTX-CHAVE
004410             MOVE ZEROS TO CHK-DATA-EXEC
004420             WRITE CHK-RECORD
004430     END-READ.
004440 1100-EXIT.
004450     EXIT.
004460
004470******************************************************************
004480*  1200-INICIAR-RUNCTL
004490*      WRITES (OR REWRITES, ON A RERUN) THE JOB'S RUN RECORD
004500*      WITH STATUS "E" AND THE START TIMESTAMP. ONLY PERFORMED
004510*      AFTER EVERY DATA FILE OPENED, SO A RUN THAT NEVER GOT
004520*      GOING SHOWS AS "NAO EXECUTADO" ON MORNRPT. A RUNCTL OPEN
004530*      FAILURE ONLY WARNS - THE SETTLEMENT STILL RUNS.
004540******************************************************************
004550 1200-INICIAR-RUNCTL.
004560     OPEN I-O RUN-CONTROL.
004570     IF WS-FS-RUN = "35" THEN
004580         OPEN OUTPUT RUN-CONTROL
004590         CLOSE RUN-CONTROL
004600         OPEN I-O RUN-CONTROL
004610     END-IF.
004620     IF WS-FS-RUN NOT = "00" THEN
004630         DISPLAY "PIXBATCH: NAO FOI POSSIVEL ABRIR RUNCTL, "
004640                 "STATUS " WS-FS-RUN
004650         GO TO 1200-EXIT
004660     END-IF.
004670     MOVE "S" TO WS-SW-RUN-ABERTO.
004680     MOVE "PIXBATCH" TO RUN-JOB.
004690     MOVE WS-DATA-ATUAL TO RUN-DATA.
004700     ACCEPT WS-HORA-ATUAL FROM TIME.
004710     MOVE WS-DATA-ATUAL TO RUN-INICIO-DATA.
004720     MOVE WS-HORA-ATUAL TO RUN-INICIO-HORA.
004730     MOVE ZEROS TO RUN-FIM-DATA.
004740     MOVE ZEROS TO RUN-FIM-HORA.
004750     MOVE ZEROS TO RUN-LIDOS.
004760     MOVE ZEROS TO RUN-APLICADOS.
004770     MOVE ZEROS TO RUN-ERROS.
004780     MOVE "E" TO RUN-STATUS.
004790     WRITE RUN-RECORD
004800         INVALID KEY
004810             REWRITE RUN-RECORD
004820     END-WRITE.
004830 1200-EXIT.
004840     EXIT.
004850
004860******************************************************************
004870*  2000-PROCESS-PENDING
004880*      READS THE NEXT PENDING TRANSFER. A DUE "P" RECORD IS
004890*      SETTLED; A LEFTOVER "D" RECORD IS RESOLVED IN RESTART
004900*      MODE AND ONLY REPORTED IN NORMAL MODE.
004910******************************************************************
004920 2000-PROCESS-PENDING.
004930     READ PENDING-TRANSFERS NEXT RECORD
004940         AT END
004950             MOVE "S" TO WS-SW-EOF-PTX
004960             GO TO 2000-EXIT
004970     END-READ.
004980     ADD 1 TO WS-CONT-LIDOS.
004990     IF PTX-STATUS = "D" THEN
005000         IF WS-MODO-RESTART THEN
005010             PERFORM 6000-RESOLVER-PENDENTE THRU 6000-EXIT
005020         ELSE
005030             DISPLAY "PIXBATCH: TRANSFERENCIA EM ANDAMENTO "
005040                     "ENCONTRADA, CONTA " PTX-CONTA
005050                     " - EXECUTE UMA RODADA RESTART"
005060             ADD 1 TO WS-CONT-ERROS
005070         END-IF
005080         GO TO 2000-EXIT
005090     END-IF.
005100     IF PTX-STATUS = "P" AND PTX-DATA-AGENDA <= WS-DATA-ATUAL
005110         PERFORM 3000-APLICAR-TRANSFERENCIA THRU 3000-EXIT
005120     END-IF.
005130 2000-EXIT.
005140     EXIT.
005150
005160******************************************************************
005170*  2500-RESOLVER-CPF
005180*      RESOLVES THE CPF KEY IN PTX-BENEF-CPF TO AN ACCOUNT BY
005190*      SCANNING ACCOUNT-MASTER FOR A MATCHING ACCT-CPF. THE
005200*      ORIGINATING ACCOUNT ITSELF AND BLOCKED OR CLOSED ACCOUNTS
005210*      NEVER MATCH; A ZERO CPF NEVER REACHES HERE (REFUSED AT
005220*      ENTRY AND GUARDED BY THE CALLER).
005230******************************************************************
005240 2500-RESOLVER-CPF.
005250     MOVE "N" TO WS-SW-CPF-RESOLVIDO.
005260     MOVE "N" TO WS-SW-FIM-CPF.
005270     MOVE ZEROS TO ACCT-NUMERO.
005280     START ACCOUNT-MASTER KEY IS >= ACCT-NUMERO
005290         INVALID KEY
005300             MOVE "S" TO WS-SW-FIM-CPF
005310     END-START.
005320     PERFORM 2550-LER-CONTA-CPF THRU 2550-EXIT
005330         UNTIL WS-CPF-RESOLVIDO OR WS-FIM-CPF.
005340 2500-EXIT.
005350     EXIT.
005360
005370******************************************************************
005380*  2550-LER-CONTA-CPF
005390*      READS THE NEXT ACCOUNT FOR 2500 AND TESTS ITS CPF.
005400******************************************************************
005410 2550-LER-CONTA-CPF.
005420     READ ACCOUNT-MASTER NEXT RECORD
005430         AT END
005440             MOVE "S" TO WS-SW-FIM-CPF
005450             GO TO 2550-EXIT
005460     END-READ.
005470     IF ACCT-CPF = PTX-BENEF-CPF
005480             AND ACCT-NUMERO NOT = PTX-CONTA
005490             AND ACCT-STATUS NOT = "B"
005500             AND ACCT-STATUS NOT = "E" THEN
005510         MOVE "S" TO WS-SW-CPF-RESOLVIDO
005520         MOVE ACCT-NUMERO TO WS-CONTA-CPF
005530     END-IF.
005540 2550-EXIT.
005550     EXIT.
005560
005570******************************************************************
005580*  3000-APLICAR-TRANSFERENCIA
005590*      VALIDATES BOTH ACCOUNTS FIRST, FLAGS THE PENDING RECORD
005600*      "D" (EM ANDAMENTO), THEN POSTS THE DEBIT AND CREDIT LEGS
005610*      AND FLIPS THE RECORD TO "A". THE PENDING RECORD IS LEFT
005620*      AS "E" (ERRO) WITHOUT TOUCHING EITHER BALANCE WHEN EITHER
005630*      ACCOUNT IS MISSING OR THE ORIGINATING BALANCE IS NO
005640*      LONGER ENOUGH. A VALUE ABOVE THE PAYER'S ALCADA IS HELD
005650*      FOR BACK-OFFICE RELEASE INSTEAD OF POSTING (SEE 7000),
005660*      UNLESS THE RECORD WAS ALREADY RELEASED (PTX-TIPO "L").
005670*      A VALUE THAT WOULD PASS THE PAYER'S CUMULATIVE DAILY
005680*      LIMIT (SEE 3050) ALSO LEAVES THE RECORD AS "E", WITH THE
005690*      SAME "L" EXEMPTION.
005700******************************************************************
005710 3000-APLICAR-TRANSFERENCIA.
005720     IF PTX-BENEF-CPF IS NUMERIC
005730             AND PTX-BENEF-CPF NOT = ZERO THEN
005740         PERFORM 2500-RESOLVER-CPF THRU 2500-EXIT
005750         IF NOT WS-CPF-RESOLVIDO THEN
005760             MOVE "E" TO PTX-STATUS
005770             REWRITE PTX-RECORD
005780             ADD 1 TO WS-CONT-ERROS
005790             GO TO 3000-EXIT
005800         END-IF
005810         MOVE WS-CONTA-CPF TO PTX-BENEFICIARIO
005820     END-IF.
005830     MOVE "N" TO WS-SW-CONTA-ORIGEM.
005840     MOVE "N" TO WS-SW-CONTA-DESTINO.
005850     MOVE PTX-BENEFICIARIO TO ACCT-NUMERO.
005860     READ ACCOUNT-MASTER
005870         INVALID KEY
005880             CONTINUE
005890         NOT INVALID KEY
005900             MOVE "S" TO WS-SW-CONTA-DESTINO
005910     END-READ.
005920     IF NOT WS-ACHOU-CONTA-DESTINO
005930         OR ACCT-STATUS = "B" OR ACCT-STATUS = "E" THEN
005940         MOVE "E" TO PTX-STATUS
005950         REWRITE PTX-RECORD
005960         ADD 1 TO WS-CONT-ERROS
005970         GO TO 3000-EXIT
005980     END-IF.
005990     MOVE PTX-CONTA TO ACCT-NUMERO.
006000     READ ACCOUNT-MASTER
006010         INVALID KEY
006020             CONTINUE
006030         NOT INVALID KEY
006040             MOVE "S" TO WS-SW-CONTA-ORIGEM
006050     END-READ.
006060     IF NOT WS-ACHOU-CONTA-ORIGEM
006070         OR ACCT-STATUS = "B" OR ACCT-STATUS = "E"
006080         OR ACCT-STATUS = "I"
006090         OR (ACCT-SALDO + ACCT-LIMITE) < PTX-VALOR THEN
006100         MOVE "E" TO PTX-STATUS
006110         REWRITE PTX-RECORD
006120         ADD 1 TO WS-CONT-ERROS
006130         GO TO 3000-EXIT
006140     END-IF.
006150     IF PTX-TIPO NOT = "L" THEN
006160         PERFORM 3050-VERIFICAR-LIMITE THRU 3050-EXIT
006170         IF WS-LIMITE-EXCEDIDO THEN
006180             MOVE "E" TO PTX-STATUS
006190             REWRITE PTX-RECORD
006200             ADD 1 TO WS-CONT-ERROS
006210             ADD 1 TO WS-CONT-LIMITE
006220             GO TO 3000-EXIT
006230         END-IF
006240     END-IF.
006250     IF ACCT-LIMITE-APROVACAO IS NUMERIC
006260             AND ACCT-LIMITE-APROVACAO NOT = ZERO
006270             AND PTX-VALOR > ACCT-LIMITE-APROVACAO
006280             AND PTX-TIPO NOT = "L" THEN
006290         PERFORM 7000-RETER-TRANSFERENCIA THRU 7000-EXIT
006300         GO TO 3000-EXIT
006310     END-IF.
006320     MOVE "D" TO PTX-STATUS.
006330     REWRITE PTX-RECORD.
006340     PERFORM 3100-POSTAR-DEBITO THRU 3100-EXIT.
006350     PERFORM 3200-POSTAR-CREDITO THRU 3200-EXIT.
006360     PERFORM 3300-CONCLUIR-PENDENTE THRU 3300-EXIT.
006370     ADD 1 TO WS-CONT-APLICADOS.
006380 3000-EXIT.
006390     EXIT.
006400
006410******************************************************************
006420*  3050-VERIFICAR-LIMITE
006430*      CHECKS THE TRANSFER AGAINST THE PAYER'S CUMULATIVE DAILY
006440*      LIMIT (PAYER ALREADY IN ACCT-RECORD): THE CUSTOMER'S OWN
006450*      LIMIT - OR THE PENDING INCREASE, ONCE ITS DATE HAS COME -
006460*      CAPPED BY THE BANK MAXIMUM, ZERO MEANING NONE. THE ONLINE
006470*      SIGN-ON MAKES A DUE INCREASE PERMANENT; HERE IT IS ONLY
006480*      APPLIED. THE NIGHTTIME LIMIT IS NOT APPLIED: THE TRANSFER
006490*      WAS AUTHORISED WHEN IT WAS SCHEDULED, NOT AT THE HOUR THE
006500*      BATCH HAPPENS TO SETTLE IT.
006510******************************************************************
006520 3050-VERIFICAR-LIMITE.
006530     MOVE "N" TO WS-SW-LIMITE-EXCEDIDO.
006540     IF ACCT-MAX-DIARIO IS NOT NUMERIC
006550             OR ACCT-LIM-DIARIO IS NOT NUMERIC THEN
006560         GO TO 3050-EXIT
006570     END-IF.
006580     MOVE ACCT-LIM-DIARIO TO WS-LIM-CLIENTE.
006590     IF ACCT-VIGOR-DIARIO IS NUMERIC
006600             AND ACCT-VIGOR-DIARIO NOT = ZERO
006610             AND WS-DATA-ATUAL >= ACCT-VIGOR-DIARIO THEN
006620         MOVE ACCT-LIM-DIARIO-PEND TO WS-LIM-CLIENTE
006630     END-IF.
006640     MOVE ACCT-MAX-DIARIO TO WS-LIM-DIARIO.
006650     IF WS-LIM-CLIENTE NOT = ZERO
006660             AND (WS-LIM-DIARIO = ZERO
006670                  OR WS-LIM-CLIENTE < WS-LIM-DIARIO) THEN
006680         MOVE WS-LIM-CLIENTE TO WS-LIM-DIARIO
006690     END-IF.
006700     IF WS-LIM-DIARIO = ZERO THEN
006710         GO TO 3050-EXIT
006720     END-IF.
006730     MOVE ZERO TO WS-USADO-DIA.
006740     MOVE "N" TO WS-SW-FIM-USO.
006750     MOVE PTX-CONTA TO LOG-CONTA.
006760     MOVE WS-DATA-ATUAL TO LOG-DATA.
006770     MOVE ZEROS TO LOG-HORA.
006780     START TRANSACTION-LOG KEY IS NOT < LOG-CHAVE
006790         INVALID KEY
006800             MOVE "S" TO WS-SW-FIM-USO
006810     END-START.
006820     PERFORM 3060-SOMAR-USO-DIA THRU 3060-EXIT
006830         UNTIL WS-FIM-USO.
006840     IF (WS-USADO-DIA + PTX-VALOR) > WS-LIM-DIARIO THEN
006850         MOVE "S" TO WS-SW-LIMITE-EXCEDIDO
006860         DISPLAY "PIXBATCH: LIMITE DIARIO EXCEDIDO, CONTA "
006870                 PTX-CONTA " AGENDA " PTX-DATA-AGENDA
006880     END-IF.
006890 3050-EXIT.
006900     EXIT.
006910
006920******************************************************************
006930*  3060-SOMAR-USO-DIA
006940*      READS THE NEXT LOG RECORD FOR 3050 AND ADDS THE PAYER'S
006950*      UNREVERSED DEBITS OF THE DAY THAT COUNT AGAINST THE LIMIT.
006960******************************************************************
006970 3060-SOMAR-USO-DIA.
006980     READ TRANSACTION-LOG NEXT RECORD
006990         AT END
007000             MOVE "S" TO WS-SW-FIM-USO
007010             GO TO 3060-EXIT
007020     END-READ.
007030     IF LOG-CONTA NOT = PTX-CONTA
007040             OR LOG-DATA NOT = WS-DATA-ATUAL THEN
007050         MOVE "S" TO WS-SW-FIM-USO
007060         GO TO 3060-EXIT
007070     END-IF.
007080     IF LOG-ESTORNADO = "S" THEN
007090         GO TO 3060-EXIT
007100     END-IF.
007110     IF LOG-OPERACAO = "02" OR LOG-OPERACAO = "03"
007120             OR LOG-OPERACAO = "08" OR LOG-OPERACAO = "18"
007130             OR LOG-OPERACAO = "22" THEN
007140         ADD LOG-VALOR TO WS-USADO-DIA
007150     END-IF.
007160 3060-EXIT.
007170     EXIT.
007180
007190******************************************************************
007200*  3100-POSTAR-DEBITO
007210*      POSTS THE DEBIT LEG TO THE ORIGINATING ACCOUNT, WHICH IS
007220*      ALREADY IN ACCT-RECORD. THE LOG LEG GOES FIRST SO A
007230*      RESTART CAN TELL THE DEBIT WAS COMMITTED.
007240******************************************************************
007250 3100-POSTAR-DEBITO.
007260     SUBTRACT PTX-VALOR FROM ACCT-SALDO.
007270     IF PTX-TIPO = "O" THEN
007280         MOVE "18" TO WS-LOG-OPERACAO
007290     ELSE
007300         MOVE "08" TO WS-LOG-OPERACAO
007310     END-IF.
007320     MOVE SPACES TO WS-LOG-REFERENCIA.
007330     MOVE PTX-BENEFICIARIO TO WS-LOG-REFERENCIA(1:6).
007340     PERFORM 4000-GRAVAR-LOG THRU 4000-EXIT.
007350     REWRITE ACCT-RECORD.
007360 3100-EXIT.
007370     EXIT.
007380
007390******************************************************************
007400*  3200-POSTAR-CREDITO
007410*      POSTS THE CREDIT LEG TO THE BENEFICIARY ACCOUNT. THE LOG
007420*      LEG GOES FIRST, AS IN 3100.
007430******************************************************************
007440 3200-POSTAR-CREDITO.
007450     MOVE PTX-BENEFICIARIO TO ACCT-NUMERO.
007460     READ ACCOUNT-MASTER
007470         INVALID KEY
007480             CONTINUE
007490     END-READ.
007500     ADD PTX-VALOR TO ACCT-SALDO.
007510     IF PTX-TIPO = "O" THEN
007520         MOVE "19" TO WS-LOG-OPERACAO
007530     ELSE
007540         MOVE "07" TO WS-LOG-OPERACAO
007550     END-IF.
007560     MOVE SPACES TO WS-LOG-REFERENCIA.
007570     MOVE PTX-CONTA TO WS-LOG-REFERENCIA(1:6).
007580     PERFORM 4000-GRAVAR-LOG THRU 4000-EXIT.
007590     REWRITE ACCT-RECORD.
007600 3200-EXIT.
007610     EXIT.
007620
007630******************************************************************
007640*  3300-CONCLUIR-PENDENTE
007650*      FLIPS THE PENDING RECORD TO "A" AND ADVANCES THE
007660*      CHECKPOINT TO ITS KEY.
007670******************************************************************
007680 3300-CONCLUIR-PENDENTE.
007690     MOVE "A" TO PTX-STATUS.
007700     REWRITE PTX-RECORD.
007710     PERFORM 5000-GRAVAR-CHECKPOINT THRU 5000-EXIT.
007720 3300-EXIT.
007730     EXIT.
007740
007750******************************************************************
007760*  4000-GRAVAR-LOG
007770*      WRITES ONE TRANSACTION-LOG RECORD FOR THE ACCOUNT
007780*      CURRENTLY HELD IN ACCT-NUMERO/ACCT-SALDO, CARRYING THE
007790*      COUNTERPART ACCOUNT IN LOG-REFERENCIA. CALLED FOR BOTH
007800*      THE DEBIT AND CREDIT LEG OF A SETTLED TRANSFER.
007810******************************************************************
007820 4000-GRAVAR-LOG.
007830     ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.
007840     ACCEPT WS-HORA-ATUAL FROM TIME.
007850     MOVE ACCT-NUMERO TO LOG-CONTA.
007860     MOVE WS-DATA-ATUAL TO LOG-DATA.
007870     MOVE WS-HORA-ATUAL TO LOG-HORA.
007880     MOVE WS-LOG-OPERACAO TO LOG-OPERACAO.
007890     MOVE PTX-VALOR TO LOG-VALOR.
007900     MOVE ACCT-SALDO TO LOG-SALDO-APOS.
007910     MOVE "N" TO LOG-ESTORNADO.
007920     MOVE ZERO TO LOG-CPF-TITULAR.
007930     MOVE WS-LOG-REFERENCIA TO LOG-REFERENCIA.
007940     MOVE "N" TO WS-SW-LOG-GRAVADO.
007950     MOVE ZERO TO WS-RETRY-LOG.
007960     PERFORM 4100-TENTAR-GRAVAR-LOG THRU 4100-EXIT
007970         UNTIL WS-LOG-GRAVADO OR WS-RETRY-LOG > 50.
007980     IF NOT WS-LOG-GRAVADO THEN
007990         DISPLAY "PIXBATCH: LOG NAO GRAVADO PARA CONTA "
008000                 LOG-CONTA " OPERACAO " LOG-OPERACAO
008010         ADD 1 TO WS-CONT-LOG-ERROS
008020     END-IF.
008030 4000-EXIT.
008040     EXIT.
008050
008060******************************************************************
008070*  4100-TENTAR-GRAVAR-LOG
008080*      WRITES THE LOG RECORD BUILT BY 4000. A KEY COLLISION
008090*      (TWO LEGS FOR THE SAME ACCOUNT IN THE SAME CENTISECOND)
008100*      BUMPS LOG-HORA AND RETRIES, SO NO LEG IS EVER SILENTLY
008110*      DROPPED FROM THE RESTART RECORD OF TRUTH.
008120******************************************************************
008130 4100-TENTAR-GRAVAR-LOG.
008140     WRITE LOG-RECORD
008150         INVALID KEY
008160             ADD 1 TO LOG-HORA
008170             ADD 1 TO WS-RETRY-LOG
008180         NOT INVALID KEY
008190             MOVE "S" TO WS-SW-LOG-GRAVADO
008200     END-WRITE.
008210 4100-EXIT.
008220     EXIT.
008230
008240
008250******************************************************************
008260*  5000-GRAVAR-CHECKPOINT
008270*      ADVANCES THE CHECKPOINT RECORD TO THE PENDING KEY JUST
008280*      COMPLETED.
008290******************************************************************
008300 5000-GRAVAR-CHECKPOINT.
008310     MOVE "PIXBATCH" TO CHK-ID.
008320     MOVE PTX-CONTA TO CHK-PTX-CONTA.
008330     MOVE PTX-DATA-AGENDA TO CHK-PTX-DATA.
008340     MOVE PTX-HORA-CRIACAO TO CHK-PTX-HORA.
008350     MOVE WS-DATA-ATUAL TO CHK-DATA-EXEC.
008360     REWRITE CHK-RECORD
008370         INVALID KEY
008380             WRITE CHK-RECORD
008390     END-REWRITE.
008400 5000-EXIT.
008410     EXIT.
008420
008430******************************************************************
008440*  6000-RESOLVER-PENDENTE
008450*      RESOLVES A TRANSFER LEFT "D" BY AN ABENDED RUN. THE LOG
008460*      TELLS HOW FAR IT GOT: A MISSING DEBIT LEG MEANS NOTHING
008470*      WAS POSTED AND THE WHOLE TRANSFER IS REPOSTED; A PRESENT
008480*      DEBIT LEG WITH A MISSING CREDIT LEG MEANS ONLY THE CREDIT
008490*      IS POSTED; BOTH LEGS PRESENT MEANS ONLY THE "A" FLIP WAS
008500*      LOST. TWO IDENTICAL TRANSFERS (SAME PARTIES, SAME VALUE,
008510*      SETTLED THE SAME DAY) CANNOT BE TOLD APART ON THE LOG;
008520*      THE MORNING RECONBAT REPORT IS THE BACKSTOP FOR THAT.
008530******************************************************************
008540 6000-RESOLVER-PENDENTE.
008550     MOVE PTX-CONTA TO WS-PROC-CONTA.
008560     IF PTX-TIPO = "O" THEN
008570         MOVE "18" TO WS-PROC-OPERACAO
008580     ELSE
008590         MOVE "08" TO WS-PROC-OPERACAO
008600     END-IF.
008610     MOVE SPACES TO WS-PROC-REFERENCIA.
008620     MOVE PTX-BENEFICIARIO TO WS-PROC-REFERENCIA(1:6).
008630     PERFORM 6100-PROCURAR-LEG THRU 6100-EXIT.
008640     IF NOT WS-ACHOU-LEG THEN
008650         MOVE "N" TO WS-SW-CONTA-DESTINO
008660         MOVE PTX-BENEFICIARIO TO ACCT-NUMERO
008670         READ ACCOUNT-MASTER
008680             INVALID KEY
008690                 CONTINUE
008700             NOT INVALID KEY
008710                 MOVE "S" TO WS-SW-CONTA-DESTINO
008720         END-READ
008730         IF NOT WS-ACHOU-CONTA-DESTINO
008740             OR ACCT-STATUS = "B" OR ACCT-STATUS = "E" THEN
008750             MOVE "E" TO PTX-STATUS
008760             REWRITE PTX-RECORD
008770             ADD 1 TO WS-CONT-ERROS
008780             GO TO 6000-EXIT
008790         END-IF
008800         MOVE PTX-CONTA TO ACCT-NUMERO
008810         READ ACCOUNT-MASTER
008820             INVALID KEY
008830                 MOVE "E" TO PTX-STATUS
008840                 REWRITE PTX-RECORD
008850                 ADD 1 TO WS-CONT-ERROS
008860                 GO TO 6000-EXIT
008870         END-READ
008880         IF ACCT-STATUS = "B" OR ACCT-STATUS = "E"
008890             OR ACCT-STATUS = "I"
008900             OR (ACCT-SALDO + ACCT-LIMITE) < PTX-VALOR THEN
008910             MOVE "E" TO PTX-STATUS
008920             REWRITE PTX-RECORD
008930             ADD 1 TO WS-CONT-ERROS
008940             GO TO 6000-EXIT
008950         END-IF
008960         PERFORM 3100-POSTAR-DEBITO THRU 3100-EXIT
008970         PERFORM 3200-POSTAR-CREDITO THRU 3200-EXIT
008980         PERFORM 3300-CONCLUIR-PENDENTE THRU 3300-EXIT
008990         ADD 1 TO WS-CONT-RESOLVIDOS
009000         GO TO 6000-EXIT
009010     END-IF.
009020     MOVE PTX-BENEFICIARIO TO WS-PROC-CONTA.
009030     IF PTX-TIPO = "O" THEN
009040         MOVE "19" TO WS-PROC-OPERACAO
009050     ELSE
009060         MOVE "07" TO WS-PROC-OPERACAO
009070     END-IF.
009080     MOVE SPACES TO WS-PROC-REFERENCIA.
009090     MOVE PTX-CONTA TO WS-PROC-REFERENCIA(1:6).
009100     PERFORM 6100-PROCURAR-LEG THRU 6100-EXIT.
009110     IF NOT WS-ACHOU-LEG THEN
009120         PERFORM 3200-POSTAR-CREDITO THRU 3200-EXIT
009130     END-IF.
009140     PERFORM 3300-CONCLUIR-PENDENTE THRU 3300-EXIT.
009150     ADD 1 TO WS-CONT-RESOLVIDOS.
009160 6000-EXIT.
009170     EXIT.
009180
009190******************************************************************
009200*  6100-PROCURAR-LEG
009210*      SEARCHES THE TRANSACTION LOG FOR ONE LEG OF THE PENDING
009220*      TRANSFER IN ACCT/PTX: ACCOUNT WS-PROC-CONTA, OPERATION
009230*      WS-PROC-OPERACAO, VALUE PTX-VALOR AND COUNTERPART
009240*      WS-PROC-REFERENCIA, ON OR AFTER THE SCHEDULED DATE.
009250******************************************************************
009260 6100-PROCURAR-LEG.
009270     MOVE "N" TO WS-SW-ACHOU-LEG.
009280     MOVE "N" TO WS-SW-FIM-LOG.
009290     MOVE WS-PROC-CONTA TO LOG-CONTA.
009300     MOVE PTX-DATA-AGENDA TO LOG-DATA.
009310     MOVE ZEROS TO LOG-HORA.
009320     START TRANSACTION-LOG KEY IS NOT < LOG-CHAVE
009330         INVALID KEY
009340             MOVE "S" TO WS-SW-FIM-LOG
009350     END-START.
009360     PERFORM 6150-LER-LOG THRU 6150-EXIT
009370         UNTIL WS-ACHOU-LEG OR WS-FIM-LOG.
009380 6100-EXIT.
009390     EXIT.
009400
009410******************************************************************
009420*  6150-LER-LOG
009430*      READS THE NEXT LOG RECORD FOR 6100 AND TESTS IT AGAINST
009440*      THE LEG BEING SEARCHED.
009450******************************************************************
009460 6150-LER-LOG.
009470     READ TRANSACTION-LOG NEXT RECORD
009480         AT END
009490             MOVE "S" TO WS-SW-FIM-LOG
009500             GO TO 6150-EXIT
009510     END-READ.
009520     IF LOG-CONTA NOT = WS-PROC-CONTA THEN
009530         MOVE "S" TO WS-SW-FIM-LOG
009540         GO TO 6150-EXIT
009550     END-IF.
009560     IF LOG-OPERACAO = WS-PROC-OPERACAO
009570             AND LOG-VALOR = PTX-VALOR
009580             AND LOG-REFERENCIA = WS-PROC-REFERENCIA THEN
009590         MOVE "S" TO WS-SW-ACHOU-LEG
009600     END-IF.
009610 6150-EXIT.
009620     EXIT.
009630
009640******************************************************************
009650*  7000-RETER-TRANSFERENCIA
009660*      HOLDS A DUE TRANSFER WHOSE VALUE EXCEEDS THE PAYER'S
009670*      ACCT-LIMITE-APROVACAO: WRITES THE "T" APPROVAL ITEM (A
009680*      KEY COLLISION MEANS AN EARLIER RUN ALREADY HELD IT),
009690*      FLIPS THE PENDING RECORD TO "R" (RETIDA) AND LOGS "25"
009700*      SO THE CUSTOMER SEES THE HOLD ON THE EXTRATO. APPRVBAT
009710*      RELEASES THE ITEM AS A NEW DUE "P" RECORD WITH PTX-TIPO
009720*      "L", WHICH SETTLES WITHOUT A NEW ALCADA CHECK.
009730******************************************************************
009740 7000-RETER-TRANSFERENCIA.
009750     IF WS-FS-APR NOT = "00" THEN
009760         DISPLAY "PIXBATCH: APPRVL INDISPONIVEL, CONTA "
009770                 PTX-CONTA
009780         MOVE "E" TO PTX-STATUS
009790         REWRITE PTX-RECORD
009800         ADD 1 TO WS-CONT-ERROS
009810         GO TO 7000-EXIT
009820     END-IF.
009830     MOVE PTX-CONTA TO APR-CONTA.
009840     MOVE WS-DATA-ATUAL TO APR-DATA.
009850     MOVE PTX-HORA-CRIACAO TO APR-HORA.
009860     MOVE "T" TO APR-TIPO.
009870     MOVE PTX-BENEFICIARIO TO APR-BENEFICIARIO.
009880     MOVE PTX-BENEF-CPF TO APR-BENEF-CPF.
009890     MOVE ZERO TO APR-BANCO.
009900     MOVE ZERO TO APR-AGENCIA.
009910     MOVE ZERO TO APR-CONTA-EXTERNA.
009920     MOVE ZERO TO APR-DOCUMENTO.
009930     MOVE SPACES TO APR-BENEF-NOME.
009940     MOVE PTX-VALOR TO APR-VALOR.
009950     MOVE ZERO TO APR-TARIFA.
009960     MOVE "P" TO APR-STATUS.
009970     MOVE ZERO TO APR-DATA-DECISAO.
009980     WRITE APR-RECORD
009990         INVALID KEY
010000             CONTINUE
010010     END-WRITE.
010020     MOVE "R" TO PTX-STATUS.
010030     REWRITE PTX-RECORD.
010040     MOVE "25" TO WS-LOG-OPERACAO.
010050     MOVE SPACES TO WS-LOG-REFERENCIA.
010060     MOVE PTX-BENEFICIARIO TO WS-LOG-REFERENCIA(1:6).
010070     PERFORM 4000-GRAVAR-LOG THRU 4000-EXIT.
010080     PERFORM 5000-GRAVAR-CHECKPOINT THRU 5000-EXIT.
010090     ADD 1 TO WS-CONT-RETIDOS.
010100 7000-EXIT.
010110     EXIT.
010120
010130******************************************************************
010140*  8000-FINALIZE
010150*      CLOSES ALL FILES AND DISPLAYS THE RUN SUMMARY.
010160******************************************************************
010170 8000-FINALIZE.
010180     PERFORM 8100-ENCERRAR-RUNCTL THRU 8100-EXIT.
010190     CLOSE PENDING-TRANSFERS.
010200     CLOSE ACCOUNT-MASTER.
010210     CLOSE TRANSACTION-LOG.
010220     CLOSE CHECKPOINT-FILE.
010230     CLOSE PENDING-APPROVALS.
010240     DISPLAY "PIXBATCH: REGISTROS LIDOS.....: " WS-CONT-LIDOS.
010250     DISPLAY "PIXBATCH: ORDENS GERADAS......: "
010260             WS-CONT-ORDENS-GERADAS.
010270     DISPLAY "PIXBATCH: TRANSFERENCIAS OK...: " WS-CONT-APLICADOS.
010280     DISPLAY "PIXBATCH: TRANSFERENCIAS ERRO.: " WS-CONT-ERROS.
010290     DISPLAY "PIXBATCH: RETIDAS P/APROVACAO.: " WS-CONT-RETIDOS.
010300     DISPLAY "PIXBATCH: RECUSADAS P/LIMITE..: " WS-CONT-LIMITE.
010310     DISPLAY "PIXBATCH: RESOLVIDAS RESTART..: "
010320             WS-CONT-RESOLVIDOS.
010330     IF WS-CONT-LOG-ERROS NOT = ZERO THEN
010340         DISPLAY "PIXBATCH: LOGS NAO GRAVADOS...: "
010350                 WS-CONT-LOG-ERROS
010360     END-IF.
010370 8000-EXIT.
010380     EXIT.
010390
010400******************************************************************
010410*  8100-ENCERRAR-RUNCTL
010420*      REWRITES THE RUN RECORD WITH THE COUNTERS, THE END
010430*      TIMESTAMP AND STATUS "C". AN ABENDED RUN NEVER REACHES
010440*      HERE AND LEAVES THE RECORD AS "E" FOR MORNRPT TO FLAG.
010450******************************************************************
010460 8100-ENCERRAR-RUNCTL.
010470     IF NOT WS-RUN-ABERTO THEN
010480         GO TO 8100-EXIT
010490     END-IF.
010500     MOVE "PIXBATCH" TO RUN-JOB.
010510     MOVE WS-DATA-ATUAL TO RUN-DATA.
010520     ACCEPT WS-HORA-ATUAL FROM TIME.
010530     MOVE WS-DATA-ATUAL TO RUN-FIM-DATA.
010540     MOVE WS-HORA-ATUAL TO RUN-FIM-HORA.
010550     MOVE WS-CONT-LIDOS TO RUN-LIDOS.
010560     COMPUTE RUN-APLICADOS = WS-CONT-APLICADOS
010570             + WS-CONT-RESOLVIDOS.
010580     COMPUTE RUN-ERROS = WS-CONT-ERROS + WS-CONT-LOG-ERROS.
010590     MOVE "C" TO RUN-STATUS.
010600     REWRITE RUN-RECORD
010610         INVALID KEY
010620             WRITE RUN-RECORD
010630     END-REWRITE.
010640     CLOSE RUN-CONTROL.
010650 8100-EXIT.
010660     EXIT.
010670
010680******************************************************************
010690*  9999-EXIT
010700*      SINGLE PROGRAM EXIT POINT.
010710******************************************************************
010720 9999-EXIT.
010730     STOP RUN.
010740
