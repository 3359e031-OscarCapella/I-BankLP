000250*
000260*  MODIFICATION HISTORY.
000270*      22/08/2026  OPS   INITIAL VERSION.
000280*      22/08/2026  OPS   NEW OPERATION "13" (RESGATE ANTECIPADO)
000290*                        CREDITS THE ACCOUNT.
000300*      22/08/2026  OPS   MONETARY PICTURES WIDENED TO 9(9)V99.
000310*      02/09/2026  OPS   STANDING-ORDER LEGS "18" (DEBIT) AND
000320*                        "19" (CREDIT) MOVE THE BALANCE.
000330*      02/09/2026  OPS   OVERDRAFT INTEREST "21" DEBITS.
000340*      02/09/2026  OPS   TED "22" DEBITS AND "23" RE-CREDITS.
000350*      02/09/2026  OPS   PARTIAL REDEMPTION "24" CREDITS.
000360*      02/09/2026  OPS   EACH ACCOUNT NOW ANCHORS TO ITS LATEST
000370*                        SNAPBAT BALANCE SNAPSHOT STRICTLY
000380*                        BEFORE THE RUN DATE WHEN ONE EXISTS:
000390*                        LOG RECORDS ON OR BEFORE THAT SNAPSHOT
000400*                        ARE ALREADY IN ITS BALANCE AND ARE
000410*                        SKIPPED, SO A LOGARCH PURGE NO LONGER
000420*                        SHIFTS THE ANCHOR, WHILE THE RUN
000430*                        DATE'S OWN MOVEMENTS (AND SNAPSHOT)
000440*                        ARE STILL RE-DERIVED AND CHECKED.
000450*                        WITHOUT A SNAPSHOT (DD DUMMY OR NEW
000460*                        ACCOUNT) THE FIRST LOG RECORD ANCHORS
000470*                        AS BEFORE.
000480*      02/09/2026  OPS   WRITES ITS RUN RECORD ("E" AT START,
000490*                        "C" WITH THE COUNTERS AT A CLEAN END)
000500*                        TO THE SHARED RUNCTL FILE FOR THE
000510*                        MORNING MORNRPT EXCEPTIONS REPORT.
000520*      15/10/2026  OPS   INBOUND TED/PIX "27" CREDITS.
000530*      15/10/2026  OPS   SERVICE FEE "28" AND MONTHLY PACKAGE
000540*                        FEE "29" DEBITS.
000550*      15/10/2026  OPS   IR "30" AND IOF "31" WITHHELD ON
000560*                        INVESTMENT REDEMPTIONS (DEBITS).
000570******************************************************************
000580 ENVIRONMENT DIVISION.
000590 INPUT-OUTPUT SECTION.
000600 FILE-CONTROL.
000610     SELECT TRANSACTION-LOG ASSIGN TO "TRANLOG"
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS SEQUENTIAL
000640         RECORD KEY IS LOG-CHAVE
000650         FILE STATUS IS WS-FS-LOG.
000660     SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMS"
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS DYNAMIC
000690         RECORD KEY IS ACCT-NUMERO
000700         FILE STATUS IS WS-FS-ACCT.
000710     SELECT REPORT-FILE ASSIGN TO "RECONOUT"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-FS-RPT.
000740     SELECT BALANCE-SNAPSHOT ASSIGN TO "SNAPSHT"
000750         ORGANIZATION IS INDEXED
000760         ACCESS MODE IS DYNAMIC
000770         RECORD KEY IS SNP-CHAVE
000780         FILE STATUS IS WS-FS-SNP.
000790     SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
000800         ORGANIZATION IS INDEXED
000810         ACCESS MODE IS DYNAMIC
000820         RECORD KEY IS RUN-CHAVE
000830         FILE STATUS IS WS-FS-RUN.
000840 DATA DIVISION.
000850 FILE SECTION.
000860 FD  TRANSACTION-LOG
000870     LABEL RECORD IS STANDARD.
000880     COPY TRANLOG.
000890 FD  ACCOUNT-MASTER
000900     LABEL RECORD IS STANDARD.
000910     COPY ACCTMS.
000920 FD  REPORT-FILE
000930     LABEL RECORD IS OMITTED.
000940 01  REPORT-LINE                 PIC X(80).
000950 FD  BALANCE-SNAPSHOT
000960     LABEL RECORD IS STANDARD.
000970     COPY SNAPSHT.
000980 FD  RUN-CONTROL
000990     LABEL RECORD IS STANDARD.
001000     COPY RUNCTL.
001010 WORKING-STORAGE SECTION.
001020******************************************************************
001030*  FILE STATUS AND CONTROL SWITCHES.
001040******************************************************************
001050 77  WS-FS-LOG               PIC X(02) VALUE SPACES.
001060 77  WS-FS-ACCT              PIC X(02) VALUE SPACES.
001070 77  WS-FS-RPT               PIC X(02) VALUE SPACES.
001080 01  WS-SW-EOF-LOG           PIC X(01) VALUE "N".
001090     88  WS-EOF-LOG                     VALUE "S".
001100 01  WS-SW-GRUPO-ABERTO      PIC X(01) VALUE "N".
001110     88  WS-GRUPO-ABERTO                VALUE "S".
001120 01  WS-SW-CONTA             PIC X(01) VALUE "N".
001130     88  WS-CONTA-ACHADA                VALUE "S".
001140 77  WS-FS-SNP               PIC X(02) VALUE SPACES.
001150 77  WS-ABRIU-SNP            PIC X(02) VALUE SPACES.
001160 01  WS-SW-SNAP              PIC X(01) VALUE "N".
001170     88  WS-SNAP-ACHADO                 VALUE "S".
001180 01  WS-SNP-DATA-GRUPO       PIC 9(08) VALUE ZERO.
001190 77  WS-FS-RUN               PIC X(02) VALUE SPACES.
001200 01  WS-SW-RUN-ABERTO        PIC X(01) VALUE "N".
001210     88  WS-RUN-ABERTO                  VALUE "S".
001220 01  WS-DATA-ATUAL           PIC 9(8).
001230 01  WS-HORA-ATUAL           PIC 9(8).
001240******************************************************************
001250*  COUNTERS AND WORK AREAS.
001260******************************************************************
001270 77  WS-CONT-CONTAS          PIC 9(05) VALUE ZERO COMP.
001280 77  WS-CONT-DIVERG          PIC 9(05) VALUE ZERO COMP.
001290 01  WS-CONTA-GRUPO          PIC 9(06) VALUE ZERO.
001300 01  WS-SALDO-ESPERADO       PIC S9(9)V9(2) VALUE ZERO.
001310 01  WS-DIFERENCA            PIC S9(10)V9(2) VALUE ZERO.
001320 01  WS-ULT-CHAVE.
001330     05  WS-ULT-CONTA        PIC 9(06).
001340     05  WS-ULT-DATA         PIC 9(08).
001350     05  WS-ULT-HORA         PIC 9(08).
001360******************************************************************
001370*  REPORT LINES.
001380******************************************************************
001390 01  WS-CABECALHO-1.
001400     05  FILLER                PIC X(20) VALUE "I-BANKLP".
001410     05  FILLER                PIC X(30)
001420         VALUE "RECONCILIACAO DE SALDOS".
001430 01  WS-CABECALHO-2.
001440     05  FILLER                PIC X(08) VALUE "CONTA".
001450     05  FILLER                PIC X(12) VALUE "ESPERADO".
001460     05  FILLER                PIC X(12) VALUE "ATUAL".
001470     05  FILLER                PIC X(12) VALUE "DIFERENCA".
001480     05  FILLER                PIC X(24) VALUE "ULTIMA CHAVE".
001490 01  WS-LINHA-DETALHE.
001500     05  WS-LD-CONTA           PIC 9(06).
001510     05  FILLER                PIC X(02) VALUE SPACES.
001520     05  WS-LD-ESPERADO        PIC -(9)9.99.
001530     05  FILLER                PIC X(02) VALUE SPACES.
001540     05  WS-LD-ATUAL           PIC -(9)9.99.
001550     05  FILLER                PIC X(02) VALUE SPACES.
001560     05  WS-LD-DIFERENCA       PIC -(10)9.99.
001570     05  FILLER                PIC X(02) VALUE SPACES.
001580     05  WS-LD-CHAVE           PIC X(22).
001590 01  WS-LINHA-OBS.
001600     05  WS-LO-CONTA           PIC 9(06).
001610     05  FILLER                PIC X(02) VALUE SPACES.
001620     05  WS-LO-TEXTO           PIC X(40).
001630 01  WS-LINHA-TOTAL-1.
001640     05  FILLER                PIC X(22)
001650         VALUE "CONTAS CONFERIDAS:".
001660     05  WS-LT1-VALOR          PIC ZZZZ9.
001670 01  WS-LINHA-TOTAL-2.
001680     05  FILLER                PIC X(22)
001690         VALUE "CONTAS DIVERGENTES:".
001700     05  WS-LT2-VALOR          PIC ZZZZ9.
001710******************************************************************
001720*  PROCEDURE DIVISION.
001730******************************************************************
001740 PROCEDURE DIVISION.
001750******************************************************************
001760*  0000-MAINLINE
001770*      DRIVES THE OPEN / PROCESS / CLOSE SEQUENCE FOR THE RUN.
001780******************************************************************
001790 0000-MAINLINE.
001800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001810     PERFORM 2000-PROCESS-LOG THRU 2000-EXIT
001820         UNTIL WS-EOF-LOG.
001830     IF WS-GRUPO-ABERTO THEN
001840         PERFORM 4000-FECHAR-GRUPO THRU 4000-EXIT
001850     END-IF.
001860     PERFORM 8000-FINALIZE THRU 8000-EXIT.
001870     GO TO 9999-EXIT.
001880
001890******************************************************************
001900*  1000-INITIALIZE
001910*      OPENS ALL FILES AND PRINTS THE REPORT HEADING.
001920******************************************************************
001930 1000-INITIALIZE.
001940     ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.
001950     OPEN INPUT TRANSACTION-LOG.
001960     IF WS-FS-LOG NOT = "00" THEN
001970         DISPLAY "RECONBAT: NAO FOI POSSIVEL ABRIR TRANLOG, "
001980                 "STATUS " WS-FS-LOG
001990         MOVE "S" TO WS-SW-EOF-LOG
002000     END-IF.
002010     OPEN INPUT ACCOUNT-MASTER.
002020     IF WS-FS-ACCT NOT = "00" THEN
002030         DISPLAY "RECONBAT: NAO FOI POSSIVEL ABRIR ACCTMS, "
002040                 "STATUS " WS-FS-ACCT
002050         MOVE "S" TO WS-SW-EOF-LOG
002060     END-IF.
002070     OPEN INPUT BALANCE-SNAPSHOT.
002080     MOVE WS-FS-SNP TO WS-ABRIU-SNP.
002090     IF NOT WS-EOF-LOG THEN
002100         PERFORM 1200-INICIAR-RUNCTL THRU 1200-EXIT
002110     END-IF.
002120     OPEN OUTPUT REPORT-FILE.
002130     WRITE REPORT-LINE FROM WS-CABECALHO-1.
002140     WRITE REPORT-LINE FROM WS-CABECALHO-2.
002150     MOVE SPACES TO REPORT-LINE.
002160     WRITE REPORT-LINE.
002170 1000-EXIT.
002180     EXIT.
002190
002200******************************************************************
002210*  1200-INICIAR-RUNCTL
002220*      WRITES THE JOB'S "E" RUN RECORD AND START TIMESTAMP. ONLY
002230*      PERFORMED AFTER EVERY DATA FILE OPENED, SO A FAILED INIT
002240*      SHOWS AS "NAO EXECUTADO"; A RUNCTL FAILURE ONLY WARNS.
002250******************************************************************
002260 1200-INICIAR-RUNCTL.
002270     OPEN I-O RUN-CONTROL.
002280     IF WS-FS-RUN = "35" THEN
002290         OPEN OUTPUT RUN-CONTROL
002300         CLOSE RUN-CONTROL
002310         OPEN I-O RUN-CONTROL
002320     END-IF.
002330     IF WS-FS-RUN NOT = "00" THEN
002340         DISPLAY "RECONBAT: NAO FOI POSSIVEL ABRIR RUNCTL, "
002350                 "STATUS " WS-FS-RUN
002360         GO TO 1200-EXIT
002370     END-IF.
002380     MOVE "S" TO WS-SW-RUN-ABERTO.
002390     MOVE "RECONBAT" TO RUN-JOB.
002400     MOVE WS-DATA-ATUAL TO RUN-DATA.
002410     ACCEPT WS-HORA-ATUAL FROM TIME.
002420     MOVE WS-DATA-ATUAL TO RUN-INICIO-DATA.
002430     MOVE WS-HORA-ATUAL TO RUN-INICIO-HORA.
002440     MOVE ZEROS TO RUN-FIM-DATA.
002450     MOVE ZEROS TO RUN-FIM-HORA.
002460     MOVE ZEROS TO RUN-LIDOS.
002470     MOVE ZEROS TO RUN-APLICADOS.
002480     MOVE ZEROS TO RUN-ERROS.
002490     MOVE "E" TO RUN-STATUS.
002500     WRITE RUN-RECORD
002510         INVALID KEY
002520             REWRITE RUN-RECORD
002530     END-WRITE.
002540 1200-EXIT.
002550     EXIT.
002560
002570
002580******************************************************************
002590*  2000-PROCESS-LOG
002600*      READS THE NEXT LOG RECORD. AN ACCOUNT CHANGE CLOSES THE
002610*      PREVIOUS GROUP; THE FIRST RECORD OF A GROUP ANCHORS THE
002620*      EXPECTED BALANCE AND LATER RECORDS APPLY THEIR MOVEMENT.
002630******************************************************************
002640 2000-PROCESS-LOG.
002650     READ TRANSACTION-LOG NEXT RECORD
002660         AT END
002670             MOVE "S" TO WS-SW-EOF-LOG
002680             GO TO 2000-EXIT
002690     END-READ.
002700     IF WS-GRUPO-ABERTO AND LOG-CONTA NOT = WS-CONTA-GRUPO THEN
002710         PERFORM 4000-FECHAR-GRUPO THRU 4000-EXIT
002720     END-IF.
002730     IF NOT WS-GRUPO-ABERTO THEN
002740         MOVE "S" TO WS-SW-GRUPO-ABERTO
002750         MOVE LOG-CONTA TO WS-CONTA-GRUPO
002760         PERFORM 2500-BUSCAR-SNAPSHOT THRU 2500-EXIT
002770         IF WS-SNAP-ACHADO THEN
002780             MOVE SNP-SALDO TO WS-SALDO-ESPERADO
002790             IF LOG-DATA > WS-SNP-DATA-GRUPO THEN
002800                 PERFORM 3000-APLICAR-MOVIMENTO THRU 3000-EXIT
002810             END-IF
002820         ELSE
002830             MOVE LOG-SALDO-APOS TO WS-SALDO-ESPERADO
002840         END-IF
002850     ELSE
002860         IF NOT WS-SNAP-ACHADO
002870                 OR LOG-DATA > WS-SNP-DATA-GRUPO THEN
002880             PERFORM 3000-APLICAR-MOVIMENTO THRU 3000-EXIT
002890         END-IF
002900     END-IF.
002910     MOVE LOG-CONTA TO WS-ULT-CONTA.
002920     MOVE LOG-DATA TO WS-ULT-DATA.
002930     MOVE LOG-HORA TO WS-ULT-HORA.
002940 2000-EXIT.
002950     EXIT.
002960
002970******************************************************************
002980*  2500-BUSCAR-SNAPSHOT
002990*      FINDS THE LATEST BALANCE SNAPSHOT OF THE ACCOUNT OPENING
003000*      ITS GROUP THAT IS STRICTLY BEFORE THE RUN DATE, AS
003010*      STMTRPT DOES FOR ITS OPENING BALANCE. ANCHORING TO AN
003020*      EARLIER CLOSE (NOT TONIGHT'S, WRITTEN BY SNAPBAT MOMENTS
003030*      AGO FROM THE SAME ACCT-SALDO) KEEPS THE RUN DATE'S
003040*      MOVEMENTS RE-DERIVED FROM THE LOG, SO A LOST MASTER
003050*      REWRITE OR LOG LEG STILL SURFACES AS A DISCREPANCY. A
003060*      MISSING SNAPSHOT FILE (DD DUMMY OR NOT YET CREATED) OR
003070*      NO PRIOR SNAPSHOT FOR THE ACCOUNT LEAVES THE GROUP ON
003080*      THE OLD FIRST-RECORD ANCHOR.
003090******************************************************************
003100 2500-BUSCAR-SNAPSHOT.
003110     MOVE "N" TO WS-SW-SNAP.
003120     MOVE ZERO TO WS-SNP-DATA-GRUPO.
003130     IF WS-ABRIU-SNP NOT = "00" THEN
003140         GO TO 2500-EXIT
003150     END-IF.
003160     MOVE WS-CONTA-GRUPO TO SNP-CONTA.
003170     MOVE WS-DATA-ATUAL TO SNP-DATA.
003180     START BALANCE-SNAPSHOT KEY IS < SNP-CHAVE
003190         INVALID KEY
003200             GO TO 2500-EXIT
003210     END-START.
003220     READ BALANCE-SNAPSHOT PREVIOUS
003230         AT END
003240             GO TO 2500-EXIT
003250     END-READ.
003260     IF SNP-CONTA = WS-CONTA-GRUPO THEN
003270         MOVE "S" TO WS-SW-SNAP
003280         MOVE SNP-DATA TO WS-SNP-DATA-GRUPO
003290     END-IF.
003300 2500-EXIT.
003310     EXIT.
003320
003330******************************************************************
003340*  3000-APLICAR-MOVIMENTO
003350*      APPLIES ONE LOG RECORD'S MOVEMENT TO THE EXPECTED
003360*      BALANCE, ACCORDING TO ITS OPERATION CODE.
003370******************************************************************
003380 3000-APLICAR-MOVIMENTO.
003390     EVALUATE LOG-OPERACAO
003400         WHEN "02"
003410             SUBTRACT LOG-VALOR FROM WS-SALDO-ESPERADO
003420         WHEN "03"
003430             SUBTRACT LOG-VALOR FROM WS-SALDO-ESPERADO
003440         WHEN "04"
003450             SUBTRACT LOG-VALOR FROM WS-SALDO-ESPERADO
003460         WHEN "05"
003470             ADD LOG-VALOR TO WS-SALDO-ESPERADO
003480         WHEN "07"
003490             ADD LOG-VALOR TO WS-SALDO-ESPERADO
003500         WHEN "08"
003510             SUBTRACT LOG-VALOR FROM WS-SALDO-ESPERADO
003520         WHEN "09"
003530             ADD LOG-VALOR TO WS-SALDO-ESPERADO
003540         WHEN "10"
003550             SUBTRACT LOG-VALOR FROM WS-SALDO-ESPERADO
003560         WHEN "13"
003570             ADD LOG-VALOR TO WS-SALDO-ESPERADO
003580         WHEN "18"
003590             SUBTRACT LOG-VALOR FROM WS-SALDO-ESPERADO
003600         WHEN "19"
003610             ADD LOG-VALOR TO WS-SALDO-ESPERADO
003620         WHEN "21"
003630             SUBTRACT LOG-VALOR FROM WS-SALDO-ESPERADO
003640         WHEN "22"
003650             SUBTRACT LOG-VALOR FROM WS-SALDO-ESPERADO
003660         WHEN "23"
003670             ADD LOG-VALOR TO WS-SALDO-ESPERADO
003680         WHEN "24"
003690             ADD LOG-VALOR TO WS-SALDO-ESPERADO
003700         WHEN "27"
003710             ADD LOG-VALOR TO WS-SALDO-ESPERADO
003720         WHEN "28"
003730         WHEN "29"
003740             SUBTRACT LOG-VALOR FROM WS-SALDO-ESPERADO
003750         WHEN "30"
003760         WHEN "31"
003770             SUBTRACT LOG-VALOR FROM WS-SALDO-ESPERADO
003780         WHEN OTHER
003790             CONTINUE
003800     END-EVALUATE.
003810 3000-EXIT.
003820     EXIT.
003830
003840******************************************************************
003850*  4000-FECHAR-GRUPO
003860*      CLOSES ONE ACCOUNT GROUP: READS THE MASTER BALANCE,
003870*      COMPARES IT WITH THE EXPECTED BALANCE AND REPORTS A
003880*      DISCREPANCY LINE WHEN THEY DO NOT AGREE.
003890******************************************************************
003900 4000-FECHAR-GRUPO.
003910     ADD 1 TO WS-CONT-CONTAS.
003920     MOVE "N" TO WS-SW-CONTA.
003930     MOVE WS-CONTA-GRUPO TO ACCT-NUMERO.
003940     READ ACCOUNT-MASTER
003950         INVALID KEY
003960             CONTINUE
003970         NOT INVALID KEY
003980             MOVE "S" TO WS-SW-CONTA
003990     END-READ.
004000     IF NOT WS-CONTA-ACHADA THEN
004010         MOVE WS-CONTA-GRUPO TO WS-LO-CONTA
004020         MOVE "CONTA NO LOG SEM REGISTRO NO MASTER"
004030             TO WS-LO-TEXTO
004040         WRITE REPORT-LINE FROM WS-LINHA-OBS
004050         ADD 1 TO WS-CONT-DIVERG
004060         GO TO 4000-FIM
004070     END-IF.
004080     IF ACCT-SALDO NOT = WS-SALDO-ESPERADO THEN
004090         COMPUTE WS-DIFERENCA = ACCT-SALDO - WS-SALDO-ESPERADO
004100         MOVE WS-CONTA-GRUPO TO WS-LD-CONTA
004110         MOVE WS-SALDO-ESPERADO TO WS-LD-ESPERADO
004120         MOVE ACCT-SALDO TO WS-LD-ATUAL
004130         MOVE WS-DIFERENCA TO WS-LD-DIFERENCA
004140         MOVE WS-ULT-CHAVE TO WS-LD-CHAVE
004150         WRITE REPORT-LINE FROM WS-LINHA-DETALHE
004160         ADD 1 TO WS-CONT-DIVERG
004170     END-IF.
004180 4000-FIM.
004190     MOVE "N" TO WS-SW-GRUPO-ABERTO.
004200 4000-EXIT.
004210     EXIT.
004220
004230******************************************************************
004240*  8000-FINALIZE
004250*      PRINTS THE RUN TOTALS AND CLOSES ALL FILES.
004260******************************************************************
004270 8000-FINALIZE.
004280     PERFORM 8100-ENCERRAR-RUNCTL THRU 8100-EXIT.
004290     MOVE SPACES TO REPORT-LINE.
004300     WRITE REPORT-LINE.
004310     MOVE WS-CONT-CONTAS TO WS-LT1-VALOR.
004320     WRITE REPORT-LINE FROM WS-LINHA-TOTAL-1.
004330     MOVE WS-CONT-DIVERG TO WS-LT2-VALOR.
004340     WRITE REPORT-LINE FROM WS-LINHA-TOTAL-2.
004350     CLOSE TRANSACTION-LOG.
004360     CLOSE ACCOUNT-MASTER.
004370     IF WS-ABRIU-SNP = "00" THEN
004380         CLOSE BALANCE-SNAPSHOT
004390     END-IF.
004400     CLOSE REPORT-FILE.
004410     DISPLAY "RECONBAT: CONTAS CONFERIDAS...: " WS-CONT-CONTAS.
004420     DISPLAY "RECONBAT: CONTAS DIVERGENTES..: " WS-CONT-DIVERG.
004430 8000-EXIT.
004440     EXIT.
004450
004460******************************************************************
004470*  8100-ENCERRAR-RUNCTL
004480*      REWRITES THE RUN RECORD WITH THE COUNTERS, THE END
004490*      TIMESTAMP AND STATUS "C". AN ABENDED RUN NEVER REACHES
004500*      HERE AND LEAVES THE RECORD AS "E" FOR MORNRPT TO FLAG.
004510******************************************************************
004520 8100-ENCERRAR-RUNCTL.
004530     IF NOT WS-RUN-ABERTO THEN
004540         GO TO 8100-EXIT
004550     END-IF.
004560     MOVE "RECONBAT" TO RUN-JOB.
004570     MOVE WS-DATA-ATUAL TO RUN-DATA.
004580     ACCEPT WS-HORA-ATUAL FROM TIME.
004590     MOVE WS-DATA-ATUAL TO RUN-FIM-DATA.
004600     MOVE WS-HORA-ATUAL TO RUN-FIM-HORA.
004610     MOVE WS-CONT-CONTAS TO RUN-LIDOS.
004620     MOVE WS-CONT-CONTAS TO RUN-APLICADOS.
004630     MOVE WS-CONT-DIVERG TO RUN-ERROS.
004640     MOVE "C" TO RUN-STATUS.
004650     REWRITE RUN-RECORD
004660         INVALID KEY
004670             WRITE RUN-RECORD
004680     END-REWRITE.
004690     CLOSE RUN-CONTROL.
004700 8100-EXIT.
004710     EXIT.
004720
004730******************************************************************
004740*  9999-EXIT
004750*      SINGLE PROGRAM EXIT POINT.
004760******************************************************************
004770 9999-EXIT.
004780     STOP RUN.
004790
