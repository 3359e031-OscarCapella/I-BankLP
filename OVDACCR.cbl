000180*      UP ON THE MORNING RECONBAT REPORT. RUN IN THE NIGHTLY
000190*      WINDOW WITH INVACCR AND RECONBAT, ONCE PER BUSINESS DATE.
000200*
000210*      CLOSED ("E") AND DORMANT ("I", SEE DORMBAT) ACCOUNTS ARE
000220*      SKIPPED; BLOCKED ("B") ACCOUNTS
000230*      STILL ACCRUE - THE DEBT DOES NOT STOP GROWING BECAUSE THE
000240*      SIGN-ON IS BLOCKED. A MISSING "04" RATE ENTRY SKIPS THE
000250*      RUN WITH A CONSOLE WARNING RATHER THAN CHARGING ZERO.
000260*
000270*  MODIFICATION HISTORY.
000280*      02/09/2026  OPS   INITIAL VERSION.
000290*      02/09/2026  OPS   WRITES ITS RUN RECORD ("E" AT START,
000300*                        "C" WITH THE COUNTERS AT A CLEAN END)
000310*                        TO THE SHARED RUNCTL FILE FOR THE
000320*                        MORNING MORNRPT EXCEPTIONS REPORT.
000330*      15/10/2026  OPS   DORMANT ("I") ACCOUNTS NO LONGER
000340*                        ACCRUE OVERDRAFT INTEREST.
000350*      15/10/2026  OPS   LOG RECORDS CARRY A ZERO
000360*                        LOG-CPF-TITULAR (BATCH POSTING, NO
000370*                        ACCOUNT HOLDER ACTED).
000380******************************************************************
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMS"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS SEQUENTIAL
000450         RECORD KEY IS ACCT-NUMERO
000460         FILE STATUS IS WS-FS-ACCT.
000470     SELECT RATE-TABLE ASSIGN TO "RATETAB"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS RATE-PRODUTO
000510         FILE STATUS IS WS-FS-RATE.
000520     SELECT TRANSACTION-LOG ASSIGN TO "TRANLOG"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS LOG-CHAVE
000560         FILE STATUS IS WS-FS-LOG.
000570     SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS DYNAMIC
000600         RECORD KEY IS RUN-CHAVE
000610         FILE STATUS IS WS-FS-RUN.
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  ACCOUNT-MASTER
000650     LABEL RECORD IS STANDARD.
000660     COPY ACCTMS.
000670 FD  RATE-TABLE
000680     LABEL RECORD IS STANDARD.
000690     COPY RATETAB.
000700 FD  TRANSACTION-LOG
000710     LABEL RECORD IS STANDARD.
000720     COPY TRANLOG.
000730 FD  RUN-CONTROL
000740     LABEL RECORD IS STANDARD.
000750     COPY RUNCTL.
000760 WORKING-STORAGE SECTION.
000770******************************************************************
000780*  FILE STATUS AND CONTROL SWITCHES.
000790******************************************************************
000800 77  WS-FS-ACCT              PIC X(02) VALUE SPACES.
000810 77  WS-FS-RATE              PIC X(02) VALUE SPACES.
000820 77  WS-FS-LOG               PIC X(02) VALUE SPACES.
000830 01  WS-SW-EOF-ACCT          PIC X(01) VALUE "N".
000840     88  WS-EOF-ACCT                    VALUE "S".
000850 01  WS-SW-JA-COBRADO        PIC X(01) VALUE "N".
000860     88  WS-JA-COBRADO                  VALUE "S".
000870 01  WS-SW-FIM-LOG           PIC X(01) VALUE "N".
000880     88  WS-FIM-LOG                     VALUE "S".
000890 01  WS-SW-LOG-GRAVADO       PIC X(01) VALUE "N".
000900     88  WS-LOG-GRAVADO                 VALUE "S".
000910 77  WS-FS-RUN               PIC X(02) VALUE SPACES.
000920 01  WS-SW-RUN-ABERTO        PIC X(01) VALUE "N".
000930     88  WS-RUN-ABERTO                  VALUE "S".
000940******************************************************************
000950*  COUNTERS AND WORK AREAS.
000960******************************************************************
000970 77  WS-CONT-LIDAS           PIC 9(05) VALUE ZERO COMP.
000980 77  WS-CONT-ACRESCIDAS      PIC 9(05) VALUE ZERO COMP.
000990 77  WS-CONT-LOG-ERROS       PIC 9(05) VALUE ZERO COMP.
001000 77  WS-RETRY-LOG            PIC 9(02) VALUE ZERO COMP.
001010 01  WS-DATA-ATUAL           PIC 9(8).
001020 01  WS-HORA-ATUAL           PIC 9(8).
001030 01  WS-VALOR-NEGATIVO       PIC 9(9)V9(2).
001040 01  WS-JUROS                PIC S9(9)V9(2).
001050 01  WS-TOTAL-JUROS          PIC S9(11)V9(2) VALUE ZERO.
001060******************************************************************
001070*  PROCEDURE DIVISION.
001080******************************************************************
001090 PROCEDURE DIVISION.
001100******************************************************************
001110*  0000-MAINLINE
001120*      DRIVES THE OPEN / PROCESS / CLOSE SEQUENCE FOR THE RUN.
001130******************************************************************
001140 0000-MAINLINE.
001150     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001160     PERFORM 2000-PROCESS-CONTA THRU 2000-EXIT
001170         UNTIL WS-EOF-ACCT.
001180     PERFORM 8000-FINALIZE THRU 8000-EXIT.
001190     GO TO 9999-EXIT.
001200
001210******************************************************************
001220*  1000-INITIALIZE
001230*      OPENS ALL FILES AND LOADS THE "04" (LIMITE/CHEQUE
001240*      ESPECIAL) RATE. NO RATE ENTRY MEANS NO RUN.
001250******************************************************************
001260 1000-INITIALIZE.
001270     ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.
001280     OPEN I-O ACCOUNT-MASTER.
001290     IF WS-FS-ACCT NOT = "00" THEN
001300         DISPLAY "OVDACCR: NAO FOI POSSIVEL ABRIR ACCTMS, "
001310                 "STATUS " WS-FS-ACCT
001320         MOVE "S" TO WS-SW-EOF-ACCT
001330         GO TO 1000-EXIT
001340     END-IF.
001350     OPEN INPUT RATE-TABLE.
001360     IF WS-FS-RATE NOT = "00" THEN
001370         DISPLAY "OVDACCR: NAO FOI POSSIVEL ABRIR RATETAB, "
001380                 "STATUS " WS-FS-RATE
001390         MOVE "S" TO WS-SW-EOF-ACCT
001400         GO TO 1000-EXIT
001410     END-IF.
001420     OPEN I-O TRANSACTION-LOG.
001430     IF WS-FS-LOG NOT = "00" THEN
001440         DISPLAY "OVDACCR: NAO FOI POSSIVEL ABRIR TRANLOG, "
001450                 "STATUS " WS-FS-LOG
001460         MOVE "S" TO WS-SW-EOF-ACCT
001470         GO TO 1000-EXIT
001480     END-IF.
001490     MOVE "04" TO RATE-PRODUTO.
001500     READ RATE-TABLE
001510         INVALID KEY
001520             DISPLAY "OVDACCR: PRODUTO 04 (LIMITE) AUSENTE NA "
001530                     "RATETAB - NADA ACRESCIDO"
001540             MOVE "S" TO WS-SW-EOF-ACCT
001550     END-READ.
001560     IF NOT WS-EOF-ACCT THEN
001570         PERFORM 1200-INICIAR-RUNCTL THRU 1200-EXIT
001580     END-IF.
001590 1000-EXIT.
001600     EXIT.
001610
001620******************************************************************
001630*  1200-INICIAR-RUNCTL
001640*      WRITES THE JOB'S "E" RUN RECORD AND START TIMESTAMP. ONLY
001650*      PERFORMED AFTER THE FILES OPENED AND THE "04" RATE
001660*      LOADED, SO A FAILED INIT SHOWS AS "NAO EXECUTADO";
001670*      A RUNCTL OPEN FAILURE ONLY WARNS.
001680******************************************************************
001690 1200-INICIAR-RUNCTL.
001700     OPEN I-O RUN-CONTROL.
001710     IF WS-FS-RUN = "35" THEN
001720         OPEN OUTPUT RUN-CONTROL
001730         CLOSE RUN-CONTROL
001740         OPEN I-O RUN-CONTROL
001750     END-IF.
001760     IF WS-FS-RUN NOT = "00" THEN
001770         DISPLAY "OVDACCR: NAO FOI POSSIVEL ABRIR RUNCTL, "
001780                 "STATUS " WS-FS-RUN
001790         GO TO 1200-EXIT
001800     END-IF.
001810     MOVE "S" TO WS-SW-RUN-ABERTO.
001820     MOVE "OVDACCR " TO RUN-JOB.
001830     MOVE WS-DATA-ATUAL TO RUN-DATA.
001840     ACCEPT WS-HORA-ATUAL FROM TIME.
001850     MOVE WS-DATA-ATUAL TO RUN-INICIO-DATA.
001860     MOVE WS-HORA-ATUAL TO RUN-INICIO-HORA.
001870     MOVE ZEROS TO RUN-FIM-DATA.
001880     MOVE ZEROS TO RUN-FIM-HORA.
001890     MOVE ZEROS TO RUN-LIDOS.
001900     MOVE ZEROS TO RUN-APLICADOS.
001910     MOVE ZEROS TO RUN-ERROS.
001920     MOVE "E" TO RUN-STATUS.
001930     WRITE RUN-RECORD
001940         INVALID KEY
001950             REWRITE RUN-RECORD
001960     END-WRITE.
001970 1200-EXIT.
001980     EXIT.
001990
002000******************************************************************
002010*  2000-PROCESS-CONTA
002020*      READS THE NEXT ACCOUNT AND ACCRUES ONE DAY OF OVERDRAFT
002030*      INTEREST WHEN THE BALANCE IS NEGATIVE.
002040******************************************************************
002050 2000-PROCESS-CONTA.
002060     READ ACCOUNT-MASTER NEXT RECORD
002070         AT END
002080             MOVE "S" TO WS-SW-EOF-ACCT
002090             GO TO 2000-EXIT
002100     END-READ.
002110     ADD 1 TO WS-CONT-LIDAS.
002120     IF ACCT-STATUS = "E" OR ACCT-STATUS = "I" THEN
002130         GO TO 2000-EXIT
002140     END-IF.
002150     IF ACCT-SALDO < ZERO THEN
002160         PERFORM 3000-ACRESCER-JUROS THRU 3000-EXIT
002170     END-IF.
002180 2000-EXIT.
002190     EXIT.
002200
002210******************************************************************
002220*  3000-ACRESCER-JUROS
002230*      CHARGES ONE DAY OF INTEREST ON THE NEGATIVE PORTION OF
002240*      THE BALANCE IN ACCT-RECORD: A THIRTIETH OF THE MONTHLY
002250*      "04" RATE, ROUNDED. A CHARGE THAT ROUNDS TO ZERO WRITES
002260*      NOTHING. THE LOG LEG GOES FIRST, AS IN PIXBATCH. AN
002270*      ACCOUNT WITH A "21" LOG RECORD ON THE RUN DATE WAS
002280*      ALREADY CHARGED BY AN EARLIER RUN AND IS SKIPPED, SO A
002290*      SAME-DAY RERUN CANNOT DOUBLE THE CHARGE.
002300******************************************************************
002310 3000-ACRESCER-JUROS.
002320     PERFORM 5000-PROCURAR-COBRANCA THRU 5000-EXIT.
002330     IF WS-JA-COBRADO THEN
002340         GO TO 3000-EXIT
002350     END-IF.
002360     COMPUTE WS-VALOR-NEGATIVO = 0 - ACCT-SALDO.
002370     COMPUTE WS-JUROS ROUNDED = WS-VALOR-NEGATIVO
002380             * RATE-TAXA / 30.
002390     IF WS-JUROS = ZERO THEN
002400         GO TO 3000-EXIT
002410     END-IF.
002420     SUBTRACT WS-JUROS FROM ACCT-SALDO.
002430     PERFORM 4000-GRAVAR-LOG THRU 4000-EXIT.
002440     REWRITE ACCT-RECORD.
002450     ADD WS-JUROS TO WS-TOTAL-JUROS.
002460     ADD 1 TO WS-CONT-ACRESCIDAS.
002470 3000-EXIT.
002480     EXIT.
002490
002500******************************************************************
002510*  4000-GRAVAR-LOG
002520*      WRITES THE "21" (JUROS LIMITE) LOG RECORD FOR THE ACCOUNT
002530*      IN ACCT-RECORD. A KEY COLLISION BUMPS LOG-HORA AND
002540*      RETRIES, AS IN PIXBATCH.
002550******************************************************************
002560 4000-GRAVAR-LOG.
002570     ACCEPT WS-HORA-ATUAL FROM TIME.
002580     MOVE ACCT-NUMERO TO LOG-CONTA.
002590     MOVE WS-DATA-ATUAL TO LOG-DATA.
002600     MOVE WS-HORA-ATUAL TO LOG-HORA.
002610     MOVE "21" TO LOG-OPERACAO.
002620     MOVE WS-JUROS TO LOG-VALOR.
002630     MOVE ACCT-SALDO TO LOG-SALDO-APOS.
002640     MOVE "N" TO LOG-ESTORNADO.
002650     MOVE ZERO TO LOG-CPF-TITULAR.
002660     MOVE SPACES TO LOG-REFERENCIA.
002670     MOVE "N" TO WS-SW-LOG-GRAVADO.
002680     MOVE ZERO TO WS-RETRY-LOG.
002690     PERFORM 4100-TENTAR-GRAVAR-LOG THRU 4100-EXIT
002700         UNTIL WS-LOG-GRAVADO OR WS-RETRY-LOG > 50.
002710     IF NOT WS-LOG-GRAVADO THEN
002720         DISPLAY "OVDACCR: LOG NAO GRAVADO PARA CONTA "
002730                 LOG-CONTA
002740         ADD 1 TO WS-CONT-LOG-ERROS
002750     END-IF.
002760 4000-EXIT.
002770     EXIT.
002780
002790******************************************************************
002800*  4100-TENTAR-GRAVAR-LOG
002810*      WRITES THE LOG RECORD BUILT BY 4000, BUMPING LOG-HORA ON
002820*      A KEY COLLISION.
002830******************************************************************
002840 4100-TENTAR-GRAVAR-LOG.
002850     WRITE LOG-RECORD
002860         INVALID KEY
002870             ADD 1 TO LOG-HORA
002880             ADD 1 TO WS-RETRY-LOG
002890         NOT INVALID KEY
002900             MOVE "S" TO WS-SW-LOG-GRAVADO
002910     END-WRITE.
002920 4100-EXIT.
002930     EXIT.
002940
002950******************************************************************
002960*  5000-PROCURAR-COBRANCA
002970*      LOOKS FOR AN EXISTING "21" LOG RECORD FOR THE ACCOUNT IN
002980*      ACCT-RECORD ON THE RUN DATE, AS 6100-PROCURAR-LEG DOES IN
002990*      PIXBATCH. A HIT MEANS AN EARLIER RUN ALREADY CHARGED THE
003000*      DAY'S INTEREST.
003010******************************************************************
003020 5000-PROCURAR-COBRANCA.
003030     MOVE "N" TO WS-SW-JA-COBRADO.
003040     MOVE "N" TO WS-SW-FIM-LOG.
003050     MOVE ACCT-NUMERO TO LOG-CONTA.
003060     MOVE WS-DATA-ATUAL TO LOG-DATA.
003070     MOVE ZEROS TO LOG-HORA.
003080     START TRANSACTION-LOG KEY IS NOT < LOG-CHAVE
003090         INVALID KEY
003100             MOVE "S" TO WS-SW-FIM-LOG
003110     END-START.
003120     PERFORM 5100-LER-LOG THRU 5100-EXIT
003130         UNTIL WS-JA-COBRADO OR WS-FIM-LOG.
003140 5000-EXIT.
003150     EXIT.
003160
003170******************************************************************
003180*  5100-LER-LOG
003190*      READS THE NEXT LOG RECORD FOR 5000 AND TESTS IT FOR THE
003200*      DAY'S "21" CHARGE.
003210******************************************************************
003220 5100-LER-LOG.
003230     READ TRANSACTION-LOG NEXT RECORD
003240         AT END
003250             MOVE "S" TO WS-SW-FIM-LOG
003260             GO TO 5100-EXIT
003270     END-READ.
003280     IF LOG-CONTA NOT = ACCT-NUMERO
003290             OR LOG-DATA NOT = WS-DATA-ATUAL THEN
003300         MOVE "S" TO WS-SW-FIM-LOG
003310         GO TO 5100-EXIT
003320     END-IF.
003330     IF LOG-OPERACAO = "21" THEN
003340         MOVE "S" TO WS-SW-JA-COBRADO
003350     END-IF.
003360 5100-EXIT.
003370     EXIT.
003380
003390******************************************************************
003400*  8000-FINALIZE
003410*      CLOSES ALL FILES AND DISPLAYS THE RUN SUMMARY.
003420******************************************************************
003430 8000-FINALIZE.
003440     PERFORM 8100-ENCERRAR-RUNCTL THRU 8100-EXIT.
003450     CLOSE ACCOUNT-MASTER.
003460     CLOSE RATE-TABLE.
003470     CLOSE TRANSACTION-LOG.
003480     DISPLAY "OVDACCR: CONTAS LIDAS.........: " WS-CONT-LIDAS.
003490     DISPLAY "OVDACCR: CONTAS COM JUROS.....: "
003500             WS-CONT-ACRESCIDAS.
003510     DISPLAY "OVDACCR: TOTAL DE JUROS.......: " WS-TOTAL-JUROS.
003520     IF WS-CONT-LOG-ERROS NOT = ZERO THEN
003530         DISPLAY "OVDACCR: LOGS NAO GRAVADOS....: "
003540                 WS-CONT-LOG-ERROS
003550     END-IF.
003560 8000-EXIT.
003570     EXIT.
003580
003590******************************************************************
003600*  8100-ENCERRAR-RUNCTL
003610*      REWRITES THE RUN RECORD WITH THE COUNTERS, THE END
003620*      TIMESTAMP AND STATUS "C". AN ABENDED RUN NEVER REACHES
003630*      HERE AND LEAVES THE RECORD AS "E" FOR MORNRPT TO FLAG.
003640******************************************************************
003650 8100-ENCERRAR-RUNCTL.
003660     IF NOT WS-RUN-ABERTO THEN
003670         GO TO 8100-EXIT
003680     END-IF.
003690     MOVE "OVDACCR " TO RUN-JOB.
003700     MOVE WS-DATA-ATUAL TO RUN-DATA.
003710     ACCEPT WS-HORA-ATUAL FROM TIME.
003720     MOVE WS-DATA-ATUAL TO RUN-FIM-DATA.
003730     MOVE WS-HORA-ATUAL TO RUN-FIM-HORA.
003740     MOVE WS-CONT-LIDAS TO RUN-LIDOS.
003750     MOVE WS-CONT-ACRESCIDAS TO RUN-APLICADOS.
003760     MOVE WS-CONT-LOG-ERROS TO RUN-ERROS.
003770     MOVE "C" TO RUN-STATUS.
003780     REWRITE RUN-RECORD
003790         INVALID KEY
003800             WRITE RUN-RECORD
003810     END-REWRITE.
003820     CLOSE RUN-CONTROL.
003830 8100-EXIT.
003840     EXIT.
003850
003860******************************************************************
003870*  9999-EXIT
003880*      SINGLE PROGRAM EXIT POINT.
003890******************************************************************
003900 9999-EXIT.
003910     STOP RUN.
