000100*      WINDOW. READS THE RUNCTL RUN-CONTROL RECORDS FOR THE
000110*      BUSINESS DATE ON THE SYSIN CARD AND PRINTS ONE LINE PER
000120*      EXPECTED NIGHTLY JOB (PIXBATCH, INVACCR, OVDACCR,
000130*      TEDEXTR, CREDREC, SNAPBAT, RECONBAT, FRAUDMON, NOTIFBAT,
000140*      GLPOST), FLAGGING ANY JOB THAT IS MISSING, ENDED "R"
000150*      (REJECTED ITS OWN OUTPUT - AN UNBALANCED OR UNMAPPED GL
000160*      JOURNAL), STILL "E" (ABENDED BEFORE ITS CLEAN END) OR RAN
000170*      OUT OF SEQUENCE (RECONBAT STARTING BEFORE PIXBATCH
000180*      FINISHED). THE MONTHLY AND ANNUAL JOBS (LOGARCH, TARIFBAT,
000190*      INFREND, DORMBAT) ARE REPORTED ONLY WHEN THEY RAN. THE
000200*      REPORT ALSO CARRIES THE CURRENT PENDING-TRANSFER BACKLOG:
000210*      THE COUNT OF "D" (IN-FLIGHT) AND "E" (ERRO) RECORDS ON
000220*      PNDXFER, SO STRANDED TRANSFERS STOP GOING UNNOTICED. OPS
000230*      REVIEWS MORNOUT EVERY MORNING BEFORE OPENING THE ONLINE
000240*      REGION.
000250*
000260*  MODIFICATION HISTORY.
000270*      02/09/2026  OPS   INITIAL VERSION.
000280*      15/10/2026  OPS   CREDREC (INBOUND TED/PIX CREDITS) ADDED
000290*                        TO THE EXPECTED NIGHTLY JOBS.
000300*      15/10/2026  OPS   MONTHLY-JOB CHECK GENERALIZED TO A
000310*                        TABLE; TARIFBAT (MONTHLY SERVICE FEES)
000320*                        ADDED ALONGSIDE LOGARCH.
000330*      15/10/2026  OPS   INFREND (ANNUAL INFORME DE RENDIMENTOS)
000340*                        ADDED TO THE PERIODIC-JOB TABLE.
000350*      15/10/2026  OPS   GLPOST (GL JOURNAL) ADDED TO THE
000360*                        EXPECTED NIGHTLY JOBS; A RUN RECORD
000370*                        ENDED "R" PRINTS AS REJEITADO.
000380*      15/10/2026  OPS   FRAUDMON (FRAUD / AML MONITORING)
000390*                        ADDED TO THE EXPECTED NIGHTLY JOBS.
000400*      15/10/2026  OPS   NOTIFBAT (CUSTOMER NOTIFICATIONS)
000410*                        ADDED TO THE EXPECTED NIGHTLY JOBS.
000420*      15/10/2026  OPS   DORMBAT (MONTHLY DORMANT ACCOUNTS)
000430*                        ADDED TO THE PERIODIC-JOB TABLE.
000440******************************************************************
000450 ENVIRONMENT DIVISION.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT CARD-FILE ASSIGN TO "SYSIN"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-FS-CARD.
000510     SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS RUN-CHAVE
000550         FILE STATUS IS WS-FS-RUN.
000560     SELECT PENDING-TRANSFERS ASSIGN TO "PNDXFER"
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS SEQUENTIAL
000590         RECORD KEY IS PTX-CHAVE
000600         FILE STATUS IS WS-FS-PTX.
000610     SELECT REPORT-FILE ASSIGN TO "MORNOUT"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-FS-RPT.
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  CARD-FILE
000670     LABEL RECORD IS OMITTED.
000680 01  PARM-RECORD.
000690     05  PARM-DATA               PIC 9(08).
000700     05  FILLER                  PIC X(72).
000710 FD  RUN-CONTROL
000720     LABEL RECORD IS STANDARD.
000730     COPY RUNCTL.
000740 FD  PENDING-TRANSFERS
000750     LABEL RECORD IS STANDARD.
000760     COPY PNDXFER.
000770 FD  REPORT-FILE
000780     LABEL RECORD IS OMITTED.
000790 01  REPORT-LINE                 PIC X(100).
000800 WORKING-STORAGE SECTION.
000810******************************************************************
000820*  FILE STATUS AND CONTROL SWITCHES.
000830******************************************************************
000840 77  WS-FS-CARD              PIC X(02) VALUE SPACES.
000850 77  WS-FS-RUN               PIC X(02) VALUE SPACES.
000860 77  WS-FS-PTX               PIC X(02) VALUE SPACES.
000870 77  WS-FS-RPT               PIC X(02) VALUE SPACES.
000880 77  WS-ABRIU-PTX            PIC X(02) VALUE SPACES.
000890 01  WS-SW-FIM               PIC X(01) VALUE "N".
000900     88  WS-FIM                         VALUE "S".
000910 01  WS-SW-EOF-PTX           PIC X(01) VALUE "N".
000920     88  WS-EOF-PTX                     VALUE "S".
000930 01  WS-SW-REG-ACHADO        PIC X(01) VALUE "N".
000940     88  WS-REG-ACHADO                  VALUE "S".
000950 01  WS-SW-PIX-OK            PIC X(01) VALUE "N".
000960     88  WS-PIX-OK                      VALUE "S".
000970******************************************************************
000980*  EXPECTED NIGHTLY JOBS, IN WINDOW ORDER.
000990******************************************************************
001000 01  WS-JOBS.
001010     05  FILLER              PIC X(08) VALUE "PIXBATCH".
001020     05  FILLER              PIC X(08) VALUE "INVACCR ".
001030     05  FILLER              PIC X(08) VALUE "OVDACCR ".
001040     05  FILLER              PIC X(08) VALUE "TEDEXTR ".
001050     05  FILLER              PIC X(08) VALUE "CREDREC ".
001060     05  FILLER              PIC X(08) VALUE "SNAPBAT ".
001070     05  FILLER              PIC X(08) VALUE "RECONBAT".
001080     05  FILLER              PIC X(08) VALUE "FRAUDMON".
001090     05  FILLER              PIC X(08) VALUE "NOTIFBAT".
001100     05  FILLER              PIC X(08) VALUE "GLPOST  ".
001110 01  WS-JOBS-R REDEFINES WS-JOBS.
001120     05  WS-JOB-NOME         PIC X(08) OCCURS 10.
001130 77  WS-MAX-JOBS             PIC 9(02) VALUE 10 COMP.
001140 77  WS-JOB-IDX              PIC 9(02) COMP.
001150******************************************************************
001160*  MONTHLY AND ANNUAL JOBS, REPORTED ONLY WHEN THEY RAN.
001170******************************************************************
001180 01  WS-JOBS-MES.
001190     05  FILLER              PIC X(08) VALUE "LOGARCH ".
001200     05  FILLER              PIC X(08) VALUE "TARIFBAT".
001210     05  FILLER              PIC X(08) VALUE "INFREND ".
001220     05  FILLER              PIC X(08) VALUE "DORMBAT ".
001230 01  WS-JOBS-MES-R REDEFINES WS-JOBS-MES.
001240     05  WS-JOB-MES-NOME     PIC X(08) OCCURS 4.
001250 77  WS-MAX-JOBS-MES         PIC 9(02) VALUE 4 COMP.
001260******************************************************************
001270*  COUNTERS AND WORK AREAS.
001280******************************************************************
001290 77  WS-CONT-EXCECOES        PIC 9(05) VALUE ZERO COMP.
001300 77  WS-CONT-PEND-D          PIC 9(05) VALUE ZERO COMP.
001310 77  WS-CONT-PEND-E          PIC 9(05) VALUE ZERO COMP.
001320 01  WS-PIX-FIM.
001330     05  WS-PIX-FIM-DATA     PIC 9(08) VALUE ZERO.
001340     05  WS-PIX-FIM-HORA     PIC 9(08) VALUE ZERO.
001350 01  WS-REC-INICIO.
001360     05  WS-REC-INI-DATA     PIC 9(08).
001370     05  WS-REC-INI-HORA     PIC 9(08).
001380******************************************************************
001390*  REPORT LINES.
001400******************************************************************
001410 01  WS-CABECALHO-1.
001420     05  FILLER                PIC X(20) VALUE "I-BANKLP".
001430     05  FILLER                PIC X(32)
001440         VALUE "FECHAMENTO DA JANELA NOTURNA".
001450 01  WS-CABECALHO-2.
001460     05  FILLER                PIC X(16)
001470         VALUE "DATA DO MOVTO: ".
001480     05  WS-CAB-DATA           PIC 9(08).
001490 01  WS-CABECALHO-3.
001500     05  FILLER                PIC X(10) VALUE "JOB".
001510     05  FILLER                PIC X(16) VALUE "SITUACAO".
001520     05  FILLER                PIC X(10) VALUE "INICIO".
001530     05  FILLER                PIC X(10) VALUE "FIM".
001540     05  FILLER                PIC X(10) VALUE "LIDOS".
001550     05  FILLER                PIC X(10) VALUE "APLICADOS".
001560     05  FILLER                PIC X(08) VALUE "ERROS".
001570 01  WS-LINHA-JOB.
001580     05  WS-LJ-JOB             PIC X(08).
001590     05  FILLER                PIC X(02) VALUE SPACES.
001600     05  WS-LJ-SITUACAO        PIC X(14).
001610     05  FILLER                PIC X(02) VALUE SPACES.
001620     05  WS-LJ-INICIO          PIC 9(08).
001630     05  FILLER                PIC X(02) VALUE SPACES.
001640     05  WS-LJ-FIM             PIC 9(08).
001650     05  FILLER                PIC X(02) VALUE SPACES.
001660     05  WS-LJ-LIDOS           PIC ZZZZZZ9.
001670     05  FILLER                PIC X(03) VALUE SPACES.
001680     05  WS-LJ-APLICADOS       PIC ZZZZZZ9.
001690     05  FILLER                PIC X(02) VALUE SPACES.
001700     05  WS-LJ-ERROS           PIC ZZZZZZ9.
001710 01  WS-LINHA-EXCECAO.
001720     05  FILLER                PIC X(04) VALUE "*** ".
001730     05  WS-LE-TEXTO           PIC X(60).
001740 01  WS-LINHA-PEND.
001750     05  FILLER                PIC X(34)
001760         VALUE "TRANSFERENCIAS PENDENTES STATUS D:".
001770     05  WS-LP-QTD-D           PIC ZZZZ9.
001780     05  FILLER                PIC X(12) VALUE "  STATUS E:".
001790     05  WS-LP-QTD-E           PIC ZZZZ9.
001800 01  WS-LINHA-TOTAL.
001810     05  FILLER                PIC X(22)
001820         VALUE "EXCECOES ENCONTRADAS:".
001830     05  WS-LT-VALOR           PIC ZZZZ9.
001840******************************************************************
001850*  PROCEDURE DIVISION.
001860******************************************************************
001870 PROCEDURE DIVISION.
001880******************************************************************
001890*  0000-MAINLINE
001900*      DRIVES THE OPEN / PROCESS / CLOSE SEQUENCE FOR THE RUN.
001910******************************************************************
001920 0000-MAINLINE.
001930     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001940     IF NOT WS-FIM THEN
001950         PERFORM 2000-VERIFICAR-JOB THRU 2000-EXIT
001960             VARYING WS-JOB-IDX FROM 1 BY 1
001970             UNTIL WS-JOB-IDX > WS-MAX-JOBS
001980         PERFORM 3000-VERIFICAR-MENSAL THRU 3000-EXIT
001990             VARYING WS-JOB-IDX FROM 1 BY 1
002000             UNTIL WS-JOB-IDX > WS-MAX-JOBS-MES
002010         PERFORM 4000-CONTAR-PENDENTES THRU 4000-EXIT
002020     END-IF.
002030     PERFORM 8000-FINALIZE THRU 8000-EXIT.
002040     GO TO 9999-EXIT.
002050
002060******************************************************************
002070*  1000-INITIALIZE
002080*      READS THE BUSINESS-DATE CARD AND OPENS ALL FILES.
002090******************************************************************
002100 1000-INITIALIZE.
002110     OPEN INPUT CARD-FILE.
002120     IF WS-FS-CARD NOT = "00" THEN
002130         DISPLAY "MORNRPT: NAO FOI POSSIVEL ABRIR SYSIN, "
002140                 "STATUS " WS-FS-CARD
002150         MOVE "S" TO WS-SW-FIM
002160         GO TO 1000-EXIT
002170     END-IF.
002180     READ CARD-FILE
002190         AT END
002200             MOVE ZEROS TO PARM-DATA
002210     END-READ.
002220     CLOSE CARD-FILE.
002230     IF PARM-DATA = ZERO THEN
002240         DISPLAY "MORNRPT: CARTAO DE DATA AUSENTE OU INVALIDO"
002250         MOVE "S" TO WS-SW-FIM
002260         GO TO 1000-EXIT
002270     END-IF.
002280     OPEN INPUT RUN-CONTROL.
002290     IF WS-FS-RUN NOT = "00" THEN
002300         DISPLAY "MORNRPT: NAO FOI POSSIVEL ABRIR RUNCTL, "
002310                 "STATUS " WS-FS-RUN
002320         MOVE "S" TO WS-SW-FIM
002330         GO TO 1000-EXIT
002340     END-IF.
002350     OPEN INPUT PENDING-TRANSFERS.
002360     MOVE WS-FS-PTX TO WS-ABRIU-PTX.
002370     OPEN OUTPUT REPORT-FILE.
002380     WRITE REPORT-LINE FROM WS-CABECALHO-1.
002390     MOVE PARM-DATA TO WS-CAB-DATA.
002400     WRITE REPORT-LINE FROM WS-CABECALHO-2.
002410     MOVE SPACES TO REPORT-LINE.
002420     WRITE REPORT-LINE.
002430     WRITE REPORT-LINE FROM WS-CABECALHO-3.
002440 1000-EXIT.
002450     EXIT.
002460
002470******************************************************************
002480*  2000-VERIFICAR-JOB
002490*      CHECKS ONE EXPECTED NIGHTLY JOB: PRINTS ITS RUN LINE AND
002500*      FLAGS A MISSING OR INCOMPLETE RUN. PIXBATCH'S END
002510*      TIMESTAMP IS KEPT SO RECONBAT'S START CAN BE CHECKED
002520*      AGAINST IT.
002530******************************************************************
002540 2000-VERIFICAR-JOB.
002550     PERFORM 2500-LER-RUNCTL THRU 2500-EXIT.
002560     MOVE WS-JOB-NOME(WS-JOB-IDX) TO WS-LJ-JOB.
002570     IF NOT WS-REG-ACHADO THEN
002580         MOVE "NAO EXECUTADO" TO WS-LJ-SITUACAO
002590         MOVE ZEROS TO WS-LJ-INICIO
002600         MOVE ZEROS TO WS-LJ-FIM
002610         MOVE ZERO TO WS-LJ-LIDOS
002620         MOVE ZERO TO WS-LJ-APLICADOS
002630         MOVE ZERO TO WS-LJ-ERROS
002640         WRITE REPORT-LINE FROM WS-LINHA-JOB
002650         MOVE SPACES TO WS-LE-TEXTO
002660         STRING "JOB " WS-JOB-NOME(WS-JOB-IDX)
002670                " NAO EXECUTOU NA JANELA"
002680                DELIMITED BY SIZE INTO WS-LE-TEXTO
002690         WRITE REPORT-LINE FROM WS-LINHA-EXCECAO
002700         ADD 1 TO WS-CONT-EXCECOES
002710         GO TO 2000-EXIT
002720     END-IF.
002730     MOVE RUN-INICIO-HORA TO WS-LJ-INICIO.
002740     MOVE RUN-FIM-HORA TO WS-LJ-FIM.
002750     MOVE RUN-LIDOS TO WS-LJ-LIDOS.
002760     MOVE RUN-APLICADOS TO WS-LJ-APLICADOS.
002770     MOVE RUN-ERROS TO WS-LJ-ERROS.
002780     IF RUN-STATUS = "C" THEN
002790         MOVE "CONCLUIDO" TO WS-LJ-SITUACAO
002800     ELSE
002810         IF RUN-STATUS = "R" THEN
002820             MOVE "REJEITADO" TO WS-LJ-SITUACAO
002830         ELSE
002840             MOVE "INCOMPLETO" TO WS-LJ-SITUACAO
002850         END-IF
002860     END-IF.
002870     WRITE REPORT-LINE FROM WS-LINHA-JOB.
002880     IF RUN-STATUS = "R" THEN
002890         MOVE SPACES TO WS-LE-TEXTO
002900         STRING "JOB " WS-JOB-NOME(WS-JOB-IDX)
002910                " REJEITOU O PROCESSAMENTO - VER RELATORIO"
002920                DELIMITED BY SIZE INTO WS-LE-TEXTO
002930         WRITE REPORT-LINE FROM WS-LINHA-EXCECAO
002940         ADD 1 TO WS-CONT-EXCECOES
002950         GO TO 2000-EXIT
002960     END-IF.
002970     IF RUN-STATUS NOT = "C" THEN
002980         MOVE SPACES TO WS-LE-TEXTO
002990         STRING "JOB " WS-JOB-NOME(WS-JOB-IDX)
003000                " NAO CHEGOU AO FIM (ABEND?)"
003010                DELIMITED BY SIZE INTO WS-LE-TEXTO
003020         WRITE REPORT-LINE FROM WS-LINHA-EXCECAO
003030         ADD 1 TO WS-CONT-EXCECOES
003040     END-IF.
003050     IF WS-JOB-NOME(WS-JOB-IDX) = "PIXBATCH"
003060             AND RUN-STATUS = "C" THEN
003070         MOVE "S" TO WS-SW-PIX-OK
003080         MOVE RUN-FIM-DATA TO WS-PIX-FIM-DATA
003090         MOVE RUN-FIM-HORA TO WS-PIX-FIM-HORA
003100     END-IF.
003110     IF WS-JOB-NOME(WS-JOB-IDX) = "RECONBAT" THEN
003120         PERFORM 2700-CONFERIR-SEQUENCIA THRU 2700-EXIT
003130     END-IF.
003140 2000-EXIT.
003150     EXIT.
003160
003170******************************************************************
003180*  2500-LER-RUNCTL
003190*      READS THE RUN RECORD OF THE JOB IN WS-JOB-IDX FOR THE
003200*      REQUESTED BUSINESS DATE.
003210******************************************************************
003220 2500-LER-RUNCTL.
003230     MOVE "N" TO WS-SW-REG-ACHADO.
003240     MOVE WS-JOB-NOME(WS-JOB-IDX) TO RUN-JOB.
003250     MOVE PARM-DATA TO RUN-DATA.
003260     READ RUN-CONTROL
003270         INVALID KEY
003280             CONTINUE
003290         NOT INVALID KEY
003300             MOVE "S" TO WS-SW-REG-ACHADO
003310     END-READ.
003320 2500-EXIT.
003330     EXIT.
003340
003350******************************************************************
003360*  2700-CONFERIR-SEQUENCIA
003370*      FLAGS RECONBAT STARTING BEFORE PIXBATCH FINISHED - THE
003380*      RECONCILIATION WOULD HAVE RUN OVER HALF-POSTED BALANCES.
003390*      CALLED WITH RECONBAT'S RUN RECORD IN RUN-RECORD.
003400******************************************************************
003410 2700-CONFERIR-SEQUENCIA.
003420     IF NOT WS-PIX-OK THEN
003430         MOVE "RECONBAT EXECUTOU SEM PIXBATCH CONCLUIDO"
003440             TO WS-LE-TEXTO
003450         WRITE REPORT-LINE FROM WS-LINHA-EXCECAO
003460         ADD 1 TO WS-CONT-EXCECOES
003470         GO TO 2700-EXIT
003480     END-IF.
003490     MOVE RUN-INICIO-DATA TO WS-REC-INI-DATA.
003500     MOVE RUN-INICIO-HORA TO WS-REC-INI-HORA.
003510     IF WS-REC-INICIO < WS-PIX-FIM THEN
003520         MOVE "RECONBAT INICIOU ANTES DO FIM DO PIXBATCH"
003530             TO WS-LE-TEXTO
003540         WRITE REPORT-LINE FROM WS-LINHA-EXCECAO
003550         ADD 1 TO WS-CONT-EXCECOES
003560     END-IF.
003570 2700-EXIT.
003580     EXIT.
003590
003600******************************************************************
003610*  3000-VERIFICAR-MENSAL
003620*      MONTHLY JOB WS-JOB-MES-NOME(WS-JOB-IDX): ITS RUN LINE
003630*      PRINTS ONLY WHEN IT RAN ON THE REQUESTED DATE, AND ITS
003640*      ABSENCE IS NOT FLAGGED. AN INCOMPLETE RUN STILL COUNTS
003650*      AS AN EXCEPTION.
003660******************************************************************
003670 3000-VERIFICAR-MENSAL.
003680     MOVE "N" TO WS-SW-REG-ACHADO.
003690     MOVE WS-JOB-MES-NOME(WS-JOB-IDX) TO RUN-JOB.
003700     MOVE PARM-DATA TO RUN-DATA.
003710     READ RUN-CONTROL
003720         INVALID KEY
003730             CONTINUE
003740         NOT INVALID KEY
003750             MOVE "S" TO WS-SW-REG-ACHADO
003760     END-READ.
003770     IF NOT WS-REG-ACHADO THEN
003780         GO TO 3000-EXIT
003790     END-IF.
003800     MOVE RUN-JOB TO WS-LJ-JOB.
003810     MOVE RUN-INICIO-HORA TO WS-LJ-INICIO.
003820     MOVE RUN-FIM-HORA TO WS-LJ-FIM.
003830     MOVE RUN-LIDOS TO WS-LJ-LIDOS.
003840     MOVE RUN-APLICADOS TO WS-LJ-APLICADOS.
003850     MOVE RUN-ERROS TO WS-LJ-ERROS.
003860     IF RUN-STATUS = "C" THEN
003870         MOVE "CONCLUIDO" TO WS-LJ-SITUACAO
003880     ELSE
003890         MOVE "INCOMPLETO" TO WS-LJ-SITUACAO
003900     END-IF.
003910     WRITE REPORT-LINE FROM WS-LINHA-JOB.
003920     IF RUN-STATUS NOT = "C" THEN
003930         MOVE SPACES TO WS-LE-TEXTO
003940         STRING "JOB " WS-JOB-MES-NOME(WS-JOB-IDX)
003950                " NAO CHEGOU AO FIM (ABEND?)"
003960                DELIMITED BY SIZE INTO WS-LE-TEXTO
003970         WRITE REPORT-LINE FROM WS-LINHA-EXCECAO
003980         ADD 1 TO WS-CONT-EXCECOES
003990     END-IF.
004000 3000-EXIT.
004010     EXIT.
004020
004030******************************************************************
004040*  4000-CONTAR-PENDENTES
004050*      COUNTS THE "D" (IN-FLIGHT) AND "E" (ERRO) RECORDS LEFT
004060*      ON PENDING-TRANSFERS AND FLAGS A NON-EMPTY BACKLOG. A
004070*      MISSING PNDXFER FILE (DD DUMMY) SKIPS THE PASS.
004080******************************************************************
004090 4000-CONTAR-PENDENTES.
004100     IF WS-ABRIU-PTX NOT = "00" THEN
004110         GO TO 4000-EXIT
004120     END-IF.
004130     PERFORM 4100-LER-PENDENTE THRU 4100-EXIT
004140         UNTIL WS-EOF-PTX.
004150     MOVE SPACES TO REPORT-LINE.
004160     WRITE REPORT-LINE.
004170     MOVE WS-CONT-PEND-D TO WS-LP-QTD-D.
004180     MOVE WS-CONT-PEND-E TO WS-LP-QTD-E.
004190     WRITE REPORT-LINE FROM WS-LINHA-PEND.
004200     IF WS-CONT-PEND-D NOT = ZERO THEN
004210         MOVE "HA TRANSFERENCIAS EM ANDAMENTO (D) - RODAR "
004220             TO WS-LE-TEXTO
004230         MOVE "PIXBATCH RESTART" TO WS-LE-TEXTO(44:16)
004240         WRITE REPORT-LINE FROM WS-LINHA-EXCECAO
004250         ADD 1 TO WS-CONT-EXCECOES
004260     END-IF.
004270     IF WS-CONT-PEND-E NOT = ZERO THEN
004280         MOVE "HA TRANSFERENCIAS EM ERRO (E) - REVISAR COM O "
004290             TO WS-LE-TEXTO
004300         MOVE "CLIENTE" TO WS-LE-TEXTO(47:7)
004310         WRITE REPORT-LINE FROM WS-LINHA-EXCECAO
004320         ADD 1 TO WS-CONT-EXCECOES
004330     END-IF.
004340 4000-EXIT.
004350     EXIT.
004360
004370******************************************************************
004380*  4100-LER-PENDENTE
004390*      READS THE NEXT PENDING TRANSFER AND COUNTS ITS STATUS.
004400******************************************************************
004410 4100-LER-PENDENTE.
004420     READ PENDING-TRANSFERS NEXT RECORD
004430         AT END
004440             MOVE "S" TO WS-SW-EOF-PTX
004450             GO TO 4100-EXIT
004460     END-READ.
004470     IF PTX-STATUS = "D" THEN
004480         ADD 1 TO WS-CONT-PEND-D
004490     END-IF.
004500     IF PTX-STATUS = "E" THEN
004510         ADD 1 TO WS-CONT-PEND-E
004520     END-IF.
004530 4100-EXIT.
004540     EXIT.
004550
004560******************************************************************
004570*  8000-FINALIZE
004580*      PRINTS THE EXCEPTION TOTAL AND CLOSES ALL FILES.
004590******************************************************************
004600 8000-FINALIZE.
004610     IF NOT WS-FIM THEN
004620         MOVE SPACES TO REPORT-LINE
004630         WRITE REPORT-LINE
004640         MOVE WS-CONT-EXCECOES TO WS-LT-VALOR
004650         WRITE REPORT-LINE FROM WS-LINHA-TOTAL
004660         CLOSE RUN-CONTROL
004670         IF WS-ABRIU-PTX = "00" THEN
004680             CLOSE PENDING-TRANSFERS
004690         END-IF
004700         CLOSE REPORT-FILE
004710     END-IF.
004720     DISPLAY "MORNRPT: EXCECOES ENCONTRADAS.: "
004730             WS-CONT-EXCECOES.
004740     DISPLAY "MORNRPT: PENDENTES STATUS D...: "
004750             WS-CONT-PEND-D.
004760     DISPLAY "MORNRPT: PENDENTES STATUS E...: "
004770             WS-CONT-PEND-E.
004780 8000-EXIT.
004790     EXIT.
004800
004810******************************************************************
004820*  9999-EXIT
004830*      SINGLE PROGRAM EXIT POINT.
004840******************************************************************
004850 9999-EXIT.
004860     STOP RUN.
004870
