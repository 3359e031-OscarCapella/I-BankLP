000270*      22/08/2026  OPS   MONETARY PICTURES WIDENED TO 9(9)V99.
000280*      22/08/2026  OPS   NEW OPERATIONS "14"/"15"/"16"
000290*                        (SECURITY EVENTS).
000300*      02/09/2026  OPS   NEW OPERATIONS "17"/"18"/"19"/"20"
000310*                        (ORDENS PERMANENTES - STANDING ORDERS).
000320*      02/09/2026  OPS   NEW OPERATION "21" (JUROS LIMITE).
000330*      02/09/2026  OPS   NEW OPERATIONS "22" (TED ENVIADA) AND
000340*                        "23" (TED DEVOLVIDA).
000350*      02/09/2026  OPS   NEW OPERATION "24" (RESGATE PARCIAL).
000360*      02/09/2026  OPS   NEW OPERATIONS "25" (OPERACAO RETIDA)
000370*                        AND "26" (OPERACAO RECUSADA).
000380*      02/09/2026  OPS   THE OPENING BALANCE NOW ANCHORS TO THE
000390*                        LATEST SNAPBAT SNAPSHOT BEFORE THE
000400*                        PERIOD WHEN ONE EXISTS; TRANHIST
000410*                        RECORDS ON OR BEFORE THE SNAPSHOT DATE
000420*                        NO LONGER REFINE IT. DD DUMMY SNAPSHT
000430*                        KEEPS THE OLD BEHAVIOUR.
000440*      15/10/2026  OPS   NEW OPERATION "27" (CREDITO RECEBIDO).
000450*      15/10/2026  OPS   NEW OPERATIONS "28" (TARIFA) AND "29"
000460*                        (PACOTE TARIFAS); THE PERIOD'S FEES
000470*                        PRINT AS THEIR OWN TOTAL LINE.
000480*      15/10/2026  OPS   NEW OPERATIONS "30" (IR RETIDO) AND
000490*                        "31" (IOF RETIDO) ON REDEMPTIONS.
000500*      15/10/2026  OPS   NEW OPERATION "32" (ALTERACAO DE
000510*                        LIMITE) FROM THE ONLINE LIMITS MENU.
000520*      15/10/2026  OPS   NEW OPERATIONS "33"/"34" (FAVORECIDO
000530*                        INCLUIDO / EXCLUIDO).
000540*      15/10/2026  OPS   NEW OPERATION "35" (ALTERACAO DE
000550*                        CONTATO) FROM THE NOTIFICATIONS MENU.
000560*      15/10/2026  OPS   NEW OPERATIONS "36"/"37" (CONTA
000570*                        INATIVADA BY DORMBAT / REATIVADA AT
000580*                        SIGN-ON).
000590*      15/10/2026  OPS   JOINT ACCOUNTS: THE HEADER PRINTS EVERY
000600*                        HOLDER ON THE ACCOUNT-HOLDERS FILE AND
000610*                        THE DETAIL LINE SHOWS THE CPF OF THE
000620*                        HOLDER WHO ACTED. NEW OPERATIONS "38"
000630*                        (PEND. CO-TITULAR) AND "39" (CO-APROV.
000640*                        NEGADA). A MISSING OR DUMMY TITULAR DD
000650*                        PRINTS THE ACCOUNT NAME ONLY, AS
000660*                        BEFORE.
000670******************************************************************
000680 ENVIRONMENT DIVISION.
000690 INPUT-OUTPUT SECTION.
000700 FILE-CONTROL.
000710     SELECT CARD-FILE ASSIGN TO "SYSIN"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-FS-CARD.
000740     SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMS"
000750         ORGANIZATION IS INDEXED
000760         ACCESS MODE IS DYNAMIC
000770         RECORD KEY IS ACCT-NUMERO
000780         FILE STATUS IS WS-FS-ACCT.
000790     SELECT TRANSACTION-LOG ASSIGN TO "TRANLOG"
000800         ORGANIZATION IS INDEXED
000810         ACCESS MODE IS DYNAMIC
000820         RECORD KEY IS LOG-CHAVE
000830         FILE STATUS IS WS-FS-LOG.
000840     SELECT HISTORY-FILE ASSIGN TO "TRANHIST"
000850         ORGANIZATION IS SEQUENTIAL
000860         FILE STATUS IS WS-FS-HIST.
000870     SELECT REPORT-FILE ASSIGN TO "STMTOUT"
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS WS-FS-RPT.
000900     SELECT BALANCE-SNAPSHOT ASSIGN TO "SNAPSHT"
000910         ORGANIZATION IS INDEXED
000920         ACCESS MODE IS DYNAMIC
000930         RECORD KEY IS SNP-CHAVE
000940         FILE STATUS IS WS-FS-SNP.
000950     SELECT ACCOUNT-HOLDERS ASSIGN TO "TITULAR"
000960         ORGANIZATION IS INDEXED
000970         ACCESS MODE IS DYNAMIC
000980         RECORD KEY IS TIT-CHAVE
000990         FILE STATUS IS WS-FS-TIT.
001000 DATA DIVISION.
001010 FILE SECTION.
001020 FD  CARD-FILE
001030     LABEL RECORD IS OMITTED.
001040 01  PARM-RECORD.
001050     05  PARM-CONTA              PIC 9(06).
001060     05  PARM-DATA-INICIO        PIC 9(08).
001070     05  PARM-DATA-FIM           PIC 9(08).
001080     05  FILLER                  PIC X(58).
001090 FD  ACCOUNT-MASTER
001100     LABEL RECORD IS STANDARD.
001110     COPY ACCTMS.
001120 FD  TRANSACTION-LOG
001130     LABEL RECORD IS STANDARD.
001140     COPY TRANLOG.
001150 FD  HISTORY-FILE
001160     LABEL RECORD IS STANDARD.
001170     COPY TRANHIST.
001180 FD  REPORT-FILE
001190     LABEL RECORD IS OMITTED.
001200 01  REPORT-LINE                 PIC X(132).
001210 FD  BALANCE-SNAPSHOT
001220     LABEL RECORD IS STANDARD.
001230     COPY SNAPSHT.
001240 FD  ACCOUNT-HOLDERS
001250     LABEL RECORD IS STANDARD.
001260     COPY TITULAR.
001270 WORKING-STORAGE SECTION.
001280******************************************************************
001290*  FILE STATUS AND CONTROL SWITCHES.
001300******************************************************************
001310 77  WS-FS-CARD              PIC X(02) VALUE SPACES.
001320 77  WS-FS-ACCT              PIC X(02) VALUE SPACES.
001330 77  WS-FS-LOG               PIC X(02) VALUE SPACES.
001340 77  WS-FS-RPT                PIC X(02) VALUE SPACES.
001350 77  WS-FS-HIST               PIC X(02) VALUE SPACES.
001360 77  WS-FS-SNP                PIC X(02) VALUE SPACES.
001370 77  WS-ABRIU-SNP             PIC X(02) VALUE SPACES.
001380 77  WS-FS-TIT                PIC X(02) VALUE SPACES.
001390 01  WS-SW-EOF-LOG            PIC X(01) VALUE "N".
001400     88  WS-EOF-LOG                     VALUE "S".
001410 01  WS-SW-EOF-HIST           PIC X(01) VALUE "N".
001420     88  WS-EOF-HIST                    VALUE "S".
001430 01  WS-ANT-HIST-DATA         PIC 9(08) VALUE ZERO.
001440 01  WS-ANT-HIST-HORA         PIC 9(08) VALUE ZERO.
001450 01  WS-SW-ANT-ONLINE         PIC X(01) VALUE "N".
001460     88  WS-ACHOU-ANT-ONLINE            VALUE "S".
001470 01  WS-SW-INICIALIZOU        PIC X(01) VALUE "N".
001480 01  WS-SW-EOF-TIT            PIC X(01) VALUE "N".
001490     88  WS-EOF-TIT                     VALUE "S".
001500******************************************************************
001510*  HOLDERS OF A JOINT ACCOUNT, PRINTED ON EVERY PAGE HEADER.
001520******************************************************************
001530 77  WS-MAX-TITULARES         PIC 9(03) VALUE 10 COMP.
001540 77  WS-TT-IDX                PIC 9(03) VALUE ZERO COMP.
001550 01  WS-TABELA-TITULARES.
001560     05  WS-TT-COUNT           PIC 9(03) VALUE ZERO COMP.
001570     05  WS-TT-ITEM            OCCURS 10 TIMES.
001580         10  WS-TT-CPF         PIC 9(11).
001590         10  WS-TT-NOME        PIC X(30).
001600******************************************************************
001610*  PAGE / LINE CONTROL.
001620******************************************************************
001630 77  WS-PAGE-NO               PIC 9(04) VALUE ZERO COMP.
001640 77  WS-LINE-COUNT            PIC 9(03) VALUE 99 COMP.
001650 77  WS-MAX-LINHAS            PIC 9(03) VALUE 50 COMP.
001660******************************************************************
001670*  ACCUMULATORS.
001680******************************************************************
001690 01  WS-SALDO-ANTERIOR        PIC S9(9)V9(2) VALUE ZERO.
001700 01  WS-SALDO-ATUAL           PIC S9(9)V9(2) VALUE ZERO.
001710 01  WS-TOTAL-TARIFAS         PIC S9(9)V9(2) VALUE ZERO.
001720 01  WS-DESCR-OPERACAO        PIC X(16).
001730******************************************************************
001740*  REPORT LINES.
001750******************************************************************
001760 01  WS-CABECALHO-1.
001770     05  FILLER                PIC X(20) VALUE "I-BANKLP".
001780     05  FILLER                PIC X(20) VALUE "EXTRATO MENSAL".
001790     05  FILLER                PIC X(10) VALUE "PAGINA: ".
001800     05  WS-CAB-PAGINA         PIC ZZZ9.
001810 01  WS-CABECALHO-2.
001820     05  FILLER                PIC X(10) VALUE "CONTA: ".
001830     05  WS-CAB-CONTA          PIC 9(06).
001840     05  FILLER                PIC X(04) VALUE SPACES.
001850     05  WS-CAB-NOME           PIC X(30).
001860 01  WS-CABECALHO-3.
001870     05  FILLER                PIC X(10) VALUE "PERIODO: ".
001880     05  WS-CAB-DATA-INI       PIC 9(08).
001890     05  FILLER                PIC X(05) VALUE " ATE ".
001900     05  WS-CAB-DATA-FIM       PIC 9(08).
001910 01  WS-CABECALHO-4.
001920     05  FILLER                PIC X(10) VALUE "DATA".
001930     05  FILLER                PIC X(10) VALUE "HORA".
001940     05  FILLER                PIC X(16) VALUE "OPERACAO".
001950     05  FILLER                PIC X(14) VALUE "VALOR".
001960     05  FILLER                PIC X(14) VALUE "SALDO".
001970     05  FILLER                PIC X(12) VALUE "OBS".
001980     05  FILLER                PIC X(10) VALUE "REFERENCIA".
001990     05  FILLER                PIC X(04) VALUE SPACES.
002000     05  WS-CAB-COL-TITULAR    PIC X(07) VALUE SPACES.
002010 01  WS-CABECALHO-TITULAR.
002020     05  FILLER                PIC X(10) VALUE "TITULAR: ".
002030     05  WS-CT-NOME            PIC X(30).
002040     05  FILLER                PIC X(06) VALUE "  CPF ".
002050     05  WS-CT-CPF             PIC 9(11).
002060     05  FILLER                PIC X(02) VALUE SPACES.
002070     05  WS-CT-PRINCIPAL       PIC X(09).
002080 01  WS-LINHA-SALDO-ANTERIOR.
002090     05  FILLER                PIC X(20) VALUE "SALDO ANTERIOR:".
002100     05  WS-LSA-VALOR          PIC -(9)9.99.
002110 01  WS-LINHA-DETALHE.
002120     05  WS-LD-DATA            PIC 9(08).
002130     05  FILLER                PIC X(02) VALUE SPACES.
002140     05  WS-LD-HORA            PIC 9(08).
002150     05  FILLER                PIC X(02) VALUE SPACES.
002160     05  WS-LD-OPERACAO        PIC X(16).
002170     05  WS-LD-VALOR           PIC -(9)9.99.
002180     05  FILLER                PIC X(02) VALUE SPACES.
002190     05  WS-LD-SALDO           PIC -(9)9.99.
002200     05  FILLER                PIC X(02) VALUE SPACES.
002210     05  WS-LD-ESTORNO         PIC X(10).
002220     05  FILLER                PIC X(02) VALUE SPACES.
002230     05  WS-LD-REFERENCIA      PIC X(10).
002240     05  FILLER                PIC X(02) VALUE SPACES.
002250     05  WS-LD-TITULAR         PIC X(11).
002260 01  WS-LINHA-SALDO-FINAL.
002270     05  FILLER                PIC X(20) VALUE "SALDO FINAL:".
002280     05  WS-LSF-VALOR          PIC -(9)9.99.
002290 01  WS-LINHA-TARIFAS.
002300     05  FILLER                PIC X(20)
002310         VALUE "TARIFAS NO PERIODO:".
002320     05  WS-LTF-VALOR          PIC -(9)9.99.
002330******************************************************************
002340*  PROCEDURE DIVISION.
002350******************************************************************
002360 PROCEDURE DIVISION.
002370******************************************************************
002380*  0000-MAINLINE
002390******************************************************************
002400 0000-MAINLINE.
002410     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002420     PERFORM 2000-PROCESS-EXTRATO THRU 2000-EXIT
002430         UNTIL WS-EOF-LOG.
002440     PERFORM 8000-FINALIZE THRU 8000-EXIT.
002450     GO TO 9999-EXIT.
002460
002470******************************************************************
002480*  1000-INITIALIZE
002490*      READS THE CONTROL CARD, POSITIONS TRANSACTION-LOG AND
002500*      DETERMINES THE OPENING BALANCE FOR THE PERIOD.
002510******************************************************************
002520 1000-INITIALIZE.
002530     OPEN INPUT CARD-FILE.
002540     READ CARD-FILE
002550         AT END
002560             DISPLAY "STMTRPT: CARTAO DE CONTROLE AUSENTE"
002570             MOVE "S" TO WS-SW-EOF-LOG
002580     END-READ.
002590     CLOSE CARD-FILE.
002600     IF WS-EOF-LOG THEN
002610         GO TO 1000-EXIT
002620     END-IF.
002630     OPEN INPUT ACCOUNT-MASTER.
002640     IF WS-FS-ACCT NOT = "00" THEN
002650         DISPLAY "STMTRPT: NAO FOI POSSIVEL ABRIR ACCTMS, "
002660                 "STATUS " WS-FS-ACCT
002670         MOVE "S" TO WS-SW-EOF-LOG
002680         GO TO 1000-EXIT
002690     END-IF.
002700     OPEN INPUT TRANSACTION-LOG.
002710     IF WS-FS-LOG NOT = "00" THEN
002720         DISPLAY "STMTRPT: NAO FOI POSSIVEL ABRIR TRANLOG, "
002730                 "STATUS " WS-FS-LOG
002740         MOVE "S" TO WS-SW-EOF-LOG
002750         GO TO 1000-EXIT
002760     END-IF.
002770     OPEN OUTPUT REPORT-FILE.
002780     OPEN INPUT BALANCE-SNAPSHOT.
002790     MOVE WS-FS-SNP TO WS-ABRIU-SNP.
002800     MOVE PARM-CONTA TO ACCT-NUMERO.
002810     READ ACCOUNT-MASTER
002820         INVALID KEY
002830             MOVE "CONTA NAO CADASTRADA" TO ACCT-NOME
002840     END-READ.
002850     PERFORM 1700-CARREGAR-TITULARES THRU 1700-EXIT.
002860     MOVE "S" TO WS-SW-INICIALIZOU.
002870     PERFORM 3000-APURAR-SALDO-ANTERIOR THRU 3000-EXIT.
002880     MOVE WS-SALDO-ANTERIOR TO WS-SALDO-ATUAL.
002890     PERFORM 1600-PROCESS-HISTORICO THRU 1600-EXIT.
002900     MOVE PARM-CONTA TO LOG-CONTA.
002910     MOVE PARM-DATA-INICIO TO LOG-DATA.
002920     MOVE ZERO TO LOG-HORA.
002930     START TRANSACTION-LOG KEY IS NOT < LOG-CHAVE
002940         INVALID KEY
002950             MOVE "S" TO WS-SW-EOF-LOG
002960     END-START.
002970 1000-EXIT.
002980     EXIT.
002990
003000******************************************************************
003010*  1600-PROCESS-HISTORICO
003020*      READS THE ARCHIVED HISTORY GENERATIONS (TRANHIST DD) FOR
003030*      MOVEMENTS OF THE REQUESTED ACCOUNT. RECORDS BEFORE THE
003040*      PERIOD REFINE THE OPENING BALANCE WHEN THE ONLINE FILE
003050*      HAD NO PRIOR RECORD; RECORDS INSIDE THE PERIOD ARE
003060*      PRINTED AHEAD OF THE ONLINE ONES. A MISSING OR DUMMY
003070*      TRANHIST DD SKIPS THE WHOLE PASS.
003080******************************************************************
003090 1600-PROCESS-HISTORICO.
003100     OPEN INPUT HISTORY-FILE.
003110     IF WS-FS-HIST NOT = "00" THEN
003120         GO TO 1600-EXIT
003130     END-IF.
003140     PERFORM 1650-LER-HISTORICO THRU 1650-EXIT
003150         UNTIL WS-EOF-HIST.
003160     CLOSE HISTORY-FILE.
003170 1600-EXIT.
003180     EXIT.
003190
003200******************************************************************
003210*  1650-LER-HISTORICO
003220*      READS ONE HISTORY RECORD AND EITHER REFINES THE OPENING
003230*      BALANCE OR PRINTS IT, DEPENDING ON ITS DATE. THE OPENING
003240*      BALANCE KEEPS THE CHRONOLOGICALLY LATEST PRE-PERIOD
003250*      RECORD SEEN, WHATEVER ORDER THE GENERATIONS ARRIVE IN;
003260*      FOR THE DETAIL LINES TO PRINT IN DATE ORDER THE TRANHIST
003270*      GENERATIONS MUST BE CONCATENATED OLDEST FIRST.
003280******************************************************************
003290 1650-LER-HISTORICO.
003300     READ HISTORY-FILE
003310         AT END
003320             MOVE "S" TO WS-SW-EOF-HIST
003330             GO TO 1650-EXIT
003340     END-READ.
003350     IF HST-CONTA NOT = PARM-CONTA THEN
003360         GO TO 1650-EXIT
003370     END-IF.
003380     IF HST-DATA < PARM-DATA-INICIO THEN
003390         IF NOT WS-ACHOU-ANT-ONLINE
003400             AND (HST-DATA > WS-ANT-HIST-DATA
003410                 OR (HST-DATA = WS-ANT-HIST-DATA
003420                     AND HST-HORA >= WS-ANT-HIST-HORA)) THEN
003430             MOVE HST-DATA TO WS-ANT-HIST-DATA
003440             MOVE HST-HORA TO WS-ANT-HIST-HORA
003450             MOVE HST-SALDO-APOS TO WS-SALDO-ANTERIOR
003460             IF WS-PAGE-NO = ZERO THEN
003470                 MOVE WS-SALDO-ANTERIOR TO WS-SALDO-ATUAL
003480             END-IF
003490         END-IF
003500         GO TO 1650-EXIT
003510     END-IF.
003520     IF HST-DATA > PARM-DATA-FIM THEN
003530         GO TO 1650-EXIT
003540     END-IF.
003550     MOVE HST-RECORD TO LOG-RECORD.
003560     PERFORM 2200-PRINT-DETALHE THRU 2200-EXIT.
003570 1650-EXIT.
003580     EXIT.
003590
003600******************************************************************
003610*  1700-CARREGAR-TITULARES
003620*      LOADS THE HOLDERS OF A JOINT ACCOUNT FROM ACCOUNT-HOLDERS
003630*      FOR THE PAGE HEADER. A SINGLE-HOLDER ACCOUNT HAS NO
003640*      RECORDS THERE AND KEEPS THE OLD HEADER; SO DOES A MISSING
003650*      OR DUMMY TITULAR DD.
003660******************************************************************
003670 1700-CARREGAR-TITULARES.
003680     MOVE ZERO TO WS-TT-COUNT.
003690     OPEN INPUT ACCOUNT-HOLDERS.
003700     IF WS-FS-TIT NOT = "00" THEN
003710         GO TO 1700-EXIT
003720     END-IF.
003730     MOVE PARM-CONTA TO TIT-CONTA.
003740     MOVE ZEROS TO TIT-CPF.
003750     START ACCOUNT-HOLDERS KEY IS NOT < TIT-CHAVE
003760         INVALID KEY
003770             MOVE "S" TO WS-SW-EOF-TIT
003780     END-START.
003790     PERFORM 1750-LER-TITULAR THRU 1750-EXIT
003800         UNTIL WS-EOF-TIT.
003810     CLOSE ACCOUNT-HOLDERS.
003820     IF WS-TT-COUNT > ZERO THEN
003830         MOVE "TITULAR" TO WS-CAB-COL-TITULAR
003840     END-IF.
003850 1700-EXIT.
003860     EXIT.
003870
003880******************************************************************
003890*  1750-LER-TITULAR
003900*      READS THE NEXT HOLDER AND KEEPS IT WHILE IT BELONGS TO THE
003910*      REQUESTED ACCOUNT.
003920******************************************************************
003930 1750-LER-TITULAR.
003940     READ ACCOUNT-HOLDERS NEXT RECORD
003950         AT END
003960             MOVE "S" TO WS-SW-EOF-TIT
003970             GO TO 1750-EXIT
003980     END-READ.
003990     IF TIT-CONTA NOT = PARM-CONTA
004000             OR WS-TT-COUNT >= WS-MAX-TITULARES THEN
004010         MOVE "S" TO WS-SW-EOF-TIT
004020         GO TO 1750-EXIT
004030     END-IF.
004040     ADD 1 TO WS-TT-COUNT.
004050     MOVE TIT-CPF TO WS-TT-CPF (WS-TT-COUNT).
004060     MOVE TIT-NOME TO WS-TT-NOME (WS-TT-COUNT).
004070 1750-EXIT.
004080     EXIT.
004090
004100******************************************************************
004110*  2000-PROCESS-EXTRATO
004120*      READS ONE TRANSACTION-LOG RECORD AND PRINTS ITS DETAIL
004130*      LINE, STOPPING WHEN THE ACCOUNT OR DATE RANGE IS LEFT.
004140******************************************************************
004150 2000-PROCESS-EXTRATO.
004160     READ TRANSACTION-LOG NEXT RECORD
004170         AT END
004180             MOVE "S" TO WS-SW-EOF-LOG
004190             GO TO 2000-EXIT
004200     END-READ.
004210     IF LOG-CONTA NOT = PARM-CONTA
004220             OR LOG-DATA > PARM-DATA-FIM THEN
004230         MOVE "S" TO WS-SW-EOF-LOG
004240         GO TO 2000-EXIT
004250     END-IF.
004260     PERFORM 2200-PRINT-DETALHE THRU 2200-EXIT.
004270 2000-EXIT.
004280     EXIT.
004290
004300******************************************************************
004310*  2200-PRINT-DETALHE
004320*      PRINTS THE DETAIL LINE FOR THE LOG RECORD CURRENTLY IN
004330*      LOG-RECORD. HISTORY RECORDS ARE MOVED INTO LOG-RECORD
004340*      FIRST SO ONLINE AND ARCHIVED MOVEMENTS SHARE THIS CODE.
004350******************************************************************
004360 2200-PRINT-DETALHE.
004370     IF WS-LINE-COUNT >= WS-MAX-LINHAS THEN
004380         PERFORM 1500-PRINT-CABECALHO THRU 1500-EXIT
004390     END-IF.
004400     PERFORM 5000-TRADUZIR-OPERACAO THRU 5000-EXIT.
004410     MOVE LOG-SALDO-APOS TO WS-SALDO-ATUAL.
004420     MOVE LOG-DATA TO WS-LD-DATA.
004430     MOVE LOG-HORA TO WS-LD-HORA.
004440     MOVE WS-DESCR-OPERACAO TO WS-LD-OPERACAO.
004450     MOVE LOG-VALOR TO WS-LD-VALOR.
004460     MOVE LOG-SALDO-APOS TO WS-LD-SALDO.
004470     IF LOG-ESTORNADO = "S" THEN
004480         MOVE "ESTORNADA" TO WS-LD-ESTORNO
004490     ELSE
004500         MOVE SPACES TO WS-LD-ESTORNO
004510     END-IF.
004520     MOVE LOG-REFERENCIA TO WS-LD-REFERENCIA.
004530     IF WS-TT-COUNT > ZERO AND LOG-CPF-TITULAR NOT = ZERO THEN
004540         MOVE LOG-CPF-TITULAR TO WS-LD-TITULAR
004550     ELSE
004560         MOVE SPACES TO WS-LD-TITULAR
004570     END-IF.
004580     WRITE REPORT-LINE FROM WS-LINHA-DETALHE.
004590     ADD 1 TO WS-LINE-COUNT.
004600     IF (LOG-OPERACAO = "28" OR LOG-OPERACAO = "29")
004610             AND LOG-ESTORNADO NOT = "S" THEN
004620         ADD LOG-VALOR TO WS-TOTAL-TARIFAS
004630     END-IF.
004640 2200-EXIT.
004650     EXIT.
004660
004670******************************************************************
004680*  3000-APURAR-SALDO-ANTERIOR
004690*      FINDS THE LATEST TRANSACTION-LOG RECORD STRICTLY BEFORE
004700*      THE PERIOD AND USES ITS RESULTING BALANCE AS THE OPENING
004710*      BALANCE. NO PRIOR RECORD MEANS THE ACCOUNT OPENED AT ZERO.
004720******************************************************************
004730 3000-APURAR-SALDO-ANTERIOR.
004740     MOVE ZERO TO WS-SALDO-ANTERIOR.
004750     PERFORM 3500-BUSCAR-SNAPSHOT THRU 3500-EXIT.
004760     MOVE PARM-CONTA TO LOG-CONTA.
004770     MOVE PARM-DATA-INICIO TO LOG-DATA.
004780     MOVE ZERO TO LOG-HORA.
004790     START TRANSACTION-LOG KEY IS < LOG-CHAVE
004800         INVALID KEY
004810             GO TO 3000-EXIT
004820     END-START.
004830     READ TRANSACTION-LOG PREVIOUS
004840         AT END
004850             GO TO 3000-EXIT
004860     END-READ.
004870     IF LOG-CONTA = PARM-CONTA THEN
004880         MOVE LOG-SALDO-APOS TO WS-SALDO-ANTERIOR
004890         MOVE "S" TO WS-SW-ANT-ONLINE
004900     END-IF.
004910 3000-EXIT.
004920     EXIT.
004930
004940******************************************************************
004950*  3500-BUSCAR-SNAPSHOT
004960*      FINDS THE LATEST BALANCE SNAPSHOT STRICTLY BEFORE THE
004970*      PERIOD AND SEEDS THE OPENING BALANCE WITH IT. THE
004980*      SNAPSHOT DATE ALSO SEEDS THE HISTORY-REFINEMENT GUARD SO
004990*      AN ARCHIVED RECORD ON OR BEFORE THE SNAPSHOT (ALREADY IN
005000*      ITS BALANCE) CANNOT OVERRIDE IT WITH AN INTRADAY VALUE.
005010*      A LATER ONLINE PRE-PERIOD RECORD STILL WINS, AS BEFORE.
005020******************************************************************
005030 3500-BUSCAR-SNAPSHOT.
005040     IF WS-ABRIU-SNP NOT = "00" THEN
005050         GO TO 3500-EXIT
005060     END-IF.
005070     MOVE PARM-CONTA TO SNP-CONTA.
005080     MOVE PARM-DATA-INICIO TO SNP-DATA.
005090     START BALANCE-SNAPSHOT KEY IS < SNP-CHAVE
005100         INVALID KEY
005110             GO TO 3500-EXIT
005120     END-START.
005130     READ BALANCE-SNAPSHOT PREVIOUS
005140         AT END
005150             GO TO 3500-EXIT
005160     END-READ.
005170     IF SNP-CONTA = PARM-CONTA THEN
005180         MOVE SNP-SALDO TO WS-SALDO-ANTERIOR
005190         MOVE SNP-DATA TO WS-ANT-HIST-DATA
005200         MOVE 99999999 TO WS-ANT-HIST-HORA
005210     END-IF.
005220 3500-EXIT.
005230     EXIT.
005240
005250******************************************************************
005260*  1500-PRINT-CABECALHO
005270*      PRINTS THE PAGE HEADING AND THE SALDO ANTERIOR LINE ON THE
005280*      FIRST PAGE. A JOINT ACCOUNT ALSO LISTS ALL ITS HOLDERS.
005290******************************************************************
005300 1500-PRINT-CABECALHO.
005310     ADD 1 TO WS-PAGE-NO.
005320     MOVE WS-PAGE-NO TO WS-CAB-PAGINA.
005330     MOVE SPACES TO REPORT-LINE.
005340     WRITE REPORT-LINE FROM WS-CABECALHO-1.
005350     MOVE PARM-CONTA TO WS-CAB-CONTA.
005360     MOVE ACCT-NOME TO WS-CAB-NOME.
005370     WRITE REPORT-LINE FROM WS-CABECALHO-2.
005380     PERFORM 1550-PRINT-TITULAR THRU 1550-EXIT
005390         VARYING WS-TT-IDX FROM 1 BY 1
005400         UNTIL WS-TT-IDX > WS-TT-COUNT.
005410     MOVE PARM-DATA-INICIO TO WS-CAB-DATA-INI.
005420     MOVE PARM-DATA-FIM TO WS-CAB-DATA-FIM.
005430     WRITE REPORT-LINE FROM WS-CABECALHO-3.
005440     MOVE SPACES TO REPORT-LINE.
005450     WRITE REPORT-LINE.
005460     WRITE REPORT-LINE FROM WS-CABECALHO-4.
005470     IF WS-PAGE-NO = 1 THEN
005480         MOVE WS-SALDO-ANTERIOR TO WS-LSA-VALOR
005490         WRITE REPORT-LINE FROM WS-LINHA-SALDO-ANTERIOR
005500     END-IF.
005510     MOVE ZERO TO WS-LINE-COUNT.
005520 1500-EXIT.
005530     EXIT.
005540
005550******************************************************************
005560*  1550-PRINT-TITULAR
005570*      PRINTS ONE HOLDER LINE OF THE PAGE HEADER; THE PRIMARY
005580*      HOLDER (ACCT-CPF) IS MARKED.
005590******************************************************************
005600 1550-PRINT-TITULAR.
005610     MOVE WS-TT-NOME (WS-TT-IDX) TO WS-CT-NOME.
005620     MOVE WS-TT-CPF (WS-TT-IDX) TO WS-CT-CPF.
005630     IF WS-TT-CPF (WS-TT-IDX) = ACCT-CPF THEN
005640         MOVE "PRINCIPAL" TO WS-CT-PRINCIPAL
005650     ELSE
005660         MOVE SPACES TO WS-CT-PRINCIPAL
005670     END-IF.
005680     WRITE REPORT-LINE FROM WS-CABECALHO-TITULAR.
005690 1550-EXIT.
005700     EXIT.
005710
005720******************************************************************
005730*  5000-TRADUZIR-OPERACAO
005740*      MAPS THE TWO-CHARACTER LOG-OPERACAO CODE TO A READABLE
005750*      DESCRIPTION FOR THE DETAIL LINE.
005760******************************************************************
005770 5000-TRADUZIR-OPERACAO.
005780     EVALUATE LOG-OPERACAO
005790         WHEN "01"
005800             MOVE "CONSULTA SALDO" TO WS-DESCR-OPERACAO
005810         WHEN "02"
005820             MOVE "TRANSFERENCIA" TO WS-DESCR-OPERACAO
005830         WHEN "03"
005840             MOVE "PAGAMENTO" TO WS-DESCR-OPERACAO
005850         WHEN "04"
005860             MOVE "INVESTIMENTO" TO WS-DESCR-OPERACAO
005870         WHEN "05"
005880             MOVE "RESGATE INVEST." TO WS-DESCR-OPERACAO
005890         WHEN "06"
005900             MOVE "PIX AGENDADO" TO WS-DESCR-OPERACAO
005910         WHEN "07"
005920             MOVE "PIX RECEBIDO" TO WS-DESCR-OPERACAO
005930         WHEN "08"
005940             MOVE "PIX ENVIADO" TO WS-DESCR-OPERACAO
005950         WHEN "09"
005960             MOVE "ESTORNO" TO WS-DESCR-OPERACAO
005970         WHEN "10"
005980             MOVE "ESTORNO DEBITO" TO WS-DESCR-OPERACAO
005990         WHEN "11"
006000             MOVE "AGEND. CANCELADO" TO WS-DESCR-OPERACAO
006010         WHEN "12"
006020             MOVE "REAGENDAMENTO" TO WS-DESCR-OPERACAO
006030         WHEN "13"
006040             MOVE "RESGATE ANTECIP." TO WS-DESCR-OPERACAO
006050         WHEN "14"
006060             MOVE "LOGIN INVALIDO" TO WS-DESCR-OPERACAO
006070         WHEN "15"
006080             MOVE "CONTA BLOQUEADA" TO WS-DESCR-OPERACAO
006090         WHEN "16"
006100             MOVE "TROCA DE SENHA" TO WS-DESCR-OPERACAO
006110         WHEN "17"
006120             MOVE "ORDEM PERMANENTE" TO WS-DESCR-OPERACAO
006130         WHEN "18"
006140             MOVE "ORDEM PERM. DEB." TO WS-DESCR-OPERACAO
006150         WHEN "19"
006160             MOVE "ORDEM PERM. CRED" TO WS-DESCR-OPERACAO
006170         WHEN "20"
006180             MOVE "ORDEM PERM. CANC" TO WS-DESCR-OPERACAO
006190         WHEN "21"
006200             MOVE "JUROS LIMITE" TO WS-DESCR-OPERACAO
006210         WHEN "22"
006220             MOVE "TED ENVIADA" TO WS-DESCR-OPERACAO
006230         WHEN "23"
006240             MOVE "TED DEVOLVIDA" TO WS-DESCR-OPERACAO
006250         WHEN "24"
006260             MOVE "RESGATE PARCIAL" TO WS-DESCR-OPERACAO
006270         WHEN "25"
006280             MOVE "OPERACAO RETIDA" TO WS-DESCR-OPERACAO
006290         WHEN "26"
006300             MOVE "OPERACAO RECUSAD" TO WS-DESCR-OPERACAO
006310         WHEN "27"
006320             MOVE "CREDITO RECEBIDO" TO WS-DESCR-OPERACAO
006330         WHEN "28"
006340             MOVE "TARIFA" TO WS-DESCR-OPERACAO
006350         WHEN "29"
006360             MOVE "PACOTE TARIFAS" TO WS-DESCR-OPERACAO
006370         WHEN "30"
006380             MOVE "IR RETIDO" TO WS-DESCR-OPERACAO
006390         WHEN "31"
006400             MOVE "IOF RETIDO" TO WS-DESCR-OPERACAO
006410         WHEN "32"
006420             MOVE "ALTERACAO LIMITE" TO WS-DESCR-OPERACAO
006430         WHEN "33"
006440             MOVE "FAVORECIDO INCL." TO WS-DESCR-OPERACAO
006450         WHEN "34"
006460             MOVE "FAVORECIDO EXCL." TO WS-DESCR-OPERACAO
006470         WHEN "35"
006480             MOVE "ALTERACAO CONTAT" TO WS-DESCR-OPERACAO
006490         WHEN "36"
006500             MOVE "CONTA INATIVADA" TO WS-DESCR-OPERACAO
006510         WHEN "37"
006520             MOVE "CONTA REATIVADA" TO WS-DESCR-OPERACAO
006530         WHEN "38"
006540             MOVE "PEND. CO-TITULAR" TO WS-DESCR-OPERACAO
006550         WHEN "39"
006560             MOVE "CO-APROV. NEGADA" TO WS-DESCR-OPERACAO
006570         WHEN OTHER
006580             MOVE "OPERACAO" TO WS-DESCR-OPERACAO
006590     END-EVALUATE.
006600 5000-EXIT.
006610     EXIT.
006620
006630******************************************************************
006640*  8000-FINALIZE
006650*      PRINTS THE CLOSING BALANCE AND CLOSES ALL FILES.
006660******************************************************************
006670 8000-FINALIZE.
006680     IF WS-SW-INICIALIZOU = "S" THEN
006690         MOVE WS-SALDO-ATUAL TO WS-LSF-VALOR
006700         MOVE SPACES TO REPORT-LINE
006710         WRITE REPORT-LINE
006720         MOVE WS-TOTAL-TARIFAS TO WS-LTF-VALOR
006730         WRITE REPORT-LINE FROM WS-LINHA-TARIFAS
006740         WRITE REPORT-LINE FROM WS-LINHA-SALDO-FINAL
006750         CLOSE ACCOUNT-MASTER
006760         CLOSE TRANSACTION-LOG
006770         IF WS-ABRIU-SNP = "00" THEN
006780             CLOSE BALANCE-SNAPSHOT
006790         END-IF
006800         CLOSE REPORT-FILE
006810     END-IF.
006820 8000-EXIT.
006830     EXIT.
006840
006850******************************************************************
006860*  9999-EXIT
006870******************************************************************
006880 9999-EXIT.
006890     STOP RUN.
006900
