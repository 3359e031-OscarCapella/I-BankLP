000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. GLPOST.
000030 AUTHOR. OPERACOES-BATCH.
000040 INSTALLATION. I-BANKLP.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED. 15/10/2026.
000070******************************************************************
000080*  PURPOSE.
000090*      NIGHTLY GENERAL-LEDGER (CONTABILIDADE) JOURNAL. EVERY
000100*      TRANSACTION-LOG RECORD OF THE BUSINESS DATE (SYSIN CARD
000110*      COLS 01-08, AAAAMMDD; NO CARD MEANS TODAY) IS TURNED
000120*      INTO A DEBIT AND A CREDIT LINE ON THE GLJRNL FILE FOR THE
000130*      ACCOUNTING SYSTEM. THE GL ACCOUNTS COME FROM THE GLMAP
000140*      CARDS, ONE PER OPERATION CODE (SEE GLMAP COPYBOOK); CODES
000150*      MAPPED "N" MOVE NO MONEY AND POST NOTHING. GLJRNL OPENS
000160*      WITH A HEADER ("0") AND CLOSES WITH A TRAILER ("9")
000170*      CARRYING THE LINE COUNT AND THE DEBIT AND CREDIT TOTALS.
000180*
000190*      AN ESTORNO IS POSTED FROM ITS OWN "09" (PAYER) AND "10"
000200*      (BENEFICIARY) LEGS, ON THE DATE OF THE ESTORNO: WHEN THE
000210*      LEG NAMES THE OPERATION IT REVERSES (LOG-REFERENCIA COLS
000220*      1-2, WRITTEN BY TRABLP G-PARA) IT POSTS THE OPPOSITE OF
000230*      THAT OPERATION'S ENTRY, FLAGGED IN GLJ-ESTORNO; OLDER
000240*      LEGS WITHOUT IT USE THE "09"/"10" CARDS. THE REVERSED
000250*      RECORD ITSELF (LOG-ESTORNADO "S") STILL POSTS ITS OWN
000260*      ENTRY ON ITS OWN DATE, SO A DAY'S JOURNAL DOES NOT CHANGE
000270*      WHEN ONE OF ITS OPERATIONS IS REVERSED LATER.
000280*
000290*      A CODE WITH NO CARD, AN INVALID CARD OR DEBITS NOT EQUAL
000300*      TO CREDITS STOPS THE JOURNAL: GLJRNL IS REWRITTEN WITH
000310*      ONLY THE HEADER AND A TRAILER MARKED "R" (REJEITADO), THE
000320*      OFFENDING RECORDS ARE LISTED ON GLOUT AND THE RUNCTL
000330*      RECORD ENDS AS "R" FOR MORNRPT TO FLAG. FIX THE CARDS AND
000340*      RERUN WITH THE SAME DATE CARD. RUN LAST IN THE NIGHTLY
000350*      WINDOW, AFTER RECONBAT.
000360*
000370*  MODIFICATION HISTORY.
000380*      15/10/2026  OPS   INITIAL VERSION.
000390******************************************************************
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT CARD-FILE ASSIGN TO "SYSIN"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-FS-CARD.
000460     SELECT GL-MAPPING ASSIGN TO "GLMAP"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-FS-MAP.
000490     SELECT TRANSACTION-LOG ASSIGN TO "TRANLOG"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS SEQUENTIAL
000520         RECORD KEY IS LOG-CHAVE
000530         FILE STATUS IS WS-FS-LOG.
000540     SELECT JOURNAL-FILE ASSIGN TO "GLJRNL"
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS WS-FS-GLJ.
000570     SELECT REPORT-FILE ASSIGN TO "GLOUT"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-FS-RPT.
000600     SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS DYNAMIC
000630         RECORD KEY IS RUN-CHAVE
000640         FILE STATUS IS WS-FS-RUN.
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  CARD-FILE
000680     LABEL RECORD IS OMITTED.
000690 01  PARM-RECORD.
000700     05  PARM-DATA               PIC X(08).
000710     05  FILLER                  PIC X(72).
000720 FD  GL-MAPPING
000730     LABEL RECORD IS OMITTED.
000740     COPY GLMAP.
000750 FD  TRANSACTION-LOG
000760     LABEL RECORD IS STANDARD.
000770     COPY TRANLOG.
000780 FD  JOURNAL-FILE
000790     LABEL RECORD IS STANDARD.
000800 01  GLJ-DETALHE.
000810     05  GLJ-TIPO-REG            PIC X(01).
000820     05  GLJ-DATA-MOVTO          PIC 9(08).
000830     05  GLJ-SEQUENCIA           PIC 9(07).
000840     05  GLJ-CONTA-CONTABIL      PIC X(10).
000850     05  GLJ-DC                  PIC X(01).
000860     05  GLJ-VALOR               PIC 9(11)V9(02).
000870     05  GLJ-OPERACAO            PIC X(02).
000880     05  GLJ-HISTORICO           PIC X(20).
000890     05  GLJ-ESTORNO             PIC X(01).
000900     05  GLJ-CONTA-CLIENTE       PIC 9(06).
000910     05  GLJ-DATA-ORIGEM         PIC 9(08).
000920     05  GLJ-HORA-ORIGEM         PIC 9(08).
000930     05  FILLER                  PIC X(15).
000940 01  GLJ-HEADER.
000950     05  GLJ-H-TIPO-REG          PIC X(01).
000960     05  GLJ-H-DATA-MOVTO        PIC 9(08).
000970     05  GLJ-H-DATA-GERACAO      PIC 9(08).
000980     05  GLJ-H-HORA-GERACAO      PIC 9(08).
000990     05  GLJ-H-SISTEMA           PIC X(08).
001000     05  FILLER                  PIC X(67).
001010 01  GLJ-TRAILER.
001020     05  GLJ-T-TIPO-REG          PIC X(01).
001030     05  GLJ-T-DATA-MOVTO        PIC 9(08).
001040     05  GLJ-T-QTD-LINHAS        PIC 9(07).
001050     05  GLJ-T-TOTAL-DEBITOS     PIC 9(13)V9(02).
001060     05  GLJ-T-TOTAL-CREDITOS    PIC 9(13)V9(02).
001070     05  GLJ-T-SITUACAO          PIC X(01).
001080     05  FILLER                  PIC X(53).
001090 FD  REPORT-FILE
001100     LABEL RECORD IS OMITTED.
001110 01  REPORT-LINE                 PIC X(80).
001120 FD  RUN-CONTROL
001130     LABEL RECORD IS STANDARD.
001140     COPY RUNCTL.
001150 WORKING-STORAGE SECTION.
001160******************************************************************
001170*  FILE STATUS AND CONTROL SWITCHES.
001180******************************************************************
001190 77  WS-FS-CARD              PIC X(02) VALUE SPACES.
001200 77  WS-FS-MAP               PIC X(02) VALUE SPACES.
001210 77  WS-FS-LOG               PIC X(02) VALUE SPACES.
001220 77  WS-FS-GLJ               PIC X(02) VALUE SPACES.
001230 77  WS-FS-RPT               PIC X(02) VALUE SPACES.
001240 77  WS-FS-RUN               PIC X(02) VALUE SPACES.
001250 01  WS-SW-EOF-LOG           PIC X(01) VALUE "N".
001260     88  WS-EOF-LOG                     VALUE "S".
001270 01  WS-SW-FIM-MAP           PIC X(01) VALUE "N".
001280     88  WS-FIM-MAP                     VALUE "S".
001290 01  WS-SW-FALHA             PIC X(01) VALUE "N".
001300     88  WS-FALHA                       VALUE "S".
001310 01  WS-SW-REJEITADO         PIC X(01) VALUE "N".
001320     88  WS-REJEITADO                   VALUE "S".
001330 01  WS-SW-INVERTE           PIC X(01) VALUE "N".
001340     88  WS-INVERTE                     VALUE "S".
001350 01  WS-SW-RUN-ABERTO        PIC X(01) VALUE "N".
001360     88  WS-RUN-ABERTO                  VALUE "S".
001370 01  WS-SW-RPT-ABERTO        PIC X(01) VALUE "N".
001380     88  WS-RPT-ABERTO                  VALUE "S".
001390 01  WS-SW-GLJ-ABERTO        PIC X(01) VALUE "N".
001400     88  WS-GLJ-ABERTO                  VALUE "S".
001410******************************************************************
001420*  COUNTERS AND WORK AREAS.
001430******************************************************************
001440 77  WS-CONT-LIDOS           PIC 9(07) VALUE ZERO COMP.
001450 77  WS-CONT-DIA             PIC 9(07) VALUE ZERO COMP.
001460 77  WS-CONT-NAO-CONTABIL    PIC 9(07) VALUE ZERO COMP.
001470 77  WS-CONT-SEM-MAPA        PIC 9(07) VALUE ZERO COMP.
001480 77  WS-CONT-ERROS-MAPA      PIC 9(05) VALUE ZERO COMP.
001490 77  WS-CONT-CARTOES         PIC 9(05) VALUE ZERO COMP.
001500 77  WS-CONT-LINHAS          PIC 9(07) VALUE ZERO COMP.
001510 77  WS-CONT-ERROS           PIC 9(07) VALUE ZERO COMP.
001520 01  WS-DATA-ATUAL           PIC 9(8).
001530 01  WS-HORA-ATUAL           PIC 9(8).
001540 01  WS-DATA-MOVTO           PIC 9(8).
001550 01  WS-TOTAL-DEBITOS        PIC S9(13)V9(2) VALUE ZERO.
001560 01  WS-TOTAL-CREDITOS       PIC S9(13)V9(2) VALUE ZERO.
001570 01  WS-VALOR-LANC           PIC S9(11)V9(2) VALUE ZERO.
001580 01  WS-CONTA-DEBITO         PIC X(10).
001590 01  WS-CONTA-CREDITO        PIC X(10).
001600 01  WS-LANC-DC              PIC X(01).
001610 01  WS-LANC-CONTA           PIC X(10).
001620 01  WS-COD-MAPA             PIC X(02).
001630 01  WS-COD-MAPA-N REDEFINES WS-COD-MAPA PIC 9(02).
001640*    GL ACCOUNTS BY OPERATION CODE, LOADED FROM THE GLMAP CARDS.
001650*    WS-MP-TIPO SPACE MEANS THE CODE HAS NO CARD.
001660 01  WS-TAB-MAPA.
001670     05  WS-MAPA OCCURS 99 TIMES.
001680         10  WS-MP-TIPO          PIC X(01).
001690         10  WS-MP-DEBITO        PIC X(10).
001700         10  WS-MP-CREDITO       PIC X(10).
001710         10  WS-MP-HISTORICO     PIC X(20).
001720******************************************************************
001730*  REPORT LINES.
001740******************************************************************
001750 01  WS-CABECALHO-1.
001760     05  FILLER                PIC X(20) VALUE "I-BANKLP".
001770     05  FILLER                PIC X(36)
001780         VALUE "DIARIO CONTABIL - DATA DO MOVIMENTO".
001790     05  WS-CB1-DATA           PIC 9(08).
001800 01  WS-LINHA-SEM-MAPA.
001810     05  FILLER                PIC X(06) VALUE "CONTA ".
001820     05  WS-LS-CONTA           PIC 9(06).
001830     05  FILLER                PIC X(01) VALUE SPACES.
001840     05  WS-LS-DATA            PIC 9(08).
001850     05  FILLER                PIC X(01) VALUE SPACES.
001860     05  WS-LS-HORA            PIC 9(08).
001870     05  FILLER                PIC X(06) VALUE " OPER ".
001880     05  WS-LS-OPERACAO        PIC X(02).
001890     05  FILLER                PIC X(01) VALUE SPACES.
001900     05  WS-LS-VALOR           PIC -(8)9.99.
001910     05  FILLER                PIC X(16)
001920         VALUE " SEM MAPEAMENTO".
001930 01  WS-LINHA-CARTAO.
001940     05  FILLER                PIC X(24)
001950         VALUE "CARTAO GLMAP INVALIDO: ".
001960     05  WS-LC-CARTAO          PIC X(50).
001970 01  WS-LINHA-TOTAL.
001980     05  WS-LT-TEXTO           PIC X(30).
001990     05  WS-LT-QTD             PIC ZZZZZZ9.
002000 01  WS-LINHA-VALOR.
002010     05  WS-LV-TEXTO           PIC X(30).
002020     05  WS-LV-VALOR           PIC -(12)9.99.
002030 01  WS-LINHA-SITUACAO.
002040     05  FILLER                PIC X(30)
002045         VALUE "SITUACAO DO DIARIO:".
002050     05  WS-LSI-TEXTO          PIC X(40).
002060******************************************************************
002070*  PROCEDURE DIVISION.
002080******************************************************************
002090 PROCEDURE DIVISION.
002100******************************************************************
002110*  0000-MAINLINE
002120*      DRIVES THE OPEN / PROCESS / CLOSE SEQUENCE FOR THE RUN.
002130******************************************************************
002140 0000-MAINLINE.
002150     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002160     PERFORM 2000-PROCESS-LOG THRU 2000-EXIT
002170         UNTIL WS-EOF-LOG.
002180     PERFORM 8000-FINALIZE THRU 8000-EXIT.
002190     GO TO 9999-EXIT.
002200
002210******************************************************************
002220*  1000-INITIALIZE
002230*      READS THE DATE CARD, OPENS ALL FILES, LOADS THE GLMAP
002240*      CARDS AND WRITES THE JOURNAL HEADER. AN INVALID GLMAP
002250*      CARD REJECTS THE RUN WITHOUT READING THE LOG.
002260******************************************************************
002270 1000-INITIALIZE.
002280     ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.
002290     MOVE WS-DATA-ATUAL TO WS-DATA-MOVTO.
002300     OPEN INPUT CARD-FILE.
002310     IF WS-FS-CARD = "00" THEN
002320         READ CARD-FILE
002330             AT END
002340                 MOVE SPACES TO PARM-DATA
002350         END-READ
002360         CLOSE CARD-FILE
002370         IF PARM-DATA NOT = SPACES THEN
002380             IF PARM-DATA NOT NUMERIC THEN
002390                 DISPLAY "GLPOST: CARTAO DE DATA INVALIDO"
002400                 MOVE "S" TO WS-SW-EOF-LOG
002410                 MOVE "S" TO WS-SW-FALHA
002420                 GO TO 1000-EXIT
002430             END-IF
002440             MOVE PARM-DATA TO WS-DATA-MOVTO
002450         END-IF
002460     END-IF.
002470     OPEN INPUT GL-MAPPING.
002480     IF WS-FS-MAP NOT = "00" THEN
002490         DISPLAY "GLPOST: NAO FOI POSSIVEL ABRIR GLMAP, "
002500                 "STATUS " WS-FS-MAP
002510         MOVE "S" TO WS-SW-EOF-LOG
002520         MOVE "S" TO WS-SW-FALHA
002530         GO TO 1000-EXIT
002540     END-IF.
002550     OPEN INPUT TRANSACTION-LOG.
002560     IF WS-FS-LOG NOT = "00" THEN
002570         DISPLAY "GLPOST: NAO FOI POSSIVEL ABRIR TRANLOG, "
002580                 "STATUS " WS-FS-LOG
002590         MOVE "S" TO WS-SW-EOF-LOG
002600         MOVE "S" TO WS-SW-FALHA
002610         GO TO 1000-EXIT
002620     END-IF.
002630     OPEN OUTPUT REPORT-FILE.
002640     MOVE "S" TO WS-SW-RPT-ABERTO.
002650     MOVE WS-DATA-MOVTO TO WS-CB1-DATA.
002660     WRITE REPORT-LINE FROM WS-CABECALHO-1.
002670     MOVE SPACES TO REPORT-LINE.
002680     WRITE REPORT-LINE.
002690     OPEN OUTPUT JOURNAL-FILE.
002700     IF WS-FS-GLJ NOT = "00" THEN
002710         DISPLAY "GLPOST: NAO FOI POSSIVEL ABRIR GLJRNL, "
002720                 "STATUS " WS-FS-GLJ
002730         MOVE "S" TO WS-SW-EOF-LOG
002740         MOVE "S" TO WS-SW-FALHA
002750         GO TO 1000-EXIT
002760     END-IF.
002770     MOVE "S" TO WS-SW-GLJ-ABERTO.
002780     PERFORM 1300-GRAVAR-HEADER THRU 1300-EXIT.
002790     PERFORM 1100-CARREGAR-MAPA THRU 1100-EXIT.
002800     CLOSE GL-MAPPING.
002810     IF WS-CONT-ERROS-MAPA NOT = ZERO THEN
002820         DISPLAY "GLPOST: " WS-CONT-ERROS-MAPA
002830                 " CARTAO(OES) GLMAP INVALIDO(S) - DIARIO "
002840                 "REJEITADO"
002850         MOVE "S" TO WS-SW-REJEITADO
002860         MOVE "S" TO WS-SW-EOF-LOG
002870     END-IF.
002880     PERFORM 1200-INICIAR-RUNCTL THRU 1200-EXIT.
002890 1000-EXIT.
002900     EXIT.
002910
002920******************************************************************
002930*  1100-CARREGAR-MAPA
002940*      LOADS THE GLMAP CARDS INTO WS-TAB-MAPA BY OPERATION CODE.
002950******************************************************************
002960 1100-CARREGAR-MAPA.
002970     MOVE SPACES TO WS-TAB-MAPA.
002980     MOVE "N" TO WS-SW-FIM-MAP.
002990     PERFORM 1110-LER-CARTAO THRU 1110-EXIT
003000         UNTIL WS-FIM-MAP.
003010 1100-EXIT.
003020     EXIT.
003030
003040******************************************************************
003050*  1110-LER-CARTAO
003060*      READS AND CHECKS THE NEXT GLMAP CARD FOR 1100. BLANK
003070*      CARDS AND "*" COMMENT CARDS ARE SKIPPED. A CARD WITH A
003080*      BAD CODE OR TYPE, A "C" CARD MISSING AN ACCOUNT OR A
003090*      SECOND CARD FOR THE SAME CODE IS LISTED ON GLOUT AND
003100*      COUNTED AS A MAPPING ERROR.
003110******************************************************************
003120 1110-LER-CARTAO.
003130     READ GL-MAPPING
003140         AT END
003150             MOVE "S" TO WS-SW-FIM-MAP
003160             GO TO 1110-EXIT
003170     END-READ.
003180     IF GLM-RECORD = SPACES OR GLM-OPERACAO(1:1) = "*" THEN
003190         GO TO 1110-EXIT
003200     END-IF.
003210     ADD 1 TO WS-CONT-CARTOES.
003220     MOVE GLM-OPERACAO TO WS-COD-MAPA.
003230     IF WS-COD-MAPA NOT NUMERIC OR WS-COD-MAPA-N = ZERO THEN
003240         PERFORM 1190-CARTAO-INVALIDO THRU 1190-EXIT
003250         GO TO 1110-EXIT
003260     END-IF.
003270     IF GLM-TIPO NOT = "C" AND GLM-TIPO NOT = "N" THEN
003280         PERFORM 1190-CARTAO-INVALIDO THRU 1190-EXIT
003290         GO TO 1110-EXIT
003300     END-IF.
003310     IF GLM-TIPO = "C" AND (GLM-CONTA-DEBITO = SPACES
003320             OR GLM-CONTA-CREDITO = SPACES) THEN
003330         PERFORM 1190-CARTAO-INVALIDO THRU 1190-EXIT
003340         GO TO 1110-EXIT
003350     END-IF.
003360     IF WS-MP-TIPO (WS-COD-MAPA-N) NOT = SPACE THEN
003370         PERFORM 1190-CARTAO-INVALIDO THRU 1190-EXIT
003380         GO TO 1110-EXIT
003390     END-IF.
003400     MOVE GLM-TIPO TO WS-MP-TIPO (WS-COD-MAPA-N).
003410     MOVE GLM-CONTA-DEBITO TO WS-MP-DEBITO (WS-COD-MAPA-N).
003420     MOVE GLM-CONTA-CREDITO TO WS-MP-CREDITO (WS-COD-MAPA-N).
003430     MOVE GLM-HISTORICO TO WS-MP-HISTORICO (WS-COD-MAPA-N).
003440 1110-EXIT.
003450     EXIT.
003460
003470******************************************************************
003480*  1190-CARTAO-INVALIDO
003490*      LISTS THE GLMAP CARD IN GLM-RECORD AS INVALID.
003500******************************************************************
003510 1190-CARTAO-INVALIDO.
003520     ADD 1 TO WS-CONT-ERROS-MAPA.
003530     MOVE GLM-RECORD TO WS-LC-CARTAO.
003540     WRITE REPORT-LINE FROM WS-LINHA-CARTAO.
003550 1190-EXIT.
003560     EXIT.
003570
003580******************************************************************
003590*  1200-INICIAR-RUNCTL
003600*      WRITES THE JOB'S "E" RUN RECORD, KEYED BY THE BUSINESS
003610*      DATE OF THE JOURNAL, AND THE START TIMESTAMP. ONLY
003620*      PERFORMED AFTER THE CARD WAS READ AND THE FILES OPENED,
003630*      SO A FAILED INIT SHOWS AS "NAO EXECUTADO"; A RUNCTL
003640*      OPEN FAILURE ONLY WARNS.
003650******************************************************************
003660 1200-INICIAR-RUNCTL.
003670     OPEN I-O RUN-CONTROL.
003680     IF WS-FS-RUN = "35" THEN
003690         OPEN OUTPUT RUN-CONTROL
003700         CLOSE RUN-CONTROL
003710         OPEN I-O RUN-CONTROL
003720     END-IF.
003730     IF WS-FS-RUN NOT = "00" THEN
003740         DISPLAY "GLPOST: NAO FOI POSSIVEL ABRIR RUNCTL, "
003750                 "STATUS " WS-FS-RUN
003760         GO TO 1200-EXIT
003770     END-IF.
003780     MOVE "S" TO WS-SW-RUN-ABERTO.
003790     MOVE "GLPOST  " TO RUN-JOB.
003800     MOVE WS-DATA-MOVTO TO RUN-DATA.
003810     ACCEPT WS-HORA-ATUAL FROM TIME.
003820     MOVE WS-DATA-ATUAL TO RUN-INICIO-DATA.
003830     MOVE WS-HORA-ATUAL TO RUN-INICIO-HORA.
003840     MOVE ZEROS TO RUN-FIM-DATA.
003850     MOVE ZEROS TO RUN-FIM-HORA.
003860     MOVE ZEROS TO RUN-LIDOS.
003870     MOVE ZEROS TO RUN-APLICADOS.
003880     MOVE ZEROS TO RUN-ERROS.
003890     MOVE "E" TO RUN-STATUS.
003900     WRITE RUN-RECORD
003910         INVALID KEY
003920             REWRITE RUN-RECORD
003930     END-WRITE.
003940 1200-EXIT.
003950     EXIT.
003960
003970******************************************************************
003980*  1300-GRAVAR-HEADER
003990*      WRITES THE JOURNAL HEADER RECORD ("0").
004000******************************************************************
004010 1300-GRAVAR-HEADER.
004020     ACCEPT WS-HORA-ATUAL FROM TIME.
004030     MOVE SPACES TO GLJ-HEADER.
004040     MOVE "0" TO GLJ-H-TIPO-REG.
004050     MOVE WS-DATA-MOVTO TO GLJ-H-DATA-MOVTO.
004060     MOVE WS-DATA-ATUAL TO GLJ-H-DATA-GERACAO.
004070     MOVE WS-HORA-ATUAL TO GLJ-H-HORA-GERACAO.
004080     MOVE "I-BANKLP" TO GLJ-H-SISTEMA.
004090     WRITE GLJ-HEADER.
004100 1300-EXIT.
004110     EXIT.
004120
004130******************************************************************
004140*  2000-PROCESS-LOG
004150*      READS THE NEXT TRANSACTION-LOG RECORD AND POSTS IT WHEN
004160*      IT BELONGS TO THE BUSINESS DATE.
004170******************************************************************
004180 2000-PROCESS-LOG.
004190     READ TRANSACTION-LOG NEXT RECORD
004200         AT END
004210             MOVE "S" TO WS-SW-EOF-LOG
004220             GO TO 2000-EXIT
004230     END-READ.
004240     ADD 1 TO WS-CONT-LIDOS.
004250     IF LOG-DATA NOT = WS-DATA-MOVTO THEN
004260         GO TO 2000-EXIT
004270     END-IF.
004280     ADD 1 TO WS-CONT-DIA.
004290     PERFORM 3000-CONTABILIZAR THRU 3000-EXIT.
004300 2000-EXIT.
004310     EXIT.
004320
004330******************************************************************
004340*  3000-CONTABILIZAR
004350*      PICKS THE GLMAP ENTRY FOR THE RECORD IN LOG-RECORD AND
004360*      WRITES ITS DEBIT AND CREDIT LINES. AN ESTORNO LEG THAT
004370*      NAMES THE REVERSED OPERATION, OR A NEGATIVE VALUE, POSTS
004380*      THE OPPOSITE ENTRY.
004390******************************************************************
004400 3000-CONTABILIZAR.
004410     MOVE LOG-OPERACAO TO WS-COD-MAPA.
004420     MOVE "N" TO WS-SW-INVERTE.
004430     IF (LOG-OPERACAO = "09" OR LOG-OPERACAO = "10")
004440             AND LOG-REFERENCIA(1:2) NUMERIC
004450             AND LOG-REFERENCIA(1:2) NOT = "00" THEN
004460         MOVE LOG-REFERENCIA(1:2) TO WS-COD-MAPA
004470         MOVE "S" TO WS-SW-INVERTE
004480     END-IF.
004490     IF WS-COD-MAPA NOT NUMERIC OR WS-COD-MAPA-N = ZERO THEN
004500         PERFORM 3900-SEM-MAPA THRU 3900-EXIT
004510         GO TO 3000-EXIT
004520     END-IF.
004530     IF WS-MP-TIPO (WS-COD-MAPA-N) = SPACE THEN
004540         PERFORM 3900-SEM-MAPA THRU 3900-EXIT
004550         GO TO 3000-EXIT
004560     END-IF.
004570     IF WS-MP-TIPO (WS-COD-MAPA-N) = "N" OR LOG-VALOR = ZERO
004580             THEN
004590         ADD 1 TO WS-CONT-NAO-CONTABIL
004600         GO TO 3000-EXIT
004610     END-IF.
004620     MOVE LOG-VALOR TO WS-VALOR-LANC.
004630     IF WS-VALOR-LANC < ZERO THEN
004640         COMPUTE WS-VALOR-LANC = WS-VALOR-LANC * -1
004650         IF WS-INVERTE THEN
004660             MOVE "N" TO WS-SW-INVERTE
004670         ELSE
004680             MOVE "S" TO WS-SW-INVERTE
004690         END-IF
004700     END-IF.
004710     IF WS-INVERTE THEN
004720         MOVE WS-MP-CREDITO (WS-COD-MAPA-N) TO WS-CONTA-DEBITO
004730         MOVE WS-MP-DEBITO (WS-COD-MAPA-N) TO WS-CONTA-CREDITO
004740     ELSE
004750         MOVE WS-MP-DEBITO (WS-COD-MAPA-N) TO WS-CONTA-DEBITO
004760         MOVE WS-MP-CREDITO (WS-COD-MAPA-N) TO WS-CONTA-CREDITO
004770     END-IF.
004780     MOVE "D" TO WS-LANC-DC.
004790     MOVE WS-CONTA-DEBITO TO WS-LANC-CONTA.
004800     PERFORM 3100-GRAVAR-LINHA THRU 3100-EXIT.
004810     IF WS-FALHA THEN
004820         GO TO 3000-EXIT
004830     END-IF.
004840     ADD WS-VALOR-LANC TO WS-TOTAL-DEBITOS.
004850     MOVE "C" TO WS-LANC-DC.
004860     MOVE WS-CONTA-CREDITO TO WS-LANC-CONTA.
004870     PERFORM 3100-GRAVAR-LINHA THRU 3100-EXIT.
004880     IF WS-FALHA THEN
004890         GO TO 3000-EXIT
004900     END-IF.
004910     ADD WS-VALOR-LANC TO WS-TOTAL-CREDITOS.
004920 3000-EXIT.
004930     EXIT.
004940
004950******************************************************************
004960*  3100-GRAVAR-LINHA
004970*      WRITES ONE JOURNAL LINE ("1") FOR WS-LANC-DC ON
004980*      WS-LANC-CONTA. A GLJRNL WRITE FAILURE STOPS THE RUN.
004990******************************************************************
005000 3100-GRAVAR-LINHA.
005010     ADD 1 TO WS-CONT-LINHAS.
005020     MOVE SPACES TO GLJ-DETALHE.
005030     MOVE "1" TO GLJ-TIPO-REG.
005040     MOVE WS-DATA-MOVTO TO GLJ-DATA-MOVTO.
005050     MOVE WS-CONT-LINHAS TO GLJ-SEQUENCIA.
005060     MOVE WS-LANC-CONTA TO GLJ-CONTA-CONTABIL.
005070     MOVE WS-LANC-DC TO GLJ-DC.
005080     MOVE WS-VALOR-LANC TO GLJ-VALOR.
005090     MOVE LOG-OPERACAO TO GLJ-OPERACAO.
005100     MOVE WS-MP-HISTORICO (WS-COD-MAPA-N) TO GLJ-HISTORICO.
005110     IF LOG-OPERACAO NOT = WS-COD-MAPA THEN
005120         MOVE "S" TO GLJ-ESTORNO
005130     ELSE
005140         MOVE "N" TO GLJ-ESTORNO
005150     END-IF.
005160     MOVE LOG-CONTA TO GLJ-CONTA-CLIENTE.
005170     MOVE LOG-DATA TO GLJ-DATA-ORIGEM.
005180     MOVE LOG-HORA TO GLJ-HORA-ORIGEM.
005190     WRITE GLJ-DETALHE.
005200     IF WS-FS-GLJ NOT = "00" THEN
005210         DISPLAY "GLPOST: ERRO AO GRAVAR GLJRNL, STATUS "
005220                 WS-FS-GLJ " - DIARIO INTERROMPIDO"
005230         MOVE "S" TO WS-SW-EOF-LOG
005240         MOVE "S" TO WS-SW-FALHA
005250     END-IF.
005260 3100-EXIT.
005270     EXIT.
005280
005290******************************************************************
005300*  3900-SEM-MAPA
005310*      LISTS THE RECORD IN LOG-RECORD ON GLOUT AS HAVING NO
005320*      GLMAP CARD; THE JOURNAL WILL BE REJECTED.
005330******************************************************************
005340 3900-SEM-MAPA.
005350     ADD 1 TO WS-CONT-SEM-MAPA.
005360     MOVE LOG-CONTA TO WS-LS-CONTA.
005370     MOVE LOG-DATA TO WS-LS-DATA.
005380     MOVE LOG-HORA TO WS-LS-HORA.
005390     MOVE WS-COD-MAPA TO WS-LS-OPERACAO.
005400     MOVE LOG-VALOR TO WS-LS-VALOR.
005410     WRITE REPORT-LINE FROM WS-LINHA-SEM-MAPA.
005420 3900-EXIT.
005430     EXIT.
005440
005450******************************************************************
005460*  7000-FECHAR-DIARIO
005470*      CHECKS THE DAY'S CONTROLS AND CLOSES THE JOURNAL. WITH
005480*      AN UNMAPPED CODE, AN INVALID CARD OR DEBITS NOT EQUAL TO
005490*      CREDITS THE JOURNAL IS REWRITTEN AS HEADER PLUS A "R"
005500*      TRAILER, SO NO PARTIAL DAY REACHES THE ACCOUNTING SYSTEM.
005510******************************************************************
005520 7000-FECHAR-DIARIO.
005530     IF WS-CONT-SEM-MAPA NOT = ZERO THEN
005540         DISPLAY "GLPOST: " WS-CONT-SEM-MAPA
005550                 " REGISTRO(S) SEM MAPEAMENTO - DIARIO REJEITADO"
005560         MOVE "S" TO WS-SW-REJEITADO
005570     END-IF.
005580     IF WS-TOTAL-DEBITOS NOT = WS-TOTAL-CREDITOS THEN
005590         DISPLAY "GLPOST: DEBITOS DIFEREM DOS CREDITOS - "
005600                 "DIARIO REJEITADO"
005610         MOVE "S" TO WS-SW-REJEITADO
005620         ADD 1 TO WS-CONT-ERROS
005630     END-IF.
005640     ADD WS-CONT-SEM-MAPA TO WS-CONT-ERROS.
005650     ADD WS-CONT-ERROS-MAPA TO WS-CONT-ERROS.
005660     IF WS-REJEITADO THEN
005670         CLOSE JOURNAL-FILE
005680         OPEN OUTPUT JOURNAL-FILE
005690         PERFORM 1300-GRAVAR-HEADER THRU 1300-EXIT
005700     END-IF.
005710     MOVE SPACES TO GLJ-TRAILER.
005720     MOVE "9" TO GLJ-T-TIPO-REG.
005730     MOVE WS-DATA-MOVTO TO GLJ-T-DATA-MOVTO.
005740     IF WS-REJEITADO THEN
005750         MOVE ZERO TO GLJ-T-QTD-LINHAS
005760         MOVE ZERO TO GLJ-T-TOTAL-DEBITOS
005770         MOVE ZERO TO GLJ-T-TOTAL-CREDITOS
005780         MOVE "R" TO GLJ-T-SITUACAO
005790     ELSE
005800         MOVE WS-CONT-LINHAS TO GLJ-T-QTD-LINHAS
005810         MOVE WS-TOTAL-DEBITOS TO GLJ-T-TOTAL-DEBITOS
005820         MOVE WS-TOTAL-CREDITOS TO GLJ-T-TOTAL-CREDITOS
005830         MOVE "A" TO GLJ-T-SITUACAO
005840     END-IF.
005850     WRITE GLJ-TRAILER.
005860     CLOSE JOURNAL-FILE.
005870 7000-EXIT.
005880     EXIT.
005890
005900******************************************************************
005910*  8000-FINALIZE
005920*      CLOSES THE JOURNAL, PRINTS THE CONTROL TOTALS, CLOSES
005930*      ALL FILES AND DISPLAYS THE RUN SUMMARY. A GLJRNL WRITE
005940*      FAILURE LEAVES THE JOURNAL AS WRITTEN AND THE RUN "E".
005950******************************************************************
005960 8000-FINALIZE.
005970     IF NOT WS-RPT-ABERTO THEN
005980         GO TO 8000-EXIT
005990     END-IF.
006000     IF WS-GLJ-ABERTO AND NOT WS-FALHA THEN
006010         PERFORM 7000-FECHAR-DIARIO THRU 7000-EXIT
006020     END-IF.
006030     PERFORM 8100-ENCERRAR-RUNCTL THRU 8100-EXIT.
006040     MOVE SPACES TO REPORT-LINE.
006050     WRITE REPORT-LINE.
006060     MOVE "CARTOES GLMAP:" TO WS-LT-TEXTO.
006070     MOVE WS-CONT-CARTOES TO WS-LT-QTD.
006080     WRITE REPORT-LINE FROM WS-LINHA-TOTAL.
006090     MOVE "CARTOES GLMAP INVALIDOS:" TO WS-LT-TEXTO.
006100     MOVE WS-CONT-ERROS-MAPA TO WS-LT-QTD.
006110     WRITE REPORT-LINE FROM WS-LINHA-TOTAL.
006120     MOVE "REGISTROS DO DIA:" TO WS-LT-TEXTO.
006130     MOVE WS-CONT-DIA TO WS-LT-QTD.
006140     WRITE REPORT-LINE FROM WS-LINHA-TOTAL.
006150     MOVE "NAO CONTABEIS:" TO WS-LT-TEXTO.
006160     MOVE WS-CONT-NAO-CONTABIL TO WS-LT-QTD.
006170     WRITE REPORT-LINE FROM WS-LINHA-TOTAL.
006180     MOVE "SEM MAPEAMENTO:" TO WS-LT-TEXTO.
006190     MOVE WS-CONT-SEM-MAPA TO WS-LT-QTD.
006200     WRITE REPORT-LINE FROM WS-LINHA-TOTAL.
006210     MOVE "LINHAS DE LANCAMENTO:" TO WS-LT-TEXTO.
006220     MOVE WS-CONT-LINHAS TO WS-LT-QTD.
006230     WRITE REPORT-LINE FROM WS-LINHA-TOTAL.
006240     MOVE "TOTAL DEBITOS:" TO WS-LV-TEXTO.
006250     MOVE WS-TOTAL-DEBITOS TO WS-LV-VALOR.
006260     WRITE REPORT-LINE FROM WS-LINHA-VALOR.
006270     MOVE "TOTAL CREDITOS:" TO WS-LV-TEXTO.
006280     MOVE WS-TOTAL-CREDITOS TO WS-LV-VALOR.
006290     WRITE REPORT-LINE FROM WS-LINHA-VALOR.
006300     IF WS-FALHA THEN
006310         MOVE "INTERROMPIDO - ERRO DE GRAVACAO" TO WS-LSI-TEXTO
006320     ELSE
006330         IF WS-REJEITADO THEN
006340             MOVE "REJEITADO - NAO ENVIAR" TO WS-LSI-TEXTO
006350         ELSE
006360             MOVE "ACEITO" TO WS-LSI-TEXTO
006370         END-IF
006380     END-IF.
006390     WRITE REPORT-LINE FROM WS-LINHA-SITUACAO.
006400     CLOSE TRANSACTION-LOG.
006410     CLOSE REPORT-FILE.
006420     DISPLAY "GLPOST: DATA DO MOVIMENTO.....: " WS-DATA-MOVTO.
006430     DISPLAY "GLPOST: REGISTROS DO DIA......: " WS-CONT-DIA.
006440     DISPLAY "GLPOST: LINHAS DE LANCAMENTO..: " WS-CONT-LINHAS.
006450     DISPLAY "GLPOST: TOTAL DEBITOS.........: "
006460             WS-TOTAL-DEBITOS.
006470     DISPLAY "GLPOST: TOTAL CREDITOS........: "
006480             WS-TOTAL-CREDITOS.
006490     DISPLAY "GLPOST: SITUACAO DO DIARIO....: " WS-LSI-TEXTO.
006500 8000-EXIT.
006510     EXIT.
006520
006530******************************************************************
006540*  8100-ENCERRAR-RUNCTL
006550*      REWRITES THE RUN RECORD WITH THE COUNTERS, THE END
006560*      TIMESTAMP AND STATUS "C", OR "R" WHEN THE JOURNAL WAS
006570*      REJECTED. AN ABENDED RUN NEVER REACHES HERE AND LEAVES
006580*      THE RECORD AS "E" FOR MORNRPT TO FLAG; A GLJRNL WRITE
006590*      FAILURE KEEPS "E" WITH A NONZERO ERROR COUNT.
006600******************************************************************
006610 8100-ENCERRAR-RUNCTL.
006620     IF NOT WS-RUN-ABERTO THEN
006630         GO TO 8100-EXIT
006640     END-IF.
006650     MOVE "GLPOST  " TO RUN-JOB.
006660     MOVE WS-DATA-MOVTO TO RUN-DATA.
006670     ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.
006680     ACCEPT WS-HORA-ATUAL FROM TIME.
006690     MOVE WS-DATA-ATUAL TO RUN-FIM-DATA.
006700     MOVE WS-HORA-ATUAL TO RUN-FIM-HORA.
006710     MOVE WS-CONT-DIA TO RUN-LIDOS.
006720     MOVE WS-CONT-LINHAS TO RUN-APLICADOS.
006730     IF WS-FALHA THEN
006740         ADD 1 TO WS-CONT-ERROS
006750         MOVE WS-CONT-ERROS TO RUN-ERROS
006760         MOVE "E" TO RUN-STATUS
006770     ELSE
006780         MOVE WS-CONT-ERROS TO RUN-ERROS
006790         IF WS-REJEITADO THEN
006800             MOVE ZEROS TO RUN-APLICADOS
006810             MOVE "R" TO RUN-STATUS
006820         ELSE
006830             MOVE "C" TO RUN-STATUS
006840         END-IF
006850     END-IF.
006860     REWRITE RUN-RECORD
006870         INVALID KEY
006880             WRITE RUN-RECORD
006890     END-REWRITE.
006900     CLOSE RUN-CONTROL.
006910 8100-EXIT.
006920     EXIT.
006930
006940******************************************************************
006950*  9999-EXIT
006960*      SINGLE PROGRAM EXIT POINT.
006970******************************************************************
006980 9999-EXIT.
006990     STOP RUN.
