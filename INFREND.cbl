000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. INFREND.
000030 AUTHOR. OPERACOES-BATCH.
000040 INSTALLATION. I-BANKLP.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED. 15/10/2026.
000070******************************************************************
000080*  PURPOSE.
000090*      ANNUAL INFORME DE RENDIMENTOS FOR THE CALENDAR YEAR ON THE
000100*      SYSIN CARD (COLS 01-04, AAAA). FOR EVERY ACCOUNT THE
000110*      YEAR'S REDEMPTIONS ON THE INVESTMENT-TAX FILE (WRITTEN BY
000120*      TRABLP ON EVERY "05", "13" AND "24") ARE ADDED UP INTO
000130*      TAXABLE YIELD, IR WITHHELD, IOF WITHHELD AND EXEMPT
000140*      (POUPANCA) YIELD, AND THE OPEN ("A") INVPOS POSITIONS
000150*      STARTED BY 31/12 GIVE THE YEAR-END POSITION. THE ACCOUNT
000160*      TOTALS ARE SORTED BY ACCT-CPF SO THE INFOUT REPORT PRINTS
000170*      ONE INFORME PER CPF, WITH A LINE PER ACCOUNT AND THE CPF
000180*      TOTALS. ACCOUNTS WITH NO YIELD, TAX OR POSITION IN THE
000190*      YEAR ARE LEFT OUT.
000200*
000210*      INVPOS HOLDS THE CURRENT VALUE ONLY, SO THE JOB MUST RUN
000220*      ON THE FIRST BUSINESS DAY OF JANUARY, AFTER THE 31/12
000230*      INVACCR RUN AND BEFORE THE ONLINE REGION OPENS. A RERUN
000240*      ONLY REPRINTS THE REPORT.
000250*
000260*  MODIFICATION HISTORY.
000270*      15/10/2026  OPS   INITIAL VERSION.
000280******************************************************************
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT CARD-FILE ASSIGN TO "SYSIN"
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS WS-FS-CARD.
000350     SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMS"
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS SEQUENTIAL
000380         RECORD KEY IS ACCT-NUMERO
000390         FILE STATUS IS WS-FS-ACCT.
000400     SELECT INVESTMENT-TAX ASSIGN TO "INVTRIB"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS ITR-CHAVE
000440         FILE STATUS IS WS-FS-ITR.
000450     SELECT INVESTMENT-POSITION ASSIGN TO "INVPOS"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS INV-CHAVE
000490         FILE STATUS IS WS-FS-INV.
000500     SELECT SORT-FILE ASSIGN TO "SORTWK1".
000510     SELECT REPORT-FILE ASSIGN TO "INFOUT"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-FS-RPT.
000540     SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS RUN-CHAVE
000580         FILE STATUS IS WS-FS-RUN.
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  CARD-FILE
000620     LABEL RECORD IS OMITTED.
000630 01  PARM-RECORD.
000640     05  PARM-ANO                PIC 9(04).
000650     05  FILLER                  PIC X(76).
000660 FD  ACCOUNT-MASTER
000670     LABEL RECORD IS STANDARD.
000680     COPY ACCTMS.
000690 FD  INVESTMENT-TAX
000700     LABEL RECORD IS STANDARD.
000710     COPY INVTRIB.
000720 FD  INVESTMENT-POSITION
000730     LABEL RECORD IS STANDARD.
000740     COPY INVPOS.
000750 SD  SORT-FILE.
000760 01  SRT-RECORD.
000770     05  SRT-CPF                 PIC 9(11).
000780     05  SRT-CONTA               PIC 9(06).
000790     05  SRT-NOME                PIC X(30).
000800     05  SRT-REND-TRIBUTAVEL     PIC S9(11)V9(2).
000810     05  SRT-IR                  PIC S9(11)V9(2).
000820     05  SRT-IOF                 PIC S9(11)V9(2).
000830     05  SRT-REND-ISENTO         PIC S9(11)V9(2).
000840     05  SRT-POSICAO             PIC S9(11)V9(2).
000850 FD  REPORT-FILE
000860     LABEL RECORD IS OMITTED.
000870 01  REPORT-LINE                 PIC X(80).
000880 FD  RUN-CONTROL
000890     LABEL RECORD IS STANDARD.
000900     COPY RUNCTL.
000910 WORKING-STORAGE SECTION.
000920******************************************************************
000930*  FILE STATUS AND CONTROL SWITCHES.
000940******************************************************************
000950 77  WS-FS-CARD              PIC X(02) VALUE SPACES.
000960 77  WS-FS-ACCT              PIC X(02) VALUE SPACES.
000970 77  WS-FS-ITR               PIC X(02) VALUE SPACES.
000980 77  WS-FS-INV               PIC X(02) VALUE SPACES.
000990 77  WS-FS-RPT               PIC X(02) VALUE SPACES.
001000 77  WS-FS-RUN               PIC X(02) VALUE SPACES.
001010 01  WS-SW-FALHA             PIC X(01) VALUE "N".
001020     88  WS-FALHA                       VALUE "S".
001030 01  WS-SW-EOF-ACCT          PIC X(01) VALUE "N".
001040     88  WS-EOF-ACCT                    VALUE "S".
001050 01  WS-SW-FIM-ITR           PIC X(01) VALUE "N".
001060     88  WS-FIM-ITR                     VALUE "S".
001070 01  WS-SW-FIM-INV           PIC X(01) VALUE "N".
001080     88  WS-FIM-INV                     VALUE "S".
001090 01  WS-SW-EOF-SRT           PIC X(01) VALUE "N".
001100     88  WS-EOF-SRT                     VALUE "S".
001110 01  WS-SW-RUN-ABERTO        PIC X(01) VALUE "N".
001120     88  WS-RUN-ABERTO                  VALUE "S".
001130******************************************************************
001140*  COUNTERS AND WORK AREAS.
001150******************************************************************
001160 77  WS-CONT-LIDAS           PIC 9(07) VALUE ZERO COMP.
001170 77  WS-CONT-INFORMADAS      PIC 9(07) VALUE ZERO COMP.
001180 77  WS-CONT-CPFS            PIC 9(07) VALUE ZERO COMP.
001190 01  WS-DATA-ATUAL           PIC 9(8).
001200 01  WS-HORA-ATUAL           PIC 9(8).
001210 01  WS-DATA-INI             PIC 9(8).
001220 01  WS-DATA-FIM             PIC 9(8).
001230 01  WS-CPF-ANTERIOR         PIC 9(11) VALUE ZERO.
001240 01  WS-CONTA-REND.
001250     05  WS-CR-REND-TRIBUTAVEL   PIC S9(11)V9(2).
001260     05  WS-CR-IR                PIC S9(11)V9(2).
001270     05  WS-CR-IOF               PIC S9(11)V9(2).
001280     05  WS-CR-REND-ISENTO       PIC S9(11)V9(2).
001290     05  WS-CR-POSICAO           PIC S9(11)V9(2).
001300 01  WS-CPF-REND.
001310     05  WS-CP-REND-TRIBUTAVEL   PIC S9(11)V9(2).
001320     05  WS-CP-IR                PIC S9(11)V9(2).
001330     05  WS-CP-IOF               PIC S9(11)V9(2).
001340     05  WS-CP-REND-ISENTO       PIC S9(11)V9(2).
001350     05  WS-CP-POSICAO           PIC S9(11)V9(2).
001360******************************************************************
001370*  REPORT LINES.
001380******************************************************************
001390 01  WS-CABECALHO-1.
001400     05  FILLER                PIC X(20) VALUE "I-BANKLP".
001410     05  FILLER                PIC X(40)
001420         VALUE "INFORME DE RENDIMENTOS - ANO-CALENDARIO".
001430     05  WS-CB1-ANO            PIC 9(04).
001440 01  WS-CABECALHO-CPF.
001450     05  FILLER                PIC X(05) VALUE "CPF: ".
001460     05  WS-CC-CPF             PIC 9(11).
001470     05  FILLER                PIC X(09) VALUE "   NOME: ".
001480     05  WS-CC-NOME            PIC X(30).
001490 01  WS-CABECALHO-2.
001500     05  FILLER                PIC X(08) VALUE "CONTA".
001510     05  FILLER                PIC X(14) VALUE "REND.TRIBUT.".
001520     05  FILLER                PIC X(14) VALUE "IR RETIDO".
001530     05  FILLER                PIC X(14) VALUE "IOF RETIDO".
001540     05  FILLER                PIC X(14) VALUE "REND.ISENTO".
001550     05  FILLER                PIC X(14) VALUE "POSICAO 31/12".
001560 01  WS-LINHA-DETALHE.
001570     05  WS-LD-CONTA           PIC X(06).
001580     05  FILLER                PIC X(02) VALUE SPACES.
001590     05  WS-LD-REND-TRIB       PIC -(8)9.99.
001600     05  FILLER                PIC X(02) VALUE SPACES.
001610     05  WS-LD-IR              PIC -(8)9.99.
001620     05  FILLER                PIC X(02) VALUE SPACES.
001630     05  WS-LD-IOF             PIC -(8)9.99.
001640     05  FILLER                PIC X(02) VALUE SPACES.
001650     05  WS-LD-REND-ISENTO     PIC -(8)9.99.
001660     05  FILLER                PIC X(02) VALUE SPACES.
001670     05  WS-LD-POSICAO         PIC -(8)9.99.
001680 01  WS-LINHA-TOTAL-1.
001690     05  FILLER                PIC X(22)
001700         VALUE "CONTAS LIDAS:".
001710     05  WS-LT1-VALOR          PIC ZZZZZZ9.
001720 01  WS-LINHA-TOTAL-2.
001730     05  FILLER                PIC X(22)
001740         VALUE "CONTAS INFORMADAS:".
001750     05  WS-LT2-VALOR          PIC ZZZZZZ9.
001760 01  WS-LINHA-TOTAL-3.
001770     05  FILLER                PIC X(22)
001780         VALUE "CPFS INFORMADOS:".
001790     05  WS-LT3-VALOR          PIC ZZZZZZ9.
001800******************************************************************
001810*  PROCEDURE DIVISION.
001820******************************************************************
001830 PROCEDURE DIVISION.
001840******************************************************************
001850*  0000-MAINLINE
001860*      DRIVES THE OPEN / SORT / CLOSE SEQUENCE FOR THE RUN. THE
001870*      SORT'S INPUT PROCEDURE TOTALS EACH ACCOUNT; ITS OUTPUT
001880*      PROCEDURE PRINTS THE INFORMES IN CPF ORDER.
001890******************************************************************
001900 0000-MAINLINE.
001910     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001920     IF NOT WS-FALHA THEN
001930         SORT SORT-FILE
001940             ON ASCENDING KEY SRT-CPF SRT-CONTA
001950             INPUT PROCEDURE 2000-SELECIONAR THRU 2000-EXIT
001960             OUTPUT PROCEDURE 5000-IMPRIMIR THRU 5000-EXIT
001970     END-IF.
001980     PERFORM 8000-FINALIZE THRU 8000-EXIT.
001990     GO TO 9999-EXIT.
002000
002010******************************************************************
002020*  1000-INITIALIZE
002030*      READS THE YEAR CARD, OPENS ALL FILES AND PRINTS THE
002040*      REPORT HEADING.
002050******************************************************************
002060 1000-INITIALIZE.
002070     ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.
002080     OPEN INPUT CARD-FILE.
002090     IF WS-FS-CARD NOT = "00" THEN
002100         DISPLAY "INFREND: NAO FOI POSSIVEL ABRIR SYSIN, "
002110                 "STATUS " WS-FS-CARD
002120         MOVE "S" TO WS-SW-FALHA
002130         GO TO 1000-EXIT
002140     END-IF.
002150     READ CARD-FILE
002160         AT END
002170             MOVE ZERO TO PARM-ANO
002180     END-READ.
002190     CLOSE CARD-FILE.
002200     IF PARM-ANO NOT NUMERIC OR PARM-ANO = ZERO THEN
002210         DISPLAY "INFREND: CARTAO DE ANO AUSENTE OU INVALIDO"
002220         MOVE "S" TO WS-SW-FALHA
002230         GO TO 1000-EXIT
002240     END-IF.
002250     COMPUTE WS-DATA-INI = PARM-ANO * 10000 + 0101.
002260     COMPUTE WS-DATA-FIM = PARM-ANO * 10000 + 1231.
002270     OPEN INPUT ACCOUNT-MASTER.
002280     IF WS-FS-ACCT NOT = "00" THEN
002290         DISPLAY "INFREND: NAO FOI POSSIVEL ABRIR ACCTMS, "
002300                 "STATUS " WS-FS-ACCT
002310         MOVE "S" TO WS-SW-FALHA
002320         GO TO 1000-EXIT
002330     END-IF.
002340     OPEN INPUT INVESTMENT-TAX.
002350     IF WS-FS-ITR NOT = "00" THEN
002360         DISPLAY "INFREND: NAO FOI POSSIVEL ABRIR INVTRIB, "
002370                 "STATUS " WS-FS-ITR
002380         MOVE "S" TO WS-SW-FALHA
002390         GO TO 1000-EXIT
002400     END-IF.
002410     OPEN INPUT INVESTMENT-POSITION.
002420     IF WS-FS-INV NOT = "00" THEN
002430         DISPLAY "INFREND: NAO FOI POSSIVEL ABRIR INVPOS, "
002440                 "STATUS " WS-FS-INV
002450         MOVE "S" TO WS-SW-FALHA
002460         GO TO 1000-EXIT
002470     END-IF.
002480     OPEN OUTPUT REPORT-FILE.
002490     MOVE PARM-ANO TO WS-CB1-ANO.
002500     WRITE REPORT-LINE FROM WS-CABECALHO-1.
002510     MOVE SPACES TO REPORT-LINE.
002520     WRITE REPORT-LINE.
002530     PERFORM 1200-INICIAR-RUNCTL THRU 1200-EXIT.
002540 1000-EXIT.
002550     EXIT.
002560
002570******************************************************************
002580*  1200-INICIAR-RUNCTL
002590*      WRITES THE JOB'S "E" RUN RECORD AND START TIMESTAMP. ONLY
002600*      PERFORMED AFTER THE CARD WAS READ AND THE FILES OPENED,
002610*      SO A FAILED INIT SHOWS AS "NAO EXECUTADO"; A RUNCTL
002620*      OPEN FAILURE ONLY WARNS.
002630******************************************************************
002640 1200-INICIAR-RUNCTL.
002650     OPEN I-O RUN-CONTROL.
002660     IF WS-FS-RUN = "35" THEN
002670         OPEN OUTPUT RUN-CONTROL
002680         CLOSE RUN-CONTROL
002690         OPEN I-O RUN-CONTROL
002700     END-IF.
002710     IF WS-FS-RUN NOT = "00" THEN
002720         DISPLAY "INFREND: NAO FOI POSSIVEL ABRIR RUNCTL, "
002730                 "STATUS " WS-FS-RUN
002740         GO TO 1200-EXIT
002750     END-IF.
002760     MOVE "S" TO WS-SW-RUN-ABERTO.
002770     MOVE "INFREND " TO RUN-JOB.
002780     MOVE WS-DATA-ATUAL TO RUN-DATA.
002790     ACCEPT WS-HORA-ATUAL FROM TIME.
002800     MOVE WS-DATA-ATUAL TO RUN-INICIO-DATA.
002810     MOVE WS-HORA-ATUAL TO RUN-INICIO-HORA.
002820     MOVE ZEROS TO RUN-FIM-DATA.
002830     MOVE ZEROS TO RUN-FIM-HORA.
002840     MOVE ZEROS TO RUN-LIDOS.
002850     MOVE ZEROS TO RUN-APLICADOS.
002860     MOVE ZEROS TO RUN-ERROS.
002870     MOVE "E" TO RUN-STATUS.
002880     WRITE RUN-RECORD
002890         INVALID KEY
002900             REWRITE RUN-RECORD
002910     END-WRITE.
002920 1200-EXIT.
002930     EXIT.
002940
002950******************************************************************
002960*  2000-SELECIONAR
002970*      SORT INPUT PROCEDURE: TOTALS EVERY ACCOUNT AND RELEASES
002980*      ONE SORT RECORD PER ACCOUNT WITH SOMETHING TO REPORT.
002990******************************************************************
003000 2000-SELECIONAR.
003010     PERFORM 2100-PROCESS-CONTA THRU 2100-EXIT
003020         UNTIL WS-EOF-ACCT.
003030 2000-EXIT.
003040     EXIT.
003050
003060******************************************************************
003070*  2100-PROCESS-CONTA
003080*      READS THE NEXT ACCOUNT AND TOTALS ITS YEAR.
003090******************************************************************
003100 2100-PROCESS-CONTA.
003110     READ ACCOUNT-MASTER NEXT RECORD
003120         AT END
003130             MOVE "S" TO WS-SW-EOF-ACCT
003140             GO TO 2100-EXIT
003150     END-READ.
003160     ADD 1 TO WS-CONT-LIDAS.
003170     MOVE ZERO TO WS-CR-REND-TRIBUTAVEL.
003180     MOVE ZERO TO WS-CR-IR.
003190     MOVE ZERO TO WS-CR-IOF.
003200     MOVE ZERO TO WS-CR-REND-ISENTO.
003210     MOVE ZERO TO WS-CR-POSICAO.
003220     PERFORM 3000-SOMAR-RESGATES THRU 3000-EXIT.
003230     PERFORM 4000-SOMAR-POSICOES THRU 4000-EXIT.
003240     IF WS-CR-REND-TRIBUTAVEL = ZERO AND WS-CR-IR = ZERO
003250             AND WS-CR-IOF = ZERO AND WS-CR-REND-ISENTO = ZERO
003260             AND WS-CR-POSICAO = ZERO THEN
003270         GO TO 2100-EXIT
003280     END-IF.
003290     MOVE ACCT-CPF TO SRT-CPF.
003300     MOVE ACCT-NUMERO TO SRT-CONTA.
003310     MOVE ACCT-NOME TO SRT-NOME.
003320     MOVE WS-CR-REND-TRIBUTAVEL TO SRT-REND-TRIBUTAVEL.
003330     MOVE WS-CR-IR TO SRT-IR.
003340     MOVE WS-CR-IOF TO SRT-IOF.
003350     MOVE WS-CR-REND-ISENTO TO SRT-REND-ISENTO.
003360     MOVE WS-CR-POSICAO TO SRT-POSICAO.
003370     RELEASE SRT-RECORD.
003380     ADD 1 TO WS-CONT-INFORMADAS.
003390 2100-EXIT.
003400     EXIT.
003410
003420******************************************************************
003430*  3000-SOMAR-RESGATES
003440*      ADDS UP THE ACCOUNT'S INVESTMENT-TAX RECORDS DATED IN THE
003450*      YEAR. POUPANCA ("03") YIELD IS EXEMPT; EVERY OTHER
003460*      PRODUCT'S YIELD IS TAXABLE.
003470******************************************************************
003480 3000-SOMAR-RESGATES.
003490     MOVE "N" TO WS-SW-FIM-ITR.
003500     MOVE ACCT-NUMERO TO ITR-CONTA.
003510     MOVE WS-DATA-INI TO ITR-DATA.
003520     MOVE ZEROS TO ITR-HORA.
003530     START INVESTMENT-TAX KEY IS NOT < ITR-CHAVE
003540         INVALID KEY
003550             MOVE "S" TO WS-SW-FIM-ITR
003560     END-START.
003570     PERFORM 3100-LER-RESGATE THRU 3100-EXIT
003580         UNTIL WS-FIM-ITR.
003590 3000-EXIT.
003600     EXIT.
003610
003620******************************************************************
003630*  3100-LER-RESGATE
003640*      READS THE NEXT INVESTMENT-TAX RECORD FOR 3000.
003650******************************************************************
003660 3100-LER-RESGATE.
003670     READ INVESTMENT-TAX NEXT RECORD
003680         AT END
003690             MOVE "S" TO WS-SW-FIM-ITR
003700             GO TO 3100-EXIT
003710     END-READ.
003720     IF ITR-CONTA NOT = ACCT-NUMERO
003730             OR ITR-DATA > WS-DATA-FIM THEN
003740         MOVE "S" TO WS-SW-FIM-ITR
003750         GO TO 3100-EXIT
003760     END-IF.
003770     IF ITR-PRODUTO = "03" THEN
003780         ADD ITR-RENDIMENTO TO WS-CR-REND-ISENTO
003790     ELSE
003800         ADD ITR-RENDIMENTO TO WS-CR-REND-TRIBUTAVEL
003810     END-IF.
003820     ADD ITR-IR TO WS-CR-IR.
003830     ADD ITR-IOF TO WS-CR-IOF.
003840 3100-EXIT.
003850     EXIT.
003860
003870******************************************************************
003880*  4000-SOMAR-POSICOES
003890*      ADDS UP THE CURRENT VALUE OF THE ACCOUNT'S OPEN ("A")
003900*      INVPOS POSITIONS STARTED BY THE LAST DAY OF THE YEAR.
003910******************************************************************
003920 4000-SOMAR-POSICOES.
003930     MOVE "N" TO WS-SW-FIM-INV.
003940     MOVE ACCT-NUMERO TO INV-CONTA.
003950     MOVE ZEROS TO INV-DATA-INICIO.
003960     MOVE ZEROS TO INV-HORA-INICIO.
003970     START INVESTMENT-POSITION KEY IS NOT < INV-CHAVE
003980         INVALID KEY
003990             MOVE "S" TO WS-SW-FIM-INV
004000     END-START.
004010     PERFORM 4100-LER-POSICAO THRU 4100-EXIT
004020         UNTIL WS-FIM-INV.
004030 4000-EXIT.
004040     EXIT.
004050
004060******************************************************************
004070*  4100-LER-POSICAO
004080*      READS THE NEXT INVPOS RECORD FOR 4000.
004090******************************************************************
004100 4100-LER-POSICAO.
004110     READ INVESTMENT-POSITION NEXT RECORD
004120         AT END
004130             MOVE "S" TO WS-SW-FIM-INV
004140             GO TO 4100-EXIT
004150     END-READ.
004160     IF INV-CONTA NOT = ACCT-NUMERO
004170             OR INV-DATA-INICIO > WS-DATA-FIM THEN
004180         MOVE "S" TO WS-SW-FIM-INV
004190         GO TO 4100-EXIT
004200     END-IF.
004210     IF INV-STATUS = "A" THEN
004220         ADD INV-VALOR-RESGATE TO WS-CR-POSICAO
004230     END-IF.
004240 4100-EXIT.
004250     EXIT.
004260
004270******************************************************************
004280*  5000-IMPRIMIR
004290*      SORT OUTPUT PROCEDURE: RETURNS THE ACCOUNT RECORDS IN
004300*      CPF ORDER AND PRINTS ONE INFORME PER CPF.
004310******************************************************************
004320 5000-IMPRIMIR.
004330     PERFORM 5100-RETORNAR-CONTA THRU 5100-EXIT
004340         UNTIL WS-EOF-SRT.
004350     IF WS-CONT-CPFS NOT = ZERO THEN
004360         PERFORM 5300-FECHAR-CPF THRU 5300-EXIT
004370     END-IF.
004380 5000-EXIT.
004390     EXIT.
004400
004410******************************************************************
004420*  5100-RETORNAR-CONTA
004430*      RETURNS THE NEXT SORTED ACCOUNT, BREAKS ON CPF AND
004440*      PRINTS THE ACCOUNT'S LINE.
004450******************************************************************
004460 5100-RETORNAR-CONTA.
004470     RETURN SORT-FILE
004480         AT END
004490             MOVE "S" TO WS-SW-EOF-SRT
004500             GO TO 5100-EXIT
004510     END-RETURN.
004520     IF WS-CONT-CPFS = ZERO OR SRT-CPF NOT = WS-CPF-ANTERIOR
004530             THEN
004540         IF WS-CONT-CPFS NOT = ZERO THEN
004550             PERFORM 5300-FECHAR-CPF THRU 5300-EXIT
004560         END-IF
004570         PERFORM 5200-ABRIR-CPF THRU 5200-EXIT
004580     END-IF.
004590     MOVE SRT-CONTA TO WS-LD-CONTA.
004600     MOVE SRT-REND-TRIBUTAVEL TO WS-LD-REND-TRIB.
004610     MOVE SRT-IR TO WS-LD-IR.
004620     MOVE SRT-IOF TO WS-LD-IOF.
004630     MOVE SRT-REND-ISENTO TO WS-LD-REND-ISENTO.
004640     MOVE SRT-POSICAO TO WS-LD-POSICAO.
004650     WRITE REPORT-LINE FROM WS-LINHA-DETALHE.
004660     ADD SRT-REND-TRIBUTAVEL TO WS-CP-REND-TRIBUTAVEL.
004670     ADD SRT-IR TO WS-CP-IR.
004680     ADD SRT-IOF TO WS-CP-IOF.
004690     ADD SRT-REND-ISENTO TO WS-CP-REND-ISENTO.
004700     ADD SRT-POSICAO TO WS-CP-POSICAO.
004710 5100-EXIT.
004720     EXIT.
004730
004740******************************************************************
004750*  5200-ABRIR-CPF
004760*      STARTS A NEW INFORME: CPF HEADING AND ZEROED TOTALS.
004770******************************************************************
004780 5200-ABRIR-CPF.
004790     ADD 1 TO WS-CONT-CPFS.
004800     MOVE SRT-CPF TO WS-CPF-ANTERIOR.
004810     MOVE ZERO TO WS-CP-REND-TRIBUTAVEL.
004820     MOVE ZERO TO WS-CP-IR.
004830     MOVE ZERO TO WS-CP-IOF.
004840     MOVE ZERO TO WS-CP-REND-ISENTO.
004850     MOVE ZERO TO WS-CP-POSICAO.
004860     MOVE SRT-CPF TO WS-CC-CPF.
004870     MOVE SRT-NOME TO WS-CC-NOME.
004880     WRITE REPORT-LINE FROM WS-CABECALHO-CPF.
004890     WRITE REPORT-LINE FROM WS-CABECALHO-2.
004900 5200-EXIT.
004910     EXIT.
004920
004930******************************************************************
004940*  5300-FECHAR-CPF
004950*      PRINTS THE CPF TOTAL LINE THAT CLOSES AN INFORME.
004960******************************************************************
004970 5300-FECHAR-CPF.
004980     MOVE "TOTAL" TO WS-LD-CONTA.
004990     MOVE WS-CP-REND-TRIBUTAVEL TO WS-LD-REND-TRIB.
005000     MOVE WS-CP-IR TO WS-LD-IR.
005010     MOVE WS-CP-IOF TO WS-LD-IOF.
005020     MOVE WS-CP-REND-ISENTO TO WS-LD-REND-ISENTO.
005030     MOVE WS-CP-POSICAO TO WS-LD-POSICAO.
005040     WRITE REPORT-LINE FROM WS-LINHA-DETALHE.
005050     MOVE SPACES TO REPORT-LINE.
005060     WRITE REPORT-LINE.
005070 5300-EXIT.
005080     EXIT.
005090
005100******************************************************************
005110*  8000-FINALIZE
005120*      PRINTS THE RUN TOTALS, CLOSES ALL FILES AND DISPLAYS THE
005130*      RUN SUMMARY.
005140******************************************************************
005150 8000-FINALIZE.
005160     IF WS-FALHA THEN
005170         GO TO 8000-EXIT
005180     END-IF.
005190     PERFORM 8100-ENCERRAR-RUNCTL THRU 8100-EXIT.
005200     MOVE WS-CONT-LIDAS TO WS-LT1-VALOR.
005210     WRITE REPORT-LINE FROM WS-LINHA-TOTAL-1.
005220     MOVE WS-CONT-INFORMADAS TO WS-LT2-VALOR.
005230     WRITE REPORT-LINE FROM WS-LINHA-TOTAL-2.
005240     MOVE WS-CONT-CPFS TO WS-LT3-VALOR.
005250     WRITE REPORT-LINE FROM WS-LINHA-TOTAL-3.
005260     CLOSE ACCOUNT-MASTER.
005270     CLOSE INVESTMENT-TAX.
005280     CLOSE INVESTMENT-POSITION.
005290     CLOSE REPORT-FILE.
005300     DISPLAY "INFREND: CONTAS LIDAS.........: " WS-CONT-LIDAS.
005310     DISPLAY "INFREND: CONTAS INFORMADAS....: "
005320             WS-CONT-INFORMADAS.
005330     DISPLAY "INFREND: CPFS INFORMADOS......: " WS-CONT-CPFS.
005340 8000-EXIT.
005350     EXIT.
005360
005370******************************************************************
005380*  8100-ENCERRAR-RUNCTL
005390*      REWRITES THE RUN RECORD WITH THE COUNTERS, THE END
005400*      TIMESTAMP AND STATUS "C". AN ABENDED RUN NEVER REACHES
005410*      HERE AND LEAVES THE RECORD AS "E" FOR MORNRPT TO FLAG.
005420******************************************************************
005430 8100-ENCERRAR-RUNCTL.
005440     IF NOT WS-RUN-ABERTO THEN
005450         GO TO 8100-EXIT
005460     END-IF.
005470     MOVE "INFREND " TO RUN-JOB.
005480     MOVE WS-DATA-ATUAL TO RUN-DATA.
005490     ACCEPT WS-HORA-ATUAL FROM TIME.
005500     MOVE WS-DATA-ATUAL TO RUN-FIM-DATA.
005510     MOVE WS-HORA-ATUAL TO RUN-FIM-HORA.
005520     MOVE WS-CONT-LIDAS TO RUN-LIDOS.
005530     MOVE WS-CONT-INFORMADAS TO RUN-APLICADOS.
005540     MOVE ZEROS TO RUN-ERROS.
005550     MOVE "C" TO RUN-STATUS.
005560     REWRITE RUN-RECORD
005570         INVALID KEY
005580             WRITE RUN-RECORD
005590     END-REWRITE.
005600     CLOSE RUN-CONTROL.
005610 8100-EXIT.
005620     EXIT.
005630
005640******************************************************************
005650*  9999-EXIT
005660*      SINGLE PROGRAM EXIT POINT.
005670******************************************************************
005680 9999-EXIT.
005690     STOP RUN.
