000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CASOBAT.
000030 AUTHOR. OPERACOES-BATCH.
000040 INSTALLATION. I-BANKLP.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED. 15/10/2026.
000070******************************************************************
000080*  PURPOSE.
000090*      CARD-DRIVEN ANALYST HANDLING OF THE FRAUD / AML CASE
000100*      QUEUE (FRAUD-CASES), OPENED EVERY NIGHT BY FRAUDMON. EACH
000110*      CASEIN CARD CARRIES ONE FUNCTION:
000120*          LS - LISTAR    (ONE REPORT LINE PER OPEN OR ESCALATED
000130*               CASE, WITH THE KEY THE OTHER CARDS MUST QUOTE)
000140*          FC - FECHAR    (CLOSE THE CASE - FALSE POSITIVE OR
000150*               RESOLVED)
000160*          ES - ESCALAR   (ESCALATE THE CASE AS SUSPICIOUS;
000170*               IT GOES ON THE NEXT COAF REPORT)
000180*          BL - BLOQUEAR  (BLOCK THE CASE'S ACCOUNT WITH THE SAME
000190*               ACCT-STATUS "B" THE ACCTMNT BL CARD SETS; ACCTMNT
000200*               DB UNBLOCKS IT)
000210*          CO - COAF      (WRITE EVERY ESCALATED CASE NOT YET
000220*               REPORTED TO THE COAFOUT REPORT AND MARK IT WITH
000230*               TODAY'S DATE)
000240*      EVERY CARD PRODUCES ONE RESULT LINE ON THE CASEOUT
000250*      REPORT, AS APPRVBAT DOES ON APPROUT.
000260*
000270*  MODIFICATION HISTORY.
000280*      15/10/2026  OPS   INITIAL VERSION.
000290******************************************************************
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT CARD-FILE ASSIGN TO "CASEIN"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-FS-CARD.
000360     SELECT FRAUD-CASES ASSIGN TO "FRDCASE"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS CAS-CHAVE
000400         FILE STATUS IS WS-FS-CAS.
000410     SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMS"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS ACCT-NUMERO
000450         FILE STATUS IS WS-FS-ACCT.
000460     SELECT REPORT-FILE ASSIGN TO "CASEOUT"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-FS-RPT.
000490     SELECT COAF-REPORT ASSIGN TO "COAFOUT"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-FS-COAF.
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  CARD-FILE
000550     LABEL RECORD IS OMITTED.
000560 01  CARD-RECORD.
000570     05  CARD-FUNCAO             PIC X(02).
000580     05  CARD-CONTA              PIC 9(06).
000590     05  CARD-DATA               PIC 9(08).
000600     05  CARD-REGRA              PIC X(02).
000610     05  FILLER                  PIC X(62).
000620 FD  FRAUD-CASES
000630     LABEL RECORD IS STANDARD.
000640     COPY FRDCASE.
000650 FD  ACCOUNT-MASTER
000660     LABEL RECORD IS STANDARD.
000670     COPY ACCTMS.
000680 FD  REPORT-FILE
000690     LABEL RECORD IS OMITTED.
000700 01  REPORT-LINE                 PIC X(100).
000710 FD  COAF-REPORT
000720     LABEL RECORD IS OMITTED.
000730 01  COAF-LINE                   PIC X(100).
000740 WORKING-STORAGE SECTION.
000750******************************************************************
000760*  FILE STATUS AND CONTROL SWITCHES.
000770******************************************************************
000780 77  WS-FS-CARD              PIC X(02) VALUE SPACES.
000790 77  WS-FS-CAS               PIC X(02) VALUE SPACES.
000800 77  WS-FS-ACCT              PIC X(02) VALUE SPACES.
000810 77  WS-FS-RPT               PIC X(02) VALUE SPACES.
000820 77  WS-FS-COAF              PIC X(02) VALUE SPACES.
000830 01  WS-SW-EOF-CARD          PIC X(01) VALUE "N".
000840     88  WS-EOF-CARD                    VALUE "S".
000850 01  WS-SW-FIM-SCAN          PIC X(01) VALUE "N".
000860     88  WS-FIM-SCAN                    VALUE "S".
000870 01  WS-SW-CASO-ACHADO       PIC X(01) VALUE "N".
000880     88  WS-CASO-ACHADO                 VALUE "S".
000890 01  WS-SW-COAF-ABERTO       PIC X(01) VALUE "N".
000900     88  WS-COAF-ABERTO                 VALUE "S".
000910******************************************************************
000920*  COUNTERS AND WORK AREAS.
000930******************************************************************
000940 77  WS-CONT-CARTOES         PIC 9(05) VALUE ZERO COMP.
000950 77  WS-CONT-OK              PIC 9(05) VALUE ZERO COMP.
000960 77  WS-CONT-ERROS           PIC 9(05) VALUE ZERO COMP.
000970 77  WS-CONT-LISTADOS        PIC 9(05) VALUE ZERO COMP.
000980 77  WS-CONT-COAF            PIC 9(05) VALUE ZERO COMP.
000990 77  WS-CONT-COAF-CARTAO     PIC 9(05) VALUE ZERO COMP.
001000 01  WS-DATA-ATUAL           PIC 9(8).
001010 01  WS-RESULTADO            PIC X(34).
001020 01  WS-QTD-EDITADA          PIC ZZZZ9.
001030******************************************************************
001040*  REPORT LINES.
001050******************************************************************
001060 01  WS-CABECALHO-1.
001070     05  FILLER                PIC X(20) VALUE "I-BANKLP".
001080     05  FILLER                PIC X(34)
001090         VALUE "FILA DE CASOS DE FRAUDE / PLD".
001100 01  WS-LINHA-DETALHE.
001110     05  WS-LD-FUNCAO          PIC X(02).
001120     05  FILLER                PIC X(02) VALUE SPACES.
001130     05  WS-LD-CONTA           PIC 9(06).
001140     05  FILLER                PIC X(02) VALUE SPACES.
001150     05  WS-LD-DATA            PIC 9(08).
001160     05  FILLER                PIC X(02) VALUE SPACES.
001170     05  WS-LD-REGRA           PIC X(02).
001180     05  FILLER                PIC X(02) VALUE SPACES.
001190     05  WS-LD-RESULTADO       PIC X(34).
001200 01  WS-LINHA-ITEM.
001210     05  FILLER                PIC X(02) VALUE SPACES.
001220     05  WS-LI-CONTA           PIC 9(06).
001230     05  FILLER                PIC X(02) VALUE SPACES.
001240     05  WS-LI-DATA            PIC 9(08).
001250     05  FILLER                PIC X(02) VALUE SPACES.
001260     05  WS-LI-REGRA           PIC X(02).
001270     05  FILLER                PIC X(02) VALUE SPACES.
001280     05  WS-LI-STATUS          PIC X(01).
001290     05  FILLER                PIC X(02) VALUE SPACES.
001300     05  WS-LI-QTD             PIC ZZZZ9.
001310     05  FILLER                PIC X(02) VALUE SPACES.
001320     05  WS-LI-VALOR           PIC -(9)9.99.
001330     05  FILLER                PIC X(02) VALUE SPACES.
001340     05  WS-LI-DESCRICAO       PIC X(40).
001350     05  FILLER                PIC X(01) VALUE SPACES.
001360     05  WS-LI-BLOQUEADA       PIC X(01).
001370 01  WS-LINHA-TOTAL.
001380     05  FILLER                PIC X(20) VALUE "CARTOES LIDOS:".
001390     05  WS-LT-VALOR           PIC ZZZZ9.
001400 01  WS-COAF-CABECALHO.
001410     05  FILLER                PIC X(20) VALUE "I-BANKLP".
001420     05  FILLER                PIC X(48)
001430         VALUE "COMUNICACAO DE OPERACOES SUSPEITAS - COAF - DATA".
001440     05  WS-CC-DATA            PIC 9(08).
001450 01  WS-COAF-TITULAR.
001460     05  FILLER                PIC X(06) VALUE "CONTA ".
001470     05  WS-CT-CONTA           PIC 9(06).
001480     05  FILLER                PIC X(10) VALUE "  TITULAR ".
001490     05  WS-CT-NOME            PIC X(30).
001500     05  FILLER                PIC X(06) VALUE "  CPF ".
001510     05  WS-CT-CPF             PIC 9(11).
001520     05  FILLER                PIC X(02) VALUE SPACES.
001530     05  WS-CT-SITUACAO        PIC X(20).
001540 01  WS-COAF-OCORRENCIA.
001550     05  FILLER                PIC X(06) VALUE SPACES.
001560     05  FILLER                PIC X(06) VALUE "REGRA ".
001570     05  WS-CO-REGRA           PIC X(02).
001580     05  FILLER                PIC X(07) VALUE "  DATA ".
001590     05  WS-CO-DATA            PIC 9(08).
001600     05  FILLER                PIC X(06) VALUE "  QTD ".
001610     05  WS-CO-QTD             PIC ZZZZ9.
001620     05  FILLER                PIC X(08) VALUE "  VALOR ".
001630     05  WS-CO-VALOR           PIC -(9)9.99.
001640 01  WS-COAF-DESCRICAO.
001650     05  FILLER                PIC X(06) VALUE SPACES.
001660     05  FILLER                PIC X(11) VALUE "OCORRENCIA ".
001670     05  WS-CD-DESCRICAO       PIC X(40).
001680     05  FILLER                PIC X(12) VALUE "  ESCALADO ".
001690     05  WS-CD-DATA-DECISAO    PIC 9(08).
001700 01  WS-COAF-TOTAL.
001710     05  FILLER                PIC X(30)
001720         VALUE "CASOS COMUNICADOS:".
001730     05  WS-CTO-QTD            PIC ZZZZ9.
001740******************************************************************
001750*  PROCEDURE DIVISION.
001760******************************************************************
001770 PROCEDURE DIVISION.
001780******************************************************************
001790*  0000-MAINLINE
001800*      DRIVES THE OPEN / PROCESS / CLOSE SEQUENCE FOR THE RUN.
001810******************************************************************
001820 0000-MAINLINE.
001830     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001840     PERFORM 2000-PROCESS-CARD THRU 2000-EXIT
001850         UNTIL WS-EOF-CARD.
001860     PERFORM 8000-FINALIZE THRU 8000-EXIT.
001870     GO TO 9999-EXIT.
001880
001890******************************************************************
001900*  1000-INITIALIZE
001910*      OPENS ALL FILES AND PRINTS THE REPORT HEADING. THE COAF
001920*      REPORT IS ONLY OPENED BY THE FIRST CO CARD.
001930******************************************************************
001940 1000-INITIALIZE.
001950     ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.
001960     OPEN INPUT CARD-FILE.
001970     IF WS-FS-CARD NOT = "00" THEN
001980         DISPLAY "CASOBAT: NAO FOI POSSIVEL ABRIR CASEIN, "
001990                 "STATUS " WS-FS-CARD
002000         MOVE "S" TO WS-SW-EOF-CARD
002010     END-IF.
002020     OPEN I-O FRAUD-CASES.
002030     IF WS-FS-CAS NOT = "00" THEN
002040         DISPLAY "CASOBAT: NAO FOI POSSIVEL ABRIR FRDCASE, "
002050                 "STATUS " WS-FS-CAS
002060         MOVE "S" TO WS-SW-EOF-CARD
002070     END-IF.
002080     OPEN I-O ACCOUNT-MASTER.
002090     IF WS-FS-ACCT NOT = "00" THEN
002100         DISPLAY "CASOBAT: NAO FOI POSSIVEL ABRIR ACCTMS, "
002110                 "STATUS " WS-FS-ACCT
002120         MOVE "S" TO WS-SW-EOF-CARD
002130     END-IF.
002140     OPEN OUTPUT REPORT-FILE.
002150     WRITE REPORT-LINE FROM WS-CABECALHO-1.
002160     MOVE SPACES TO REPORT-LINE.
002170     WRITE REPORT-LINE.
002180 1000-EXIT.
002190     EXIT.
002200
002210******************************************************************
002220*  2000-PROCESS-CARD
002230*      READS THE NEXT CARD AND DISPATCHES IT TO THE FUNCTION
002240*      PARAGRAPH. EVERY FC/ES/BL/CO CARD GETS A RESULT LINE.
002250******************************************************************
002260 2000-PROCESS-CARD.
002270     READ CARD-FILE
002280         AT END
002290             MOVE "S" TO WS-SW-EOF-CARD
002300             GO TO 2000-EXIT
002310     END-READ.
002320     ADD 1 TO WS-CONT-CARTOES.
002330     MOVE SPACES TO WS-RESULTADO.
002340     EVALUATE CARD-FUNCAO
002350         WHEN "LS"
002360             PERFORM 3100-LISTAR THRU 3100-EXIT
002370             GO TO 2000-EXIT
002380         WHEN "FC"
002390             PERFORM 3200-FECHAR THRU 3200-EXIT
002400         WHEN "ES"
002410             PERFORM 3300-ESCALAR THRU 3300-EXIT
002420         WHEN "BL"
002430             PERFORM 3400-BLOQUEAR THRU 3400-EXIT
002440         WHEN "CO"
002450             PERFORM 3500-COMUNICAR-COAF THRU 3500-EXIT
002460         WHEN OTHER
002470             MOVE "FUNCAO INVALIDA" TO WS-RESULTADO
002480             ADD 1 TO WS-CONT-ERROS
002490     END-EVALUATE.
002500     PERFORM 7000-GRAVAR-RESULTADO THRU 7000-EXIT.
002510 2000-EXIT.
002520     EXIT.
002530
002540******************************************************************
002550*  2500-LOCALIZAR-CASO
002560*      READS THE CASE NAMED ON THE CARD INTO CAS-RECORD.
002570******************************************************************
002580 2500-LOCALIZAR-CASO.
002590     MOVE "N" TO WS-SW-CASO-ACHADO.
002600     IF CARD-CONTA NOT NUMERIC OR CARD-DATA NOT NUMERIC THEN
002610         MOVE "CHAVE DO CASO INVALIDA" TO WS-RESULTADO
002620         ADD 1 TO WS-CONT-ERROS
002630         GO TO 2500-EXIT
002640     END-IF.
002650     MOVE CARD-CONTA TO CAS-CONTA.
002660     MOVE CARD-DATA TO CAS-DATA.
002670     MOVE CARD-REGRA TO CAS-REGRA.
002680     READ FRAUD-CASES
002690         INVALID KEY
002700             MOVE "CASO NAO ENCONTRADO" TO WS-RESULTADO
002710             ADD 1 TO WS-CONT-ERROS
002720             GO TO 2500-EXIT
002730     END-READ.
002740     MOVE "S" TO WS-SW-CASO-ACHADO.
002750 2500-EXIT.
002760     EXIT.
002770
002780******************************************************************
002790*  3100-LISTAR
002800*      PRINTS ONE LINE PER OPEN ("A") OR ESCALATED ("E") CASE,
002810*      WITH THE KEY THE FC/ES/BL CARDS MUST QUOTE.
002820******************************************************************
002830 3100-LISTAR.
002840     MOVE "N" TO WS-SW-FIM-SCAN.
002850     MOVE LOW-VALUES TO CAS-CHAVE.
002860     START FRAUD-CASES KEY IS >= CAS-CHAVE
002870         INVALID KEY
002880             MOVE "S" TO WS-SW-FIM-SCAN
002890     END-START.
002900     PERFORM 3150-LER-CASO THRU 3150-EXIT
002910         UNTIL WS-FIM-SCAN.
002920 3100-EXIT.
002930     EXIT.
002940
002950******************************************************************
002960*  3150-LER-CASO
002970*      READS THE NEXT CASE FOR 3100 AND PRINTS IT WHEN STILL
002980*      OPEN OR ESCALATED.
002990******************************************************************
003000 3150-LER-CASO.
003010     READ FRAUD-CASES NEXT RECORD
003020         AT END
003030             MOVE "S" TO WS-SW-FIM-SCAN
003040             GO TO 3150-EXIT
003050     END-READ.
003060     IF CAS-STATUS NOT = "A" AND CAS-STATUS NOT = "E" THEN
003070         GO TO 3150-EXIT
003080     END-IF.
003090     MOVE CAS-CONTA TO WS-LI-CONTA.
003100     MOVE CAS-DATA TO WS-LI-DATA.
003110     MOVE CAS-REGRA TO WS-LI-REGRA.
003120     MOVE CAS-STATUS TO WS-LI-STATUS.
003130     MOVE CAS-QTD TO WS-LI-QTD.
003140     MOVE CAS-VALOR TO WS-LI-VALOR.
003150     MOVE CAS-DESCRICAO TO WS-LI-DESCRICAO.
003160     MOVE CAS-BLOQUEADA TO WS-LI-BLOQUEADA.
003170     WRITE REPORT-LINE FROM WS-LINHA-ITEM.
003180     ADD 1 TO WS-CONT-LISTADOS.
003190 3150-EXIT.
003200     EXIT.
003210
003220******************************************************************
003230*  3200-FECHAR
003240*      CLOSES THE CASE NAMED BY THE CARD KEY. AN ESCALATED CASE
003250*      CAN ONLY BE CLOSED AFTER IT WENT ON A COAF REPORT.
003260******************************************************************
003270 3200-FECHAR.
003280     PERFORM 2500-LOCALIZAR-CASO THRU 2500-EXIT.
003290     IF NOT WS-CASO-ACHADO THEN
003300         GO TO 3200-EXIT
003310     END-IF.
003320     IF CAS-STATUS = "F" THEN
003330         MOVE "CASO JA FECHADO" TO WS-RESULTADO
003340         ADD 1 TO WS-CONT-ERROS
003350         GO TO 3200-EXIT
003360     END-IF.
003370     IF CAS-STATUS = "E" AND CAS-DATA-COAF = ZERO THEN
003380         MOVE "CASO ESCALADO AINDA NAO COMUNICADO"
003390             TO WS-RESULTADO
003400         ADD 1 TO WS-CONT-ERROS
003410         GO TO 3200-EXIT
003420     END-IF.
003430     MOVE "F" TO CAS-STATUS.
003440     MOVE WS-DATA-ATUAL TO CAS-DATA-DECISAO.
003450     REWRITE CAS-RECORD.
003460     MOVE "CASO FECHADO" TO WS-RESULTADO.
003470     ADD 1 TO WS-CONT-OK.
003480 3200-EXIT.
003490     EXIT.
003500
003510******************************************************************
003520*  3300-ESCALAR
003530*      ESCALATES THE OPEN CASE NAMED BY THE CARD KEY.
003540******************************************************************
003550 3300-ESCALAR.
003560     PERFORM 2500-LOCALIZAR-CASO THRU 2500-EXIT.
003570     IF NOT WS-CASO-ACHADO THEN
003580         GO TO 3300-EXIT
003590     END-IF.
003600     IF CAS-STATUS NOT = "A" THEN
003610         MOVE "CASO JA DECIDIDO" TO WS-RESULTADO
003620         ADD 1 TO WS-CONT-ERROS
003630         GO TO 3300-EXIT
003640     END-IF.
003650     MOVE "E" TO CAS-STATUS.
003660     MOVE WS-DATA-ATUAL TO CAS-DATA-DECISAO.
003670     REWRITE CAS-RECORD.
003680     MOVE "CASO ESCALADO" TO WS-RESULTADO.
003690     ADD 1 TO WS-CONT-OK.
003700 3300-EXIT.
003710     EXIT.
003720
003730******************************************************************
003740*  3400-BLOQUEAR
003750*      BLOCKS THE ACCOUNT OF THE CASE NAMED BY THE CARD KEY
003760*      (ACCT-STATUS "B", AS THE ACCTMNT BL CARD DOES; REFUSED ON
003770*      AN ENCERRADA ACCOUNT) AND MARKS THE CASE. THE CASE KEEPS
003780*      ITS STATUS.
003790******************************************************************
003800 3400-BLOQUEAR.
003810     PERFORM 2500-LOCALIZAR-CASO THRU 2500-EXIT.
003820     IF NOT WS-CASO-ACHADO THEN
003830         GO TO 3400-EXIT
003840     END-IF.
003850     IF CAS-STATUS = "F" THEN
003860         MOVE "CASO JA FECHADO" TO WS-RESULTADO
003870         ADD 1 TO WS-CONT-ERROS
003880         GO TO 3400-EXIT
003890     END-IF.
003900     MOVE CAS-CONTA TO ACCT-NUMERO.
003910     READ ACCOUNT-MASTER
003920         INVALID KEY
003930             MOVE "CONTA NAO ENCONTRADA" TO WS-RESULTADO
003940             ADD 1 TO WS-CONT-ERROS
003950             GO TO 3400-EXIT
003960     END-READ.
003970     IF ACCT-STATUS = "E" THEN
003980         MOVE "CONTA JA ENCERRADA" TO WS-RESULTADO
003990         ADD 1 TO WS-CONT-ERROS
004000         GO TO 3400-EXIT
004010     END-IF.
004020     MOVE "B" TO ACCT-STATUS.
004030     REWRITE ACCT-RECORD.
004040     MOVE "S" TO CAS-BLOQUEADA.
004050     REWRITE CAS-RECORD.
004060     MOVE "CONTA BLOQUEADA" TO WS-RESULTADO.
004070     ADD 1 TO WS-CONT-OK.
004080 3400-EXIT.
004090     EXIT.
004100
004110******************************************************************
004120*  3500-COMUNICAR-COAF
004130*      WRITES EVERY ESCALATED CASE NOT YET REPORTED TO THE COAF
004140*      REPORT, WITH THE HOLDER'S NAME AND CPF, AND STAMPS IT
004150*      WITH TODAY'S DATE SO THE NEXT CO CARD SKIPS IT.
004160******************************************************************
004170 3500-COMUNICAR-COAF.
004180     IF NOT WS-COAF-ABERTO THEN
004190         OPEN OUTPUT COAF-REPORT
004200         MOVE "S" TO WS-SW-COAF-ABERTO
004210         MOVE WS-DATA-ATUAL TO WS-CC-DATA
004220         WRITE COAF-LINE FROM WS-COAF-CABECALHO
004230         MOVE SPACES TO COAF-LINE
004240         WRITE COAF-LINE
004250     END-IF.
004260     MOVE ZERO TO WS-CONT-COAF-CARTAO.
004270     MOVE "N" TO WS-SW-FIM-SCAN.
004280     MOVE LOW-VALUES TO CAS-CHAVE.
004290     START FRAUD-CASES KEY IS >= CAS-CHAVE
004300         INVALID KEY
004310             MOVE "S" TO WS-SW-FIM-SCAN
004320     END-START.
004330     PERFORM 3550-COMUNICAR-CASO THRU 3550-EXIT
004340         UNTIL WS-FIM-SCAN.
004350     MOVE WS-CONT-COAF-CARTAO TO WS-QTD-EDITADA.
004360     STRING WS-QTD-EDITADA DELIMITED BY SIZE
004370            " CASO(S) COMUNICADO(S)" DELIMITED BY SIZE
004380         INTO WS-RESULTADO.
004390     ADD 1 TO WS-CONT-OK.
004400 3500-EXIT.
004410     EXIT.
004420
004430******************************************************************
004440*  3550-COMUNICAR-CASO
004450*      READS THE NEXT CASE FOR 3500 AND REPORTS IT WHEN IT IS
004460*      ESCALATED AND NOT YET REPORTED.
004470******************************************************************
004480 3550-COMUNICAR-CASO.
004490     READ FRAUD-CASES NEXT RECORD
004500         AT END
004510             MOVE "S" TO WS-SW-FIM-SCAN
004520             GO TO 3550-EXIT
004530     END-READ.
004540     IF CAS-STATUS NOT = "E" OR CAS-DATA-COAF NOT = ZERO THEN
004550         GO TO 3550-EXIT
004560     END-IF.
004570     MOVE CAS-CONTA TO WS-CT-CONTA.
004580     MOVE CAS-CONTA TO ACCT-NUMERO.
004590     READ ACCOUNT-MASTER
004600         INVALID KEY
004610             MOVE SPACES TO WS-CT-NOME
004620             MOVE ZEROS TO WS-CT-CPF
004630             MOVE SPACES TO WS-CT-SITUACAO
004640         NOT INVALID KEY
004650             MOVE ACCT-NOME TO WS-CT-NOME
004660             MOVE ACCT-CPF TO WS-CT-CPF
004670             IF ACCT-STATUS = "B" THEN
004680                 MOVE "CONTA BLOQUEADA" TO WS-CT-SITUACAO
004690             ELSE
004700                 MOVE SPACES TO WS-CT-SITUACAO
004710             END-IF
004720     END-READ.
004730     WRITE COAF-LINE FROM WS-COAF-TITULAR.
004740     MOVE CAS-REGRA TO WS-CO-REGRA.
004750     MOVE CAS-DATA TO WS-CO-DATA.
004760     MOVE CAS-QTD TO WS-CO-QTD.
004770     MOVE CAS-VALOR TO WS-CO-VALOR.
004780     WRITE COAF-LINE FROM WS-COAF-OCORRENCIA.
004790     MOVE CAS-DESCRICAO TO WS-CD-DESCRICAO.
004800     MOVE CAS-DATA-DECISAO TO WS-CD-DATA-DECISAO.
004810     WRITE COAF-LINE FROM WS-COAF-DESCRICAO.
004820     MOVE SPACES TO COAF-LINE.
004830     WRITE COAF-LINE.
004840     MOVE WS-DATA-ATUAL TO CAS-DATA-COAF.
004850     REWRITE CAS-RECORD.
004860     ADD 1 TO WS-CONT-COAF-CARTAO.
004870     ADD 1 TO WS-CONT-COAF.
004880 3550-EXIT.
004890     EXIT.
004900
004910******************************************************************
004920*  7000-GRAVAR-RESULTADO
004930*      WRITES THE RESULT LINE FOR THE CURRENT CARD.
004940******************************************************************
004950 7000-GRAVAR-RESULTADO.
004960     MOVE CARD-FUNCAO TO WS-LD-FUNCAO.
004970     IF CARD-CONTA NUMERIC THEN
004980         MOVE CARD-CONTA TO WS-LD-CONTA
004990     ELSE
005000         MOVE ZEROS TO WS-LD-CONTA
005010     END-IF.
005020     IF CARD-DATA NUMERIC THEN
005030         MOVE CARD-DATA TO WS-LD-DATA
005040     ELSE
005050         MOVE ZEROS TO WS-LD-DATA
005060     END-IF.
005070     MOVE CARD-REGRA TO WS-LD-REGRA.
005080     MOVE WS-RESULTADO TO WS-LD-RESULTADO.
005090     WRITE REPORT-LINE FROM WS-LINHA-DETALHE.
005100 7000-EXIT.
005110     EXIT.
005120
005130******************************************************************
005140*  8000-FINALIZE
005150*      CLOSES ALL FILES AND PRINTS THE RUN TOTALS.
005160******************************************************************
005170 8000-FINALIZE.
005180     MOVE SPACES TO REPORT-LINE.
005190     WRITE REPORT-LINE.
005200     MOVE WS-CONT-CARTOES TO WS-LT-VALOR.
005210     WRITE REPORT-LINE FROM WS-LINHA-TOTAL.
005220     IF WS-COAF-ABERTO THEN
005230         MOVE WS-CONT-COAF TO WS-CTO-QTD
005240         WRITE COAF-LINE FROM WS-COAF-TOTAL
005250         CLOSE COAF-REPORT
005260     END-IF.
005270     CLOSE CARD-FILE.
005280     CLOSE FRAUD-CASES.
005290     CLOSE ACCOUNT-MASTER.
005300     CLOSE REPORT-FILE.
005310     DISPLAY "CASOBAT: CARTOES LIDOS.......: " WS-CONT-CARTOES.
005320     DISPLAY "CASOBAT: FUNCOES APLICADAS...: " WS-CONT-OK.
005330     DISPLAY "CASOBAT: FUNCOES COM ERRO....: " WS-CONT-ERROS.
005340     DISPLAY "CASOBAT: CASOS LISTADOS......: " WS-CONT-LISTADOS.
005350     DISPLAY "CASOBAT: CASOS COMUNICADOS...: " WS-CONT-COAF.
005360 8000-EXIT.
005370     EXIT.
005380
005390******************************************************************
005400*  9999-EXIT
005410*      SINGLE PROGRAM EXIT POINT.
005420******************************************************************
005430 9999-EXIT.
005440     STOP RUN.
