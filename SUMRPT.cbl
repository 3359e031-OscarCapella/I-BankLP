000100*      THE WHOLE LOG FOR THE DATE RANGE ON THE SYSIN CARD AND
000110*      PRINTS, PER OPERATION CODE, THE MOVEMENT COUNT AND THE
000120*      SUMMED VALUE, GROUPED INTO ONLINE OPERATIONS, BATCH
000130*      SETTLEMENT LEGS (PIXBATCH), SECURITY EVENTS AND SERVICE
000140*      FEES (TARIFAS), WITH GRAND TOTALS AND THE NUMBER OF
000150*      DISTINCT ACCOUNTS WITH AT LEAST ONE MOVEMENT IN THE
000160*      PERIOD. RUN EVERY MORNING FOR YESTERDAY'S DATE; A RANGE
000170*      COVERS A LONGER PERIOD.
000180*
000190*      THE LOG IS KEYED ACCOUNT/DATE/TIME, SO THE SCAN WALKS
000200*      EVERY RECORD AND FILTERS ON LOG-DATA; THE ACCOUNT-MAJOR
000210*      ORDER IS WHAT MAKES THE DISTINCT-ACCOUNT COUNT A SIMPLE
000220*      BREAK ON LOG-CONTA.
000230*
000240*  MODIFICATION HISTORY.
000250*      02/09/2026  OPS   INITIAL VERSION.
000260*      02/09/2026  OPS   OVERDRAFT INTEREST "21" (OVDACCR)
000270*                        REPORTS IN THE BATCH GROUP.
000280*      02/09/2026  OPS   TED "22" (ONLINE DEBIT) AND "23"
000290*                        (TEDRETN RE-CREDIT, BATCH GROUP).
000300*      15/10/2026  OPS   INBOUND TED/PIX CREDIT "27" (CREDREC)
000310*                        REPORTS IN THE BATCH GROUP.
000320*      15/10/2026  OPS   SERVICE FEES "28" AND PACKAGE FEES
000330*                        "29" (TARIFBAT) PRINT IN THEIR OWN
000340*                        TARIFAS GROUP.
000350*      15/10/2026  OPS   IR "30" / IOF "31" WITHHELD ON
000360*                        REDEMPTIONS (ONLINE GROUP); TABLE
000370*                        WIDENED TO CODES "01" TO "50".
000380*      15/10/2026  OPS   TRANSFER LIMIT CHANGE "32" PRINTS
000390*                        WITH THE SECURITY EVENTS.
000400*      15/10/2026  OPS   FAVORECIDO INCLUSION "33" / DELETION
000410*                        "34" PRINT WITH THE SECURITY EVENTS.
000420*      15/10/2026  OPS   NOTIFICATION CONTACT CHANGE "35" PRINTS
000430*                        WITH THE SECURITY EVENTS.
000440*      15/10/2026  OPS   DORMANT-ACCOUNT INACTIVATION "36" AND
000450*                        REACTIVATION "37" PRINT WITH THE
000460*                        SECURITY EVENTS.
000470*      15/10/2026  OPS   JOINT-ACCOUNT CO-APPROVAL QUEUED "38"
000480*                        AND REFUSED / CANCELLED "39" PRINT
000490*                        WITH THE SECURITY EVENTS.
000500******************************************************************
000510 ENVIRONMENT DIVISION.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT CARD-FILE ASSIGN TO "SYSIN"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-FS-CARD.
000570     SELECT TRANSACTION-LOG ASSIGN TO "TRANLOG"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS SEQUENTIAL
000600         RECORD KEY IS LOG-CHAVE
000610         FILE STATUS IS WS-FS-LOG.
000620     SELECT REPORT-FILE ASSIGN TO "SUMOUT"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-FS-RPT.
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  CARD-FILE
000680     LABEL RECORD IS OMITTED.
000690 01  PARM-RECORD.
000700     05  PARM-DATA-INICIO        PIC 9(08).
000710     05  PARM-DATA-FIM           PIC 9(08).
000720     05  FILLER                  PIC X(64).
000730 FD  TRANSACTION-LOG
000740     LABEL RECORD IS STANDARD.
000750     COPY TRANLOG.
000760 FD  REPORT-FILE
000770     LABEL RECORD IS OMITTED.
000780 01  REPORT-LINE                 PIC X(80).
000790 WORKING-STORAGE SECTION.
000800******************************************************************
000810*  FILE STATUS AND CONTROL SWITCHES.
000820******************************************************************
000830 77  WS-FS-CARD              PIC X(02) VALUE SPACES.
000840 77  WS-FS-LOG               PIC X(02) VALUE SPACES.
000850 77  WS-FS-RPT               PIC X(02) VALUE SPACES.
000860 01  WS-SW-EOF-LOG           PIC X(01) VALUE "N".
000870     88  WS-EOF-LOG                     VALUE "S".
000880 01  WS-SW-INICIALIZOU       PIC X(01) VALUE "N".
000890******************************************************************
000900*  ACCUMULATORS. ONE ENTRY PER OPERATION CODE "01" TO "50";
000910*  CODES OUTSIDE THAT RANGE FALL INTO THE OUTROS BUCKET.
000920******************************************************************
000930 77  WS-MAX-OPER             PIC 9(02) VALUE 50 COMP.
000940 01  WS-APURACAO.
000950     05  WS-APUR-ENT OCCURS 50.
000960         10  WS-APUR-QTD     PIC 9(07) COMP VALUE ZERO.
000970         10  WS-APUR-VALOR   PIC S9(11)V9(2) VALUE ZERO.
000980 01  WS-OUTROS-QTD           PIC 9(07) VALUE ZERO COMP.
000990 01  WS-OUTROS-VALOR         PIC S9(11)V9(2) VALUE ZERO.
001000 77  WS-CONT-LIDOS           PIC 9(07) VALUE ZERO COMP.
001010 77  WS-CONT-PERIODO         PIC 9(07) VALUE ZERO COMP.
001020 77  WS-CONT-CONTAS          PIC 9(05) VALUE ZERO COMP.
001030 01  WS-TOTAL-QTD            PIC 9(07) VALUE ZERO COMP.
001040 01  WS-TOTAL-VALOR          PIC S9(11)V9(2) VALUE ZERO.
001050 01  WS-CONTA-ANTERIOR       PIC 9(06) VALUE ZERO.
001060 01  WS-OPER-NUM             PIC 9(02).
001070 01  WS-OPER-IDX             PIC 9(02) COMP.
001080 01  WS-OPER-COD             PIC X(02).
001090 01  WS-DESCR-OPERACAO       PIC X(16).
001100******************************************************************
001110*  REPORT LINES.
001120******************************************************************
001130 01  WS-CABECALHO-1.
001140     05  FILLER                PIC X(20) VALUE "I-BANKLP".
001150     05  FILLER                PIC X(30)
001160         VALUE "RESUMO DIARIO DE OPERACOES".
001170 01  WS-CABECALHO-2.
001180     05  FILLER                PIC X(10) VALUE "PERIODO: ".
001190     05  WS-CAB-DATA-INI       PIC 9(08).
001200     05  FILLER                PIC X(05) VALUE " ATE ".
001210     05  WS-CAB-DATA-FIM       PIC 9(08).
001220 01  WS-LINHA-GRUPO.
001230     05  WS-LG-TITULO          PIC X(40).
001240 01  WS-LINHA-DETALHE.
001250     05  FILLER                PIC X(02) VALUE SPACES.
001260     05  WS-LD-CODIGO          PIC X(02).
001270     05  FILLER                PIC X(02) VALUE SPACES.
001280     05  WS-LD-OPERACAO        PIC X(16).
001290     05  FILLER                PIC X(02) VALUE SPACES.
001300     05  WS-LD-QTD             PIC ZZZZZZ9.
001310     05  FILLER                PIC X(02) VALUE SPACES.
001320     05  WS-LD-VALOR           PIC -(11)9.99.
001330 01  WS-LINHA-TOTAL-1.
001340     05  FILLER                PIC X(24)
001350         VALUE "TOTAL DE MOVIMENTOS:".
001360     05  WS-LT1-QTD            PIC ZZZZZZ9.
001370     05  FILLER                PIC X(02) VALUE SPACES.
001380     05  WS-LT1-VALOR          PIC -(11)9.99.
001390 01  WS-LINHA-TOTAL-2.
001400     05  FILLER                PIC X(24)
001410         VALUE "CONTAS ATIVAS NO DIA:".
001420     05  WS-LT2-QTD            PIC ZZZZZZ9.
001430******************************************************************
001440*  PROCEDURE DIVISION.
001450******************************************************************
001460 PROCEDURE DIVISION.
001470******************************************************************
001480*  0000-MAINLINE
001490*      DRIVES THE OPEN / PROCESS / CLOSE SEQUENCE FOR THE RUN.
001500******************************************************************
001510 0000-MAINLINE.
001520     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001530     PERFORM 2000-PROCESS-LOG THRU 2000-EXIT
001540         UNTIL WS-EOF-LOG.
001550     IF WS-SW-INICIALIZOU = "S" THEN
001560         PERFORM 7000-IMPRIMIR-RESUMO THRU 7000-EXIT
001570     END-IF.
001580     PERFORM 8000-FINALIZE THRU 8000-EXIT.
001590     GO TO 9999-EXIT.
001600
001610******************************************************************
001620*  1000-INITIALIZE
001630*      READS THE PERIOD CARD AND OPENS THE LOG AND THE REPORT. A
001640*      ZERO END DATE TAKES THE START DATE (ONE-DAY SUMMARY).
001650******************************************************************
001660 1000-INITIALIZE.
001670     OPEN INPUT CARD-FILE.
001680     IF WS-FS-CARD NOT = "00" THEN
001690         DISPLAY "SUMRPT: NAO FOI POSSIVEL ABRIR SYSIN, "
001700                 "STATUS " WS-FS-CARD
001710         MOVE "S" TO WS-SW-EOF-LOG
001720         GO TO 1000-EXIT
001730     END-IF.
001740     READ CARD-FILE
001750         AT END
001760             MOVE ZEROS TO PARM-DATA-INICIO
001770     END-READ.
001780     CLOSE CARD-FILE.
001790     IF PARM-DATA-INICIO = ZERO THEN
001800         DISPLAY "SUMRPT: CARTAO DE PERIODO AUSENTE OU INVALIDO"
001810         MOVE "S" TO WS-SW-EOF-LOG
001820         GO TO 1000-EXIT
001830     END-IF.
001840     IF PARM-DATA-FIM = ZERO THEN
001850         MOVE PARM-DATA-INICIO TO PARM-DATA-FIM
001860     END-IF.
001870     OPEN INPUT TRANSACTION-LOG.
001880     IF WS-FS-LOG NOT = "00" THEN
001890         DISPLAY "SUMRPT: NAO FOI POSSIVEL ABRIR TRANLOG, "
001900                 "STATUS " WS-FS-LOG
001910         MOVE "S" TO WS-SW-EOF-LOG
001920         GO TO 1000-EXIT
001930     END-IF.
001940     OPEN OUTPUT REPORT-FILE.
001950     MOVE "S" TO WS-SW-INICIALIZOU.
001960     WRITE REPORT-LINE FROM WS-CABECALHO-1.
001970     MOVE PARM-DATA-INICIO TO WS-CAB-DATA-INI.
001980     MOVE PARM-DATA-FIM TO WS-CAB-DATA-FIM.
001990     WRITE REPORT-LINE FROM WS-CABECALHO-2.
002000     MOVE SPACES TO REPORT-LINE.
002010     WRITE REPORT-LINE.
002020 1000-EXIT.
002030     EXIT.
002040
002050******************************************************************
002060*  2000-PROCESS-LOG
002070*      READS THE NEXT LOG RECORD AND ACCUMULATES IT WHEN ITS
002080*      DATE FALLS INSIDE THE PERIOD. A NEW ACCOUNT WITH AT LEAST
002090*      ONE IN-PERIOD MOVEMENT BUMPS THE DISTINCT-ACCOUNT COUNT.
002100******************************************************************
002110 2000-PROCESS-LOG.
002120     READ TRANSACTION-LOG NEXT RECORD
002130         AT END
002140             MOVE "S" TO WS-SW-EOF-LOG
002150             GO TO 2000-EXIT
002160     END-READ.
002170     ADD 1 TO WS-CONT-LIDOS.
002180     IF LOG-DATA < PARM-DATA-INICIO
002190             OR LOG-DATA > PARM-DATA-FIM THEN
002200         GO TO 2000-EXIT
002210     END-IF.
002220     ADD 1 TO WS-CONT-PERIODO.
002230     IF LOG-CONTA NOT = WS-CONTA-ANTERIOR THEN
002240         ADD 1 TO WS-CONT-CONTAS
002250         MOVE LOG-CONTA TO WS-CONTA-ANTERIOR
002260     END-IF.
002270     IF LOG-OPERACAO IS NUMERIC THEN
002280         MOVE LOG-OPERACAO TO WS-OPER-NUM
002290     ELSE
002300         MOVE ZERO TO WS-OPER-NUM
002310     END-IF.
002320     IF WS-OPER-NUM >= 1 AND WS-OPER-NUM <= WS-MAX-OPER THEN
002330         ADD 1 TO WS-APUR-QTD(WS-OPER-NUM)
002340         ADD LOG-VALOR TO WS-APUR-VALOR(WS-OPER-NUM)
002350     ELSE
002360         ADD 1 TO WS-OUTROS-QTD
002370         ADD LOG-VALOR TO WS-OUTROS-VALOR
002380     END-IF.
002390     ADD 1 TO WS-TOTAL-QTD.
002400     ADD LOG-VALOR TO WS-TOTAL-VALOR.
002410 2000-EXIT.
002420     EXIT.
002430
002440******************************************************************
002450*  7000-IMPRIMIR-RESUMO
002460*      PRINTS THE FOUR CODE GROUPS AND THE GRAND TOTALS. ONLY
002470*      CODES WITH AT LEAST ONE MOVEMENT PRINT A LINE.
002480******************************************************************
002490 7000-IMPRIMIR-RESUMO.
002500     MOVE "OPERACOES ONLINE" TO WS-LG-TITULO.
002510     WRITE REPORT-LINE FROM WS-LINHA-GRUPO.
002520     PERFORM 7100-IMPRIMIR-CODIGO THRU 7100-EXIT
002530         VARYING WS-OPER-IDX FROM 1 BY 1
002540         UNTIL WS-OPER-IDX > WS-MAX-OPER.
002550     MOVE SPACES TO REPORT-LINE.
002560     WRITE REPORT-LINE.
002570     MOVE "OPERACOES DE BATCH (PIXBATCH/OVDACCR)"
002580         TO WS-LG-TITULO.
002590     WRITE REPORT-LINE FROM WS-LINHA-GRUPO.
002600     PERFORM 7200-IMPRIMIR-BATCH THRU 7200-EXIT
002610         VARYING WS-OPER-IDX FROM 1 BY 1
002620         UNTIL WS-OPER-IDX > WS-MAX-OPER.
002630     MOVE SPACES TO REPORT-LINE.
002640     WRITE REPORT-LINE.
002650     MOVE "EVENTOS DE SEGURANCA" TO WS-LG-TITULO.
002660     WRITE REPORT-LINE FROM WS-LINHA-GRUPO.
002670     PERFORM 7300-IMPRIMIR-SEGURANCA THRU 7300-EXIT
002680         VARYING WS-OPER-IDX FROM 1 BY 1
002690         UNTIL WS-OPER-IDX > WS-MAX-OPER.
002700     MOVE SPACES TO REPORT-LINE.
002710     WRITE REPORT-LINE.
002720     MOVE "TARIFAS" TO WS-LG-TITULO.
002730     WRITE REPORT-LINE FROM WS-LINHA-GRUPO.
002740     PERFORM 7400-IMPRIMIR-TARIFAS THRU 7400-EXIT
002750         VARYING WS-OPER-IDX FROM 1 BY 1
002760         UNTIL WS-OPER-IDX > WS-MAX-OPER.
002770     IF WS-OUTROS-QTD NOT = ZERO THEN
002780         MOVE SPACES TO REPORT-LINE
002790         WRITE REPORT-LINE
002800         MOVE "OUTRAS OPERACOES" TO WS-LG-TITULO
002810         WRITE REPORT-LINE FROM WS-LINHA-GRUPO
002820         MOVE "??" TO WS-LD-CODIGO
002830         MOVE "NAO CLASSIFICADA" TO WS-LD-OPERACAO
002840         MOVE WS-OUTROS-QTD TO WS-LD-QTD
002850         MOVE WS-OUTROS-VALOR TO WS-LD-VALOR
002860         WRITE REPORT-LINE FROM WS-LINHA-DETALHE
002870     END-IF.
002880     MOVE SPACES TO REPORT-LINE.
002890     WRITE REPORT-LINE.
002900     MOVE WS-TOTAL-QTD TO WS-LT1-QTD.
002910     MOVE WS-TOTAL-VALOR TO WS-LT1-VALOR.
002920     WRITE REPORT-LINE FROM WS-LINHA-TOTAL-1.
002930     MOVE WS-CONT-CONTAS TO WS-LT2-QTD.
002940     WRITE REPORT-LINE FROM WS-LINHA-TOTAL-2.
002950 7000-EXIT.
002960     EXIT.
002970
002980******************************************************************
002990*  7100-IMPRIMIR-CODIGO
003000*      PRINTS ONE ONLINE OPERATION CODE (EVERYTHING THAT IS NOT
003010*      A BATCH SETTLEMENT LEG, A SECURITY EVENT OR A FEE).
003020******************************************************************
003030 7100-IMPRIMIR-CODIGO.
003040     IF WS-OPER-IDX = 07 OR WS-OPER-IDX = 08
003050             OR WS-OPER-IDX = 14 OR WS-OPER-IDX = 15
003060             OR WS-OPER-IDX = 16
003070             OR WS-OPER-IDX = 18 OR WS-OPER-IDX = 19
003080             OR WS-OPER-IDX = 21 OR WS-OPER-IDX = 23
003090             OR WS-OPER-IDX = 27 OR WS-OPER-IDX = 28
003100             OR WS-OPER-IDX = 29 OR WS-OPER-IDX = 32
003110             OR WS-OPER-IDX = 33 OR WS-OPER-IDX = 34
003120             OR WS-OPER-IDX = 35 OR WS-OPER-IDX = 36
003130             OR WS-OPER-IDX = 37 OR WS-OPER-IDX = 38
003140             OR WS-OPER-IDX = 39 THEN
003150         GO TO 7100-EXIT
003160     END-IF.
003170     PERFORM 7500-IMPRIMIR-LINHA THRU 7500-EXIT.
003180 7100-EXIT.
003190     EXIT.
003200
003210******************************************************************
003220*  7200-IMPRIMIR-BATCH
003230*      PRINTS ONE BATCH OPERATION CODE ("07"/"08" ONE-OFF PIX,
003240*      "18"/"19" STANDING-ORDER OCCURRENCES, "21" OVERDRAFT
003250*      INTEREST, "23" TED RETURNS, "27" INBOUND CREDITS).
003260******************************************************************
003270 7200-IMPRIMIR-BATCH.
003280     IF WS-OPER-IDX NOT = 07 AND WS-OPER-IDX NOT = 08
003290             AND WS-OPER-IDX NOT = 18
003300             AND WS-OPER-IDX NOT = 19
003310             AND WS-OPER-IDX NOT = 21
003320             AND WS-OPER-IDX NOT = 23
003330             AND WS-OPER-IDX NOT = 27 THEN
003340         GO TO 7200-EXIT
003350     END-IF.
003360     PERFORM 7500-IMPRIMIR-LINHA THRU 7500-EXIT.
003370 7200-EXIT.
003380     EXIT.
003390
003400******************************************************************
003410*  7300-IMPRIMIR-SEGURANCA
003420*      PRINTS ONE SECURITY EVENT CODE ("14"/"15"/"16", AND
003430*      "32" TRANSFER LIMIT CHANGE, "33"/"34" FAVORECIDO
003440*      INCLUDED / DELETED, "35" NOTIFICATION CONTACT CHANGE,
003450*      "36"/"37" ACCOUNT INACTIVATED / REACTIVATED, "38"/"39"
003460*      JOINT-ACCOUNT CO-APPROVAL QUEUED / REFUSED).
003470******************************************************************
003480 7300-IMPRIMIR-SEGURANCA.
003490     IF WS-OPER-IDX NOT = 14 AND WS-OPER-IDX NOT = 15
003500             AND WS-OPER-IDX NOT = 16
003510             AND WS-OPER-IDX NOT = 32
003520             AND WS-OPER-IDX NOT = 33
003530             AND WS-OPER-IDX NOT = 34
003540             AND WS-OPER-IDX NOT = 35
003550             AND WS-OPER-IDX NOT = 36
003560             AND WS-OPER-IDX NOT = 37
003570             AND WS-OPER-IDX NOT = 38
003580             AND WS-OPER-IDX NOT = 39 THEN
003590         GO TO 7300-EXIT
003600     END-IF.
003610     PERFORM 7500-IMPRIMIR-LINHA THRU 7500-EXIT.
003620 7300-EXIT.
003630     EXIT.
003640
003650******************************************************************
003660*  7400-IMPRIMIR-TARIFAS
003670*      PRINTS ONE SERVICE FEE CODE ("28" PER-OPERATION FEE,
003680*      "29" MONTHLY PACKAGE FEE FROM TARIFBAT).
003690******************************************************************
003700 7400-IMPRIMIR-TARIFAS.
003710     IF WS-OPER-IDX NOT = 28 AND WS-OPER-IDX NOT = 29 THEN
003720         GO TO 7400-EXIT
003730     END-IF.
003740     PERFORM 7500-IMPRIMIR-LINHA THRU 7500-EXIT.
003750 7400-EXIT.
003760     EXIT.
003770
003780******************************************************************
003790*  7500-IMPRIMIR-LINHA
003800*      PRINTS THE DETAIL LINE OF THE CODE IN WS-OPER-IDX WHEN IT
003810*      HAS MOVEMENTS.
003820******************************************************************
003830 7500-IMPRIMIR-LINHA.
003840     IF WS-APUR-QTD(WS-OPER-IDX) = ZERO THEN
003850         GO TO 7500-EXIT
003860     END-IF.
003870     MOVE WS-OPER-IDX TO WS-OPER-NUM.
003880     MOVE WS-OPER-NUM TO WS-OPER-COD.
003890     MOVE WS-OPER-COD TO WS-LD-CODIGO.
003900     PERFORM 7600-TRADUZIR-OPERACAO THRU 7600-EXIT.
003910     MOVE WS-DESCR-OPERACAO TO WS-LD-OPERACAO.
003920     MOVE WS-APUR-QTD(WS-OPER-IDX) TO WS-LD-QTD.
003930     MOVE WS-APUR-VALOR(WS-OPER-IDX) TO WS-LD-VALOR.
003940     WRITE REPORT-LINE FROM WS-LINHA-DETALHE.
003950 7500-EXIT.
003960     EXIT.
003970
003980******************************************************************
003990*  7600-TRADUZIR-OPERACAO
004000*      MAPS THE TWO-CHARACTER OPERATION CODE IN WS-OPER-COD TO A
004010*      READABLE DESCRIPTION, AS ON THE STMTRPT EXTRATO.
004020******************************************************************
004030 7600-TRADUZIR-OPERACAO.
004040     EVALUATE WS-OPER-COD
004050         WHEN "01"
004060             MOVE "CONSULTA SALDO" TO WS-DESCR-OPERACAO
004070         WHEN "02"
004080             MOVE "TRANSFERENCIA" TO WS-DESCR-OPERACAO
004090         WHEN "03"
004100             MOVE "PAGAMENTO" TO WS-DESCR-OPERACAO
004110         WHEN "04"
004120             MOVE "INVESTIMENTO" TO WS-DESCR-OPERACAO
004130         WHEN "05"
004140             MOVE "RESGATE INVEST." TO WS-DESCR-OPERACAO
004150         WHEN "06"
004160             MOVE "PIX AGENDADO" TO WS-DESCR-OPERACAO
004170         WHEN "07"
004180             MOVE "PIX RECEBIDO" TO WS-DESCR-OPERACAO
004190         WHEN "08"
004200             MOVE "PIX ENVIADO" TO WS-DESCR-OPERACAO
004210         WHEN "09"
004220             MOVE "ESTORNO" TO WS-DESCR-OPERACAO
004230         WHEN "10"
004240             MOVE "ESTORNO DEBITO" TO WS-DESCR-OPERACAO
004250         WHEN "11"
004260             MOVE "AGEND. CANCELADO" TO WS-DESCR-OPERACAO
004270         WHEN "12"
004280             MOVE "REAGENDAMENTO" TO WS-DESCR-OPERACAO
004290         WHEN "13"
004300             MOVE "RESGATE ANTECIP." TO WS-DESCR-OPERACAO
004310         WHEN "14"
004320             MOVE "LOGIN INVALIDO" TO WS-DESCR-OPERACAO
004330         WHEN "15"
004340             MOVE "CONTA BLOQUEADA" TO WS-DESCR-OPERACAO
004350         WHEN "16"
004360             MOVE "TROCA DE SENHA" TO WS-DESCR-OPERACAO
004370         WHEN "17"
004380             MOVE "ORDEM PERMANENTE" TO WS-DESCR-OPERACAO
004390         WHEN "18"
004400             MOVE "ORDEM PERM. DEB." TO WS-DESCR-OPERACAO
004410         WHEN "19"
004420             MOVE "ORDEM PERM. CRED" TO WS-DESCR-OPERACAO
004430         WHEN "20"
004440             MOVE "ORDEM PERM. CANC" TO WS-DESCR-OPERACAO
004450         WHEN "21"
004460             MOVE "JUROS LIMITE" TO WS-DESCR-OPERACAO
004470         WHEN "22"
004480             MOVE "TED ENVIADA" TO WS-DESCR-OPERACAO
004490         WHEN "23"
004500             MOVE "TED DEVOLVIDA" TO WS-DESCR-OPERACAO
004510         WHEN "24"
004520             MOVE "RESGATE PARCIAL" TO WS-DESCR-OPERACAO
004530         WHEN "25"
004540             MOVE "OPERACAO RETIDA" TO WS-DESCR-OPERACAO
004550         WHEN "26"
004560             MOVE "OPERACAO RECUSAD" TO WS-DESCR-OPERACAO
004570         WHEN "27"
004580             MOVE "CREDITO RECEBIDO" TO WS-DESCR-OPERACAO
004590         WHEN "28"
004600             MOVE "TARIFA" TO WS-DESCR-OPERACAO
004610         WHEN "29"
004620             MOVE "PACOTE TARIFAS" TO WS-DESCR-OPERACAO
004630         WHEN "30"
004640             MOVE "IR RETIDO" TO WS-DESCR-OPERACAO
004650         WHEN "31"
004660             MOVE "IOF RETIDO" TO WS-DESCR-OPERACAO
004670         WHEN "32"
004680             MOVE "ALTERACAO LIMITE" TO WS-DESCR-OPERACAO
004690         WHEN "33"
004700             MOVE "FAVORECIDO INCL." TO WS-DESCR-OPERACAO
004710         WHEN "34"
004720             MOVE "FAVORECIDO EXCL." TO WS-DESCR-OPERACAO
004730         WHEN "35"
004740             MOVE "ALTERACAO CONTAT" TO WS-DESCR-OPERACAO
004750         WHEN "36"
004760             MOVE "CONTA INATIVADA" TO WS-DESCR-OPERACAO
004770         WHEN "37"
004780             MOVE "CONTA REATIVADA" TO WS-DESCR-OPERACAO
004790         WHEN "38"
004800             MOVE "PEND. CO-TITULAR" TO WS-DESCR-OPERACAO
004810         WHEN "39"
004820             MOVE "CO-APROV. NEGADA" TO WS-DESCR-OPERACAO
004830         WHEN OTHER
004840             MOVE "OPERACAO" TO WS-DESCR-OPERACAO
004850     END-EVALUATE.
004860 7600-EXIT.
004870     EXIT.
004880
004890******************************************************************
004900*  8000-FINALIZE
004910*      CLOSES THE FILES AND DISPLAYS THE RUN SUMMARY.
004920******************************************************************
004930 8000-FINALIZE.
004940     IF WS-SW-INICIALIZOU = "S" THEN
004950         CLOSE TRANSACTION-LOG
004960         CLOSE REPORT-FILE
004970     END-IF.
004980     DISPLAY "SUMRPT: REGISTROS LIDOS.......: " WS-CONT-LIDOS.
004990     DISPLAY "SUMRPT: REGISTROS NO PERIODO..: " WS-CONT-PERIODO.
005000     DISPLAY "SUMRPT: CONTAS ATIVAS.........: " WS-CONT-CONTAS.
005010 8000-EXIT.
005020     EXIT.
005030
005040******************************************************************
005050*  9999-EXIT
005060*      SINGLE PROGRAM EXIT POINT.
005070******************************************************************
005080 9999-EXIT.
005090     STOP RUN.
005100
