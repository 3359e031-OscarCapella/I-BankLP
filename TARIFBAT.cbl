000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. TARIFBAT.
000030 AUTHOR. OPERACOES-BATCH.
000040 INSTALLATION. I-BANKLP.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED. 15/10/2026.
000070******************************************************************
000080*  PURPOSE.
000090*      MONTHLY SERVICE-FEE (TARIFA) RUN FOR THE REFERENCE MONTH
000100*      ON THE SYSIN CARD (COLS 01-06, AAAAMM). EVERY ACCOUNT
000110*      WITH "P" IN ACCT-PACOTE IS CHARGED THE MONTHLY PACKAGE
000120*      FEE FROM THE "PC" ROW OF THE TARIFF-TABLE, DEBITED AND
000130*      LOGGED AS OPERATION "29" (PACOTE TARIFAS) WITH THE
000140*      REFERENCE MONTH IN LOG-REFERENCIA. EXEMPT ("I") AND
000150*      AVULSO ACCOUNTS ARE NOT CHARGED A PACKAGE; THEIR
000160*      PER-OPERATION FEES WERE ALREADY DEBITED ONLINE AS "28".
000170*
000180*      FOR EVERY ACCOUNT THE TARIFOUT REPORT SHOWS THE MONTH'S
000190*      CHARGEABLE OPERATIONS (CODES WITH A TARIFF-TABLE ROW),
000200*      HOW MANY OF THEM THE PACKAGE FRANQUIA MADE FREE, THE
000210*      "28" FEES CHARGED IN THE MONTH AND THE PACKAGE FEE.
000220*      THE LOG LEG IS WRITTEN BEFORE THE MASTER REWRITE, AS IN
000230*      OVDACCR. AN ACCOUNT THAT ALREADY HAS A "29" LOG RECORD
000240*      FOR THE REFERENCE MONTH IS NOT CHARGED AGAIN, SO A RERUN
000250*      IS SAFE. RUN ON THE FIRST BUSINESS DAY OF THE MONTH FOR
000260*      THE PREVIOUS MONTH, BEFORE LOGARCH ARCHIVES IT.
000270*
000280*      CLOSED ("E") ACCOUNTS ARE SKIPPED; BLOCKED ("B") ACCOUNTS
000290*      ARE STILL CHARGED, AS IN OVDACCR. A MISSING "PC" ROW
000300*      CHARGES NO PACKAGE FEE AND WARNS ON THE CONSOLE; THE
000310*      REPORT IS STILL PRODUCED.
000320*
000330*  MODIFICATION HISTORY.
000340*      15/10/2026  OPS   INITIAL VERSION.
000342*      15/10/2026  OPS   LOG RECORDS CARRY A ZERO
000344*                        LOG-CPF-TITULAR (BATCH POSTING, NO
000346*                        ACCOUNT HOLDER ACTED).
000350******************************************************************
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT CARD-FILE ASSIGN TO "SYSIN"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-FS-CARD.
000420     SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMS"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS SEQUENTIAL
000450         RECORD KEY IS ACCT-NUMERO
000460         FILE STATUS IS WS-FS-ACCT.
000470     SELECT TARIFF-TABLE ASSIGN TO "TARIFTB"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS TRF-OPERACAO
000510         FILE STATUS IS WS-FS-TRF.
000520     SELECT TRANSACTION-LOG ASSIGN TO "TRANLOG"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS LOG-CHAVE
000560         FILE STATUS IS WS-FS-LOG.
000570     SELECT REPORT-FILE ASSIGN TO "TARIFOUT"
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
000700     05  PARM-MES-REF            PIC 9(06).
000710     05  FILLER                  PIC X(74).
000720 FD  ACCOUNT-MASTER
000730     LABEL RECORD IS STANDARD.
000740     COPY ACCTMS.
000750 FD  TARIFF-TABLE
000760     LABEL RECORD IS STANDARD.
000770     COPY TARIFTB.
000780 FD  TRANSACTION-LOG
000790     LABEL RECORD IS STANDARD.
000800     COPY TRANLOG.
000810 FD  REPORT-FILE
000820     LABEL RECORD IS OMITTED.
000830 01  REPORT-LINE                 PIC X(80).
000840 FD  RUN-CONTROL
000850     LABEL RECORD IS STANDARD.
000860     COPY RUNCTL.
000870 WORKING-STORAGE SECTION.
000880******************************************************************
000890*  FILE STATUS AND CONTROL SWITCHES.
000900******************************************************************
000910 77  WS-FS-CARD              PIC X(02) VALUE SPACES.
000920 77  WS-FS-ACCT              PIC X(02) VALUE SPACES.
000930 77  WS-FS-TRF               PIC X(02) VALUE SPACES.
000940 77  WS-FS-LOG               PIC X(02) VALUE SPACES.
000950 77  WS-FS-RPT               PIC X(02) VALUE SPACES.
000960 77  WS-FS-RUN               PIC X(02) VALUE SPACES.
000970 01  WS-SW-EOF-ACCT          PIC X(01) VALUE "N".
000980     88  WS-EOF-ACCT                    VALUE "S".
000990 01  WS-SW-FIM-TRF           PIC X(01) VALUE "N".
001000     88  WS-FIM-TRF                     VALUE "S".
001010 01  WS-SW-FIM-LOG           PIC X(01) VALUE "N".
001020     88  WS-FIM-LOG                     VALUE "S".
001030 01  WS-SW-JA-COBRADO        PIC X(01) VALUE "N".
001040     88  WS-JA-COBRADO                  VALUE "S".
001050 01  WS-SW-LOG-GRAVADO       PIC X(01) VALUE "N".
001060     88  WS-LOG-GRAVADO                 VALUE "S".
001070 01  WS-SW-RUN-ABERTO        PIC X(01) VALUE "N".
001080     88  WS-RUN-ABERTO                  VALUE "S".
001090 01  WS-SW-RPT-ABERTO        PIC X(01) VALUE "N".
001100     88  WS-RPT-ABERTO                  VALUE "S".
001110******************************************************************
001120*  COUNTERS AND WORK AREAS.
001130******************************************************************
001140 77  WS-CONT-LIDAS           PIC 9(05) VALUE ZERO COMP.
001150 77  WS-CONT-COBRADAS        PIC 9(05) VALUE ZERO COMP.
001160 77  WS-CONT-LOG-ERROS       PIC 9(05) VALUE ZERO COMP.
001170 77  WS-RETRY-LOG            PIC 9(02) VALUE ZERO COMP.
001180 77  WS-IDX                  PIC 9(02) VALUE ZERO COMP.
001190 77  WS-QTD-TARIFAS          PIC 9(02) VALUE ZERO COMP.
001200 77  WS-MAX-TARIFAS          PIC 9(02) VALUE 20 COMP.
001210 77  WS-CONT-OPER            PIC 9(05) VALUE ZERO COMP.
001220 77  WS-CONT-GRATIS          PIC 9(05) VALUE ZERO COMP.
001230 01  WS-DATA-ATUAL           PIC 9(8).
001240 01  WS-HORA-ATUAL           PIC 9(8).
001250 01  WS-DATA-INI             PIC 9(8).
001260 01  WS-DATA-FIM             PIC 9(8).
001270 01  WS-VALOR-PACOTE         PIC 9(5)V9(2) VALUE ZERO.
001280 01  WS-TARIFAS-MES          PIC S9(9)V9(2).
001290 01  WS-PACOTE-COBRADO       PIC S9(9)V9(2).
001300 01  WS-TOTAL-TARIFAS        PIC S9(11)V9(2) VALUE ZERO.
001310 01  WS-TOTAL-PACOTES        PIC S9(11)V9(2) VALUE ZERO.
001320*    CHARGEABLE CODES FROM THE TARIFF-TABLE ("PC" EXCLUDED),
001330*    WITH THE PER-ACCOUNT COUNT OF THE MONTH'S OPERATIONS.
001340 01  WS-TAB-TARIFAS.
001350     05  WS-TAB-TARIFA OCCURS 20 TIMES.
001360         10  WS-TT-OPERACAO      PIC X(02).
001370         10  WS-TT-FRANQUIA      PIC 9(03).
001380         10  WS-TT-QTD           PIC 9(05) COMP.
001390******************************************************************
001400*  REPORT LINES.
001410******************************************************************
001420 01  WS-CABECALHO-1.
001430     05  FILLER                PIC X(20) VALUE "I-BANKLP".
001440     05  FILLER                PIC X(30)
001450         VALUE "TARIFAS DO MES - REFERENCIA".
001460     05  WS-CB1-MES            PIC 9(06).
001470 01  WS-CABECALHO-2.
001480     05  FILLER                PIC X(08) VALUE "CONTA".
001490     05  FILLER                PIC X(09) VALUE "PLANO".
001500     05  FILLER                PIC X(07) VALUE "OPER".
001510     05  FILLER                PIC X(07) VALUE "GRATIS".
001520     05  FILLER                PIC X(13) VALUE "TARIFAS".
001530     05  FILLER                PIC X(11) VALUE "PACOTE".
001540     05  FILLER                PIC X(20) VALUE "OBSERVACAO".
001550 01  WS-LINHA-DETALHE.
001560     05  WS-LD-CONTA           PIC 9(06).
001570     05  FILLER                PIC X(02) VALUE SPACES.
001580     05  WS-LD-PLANO           PIC X(07).
001590     05  FILLER                PIC X(02) VALUE SPACES.
001600     05  WS-LD-OPER            PIC ZZZZ9.
001610     05  FILLER                PIC X(02) VALUE SPACES.
001620     05  WS-LD-GRATIS          PIC ZZZZ9.
001630     05  FILLER                PIC X(02) VALUE SPACES.
001640     05  WS-LD-TARIFAS         PIC -(7)9.99.
001650     05  FILLER                PIC X(02) VALUE SPACES.
001660     05  WS-LD-PACOTE          PIC -(5)9.99.
001670     05  FILLER                PIC X(02) VALUE SPACES.
001680     05  WS-LD-OBS             PIC X(20).
001690 01  WS-LINHA-TOTAL-1.
001700     05  FILLER                PIC X(22)
001710         VALUE "CONTAS LIDAS:".
001720     05  WS-LT1-VALOR          PIC ZZZZ9.
001730 01  WS-LINHA-TOTAL-2.
001740     05  FILLER                PIC X(22)
001750         VALUE "PACOTES COBRADOS:".
001760     05  WS-LT2-VALOR          PIC ZZZZ9.
001770     05  FILLER                PIC X(02) VALUE SPACES.
001780     05  WS-LT2-TOTAL          PIC -(11)9.99.
001790 01  WS-LINHA-TOTAL-3.
001800     05  FILLER                PIC X(22)
001810         VALUE "TARIFAS AVULSAS (28):".
001820     05  FILLER                PIC X(07) VALUE SPACES.
001830     05  WS-LT3-TOTAL          PIC -(11)9.99.
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
001940     PERFORM 2000-PROCESS-CONTA THRU 2000-EXIT
001950         UNTIL WS-EOF-ACCT.
001960     PERFORM 8000-FINALIZE THRU 8000-EXIT.
001970     GO TO 9999-EXIT.
001980
001990******************************************************************
002000*  1000-INITIALIZE
002010*      READS THE REFERENCE-MONTH CARD, OPENS ALL FILES, LOADS
002020*      THE TARIFF-TABLE AND PRINTS THE REPORT HEADING.
002030******************************************************************
002040 1000-INITIALIZE.
002050     ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.
002060     OPEN INPUT CARD-FILE.
002070     IF WS-FS-CARD NOT = "00" THEN
002080         DISPLAY "TARIFBAT: NAO FOI POSSIVEL ABRIR SYSIN, "
002090                 "STATUS " WS-FS-CARD
002100         MOVE "S" TO WS-SW-EOF-ACCT
002110         GO TO 1000-EXIT
002120     END-IF.
002130     READ CARD-FILE
002140         AT END
002150             MOVE ZERO TO PARM-MES-REF
002160     END-READ.
002170     CLOSE CARD-FILE.
002180     IF PARM-MES-REF NOT NUMERIC
002190             OR PARM-MES-REF = ZERO THEN
002200         DISPLAY "TARIFBAT: CARTAO DE MES AUSENTE OU INVALIDO"
002210         MOVE "S" TO WS-SW-EOF-ACCT
002220         GO TO 1000-EXIT
002230     END-IF.
002240     COMPUTE WS-DATA-INI = PARM-MES-REF * 100 + 1.
002250     COMPUTE WS-DATA-FIM = PARM-MES-REF * 100 + 31.
002260     OPEN I-O ACCOUNT-MASTER.
002270     IF WS-FS-ACCT NOT = "00" THEN
002280         DISPLAY "TARIFBAT: NAO FOI POSSIVEL ABRIR ACCTMS, "
002290                 "STATUS " WS-FS-ACCT
002300         MOVE "S" TO WS-SW-EOF-ACCT
002310         GO TO 1000-EXIT
002320     END-IF.
002330     OPEN INPUT TARIFF-TABLE.
002340     IF WS-FS-TRF NOT = "00" THEN
002350         DISPLAY "TARIFBAT: NAO FOI POSSIVEL ABRIR TARIFTB, "
002360                 "STATUS " WS-FS-TRF
002370         MOVE "S" TO WS-SW-EOF-ACCT
002380         GO TO 1000-EXIT
002390     END-IF.
002400     OPEN I-O TRANSACTION-LOG.
002410     IF WS-FS-LOG NOT = "00" THEN
002420         DISPLAY "TARIFBAT: NAO FOI POSSIVEL ABRIR TRANLOG, "
002430                 "STATUS " WS-FS-LOG
002440         MOVE "S" TO WS-SW-EOF-ACCT
002450         GO TO 1000-EXIT
002460     END-IF.
002470     PERFORM 1100-CARREGAR-TARIFAS THRU 1100-EXIT.
002480     IF WS-VALOR-PACOTE = ZERO THEN
002490         DISPLAY "TARIFBAT: LINHA PC (PACOTE) AUSENTE OU ZERADA "
002500                 "NA TARIFTB - NENHUM PACOTE COBRADO"
002510     END-IF.
002520     OPEN OUTPUT REPORT-FILE.
002530     MOVE "S" TO WS-SW-RPT-ABERTO.
002540     MOVE PARM-MES-REF TO WS-CB1-MES.
002550     WRITE REPORT-LINE FROM WS-CABECALHO-1.
002560     WRITE REPORT-LINE FROM WS-CABECALHO-2.
002570     MOVE SPACES TO REPORT-LINE.
002580     WRITE REPORT-LINE.
002590     PERFORM 1200-INICIAR-RUNCTL THRU 1200-EXIT.
002600 1000-EXIT.
002610     EXIT.
002620
002630******************************************************************
002640*  1100-CARREGAR-TARIFAS
002650*      LOADS EVERY TARIFF-TABLE ROW INTO WS-TAB-TARIFAS, EXCEPT
002660*      THE "PC" ROW, WHOSE VALUE IS THE MONTHLY PACKAGE FEE.
002670******************************************************************
002680 1100-CARREGAR-TARIFAS.
002690     MOVE ZERO TO WS-QTD-TARIFAS.
002700     MOVE "N" TO WS-SW-FIM-TRF.
002710     MOVE LOW-VALUES TO TRF-OPERACAO.
002720     START TARIFF-TABLE KEY IS NOT < TRF-OPERACAO
002730         INVALID KEY
002740             MOVE "S" TO WS-SW-FIM-TRF
002750     END-START.
002760     PERFORM 1110-LER-TARIFA THRU 1110-EXIT
002770         UNTIL WS-FIM-TRF.
002780 1100-EXIT.
002790     EXIT.
002800
002810******************************************************************
002820*  1110-LER-TARIFA
002830*      READS THE NEXT TARIFF-TABLE ROW FOR 1100. ROWS BEYOND
002840*      THE TABLE SIZE ARE IGNORED WITH A CONSOLE WARNING.
002850******************************************************************
002860 1110-LER-TARIFA.
002870     READ TARIFF-TABLE NEXT RECORD
002880         AT END
002890             MOVE "S" TO WS-SW-FIM-TRF
002900             GO TO 1110-EXIT
002910     END-READ.
002920     IF TRF-OPERACAO = "PC" THEN
002930         MOVE TRF-VALOR TO WS-VALOR-PACOTE
002940         GO TO 1110-EXIT
002950     END-IF.
002960     IF WS-QTD-TARIFAS NOT < WS-MAX-TARIFAS THEN
002970         DISPLAY "TARIFBAT: TARIFTB COM MAIS DE 20 LINHAS - "
002980                 "IGNORADA " TRF-OPERACAO
002990         GO TO 1110-EXIT
003000     END-IF.
003010     ADD 1 TO WS-QTD-TARIFAS.
003020     MOVE TRF-OPERACAO TO WS-TT-OPERACAO (WS-QTD-TARIFAS).
003030     MOVE TRF-FRANQUIA TO WS-TT-FRANQUIA (WS-QTD-TARIFAS).
003040 1110-EXIT.
003050     EXIT.
003060
003070******************************************************************
003080*  1200-INICIAR-RUNCTL
003090*      WRITES THE JOB'S "E" RUN RECORD AND START TIMESTAMP. ONLY
003100*      PERFORMED AFTER THE CARD WAS READ AND THE FILES OPENED,
003110*      SO A FAILED INIT SHOWS AS "NAO EXECUTADO"; A RUNCTL
003120*      OPEN FAILURE ONLY WARNS.
003130******************************************************************
003140 1200-INICIAR-RUNCTL.
003150     OPEN I-O RUN-CONTROL.
003160     IF WS-FS-RUN = "35" THEN
003170         OPEN OUTPUT RUN-CONTROL
003180         CLOSE RUN-CONTROL
003190         OPEN I-O RUN-CONTROL
003200     END-IF.
003210     IF WS-FS-RUN NOT = "00" THEN
003220         DISPLAY "TARIFBAT: NAO FOI POSSIVEL ABRIR RUNCTL, "
003230                 "STATUS " WS-FS-RUN
003240         GO TO 1200-EXIT
003250     END-IF.
003260     MOVE "S" TO WS-SW-RUN-ABERTO.
003270     MOVE "TARIFBAT" TO RUN-JOB.
003280     MOVE WS-DATA-ATUAL TO RUN-DATA.
003290     ACCEPT WS-HORA-ATUAL FROM TIME.
003300     MOVE WS-DATA-ATUAL TO RUN-INICIO-DATA.
003310     MOVE WS-HORA-ATUAL TO RUN-INICIO-HORA.
003320     MOVE ZEROS TO RUN-FIM-DATA.
003330     MOVE ZEROS TO RUN-FIM-HORA.
003340     MOVE ZEROS TO RUN-LIDOS.
003350     MOVE ZEROS TO RUN-APLICADOS.
003360     MOVE ZEROS TO RUN-ERROS.
003370     MOVE "E" TO RUN-STATUS.
003380     WRITE RUN-RECORD
003390         INVALID KEY
003400             REWRITE RUN-RECORD
003410     END-WRITE.
003420 1200-EXIT.
003430     EXIT.
003440
003450******************************************************************
003460*  2000-PROCESS-CONTA
003470*      READS THE NEXT ACCOUNT, TOTALS ITS MONTH FROM TRANLOG,
003480*      CHARGES THE PACKAGE WHEN DUE AND PRINTS ITS LINE.
003490******************************************************************
003500 2000-PROCESS-CONTA.
003510     READ ACCOUNT-MASTER NEXT RECORD
003520         AT END
003530             MOVE "S" TO WS-SW-EOF-ACCT
003540             GO TO 2000-EXIT
003550     END-READ.
003560     IF ACCT-STATUS = "E" THEN
003570         GO TO 2000-EXIT
003580     END-IF.
003590     ADD 1 TO WS-CONT-LIDAS.
003600     MOVE SPACES TO WS-LD-OBS.
003610     MOVE ZERO TO WS-PACOTE-COBRADO.
003620     PERFORM 5000-TOTALIZAR-MES THRU 5000-EXIT.
003630     PERFORM 2100-CONTAR-GRATIS THRU 2100-EXIT.
003640     IF ACCT-PACOTE = "P" THEN
003650         PERFORM 3000-COBRAR-PACOTE THRU 3000-EXIT
003660     END-IF.
003670     PERFORM 6000-IMPRIMIR-CONTA THRU 6000-EXIT.
003680 2000-EXIT.
003690     EXIT.
003700
003710******************************************************************
003720*  2100-CONTAR-GRATIS
003730*      ADDS UP THE MONTH'S CHARGEABLE OPERATIONS AND, FOR A
003740*      PACKAGE ACCOUNT, HOW MANY OF THEM FELL WITHIN EACH
003750*      CODE'S FRANQUIA (THE LESSER OF COUNT AND FRANQUIA).
003760******************************************************************
003770 2100-CONTAR-GRATIS.
003780     MOVE ZERO TO WS-CONT-OPER.
003790     MOVE ZERO TO WS-CONT-GRATIS.
003800     PERFORM 2110-SOMAR-CODIGO THRU 2110-EXIT
003810         VARYING WS-IDX FROM 1 BY 1
003820         UNTIL WS-IDX > WS-QTD-TARIFAS.
003830 2100-EXIT.
003840     EXIT.
003850
003860******************************************************************
003870*  2110-SOMAR-CODIGO
003880*      ADDS ONE TARIFF CODE'S COUNT TO THE ACCOUNT TOTALS.
003890******************************************************************
003900 2110-SOMAR-CODIGO.
003910     ADD WS-TT-QTD (WS-IDX) TO WS-CONT-OPER.
003920     IF ACCT-PACOTE NOT = "P" THEN
003930         GO TO 2110-EXIT
003940     END-IF.
003950     IF WS-TT-QTD (WS-IDX) < WS-TT-FRANQUIA (WS-IDX) THEN
003960         ADD WS-TT-QTD (WS-IDX) TO WS-CONT-GRATIS
003970     ELSE
003980         ADD WS-TT-FRANQUIA (WS-IDX) TO WS-CONT-GRATIS
003990     END-IF.
004000 2110-EXIT.
004010     EXIT.
004020
004030******************************************************************
004040*  3000-COBRAR-PACOTE
004050*      DEBITS THE MONTHLY PACKAGE FEE FROM THE ACCOUNT IN
004060*      ACCT-RECORD, UNLESS 5000 FOUND A "29" ALREADY LOGGED FOR
004070*      THE REFERENCE MONTH. THE LOG LEG GOES FIRST, AS IN
004080*      OVDACCR.
004090******************************************************************
004100 3000-COBRAR-PACOTE.
004110     IF WS-JA-COBRADO THEN
004120         MOVE "PACOTE JA COBRADO" TO WS-LD-OBS
004130         GO TO 3000-EXIT
004140     END-IF.
004150     IF WS-VALOR-PACOTE = ZERO THEN
004160         GO TO 3000-EXIT
004170     END-IF.
004180     MOVE WS-VALOR-PACOTE TO WS-PACOTE-COBRADO.
004190     SUBTRACT WS-PACOTE-COBRADO FROM ACCT-SALDO.
004200     PERFORM 4000-GRAVAR-LOG THRU 4000-EXIT.
004210     IF NOT WS-LOG-GRAVADO THEN
004220         MOVE "LOG NAO GRAVADO" TO WS-LD-OBS
004230     END-IF.
004240     REWRITE ACCT-RECORD.
004250     ADD WS-PACOTE-COBRADO TO WS-TOTAL-PACOTES.
004260     ADD 1 TO WS-CONT-COBRADAS.
004270 3000-EXIT.
004280     EXIT.
004290
004300******************************************************************
004310*  4000-GRAVAR-LOG
004320*      WRITES THE "29" (PACOTE TARIFAS) LOG RECORD FOR THE
004330*      ACCOUNT IN ACCT-RECORD, WITH THE REFERENCE MONTH IN
004340*      LOG-REFERENCIA. A KEY COLLISION BUMPS LOG-HORA AND
004350*      RETRIES, AS IN OVDACCR.
004360******************************************************************
004370 4000-GRAVAR-LOG.
004380     ACCEPT WS-HORA-ATUAL FROM TIME.
004390     MOVE ACCT-NUMERO TO LOG-CONTA.
004400     MOVE WS-DATA-ATUAL TO LOG-DATA.
004410     MOVE WS-HORA-ATUAL TO LOG-HORA.
004420     MOVE "29" TO LOG-OPERACAO.
004430     MOVE WS-PACOTE-COBRADO TO LOG-VALOR.
004440     MOVE ACCT-SALDO TO LOG-SALDO-APOS.
004450     MOVE "N" TO LOG-ESTORNADO.
004455     MOVE ZERO TO LOG-CPF-TITULAR.
004460     MOVE SPACES TO LOG-REFERENCIA.
004470     MOVE PARM-MES-REF TO LOG-REFERENCIA (1:6).
004480     MOVE "N" TO WS-SW-LOG-GRAVADO.
004490     MOVE ZERO TO WS-RETRY-LOG.
004500     PERFORM 4100-TENTAR-GRAVAR-LOG THRU 4100-EXIT
004510         UNTIL WS-LOG-GRAVADO OR WS-RETRY-LOG > 50.
004520     IF NOT WS-LOG-GRAVADO THEN
004530         DISPLAY "TARIFBAT: LOG NAO GRAVADO PARA CONTA "
004540                 LOG-CONTA
004550         ADD 1 TO WS-CONT-LOG-ERROS
004560     END-IF.
004570 4000-EXIT.
004580     EXIT.
004590
004600******************************************************************
004610*  4100-TENTAR-GRAVAR-LOG
004620*      WRITES THE LOG RECORD BUILT BY 4000, BUMPING LOG-HORA ON
004630*      A KEY COLLISION.
004640******************************************************************
004650 4100-TENTAR-GRAVAR-LOG.
004660     WRITE LOG-RECORD
004670         INVALID KEY
004680             ADD 1 TO LOG-HORA
004690             ADD 1 TO WS-RETRY-LOG
004700         NOT INVALID KEY
004710             MOVE "S" TO WS-SW-LOG-GRAVADO
004720     END-WRITE.
004730 4100-EXIT.
004740     EXIT.
004750
004760******************************************************************
004770*  5000-TOTALIZAR-MES
004780*      SCANS THE ACCOUNT'S LOG RECORDS FROM THE FIRST DAY OF THE
004790*      REFERENCE MONTH TO THE END OF ITS KEY RANGE. WITHIN THE
004800*      MONTH IT COUNTS THE NON-ESTORNADO OPERATIONS OF EACH
004810*      TARIFF CODE AND ADDS UP THE "28" FEES; ANYWHERE IN THE
004820*      RANGE A "29" FOR THE REFERENCE MONTH MEANS THE PACKAGE
004830*      WAS ALREADY CHARGED (THE CHARGE IS DATED THE RUN DATE,
004840*      AFTER THE MONTH ITSELF).
004850******************************************************************
004860 5000-TOTALIZAR-MES.
004870     MOVE "N" TO WS-SW-JA-COBRADO.
004880     MOVE "N" TO WS-SW-FIM-LOG.
004890     MOVE ZERO TO WS-TARIFAS-MES.
004900     PERFORM 5200-ZERAR-CODIGO THRU 5200-EXIT
004910         VARYING WS-IDX FROM 1 BY 1
004920         UNTIL WS-IDX > WS-QTD-TARIFAS.
004930     MOVE ACCT-NUMERO TO LOG-CONTA.
004940     MOVE WS-DATA-INI TO LOG-DATA.
004950     MOVE ZEROS TO LOG-HORA.
004960     START TRANSACTION-LOG KEY IS NOT < LOG-CHAVE
004970         INVALID KEY
004980             MOVE "S" TO WS-SW-FIM-LOG
004990     END-START.
005000     PERFORM 5100-LER-LOG THRU 5100-EXIT
005010         UNTIL WS-FIM-LOG.
005020 5000-EXIT.
005030     EXIT.
005040
005050******************************************************************
005060*  5100-LER-LOG
005070*      READS THE NEXT LOG RECORD FOR 5000 AND ADDS IT TO THE
005080*      ACCOUNT'S MONTH TOTALS.
005090******************************************************************
005100 5100-LER-LOG.
005110     READ TRANSACTION-LOG NEXT RECORD
005120         AT END
005130             MOVE "S" TO WS-SW-FIM-LOG
005140             GO TO 5100-EXIT
005150     END-READ.
005160     IF LOG-CONTA NOT = ACCT-NUMERO THEN
005170         MOVE "S" TO WS-SW-FIM-LOG
005180         GO TO 5100-EXIT
005190     END-IF.
005200     IF LOG-OPERACAO = "29"
005210             AND LOG-REFERENCIA (1:6) = PARM-MES-REF THEN
005220         MOVE "S" TO WS-SW-JA-COBRADO
005230         GO TO 5100-EXIT
005240     END-IF.
005250     IF LOG-DATA > WS-DATA-FIM OR LOG-ESTORNADO = "S" THEN
005260         GO TO 5100-EXIT
005270     END-IF.
005280     IF LOG-OPERACAO = "28" THEN
005290         ADD LOG-VALOR TO WS-TARIFAS-MES
005300         GO TO 5100-EXIT
005310     END-IF.
005320     PERFORM 5300-CONTAR-CODIGO THRU 5300-EXIT
005330         VARYING WS-IDX FROM 1 BY 1
005340         UNTIL WS-IDX > WS-QTD-TARIFAS.
005350 5100-EXIT.
005360     EXIT.
005370
005380******************************************************************
005390*  5200-ZERAR-CODIGO
005400*      CLEARS ONE TARIFF CODE'S COUNT BEFORE THE SCAN.
005410******************************************************************
005420 5200-ZERAR-CODIGO.
005430     MOVE ZERO TO WS-TT-QTD (WS-IDX).
005440 5200-EXIT.
005450     EXIT.
005460
005470******************************************************************
005480*  5300-CONTAR-CODIGO
005490*      COUNTS THE LOG RECORD AGAINST ITS TARIFF CODE, IF ANY.
005500******************************************************************
005510 5300-CONTAR-CODIGO.
005520     IF LOG-OPERACAO = WS-TT-OPERACAO (WS-IDX) THEN
005530         ADD 1 TO WS-TT-QTD (WS-IDX)
005540     END-IF.
005550 5300-EXIT.
005560     EXIT.
005570
005580******************************************************************
005590*  6000-IMPRIMIR-CONTA
005600*      PRINTS THE ACCOUNT'S DETAIL LINE ON TARIFOUT.
005610******************************************************************
005620 6000-IMPRIMIR-CONTA.
005630     MOVE ACCT-NUMERO TO WS-LD-CONTA.
005640     EVALUATE ACCT-PACOTE
005650         WHEN "P"
005660             MOVE "PACOTE" TO WS-LD-PLANO
005670         WHEN "I"
005680             MOVE "ISENTO" TO WS-LD-PLANO
005690         WHEN OTHER
005700             MOVE "AVULSO" TO WS-LD-PLANO
005710     END-EVALUATE.
005720     MOVE WS-CONT-OPER TO WS-LD-OPER.
005730     MOVE WS-CONT-GRATIS TO WS-LD-GRATIS.
005740     MOVE WS-TARIFAS-MES TO WS-LD-TARIFAS.
005750     MOVE WS-PACOTE-COBRADO TO WS-LD-PACOTE.
005760     WRITE REPORT-LINE FROM WS-LINHA-DETALHE.
005770     ADD WS-TARIFAS-MES TO WS-TOTAL-TARIFAS.
005780 6000-EXIT.
005790     EXIT.
005800
005810******************************************************************
005820*  8000-FINALIZE
005830*      PRINTS THE RUN TOTALS, CLOSES ALL FILES AND DISPLAYS THE
005840*      RUN SUMMARY.
005850******************************************************************
005860 8000-FINALIZE.
005870     PERFORM 8100-ENCERRAR-RUNCTL THRU 8100-EXIT.
005880     IF WS-RPT-ABERTO THEN
005890         MOVE SPACES TO REPORT-LINE
005900         WRITE REPORT-LINE
005910         MOVE WS-CONT-LIDAS TO WS-LT1-VALOR
005920         WRITE REPORT-LINE FROM WS-LINHA-TOTAL-1
005930         MOVE WS-CONT-COBRADAS TO WS-LT2-VALOR
005940         MOVE WS-TOTAL-PACOTES TO WS-LT2-TOTAL
005950         WRITE REPORT-LINE FROM WS-LINHA-TOTAL-2
005960         MOVE WS-TOTAL-TARIFAS TO WS-LT3-TOTAL
005970         WRITE REPORT-LINE FROM WS-LINHA-TOTAL-3
005980         CLOSE REPORT-FILE
005990     END-IF.
006000     CLOSE ACCOUNT-MASTER.
006010     CLOSE TARIFF-TABLE.
006020     CLOSE TRANSACTION-LOG.
006030     DISPLAY "TARIFBAT: CONTAS LIDAS.........: " WS-CONT-LIDAS.
006040     DISPLAY "TARIFBAT: PACOTES COBRADOS.....: "
006050             WS-CONT-COBRADAS.
006060     DISPLAY "TARIFBAT: TOTAL DE PACOTES.....: " WS-TOTAL-PACOTES.
006070     IF WS-CONT-LOG-ERROS NOT = ZERO THEN
006080         DISPLAY "TARIFBAT: LOGS NAO GRAVADOS....: "
006090                 WS-CONT-LOG-ERROS
006100     END-IF.
006110 8000-EXIT.
006120     EXIT.
006130
006140******************************************************************
006150*  8100-ENCERRAR-RUNCTL
006160*      REWRITES THE RUN RECORD WITH THE COUNTERS, THE END
006170*      TIMESTAMP AND STATUS "C". AN ABENDED RUN NEVER REACHES
006180*      HERE AND LEAVES THE RECORD AS "E" FOR MORNRPT TO FLAG.
006190******************************************************************
006200 8100-ENCERRAR-RUNCTL.
006210     IF NOT WS-RUN-ABERTO THEN
006220         GO TO 8100-EXIT
006230     END-IF.
006240     MOVE "TARIFBAT" TO RUN-JOB.
006250     MOVE WS-DATA-ATUAL TO RUN-DATA.
006260     ACCEPT WS-HORA-ATUAL FROM TIME.
006270     MOVE WS-DATA-ATUAL TO RUN-FIM-DATA.
006280     MOVE WS-HORA-ATUAL TO RUN-FIM-HORA.
006290     MOVE WS-CONT-LIDAS TO RUN-LIDOS.
006300     MOVE WS-CONT-COBRADAS TO RUN-APLICADOS.
006310     MOVE WS-CONT-LOG-ERROS TO RUN-ERROS.
006320     MOVE "C" TO RUN-STATUS.
006330     REWRITE RUN-RECORD
006340         INVALID KEY
006350             WRITE RUN-RECORD
006360     END-REWRITE.
006370     CLOSE RUN-CONTROL.
006380 8100-EXIT.
006390     EXIT.
006400
006410******************************************************************
006420*  9999-EXIT
006430*      SINGLE PROGRAM EXIT POINT.
006440******************************************************************
006450 9999-EXIT.
006460     STOP RUN.
