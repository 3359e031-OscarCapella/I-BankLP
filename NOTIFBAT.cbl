000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. NOTIFBAT.
000030 AUTHOR. OPERACOES-BATCH.
000040 INSTALLATION. I-BANKLP.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED. 15/10/2026.
000070******************************************************************
000080*  PURPOSE.
000090*      NIGHTLY CUSTOMER NOTIFICATION FEED. FOR THE BUSINESS DATE
000100*      (SYSIN CARD COLS 01-08, AAAAMMDD; NO CARD MEANS TODAY)
000110*      EVERY ACCOUNT THAT IS NOT ENCERRADA AND HAS OPTED IN TO
000120*      AT LEAST ONE CHANNEL (ACCT-OPT-SMS WITH A CELL PHONE ON
000130*      FILE, ACCT-OPT-EMAIL WITH AN E-MAIL ON FILE) IS SCANNED
000140*      FOR THE EVENTS THE CUSTOMER MUST HEAR ABOUT:
000150*          PE - SCHEDULED TRANSFER NOT MADE (PNDXFER "E")
000160*          PR - SCHEDULED TRANSFER HELD FOR APPROVAL (PNDXFER "R")
000170*          TD - TED RETURNED BY THE PARTNER (XTRNXFR "D")
000180*          BV - REGISTERED BOLETO DUE TOMORROW (BOLETO "R")
000190*          IV - INVESTMENT MATURING IN THE NEXT DAYS (INVPOS)
000200*          OV - OVERDRAFT INTEREST CHARGED (TRANLOG "21")
000210*          BQ - LOCKED AFTER FAILED SIGN-ONS (TRANLOG "15")
000220*          SN - PASSWORD CHANGED (TRANLOG "16")
000230*      THE PAST EVENTS (PE, PR, TD, OV, BQ, SN) ARE TAKEN FROM THE
000240*      LAST JANELA DAYS UP TO THE BUSINESS DATE (SYSIN COLS 10-11,
000250*      DEFAULT 03), SO A MISSED NIGHT IS CAUGHT UP WITHOUT SENDING
000260*      STALE NEWS; IV LOOKS AHEAD THE DAYS IN SYSIN COLS 13-14
000270*      (DEFAULT 05). EACH EVENT IS REGISTERED ON THE NOTIFEV FILE
000280*      (KEYED BY ACCOUNT, EVENT AND THE KEY OF THE RECORD THAT
000290*      RAISED IT) BEFORE IT IS WRITTEN, SO IT IS NEVER SENT TWICE.
000300*      THE MESSAGES GO TO THE NOTIFOUT FILE FOR THE MESSAGING
000310*      GATEWAY: A "0" HEADER, ONE "1" DETAIL PER EVENT AND
000320*      CHANNEL, AND A "9" TRAILER WITH THE COUNTS. RUN AFTER
000330*      PIXBATCH, OVDACCR AND FRAUDMON, BEFORE GLPOST.
000340*
000350*  MODIFICATION HISTORY.
000360*      15/10/2026  OPS   INITIAL VERSION.
000370******************************************************************
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT CARD-FILE ASSIGN TO "SYSIN"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-FS-CARD.
000440     SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMS"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS ACCT-NUMERO
000480         FILE STATUS IS WS-FS-ACCT.
000490     SELECT TRANSACTION-LOG ASSIGN TO "TRANLOG"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS LOG-CHAVE
000530         FILE STATUS IS WS-FS-LOG.
000540     SELECT PENDING-TRANSFERS ASSIGN TO "PNDXFER"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS PTX-CHAVE
000580         FILE STATUS IS WS-FS-PTX.
000590     SELECT EXTERNAL-TRANSFERS ASSIGN TO "XTRNXFR"
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS DYNAMIC
000620         RECORD KEY IS XFR-CHAVE
000630         FILE STATUS IS WS-FS-XFR.
000640     SELECT BOLETO-FILE ASSIGN TO "BOLETOS"
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS DYNAMIC
000670         RECORD KEY IS BOL-CHAVE
000680         FILE STATUS IS WS-FS-BOL.
000690     SELECT INVESTMENT-POSITION ASSIGN TO "INVPOS"
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS DYNAMIC
000720         RECORD KEY IS INV-CHAVE
000730         FILE STATUS IS WS-FS-INV.
000740     SELECT NOTIFIED-EVENTS ASSIGN TO "NOTIFEV"
000750         ORGANIZATION IS INDEXED
000760         ACCESS MODE IS DYNAMIC
000770         RECORD KEY IS NEV-CHAVE
000780         FILE STATUS IS WS-FS-NEV.
000790     SELECT NOTIFICATION-FILE ASSIGN TO "NOTIFOUT"
000800         ORGANIZATION IS SEQUENTIAL
000810         FILE STATUS IS WS-FS-NTF.
000820     SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
000830         ORGANIZATION IS INDEXED
000840         ACCESS MODE IS DYNAMIC
000850         RECORD KEY IS RUN-CHAVE
000860         FILE STATUS IS WS-FS-RUN.
000870 DATA DIVISION.
000880 FILE SECTION.
000890 FD  CARD-FILE
000900     LABEL RECORD IS OMITTED.
000910 01  PARM-RECORD.
000920     05  PARM-DATA               PIC X(08).
000930     05  FILLER                  PIC X(01).
000940     05  PARM-JANELA             PIC X(02).
000950     05  FILLER                  PIC X(01).
000960     05  PARM-DIAS-INVEST        PIC X(02).
000970     05  FILLER                  PIC X(66).
000980 FD  ACCOUNT-MASTER
000990     LABEL RECORD IS STANDARD.
001000     COPY ACCTMS.
001010 FD  TRANSACTION-LOG
001020     LABEL RECORD IS STANDARD.
001030     COPY TRANLOG.
001040 FD  PENDING-TRANSFERS
001050     LABEL RECORD IS STANDARD.
001060     COPY PNDXFER.
001070 FD  EXTERNAL-TRANSFERS
001080     LABEL RECORD IS STANDARD.
001090     COPY XTRNXFR.
001100 FD  BOLETO-FILE
001110     LABEL RECORD IS STANDARD.
001120     COPY BOLETO.
001130 FD  INVESTMENT-POSITION
001140     LABEL RECORD IS STANDARD.
001150     COPY INVPOS.
001160 FD  NOTIFIED-EVENTS
001170     LABEL RECORD IS STANDARD.
001180     COPY NOTIFEV.
001190 FD  NOTIFICATION-FILE
001200     LABEL RECORD IS STANDARD.
001210 01  NTF-DETALHE.
001220     05  NTF-TIPO-REG            PIC X(01).
001230     05  NTF-CANAL               PIC X(01).
001240     05  NTF-DESTINO             PIC X(60).
001250     05  NTF-CONTA               PIC 9(06).
001260     05  NTF-NOME                PIC X(30).
001270     05  NTF-EVENTO              PIC X(02).
001280     05  NTF-DATA-EVENTO         PIC 9(08).
001290     05  NTF-VALOR               PIC 9(09)V9(02).
001300     05  NTF-REFERENCIA          PIC X(30).
001310     05  NTF-MENSAGEM            PIC X(60).
001320     05  FILLER                  PIC X(11).
001330 01  NTF-HEADER.
001340     05  NTF-H-TIPO-REG          PIC X(01).
001350     05  NTF-H-DATA-MOVTO        PIC 9(08).
001360     05  NTF-H-DATA-GERACAO      PIC 9(08).
001370     05  NTF-H-HORA-GERACAO      PIC 9(08).
001380     05  NTF-H-SISTEMA           PIC X(08).
001390     05  FILLER                  PIC X(187).
001400 01  NTF-TRAILER.
001410     05  NTF-T-TIPO-REG          PIC X(01).
001420     05  NTF-T-DATA-MOVTO        PIC 9(08).
001430     05  NTF-T-QTD-DETALHES      PIC 9(07).
001440     05  NTF-T-QTD-SMS           PIC 9(07).
001450     05  NTF-T-QTD-EMAIL         PIC 9(07).
001460     05  FILLER                  PIC X(190).
001470 FD  RUN-CONTROL
001480     LABEL RECORD IS STANDARD.
001490     COPY RUNCTL.
001500 WORKING-STORAGE SECTION.
001510******************************************************************
001520*  FILE STATUS AND CONTROL SWITCHES.
001530******************************************************************
001540 77  WS-FS-CARD              PIC X(02) VALUE SPACES.
001550 77  WS-FS-ACCT              PIC X(02) VALUE SPACES.
001560 77  WS-FS-LOG               PIC X(02) VALUE SPACES.
001570 77  WS-FS-PTX               PIC X(02) VALUE SPACES.
001580 77  WS-FS-XFR               PIC X(02) VALUE SPACES.
001590 77  WS-FS-BOL               PIC X(02) VALUE SPACES.
001600 77  WS-FS-INV               PIC X(02) VALUE SPACES.
001610 77  WS-FS-NEV               PIC X(02) VALUE SPACES.
001620 77  WS-FS-NTF               PIC X(02) VALUE SPACES.
001630 77  WS-FS-RUN               PIC X(02) VALUE SPACES.
001640 01  WS-SW-EOF-ACCT          PIC X(01) VALUE "N".
001650     88  WS-EOF-ACCT                    VALUE "S".
001660 01  WS-SW-FIM-SCAN          PIC X(01) VALUE "N".
001670     88  WS-FIM-SCAN                    VALUE "S".
001680 01  WS-SW-FALHA             PIC X(01) VALUE "N".
001690     88  WS-FALHA                       VALUE "S".
001700 01  WS-SW-NTF-ABERTO        PIC X(01) VALUE "N".
001710     88  WS-NTF-ABERTO                  VALUE "S".
001720 01  WS-SW-RUN-ABERTO        PIC X(01) VALUE "N".
001730     88  WS-RUN-ABERTO                  VALUE "S".
001740 01  WS-SW-SMS               PIC X(01) VALUE "N".
001750     88  WS-ENVIA-SMS                   VALUE "S".
001760 01  WS-SW-EMAIL             PIC X(01) VALUE "N".
001770     88  WS-ENVIA-EMAIL                 VALUE "S".
001780******************************************************************
001790*  COUNTERS.
001800******************************************************************
001810 77  WS-CONT-CONTAS          PIC 9(07) VALUE ZERO COMP.
001820 77  WS-CONT-SEM-CANAL       PIC 9(07) VALUE ZERO COMP.
001830 77  WS-CONT-EVENTOS         PIC 9(07) VALUE ZERO COMP.
001840 77  WS-CONT-REPETIDOS       PIC 9(07) VALUE ZERO COMP.
001850 77  WS-CONT-DETALHES        PIC 9(07) VALUE ZERO COMP.
001860 77  WS-CONT-SMS             PIC 9(07) VALUE ZERO COMP.
001870 77  WS-CONT-EMAIL           PIC 9(07) VALUE ZERO COMP.
001880 77  WS-CONT-ERROS           PIC 9(07) VALUE ZERO COMP.
001890 77  WS-QTD-DIAS             PIC 9(02) VALUE ZERO COMP.
001900******************************************************************
001910*  RUN PARAMETERS AND DATES. JANELA = DAYS OF PAST EVENTS,
001920*  ENDING ON THE BUSINESS DATE; DIAS-INVEST = DAYS AHEAD FOR
001930*  INVESTMENT MATURITIES, STARTING TOMORROW.
001940******************************************************************
001950 01  WS-JANELA-PADRAO        PIC 9(02) VALUE 03.
001960 01  WS-DIAS-INVEST-PADRAO   PIC 9(02) VALUE 05.
001970 01  WS-JANELA               PIC 9(02).
001980 01  WS-DIAS-INVEST          PIC 9(02).
001990 01  WS-DATA-ATUAL           PIC 9(8).
002000 01  WS-HORA-ATUAL           PIC 9(8).
002010 01  WS-DATA-MOVTO           PIC 9(8).
002020 01  WS-INICIO-JANELA        PIC 9(8).
002030 01  WS-DATA-AMANHA          PIC 9(8).
002040 01  WS-FIM-INVEST           PIC 9(8).
002050 01  WS-DATA-CALC            PIC 9(8).
002060 01  WS-DATA-CALC-R REDEFINES WS-DATA-CALC.
002070     05  WS-DC-ANO           PIC 9(4).
002080     05  WS-DC-MES           PIC 9(2).
002090     05  WS-DC-DIA           PIC 9(2).
002100 01  WS-QUOCIENTE            PIC 9(4).
002110 01  WS-RESTO-4              PIC 9(4).
002120 01  WS-RESTO-100            PIC 9(4).
002130 01  WS-RESTO-400            PIC 9(4).
002140 01  WS-ULTIMO-DIA           PIC 9(2).
002150 01  WS-DIAS-MESES           PIC X(24)
002160     VALUE "312831303130313130313031".
002170 01  WS-DIAS-MESES-R REDEFINES WS-DIAS-MESES.
002180     05  WS-DIAS-MES         PIC 9(2) OCCURS 12.
002190******************************************************************
002200*  CURRENT ACCOUNT AND CURRENT EVENT.
002210******************************************************************
002220 01  WS-CONTA-ATUAL          PIC 9(6).
002230 01  WS-NOME-ATUAL           PIC X(30).
002240 01  WS-TELEFONE-ATUAL       PIC 9(11).
002250 01  WS-EMAIL-ATUAL          PIC X(60).
002260 01  WS-EVT-EVENTO           PIC X(02).
002270 01  WS-EVT-ORIGEM           PIC X(24).
002280 01  WS-EVT-ORIGEM-R REDEFINES WS-EVT-ORIGEM.
002290     05  WS-EO-DATA          PIC 9(08).
002300     05  WS-EO-HORA          PIC 9(08).
002310     05  WS-EO-COMPL         PIC X(08).
002320 01  WS-EVT-DATA             PIC 9(8).
002330 01  WS-EVT-VALOR            PIC S9(9)V9(2).
002340 01  WS-EVT-REFERENCIA       PIC X(30).
002350 01  WS-EVT-MENSAGEM         PIC X(60).
002360******************************************************************
002370*  PROCEDURE DIVISION.
002380******************************************************************
002390 PROCEDURE DIVISION.
002400******************************************************************
002410*  0000-MAINLINE
002420*      DRIVES THE OPEN / PROCESS / CLOSE SEQUENCE FOR THE RUN.
002430******************************************************************
002440 0000-MAINLINE.
002450     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002460     PERFORM 2000-PROCESS-CONTA THRU 2000-EXIT
002470         UNTIL WS-EOF-ACCT.
002480     PERFORM 8000-FINALIZE THRU 8000-EXIT.
002490     GO TO 9999-EXIT.
002500
002510******************************************************************
002520*  1000-INITIALIZE
002530*      READS THE PARAMETER CARD, OPENS ALL FILES (CREATING NOTIFEV
002540*      ON ITS FIRST RUN), WRITES THE NOTIFOUT HEADER, WORKS OUT
002550*      THE DATE LIMITS AND POSITIONS ON THE FIRST ACCOUNT. AN
002560*      INVALID CARD OR A FILE THAT WILL NOT OPEN STOPS THE RUN
002570*      BEFORE ANYTHING IS REGISTERED.
002580******************************************************************
002590 1000-INITIALIZE.
002600     ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.
002610     MOVE WS-DATA-ATUAL TO WS-DATA-MOVTO.
002620     MOVE WS-JANELA-PADRAO TO WS-JANELA.
002630     MOVE WS-DIAS-INVEST-PADRAO TO WS-DIAS-INVEST.
002640     OPEN INPUT CARD-FILE.
002650     IF WS-FS-CARD = "00" THEN
002660         READ CARD-FILE
002670             AT END
002680                 MOVE SPACES TO PARM-RECORD
002690         END-READ
002700         CLOSE CARD-FILE
002710         PERFORM 1100-VALIDAR-CARTAO THRU 1100-EXIT
002720         IF WS-FALHA THEN
002730             DISPLAY "NOTIFBAT: CARTAO DE PARAMETROS INVALIDO"
002740             MOVE "S" TO WS-SW-EOF-ACCT
002750             GO TO 1000-EXIT
002760         END-IF
002770     END-IF.
002780     OPEN INPUT ACCOUNT-MASTER.
002790     IF WS-FS-ACCT NOT = "00" THEN
002800         DISPLAY "NOTIFBAT: NAO FOI POSSIVEL ABRIR ACCTMS, "
002810                 "STATUS " WS-FS-ACCT
002820         MOVE "S" TO WS-SW-EOF-ACCT
002830         MOVE "S" TO WS-SW-FALHA
002840         GO TO 1000-EXIT
002850     END-IF.
002860     OPEN INPUT TRANSACTION-LOG.
002870     IF WS-FS-LOG NOT = "00" THEN
002880         DISPLAY "NOTIFBAT: NAO FOI POSSIVEL ABRIR TRANLOG, "
002890                 "STATUS " WS-FS-LOG
002900         MOVE "S" TO WS-SW-EOF-ACCT
002910         MOVE "S" TO WS-SW-FALHA
002920         GO TO 1000-EXIT
002930     END-IF.
002940     OPEN INPUT PENDING-TRANSFERS.
002950     IF WS-FS-PTX NOT = "00" THEN
002960         DISPLAY "NOTIFBAT: NAO FOI POSSIVEL ABRIR PNDXFER, "
002970                 "STATUS " WS-FS-PTX
002980         MOVE "S" TO WS-SW-EOF-ACCT
002990         MOVE "S" TO WS-SW-FALHA
003000         GO TO 1000-EXIT
003010     END-IF.
003020     OPEN INPUT EXTERNAL-TRANSFERS.
003030     IF WS-FS-XFR NOT = "00" THEN
003040         DISPLAY "NOTIFBAT: NAO FOI POSSIVEL ABRIR XTRNXFR, "
003050                 "STATUS " WS-FS-XFR
003060         MOVE "S" TO WS-SW-EOF-ACCT
003070         MOVE "S" TO WS-SW-FALHA
003080         GO TO 1000-EXIT
003090     END-IF.
003100     OPEN INPUT BOLETO-FILE.
003110     IF WS-FS-BOL NOT = "00" THEN
003120         DISPLAY "NOTIFBAT: NAO FOI POSSIVEL ABRIR BOLETOS, "
003130                 "STATUS " WS-FS-BOL
003140         MOVE "S" TO WS-SW-EOF-ACCT
003150         MOVE "S" TO WS-SW-FALHA
003160         GO TO 1000-EXIT
003170     END-IF.
003180     OPEN INPUT INVESTMENT-POSITION.
003190     IF WS-FS-INV NOT = "00" THEN
003200         DISPLAY "NOTIFBAT: NAO FOI POSSIVEL ABRIR INVPOS, "
003210                 "STATUS " WS-FS-INV
003220         MOVE "S" TO WS-SW-EOF-ACCT
003230         MOVE "S" TO WS-SW-FALHA
003240         GO TO 1000-EXIT
003250     END-IF.
003260     OPEN I-O NOTIFIED-EVENTS.
003270     IF WS-FS-NEV = "35" THEN
003280         OPEN OUTPUT NOTIFIED-EVENTS
003290         CLOSE NOTIFIED-EVENTS
003300         OPEN I-O NOTIFIED-EVENTS
003310     END-IF.
003320     IF WS-FS-NEV NOT = "00" THEN
003330         DISPLAY "NOTIFBAT: NAO FOI POSSIVEL ABRIR NOTIFEV, "
003340                 "STATUS " WS-FS-NEV
003350         MOVE "S" TO WS-SW-EOF-ACCT
003360         MOVE "S" TO WS-SW-FALHA
003370         GO TO 1000-EXIT
003380     END-IF.
003390     OPEN OUTPUT NOTIFICATION-FILE.
003400     IF WS-FS-NTF NOT = "00" THEN
003410         DISPLAY "NOTIFBAT: NAO FOI POSSIVEL ABRIR NOTIFOUT, "
003420                 "STATUS " WS-FS-NTF
003430         MOVE "S" TO WS-SW-EOF-ACCT
003440         MOVE "S" TO WS-SW-FALHA
003450         GO TO 1000-EXIT
003460     END-IF.
003470     MOVE "S" TO WS-SW-NTF-ABERTO.
003480     PERFORM 1300-GRAVAR-HEADER THRU 1300-EXIT.
003490     PERFORM 1400-CALCULAR-DATAS THRU 1400-EXIT.
003500     PERFORM 1200-INICIAR-RUNCTL THRU 1200-EXIT.
003510     MOVE ZEROS TO ACCT-NUMERO.
003520     START ACCOUNT-MASTER KEY IS NOT < ACCT-NUMERO
003530         INVALID KEY
003540             MOVE "S" TO WS-SW-EOF-ACCT
003550     END-START.
003560 1000-EXIT.
003570     EXIT.
003580
003590******************************************************************
003600*  1100-VALIDAR-CARTAO
003610*      CHECKS THE SYSIN CARD. A BLANK FIELD KEEPS ITS DEFAULT
003620*      (TODAY, JANELA 03, DIAS-INVEST 05); A FIELD THAT IS NOT
003630*      NUMERIC, OR A ZERO JANELA / DIAS-INVEST, SETS WS-FALHA.
003640******************************************************************
003650 1100-VALIDAR-CARTAO.
003660     IF PARM-DATA NOT = SPACES THEN
003670         IF PARM-DATA NOT NUMERIC THEN
003680             MOVE "S" TO WS-SW-FALHA
003690             GO TO 1100-EXIT
003700         END-IF
003710         MOVE PARM-DATA TO WS-DATA-MOVTO
003720     END-IF.
003730     IF PARM-JANELA NOT = SPACES THEN
003740         IF PARM-JANELA NOT NUMERIC OR PARM-JANELA = "00" THEN
003750             MOVE "S" TO WS-SW-FALHA
003760             GO TO 1100-EXIT
003770         END-IF
003780         MOVE PARM-JANELA TO WS-JANELA
003790     END-IF.
003800     IF PARM-DIAS-INVEST NOT = SPACES THEN
003810         IF PARM-DIAS-INVEST NOT NUMERIC
003820                 OR PARM-DIAS-INVEST = "00" THEN
003830             MOVE "S" TO WS-SW-FALHA
003840             GO TO 1100-EXIT
003850         END-IF
003860         MOVE PARM-DIAS-INVEST TO WS-DIAS-INVEST
003870     END-IF.
003880 1100-EXIT.
003890     EXIT.
003900
003910******************************************************************
003920*  1200-INICIAR-RUNCTL
003930*      WRITES THE JOB'S "E" RUN RECORD AND START TIMESTAMP. ONLY
003940*      PERFORMED AFTER EVERY DATA FILE OPENED, SO A FAILED INIT
003950*      SHOWS AS "NAO EXECUTADO"; A RUNCTL FAILURE ONLY WARNS.
003960******************************************************************
003970 1200-INICIAR-RUNCTL.
003980     OPEN I-O RUN-CONTROL.
003990     IF WS-FS-RUN = "35" THEN
004000         OPEN OUTPUT RUN-CONTROL
004010         CLOSE RUN-CONTROL
004020         OPEN I-O RUN-CONTROL
004030     END-IF.
004040     IF WS-FS-RUN NOT = "00" THEN
004050         DISPLAY "NOTIFBAT: NAO FOI POSSIVEL ABRIR RUNCTL, "
004060                 "STATUS " WS-FS-RUN
004070         GO TO 1200-EXIT
004080     END-IF.
004090     MOVE "S" TO WS-SW-RUN-ABERTO.
004100     MOVE "NOTIFBAT" TO RUN-JOB.
004110     MOVE WS-DATA-MOVTO TO RUN-DATA.
004120     ACCEPT WS-HORA-ATUAL FROM TIME.
004130     MOVE WS-DATA-ATUAL TO RUN-INICIO-DATA.
004140     MOVE WS-HORA-ATUAL TO RUN-INICIO-HORA.
004150     MOVE ZEROS TO RUN-FIM-DATA.
004160     MOVE ZEROS TO RUN-FIM-HORA.
004170     MOVE ZEROS TO RUN-LIDOS.
004180     MOVE ZEROS TO RUN-APLICADOS.
004190     MOVE ZEROS TO RUN-ERROS.
004200     MOVE "E" TO RUN-STATUS.
004210     WRITE RUN-RECORD
004220         INVALID KEY
004230             REWRITE RUN-RECORD
004240     END-WRITE.
004250 1200-EXIT.
004260     EXIT.
004270
004280******************************************************************
004290*  1300-GRAVAR-HEADER
004300*      WRITES THE "0" HEADER OF THE NOTIFOUT FILE.
004310******************************************************************
004320 1300-GRAVAR-HEADER.
004330     ACCEPT WS-HORA-ATUAL FROM TIME.
004340     MOVE SPACES TO NTF-HEADER.
004350     MOVE "0" TO NTF-H-TIPO-REG.
004360     MOVE WS-DATA-MOVTO TO NTF-H-DATA-MOVTO.
004370     MOVE WS-DATA-ATUAL TO NTF-H-DATA-GERACAO.
004380     MOVE WS-HORA-ATUAL TO NTF-H-HORA-GERACAO.
004390     MOVE "IBANKLP " TO NTF-H-SISTEMA.
004400     WRITE NTF-HEADER.
004410 1300-EXIT.
004420     EXIT.
004430
004440******************************************************************
004450*  1400-CALCULAR-DATAS
004460*      WORKS OUT THE FIRST DATE OF THE PAST-EVENT JANELA (THE
004470*      BUSINESS DATE COUNTS AS ITS LAST DAY), TOMORROW (BOLETOS
004480*      DUE) AND THE LAST MATURITY DATE LOOKED AT FOR INVESTMENTS.
004490******************************************************************
004500 1400-CALCULAR-DATAS.
004510     MOVE WS-DATA-MOVTO TO WS-DATA-CALC.
004520     COMPUTE WS-QTD-DIAS = WS-JANELA - 1.
004530     PERFORM 1500-SUBTRAIR-DIA THRU 1500-EXIT
004540         WS-QTD-DIAS TIMES.
004550     MOVE WS-DATA-CALC TO WS-INICIO-JANELA.
004560     MOVE WS-DATA-MOVTO TO WS-DATA-CALC.
004570     PERFORM 1600-SOMAR-DIA THRU 1600-EXIT.
004580     MOVE WS-DATA-CALC TO WS-DATA-AMANHA.
004590     MOVE WS-DATA-MOVTO TO WS-DATA-CALC.
004600     MOVE WS-DIAS-INVEST TO WS-QTD-DIAS.
004610     PERFORM 1600-SOMAR-DIA THRU 1600-EXIT
004620         WS-QTD-DIAS TIMES.
004630     MOVE WS-DATA-CALC TO WS-FIM-INVEST.
004640 1400-EXIT.
004650     EXIT.
004660
004670******************************************************************
004680*  1500-SUBTRAIR-DIA
004690*      MOVES WS-DATA-CALC BACK ONE CALENDAR DAY.
004700******************************************************************
004710 1500-SUBTRAIR-DIA.
004720     IF WS-DC-DIA > 1 THEN
004730         SUBTRACT 1 FROM WS-DC-DIA
004740         GO TO 1500-EXIT
004750     END-IF.
004760     IF WS-DC-MES > 1 THEN
004770         SUBTRACT 1 FROM WS-DC-MES
004780     ELSE
004790         MOVE 12 TO WS-DC-MES
004800         SUBTRACT 1 FROM WS-DC-ANO
004810     END-IF.
004820     PERFORM 1700-ULTIMO-DIA THRU 1700-EXIT.
004830     MOVE WS-ULTIMO-DIA TO WS-DC-DIA.
004840 1500-EXIT.
004850     EXIT.
004860
004870******************************************************************
004880*  1600-SOMAR-DIA
004890*      MOVES WS-DATA-CALC FORWARD ONE CALENDAR DAY.
004900******************************************************************
004910 1600-SOMAR-DIA.
004920     PERFORM 1700-ULTIMO-DIA THRU 1700-EXIT.
004930     IF WS-DC-DIA < WS-ULTIMO-DIA THEN
004940         ADD 1 TO WS-DC-DIA
004950         GO TO 1600-EXIT
004960     END-IF.
004970     MOVE 1 TO WS-DC-DIA.
004980     IF WS-DC-MES < 12 THEN
004990         ADD 1 TO WS-DC-MES
005000     ELSE
005010         MOVE 1 TO WS-DC-MES
005020         ADD 1 TO WS-DC-ANO
005030     END-IF.
005040 1600-EXIT.
005050     EXIT.
005060
005070******************************************************************
005080*  1700-ULTIMO-DIA
005090*      LEAVES IN WS-ULTIMO-DIA THE LAST DAY OF THE MONTH IN
005100*      WS-DATA-CALC, WITH 29 FOR FEBRUARY OF A LEAP YEAR.
005110******************************************************************
005120 1700-ULTIMO-DIA.
005130     MOVE WS-DIAS-MES (WS-DC-MES) TO WS-ULTIMO-DIA.
005140     IF WS-DC-MES = 2 THEN
005150         DIVIDE WS-DC-ANO BY 4 GIVING WS-QUOCIENTE
005160             REMAINDER WS-RESTO-4
005170         DIVIDE WS-DC-ANO BY 100 GIVING WS-QUOCIENTE
005180             REMAINDER WS-RESTO-100
005190         DIVIDE WS-DC-ANO BY 400 GIVING WS-QUOCIENTE
005200             REMAINDER WS-RESTO-400
005210         IF WS-RESTO-4 = ZERO AND (WS-RESTO-100 NOT = ZERO
005220                 OR WS-RESTO-400 = ZERO) THEN
005230             MOVE 29 TO WS-ULTIMO-DIA
005240         END-IF
005250     END-IF.
005260 1700-EXIT.
005270     EXIT.
005280
005290******************************************************************
005300*  2000-PROCESS-CONTA
005310*      READS THE NEXT ACCOUNT AND, WHEN IT HAS A CHANNEL TO SEND
005320*      TO, SCANS EACH SOURCE FILE FOR ITS EVENTS. ENCERRADA
005330*      ACCOUNTS ARE SKIPPED. ONLY THE OTHER FILES ARE REPOSITIONED
005340*      PER ACCOUNT, SO THE MASTER KEEPS ITS SEQUENTIAL POSITION.
005350******************************************************************
005360 2000-PROCESS-CONTA.
005370     READ ACCOUNT-MASTER NEXT RECORD
005380         AT END
005390             MOVE "S" TO WS-SW-EOF-ACCT
005400             GO TO 2000-EXIT
005410     END-READ.
005420     ADD 1 TO WS-CONT-CONTAS.
005430     IF ACCT-STATUS = "E" THEN
005440         GO TO 2000-EXIT
005450     END-IF.
005460     PERFORM 2100-VERIFICAR-CANAIS THRU 2100-EXIT.
005470     IF NOT WS-ENVIA-SMS AND NOT WS-ENVIA-EMAIL THEN
005480         ADD 1 TO WS-CONT-SEM-CANAL
005490         GO TO 2000-EXIT
005500     END-IF.
005510     MOVE ACCT-NUMERO TO WS-CONTA-ATUAL.
005520     MOVE ACCT-NOME TO WS-NOME-ATUAL.
005530     PERFORM 3000-VARRER-AGENDADOS THRU 3000-EXIT.
005540     PERFORM 3200-VARRER-TED THRU 3200-EXIT.
005550     PERFORM 3400-VARRER-BOLETOS THRU 3400-EXIT.
005560     PERFORM 3600-VARRER-INVEST THRU 3600-EXIT.
005570     PERFORM 3800-VARRER-LOG THRU 3800-EXIT.
005580 2000-EXIT.
005590     EXIT.
005600
005610******************************************************************
005620*  2100-VERIFICAR-CANAIS
005630*      SMS NEEDS THE OPT-IN AND A NUMERIC, NON-ZERO CELL PHONE;
005640*      E-MAIL NEEDS THE OPT-IN AND A NON-BLANK ADDRESS. AN OLD
005650*      RECORD'S BLANK RESERVE AREA MEANS NEITHER.
005660******************************************************************
005670 2100-VERIFICAR-CANAIS.
005680     MOVE "N" TO WS-SW-SMS.
005690     MOVE "N" TO WS-SW-EMAIL.
005700     IF ACCT-OPT-SMS = "S" AND ACCT-TELEFONE NUMERIC
005710             AND ACCT-TELEFONE NOT = ZERO THEN
005720         MOVE "S" TO WS-SW-SMS
005730         MOVE ACCT-TELEFONE TO WS-TELEFONE-ATUAL
005740     END-IF.
005750     IF ACCT-OPT-EMAIL = "S" AND ACCT-EMAIL NOT = SPACES THEN
005760         MOVE "S" TO WS-SW-EMAIL
005770         MOVE ACCT-EMAIL TO WS-EMAIL-ATUAL
005780     END-IF.
005790 2100-EXIT.
005800     EXIT.
005810
005820******************************************************************
005830*  3000-VARRER-AGENDADOS
005840*      READS THE ACCOUNT'S SCHEDULED TRANSFERS DUE IN THE JANELA.
005850******************************************************************
005860 3000-VARRER-AGENDADOS.
005870     MOVE "N" TO WS-SW-FIM-SCAN.
005880     MOVE WS-CONTA-ATUAL TO PTX-CONTA.
005890     MOVE WS-INICIO-JANELA TO PTX-DATA-AGENDA.
005900     MOVE ZEROS TO PTX-HORA-CRIACAO.
005910     START PENDING-TRANSFERS KEY IS NOT < PTX-CHAVE
005920         INVALID KEY
005930             GO TO 3000-EXIT
005940     END-START.
005950     PERFORM 3100-LER-AGENDADO THRU 3100-EXIT
005960         UNTIL WS-FIM-SCAN.
005970 3000-EXIT.
005980     EXIT.
005990
006000******************************************************************
006010*  3100-LER-AGENDADO
006020*      READS THE NEXT PENDING TRANSFER FOR 3000. ONE THAT FAILED
006030*      AT SETTLEMENT ("E") RAISES PE, ONE HELD FOR THE BACK
006040*      OFFICE ("R") RAISES PR. A FAILED ONE THE CUSTOMER
006050*      RESCHEDULES GETS A NEW DUE DATE, HENCE A NEW EVENT KEY.
006060******************************************************************
006070 3100-LER-AGENDADO.
006080     READ PENDING-TRANSFERS NEXT RECORD
006090         AT END
006100             MOVE "S" TO WS-SW-FIM-SCAN
006110             GO TO 3100-EXIT
006120     END-READ.
006130     IF PTX-CONTA NOT = WS-CONTA-ATUAL
006140             OR PTX-DATA-AGENDA > WS-DATA-MOVTO THEN
006150         MOVE "S" TO WS-SW-FIM-SCAN
006160         GO TO 3100-EXIT
006170     END-IF.
006180     IF PTX-STATUS NOT = "E" AND PTX-STATUS NOT = "R" THEN
006190         GO TO 3100-EXIT
006200     END-IF.
006210     MOVE SPACES TO WS-EVT-ORIGEM.
006220     MOVE PTX-DATA-AGENDA TO WS-EO-DATA.
006230     MOVE PTX-HORA-CRIACAO TO WS-EO-HORA.
006240     MOVE PTX-DATA-AGENDA TO WS-EVT-DATA.
006250     MOVE PTX-VALOR TO WS-EVT-VALOR.
006260     MOVE SPACES TO WS-EVT-REFERENCIA.
006270     IF PTX-BENEF-CPF NUMERIC AND PTX-BENEF-CPF > ZERO THEN
006280         MOVE "CPF" TO WS-EVT-REFERENCIA(1:4)
006290         MOVE PTX-BENEF-CPF TO WS-EVT-REFERENCIA(5:11)
006300     ELSE
006310         MOVE "CONTA" TO WS-EVT-REFERENCIA(1:6)
006320         MOVE PTX-BENEFICIARIO TO WS-EVT-REFERENCIA(7:6)
006330     END-IF.
006340     IF PTX-STATUS = "E" THEN
006350         MOVE "PE" TO WS-EVT-EVENTO
006360         MOVE "AGENDAMENTO NAO EFETUADO"
006370             TO WS-EVT-MENSAGEM
006380     ELSE
006390         MOVE "PR" TO WS-EVT-EVENTO
006400         MOVE "AGENDAMENTO RETIDO PARA APROVACAO DO BANCO"
006410             TO WS-EVT-MENSAGEM
006420     END-IF.
006430     PERFORM 5000-NOTIFICAR-EVENTO THRU 5000-EXIT.
006440 3100-EXIT.
006450     EXIT.
006460
006470******************************************************************
006480*  3200-VARRER-TED
006490*      READS ALL OF THE ACCOUNT'S TEDS: A RETURN CAN COME DAYS
006500*      AFTER THE SEND DATE IN THE KEY, SO THE JANELA IS APPLIED TO
006510*      XFR-DATA-RETORNO INSTEAD.
006520******************************************************************
006530 3200-VARRER-TED.
006540     MOVE "N" TO WS-SW-FIM-SCAN.
006550     MOVE WS-CONTA-ATUAL TO XFR-CONTA.
006560     MOVE ZEROS TO XFR-DATA.
006570     MOVE ZEROS TO XFR-HORA.
006580     START EXTERNAL-TRANSFERS KEY IS NOT < XFR-CHAVE
006590         INVALID KEY
006600             GO TO 3200-EXIT
006610     END-START.
006620     PERFORM 3300-LER-TED THRU 3300-EXIT
006630         UNTIL WS-FIM-SCAN.
006640 3200-EXIT.
006650     EXIT.
006660
006670******************************************************************
006680*  3300-LER-TED
006690*      READS THE NEXT EXTERNAL TRANSFER FOR 3200. A TED RETURNED
006700*      ("D") BY TEDRETN WITHIN THE JANELA RAISES TD.
006710******************************************************************
006720 3300-LER-TED.
006730     READ EXTERNAL-TRANSFERS NEXT RECORD
006740         AT END
006750             MOVE "S" TO WS-SW-FIM-SCAN
006760             GO TO 3300-EXIT
006770     END-READ.
006780     IF XFR-CONTA NOT = WS-CONTA-ATUAL THEN
006790         MOVE "S" TO WS-SW-FIM-SCAN
006800         GO TO 3300-EXIT
006810     END-IF.
006820     IF XFR-STATUS NOT = "D" OR XFR-DATA-RETORNO NOT NUMERIC THEN
006830         GO TO 3300-EXIT
006840     END-IF.
006850     IF XFR-DATA-RETORNO < WS-INICIO-JANELA
006860             OR XFR-DATA-RETORNO > WS-DATA-MOVTO THEN
006870         GO TO 3300-EXIT
006880     END-IF.
006890     MOVE SPACES TO WS-EVT-ORIGEM.
006900     MOVE XFR-DATA TO WS-EO-DATA.
006910     MOVE XFR-HORA TO WS-EO-HORA.
006920     MOVE "TD" TO WS-EVT-EVENTO.
006930     MOVE XFR-DATA-RETORNO TO WS-EVT-DATA.
006940     MOVE XFR-VALOR TO WS-EVT-VALOR.
006950     MOVE XFR-BENEF-NOME TO WS-EVT-REFERENCIA.
006960     MOVE "TED DEVOLVIDA, VALOR CREDITADO NA CONTA"
006970         TO WS-EVT-MENSAGEM.
006980     PERFORM 5000-NOTIFICAR-EVENTO THRU 5000-EXIT.
006990 3300-EXIT.
007000     EXIT.
007010
007020******************************************************************
007030*  3400-VARRER-BOLETOS
007040*      READS THE ACCOUNT'S BOLETOS (KEYED BY DOCUMENT, NOT DATE).
007050******************************************************************
007060 3400-VARRER-BOLETOS.
007070     MOVE "N" TO WS-SW-FIM-SCAN.
007080     MOVE WS-CONTA-ATUAL TO BOL-CONTA.
007090     MOVE ZEROS TO BOL-DOCUMENTO.
007100     START BOLETO-FILE KEY IS NOT < BOL-CHAVE
007110         INVALID KEY
007120             GO TO 3400-EXIT
007130     END-START.
007140     PERFORM 3500-LER-BOLETO THRU 3500-EXIT
007150         UNTIL WS-FIM-SCAN.
007160 3400-EXIT.
007170     EXIT.
007180
007190******************************************************************
007200*  3500-LER-BOLETO
007210*      READS THE NEXT BOLETO FOR 3400. A REGISTERED, UNPAID ("R")
007220*      BOLETO DUE TOMORROW RAISES BV.
007230******************************************************************
007240 3500-LER-BOLETO.
007250     READ BOLETO-FILE NEXT RECORD
007260         AT END
007270             MOVE "S" TO WS-SW-FIM-SCAN
007280             GO TO 3500-EXIT
007290     END-READ.
007300     IF BOL-CONTA NOT = WS-CONTA-ATUAL THEN
007310         MOVE "S" TO WS-SW-FIM-SCAN
007320         GO TO 3500-EXIT
007330     END-IF.
007340     IF BOL-STATUS NOT = "R"
007350             OR BOL-DATA-VENCIMENTO NOT = WS-DATA-AMANHA THEN
007360         GO TO 3500-EXIT
007370     END-IF.
007380     MOVE SPACES TO WS-EVT-ORIGEM.
007390     MOVE BOL-DATA-VENCIMENTO TO WS-EO-DATA.
007400     MOVE BOL-DOCUMENTO TO WS-EVT-ORIGEM(9:10).
007410     MOVE "BV" TO WS-EVT-EVENTO.
007420     MOVE BOL-DATA-VENCIMENTO TO WS-EVT-DATA.
007430     MOVE BOL-VALOR TO WS-EVT-VALOR.
007440     MOVE BOL-BENEF-NOME TO WS-EVT-REFERENCIA.
007450     MOVE "BOLETO VENCE AMANHA" TO WS-EVT-MENSAGEM.
007460     PERFORM 5000-NOTIFICAR-EVENTO THRU 5000-EXIT.
007470 3500-EXIT.
007480     EXIT.
007490
007500******************************************************************
007510*  3600-VARRER-INVEST
007520*      READS ALL OF THE ACCOUNT'S INVESTMENT POSITIONS (KEYED BY
007530*      THE DATE THEY WERE BOOKED, NOT BY MATURITY).
007540******************************************************************
007550 3600-VARRER-INVEST.
007560     MOVE "N" TO WS-SW-FIM-SCAN.
007570     MOVE WS-CONTA-ATUAL TO INV-CONTA.
007580     MOVE ZEROS TO INV-DATA-INICIO.
007590     MOVE ZEROS TO INV-HORA-INICIO.
007600     START INVESTMENT-POSITION KEY IS NOT < INV-CHAVE
007610         INVALID KEY
007620             GO TO 3600-EXIT
007630     END-START.
007640     PERFORM 3700-LER-INVEST THRU 3700-EXIT
007650         UNTIL WS-FIM-SCAN.
007660 3600-EXIT.
007670     EXIT.
007680
007690******************************************************************
007700*  3700-LER-INVEST
007710*      READS THE NEXT POSITION FOR 3600. AN ACTIVE ("A") POSITION
007720*      MATURING FROM TOMORROW THROUGH WS-FIM-INVEST RAISES IV,
007730*      ONCE PER MATURITY DATE.
007740******************************************************************
007750 3700-LER-INVEST.
007760     READ INVESTMENT-POSITION NEXT RECORD
007770         AT END
007780             MOVE "S" TO WS-SW-FIM-SCAN
007790             GO TO 3700-EXIT
007800     END-READ.
007810     IF INV-CONTA NOT = WS-CONTA-ATUAL THEN
007820         MOVE "S" TO WS-SW-FIM-SCAN
007830         GO TO 3700-EXIT
007840     END-IF.
007850     IF INV-STATUS NOT = "A"
007860             OR INV-DATA-VENCIMENTO NOT NUMERIC THEN
007870         GO TO 3700-EXIT
007880     END-IF.
007890     IF INV-DATA-VENCIMENTO < WS-DATA-AMANHA
007900             OR INV-DATA-VENCIMENTO > WS-FIM-INVEST THEN
007910         GO TO 3700-EXIT
007920     END-IF.
007930     MOVE INV-DATA-INICIO TO WS-EO-DATA.
007940     MOVE INV-HORA-INICIO TO WS-EO-HORA.
007950     MOVE INV-DATA-VENCIMENTO TO WS-EO-COMPL.
007960     MOVE "IV" TO WS-EVT-EVENTO.
007970     MOVE INV-DATA-VENCIMENTO TO WS-EVT-DATA.
007980     MOVE INV-VALOR-RESGATE TO WS-EVT-VALOR.
007990     MOVE SPACES TO WS-EVT-REFERENCIA.
008000     MOVE "PRODUTO" TO WS-EVT-REFERENCIA(1:8).
008010     MOVE INV-PRODUTO TO WS-EVT-REFERENCIA(9:2).
008020     MOVE "SEU INVESTIMENTO VENCE EM BREVE" TO WS-EVT-MENSAGEM.
008030     PERFORM 5000-NOTIFICAR-EVENTO THRU 5000-EXIT.
008040 3700-EXIT.
008050     EXIT.
008060
008070******************************************************************
008080*  3800-VARRER-LOG
008090*      READS THE ACCOUNT'S LOG FORWARD FROM THE FIRST DATE OF THE
008100*      JANELA THROUGH THE BUSINESS DATE.
008110******************************************************************
008120 3800-VARRER-LOG.
008130     MOVE "N" TO WS-SW-FIM-SCAN.
008140     MOVE WS-CONTA-ATUAL TO LOG-CONTA.
008150     MOVE WS-INICIO-JANELA TO LOG-DATA.
008160     MOVE ZEROS TO LOG-HORA.
008170     START TRANSACTION-LOG KEY IS NOT < LOG-CHAVE
008180         INVALID KEY
008190             GO TO 3800-EXIT
008200     END-START.
008210     PERFORM 3900-LER-LOG THRU 3900-EXIT
008220         UNTIL WS-FIM-SCAN.
008230 3800-EXIT.
008240     EXIT.
008250
008260******************************************************************
008270*  3900-LER-LOG
008280*      READS THE NEXT LOG RECORD FOR 3800. OVERDRAFT INTEREST
008290*      ("21", OVDACCR) RAISES OV, A LOCKOUT ("15") BQ AND A
008300*      PASSWORD CHANGE ("16") SN.
008310******************************************************************
008320 3900-LER-LOG.
008330     READ TRANSACTION-LOG NEXT RECORD
008340         AT END
008350             MOVE "S" TO WS-SW-FIM-SCAN
008360             GO TO 3900-EXIT
008370     END-READ.
008380     IF LOG-CONTA NOT = WS-CONTA-ATUAL
008390             OR LOG-DATA > WS-DATA-MOVTO THEN
008400         MOVE "S" TO WS-SW-FIM-SCAN
008410         GO TO 3900-EXIT
008420     END-IF.
008430     EVALUATE LOG-OPERACAO
008440         WHEN "21"
008450             MOVE "OV" TO WS-EVT-EVENTO
008460             MOVE "COBRADOS JUROS DE CHEQUE ESPECIAL"
008470                 TO WS-EVT-MENSAGEM
008480         WHEN "15"
008490             MOVE "BQ" TO WS-EVT-EVENTO
008500             MOVE "CONTA BLOQUEADA POR SENHA INVALIDA"
008510                 TO WS-EVT-MENSAGEM
008520         WHEN "16"
008530             MOVE "SN" TO WS-EVT-EVENTO
008540             MOVE "SENHA ALTERADA. NAO FOI VOCE? PROCURE O BANCO"
008550                 TO WS-EVT-MENSAGEM
008560         WHEN OTHER
008570             GO TO 3900-EXIT
008580     END-EVALUATE.
008590     MOVE SPACES TO WS-EVT-ORIGEM.
008600     MOVE LOG-DATA TO WS-EO-DATA.
008610     MOVE LOG-HORA TO WS-EO-HORA.
008620     MOVE LOG-DATA TO WS-EVT-DATA.
008630     MOVE LOG-VALOR TO WS-EVT-VALOR.
008640     MOVE SPACES TO WS-EVT-REFERENCIA.
008650     PERFORM 5000-NOTIFICAR-EVENTO THRU 5000-EXIT.
008660 3900-EXIT.
008670     EXIT.
008680
008690******************************************************************
008700*  5000-NOTIFICAR-EVENTO
008710*      REGISTERS THE EVENT IN WS-EVT-xxx ON NOTIFEV AND, IF IT WAS
008720*      NOT THERE YET, WRITES ONE NOTIFOUT DETAIL PER CHANNEL. THE
008730*      REGISTER ENTRY GOES FIRST, AS IN CREDREC, SO A RERUN NEVER
008740*      SENDS THE SAME EVENT AGAIN; A FAILED WRITE SENDS NOTHING.
008750******************************************************************
008760 5000-NOTIFICAR-EVENTO.
008770     MOVE WS-CONTA-ATUAL TO NEV-CONTA.
008780     MOVE WS-EVT-EVENTO TO NEV-EVENTO.
008790     MOVE WS-EVT-ORIGEM TO NEV-ORIGEM.
008800     MOVE WS-DATA-MOVTO TO NEV-DATA-ENVIO.
008810     MOVE WS-EVT-DATA TO NEV-DATA-EVENTO.
008820     MOVE WS-EVT-VALOR TO NEV-VALOR.
008830     MOVE SPACES TO NEV-CANAIS.
008840     IF WS-ENVIA-SMS THEN
008850         MOVE "S" TO NEV-CANAIS(1:1)
008860     END-IF.
008870     IF WS-ENVIA-EMAIL THEN
008880         MOVE "E" TO NEV-CANAIS(2:1)
008890     END-IF.
008900     WRITE NEV-RECORD
008910         INVALID KEY
008920             IF WS-FS-NEV = "22" THEN
008930                 ADD 1 TO WS-CONT-REPETIDOS
008940             ELSE
008950                 DISPLAY "NOTIFBAT: EVENTO " WS-EVT-EVENTO
008960                         " DA CONTA " WS-CONTA-ATUAL
008970                         " NAO REGISTRADO, STATUS " WS-FS-NEV
008980                 ADD 1 TO WS-CONT-ERROS
008990             END-IF
009000             GO TO 5000-EXIT
009010     END-WRITE.
009020     ADD 1 TO WS-CONT-EVENTOS.
009030     MOVE SPACES TO NTF-DETALHE.
009040     MOVE "1" TO NTF-TIPO-REG.
009050     MOVE WS-CONTA-ATUAL TO NTF-CONTA.
009060     MOVE WS-NOME-ATUAL TO NTF-NOME.
009070     MOVE WS-EVT-EVENTO TO NTF-EVENTO.
009080     MOVE WS-EVT-DATA TO NTF-DATA-EVENTO.
009090     MOVE WS-EVT-VALOR TO NTF-VALOR.
009100     MOVE WS-EVT-REFERENCIA TO NTF-REFERENCIA.
009110     MOVE WS-EVT-MENSAGEM TO NTF-MENSAGEM.
009120     IF WS-ENVIA-SMS THEN
009130         MOVE "S" TO NTF-CANAL
009140         MOVE WS-TELEFONE-ATUAL TO NTF-DESTINO
009150         WRITE NTF-DETALHE
009160         ADD 1 TO WS-CONT-SMS
009170         ADD 1 TO WS-CONT-DETALHES
009180     END-IF.
009190     IF WS-ENVIA-EMAIL THEN
009200         MOVE "E" TO NTF-CANAL
009210         MOVE WS-EMAIL-ATUAL TO NTF-DESTINO
009220         WRITE NTF-DETALHE
009230         ADD 1 TO WS-CONT-EMAIL
009240         ADD 1 TO WS-CONT-DETALHES
009250     END-IF.
009260 5000-EXIT.
009270     EXIT.
009280
009290******************************************************************
009300*  8000-FINALIZE
009310*      WRITES THE NOTIFOUT TRAILER, CLOSES ALL FILES AND DISPLAYS
009320*      THE RUN SUMMARY. A RUN THAT FAILED TO START LEAVES NOTHING
009330*      FOR THE GATEWAY BEYOND WHAT OPENED.
009340******************************************************************
009350 8000-FINALIZE.
009360     IF WS-NTF-ABERTO THEN
009370         MOVE SPACES TO NTF-TRAILER
009380         MOVE "9" TO NTF-T-TIPO-REG
009390         MOVE WS-DATA-MOVTO TO NTF-T-DATA-MOVTO
009400         MOVE WS-CONT-DETALHES TO NTF-T-QTD-DETALHES
009410         MOVE WS-CONT-SMS TO NTF-T-QTD-SMS
009420         MOVE WS-CONT-EMAIL TO NTF-T-QTD-EMAIL
009430         WRITE NTF-TRAILER
009440     END-IF.
009450     PERFORM 8100-ENCERRAR-RUNCTL THRU 8100-EXIT.
009460     CLOSE ACCOUNT-MASTER.
009470     CLOSE TRANSACTION-LOG.
009480     CLOSE PENDING-TRANSFERS.
009490     CLOSE EXTERNAL-TRANSFERS.
009500     CLOSE BOLETO-FILE.
009510     CLOSE INVESTMENT-POSITION.
009520     CLOSE NOTIFIED-EVENTS.
009530     CLOSE NOTIFICATION-FILE.
009540     DISPLAY "NOTIFBAT: DATA DO MOVIMENTO.....: " WS-DATA-MOVTO.
009550     IF WS-FALHA THEN
009560         DISPLAY "NOTIFBAT: EXECUCAO INTERROMPIDA NA ABERTURA"
009570         GO TO 8000-EXIT
009580     END-IF.
009590     DISPLAY "NOTIFBAT: JANELA / DIAS INVEST..: " WS-JANELA
009600             " / " WS-DIAS-INVEST.
009610     DISPLAY "NOTIFBAT: CONTAS LIDAS..........: " WS-CONT-CONTAS.
009620     DISPLAY "NOTIFBAT: CONTAS SEM CANAL......: "
009630             WS-CONT-SEM-CANAL.
009640     DISPLAY "NOTIFBAT: EVENTOS NOTIFICADOS...: " WS-CONT-EVENTOS.
009650     DISPLAY "NOTIFBAT: MENSAGENS SMS.........: " WS-CONT-SMS.
009660     DISPLAY "NOTIFBAT: MENSAGENS E-MAIL......: " WS-CONT-EMAIL.
009670     DISPLAY "NOTIFBAT: JA NOTIFICADOS ANTES..: "
009680             WS-CONT-REPETIDOS.
009690     IF WS-CONT-ERROS NOT = ZERO THEN
009700         DISPLAY "NOTIFBAT: NAO REGISTRADOS.......: "
009710                 WS-CONT-ERROS
009720     END-IF.
009730 8000-EXIT.
009740     EXIT.
009750
009760******************************************************************
009770*  8100-ENCERRAR-RUNCTL
009780*      REWRITES THE RUN RECORD WITH THE COUNTERS (ACCOUNTS READ,
009790*      EVENTS NOTIFIED, REGISTER WRITE ERRORS), THE END TIMESTAMP
009800*      AND STATUS "C". EVENTS SKIPPED AS ALREADY NOTIFIED ARE THE
009810*      NORMAL CASE INSIDE THE JANELA AND ARE NOT ERRORS. AN
009820*      ABENDED RUN NEVER REACHES HERE AND LEAVES THE RECORD AS "E"
009830*      FOR MORNRPT TO FLAG.
009840******************************************************************
009850 8100-ENCERRAR-RUNCTL.
009860     IF NOT WS-RUN-ABERTO THEN
009870         GO TO 8100-EXIT
009880     END-IF.
009890     MOVE "NOTIFBAT" TO RUN-JOB.
009900     MOVE WS-DATA-MOVTO TO RUN-DATA.
009910     ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.
009920     ACCEPT WS-HORA-ATUAL FROM TIME.
009930     MOVE WS-DATA-ATUAL TO RUN-FIM-DATA.
009940     MOVE WS-HORA-ATUAL TO RUN-FIM-HORA.
009950     MOVE WS-CONT-CONTAS TO RUN-LIDOS.
009960     MOVE WS-CONT-EVENTOS TO RUN-APLICADOS.
009970     MOVE WS-CONT-ERROS TO RUN-ERROS.
009980     MOVE "C" TO RUN-STATUS.
009990     REWRITE RUN-RECORD
010000         INVALID KEY
010010             WRITE RUN-RECORD
010020     END-REWRITE.
010030     CLOSE RUN-CONTROL.
010040 8100-EXIT.
010050     EXIT.
010060
010070******************************************************************
010080*  9999-EXIT
010090*      SINGLE PROGRAM EXIT POINT.
010100******************************************************************
010110 9999-EXIT.
010120     STOP RUN.
