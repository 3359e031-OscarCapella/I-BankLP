000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CREDREC.
000030 AUTHOR. OPERACOES-BATCH.
000040 INSTALLATION. I-BANKLP.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED. 15/10/2026.
000070******************************************************************
000080*  PURPOSE.
000090*      POSTS THE INBOUND INTERBANK CREDITS (TED/PIX RECEIVED)
000100*      DELIVERED BY THE CLEARING PARTNER IN THE NIGHTLY CREDIN
000110*      FILE. EACH LINE NAMES THE DESTINATION ACCOUNT AND THE
000120*      BENEFICIARY'S CPF; THE CREDIT IS POSTED ONLY WHEN THE
000130*      ACCOUNT EXISTS, IS NOT CLOSED ("E") OR BLOCKED ("B") AND
000140*      ITS ACCT-CPF MATCHES. A POSTED CREDIT IS LOGGED AS
000150*      OPERATION "27" (CREDITO RECEBIDO), SO IT SHOWS ON THE
000160*      EXTRATO AND RECONCILES IN RECONBAT. A LINE THAT CANNOT BE
000170*      POSTED GOES BACK TO THE PARTNER ON THE CREDDEV
000180*      DEVOLUTION FILE WITH ONE OF THE REASON CODES:
000190*          "01"  CONTA INEXISTENTE
000200*          "02"  CONTA ENCERRADA
000210*          "03"  CONTA BLOQUEADA
000220*          "04"  CPF DO BENEFICIARIO DIVERGENTE
000230*          "05"  VALOR INVALIDO
000240*      EVERY LINE IS REGISTERED ON THE CREDRCB INBOUND-CREDITS
000250*      FILE BY THE PARTNER'S TRANSACTION IDENTIFIER BEFORE IT
000260*      IS POSTED OR RETURNED, SO A RERUN OF THE SAME FILE SKIPS
000270*      WHAT WAS ALREADY HANDLED INSTEAD OF CREDITING TWICE.
000280*
000290*  MODIFICATION HISTORY.
000300*      15/10/2026  OPS   INITIAL VERSION.
000302*      15/10/2026  OPS   LOG RECORDS CARRY A ZERO
000304*                        LOG-CPF-TITULAR (BATCH POSTING, NO
000306*                        ACCOUNT HOLDER ACTED).
000310******************************************************************
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT INCOMING-FILE ASSIGN TO "CREDIN"
000360         ORGANIZATION IS SEQUENTIAL
000370         FILE STATUS IS WS-FS-CRI.
000380     SELECT DEVOLUTION-FILE ASSIGN TO "CREDDEV"
000390         ORGANIZATION IS SEQUENTIAL
000400         FILE STATUS IS WS-FS-DEV.
000410     SELECT INBOUND-CREDITS ASSIGN TO "CREDRCB"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS CRB-ID
000450         FILE STATUS IS WS-FS-CRB.
000460     SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMS"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS ACCT-NUMERO
000500         FILE STATUS IS WS-FS-ACCT.
000510     SELECT TRANSACTION-LOG ASSIGN TO "TRANLOG"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS LOG-CHAVE
000550         FILE STATUS IS WS-FS-LOG.
000560     SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS RUN-CHAVE
000600         FILE STATUS IS WS-FS-RUN.
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  INCOMING-FILE
000640     LABEL RECORD IS STANDARD.
000650 01  CRI-RECORD.
000660     05  CRI-ID                  PIC X(20).
000670     05  CRI-TIPO                PIC X(01).
000680     05  CRI-BANCO-ORIGEM        PIC 9(03).
000690     05  CRI-AGENCIA-ORIGEM      PIC 9(04).
000700     05  CRI-CONTA-ORIGEM        PIC 9(10).
000710     05  CRI-CPF-REMETENTE       PIC 9(11).
000720     05  CRI-CONTA-DESTINO       PIC 9(06).
000730     05  CRI-CPF-DESTINO         PIC 9(11).
000740     05  CRI-VALOR               PIC 9(9)V9(2).
000750     05  FILLER                  PIC X(03).
000760 FD  DEVOLUTION-FILE
000770     LABEL RECORD IS STANDARD.
000780 01  DEV-RECORD.
000790     05  DEV-ID                  PIC X(20).
000800     05  DEV-TIPO                PIC X(01).
000810     05  DEV-BANCO-ORIGEM        PIC 9(03).
000820     05  DEV-AGENCIA-ORIGEM      PIC 9(04).
000830     05  DEV-CONTA-ORIGEM        PIC 9(10).
000840     05  DEV-CONTA-DESTINO       PIC 9(06).
000850     05  DEV-CPF-DESTINO         PIC 9(11).
000860     05  DEV-VALOR               PIC 9(9)V9(2).
000870     05  DEV-MOTIVO              PIC X(02).
000880     05  DEV-DATA                PIC 9(08).
000890     05  FILLER                  PIC X(04).
000900 FD  INBOUND-CREDITS
000910     LABEL RECORD IS STANDARD.
000920     COPY CREDRCB.
000930 FD  ACCOUNT-MASTER
000940     LABEL RECORD IS STANDARD.
000950     COPY ACCTMS.
000960 FD  TRANSACTION-LOG
000970     LABEL RECORD IS STANDARD.
000980     COPY TRANLOG.
000990 FD  RUN-CONTROL
001000     LABEL RECORD IS STANDARD.
001010     COPY RUNCTL.
001020 WORKING-STORAGE SECTION.
001030******************************************************************
001040*  FILE STATUS AND CONTROL SWITCHES.
001050******************************************************************
001060 77  WS-FS-CRI               PIC X(02) VALUE SPACES.
001070 77  WS-FS-DEV               PIC X(02) VALUE SPACES.
001080 77  WS-FS-CRB               PIC X(02) VALUE SPACES.
001090 77  WS-FS-ACCT              PIC X(02) VALUE SPACES.
001100 77  WS-FS-LOG               PIC X(02) VALUE SPACES.
001110 77  WS-FS-RUN               PIC X(02) VALUE SPACES.
001120 01  WS-SW-EOF-CRI           PIC X(01) VALUE "N".
001130     88  WS-EOF-CRI                     VALUE "S".
001140 01  WS-SW-CONTA             PIC X(01) VALUE "N".
001150     88  WS-CONTA-ACHADA                VALUE "S".
001160 01  WS-SW-CRB-GRAVADO       PIC X(01) VALUE "N".
001170     88  WS-CRB-GRAVADO                 VALUE "S".
001180 01  WS-SW-LOG-GRAVADO       PIC X(01) VALUE "N".
001190     88  WS-LOG-GRAVADO                 VALUE "S".
001200 01  WS-SW-RUN-ABERTO        PIC X(01) VALUE "N".
001210     88  WS-RUN-ABERTO                  VALUE "S".
001220******************************************************************
001230*  COUNTERS AND WORK AREAS.
001240******************************************************************
001250 77  WS-CONT-LIDOS           PIC 9(05) VALUE ZERO COMP.
001260 77  WS-CONT-CREDITADOS      PIC 9(05) VALUE ZERO COMP.
001270 77  WS-CONT-DEVOLVIDOS      PIC 9(05) VALUE ZERO COMP.
001280 77  WS-CONT-REPETIDOS       PIC 9(05) VALUE ZERO COMP.
001290 77  WS-CONT-ERROS           PIC 9(05) VALUE ZERO COMP.
001300 77  WS-CONT-LOG-ERROS       PIC 9(05) VALUE ZERO COMP.
001310 77  WS-RETRY-LOG            PIC 9(02) VALUE ZERO COMP.
001320 01  WS-DATA-ATUAL           PIC 9(8).
001330 01  WS-HORA-ATUAL           PIC 9(8).
001340 01  WS-MOTIVO               PIC X(02) VALUE SPACES.
001350 01  WS-TOTAL-CREDITADO      PIC S9(11)V9(2) VALUE ZERO.
001360 01  WS-TOTAL-DEVOLVIDO      PIC S9(11)V9(2) VALUE ZERO.
001370******************************************************************
001380*  PROCEDURE DIVISION.
001390******************************************************************
001400 PROCEDURE DIVISION.
001410******************************************************************
001420*  0000-MAINLINE
001430*      DRIVES THE OPEN / PROCESS / CLOSE SEQUENCE FOR THE RUN.
001440******************************************************************
001450 0000-MAINLINE.
001460     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001470     PERFORM 2000-PROCESS-CREDITO THRU 2000-EXIT
001480         UNTIL WS-EOF-CRI.
001490     PERFORM 8000-FINALIZE THRU 8000-EXIT.
001500     GO TO 9999-EXIT.
001510
001520******************************************************************
001530*  1000-INITIALIZE
001540*      OPENS ALL FILES. A MISSING CREDRCB REGISTER IS CREATED
001550*      EMPTY ON THE FIRST RUN.
001560******************************************************************
001570 1000-INITIALIZE.
001580     ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.
001590     OPEN INPUT INCOMING-FILE.
001600     IF WS-FS-CRI NOT = "00" THEN
001610         DISPLAY "CREDREC: NAO FOI POSSIVEL ABRIR CREDIN, "
001620                 "STATUS " WS-FS-CRI
001630         MOVE "S" TO WS-SW-EOF-CRI
001640         GO TO 1000-EXIT
001650     END-IF.
001660     OPEN I-O INBOUND-CREDITS.
001670     IF WS-FS-CRB = "35" THEN
001680         OPEN OUTPUT INBOUND-CREDITS
001690         CLOSE INBOUND-CREDITS
001700         OPEN I-O INBOUND-CREDITS
001710     END-IF.
001720     IF WS-FS-CRB NOT = "00" THEN
001730         DISPLAY "CREDREC: NAO FOI POSSIVEL ABRIR CREDRCB, "
001740                 "STATUS " WS-FS-CRB
001750         MOVE "S" TO WS-SW-EOF-CRI
001760         GO TO 1000-EXIT
001770     END-IF.
001780     OPEN I-O ACCOUNT-MASTER.
001790     IF WS-FS-ACCT NOT = "00" THEN
001800         DISPLAY "CREDREC: NAO FOI POSSIVEL ABRIR ACCTMS, "
001810                 "STATUS " WS-FS-ACCT
001820         MOVE "S" TO WS-SW-EOF-CRI
001830         GO TO 1000-EXIT
001840     END-IF.
001850     OPEN I-O TRANSACTION-LOG.
001860     IF WS-FS-LOG NOT = "00" THEN
001870         DISPLAY "CREDREC: NAO FOI POSSIVEL ABRIR TRANLOG, "
001880                 "STATUS " WS-FS-LOG
001890         MOVE "S" TO WS-SW-EOF-CRI
001900         GO TO 1000-EXIT
001910     END-IF.
001920     OPEN OUTPUT DEVOLUTION-FILE.
001930     IF WS-FS-DEV NOT = "00" THEN
001940         DISPLAY "CREDREC: NAO FOI POSSIVEL ABRIR CREDDEV, "
001950                 "STATUS " WS-FS-DEV
001960         MOVE "S" TO WS-SW-EOF-CRI
001970     END-IF.
001980     IF NOT WS-EOF-CRI THEN
001990         PERFORM 1200-INICIAR-RUNCTL THRU 1200-EXIT
002000     END-IF.
002010 1000-EXIT.
002020     EXIT.
002030
002040******************************************************************
002050*  1200-INICIAR-RUNCTL
002060*      WRITES THE JOB'S "E" RUN RECORD AND START TIMESTAMP. ONLY
002070*      PERFORMED AFTER EVERY DATA FILE OPENED, SO A FAILED INIT
002080*      SHOWS AS "NAO EXECUTADO"; A RUNCTL FAILURE ONLY WARNS.
002090******************************************************************
002100 1200-INICIAR-RUNCTL.
002110     OPEN I-O RUN-CONTROL.
002120     IF WS-FS-RUN = "35" THEN
002130         OPEN OUTPUT RUN-CONTROL
002140         CLOSE RUN-CONTROL
002150         OPEN I-O RUN-CONTROL
002160     END-IF.
002170     IF WS-FS-RUN NOT = "00" THEN
002180         DISPLAY "CREDREC: NAO FOI POSSIVEL ABRIR RUNCTL, "
002190                 "STATUS " WS-FS-RUN
002200         GO TO 1200-EXIT
002210     END-IF.
002220     MOVE "S" TO WS-SW-RUN-ABERTO.
002230     MOVE "CREDREC " TO RUN-JOB.
002240     MOVE WS-DATA-ATUAL TO RUN-DATA.
002250     ACCEPT WS-HORA-ATUAL FROM TIME.
002260     MOVE WS-DATA-ATUAL TO RUN-INICIO-DATA.
002270     MOVE WS-HORA-ATUAL TO RUN-INICIO-HORA.
002280     MOVE ZEROS TO RUN-FIM-DATA.
002290     MOVE ZEROS TO RUN-FIM-HORA.
002300     MOVE ZEROS TO RUN-LIDOS.
002310     MOVE ZEROS TO RUN-APLICADOS.
002320     MOVE ZEROS TO RUN-ERROS.
002330     MOVE "E" TO RUN-STATUS.
002340     WRITE RUN-RECORD
002350         INVALID KEY
002360             REWRITE RUN-RECORD
002370     END-WRITE.
002380 1200-EXIT.
002390     EXIT.
002400
002410******************************************************************
002420*  2000-PROCESS-CREDITO
002430*      READS THE NEXT INCOMING CREDIT. A LINE ALREADY ON THE
002440*      CREDRCB REGISTER WAS HANDLED BY AN EARLIER RUN AND IS
002450*      SKIPPED; OTHERWISE THE DESTINATION IS VALIDATED AND THE
002460*      LINE IS EITHER POSTED OR RETURNED.
002470******************************************************************
002480 2000-PROCESS-CREDITO.
002490     READ INCOMING-FILE
002500         AT END
002510             MOVE "S" TO WS-SW-EOF-CRI
002520             GO TO 2000-EXIT
002530     END-READ.
002540     ADD 1 TO WS-CONT-LIDOS.
002550     MOVE CRI-ID TO CRB-ID.
002560     READ INBOUND-CREDITS
002570         INVALID KEY
002580             CONTINUE
002590         NOT INVALID KEY
002600             DISPLAY "CREDREC: CREDITO " CRI-ID
002610                     " JA PROCESSADO EM " CRB-DATA
002620                     " - IGNORADO"
002630             ADD 1 TO WS-CONT-REPETIDOS
002640             GO TO 2000-EXIT
002650     END-READ.
002660     PERFORM 2500-VALIDAR-DESTINO THRU 2500-EXIT.
002670     IF WS-MOTIVO = SPACES THEN
002680         PERFORM 3000-CREDITAR-CONTA THRU 3000-EXIT
002690     ELSE
002700         PERFORM 3500-DEVOLVER-CREDITO THRU 3500-EXIT
002710     END-IF.
002720 2000-EXIT.
002730     EXIT.
002740
002750******************************************************************
002760*  2500-VALIDAR-DESTINO
002770*      CHECKS THE LINE IN CRI-RECORD AGAINST ACCOUNT-MASTER AND
002780*      LEAVES THE DEVOLUTION REASON IN WS-MOTIVO (SPACES WHEN
002790*      THE CREDIT CAN BE POSTED). ON SUCCESS THE DESTINATION
002800*      ACCOUNT IS LEFT IN ACCT-RECORD.
002810******************************************************************
002820 2500-VALIDAR-DESTINO.
002830     MOVE SPACES TO WS-MOTIVO.
002840     IF CRI-VALOR NOT NUMERIC OR CRI-VALOR = ZERO THEN
002850         MOVE "05" TO WS-MOTIVO
002860         GO TO 2500-EXIT
002870     END-IF.
002880     MOVE "N" TO WS-SW-CONTA.
002890     MOVE CRI-CONTA-DESTINO TO ACCT-NUMERO.
002900     READ ACCOUNT-MASTER
002910         INVALID KEY
002920             CONTINUE
002930         NOT INVALID KEY
002940             MOVE "S" TO WS-SW-CONTA
002950     END-READ.
002960     IF NOT WS-CONTA-ACHADA THEN
002970         MOVE "01" TO WS-MOTIVO
002980         GO TO 2500-EXIT
002990     END-IF.
003000     IF ACCT-STATUS = "E" THEN
003010         MOVE "02" TO WS-MOTIVO
003020         GO TO 2500-EXIT
003030     END-IF.
003040     IF ACCT-STATUS = "B" THEN
003050         MOVE "03" TO WS-MOTIVO
003060         GO TO 2500-EXIT
003070     END-IF.
003080     IF ACCT-CPF NOT = CRI-CPF-DESTINO THEN
003090         MOVE "04" TO WS-MOTIVO
003100     END-IF.
003110 2500-EXIT.
003120     EXIT.
003130
003140******************************************************************
003150*  3000-CREDITAR-CONTA
003160*      POSTS THE CREDIT TO THE ACCOUNT IN ACCT-RECORD. THE
003170*      REGISTER ENTRY GOES FIRST SO A RERUN CANNOT CREDIT
003180*      TWICE; THE "27" LOG LEG GOES BEFORE THE MASTER REWRITE,
003190*      AS IN PIXBATCH, SO A LOST REWRITE SHOWS UP ON RECONBAT.
003200******************************************************************
003210 3000-CREDITAR-CONTA.
003220     MOVE "C" TO CRB-SITUACAO.
003230     PERFORM 5000-REGISTRAR-CREDITO THRU 5000-EXIT.
003240     IF NOT WS-CRB-GRAVADO THEN
003250         GO TO 3000-EXIT
003260     END-IF.
003270     ADD CRI-VALOR TO ACCT-SALDO.
003280     PERFORM 4000-GRAVAR-LOG THRU 4000-EXIT.
003290     REWRITE ACCT-RECORD.
003300     ADD CRI-VALOR TO WS-TOTAL-CREDITADO.
003310     ADD 1 TO WS-CONT-CREDITADOS.
003320 3000-EXIT.
003330     EXIT.
003340
003350******************************************************************
003360*  3500-DEVOLVER-CREDITO
003370*      RETURNS THE LINE IN CRI-RECORD TO THE PARTNER ON CREDDEV
003380*      WITH THE REASON IN WS-MOTIVO. NOTHING IS POSTED.
003390******************************************************************
003400 3500-DEVOLVER-CREDITO.
003410     MOVE "D" TO CRB-SITUACAO.
003420     PERFORM 5000-REGISTRAR-CREDITO THRU 5000-EXIT.
003430     IF NOT WS-CRB-GRAVADO THEN
003440         GO TO 3500-EXIT
003450     END-IF.
003460     MOVE SPACES TO DEV-RECORD.
003470     MOVE CRI-ID TO DEV-ID.
003480     MOVE CRI-TIPO TO DEV-TIPO.
003490     MOVE CRI-BANCO-ORIGEM TO DEV-BANCO-ORIGEM.
003500     MOVE CRI-AGENCIA-ORIGEM TO DEV-AGENCIA-ORIGEM.
003510     MOVE CRI-CONTA-ORIGEM TO DEV-CONTA-ORIGEM.
003520     MOVE CRI-CONTA-DESTINO TO DEV-CONTA-DESTINO.
003530     MOVE CRI-CPF-DESTINO TO DEV-CPF-DESTINO.
003540     IF CRI-VALOR NUMERIC THEN
003550         MOVE CRI-VALOR TO DEV-VALOR
003560         ADD CRI-VALOR TO WS-TOTAL-DEVOLVIDO
003570     ELSE
003580         MOVE ZERO TO DEV-VALOR
003590     END-IF.
003600     MOVE WS-MOTIVO TO DEV-MOTIVO.
003610     MOVE WS-DATA-ATUAL TO DEV-DATA.
003620     WRITE DEV-RECORD.
003630     ADD 1 TO WS-CONT-DEVOLVIDOS.
003640 3500-EXIT.
003650     EXIT.
003660
003670******************************************************************
003680*  4000-GRAVAR-LOG
003690*      WRITES THE "27" (CREDITO RECEBIDO) LOG RECORD FOR THE
003700*      ACCOUNT IN ACCT-RECORD, CARRYING THE ORIGINATING BANK,
003710*      AGENCY AND CREDIT TYPE ("T" TED / "P" PIX) IN
003720*      LOG-REFERENCIA. A KEY COLLISION BUMPS LOG-HORA AND
003730*      RETRIES, AS IN PIXBATCH.
003740******************************************************************
003750 4000-GRAVAR-LOG.
003760     ACCEPT WS-HORA-ATUAL FROM TIME.
003770     MOVE ACCT-NUMERO TO LOG-CONTA.
003780     MOVE WS-DATA-ATUAL TO LOG-DATA.
003790     MOVE WS-HORA-ATUAL TO LOG-HORA.
003800     MOVE "27" TO LOG-OPERACAO.
003810     MOVE CRI-VALOR TO LOG-VALOR.
003820     MOVE ACCT-SALDO TO LOG-SALDO-APOS.
003830     MOVE "N" TO LOG-ESTORNADO.
003835     MOVE ZERO TO LOG-CPF-TITULAR.
003840     MOVE SPACES TO LOG-REFERENCIA.
003850     MOVE CRI-BANCO-ORIGEM TO LOG-REFERENCIA(1:3).
003860     MOVE CRI-AGENCIA-ORIGEM TO LOG-REFERENCIA(4:4).
003870     MOVE CRI-TIPO TO LOG-REFERENCIA(8:1).
003880     MOVE "N" TO WS-SW-LOG-GRAVADO.
003890     MOVE ZERO TO WS-RETRY-LOG.
003900     PERFORM 4100-TENTAR-GRAVAR-LOG THRU 4100-EXIT
003910         UNTIL WS-LOG-GRAVADO OR WS-RETRY-LOG > 50.
003920     IF NOT WS-LOG-GRAVADO THEN
003930         DISPLAY "CREDREC: LOG NAO GRAVADO PARA CONTA "
003940                 LOG-CONTA
003950         ADD 1 TO WS-CONT-LOG-ERROS
003960     END-IF.
003970 4000-EXIT.
003980     EXIT.
003990
004000******************************************************************
004010*  4100-TENTAR-GRAVAR-LOG
004020*      WRITES THE LOG RECORD BUILT BY 4000, BUMPING LOG-HORA ON
004030*      A KEY COLLISION.
004040******************************************************************
004050 4100-TENTAR-GRAVAR-LOG.
004060     WRITE LOG-RECORD
004070         INVALID KEY
004080             ADD 1 TO LOG-HORA
004090             ADD 1 TO WS-RETRY-LOG
004100         NOT INVALID KEY
004110             MOVE "S" TO WS-SW-LOG-GRAVADO
004120     END-WRITE.
004130 4100-EXIT.
004140     EXIT.
004150
004160******************************************************************
004170*  5000-REGISTRAR-CREDITO
004180*      WRITES THE CREDRCB REGISTER ENTRY FOR THE LINE IN
004190*      CRI-RECORD WITH THE SITUATION ALREADY IN CRB-SITUACAO. A
004200*      FAILED WRITE LEAVES THE LINE UNTOUCHED FOR THE NEXT RUN.
004210******************************************************************
004220 5000-REGISTRAR-CREDITO.
004230     MOVE "N" TO WS-SW-CRB-GRAVADO.
004240     MOVE CRI-ID TO CRB-ID.
004250     MOVE WS-DATA-ATUAL TO CRB-DATA.
004260     MOVE CRI-CONTA-DESTINO TO CRB-CONTA.
004270     IF CRI-VALOR NUMERIC THEN
004280         MOVE CRI-VALOR TO CRB-VALOR
004290     ELSE
004300         MOVE ZERO TO CRB-VALOR
004310     END-IF.
004320     MOVE WS-MOTIVO TO CRB-MOTIVO.
004330     WRITE CRB-RECORD
004340         INVALID KEY
004350             DISPLAY "CREDREC: CREDITO " CRI-ID
004360                     " NAO REGISTRADO, STATUS " WS-FS-CRB
004370             ADD 1 TO WS-CONT-ERROS
004380         NOT INVALID KEY
004390             MOVE "S" TO WS-SW-CRB-GRAVADO
004400     END-WRITE.
004410 5000-EXIT.
004420     EXIT.
004430
004440******************************************************************
004450*  8000-FINALIZE
004460*      CLOSES ALL FILES AND DISPLAYS THE RUN SUMMARY.
004470******************************************************************
004480 8000-FINALIZE.
004490     PERFORM 8100-ENCERRAR-RUNCTL THRU 8100-EXIT.
004500     CLOSE INCOMING-FILE.
004510     CLOSE INBOUND-CREDITS.
004520     CLOSE ACCOUNT-MASTER.
004530     CLOSE TRANSACTION-LOG.
004540     CLOSE DEVOLUTION-FILE.
004550     DISPLAY "CREDREC: CREDITOS LIDOS.......: " WS-CONT-LIDOS.
004560     DISPLAY "CREDREC: CREDITADOS...........: "
004570             WS-CONT-CREDITADOS.
004580     DISPLAY "CREDREC: TOTAL CREDITADO......: "
004590             WS-TOTAL-CREDITADO.
004600     DISPLAY "CREDREC: DEVOLVIDOS...........: "
004610             WS-CONT-DEVOLVIDOS.
004620     DISPLAY "CREDREC: TOTAL DEVOLVIDO......: "
004630             WS-TOTAL-DEVOLVIDO.
004640     DISPLAY "CREDREC: JA PROCESSADOS.......: "
004650             WS-CONT-REPETIDOS.
004660     IF WS-CONT-ERROS NOT = ZERO THEN
004670         DISPLAY "CREDREC: NAO REGISTRADOS......: "
004680                 WS-CONT-ERROS
004690     END-IF.
004700     IF WS-CONT-LOG-ERROS NOT = ZERO THEN
004710         DISPLAY "CREDREC: LOGS NAO GRAVADOS....: "
004720                 WS-CONT-LOG-ERROS
004730     END-IF.
004740 8000-EXIT.
004750     EXIT.
004760
004770******************************************************************
004780*  8100-ENCERRAR-RUNCTL
004790*      REWRITES THE RUN RECORD WITH THE COUNTERS, THE END
004800*      TIMESTAMP AND STATUS "C". AN ABENDED RUN NEVER REACHES
004810*      HERE AND LEAVES THE RECORD AS "E" FOR MORNRPT TO FLAG.
004820*      LINES SKIPPED AS ALREADY PROCESSED COUNT AS ERRORS SO A
004830*      REPEATED CREDIN FILE SHOWS UP ON THE MORNING REPORT.
004840******************************************************************
004850 8100-ENCERRAR-RUNCTL.
004860     IF NOT WS-RUN-ABERTO THEN
004870         GO TO 8100-EXIT
004880     END-IF.
004890     MOVE "CREDREC " TO RUN-JOB.
004900     MOVE WS-DATA-ATUAL TO RUN-DATA.
004910     ACCEPT WS-HORA-ATUAL FROM TIME.
004920     MOVE WS-DATA-ATUAL TO RUN-FIM-DATA.
004930     MOVE WS-HORA-ATUAL TO RUN-FIM-HORA.
004940     MOVE WS-CONT-LIDOS TO RUN-LIDOS.
004950     COMPUTE RUN-APLICADOS = WS-CONT-CREDITADOS
004960             + WS-CONT-DEVOLVIDOS.
004970     COMPUTE RUN-ERROS = WS-CONT-REPETIDOS + WS-CONT-ERROS
004980             + WS-CONT-LOG-ERROS.
004990     MOVE "C" TO RUN-STATUS.
005000     REWRITE RUN-RECORD
005010         INVALID KEY
005020             WRITE RUN-RECORD
005030     END-REWRITE.
005040     CLOSE RUN-CONTROL.
005050 8100-EXIT.
005060     EXIT.
005070
005080******************************************************************
005090*  9999-EXIT
005100*      SINGLE PROGRAM EXIT POINT.
005110******************************************************************
005120 9999-EXIT.
005130     STOP RUN.
