000220*      ("22" / "03"). EVERY CARD PRODUCES ONE RESULT LINE ON
000230*      THE APPROUT REPORT, AS ACCTMNT DOES ON MAINTOUT. RUN
000240*      WITH THE ONLINE REGION QUIESCED.
000250*      THE SERVICE FEE QUOTED ONLINE WHEN THE ITEM WAS HELD
000260*      (APR-TARIFA) IS CHARGED AS A SEPARATE "28" TARIFA LEG
000270*      WHEN A TED OR BOLETO IS RELEASED; A REJECTION CHARGES
000280*      NOTHING.
000290*
000300*  MODIFICATION HISTORY.
000310*      02/09/2026  OPS   INITIAL VERSION.
000320*      15/10/2026  OPS   CHARGES THE HELD ITEM'S APR-TARIFA AS
000330*                        OPERATION "28" ON RELEASE OF A TED OR
000340*                        BOLETO; THE BALANCE CHECK COVERS THE
000350*                        VALUE PLUS THE FEE.
000360*      15/10/2026  OPS   A RELEASE FROM A DORMANT ("I") ACCOUNT
000370*                        IS REFUSED UNTIL IT IS REACTIVATED.
000380*      15/10/2026  OPS   LOG RECORDS CARRY A ZERO
000390*                        LOG-CPF-TITULAR (BATCH POSTING, NO
000400*                        ACCOUNT HOLDER ACTED).
000410******************************************************************
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT CARD-FILE ASSIGN TO "APPRIN"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-FS-CARD.
000480     SELECT PENDING-APPROVALS ASSIGN TO "APPRVL"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS APR-CHAVE
000520         FILE STATUS IS WS-FS-APR.
000530     SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMS"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS ACCT-NUMERO
000570         FILE STATUS IS WS-FS-ACCT.
000580     SELECT TRANSACTION-LOG ASSIGN TO "TRANLOG"
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS DYNAMIC
000610         RECORD KEY IS LOG-CHAVE
000620         FILE STATUS IS WS-FS-LOG.
000630     SELECT PENDING-TRANSFERS ASSIGN TO "PNDXFER"
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS DYNAMIC
000660         RECORD KEY IS PTX-CHAVE
000670         FILE STATUS IS WS-FS-PTX.
000680     SELECT BOLETO-FILE ASSIGN TO "BOLETOS"
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS DYNAMIC
000710         RECORD KEY IS BOL-CHAVE
000720         FILE STATUS IS WS-FS-BOL.
000730     SELECT EXTERNAL-TRANSFERS ASSIGN TO "XTRNXFR"
000740         ORGANIZATION IS INDEXED
000750         ACCESS MODE IS DYNAMIC
000760         RECORD KEY IS XFR-CHAVE
000770         FILE STATUS IS WS-FS-XFR.
000780     SELECT REPORT-FILE ASSIGN TO "APPROUT"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WS-FS-RPT.
000810 DATA DIVISION.
000820 FILE SECTION.
000830 FD  CARD-FILE
000840     LABEL RECORD IS OMITTED.
000850 01  CARD-RECORD.
000860     05  CARD-FUNCAO             PIC X(02).
000870     05  CARD-CONTA              PIC 9(06).
000880     05  CARD-DATA               PIC 9(08).
000890     05  CARD-HORA               PIC 9(08).
000900     05  FILLER                  PIC X(56).
000910 FD  PENDING-APPROVALS
000920     LABEL RECORD IS STANDARD.
000930     COPY APPRVL.
000940 FD  ACCOUNT-MASTER
000950     LABEL RECORD IS STANDARD.
000960     COPY ACCTMS.
000970 FD  TRANSACTION-LOG
000980     LABEL RECORD IS STANDARD.
000990     COPY TRANLOG.
001000 FD  PENDING-TRANSFERS
001010     LABEL RECORD IS STANDARD.
001020     COPY PNDXFER.
001030 FD  BOLETO-FILE
001040     LABEL RECORD IS STANDARD.
001050     COPY BOLETO.
001060 FD  EXTERNAL-TRANSFERS
001070     LABEL RECORD IS STANDARD.
001080     COPY XTRNXFR.
001090 FD  REPORT-FILE
001100     LABEL RECORD IS OMITTED.
001110 01  REPORT-LINE                 PIC X(100).
001120 WORKING-STORAGE SECTION.
001130******************************************************************
001140*  FILE STATUS AND CONTROL SWITCHES.
001150******************************************************************
001160 77  WS-FS-CARD              PIC X(02) VALUE SPACES.
001170 77  WS-FS-APR               PIC X(02) VALUE SPACES.
001180 77  WS-FS-ACCT              PIC X(02) VALUE SPACES.
001190 77  WS-FS-LOG               PIC X(02) VALUE SPACES.
001200 77  WS-FS-PTX               PIC X(02) VALUE SPACES.
001210 77  WS-FS-BOL               PIC X(02) VALUE SPACES.
001220 77  WS-FS-XFR               PIC X(02) VALUE SPACES.
001230 77  WS-FS-RPT               PIC X(02) VALUE SPACES.
001240 01  WS-SW-EOF-CARD          PIC X(01) VALUE "N".
001250     88  WS-EOF-CARD                    VALUE "S".
001260 01  WS-SW-FIM-SCAN          PIC X(01) VALUE "N".
001270     88  WS-FIM-SCAN                    VALUE "S".
001280 01  WS-SW-ITEM-ACHADO       PIC X(01) VALUE "N".
001290     88  WS-ITEM-ACHADO                 VALUE "S".
001300 01  WS-SW-CONTA             PIC X(01) VALUE "N".
001310     88  WS-CONTA-ACHADA                VALUE "S".
001320 01  WS-SW-BOLETO            PIC X(01) VALUE "N".
001330     88  WS-BOLETO-ACHADO               VALUE "S".
001340 01  WS-SW-LOG-GRAVADO       PIC X(01) VALUE "N".
001350     88  WS-LOG-GRAVADO                 VALUE "S".
001360 01  WS-SW-GRAVOU            PIC X(01) VALUE "N".
001370     88  WS-GRAVOU                      VALUE "S".
001380******************************************************************
001390*  COUNTERS AND WORK AREAS.
001400******************************************************************
001410 77  WS-CONT-CARTOES         PIC 9(05) VALUE ZERO COMP.
001420 77  WS-CONT-OK              PIC 9(05) VALUE ZERO COMP.
001430 77  WS-CONT-ERROS           PIC 9(05) VALUE ZERO COMP.
001440 77  WS-CONT-LISTADOS        PIC 9(05) VALUE ZERO COMP.
001450 77  WS-CONT-LOG-ERROS       PIC 9(05) VALUE ZERO COMP.
001460 77  WS-RETRY-LOG            PIC 9(02) VALUE ZERO COMP.
001470 77  WS-RETRY-CHAVE          PIC 9(02) VALUE ZERO COMP.
001480 01  WS-DATA-ATUAL           PIC 9(8).
001490 01  WS-HORA-ATUAL           PIC 9(8).
001500 01  WS-LOG-OPERACAO         PIC X(02).
001510 01  WS-LOG-VALOR            PIC S9(9)V9(2).
001520 01  WS-LOG-REFERENCIA       PIC X(10).
001530 01  WS-RESULTADO            PIC X(34).
001540 01  WS-TARIFA               PIC 9(5)V9(2) VALUE ZERO.
001550******************************************************************
001560*  REPORT LINES.
001570******************************************************************
001580 01  WS-CABECALHO-1.
001590     05  FILLER                PIC X(20) VALUE "I-BANKLP".
001600     05  FILLER                PIC X(30)
001610         VALUE "FILA DE LIBERACAO (ALCADA)".
001620 01  WS-LINHA-DETALHE.
001630     05  WS-LD-FUNCAO          PIC X(02).
001640     05  FILLER                PIC X(02) VALUE SPACES.
001650     05  WS-LD-CONTA           PIC 9(06).
001660     05  FILLER                PIC X(02) VALUE SPACES.
001670     05  WS-LD-RESULTADO       PIC X(34).
001680 01  WS-LINHA-ITEM.
001690     05  FILLER                PIC X(02) VALUE SPACES.
001700     05  WS-LI-CONTA           PIC 9(06).
001710     05  FILLER                PIC X(02) VALUE SPACES.
001720     05  WS-LI-DATA            PIC 9(08).
001730     05  FILLER                PIC X(02) VALUE SPACES.
001740     05  WS-LI-HORA            PIC 9(08).
001750     05  FILLER                PIC X(02) VALUE SPACES.
001760     05  WS-LI-TIPO            PIC X(01).
001770     05  FILLER                PIC X(02) VALUE SPACES.
001780     05  WS-LI-VALOR           PIC -(9)9.99.
001790     05  FILLER                PIC X(02) VALUE SPACES.
001800     05  WS-LI-NOME            PIC X(30).
001810 01  WS-LINHA-TOTAL.
001820     05  FILLER                PIC X(20) VALUE "CARTOES LIDOS:".
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
001940     PERFORM 2000-PROCESS-CARD THRU 2000-EXIT
001950         UNTIL WS-EOF-CARD.
001960     PERFORM 8000-FINALIZE THRU 8000-EXIT.
001970     GO TO 9999-EXIT.
001980
001990******************************************************************
002000*  1000-INITIALIZE
002010*      OPENS ALL FILES AND PRINTS THE REPORT HEADING.
002020******************************************************************
002030 1000-INITIALIZE.
002040     ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.
002050     OPEN INPUT CARD-FILE.
002060     IF WS-FS-CARD NOT = "00" THEN
002070         DISPLAY "APPRVBAT: NAO FOI POSSIVEL ABRIR APPRIN, "
002080                 "STATUS " WS-FS-CARD
002090         MOVE "S" TO WS-SW-EOF-CARD
002100     END-IF.
002110     OPEN I-O PENDING-APPROVALS.
002120     IF WS-FS-APR NOT = "00" THEN
002130         DISPLAY "APPRVBAT: NAO FOI POSSIVEL ABRIR APPRVL, "
002140                 "STATUS " WS-FS-APR
002150         MOVE "S" TO WS-SW-EOF-CARD
002160     END-IF.
002170     OPEN I-O ACCOUNT-MASTER.
002180     IF WS-FS-ACCT NOT = "00" THEN
002190         DISPLAY "APPRVBAT: NAO FOI POSSIVEL ABRIR ACCTMS, "
002200                 "STATUS " WS-FS-ACCT
002210         MOVE "S" TO WS-SW-EOF-CARD
002220     END-IF.
002230     OPEN I-O TRANSACTION-LOG.
002240     IF WS-FS-LOG NOT = "00" THEN
002250         DISPLAY "APPRVBAT: NAO FOI POSSIVEL ABRIR TRANLOG, "
002260                 "STATUS " WS-FS-LOG
002270         MOVE "S" TO WS-SW-EOF-CARD
002280     END-IF.
002290     OPEN I-O PENDING-TRANSFERS.
002300     IF WS-FS-PTX NOT = "00" THEN
002310         DISPLAY "APPRVBAT: NAO FOI POSSIVEL ABRIR PNDXFER, "
002320                 "STATUS " WS-FS-PTX
002330         MOVE "S" TO WS-SW-EOF-CARD
002340     END-IF.
002350     OPEN I-O BOLETO-FILE.
002360     IF WS-FS-BOL NOT = "00" THEN
002370         DISPLAY "APPRVBAT: NAO FOI POSSIVEL ABRIR BOLETOS, "
002380                 "STATUS " WS-FS-BOL
002390         MOVE "S" TO WS-SW-EOF-CARD
002400     END-IF.
002410     OPEN I-O EXTERNAL-TRANSFERS.
002420     IF WS-FS-XFR NOT = "00" THEN
002430         DISPLAY "APPRVBAT: NAO FOI POSSIVEL ABRIR XTRNXFR, "
002440                 "STATUS " WS-FS-XFR
002450         MOVE "S" TO WS-SW-EOF-CARD
002460     END-IF.
002470     OPEN OUTPUT REPORT-FILE.
002480     WRITE REPORT-LINE FROM WS-CABECALHO-1.
002490     MOVE SPACES TO REPORT-LINE.
002500     WRITE REPORT-LINE.
002510 1000-EXIT.
002520     EXIT.
002530
002540******************************************************************
002550*  2000-PROCESS-CARD
002560*      READS THE NEXT CARD AND DISPATCHES IT TO THE FUNCTION
002570*      PARAGRAPH. EVERY LB/RJ CARD GETS A RESULT LINE.
002580******************************************************************
002590 2000-PROCESS-CARD.
002600     READ CARD-FILE
002610         AT END
002620             MOVE "S" TO WS-SW-EOF-CARD
002630             GO TO 2000-EXIT
002640     END-READ.
002650     ADD 1 TO WS-CONT-CARTOES.
002660     MOVE SPACES TO WS-RESULTADO.
002670     EVALUATE CARD-FUNCAO
002680         WHEN "LS"
002690             PERFORM 3100-LISTAR THRU 3100-EXIT
002700             GO TO 2000-EXIT
002710         WHEN "LB"
002720             PERFORM 3200-LIBERAR THRU 3200-EXIT
002730         WHEN "RJ"
002740             PERFORM 3300-RECUSAR THRU 3300-EXIT
002750         WHEN OTHER
002760             MOVE "FUNCAO INVALIDA" TO WS-RESULTADO
002770             ADD 1 TO WS-CONT-ERROS
002780     END-EVALUATE.
002790     PERFORM 7000-GRAVAR-RESULTADO THRU 7000-EXIT.
002800 2000-EXIT.
002810     EXIT.
002820
002830******************************************************************
002840*  3100-LISTAR
002850*      PRINTS ONE LINE PER HELD ("P") ITEM ON THE QUEUE, WITH
002860*      THE KEY THE LB/RJ CARDS MUST QUOTE.
002870******************************************************************
002880 3100-LISTAR.
002890     MOVE "N" TO WS-SW-FIM-SCAN.
002900     MOVE ZEROS TO APR-CHAVE.
002910     START PENDING-APPROVALS KEY IS >= APR-CHAVE
002920         INVALID KEY
002930             MOVE "S" TO WS-SW-FIM-SCAN
002940     END-START.
002950     PERFORM 3150-LER-ITEM THRU 3150-EXIT
002960         UNTIL WS-FIM-SCAN.
002970 3100-EXIT.
002980     EXIT.
002990
003000******************************************************************
003010*  3150-LER-ITEM
003020*      READS THE NEXT QUEUE RECORD FOR 3100 AND PRINTS IT WHEN
003030*      STILL HELD.
003040******************************************************************
003050 3150-LER-ITEM.
003060     READ PENDING-APPROVALS NEXT RECORD
003070         AT END
003080             MOVE "S" TO WS-SW-FIM-SCAN
003090             GO TO 3150-EXIT
003100     END-READ.
003110     IF APR-STATUS NOT = "P" THEN
003120         GO TO 3150-EXIT
003130     END-IF.
003140     MOVE APR-CONTA TO WS-LI-CONTA.
003150     MOVE APR-DATA TO WS-LI-DATA.
003160     MOVE APR-HORA TO WS-LI-HORA.
003170     MOVE APR-TIPO TO WS-LI-TIPO.
003180     MOVE APR-VALOR TO WS-LI-VALOR.
003190     MOVE APR-BENEF-NOME TO WS-LI-NOME.
003200     WRITE REPORT-LINE FROM WS-LINHA-ITEM.
003210     ADD 1 TO WS-CONT-LISTADOS.
003220 3150-EXIT.
003230     EXIT.
003240
003250******************************************************************
003260*  3200-LIBERAR
003270*      RELEASES THE HELD ITEM NAMED BY THE CARD KEY. "T" ITEMS
003280*      BECOME A DUE PENDING TRANSFER FOR PIXBATCH; "E" AND "B"
003290*      ITEMS POST HERE (DEBIT, LOG LEG, XTRNXFR OR BOLETO
003300*      UPDATE). THE ITEM ONLY FLIPS TO "L" AFTER ITS RELEASE
003310*      ACTION SUCCEEDED.
003320******************************************************************
003330 3200-LIBERAR.
003340     PERFORM 2500-LOCALIZAR-ITEM THRU 2500-EXIT.
003350     IF NOT WS-ITEM-ACHADO THEN
003360         GO TO 3200-EXIT
003370     END-IF.
003380     EVALUATE APR-TIPO
003390         WHEN "T"
003400             PERFORM 4100-LIBERAR-TRANSF THRU 4100-EXIT
003410         WHEN "E"
003420             PERFORM 4200-LIBERAR-TED THRU 4200-EXIT
003430         WHEN "B"
003440             PERFORM 4300-LIBERAR-BOLETO THRU 4300-EXIT
003450         WHEN OTHER
003460             MOVE "TIPO DE RETENCAO DESCONHECIDO"
003470                 TO WS-RESULTADO
003480             ADD 1 TO WS-CONT-ERROS
003490     END-EVALUATE.
003500 3200-EXIT.
003510     EXIT.
003520
003530******************************************************************
003540*  2500-LOCALIZAR-ITEM
003550*      READS THE QUEUE ITEM NAMED ON THE CARD INTO APR-RECORD
003560*      AND CHECKS IT IS STILL HELD.
003570******************************************************************
003580 2500-LOCALIZAR-ITEM.
003590     MOVE "N" TO WS-SW-ITEM-ACHADO.
003600     MOVE CARD-CONTA TO APR-CONTA.
003610     MOVE CARD-DATA TO APR-DATA.
003620     MOVE CARD-HORA TO APR-HORA.
003630     READ PENDING-APPROVALS
003640         INVALID KEY
003650             MOVE "ITEM NAO ENCONTRADO" TO WS-RESULTADO
003660             ADD 1 TO WS-CONT-ERROS
003670             GO TO 2500-EXIT
003680     END-READ.
003690     IF APR-STATUS NOT = "P" THEN
003700         MOVE "ITEM JA DECIDIDO" TO WS-RESULTADO
003710         ADD 1 TO WS-CONT-ERROS
003720         GO TO 2500-EXIT
003730     END-IF.
003740     MOVE "S" TO WS-SW-ITEM-ACHADO.
003750 2500-EXIT.
003760     EXIT.
003770
003780******************************************************************
003790*  4100-LIBERAR-TRANSF
003800*      HANDS THE RELEASED INTRA-BANK TRANSFER TO PIXBATCH AS A
003810*      "P" PENDING TRANSFER DUE TODAY, SO IT SETTLES THROUGH
003820*      THE NORMAL TWO-PHASE POSTING (INCLUDING THE BALANCE AND
003830*      STATUS CHECKS AND THE CPF RE-RESOLUTION). A KEY
003840*      COLLISION BUMPS THE CREATION TIME AND RETRIES. PTX-TIPO
003850*      "L" (LIBERADA) EXEMPTS THE RECORD FROM A SECOND ALCADA
003860*      HOLD AT SETTLEMENT.
003870******************************************************************
003880 4100-LIBERAR-TRANSF.
003890     MOVE APR-CONTA TO PTX-CONTA.
003900     MOVE WS-DATA-ATUAL TO PTX-DATA-AGENDA.
003910     MOVE APR-HORA TO PTX-HORA-CRIACAO.
003920     MOVE APR-BENEFICIARIO TO PTX-BENEFICIARIO.
003930     MOVE APR-VALOR TO PTX-VALOR.
003940     MOVE "P" TO PTX-STATUS.
003950     MOVE "L" TO PTX-TIPO.
003960     MOVE APR-BENEF-CPF TO PTX-BENEF-CPF.
003970     MOVE "N" TO WS-SW-GRAVOU.
003980     MOVE ZERO TO WS-RETRY-CHAVE.
003990     PERFORM 4150-TENTAR-GRAVAR-PTX THRU 4150-EXIT
004000         UNTIL WS-GRAVOU OR WS-RETRY-CHAVE > 50.
004010     IF NOT WS-GRAVOU THEN
004020         MOVE "ERRO AO GRAVAR PNDXFER" TO WS-RESULTADO
004030         ADD 1 TO WS-CONT-ERROS
004040         GO TO 4100-EXIT
004050     END-IF.
004060     PERFORM 6000-CONCLUIR-LIBERACAO THRU 6000-EXIT.
004070     MOVE "LIBERADA PARA LIQUIDACAO PIXBATCH"
004080         TO WS-RESULTADO.
004090     ADD 1 TO WS-CONT-OK.
004100 4100-EXIT.
004110     EXIT.
004120
004130******************************************************************
004140*  4150-TENTAR-GRAVAR-PTX
004150*      WRITES THE PENDING TRANSFER BUILT BY 4100, BUMPING THE
004160*      CREATION TIME ON A KEY COLLISION.
004170******************************************************************
004180 4150-TENTAR-GRAVAR-PTX.
004190     WRITE PTX-RECORD
004200         INVALID KEY
004210             ADD 1 TO PTX-HORA-CRIACAO
004220             ADD 1 TO WS-RETRY-CHAVE
004230         NOT INVALID KEY
004240             MOVE "S" TO WS-SW-GRAVOU
004250     END-WRITE.
004260 4150-EXIT.
004270     EXIT.
004280
004290******************************************************************
004300*  4200-LIBERAR-TED
004310*      POSTS THE RELEASED EXTERNAL TRANSFER: DEBITS THE
004320*      ACCOUNT, WRITES THE "22" LOG LEG AND QUEUES THE "P"
004330*      XTRNXFR RECORD FOR THE NIGHTLY TEDEXTR EXTRACT.
004340******************************************************************
004350 4200-LIBERAR-TED.
004360     PERFORM 5000-DEBITAR-CONTA THRU 5000-EXIT.
004370     IF NOT WS-CONTA-ACHADA THEN
004380         GO TO 4200-EXIT
004390     END-IF.
004400     MOVE APR-CONTA TO XFR-CONTA.
004410     MOVE WS-DATA-ATUAL TO XFR-DATA.
004420     MOVE APR-HORA TO XFR-HORA.
004430     MOVE APR-BANCO TO XFR-BANCO.
004440     MOVE APR-AGENCIA TO XFR-AGENCIA.
004450     MOVE APR-CONTA-EXTERNA TO XFR-CONTA-EXTERNA.
004460     MOVE APR-BENEF-NOME TO XFR-BENEF-NOME.
004470     MOVE APR-VALOR TO XFR-VALOR.
004480     MOVE "P" TO XFR-STATUS.
004490     MOVE ZERO TO XFR-DATA-ENVIO.
004500     MOVE ZERO TO XFR-DATA-RETORNO.
004510     MOVE SPACES TO XFR-MOTIVO-DEVOL.
004520     MOVE "N" TO WS-SW-GRAVOU.
004530     MOVE ZERO TO WS-RETRY-CHAVE.
004540     PERFORM 4250-TENTAR-GRAVAR-XFR THRU 4250-EXIT
004550         UNTIL WS-GRAVOU OR WS-RETRY-CHAVE > 50.
004560     IF NOT WS-GRAVOU THEN
004570         MOVE "ERRO AO GRAVAR XTRNXFR" TO WS-RESULTADO
004580         ADD 1 TO WS-CONT-ERROS
004590         GO TO 4200-EXIT
004600     END-IF.
004610     SUBTRACT APR-VALOR FROM ACCT-SALDO.
004620     MOVE "22" TO WS-LOG-OPERACAO.
004630     MOVE APR-VALOR TO WS-LOG-VALOR.
004640     MOVE SPACES TO WS-LOG-REFERENCIA.
004650     MOVE APR-BANCO TO WS-LOG-REFERENCIA(1:3).
004660     MOVE APR-AGENCIA TO WS-LOG-REFERENCIA(4:4).
004670     PERFORM 5500-GRAVAR-LOG THRU 5500-EXIT.
004680     MOVE "22" TO WS-LOG-REFERENCIA.
004690     PERFORM 5600-COBRAR-TARIFA THRU 5600-EXIT.
004700     REWRITE ACCT-RECORD.
004710     PERFORM 6000-CONCLUIR-LIBERACAO THRU 6000-EXIT.
004720     MOVE "LIBERADA, TED ENVIADA A LIQUIDACAO"
004730         TO WS-RESULTADO.
004740     ADD 1 TO WS-CONT-OK.
004750 4200-EXIT.
004760     EXIT.
004770
004780******************************************************************
004790*  4250-TENTAR-GRAVAR-XFR
004800*      WRITES THE EXTERNAL TRANSFER BUILT BY 4200, BUMPING THE
004810*      KEY TIME ON A COLLISION.
004820******************************************************************
004830 4250-TENTAR-GRAVAR-XFR.
004840     WRITE XFR-RECORD
004850         INVALID KEY
004860             ADD 1 TO XFR-HORA
004870             ADD 1 TO WS-RETRY-CHAVE
004880         NOT INVALID KEY
004890             MOVE "S" TO WS-SW-GRAVOU
004900     END-WRITE.
004910 4250-EXIT.
004920     EXIT.
004930
004940******************************************************************
004950*  4300-LIBERAR-BOLETO
004960*      POSTS THE RELEASED BOLETO PAYMENT: DEBITS THE ACCOUNT,
004970*      FLIPS (OR CREATES) THE BOLETO AS PAID AND WRITES THE
004980*      "03" LOG LEG, AS THE ONLINE PAYMENT WOULD HAVE.
004990******************************************************************
005000 4300-LIBERAR-BOLETO.
005010     PERFORM 5000-DEBITAR-CONTA THRU 5000-EXIT.
005020     IF NOT WS-CONTA-ACHADA THEN
005030         GO TO 4300-EXIT
005040     END-IF.
005050     MOVE "N" TO WS-SW-BOLETO.
005060     MOVE APR-CONTA TO BOL-CONTA.
005070     MOVE APR-DOCUMENTO TO BOL-DOCUMENTO.
005080     READ BOLETO-FILE
005090         INVALID KEY
005100             CONTINUE
005110         NOT INVALID KEY
005120             MOVE "S" TO WS-SW-BOLETO
005130     END-READ.
005140     IF WS-BOLETO-ACHADO THEN
005150         IF BOL-STATUS = "P" THEN
005160             MOVE "BOLETO JA PAGO" TO WS-RESULTADO
005170             ADD 1 TO WS-CONT-ERROS
005180             GO TO 4300-EXIT
005190         END-IF
005200         MOVE "P" TO BOL-STATUS
005210         MOVE WS-DATA-ATUAL TO BOL-DATA-PAGAMENTO
005220         MOVE ZERO TO BOL-DATA-ESTORNO
005230         REWRITE BOL-RECORD
005240     ELSE
005250         MOVE APR-CONTA TO BOL-CONTA
005260         MOVE APR-DOCUMENTO TO BOL-DOCUMENTO
005270         MOVE APR-BENEF-NOME TO BOL-BENEF-NOME
005280         MOVE APR-VALOR TO BOL-VALOR
005290         MOVE ZERO TO BOL-DATA-VENCIMENTO
005300         MOVE WS-DATA-ATUAL TO BOL-DATA-PAGAMENTO
005310         MOVE "P" TO BOL-STATUS
005320         MOVE ZERO TO BOL-CEDENTE
005330         MOVE ZERO TO BOL-DATA-ESTORNO
005340         WRITE BOL-RECORD
005350             INVALID KEY
005360                 CONTINUE
005370         END-WRITE
005380     END-IF.
005390     SUBTRACT APR-VALOR FROM ACCT-SALDO.
005400     MOVE "03" TO WS-LOG-OPERACAO.
005410     MOVE APR-VALOR TO WS-LOG-VALOR.
005420     MOVE SPACES TO WS-LOG-REFERENCIA.
005430     MOVE APR-DOCUMENTO TO WS-LOG-REFERENCIA.
005440     PERFORM 5500-GRAVAR-LOG THRU 5500-EXIT.
005450     MOVE "03" TO WS-LOG-REFERENCIA.
005460     PERFORM 5600-COBRAR-TARIFA THRU 5600-EXIT.
005470     REWRITE ACCT-RECORD.
005480     PERFORM 6000-CONCLUIR-LIBERACAO THRU 6000-EXIT.
005490     MOVE "LIBERADA, PAGAMENTO EFETUADO" TO WS-RESULTADO.
005500     ADD 1 TO WS-CONT-OK.
005510 4300-EXIT.
005520     EXIT.
005530
005540******************************************************************
005550*  3300-RECUSAR
005560*      REJECTS THE HELD ITEM: NOTHING POSTS, THE ITEM FLIPS TO
005570*      "R" AND THE CUSTOMER GETS A "26" (OPERACAO RECUSADA)
005580*      LINE ON THE EXTRATO.
005590******************************************************************
005600 3300-RECUSAR.
005610     PERFORM 2500-LOCALIZAR-ITEM THRU 2500-EXIT.
005620     IF NOT WS-ITEM-ACHADO THEN
005630         GO TO 3300-EXIT
005640     END-IF.
005650     MOVE "R" TO APR-STATUS.
005660     MOVE WS-DATA-ATUAL TO APR-DATA-DECISAO.
005670     REWRITE APR-RECORD.
005680     MOVE "N" TO WS-SW-CONTA.
005690     MOVE APR-CONTA TO ACCT-NUMERO.
005700     READ ACCOUNT-MASTER
005710         INVALID KEY
005720             CONTINUE
005730         NOT INVALID KEY
005740             MOVE "S" TO WS-SW-CONTA
005750     END-READ.
005760     IF WS-CONTA-ACHADA THEN
005770         MOVE "26" TO WS-LOG-OPERACAO
005780         MOVE APR-VALOR TO WS-LOG-VALOR
005790         MOVE SPACES TO WS-LOG-REFERENCIA
005800         PERFORM 5500-GRAVAR-LOG THRU 5500-EXIT
005810     END-IF.
005820     MOVE "RECUSADA" TO WS-RESULTADO.
005830     ADD 1 TO WS-CONT-OK.
005840 3300-EXIT.
005850     EXIT.
005860
005870******************************************************************
005880*  5000-DEBITAR-CONTA
005890*      READS THE HELD ITEM'S ACCOUNT AND CHECKS IT CAN STILL
005900*      PAY: PRESENT, NOT BLOCKED OR CLOSED, AND WITH BALANCE
005910*      PLUS LIMIT COVERING THE VALUE AND THE HELD SERVICE FEE.
005920*      THE DEBIT ITSELF IS DONE BY THE CALLER AFTER ITS OWN
005930*      WRITES SUCCEED.
005940******************************************************************
005950 5000-DEBITAR-CONTA.
005960     MOVE "N" TO WS-SW-CONTA.
005970     MOVE APR-CONTA TO ACCT-NUMERO.
005980     READ ACCOUNT-MASTER
005990         INVALID KEY
006000             CONTINUE
006010         NOT INVALID KEY
006020             MOVE "S" TO WS-SW-CONTA
006030     END-READ.
006040     IF NOT WS-CONTA-ACHADA THEN
006050         MOVE "CONTA NAO CADASTRADA" TO WS-RESULTADO
006060         ADD 1 TO WS-CONT-ERROS
006070         GO TO 5000-EXIT
006080     END-IF.
006090     IF ACCT-STATUS = "B" OR ACCT-STATUS = "E" THEN
006100         MOVE "CONTA BLOQUEADA OU ENCERRADA" TO WS-RESULTADO
006110         MOVE "N" TO WS-SW-CONTA
006120         ADD 1 TO WS-CONT-ERROS
006130         GO TO 5000-EXIT
006140     END-IF.
006150     IF ACCT-STATUS = "I" THEN
006160         MOVE "CONTA INATIVA, NAO LIBERADA" TO WS-RESULTADO
006170         MOVE "N" TO WS-SW-CONTA
006180         ADD 1 TO WS-CONT-ERROS
006190         GO TO 5000-EXIT
006200     END-IF.
006210     IF APR-TARIFA NUMERIC THEN
006220         MOVE APR-TARIFA TO WS-TARIFA
006230     ELSE
006240         MOVE ZERO TO WS-TARIFA
006250     END-IF.
006260     IF (ACCT-SALDO + ACCT-LIMITE) < APR-VALOR + WS-TARIFA THEN
006270         MOVE "SALDO INSUFICIENTE, NAO LIBERADA"
006280             TO WS-RESULTADO
006290         MOVE "N" TO WS-SW-CONTA
006300         ADD 1 TO WS-CONT-ERROS
006310     END-IF.
006320 5000-EXIT.
006330     EXIT.
006340
006350******************************************************************
006360*  5500-GRAVAR-LOG
006370*      WRITES ONE TRANSACTION-LOG RECORD FOR THE ACCOUNT IN
006380*      ACCT-RECORD FROM THE WS-LOG FIELDS. A KEY COLLISION
006390*      BUMPS LOG-HORA AND RETRIES, AS IN PIXBATCH.
006400******************************************************************
006410 5500-GRAVAR-LOG.
006420     ACCEPT WS-HORA-ATUAL FROM TIME.
006430     MOVE ACCT-NUMERO TO LOG-CONTA.
006440     MOVE WS-DATA-ATUAL TO LOG-DATA.
006450     MOVE WS-HORA-ATUAL TO LOG-HORA.
006460     MOVE WS-LOG-OPERACAO TO LOG-OPERACAO.
006470     MOVE WS-LOG-VALOR TO LOG-VALOR.
006480     MOVE ACCT-SALDO TO LOG-SALDO-APOS.
006490     MOVE "N" TO LOG-ESTORNADO.
006500     MOVE ZERO TO LOG-CPF-TITULAR.
006510     MOVE WS-LOG-REFERENCIA TO LOG-REFERENCIA.
006520     MOVE "N" TO WS-SW-LOG-GRAVADO.
006530     MOVE ZERO TO WS-RETRY-LOG.
006540     PERFORM 5550-TENTAR-GRAVAR-LOG THRU 5550-EXIT
006550         UNTIL WS-LOG-GRAVADO OR WS-RETRY-LOG > 50.
006560     IF NOT WS-LOG-GRAVADO THEN
006570         DISPLAY "APPRVBAT: LOG NAO GRAVADO PARA CONTA "
006580                 LOG-CONTA " OPERACAO " LOG-OPERACAO
006590         ADD 1 TO WS-CONT-LOG-ERROS
006600     END-IF.
006610 5500-EXIT.
006620     EXIT.
006630
006640******************************************************************
006650*  5550-TENTAR-GRAVAR-LOG
006660*      WRITES THE LOG RECORD BUILT BY 5500, BUMPING LOG-HORA ON
006670*      A KEY COLLISION.
006680******************************************************************
006690 5550-TENTAR-GRAVAR-LOG.
006700     WRITE LOG-RECORD
006710         INVALID KEY
006720             ADD 1 TO LOG-HORA
006730             ADD 1 TO WS-RETRY-LOG
006740         NOT INVALID KEY
006750             MOVE "S" TO WS-SW-LOG-GRAVADO
006760     END-WRITE.
006770 5550-EXIT.
006780     EXIT.
006790
006800******************************************************************
006810*  5600-COBRAR-TARIFA
006820*      DEBITS THE SERVICE FEE QUOTED WHEN THE ITEM WAS HELD
006830*      (LOADED BY 5000) AS ITS OWN "28" LOG LEG; THE CALLER
006840*      LEAVES THE CHARGED OPERATION CODE IN WS-LOG-REFERENCIA.
006850******************************************************************
006860 5600-COBRAR-TARIFA.
006870     IF WS-TARIFA = ZERO THEN
006880         GO TO 5600-EXIT
006890     END-IF.
006900     SUBTRACT WS-TARIFA FROM ACCT-SALDO.
006910     MOVE "28" TO WS-LOG-OPERACAO.
006920     MOVE WS-TARIFA TO WS-LOG-VALOR.
006930     PERFORM 5500-GRAVAR-LOG THRU 5500-EXIT.
006940 5600-EXIT.
006950     EXIT.
006960
006970******************************************************************
006980*  6000-CONCLUIR-LIBERACAO
006990*      FLIPS THE QUEUE ITEM TO "L" WITH TODAY AS THE DECISION
007000*      DATE.
007010******************************************************************
007020 6000-CONCLUIR-LIBERACAO.
007030     MOVE "L" TO APR-STATUS.
007040     MOVE WS-DATA-ATUAL TO APR-DATA-DECISAO.
007050     REWRITE APR-RECORD.
007060 6000-EXIT.
007070     EXIT.
007080
007090******************************************************************
007100*  7000-GRAVAR-RESULTADO
007110*      WRITES THE RESULT LINE FOR THE CARD JUST PROCESSED.
007120******************************************************************
007130 7000-GRAVAR-RESULTADO.
007140     MOVE CARD-FUNCAO TO WS-LD-FUNCAO.
007150     MOVE CARD-CONTA TO WS-LD-CONTA.
007160     MOVE WS-RESULTADO TO WS-LD-RESULTADO.
007170     WRITE REPORT-LINE FROM WS-LINHA-DETALHE.
007180 7000-EXIT.
007190     EXIT.
007200
007210******************************************************************
007220*  8000-FINALIZE
007230*      CLOSES ALL FILES AND PRINTS THE RUN TOTALS.
007240******************************************************************
007250 8000-FINALIZE.
007260     MOVE SPACES TO REPORT-LINE.
007270     WRITE REPORT-LINE.
007280     MOVE WS-CONT-CARTOES TO WS-LT-VALOR.
007290     WRITE REPORT-LINE FROM WS-LINHA-TOTAL.
007300     CLOSE CARD-FILE.
007310     CLOSE PENDING-APPROVALS.
007320     CLOSE ACCOUNT-MASTER.
007330     CLOSE TRANSACTION-LOG.
007340     CLOSE PENDING-TRANSFERS.
007350     CLOSE BOLETO-FILE.
007360     CLOSE EXTERNAL-TRANSFERS.
007370     CLOSE REPORT-FILE.
007380     DISPLAY "APPRVBAT: CARTOES LIDOS.......: " WS-CONT-CARTOES.
007390     DISPLAY "APPRVBAT: FUNCOES APLICADAS...: " WS-CONT-OK.
007400     DISPLAY "APPRVBAT: FUNCOES COM ERRO....: " WS-CONT-ERROS.
007410     DISPLAY "APPRVBAT: ITENS LISTADOS......: "
007420             WS-CONT-LISTADOS.
007430     IF WS-CONT-LOG-ERROS NOT = ZERO THEN
007440         DISPLAY "APPRVBAT: LOGS NAO GRAVADOS...: "
007450                 WS-CONT-LOG-ERROS
007460     END-IF.
007470 8000-EXIT.
007480     EXIT.
007490
007500******************************************************************
007510*  9999-EXIT
007520*      SINGLE PROGRAM EXIT POINT.
007530******************************************************************
007540 9999-EXIT.
007550     STOP RUN.
007560
