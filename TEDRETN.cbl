000190*
000200*  MODIFICATION HISTORY.
000210*      02/09/2026  OPS   INITIAL VERSION.
000220*      02/09/2026  OPS   WRITES ITS RUN RECORD ("E" AT START,
000230*                        "C" WITH THE COUNTERS AT A CLEAN END)
000240*                        TO THE SHARED RUNCTL FILE FOR THE
000250*                        MORNING MORNRPT EXCEPTIONS REPORT.
000260*      15/10/2026  OPS   LOG RECORDS CARRY A ZERO
000270*                        LOG-CPF-TITULAR (BATCH POSTING, NO
000280*                        ACCOUNT HOLDER ACTED).
000290******************************************************************
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT RETURN-FILE ASSIGN TO "TEDRET"
000340         ORGANIZATION IS SEQUENTIAL
000350         FILE STATUS IS WS-FS-RET.
000360     SELECT EXTERNAL-TRANSFERS ASSIGN TO "XTRNXFR"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS XFR-CHAVE
000400         FILE STATUS IS WS-FS-XFR.
000410     SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMS"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS ACCT-NUMERO
000450         FILE STATUS IS WS-FS-ACCT.
000460     SELECT TRANSACTION-LOG ASSIGN TO "TRANLOG"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS LOG-CHAVE
000500         FILE STATUS IS WS-FS-LOG.
000510     SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS RUN-CHAVE
000550         FILE STATUS IS WS-FS-RUN.
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  RETURN-FILE
000590     LABEL RECORD IS STANDARD.
000600 01  RET-RECORD.
000610     05  RET-CONTA-ORIGEM        PIC 9(06).
000620     05  RET-DATA-ORIGEM         PIC 9(08).
000630     05  RET-HORA-ORIGEM         PIC 9(08).
000640     05  RET-SITUACAO            PIC X(02).
000650     05  FILLER                  PIC X(56).
000660 FD  EXTERNAL-TRANSFERS
000670     LABEL RECORD IS STANDARD.
000680     COPY XTRNXFR.
000690 FD  ACCOUNT-MASTER
000700     LABEL RECORD IS STANDARD.
000710     COPY ACCTMS.
000720 FD  TRANSACTION-LOG
000730     LABEL RECORD IS STANDARD.
000740     COPY TRANLOG.
000750 FD  RUN-CONTROL
000760     LABEL RECORD IS STANDARD.
000770     COPY RUNCTL.
000780 WORKING-STORAGE SECTION.
000790******************************************************************
000800*  FILE STATUS AND CONTROL SWITCHES.
000810******************************************************************
000820 77  WS-FS-RET               PIC X(02) VALUE SPACES.
000830 77  WS-FS-XFR               PIC X(02) VALUE SPACES.
000840 77  WS-FS-ACCT              PIC X(02) VALUE SPACES.
000850 77  WS-FS-LOG               PIC X(02) VALUE SPACES.
000860 01  WS-SW-EOF-RET           PIC X(01) VALUE "N".
000870     88  WS-EOF-RET                     VALUE "S".
000880 01  WS-SW-XFR-ACHADO        PIC X(01) VALUE "N".
000890     88  WS-XFR-ACHADO                  VALUE "S".
000900 01  WS-SW-LOG-GRAVADO       PIC X(01) VALUE "N".
000910     88  WS-LOG-GRAVADO                 VALUE "S".
000920 77  WS-FS-RUN               PIC X(02) VALUE SPACES.
000930 01  WS-SW-RUN-ABERTO        PIC X(01) VALUE "N".
000940     88  WS-RUN-ABERTO                  VALUE "S".
000950******************************************************************
000960*  COUNTERS AND WORK AREAS.
000970******************************************************************
000980 77  WS-CONT-LIDOS           PIC 9(05) VALUE ZERO COMP.
000990 77  WS-CONT-CONFIRMADOS     PIC 9(05) VALUE ZERO COMP.
001000 77  WS-CONT-DEVOLVIDOS      PIC 9(05) VALUE ZERO COMP.
001010 77  WS-CONT-ERROS           PIC 9(05) VALUE ZERO COMP.
001020 77  WS-CONT-LOG-ERROS       PIC 9(05) VALUE ZERO COMP.
001030 77  WS-RETRY-LOG            PIC 9(02) VALUE ZERO COMP.
001040 01  WS-DATA-ATUAL           PIC 9(8).
001050 01  WS-HORA-ATUAL           PIC 9(8).
001060******************************************************************
001070*  PROCEDURE DIVISION.
001080******************************************************************
001090 PROCEDURE DIVISION.
001100******************************************************************
001110*  0000-MAINLINE
001120*      DRIVES THE OPEN / PROCESS / CLOSE SEQUENCE FOR THE RUN.
001130******************************************************************
001140 0000-MAINLINE.
001150     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001160     PERFORM 2000-PROCESS-RETORNO THRU 2000-EXIT
001170         UNTIL WS-EOF-RET.
001180     PERFORM 8000-FINALIZE THRU 8000-EXIT.
001190     GO TO 9999-EXIT.
001200
001210******************************************************************
001220*  1000-INITIALIZE
001230*      OPENS ALL FILES.
001240******************************************************************
001250 1000-INITIALIZE.
001260     ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.
001270     OPEN INPUT RETURN-FILE.
001280     IF WS-FS-RET NOT = "00" THEN
001290         DISPLAY "TEDRETN: NAO FOI POSSIVEL ABRIR TEDRET, "
001300                 "STATUS " WS-FS-RET
001310         MOVE "S" TO WS-SW-EOF-RET
001320         GO TO 1000-EXIT
001330     END-IF.
001340     OPEN I-O EXTERNAL-TRANSFERS.
001350     IF WS-FS-XFR NOT = "00" THEN
001360         DISPLAY "TEDRETN: NAO FOI POSSIVEL ABRIR XTRNXFR, "
001370                 "STATUS " WS-FS-XFR
001380         MOVE "S" TO WS-SW-EOF-RET
001390         GO TO 1000-EXIT
001400     END-IF.
001410     OPEN I-O ACCOUNT-MASTER.
001420     IF WS-FS-ACCT NOT = "00" THEN
001430         DISPLAY "TEDRETN: NAO FOI POSSIVEL ABRIR ACCTMS, "
001440                 "STATUS " WS-FS-ACCT
001450         MOVE "S" TO WS-SW-EOF-RET
001460         GO TO 1000-EXIT
001470     END-IF.
001480     OPEN I-O TRANSACTION-LOG.
001490     IF WS-FS-LOG NOT = "00" THEN
001500         DISPLAY "TEDRETN: NAO FOI POSSIVEL ABRIR TRANLOG, "
001510                 "STATUS " WS-FS-LOG
001520         MOVE "S" TO WS-SW-EOF-RET
001530     END-IF.
001540     IF NOT WS-EOF-RET THEN
001550         PERFORM 1200-INICIAR-RUNCTL THRU 1200-EXIT
001560     END-IF.
001570 1000-EXIT.
001580     EXIT.
001590
001600******************************************************************
001610*  1200-INICIAR-RUNCTL
001620*      WRITES THE JOB'S "E" RUN RECORD AND START TIMESTAMP. ONLY
001630*      PERFORMED AFTER EVERY DATA FILE OPENED, SO A FAILED INIT
001640*      SHOWS AS "NAO EXECUTADO"; A RUNCTL FAILURE ONLY WARNS.
001650******************************************************************
001660 1200-INICIAR-RUNCTL.
001670     OPEN I-O RUN-CONTROL.
001680     IF WS-FS-RUN = "35" THEN
001690         OPEN OUTPUT RUN-CONTROL
001700         CLOSE RUN-CONTROL
001710         OPEN I-O RUN-CONTROL
001720     END-IF.
001730     IF WS-FS-RUN NOT = "00" THEN
001740         DISPLAY "TEDRETN: NAO FOI POSSIVEL ABRIR RUNCTL, "
001750                 "STATUS " WS-FS-RUN
001760         GO TO 1200-EXIT
001770     END-IF.
001780     MOVE "S" TO WS-SW-RUN-ABERTO.
001790     MOVE "TEDRETN " TO RUN-JOB.
001800     MOVE WS-DATA-ATUAL TO RUN-DATA.
001810     ACCEPT WS-HORA-ATUAL FROM TIME.
001820     MOVE WS-DATA-ATUAL TO RUN-INICIO-DATA.
001830     MOVE WS-HORA-ATUAL TO RUN-INICIO-HORA.
001840     MOVE ZEROS TO RUN-FIM-DATA.
001850     MOVE ZEROS TO RUN-FIM-HORA.
001860     MOVE ZEROS TO RUN-LIDOS.
001870     MOVE ZEROS TO RUN-APLICADOS.
001880     MOVE ZEROS TO RUN-ERROS.
001890     MOVE "E" TO RUN-STATUS.
001900     WRITE RUN-RECORD
001910         INVALID KEY
001920             REWRITE RUN-RECORD
001930     END-WRITE.
001940 1200-EXIT.
001950     EXIT.
001960
001970
001980******************************************************************
001990*  2000-PROCESS-RETORNO
002000*      READS THE NEXT RETURN LINE, FINDS ITS EXTERNAL TRANSFER
002010*      AND APPLIES THE PARTNER'S ANSWER. A RETURN FOR A MISSING
002020*      OR NOT-"S" RECORD IS COUNTED AS AN ERROR AND SKIPPED.
002030******************************************************************
002040 2000-PROCESS-RETORNO.
002050     READ RETURN-FILE
002060         AT END
002070             MOVE "S" TO WS-SW-EOF-RET
002080             GO TO 2000-EXIT
002090     END-READ.
002100     ADD 1 TO WS-CONT-LIDOS.
002110     MOVE "N" TO WS-SW-XFR-ACHADO.
002120     MOVE RET-CONTA-ORIGEM TO XFR-CONTA.
002130     MOVE RET-DATA-ORIGEM TO XFR-DATA.
002140     MOVE RET-HORA-ORIGEM TO XFR-HORA.
002150     READ EXTERNAL-TRANSFERS
002160         INVALID KEY
002170             CONTINUE
002180         NOT INVALID KEY
002190             MOVE "S" TO WS-SW-XFR-ACHADO
002200     END-READ.
002210     IF NOT WS-XFR-ACHADO OR XFR-STATUS NOT = "S" THEN
002220         DISPLAY "TEDRETN: RETORNO SEM TRANSFERENCIA ENVIADA, "
002230                 "CONTA " RET-CONTA-ORIGEM
002240                 " DATA " RET-DATA-ORIGEM
002250         ADD 1 TO WS-CONT-ERROS
002260         GO TO 2000-EXIT
002270     END-IF.
002280     IF RET-SITUACAO = "00" THEN
002290         MOVE "C" TO XFR-STATUS
002300         MOVE WS-DATA-ATUAL TO XFR-DATA-RETORNO
002310         REWRITE XFR-RECORD
002320         ADD 1 TO WS-CONT-CONFIRMADOS
002330     ELSE
002340         PERFORM 3000-DEVOLVER-TRANSFERENCIA THRU 3000-EXIT
002350     END-IF.
002360 2000-EXIT.
002370     EXIT.
002380
002390******************************************************************
002400*  3000-DEVOLVER-TRANSFERENCIA
002410*      APPLIES A BOUNCE: THE TRANSFER IN XFR-RECORD IS FLIPPED
002420*      TO "D" WITH THE PARTNER'S REASON AND THE CUSTOMER IS
002430*      RE-CREDITED WITH A "23" LOG RECORD. THE "D" FLIP GOES
002440*      FIRST SO A RERUN OF THE SAME FILE CANNOT CREDIT TWICE;
002450*      A LOST CREDIT AFTER THE FLIP SHOWS UP ON RECONBAT.
002460******************************************************************
002470 3000-DEVOLVER-TRANSFERENCIA.
002480     MOVE "D" TO XFR-STATUS.
002490     MOVE WS-DATA-ATUAL TO XFR-DATA-RETORNO.
002500     MOVE RET-SITUACAO TO XFR-MOTIVO-DEVOL.
002510     REWRITE XFR-RECORD.
002520     MOVE XFR-CONTA TO ACCT-NUMERO.
002530     READ ACCOUNT-MASTER
002540         INVALID KEY
002550             DISPLAY "TEDRETN: CONTA " XFR-CONTA
002560                     " NAO CADASTRADA, CREDITO NAO APLICADO"
002570             ADD 1 TO WS-CONT-ERROS
002580             GO TO 3000-EXIT
002590     END-READ.
002600     ADD XFR-VALOR TO ACCT-SALDO.
002610     PERFORM 4000-GRAVAR-LOG THRU 4000-EXIT.
002620     REWRITE ACCT-RECORD.
002630     ADD 1 TO WS-CONT-DEVOLVIDOS.
002640 3000-EXIT.
002650     EXIT.
002660
002670******************************************************************
002680*  4000-GRAVAR-LOG
002690*      WRITES THE "23" (TED DEVOLVIDA) LOG RECORD FOR THE
002700*      ACCOUNT IN ACCT-RECORD, CARRYING THE DESTINATION BANK,
002710*      AGENCY AND BOUNCE REASON IN LOG-REFERENCIA. A KEY
002720*      COLLISION BUMPS LOG-HORA AND RETRIES, AS IN PIXBATCH.
002730******************************************************************
002740 4000-GRAVAR-LOG.
002750     ACCEPT WS-HORA-ATUAL FROM TIME.
002760     MOVE ACCT-NUMERO TO LOG-CONTA.
002770     MOVE WS-DATA-ATUAL TO LOG-DATA.
002780     MOVE WS-HORA-ATUAL TO LOG-HORA.
002790     MOVE "23" TO LOG-OPERACAO.
002800     MOVE XFR-VALOR TO LOG-VALOR.
002810     MOVE ACCT-SALDO TO LOG-SALDO-APOS.
002820     MOVE "N" TO LOG-ESTORNADO.
002830     MOVE ZERO TO LOG-CPF-TITULAR.
002840     MOVE SPACES TO LOG-REFERENCIA.
002850     MOVE XFR-BANCO TO LOG-REFERENCIA(1:3).
002860     MOVE XFR-AGENCIA TO LOG-REFERENCIA(4:4).
002870     MOVE XFR-MOTIVO-DEVOL TO LOG-REFERENCIA(9:2).
002880     MOVE "N" TO WS-SW-LOG-GRAVADO.
002890     MOVE ZERO TO WS-RETRY-LOG.
002900     PERFORM 4100-TENTAR-GRAVAR-LOG THRU 4100-EXIT
002910         UNTIL WS-LOG-GRAVADO OR WS-RETRY-LOG > 50.
002920     IF NOT WS-LOG-GRAVADO THEN
002930         DISPLAY "TEDRETN: LOG NAO GRAVADO PARA CONTA "
002940                 LOG-CONTA
002950         ADD 1 TO WS-CONT-LOG-ERROS
002960     END-IF.
002970 4000-EXIT.
002980     EXIT.
002990
003000******************************************************************
003010*  4100-TENTAR-GRAVAR-LOG
003020*      WRITES THE LOG RECORD BUILT BY 4000, BUMPING LOG-HORA ON
003030*      A KEY COLLISION.
003040******************************************************************
003050 4100-TENTAR-GRAVAR-LOG.
003060     WRITE LOG-RECORD
003070         INVALID KEY
003080             ADD 1 TO LOG-HORA
003090             ADD 1 TO WS-RETRY-LOG
003100         NOT INVALID KEY
003110             MOVE "S" TO WS-SW-LOG-GRAVADO
003120     END-WRITE.
003130 4100-EXIT.
003140     EXIT.
003150
003160******************************************************************
003170*  8000-FINALIZE
003180*      CLOSES ALL FILES AND DISPLAYS THE RUN SUMMARY.
003190******************************************************************
003200 8000-FINALIZE.
003210     PERFORM 8100-ENCERRAR-RUNCTL THRU 8100-EXIT.
003220     CLOSE RETURN-FILE.
003230     CLOSE EXTERNAL-TRANSFERS.
003240     CLOSE ACCOUNT-MASTER.
003250     CLOSE TRANSACTION-LOG.
003260     DISPLAY "TEDRETN: RETORNOS LIDOS.......: " WS-CONT-LIDOS.
003270     DISPLAY "TEDRETN: CONFIRMADAS..........: "
003280             WS-CONT-CONFIRMADOS.
003290     DISPLAY "TEDRETN: DEVOLVIDAS...........: "
003300             WS-CONT-DEVOLVIDOS.
003310     DISPLAY "TEDRETN: RETORNOS COM ERRO....: " WS-CONT-ERROS.
003320     IF WS-CONT-LOG-ERROS NOT = ZERO THEN
003330         DISPLAY "TEDRETN: LOGS NAO GRAVADOS....: "
003340                 WS-CONT-LOG-ERROS
003350     END-IF.
003360 8000-EXIT.
003370     EXIT.
003380
003390******************************************************************
003400*  8100-ENCERRAR-RUNCTL
003410*      REWRITES THE RUN RECORD WITH THE COUNTERS, THE END
003420*      TIMESTAMP AND STATUS "C". AN ABENDED RUN NEVER REACHES
003430*      HERE AND LEAVES THE RECORD AS "E" FOR MORNRPT TO FLAG.
003440******************************************************************
003450 8100-ENCERRAR-RUNCTL.
003460     IF NOT WS-RUN-ABERTO THEN
003470         GO TO 8100-EXIT
003480     END-IF.
003490     MOVE "TEDRETN " TO RUN-JOB.
003500     MOVE WS-DATA-ATUAL TO RUN-DATA.
003510     ACCEPT WS-HORA-ATUAL FROM TIME.
003520     MOVE WS-DATA-ATUAL TO RUN-FIM-DATA.
003530     MOVE WS-HORA-ATUAL TO RUN-FIM-HORA.
003540     MOVE WS-CONT-LIDOS TO RUN-LIDOS.
003550     COMPUTE RUN-APLICADOS = WS-CONT-CONFIRMADOS
003560             + WS-CONT-DEVOLVIDOS.
003570     COMPUTE RUN-ERROS = WS-CONT-ERROS + WS-CONT-LOG-ERROS.
003580     MOVE "C" TO RUN-STATUS.
003590     REWRITE RUN-RECORD
003600         INVALID KEY
003610             WRITE RUN-RECORD
003620     END-REWRITE.
003630     CLOSE RUN-CONTROL.
003640 8100-EXIT.
003650     EXIT.
003660
003670******************************************************************
003680*  9999-EXIT
003690*      SINGLE PROGRAM EXIT POINT.
003700******************************************************************
003710 9999-EXIT.
003720     STOP RUN.
003730
