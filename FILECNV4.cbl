000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. FILECNV4.
000030 AUTHOR. OPERACOES-BATCH.
000040 INSTALLATION. I-BANKLP.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED. 15/10/2026.
000070******************************************************************
000080*  PURPOSE.
000090*      ONE-TIME CONVERSION OF THE TRANSACTION-LOG AND ITS
000100*      HISTORY, WHOSE RECORD GROWS FROM 57 TO 68 BYTES FOR THE
000110*      JOINT ACCOUNTS:
000120*          TRANLOGV -> TRANLOG   (TRANSACTION LOG)
000130*          TRANHSTV -> TRANHIST  (LOGARCH HISTORY GENERATIONS)
000140*      THE NEW LOG-CPF-TITULAR / HST-CPF-TITULAR FIELD SHOWS
000150*      WHICH ACCOUNT HOLDER DID AN ONLINE OPERATION. EVERY
000160*      RECORD WRITTEN BEFORE THE FIELD EXISTED COMES OUT WITH
000170*      ZERO (HOLDER NOT RECORDED). READS EACH OLD-LAYOUT FILE
000180*      THROUGH ITS "V" DD NAME AND REBUILDS THE NEW-LAYOUT FILE
000190*      FIELD BY FIELD, IN KEY ORDER FOR THE LOG AND IN INPUT
000200*      ORDER FOR THE HISTORY, AS FILECONV, FILECNV2 AND FILECNV3
000210*      DID. EVERY HISTORY GENERATION IS CONVERTED TOO, SO
000220*      STMTRPT AND DORMBAT READ ONE LAYOUT ACROSS THE WHOLE
000230*      HISTORY. RUN ONCE, WITH EVERYTHING ELSE QUIESCED, AFTER
000240*      RENAMING THE PRODUCTION DATASETS TO THEIR "V" NAMES. A
000250*      MISSING TRANHSTV (NO HISTORY ARCHIVED YET) SKIPS THAT
000260*      STEP. THE OLD FILES ARE LEFT UNTOUCHED AS FALLBACK.
000270*
000280*  MODIFICATION HISTORY.
000290*      15/10/2026  OPS   INITIAL VERSION.
000300******************************************************************
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT OLD-TRANLOG ASSIGN TO "TRANLOGV"
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS SEQUENTIAL
000370         RECORD KEY IS LGV-CHAVE
000380         FILE STATUS IS WS-FS-VELHO.
000390     SELECT NEW-TRANLOG ASSIGN TO "TRANLOG"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS SEQUENTIAL
000420         RECORD KEY IS LOG-CHAVE
000430         FILE STATUS IS WS-FS-NOVO.
000440     SELECT OLD-TRANHIST ASSIGN TO "TRANHSTV"
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS WS-FS-VELHO.
000470     SELECT NEW-TRANHIST ASSIGN TO "TRANHIST"
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS WS-FS-NOVO.
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  OLD-TRANLOG
000530     LABEL RECORD IS STANDARD.
000540 01  LGV-RECORD.
000550     05  LGV-CHAVE.
000560         10  LGV-CONTA          PIC 9(6).
000570         10  LGV-DATA           PIC 9(8).
000580         10  LGV-HORA           PIC 9(8).
000590     05  LGV-OPERACAO           PIC X(02).
000600     05  LGV-VALOR              PIC S9(9)V9(2).
000610     05  LGV-SALDO-APOS         PIC S9(9)V9(2).
000620     05  LGV-ESTORNADO          PIC X(01).
000630     05  LGV-REFERENCIA         PIC X(10).
000640 FD  NEW-TRANLOG
000650     LABEL RECORD IS STANDARD.
000660     COPY TRANLOG.
000670 FD  OLD-TRANHIST
000680     LABEL RECORD IS STANDARD.
000690 01  HSV-RECORD.
000700     05  HSV-CHAVE.
000710         10  HSV-CONTA          PIC 9(6).
000720         10  HSV-DATA           PIC 9(8).
000730         10  HSV-HORA           PIC 9(8).
000740     05  HSV-OPERACAO           PIC X(02).
000750     05  HSV-VALOR              PIC S9(9)V9(2).
000760     05  HSV-SALDO-APOS         PIC S9(9)V9(2).
000770     05  HSV-ESTORNADO          PIC X(01).
000780     05  HSV-REFERENCIA         PIC X(10).
000790 FD  NEW-TRANHIST
000800     LABEL RECORD IS STANDARD.
000810     COPY TRANHIST.
000820 WORKING-STORAGE SECTION.
000830******************************************************************
000840*  FILE STATUS AND CONTROL SWITCHES.
000850******************************************************************
000860 77  WS-FS-VELHO             PIC X(02) VALUE SPACES.
000870 77  WS-FS-NOVO              PIC X(02) VALUE SPACES.
000880 01  WS-SW-EOF-VELHO         PIC X(01) VALUE "N".
000890     88  WS-EOF-VELHO                   VALUE "S".
000900 77  WS-CONT-REGISTROS       PIC 9(09) VALUE ZERO COMP.
000910******************************************************************
000920*  PROCEDURE DIVISION.
000930******************************************************************
000940 PROCEDURE DIVISION.
000950******************************************************************
000960*  0000-MAINLINE
000970*      CONVERTS THE TRANSACTION LOG, THEN ITS HISTORY.
000980******************************************************************
000990 0000-MAINLINE.
001000     PERFORM 2100-CONVERTER-TRANLOG THRU 2100-EXIT.
001010     PERFORM 2200-CONVERTER-TRANHIST THRU 2200-EXIT.
001020     GO TO 9999-EXIT.
001030
001040******************************************************************
001050*  2100-CONVERTER-TRANLOG
001060*      REBUILDS THE TRANSACTION LOG ON THE LAYOUT WITH THE
001070*      ACTING HOLDER'S CPF.
001080******************************************************************
001090 2100-CONVERTER-TRANLOG.
001100     MOVE "N" TO WS-SW-EOF-VELHO.
001110     MOVE ZERO TO WS-CONT-REGISTROS.
001120     OPEN INPUT OLD-TRANLOG.
001130     IF WS-FS-VELHO NOT = "00" THEN
001140         DISPLAY "FILECNV4: TRANLOGV NAO ABERTO, STATUS "
001150                 WS-FS-VELHO
001160         GO TO 2100-EXIT
001170     END-IF.
001180     OPEN OUTPUT NEW-TRANLOG.
001190     IF WS-FS-NOVO NOT = "00" THEN
001200         DISPLAY "FILECNV4: TRANLOG NAO ABERTO, STATUS "
001210                 WS-FS-NOVO
001220         CLOSE OLD-TRANLOG
001230         GO TO 2100-EXIT
001240     END-IF.
001250     PERFORM 3100-COPIAR-LOG THRU 3100-EXIT
001260         UNTIL WS-EOF-VELHO.
001270     CLOSE OLD-TRANLOG.
001280     CLOSE NEW-TRANLOG.
001290     DISPLAY "FILECNV4: TRANLOG CONVERTIDO: "
001300             WS-CONT-REGISTROS.
001310 2100-EXIT.
001320     EXIT.
001330
001340******************************************************************
001350*  2200-CONVERTER-TRANHIST
001360*      REBUILDS THE HISTORY (EVERY OLD GENERATION, CONCATENATED
001370*      OLDEST FIRST ON TRANHSTV) AS ONE NEW-LAYOUT GENERATION.
001380******************************************************************
001390 2200-CONVERTER-TRANHIST.
001400     MOVE "N" TO WS-SW-EOF-VELHO.
001410     MOVE ZERO TO WS-CONT-REGISTROS.
001420     OPEN INPUT OLD-TRANHIST.
001430     IF WS-FS-VELHO NOT = "00" THEN
001440         DISPLAY "FILECNV4: TRANHSTV NAO ABERTO, STATUS "
001450                 WS-FS-VELHO " - HISTORICO NAO CONVERTIDO"
001460         GO TO 2200-EXIT
001470     END-IF.
001480     OPEN OUTPUT NEW-TRANHIST.
001490     IF WS-FS-NOVO NOT = "00" THEN
001500         DISPLAY "FILECNV4: TRANHIST NAO ABERTO, STATUS "
001510                 WS-FS-NOVO
001520         CLOSE OLD-TRANHIST
001530         GO TO 2200-EXIT
001540     END-IF.
001550     PERFORM 3200-COPIAR-HIST THRU 3200-EXIT
001560         UNTIL WS-EOF-VELHO.
001570     CLOSE OLD-TRANHIST.
001580     CLOSE NEW-TRANHIST.
001590     DISPLAY "FILECNV4: TRANHIST CONVERTIDO: "
001600             WS-CONT-REGISTROS.
001610 2200-EXIT.
001620     EXIT.
001630
001640******************************************************************
001650*  3100-COPIAR-LOG
001660*      COPIES ONE LOG RECORD, FIELD BY FIELD; THE ACTING HOLDER
001670*      WAS NOT RECORDED BEFORE, SO IT STARTS AT ZERO.
001680******************************************************************
001690 3100-COPIAR-LOG.
001700     READ OLD-TRANLOG NEXT RECORD
001710         AT END
001720             MOVE "S" TO WS-SW-EOF-VELHO
001730             GO TO 3100-EXIT
001740     END-READ.
001750     MOVE SPACES TO LOG-RECORD.
001760     MOVE LGV-CONTA TO LOG-CONTA.
001770     MOVE LGV-DATA TO LOG-DATA.
001780     MOVE LGV-HORA TO LOG-HORA.
001790     MOVE LGV-OPERACAO TO LOG-OPERACAO.
001800     MOVE LGV-VALOR TO LOG-VALOR.
001810     MOVE LGV-SALDO-APOS TO LOG-SALDO-APOS.
001820     MOVE LGV-ESTORNADO TO LOG-ESTORNADO.
001830     MOVE LGV-REFERENCIA TO LOG-REFERENCIA.
001840     MOVE ZERO TO LOG-CPF-TITULAR.
001850     WRITE LOG-RECORD.
001860     IF WS-FS-NOVO NOT = "00" THEN
001870         DISPLAY "FILECNV4: ERRO AO GRAVAR TRANLOG, CHAVE "
001880                 LOG-CHAVE " STATUS " WS-FS-NOVO
001890                 " - CONVERSAO INTERROMPIDA"
001900         MOVE "S" TO WS-SW-EOF-VELHO
001910         GO TO 3100-EXIT
001920     END-IF.
001930     ADD 1 TO WS-CONT-REGISTROS.
001940 3100-EXIT.
001950     EXIT.
001960
001970******************************************************************
001980*  3200-COPIAR-HIST
001990*      COPIES ONE HISTORY RECORD, FIELD BY FIELD, THE SAME WAY.
002000******************************************************************
002010 3200-COPIAR-HIST.
002020     READ OLD-TRANHIST
002030         AT END
002040             MOVE "S" TO WS-SW-EOF-VELHO
002050             GO TO 3200-EXIT
002060     END-READ.
002070     MOVE SPACES TO HST-RECORD.
002080     MOVE HSV-CONTA TO HST-CONTA.
002090     MOVE HSV-DATA TO HST-DATA.
002100     MOVE HSV-HORA TO HST-HORA.
002110     MOVE HSV-OPERACAO TO HST-OPERACAO.
002120     MOVE HSV-VALOR TO HST-VALOR.
002130     MOVE HSV-SALDO-APOS TO HST-SALDO-APOS.
002140     MOVE HSV-ESTORNADO TO HST-ESTORNADO.
002150     MOVE HSV-REFERENCIA TO HST-REFERENCIA.
002160     MOVE ZERO TO HST-CPF-TITULAR.
002170     WRITE HST-RECORD.
002180     IF WS-FS-NOVO NOT = "00" THEN
002190         DISPLAY "FILECNV4: ERRO AO GRAVAR TRANHIST, CHAVE "
002200                 HST-CHAVE " STATUS " WS-FS-NOVO
002210                 " - CONVERSAO INTERROMPIDA"
002220         MOVE "S" TO WS-SW-EOF-VELHO
002230         GO TO 3200-EXIT
002240     END-IF.
002250     ADD 1 TO WS-CONT-REGISTROS.
002260 3200-EXIT.
002270     EXIT.
002280
002290******************************************************************
002300*  9999-EXIT
002310*      SINGLE PROGRAM EXIT POINT.
002320******************************************************************
002330 9999-EXIT.
002340     STOP RUN.
