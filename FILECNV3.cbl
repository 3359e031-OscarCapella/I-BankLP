000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. FILECNV3.
000030 AUTHOR. OPERACOES-BATCH.
000040 INSTALLATION. I-BANKLP.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED. 15/10/2026.
000070******************************************************************
000080*  PURPOSE.
000090*      ONE-TIME CONVERSION OF THE ACCOUNT-MASTER FILE, WHOSE
000100*      RECORD GROWS FROM 87 TO 289 BYTES FOR THE CUMULATIVE
000110*      TRANSFER LIMITS, THE NOTIFICATION CONTACTS AND THE
000120*      DORMANCY DATES:
000130*          ACCTMSV -> ACCTMS  (ACCT-MAX-DIARIO/NOTURNO BANK
000140*                     MAXIMUMS, ACCT-LIM-DIARIO/NOTURNO
000150*                     CUSTOMER LIMITS, THE PENDING INCREASE
000160*                     FIELDS, ACCT-TELEFONE, ACCT-EMAIL, THE
000170*                     ACCT-OPT-SMS/EMAIL OPT-IN FLAGS AND
000180*                     ACCT-DATA-ULT-ACESSO/INATIVACAO/
000190*                     REATIVACAO)
000200*      READS THE OLD-LAYOUT FILE THROUGH ITS "V" DD NAME AND
000210*      REBUILDS THE NEW-LAYOUT FILE FIELD BY FIELD, IN KEY
000220*      ORDER, AS FILECONV AND FILECNV2 DID. EVERY CONVERTED
000230*      ACCOUNT GETS THE STANDARD BANK MAXIMUMS (THE SAME ONES
000240*      ACCTMNT "AB" GIVES A NEW ACCOUNT), NO CUSTOMER LIMIT OF
000250*      ITS OWN, NO PENDING INCREASE, NO PHONE OR E-MAIL, BOTH
000260*      OPT-INS "N" AND ZERO SIGN-ON AND DORMANCY DATES. RUN
000270*      ONCE, WITH EVERYTHING ELSE QUIESCED, AFTER RENAMING THE
000280*      PRODUCTION DATASET TO ITS "V" NAME. THE OLD FILE IS LEFT
000290*      UNTOUCHED AS FALLBACK.
000300*
000310*  MODIFICATION HISTORY.
000320*      15/10/2026  OPS   INITIAL VERSION.
000330******************************************************************
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT OLD-ACCTMS ASSIGN TO "ACCTMSV"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS SEQUENTIAL
000400         RECORD KEY IS ACV-NUMERO
000410         FILE STATUS IS WS-FS-VELHO.
000420     SELECT NEW-ACCTMS ASSIGN TO "ACCTMS"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS SEQUENTIAL
000450         RECORD KEY IS ACCT-NUMERO
000460         FILE STATUS IS WS-FS-NOVO.
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  OLD-ACCTMS
000500     LABEL RECORD IS STANDARD.
000510 01  ACV-RECORD.
000520     05  ACV-NUMERO             PIC 9(6).
000530     05  ACV-NOME               PIC X(30).
000540     05  ACV-CPF                PIC 9(11).
000550     05  ACV-SENHA              PIC 9(4).
000560     05  ACV-SALDO              PIC S9(9)V9(2).
000570     05  ACV-LIMITE             PIC S9(9)V9(2).
000580     05  ACV-STATUS             PIC X(01).
000590     05  ACV-TENTATIVAS         PIC 9(01).
000600     05  ACV-LIMITE-APROVACAO   PIC 9(9)V9(2).
000610     05  ACV-PACOTE             PIC X(01).
000620 FD  NEW-ACCTMS
000630     LABEL RECORD IS STANDARD.
000640     COPY ACCTMS.
000650 WORKING-STORAGE SECTION.
000660******************************************************************
000670*  FILE STATUS AND CONTROL SWITCHES.
000680******************************************************************
000690 77  WS-FS-VELHO             PIC X(02) VALUE SPACES.
000700 77  WS-FS-NOVO              PIC X(02) VALUE SPACES.
000710 01  WS-SW-EOF-VELHO         PIC X(01) VALUE "N".
000720     88  WS-EOF-VELHO                   VALUE "S".
000730 77  WS-CONT-REGISTROS       PIC 9(07) VALUE ZERO COMP.
000740******************************************************************
000750*  STANDARD BANK MAXIMUMS (KEEP IN STEP WITH ACCTMNT).
000760******************************************************************
000770 01  WS-MAX-DIARIO-PADRAO    PIC 9(9)V9(2) VALUE 10000.00.
000780 01  WS-MAX-NOTURNO-PADRAO   PIC 9(9)V9(2) VALUE 1000.00.
000790******************************************************************
000800*  PROCEDURE DIVISION.
000810******************************************************************
000820 PROCEDURE DIVISION.
000830******************************************************************
000840*  0000-MAINLINE
000850*      CONVERTS THE ACCOUNT-MASTER FILE.
000860******************************************************************
000870 0000-MAINLINE.
000880     PERFORM 2100-CONVERTER-ACCTMS THRU 2100-EXIT.
000890     GO TO 9999-EXIT.
000900
000910******************************************************************
000920*  2100-CONVERTER-ACCTMS
000930*      REBUILDS THE ACCOUNT-MASTER FILE ON THE LAYOUT WITH THE
000940*      CUMULATIVE TRANSFER LIMITS.
000950******************************************************************
000960 2100-CONVERTER-ACCTMS.
000970     MOVE "N" TO WS-SW-EOF-VELHO.
000980     MOVE ZERO TO WS-CONT-REGISTROS.
000990     OPEN INPUT OLD-ACCTMS.
001000     IF WS-FS-VELHO NOT = "00" THEN
001010         DISPLAY "FILECNV3: ACCTMSV NAO ABERTO, STATUS "
001020                 WS-FS-VELHO
001030         GO TO 2100-EXIT
001040     END-IF.
001050     OPEN OUTPUT NEW-ACCTMS.
001060     IF WS-FS-NOVO NOT = "00" THEN
001070         DISPLAY "FILECNV3: ACCTMS NAO ABERTO, STATUS "
001080                 WS-FS-NOVO
001090         CLOSE OLD-ACCTMS
001100         GO TO 2100-EXIT
001110     END-IF.
001120     PERFORM 3100-COPIAR-ACCT THRU 3100-EXIT
001130         UNTIL WS-EOF-VELHO.
001140     CLOSE OLD-ACCTMS.
001150     CLOSE NEW-ACCTMS.
001160     DISPLAY "FILECNV3: ACCTMS CONVERTIDO: "
001170             WS-CONT-REGISTROS.
001180 2100-EXIT.
001190     EXIT.
001200
001210******************************************************************
001220*  3100-COPIAR-ACCT
001230*      COPIES ONE ACCOUNT, FIELD BY FIELD. A BLANK ALCADA (AN
001240*      ACCOUNT OPENED BEFORE THE FIELD EXISTED) BECOMES ZERO.
001250*      THE NEW FIELDS START WITH THE STANDARD BANK MAXIMUMS,
001260*      NO CUSTOMER LIMIT AND NOTHING PENDING, NO CONTACT DATA OR
001270*      OPT-IN AND NO SIGN-ON OR DORMANCY DATES, AS ACCTMNT "AB"
001280*      SETS THEM FOR A NEW ACCOUNT.
001290******************************************************************
001300 3100-COPIAR-ACCT.
001310     READ OLD-ACCTMS NEXT RECORD
001320         AT END
001330             MOVE "S" TO WS-SW-EOF-VELHO
001340             GO TO 3100-EXIT
001350     END-READ.
001360     MOVE SPACES TO ACCT-RECORD.
001370     MOVE ACV-NUMERO TO ACCT-NUMERO.
001380     MOVE ACV-NOME TO ACCT-NOME.
001390     MOVE ACV-CPF TO ACCT-CPF.
001400     MOVE ACV-SENHA TO ACCT-SENHA.
001410     MOVE ACV-SALDO TO ACCT-SALDO.
001420     MOVE ACV-LIMITE TO ACCT-LIMITE.
001430     MOVE ACV-STATUS TO ACCT-STATUS.
001440     MOVE ACV-TENTATIVAS TO ACCT-TENTATIVAS.
001450     IF ACV-LIMITE-APROVACAO IS NUMERIC THEN
001460         MOVE ACV-LIMITE-APROVACAO TO ACCT-LIMITE-APROVACAO
001470     ELSE
001480         MOVE ZERO TO ACCT-LIMITE-APROVACAO
001490     END-IF.
001500     MOVE ACV-PACOTE TO ACCT-PACOTE.
001510     MOVE WS-MAX-DIARIO-PADRAO TO ACCT-MAX-DIARIO.
001520     MOVE WS-MAX-NOTURNO-PADRAO TO ACCT-MAX-NOTURNO.
001530     MOVE ZERO TO ACCT-LIM-DIARIO.
001540     MOVE ZERO TO ACCT-LIM-NOTURNO.
001550     MOVE ZERO TO ACCT-LIM-DIARIO-PEND.
001560     MOVE ZERO TO ACCT-VIGOR-DIARIO.
001570     MOVE ZERO TO ACCT-LIM-NOTURNO-PEND.
001580     MOVE ZERO TO ACCT-VIGOR-NOTURNO.
001590     MOVE ZERO TO ACCT-TELEFONE.
001600     MOVE SPACES TO ACCT-EMAIL.
001610     MOVE "N" TO ACCT-OPT-SMS.
001620     MOVE "N" TO ACCT-OPT-EMAIL.
001630     MOVE ZERO TO ACCT-DATA-ULT-ACESSO.
001640     MOVE ZERO TO ACCT-DATA-INATIVACAO.
001650     MOVE ZERO TO ACCT-DATA-REATIVACAO.
001660     WRITE ACCT-RECORD.
001670     IF WS-FS-NOVO NOT = "00" THEN
001680         DISPLAY "FILECNV3: ERRO AO GRAVAR ACCTMS, CONTA "
001690                 ACCT-NUMERO " STATUS " WS-FS-NOVO
001700                 " - CONVERSAO INTERROMPIDA"
001710         MOVE "S" TO WS-SW-EOF-VELHO
001720         GO TO 3100-EXIT
001730     END-IF.
001740     ADD 1 TO WS-CONT-REGISTROS.
001750 3100-EXIT.
001760     EXIT.
001770
001780******************************************************************
001790*  9999-EXIT
001800*      SINGLE PROGRAM EXIT POINT.
001810******************************************************************
001820 9999-EXIT.
001830     STOP RUN.
