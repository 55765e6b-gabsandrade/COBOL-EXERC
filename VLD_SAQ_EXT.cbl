000410*                     FIXED FILE. WITH DYNAMIC THE FILE OPENED IS
000420*                     THE AUDARC + NUMBER GENERATION THE INDEX
000430*                     ENTRY NAMES.
000440*   15/10/2026  GA    POSTED REVERSALS ("Estorno realizado." AND
000450*                     "Estorno contrapartida.") NOW PRINT WITH
000460*                     THE SUCCESSFUL LINES, NOT THE REJECTIONS.
000470*   15/10/2026  GA    CLOSURE SETTLEMENT ENTRIES ("Juros pro-rata
000480*                     creditados.", "Tarifa pro-rata debitada.",
000490*                     "Encerramento liquidado." AND "Liquidacao
000500*                     recebida.") NOW PRINT WITH THE SUCCESSFUL
000510*                     LINES.
000520*   15/10/2026  GA    RETURNED DEPOSITS ("Deposito devolvido.")
000530*                     NOW PRINT WITH THE SUCCESSFUL LINES. EACH
000540*                     STATEMENT NOW SHOWS THE CURRENT POSITION:
000550*                     SALDO CONTABIL, THE PART EM COMPENSACAO, THE
000560*                     OVERDRAFT LIMIT AND THE SALDO DISPONIVEL
000570*                     THAT DEBITS ARE CHECKED AGAINST.
000580*   15/10/2026  GA    EXTERNAL PAYMENTS ("Pagamento externo
000590*                     realizado." AND "Pagamento externo
000600*                     devolvido.") NOW PRINT WITH THE SUCCESSFUL
000610*                     LINES.
000620*   15/10/2026  GA    EACH RUN IS NOW RECORDED ON THE RUNLEDGR
000630*                     RUN-STEP LEDGER WITH A START AND AN END
000640*                     RECORD, UNDER THE BDATECTL BUSINESS DATE. AN
000650*                     EMPTY STMTPARM OR AN ACCTMSTR THAT CANNOT BE
000660*                     OPENED NOW ENDS WITH RETURN CODE 8.
000670******************************************************************
000680 IDENTIFICATION DIVISION.
000690 PROGRAM-ID. VLD-SAQ-EXT.
000700 AUTHOR. GABRIELLY ANDRADE.
000710 INSTALLATION. RETAIL BANKING SYSTEMS.
000720 DATE-WRITTEN. 22/08/2026.
000730 DATE-COMPILED. 22/08/2026.
000740******************************************************************
000750 ENVIRONMENT DIVISION.
000760 INPUT-OUTPUT SECTION.
000770 FILE-CONTROL.
000780     SELECT STMTPARM ASSIGN TO STMTPARM
000790         ORGANIZATION IS LINE SEQUENTIAL.
000800
000810     SELECT ACCTMSTR ASSIGN TO ACCTMSTR
000820         ORGANIZATION IS INDEXED
000830         ACCESS MODE IS DYNAMIC
000840         RECORD KEY IS ACCT-NUMBER
000850         FILE STATUS IS WS-ACCTMSTR-STATUS.
000860
000870     SELECT AUDITLOG ASSIGN TO AUDITLOG
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS WS-AUDITLOG-STATUS.
000900
000910     SELECT AUDARCH ASSIGN TO DYNAMIC WS-ARCH-FILE-NAME
000920         ORGANIZATION IS LINE SEQUENTIAL
000930         FILE STATUS IS WS-AUDARCH-STATUS.
000940
000950     SELECT AUDINDEX ASSIGN TO AUDINDEX
000960         ORGANIZATION IS LINE SEQUENTIAL
000970         FILE STATUS IS WS-AUDINDEX-STATUS.
000980
000990     SELECT STMTFILE ASSIGN TO STMTFILE
001000         ORGANIZATION IS LINE SEQUENTIAL.
001010     SELECT BDATECTL ASSIGN TO BDATECTL
001020         ORGANIZATION IS LINE SEQUENTIAL.
001030     SELECT RUNLEDGR ASSIGN TO RUNLEDGR
001040         ORGANIZATION IS LINE SEQUENTIAL
001050         FILE STATUS IS WS-RUNLEDGR-STATUS.
001060******************************************************************
001070 DATA DIVISION.
001080 FILE SECTION.
001090 FD  STMTPARM
001100     LABEL RECORDS ARE STANDARD.
001110     COPY STMPARM.
001120
001130 FD  ACCTMSTR
001140     LABEL RECORDS ARE STANDARD.
001150     COPY ACCTREC.
001160
001170 FD  AUDITLOG
001180     LABEL RECORDS ARE STANDARD.
001190     COPY AUDREC.
001200
001210 FD  AUDARCH
001220     LABEL RECORDS ARE STANDARD.
001230     COPY AUDREC REPLACING ==AUDIT-RECORD== BY
001240         ==ARC-AUDIT-RECORD==
001250         LEADING ==AUD-== BY ==ARC-==.
001260
001270 FD  AUDINDEX
001280     LABEL RECORDS ARE STANDARD.
001290     COPY AIXREC.
001300
001310 FD  STMTFILE
001320     LABEL RECORDS ARE STANDARD.
001330 01  STMT-LINE               PIC X(80).
001340 FD  BDATECTL
001350     LABEL RECORDS ARE STANDARD.
001360     COPY BDTREC.
001370
001380 FD  RUNLEDGR
001390     LABEL RECORDS ARE STANDARD.
001400     COPY RUNREC.
001410
001420 WORKING-STORAGE SECTION.
001430 77  WS-ACCT-EOF-SWITCH      PIC X(01) VALUE "N".
001440     88  WS-ACCT-EOF-YES                VALUE "Y".
001450     88  WS-ACCT-EOF-NO                 VALUE "N".
001460
001470 77  WS-AUDIT-EOF-SWITCH     PIC X(01) VALUE "N".
001480     88  WS-AUDIT-EOF-YES               VALUE "Y".
001490     88  WS-AUDIT-EOF-NO                VALUE "N".
001500
001510 77  WS-AIX-EOF-SWITCH       PIC X(01) VALUE "N".
001520     88  WS-AIX-EOF-YES                 VALUE "Y".
001530     88  WS-AIX-EOF-NO                  VALUE "N".
001540
001550 77  WS-AUDIT-SOURCE         PIC X(01) VALUE "L".
001560     88  WS-SOURCE-LIVE                 VALUE "L".
001570     88  WS-SOURCE-ARCHIVE              VALUE "A".
001580
001590 77  WS-ACCTMSTR-STATUS      PIC X(02) VALUE "00".
001600 77  WS-AUDITLOG-STATUS      PIC X(02) VALUE "00".
001610 77  WS-AUDARCH-STATUS       PIC X(02) VALUE "00".
001620 77  WS-AUDINDEX-STATUS      PIC X(02) VALUE "00".
001630
001640 77  WS-REQUESTED-ACCT       PIC 9(10) VALUE ZERO.
001650 77  WS-FROM-DATE            PIC 9(08) VALUE ZERO.
001660 77  WS-TO-DATE              PIC 9(08) VALUE ZERO.
001670
001680 77  WS-STMT-COUNT           PIC 9(07) COMP VALUE ZERO.
001690 77  WS-FEE-WORK             PIC 9(12)V99 VALUE ZERO.
001700 77  WS-STMT-UNCOLLECTED     PIC 9(12)V99 VALUE ZERO.
001710 77  WS-STMT-AVAILABLE       PIC S9(13)V99 VALUE ZERO.
001720
001730 77  WS-AIX-COUNT            PIC 9(04) COMP VALUE ZERO.
001740 77  WS-AIX-SUB              PIC 9(04) COMP VALUE ZERO.
001750
001760 01  WS-AIX-TABLE.
001770     05  WS-AIX-ENTRY        OCCURS 120 TIMES.
001780         10  WS-AIX-GENERATION       PIC 9(04).
001790         10  WS-AIX-FROM-DATE        PIC 9(08).
001800         10  WS-AIX-TO-DATE          PIC 9(08).
001810
001820 01  WS-ARCH-FILE-NAME.
001830     05  FILLER              PIC X(06) VALUE "AUDARC".
001840     05  WS-ARCH-GEN         PIC 9(04) VALUE ZERO.
001850
001860*    WORK IMAGE OF THE AUDREC LAYOUT SHARED BY THE LIVE-LOG AND
001870*    ARCHIVE READERS SO THE PRINT PARAGRAPHS SEE ONE RECORD
001880     COPY AUDREC REPLACING ==AUDIT-RECORD== BY ==WS-AUD-ENTRY==
001890         LEADING ==AUD-== BY ==WAU-==.
001900
001910 01  WS-BLANK-LINE           PIC X(80) VALUE SPACES.
001920
001930 01  WS-RULE-LINE.
001940     05  FILLER              PIC X(60) VALUE ALL "-".
001950
001960 01  WS-ACCT-HEADER-LINE.
001970     05  FILLER              PIC X(06) VALUE "CONTA ".
001980     05  WS-AH-ACCT          PIC 9(10).
001990     05  FILLER              PIC X(11) VALUE "  TITULAR: ".
002000     05  WS-AH-HOLDER        PIC X(30).
002010
002020 01  WS-PERIOD-LINE.
002030     05  FILLER              PIC X(09) VALUE "PERIODO: ".
002040     05  WS-PL-FROM          PIC 9(08).
002050     05  FILLER              PIC X(03) VALUE " A ".
002060     05  WS-PL-TO            PIC 9(08).
002070
002080 01  WS-COLUMN-LINE.
002090     05  FILLER              PIC X(58) VALUE
002100     "DATA     HORA    TP         VALOR     TAXA           SALDO".
002110
002120 01  WS-DETAIL-LINE.
002130     05  WS-DL-DATE          PIC 9(08).
002140     05  FILLER              PIC X(01) VALUE SPACE.
002150     05  WS-DL-TIME          PIC 9(06).
002160     05  FILLER              PIC X(02) VALUE SPACES.
002170     05  WS-DL-TYPE          PIC X(01).
002180     05  FILLER              PIC X(01) VALUE SPACE.
002190     05  WS-DL-AMOUNT        PIC Z(10)ZZ9.99.
002200     05  FILLER              PIC X(01) VALUE SPACE.
002210     05  WS-DL-FEE           PIC ZZZZ9.99.
002220     05  FILLER              PIC X(01) VALUE SPACE.
002230     05  WS-DL-SALDO         PIC -(11)9.99.
002240
002250*    CURRENT POSITION - THE LEDGER BALANCE, THE PART OF IT STILL
002260*    IN COMPENSATION AND WHAT THE CUSTOMER CAN ACTUALLY DRAW
002270 01  WS-POSITION-LINE.
002280     05  WS-PS-LABEL         PIC X(25).
002290     05  WS-PS-AMOUNT        PIC -(12)9.99.
002300 01  WS-REJECT-TITLE-LINE.
002310     05  FILLER              PIC X(22) VALUE
002320         "TENTATIVAS REJEITADAS:".
002330
002340 01  WS-REJECT-LINE.
002350     05  WS-RL-DATE          PIC 9(08).
002360     05  FILLER              PIC X(01) VALUE SPACE.
002370     05  WS-RL-TIME          PIC 9(06).
002380     05  FILLER              PIC X(02) VALUE SPACES.
002390     05  WS-RL-TYPE          PIC X(01).
002400     05  FILLER              PIC X(01) VALUE SPACE.
002410     05  WS-RL-AMOUNT        PIC Z(10)ZZ9.99.
002420     05  FILLER              PIC X(02) VALUE SPACES.
002430     05  WS-RL-REASON        PIC X(30).
002440*
002450*    RUN-STEP LEDGER CONTROL
002460*
002470 77  WS-CURRENT-DATE         PIC 9(08) VALUE ZERO.
002480 77  WS-RUNLEDGR-STATUS      PIC X(02) VALUE "00".
002490 77  WS-RUN-PROGRAM          PIC X(12) VALUE "VLD-SAQ-EXT".
002500 77  WS-RUN-EVENT            PIC X(01) VALUE SPACE.
002510 77  WS-RUN-RC               PIC 9(04) VALUE ZERO.
002520 77  WS-RUN-READ-COUNT       PIC 9(09) VALUE ZERO.
002530 77  WS-RUN-PROC-COUNT       PIC 9(09) VALUE ZERO.
002540 77  WS-RUN-EXC-COUNT        PIC 9(09) VALUE ZERO.
002550 77  WS-RUN-SYS-TIME         PIC 9(08) VALUE ZERO.
002560
002570 77  WS-RUN-STARTED-SWITCH   PIC X(01) VALUE "N".
002580     88  WS-RUN-STARTED                VALUE "Y".
002590     88  WS-RUN-NOT-STARTED            VALUE "N".
002600******************************************************************
002610 PROCEDURE DIVISION.
002620******************************************************************
002630*    0000-MAINLINE
002640******************************************************************
002650 0000-MAINLINE.
002660     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002670     IF WS-REQUESTED-ACCT = ZERO
002680         PERFORM 2100-ALL-ACCOUNTS THRU 2100-EXIT
002690     ELSE
002700         PERFORM 2200-SINGLE-ACCOUNT THRU 2200-EXIT
002710     END-IF.
002720     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002730     PERFORM 9900-WRITE-RUN-END THRU 9900-EXIT.
002740     STOP RUN.
002750******************************************************************
002760*    1000-INITIALIZE - LOAD THE REQUEST PARAMETERS AND THE
002770*                      ARCHIVE INDEX, OPEN FILES
002780******************************************************************
002790 1000-INITIALIZE.
002800     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT.
002810     PERFORM 1060-CHECK-RUN-LEDGER THRU 1060-EXIT.
002820     OPEN INPUT STMTPARM.
002830     READ STMTPARM
002840         AT END
002850             DISPLAY "ERRO: STMTPARM VAZIO"
002860             MOVE 8 TO RETURN-CODE
002870             PERFORM 9900-WRITE-RUN-END THRU 9900-EXIT
002880             STOP RUN
002890     END-READ.
002900     MOVE STMT-PARM-ACCT TO WS-REQUESTED-ACCT.
002910     MOVE STMT-PARM-FROM-DATE TO WS-FROM-DATE.
002920     MOVE STMT-PARM-TO-DATE TO WS-TO-DATE.
002930     CLOSE STMTPARM.
002940     PERFORM 1100-LOAD-ARCHIVE-INDEX THRU 1100-EXIT.
002950     OPEN INPUT ACCTMSTR.
002960     IF WS-ACCTMSTR-STATUS NOT = "00"
002970         DISPLAY "ERRO AO ABRIR ACCTMSTR - STATUS "
002980             WS-ACCTMSTR-STATUS
002990         MOVE 8 TO RETURN-CODE
003000         PERFORM 9900-WRITE-RUN-END THRU 9900-EXIT
003010         STOP RUN
003020     END-IF.
003030     OPEN OUTPUT STMTFILE.
003040 1000-EXIT.
003050     EXIT.
003060******************************************************************
003070*    1050-READ-BUSINESS-DATE - THE BUSINESS DATE COMES FROM THE
003080*                 BDATECTL CONTROL RECORD, NOT THE SYSTEM CLOCK,
003090*                 SO THE LEDGER ENTRY CARRIES THE BUSINESS DAY
003100*                 THE RUN BELONGS TO.
003110******************************************************************
003120 1050-READ-BUSINESS-DATE.
003130     OPEN INPUT BDATECTL.
003140     READ BDATECTL
003150         AT END
003160             DISPLAY "ERRO: BDATECTL VAZIO"
003170             MOVE 8 TO RETURN-CODE
003180             STOP RUN
003190     END-READ.
003200     MOVE BDT-BUSINESS-DATE TO WS-CURRENT-DATE.
003210     CLOSE BDATECTL.
003220 1050-EXIT.
003230     EXIT.
003240******************************************************************
003250*    1060-CHECK-RUN-LEDGER - APPEND THE START RECORD TO THE
003260*                 RUNLEDGR RUN-STEP LEDGER. STATEMENTS ARE PRINTED
003270*                 ON DEMAND, ANY NUMBER OF TIMES A DAY, AND WAIT
003280*                 FOR NO OTHER STEP, SO THERE IS NOTHING TO CHECK.
003290******************************************************************
003300 1060-CHECK-RUN-LEDGER.
003310     MOVE "I" TO WS-RUN-EVENT.
003320     MOVE ZERO TO WS-RUN-RC.
003330     PERFORM 1090-APPEND-RUN-ENTRY THRU 1090-EXIT.
003340     SET WS-RUN-STARTED TO TRUE.
003350 1060-EXIT.
003360     EXIT.
003370******************************************************************
003380*    1090-APPEND-RUN-ENTRY - ADD ONE START OR END RECORD TO THE
003390*                 LEDGER, STAMPED WITH THE SYSTEM CLOCK
003400******************************************************************
003410 1090-APPEND-RUN-ENTRY.
003420     OPEN EXTEND RUNLEDGR.
003430     IF WS-RUNLEDGR-STATUS = "35"
003440         OPEN OUTPUT RUNLEDGR
003450     END-IF.
003460     IF WS-RUNLEDGR-STATUS NOT = "00"
003470         DISPLAY "ERRO AO GRAVAR RUNLEDGR - STATUS "
003480             WS-RUNLEDGR-STATUS
003490         MOVE 8 TO RETURN-CODE
003500         STOP RUN
003510     END-IF.
003520     ACCEPT WS-RUN-SYS-TIME FROM TIME.
003530     MOVE SPACES TO RUN-LEDGER-RECORD.
003540     MOVE WS-CURRENT-DATE TO RUN-BUSINESS-DATE.
003550     MOVE WS-RUN-PROGRAM TO RUN-PROGRAM.
003560     MOVE WS-RUN-EVENT TO RUN-EVENT.
003570     ACCEPT RUN-TS-DATE FROM DATE YYYYMMDD.
003580     MOVE WS-RUN-SYS-TIME(1:6) TO RUN-TS-TIME.
003590     MOVE WS-RUN-RC TO RUN-RETURN-CODE.
003600     MOVE WS-RUN-READ-COUNT TO RUN-COUNT-READ.
003610     MOVE WS-RUN-PROC-COUNT TO RUN-COUNT-PROCESSED.
003620     MOVE WS-RUN-EXC-COUNT TO RUN-COUNT-EXCEPTIONS.
003630     WRITE RUN-LEDGER-RECORD.
003640     CLOSE RUNLEDGR.
003650 1090-EXIT.
003660     EXIT.
003670******************************************************************
003680*    1100-LOAD-ARCHIVE-INDEX - READ AUDINDEX INTO THE GENERATION
003690*                 TABLE. A MISSING INDEX MEANS NO ROLLOVER HAS
003700*                 EVER RUN AND ONLY THE LIVE LOG IS SCANNED.
003710******************************************************************
003720 1100-LOAD-ARCHIVE-INDEX.
003730     OPEN INPUT AUDINDEX.
003740     IF WS-AUDINDEX-STATUS = "35"
003750         GO TO 1100-EXIT
003760     END-IF.
003770     IF WS-AUDINDEX-STATUS NOT = "00"
003780         DISPLAY "ERRO AO ABRIR AUDINDEX - STATUS "
003790             WS-AUDINDEX-STATUS
003800         GO TO 1100-EXIT
003810     END-IF.
003820     PERFORM 1110-READ-INDEX THRU 1110-EXIT.
003830     PERFORM 1120-BUILD-INDEX-ENTRY THRU 1120-EXIT
003840         UNTIL WS-AIX-EOF-YES.
003850     CLOSE AUDINDEX.
003860 1100-EXIT.
003870     EXIT.
003880******************************************************************
003890*    1110-READ-INDEX
003900******************************************************************
003910 1110-READ-INDEX.
003920     READ AUDINDEX
003930         AT END
003940             SET WS-AIX-EOF-YES TO TRUE
003950     END-READ.
003960 1110-EXIT.
003970     EXIT.
003980******************************************************************
003990*    1120-BUILD-INDEX-ENTRY - TABLE ONE ARCHIVE GENERATION
004000******************************************************************
004010 1120-BUILD-INDEX-ENTRY.
004020     IF WS-AIX-COUNT < 120
004030         ADD 1 TO WS-AIX-COUNT
004040         MOVE AIX-GENERATION TO WS-AIX-GENERATION(WS-AIX-COUNT)
004050         MOVE AIX-FROM-DATE TO WS-AIX-FROM-DATE(WS-AIX-COUNT)
004060         MOVE AIX-TO-DATE TO WS-AIX-TO-DATE(WS-AIX-COUNT)
004070     ELSE
004080         DISPLAY "AVISO: TABELA DE GERACOES CHEIA - GERACAO "
004090             AIX-GENERATION " IGNORADA"
004100     END-IF.
004110     PERFORM 1110-READ-INDEX THRU 1110-EXIT.
004120 1120-EXIT.
004130     EXIT.
004140******************************************************************
004150*    2100-ALL-ACCOUNTS - ONE STATEMENT PER MASTER RECORD IN KEY
004160*                        SEQUENCE (THE MONTHLY STATEMENT RUN)
004170******************************************************************
004180 2100-ALL-ACCOUNTS.
004190     MOVE ZERO TO ACCT-NUMBER.
004200     START ACCTMSTR KEY NOT < ACCT-NUMBER
004210         INVALID KEY
004220             SET WS-ACCT-EOF-YES TO TRUE
004230     END-START.
004240*    AN EMPTY MASTER FAILS THE START - DO NOT READ PAST IT
004250     IF WS-ACCT-EOF-YES
004260         GO TO 2100-EXIT
004270     END-IF.
004280     PERFORM 2110-READ-NEXT-ACCOUNT THRU 2110-EXIT.
004290     PERFORM 2120-STATEMENT-AND-NEXT THRU 2120-EXIT
004300         UNTIL WS-ACCT-EOF-YES.
004310 2100-EXIT.
004320     EXIT.
004330******************************************************************
004340*    2110-READ-NEXT-ACCOUNT
004350******************************************************************
004360 2110-READ-NEXT-ACCOUNT.
004370     READ ACCTMSTR NEXT RECORD
004380         AT END
004390             SET WS-ACCT-EOF-YES TO TRUE
004400     END-READ.
004410 2110-EXIT.
004420     EXIT.
004430******************************************************************
004440*    2120-STATEMENT-AND-NEXT - PRINT ONE STATEMENT AND STEP ON
004450******************************************************************
004460 2120-STATEMENT-AND-NEXT.
004470     PERFORM 3000-PRINT-STATEMENT THRU 3000-EXIT.
004480     PERFORM 2110-READ-NEXT-ACCOUNT THRU 2110-EXIT.
004490 2120-EXIT.
004500     EXIT.
004510******************************************************************
004520*    2200-SINGLE-ACCOUNT - STATEMENT FOR THE REQUESTED ACCOUNT
004530******************************************************************
004540 2200-SINGLE-ACCOUNT.
004550     MOVE WS-REQUESTED-ACCT TO ACCT-NUMBER.
004560     READ ACCTMSTR
004570         INVALID KEY
004580             DISPLAY "ERRO: CONTA NAO ENCONTRADA "
004590                 WS-REQUESTED-ACCT
004600         NOT INVALID KEY
004610             PERFORM 3000-PRINT-STATEMENT THRU 3000-EXIT
004620     END-READ.
004630 2200-EXIT.
004640     EXIT.
004650******************************************************************
004660*    3000-PRINT-STATEMENT - STATEMENT FOR THE ACCOUNT IN THE
004670*                 MASTER RECORD AREA: HEADER, ONE LINE PER
004680*                 SUCCESSFUL TRANSACTION, THEN THE REJECTED
004690*                 ATTEMPTS SECTION. EACH SECTION SCANS THE
004700*                 OVERLAPPING ARCHIVE GENERATIONS AND THEN THE
004710*                 LIVE LOG, OLDEST FIRST.
004720******************************************************************
004730 3000-PRINT-STATEMENT.
004740     MOVE ACCT-NUMBER TO WS-AH-ACCT.
004750     MOVE ACCT-HOLDER-NAME TO WS-AH-HOLDER.
004760     MOVE WS-ACCT-HEADER-LINE TO STMT-LINE.
004770     WRITE STMT-LINE.
004780     MOVE WS-FROM-DATE TO WS-PL-FROM.
004790     MOVE WS-TO-DATE TO WS-PL-TO.
004800     MOVE WS-PERIOD-LINE TO STMT-LINE.
004810     WRITE STMT-LINE.
004820     MOVE WS-COLUMN-LINE TO STMT-LINE.
004830     WRITE STMT-LINE.
004840     PERFORM 4000-LIST-SUCCESSES THRU 4000-EXIT.
004850     PERFORM 3100-PRINT-POSITION THRU 3100-EXIT.
004860     MOVE WS-REJECT-TITLE-LINE TO STMT-LINE.
004870     WRITE STMT-LINE.
004880     PERFORM 5000-LIST-REJECTS THRU 5000-EXIT.
004890     MOVE WS-RULE-LINE TO STMT-LINE.
004900     WRITE STMT-LINE.
004910     MOVE WS-BLANK-LINE TO STMT-LINE.
004920     WRITE STMT-LINE.
004930     ADD 1 TO WS-STMT-COUNT.
004940 3000-EXIT.
004950     EXIT.
004960******************************************************************
004970*    3100-PRINT-POSITION - THE ACCOUNT'S POSITION NOW: SALDO
004980*                 CONTABIL IS THE LEDGER BALANCE, OF WHICH THE
004990*                 DEPOSITS STILL IN COMPENSATION CANNOT YET BE
005000*                 DRAWN; SALDO DISPONIVEL IS WHAT A SAQUE OR
005010*                 TRANSFER IS CHECKED AGAINST. A RECORD WRITTEN
005020*                 BEFORE THE HOLD FIELD EXISTED HAS NOTHING HELD.
005030******************************************************************
005040 3100-PRINT-POSITION.
005050     IF ACCT-UNCOLLECTED-AMT NUMERIC
005060         MOVE ACCT-UNCOLLECTED-AMT TO WS-STMT-UNCOLLECTED
005070     ELSE
005080         MOVE ZERO TO WS-STMT-UNCOLLECTED
005090     END-IF.
005100     COMPUTE WS-STMT-AVAILABLE = ACCT-BALANCE
005110         - WS-STMT-UNCOLLECTED + ACCT-OVERDRAFT-LIMIT.
005120     MOVE "SALDO CONTABIL:" TO WS-PS-LABEL.
005130     MOVE ACCT-BALANCE TO WS-PS-AMOUNT.
005140     MOVE WS-POSITION-LINE TO STMT-LINE.
005150     WRITE STMT-LINE.
005160     MOVE "EM COMPENSACAO:" TO WS-PS-LABEL.
005170     MOVE WS-STMT-UNCOLLECTED TO WS-PS-AMOUNT.
005180     MOVE WS-POSITION-LINE TO STMT-LINE.
005190     WRITE STMT-LINE.
005200     MOVE "LIMITE CHEQUE ESPECIAL:" TO WS-PS-LABEL.
005210     MOVE ACCT-OVERDRAFT-LIMIT TO WS-PS-AMOUNT.
005220     MOVE WS-POSITION-LINE TO STMT-LINE.
005230     WRITE STMT-LINE.
005240     MOVE "SALDO DISPONIVEL:" TO WS-PS-LABEL.
005250     MOVE WS-STMT-AVAILABLE TO WS-PS-AMOUNT.
005260     MOVE WS-POSITION-LINE TO STMT-LINE.
005270     WRITE STMT-LINE.
005280 3100-EXIT.
005290     EXIT.
005300******************************************************************
005310*    4000-LIST-SUCCESSES - THE ACCOUNT'S SUCCESSFUL TRANSACTIONS
005320*                 IN RANGE: ONE PASS OVER EACH OVERLAPPING
005330*                 ARCHIVE GENERATION, THEN THE LIVE LOG
005340******************************************************************
005350 4000-LIST-SUCCESSES.
005360     PERFORM 4050-SCAN-GEN-SUCCESSES THRU 4050-EXIT
005370         VARYING WS-AIX-SUB FROM 1 BY 1
005380         UNTIL WS-AIX-SUB > WS-AIX-COUNT.
005390     SET WS-SOURCE-LIVE TO TRUE.
005400     SET WS-AUDIT-EOF-NO TO TRUE.
005410     OPEN INPUT AUDITLOG.
005420     IF WS-AUDITLOG-STATUS NOT = "00"
005430         DISPLAY "ERRO AO ABRIR AUDITLOG - STATUS "
005440             WS-AUDITLOG-STATUS
005450         GO TO 4000-EXIT
005460     END-IF.
005470     PERFORM 4100-READ-AUDIT THRU 4100-EXIT.
005480     PERFORM 4200-PRINT-SUCCESS-LINE THRU 4200-EXIT
005490         UNTIL WS-AUDIT-EOF-YES.
005500     CLOSE AUDITLOG.
005510 4000-EXIT.
005520     EXIT.
005530******************************************************************
005540*    4050-SCAN-GEN-SUCCESSES - ONE SUCCESS PASS OVER ONE ARCHIVE
005550*                 GENERATION, SKIPPED UNLESS ITS DATE RANGE
005560*                 OVERLAPS THE REQUESTED PERIOD
005570******************************************************************
005580 4050-SCAN-GEN-SUCCESSES.
005590     IF WS-AIX-TO-DATE(WS-AIX-SUB) < WS-FROM-DATE
005600         OR WS-AIX-FROM-DATE(WS-AIX-SUB) > WS-TO-DATE
005610         GO TO 4050-EXIT
005620     END-IF.
005630     PERFORM 6000-OPEN-GENERATION THRU 6000-EXIT.
005640     IF WS-AUDARCH-STATUS NOT = "00"
005650         GO TO 4050-EXIT
005660     END-IF.
005670     SET WS-SOURCE-ARCHIVE TO TRUE.
005680     SET WS-AUDIT-EOF-NO TO TRUE.
005690     PERFORM 4100-READ-AUDIT THRU 4100-EXIT.
005700     PERFORM 4200-PRINT-SUCCESS-LINE THRU 4200-EXIT
005710         UNTIL WS-AUDIT-EOF-YES.
005720     CLOSE AUDARCH.
005730 4050-EXIT.
005740     EXIT.
005750******************************************************************
005760*    4100-READ-AUDIT - READ THE CURRENT SOURCE INTO THE SHARED
005770*                      WORK IMAGE
005780******************************************************************
005790 4100-READ-AUDIT.
005800     IF WS-SOURCE-ARCHIVE
005810         READ AUDARCH INTO WS-AUD-ENTRY
005820             AT END
005830                 SET WS-AUDIT-EOF-YES TO TRUE
005840         END-READ
005850     ELSE
005860         READ AUDITLOG INTO WS-AUD-ENTRY
005870             AT END
005880                 SET WS-AUDIT-EOF-YES TO TRUE
005890         END-READ
005900     END-IF.
005910 4100-EXIT.
005920     EXIT.
005930******************************************************************
005940*    4200-PRINT-SUCCESS-LINE - PRINT ONE SUCCESSFUL TRANSACTION
005950*                 IF IT BELONGS TO THIS ACCOUNT AND PERIOD. THE
005960*                 FEE IS THE TOTAL CHARGED LESS THE REQUESTED
005970*                 AMOUNT; THE RUNNING BALANCE IS THE POSITION
005980*                 THE AUDIT LOG RECORDED AFTER THE ATTEMPT.
005990******************************************************************
006000 4200-PRINT-SUCCESS-LINE.
006010     IF WAU-ACCT-NUMBER NOT = ACCT-NUMBER
006020         OR WAU-TS-DATE < WS-FROM-DATE
006030         OR WAU-TS-DATE > WS-TO-DATE
006040         GO TO 4200-NEXT
006050     END-IF.
006060     IF WAU-OUTCOME-MSG NOT = "Saque realizado com sucesso!"
006070         AND WAU-OUTCOME-MSG NOT =
006080             "Deposito realizado com sucesso"
006090         AND WAU-OUTCOME-MSG NOT = "Transferencia realizada."
006100         AND WAU-OUTCOME-MSG NOT = "Transferencia recebida."
006110         AND WAU-OUTCOME-MSG NOT = "Estorno realizado."
006120         AND WAU-OUTCOME-MSG NOT = "Estorno contrapartida."
006130         AND WAU-OUTCOME-MSG NOT = "Juros pro-rata creditados."
006140         AND WAU-OUTCOME-MSG NOT = "Tarifa pro-rata debitada."
006150         AND WAU-OUTCOME-MSG NOT = "Encerramento liquidado."
006160         AND WAU-OUTCOME-MSG NOT = "Liquidacao recebida."
006170         AND WAU-OUTCOME-MSG NOT = "Deposito devolvido."
006180         AND WAU-OUTCOME-MSG NOT = "Pagamento externo realizado."
006190         AND WAU-OUTCOME-MSG NOT = "Pagamento externo devolvido."
006200         GO TO 4200-NEXT
006210     END-IF.
006220     MOVE WAU-TS-DATE TO WS-DL-DATE.
006230     MOVE WAU-TS-TIME TO WS-DL-TIME.
006240     MOVE WAU-TRAN-TYPE TO WS-DL-TYPE.
006250     MOVE WAU-REQUESTED-AMT TO WS-DL-AMOUNT.
006260     IF WAU-TOTAL-CHARGED > WAU-REQUESTED-AMT
006270         COMPUTE WS-FEE-WORK =
006280             WAU-TOTAL-CHARGED - WAU-REQUESTED-AMT
006290     ELSE
006300         MOVE ZERO TO WS-FEE-WORK
006310     END-IF.
006320     MOVE WS-FEE-WORK TO WS-DL-FEE.
006330     MOVE WAU-SALDO-FINAL TO WS-DL-SALDO.
006340     MOVE WS-DETAIL-LINE TO STMT-LINE.
006350     WRITE STMT-LINE.
006360 4200-NEXT.
006370     PERFORM 4100-READ-AUDIT THRU 4100-EXIT.
006380 4200-EXIT.
006390     EXIT.
006400******************************************************************
006410*    5000-LIST-REJECTS - THE ACCOUNT'S REJECTED ATTEMPTS IN
006420*                 RANGE: ONE PASS OVER EACH OVERLAPPING ARCHIVE
006430*                 GENERATION, THEN THE LIVE LOG
006440******************************************************************
006450 5000-LIST-REJECTS.
006460     PERFORM 5050-SCAN-GEN-REJECTS THRU 5050-EXIT
006470         VARYING WS-AIX-SUB FROM 1 BY 1
006480         UNTIL WS-AIX-SUB > WS-AIX-COUNT.
006490     SET WS-SOURCE-LIVE TO TRUE.
006500     SET WS-AUDIT-EOF-NO TO TRUE.
006510     OPEN INPUT AUDITLOG.
006520     IF WS-AUDITLOG-STATUS NOT = "00"
006530         DISPLAY "ERRO AO ABRIR AUDITLOG - STATUS "
006540             WS-AUDITLOG-STATUS
006550         GO TO 5000-EXIT
006560     END-IF.
006570     PERFORM 5100-READ-AUDIT THRU 5100-EXIT.
006580     PERFORM 5200-PRINT-REJECT-LINE THRU 5200-EXIT
006590         UNTIL WS-AUDIT-EOF-YES.
006600     CLOSE AUDITLOG.
006610 5000-EXIT.
006620     EXIT.
006630******************************************************************
006640*    5050-SCAN-GEN-REJECTS - ONE REJECT PASS OVER ONE ARCHIVE
006650*                 GENERATION, SKIPPED UNLESS ITS DATE RANGE
006660*                 OVERLAPS THE REQUESTED PERIOD
006670******************************************************************
006680 5050-SCAN-GEN-REJECTS.
006690     IF WS-AIX-TO-DATE(WS-AIX-SUB) < WS-FROM-DATE
006700         OR WS-AIX-FROM-DATE(WS-AIX-SUB) > WS-TO-DATE
006710         GO TO 5050-EXIT
006720     END-IF.
006730     PERFORM 6000-OPEN-GENERATION THRU 6000-EXIT.
006740     IF WS-AUDARCH-STATUS NOT = "00"
006750         GO TO 5050-EXIT
006760     END-IF.
006770     SET WS-SOURCE-ARCHIVE TO TRUE.
006780     SET WS-AUDIT-EOF-NO TO TRUE.
006790     PERFORM 5100-READ-AUDIT THRU 5100-EXIT.
006800     PERFORM 5200-PRINT-REJECT-LINE THRU 5200-EXIT
006810         UNTIL WS-AUDIT-EOF-YES.
006820     CLOSE AUDARCH.
006830 5050-EXIT.
006840     EXIT.
006850******************************************************************
006860*    5100-READ-AUDIT - READ THE CURRENT SOURCE INTO THE SHARED
006870*                      WORK IMAGE
006880******************************************************************
006890 5100-READ-AUDIT.
006900     IF WS-SOURCE-ARCHIVE
006910         READ AUDARCH INTO WS-AUD-ENTRY
006920             AT END
006930                 SET WS-AUDIT-EOF-YES TO TRUE
006940         END-READ
006950     ELSE
006960         READ AUDITLOG INTO WS-AUD-ENTRY
006970             AT END
006980                 SET WS-AUDIT-EOF-YES TO TRUE
006990         END-READ
007000     END-IF.
007010 5100-EXIT.
007020     EXIT.
007030******************************************************************
007040*    5200-PRINT-REJECT-LINE - PRINT ONE REJECTED ATTEMPT IF IT
007050*                 BELONGS TO THIS ACCOUNT AND PERIOD
007060******************************************************************
007070 5200-PRINT-REJECT-LINE.
007080     IF WAU-ACCT-NUMBER NOT = ACCT-NUMBER
007090         OR WAU-TS-DATE < WS-FROM-DATE
007100         OR WAU-TS-DATE > WS-TO-DATE
007110         GO TO 5200-NEXT
007120     END-IF.
007130     IF WAU-OUTCOME-MSG = "Saque realizado com sucesso!"
007140         OR WAU-OUTCOME-MSG = "Deposito realizado com sucesso"
007150         OR WAU-OUTCOME-MSG = "Transferencia realizada."
007160         OR WAU-OUTCOME-MSG = "Transferencia recebida."
007170         OR WAU-OUTCOME-MSG = "Estorno realizado."
007180         OR WAU-OUTCOME-MSG = "Estorno contrapartida."
007190         OR WAU-OUTCOME-MSG = "Juros pro-rata creditados."
007200         OR WAU-OUTCOME-MSG = "Tarifa pro-rata debitada."
007210         OR WAU-OUTCOME-MSG = "Encerramento liquidado."
007220         OR WAU-OUTCOME-MSG = "Liquidacao recebida."
007230         OR WAU-OUTCOME-MSG = "Deposito devolvido."
007240         OR WAU-OUTCOME-MSG = "Pagamento externo realizado."
007250         OR WAU-OUTCOME-MSG = "Pagamento externo devolvido."
007260         GO TO 5200-NEXT
007270     END-IF.
007280     MOVE WAU-TS-DATE TO WS-RL-DATE.
007290     MOVE WAU-TS-TIME TO WS-RL-TIME.
007300     MOVE WAU-TRAN-TYPE TO WS-RL-TYPE.
007310     MOVE WAU-REQUESTED-AMT TO WS-RL-AMOUNT.
007320     MOVE WAU-OUTCOME-MSG TO WS-RL-REASON.
007330     MOVE WS-REJECT-LINE TO STMT-LINE.
007340     WRITE STMT-LINE.
007350 5200-NEXT.
007360     PERFORM 5100-READ-AUDIT THRU 5100-EXIT.
007370 5200-EXIT.
007380     EXIT.
007390******************************************************************
007400*    6000-OPEN-GENERATION - OPEN THE ARCHIVE GENERATION NAMED BY
007410*                 THE CURRENT INDEX ENTRY. A GENERATION THAT
007420*                 CANNOT BE OPENED IS WARNED AND SKIPPED.
007430******************************************************************
007440 6000-OPEN-GENERATION.
007450     MOVE WS-AIX-GENERATION(WS-AIX-SUB) TO WS-ARCH-GEN.
007460     OPEN INPUT AUDARCH.
007470     IF WS-AUDARCH-STATUS NOT = "00"
007480         DISPLAY "AVISO: ERRO AO ABRIR " WS-ARCH-FILE-NAME
007490             " - STATUS " WS-AUDARCH-STATUS
007500     END-IF.
007510 6000-EXIT.
007520     EXIT.
007530******************************************************************
007540*    9000-TERMINATE - DISPLAY THE RUN TOTAL AND CLOSE FILES
007550******************************************************************
007560 9000-TERMINATE.
007570     DISPLAY "VLD-SAQ-EXT: EXTRATOS EMITIDOS " WS-STMT-COUNT.
007580     CLOSE ACCTMSTR.
007590     CLOSE STMTFILE.
007600 9000-EXIT.
007610     EXIT.
007620******************************************************************
007630*    9900-WRITE-RUN-END - CLOSE THIS STEP'S LEDGER ENTRY WITH
007640*                 ITS RETURN CODE AND KEY COUNTS.
007650*                 PERFORMED AHEAD OF EVERY STOP RUN ONCE THE
007660*                 START RECORD IS ON THE LEDGER.
007670******************************************************************
007680 9900-WRITE-RUN-END.
007690     IF WS-RUN-NOT-STARTED
007700         GO TO 9900-EXIT
007710     END-IF.
007720     SET WS-RUN-NOT-STARTED TO TRUE.
007730     MOVE "F" TO WS-RUN-EVENT.
007740     MOVE RETURN-CODE TO WS-RUN-RC.
007750     MOVE WS-STMT-COUNT TO WS-RUN-READ-COUNT.
007760     MOVE WS-STMT-COUNT TO WS-RUN-PROC-COUNT.
007770     MOVE ZERO TO WS-RUN-EXC-COUNT.
007780     PERFORM 1090-APPEND-RUN-ENTRY THRU 1090-EXIT.
007790 9900-EXIT.
007800     EXIT.
007810
007820 END PROGRAM VLD-SAQ-EXT.
