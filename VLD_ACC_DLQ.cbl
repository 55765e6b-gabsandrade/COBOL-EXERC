000010******************************************************************
000020* PROGRAM-ID:   VLD-ACC-DLQ
000030* AUTHOR:       GABRIELLY ANDRADE
000040* INSTALLATION: RETAIL BANKING SYSTEMS
000050* DATE-WRITTEN: 15/10/2026
000060* DATE-COMPILED:
000070* PURPOSE:      NIGHTLY OVERDRAFT DELINQUENCY SWEEP OVER THE
000080*               ACCOUNT MASTER FILE. READS EVERY ACCT-MASTER-
000090*               RECORD IN KEY SEQUENCE AND STAMPS THE BUSINESS
000100*               DATE THE BALANCE WENT BELOW ZERO INTO
000110*               ACCT-OVERDRAWN-SINCE, AND THE DATE IT WENT
000120*               BEYOND THE AUTHORIZED OVERDRAFT LIMIT INTO
000130*               ACCT-BEYOND-LIMIT-SINCE, CLEARING EITHER DATE
000140*               ONCE THE BALANCE RECOVERS. EVERY ACCOUNT STILL
000150*               OVERDRAWN GOES TO THE DLQRPT COLLECTIONS REPORT
000160*               WITH ITS AGE BAND (1-30, 31-60, 61-90, 90+
000170*               DAYS), BALANCE, LIMIT, EXCESS AND CUSTOMER NAME.
000180*               AN ACTIVE ACCOUNT BEYOND ITS LIMIT FOR MORE
000190*               THAN THE DLQPARM NUMBER OF DAYS IS FROZEN
000200*               (STATUS F), WRITING THE SAME BEFORE/AFTER MNTAUD
000210*               AUDIT RECORD A MANUAL STATUS CHANGE THROUGH
000220*               VLD-ACC-MNT WOULD. CLOSED ACCOUNTS ARE SKIPPED.
000230*               THE DAY AN ACCOUNT IS FIRST SEEN OVERDRAWN
000240*               COUNTS AS DAY 1.
000250* TECTONICS:    COBC
000260*----------------------------------------------------------------
000270* MODIFICATION HISTORY
000280*   DATE        INIT  DESCRIPTION
000290*   15/10/2026  GA    INITIAL VERSION - OVERDRAFT DELINQUENCY
000300*                     AGING AND AUTOMATIC FREEZE.
000310*   15/10/2026  GA    EACH RUN IS NOW RECORDED ON THE RUNLEDGR
000320*                     RUN-STEP LEDGER WITH A START RECORD AND AN
000330*                     END RECORD CARRYING THE RETURN CODE AND KEY
000340*                     COUNTS. A RUN FOR A BUSINESS DATE THE STEP
000350*                     HAS ALREADY ENDED CLEANLY IS REFUSED WITH
000360*                     RETURN CODE 8, AS IS ONE STARTED BEFORE
000370*                     VLD-SAQ-BANC HAS ENDED CLEANLY FOR THE DATE
000380*                     OR, ON THE LAST DAY OF THE MONTH, BEFORE
000390*                     VLD-MES-FIM HAS.
000400******************************************************************
000410 IDENTIFICATION DIVISION.
000420 PROGRAM-ID. VLD-ACC-DLQ.
000430 AUTHOR. GABRIELLY ANDRADE.
000440 INSTALLATION. RETAIL BANKING SYSTEMS.
000450 DATE-WRITTEN. 15/10/2026.
000460 DATE-COMPILED. 15/10/2026.
000470******************************************************************
000480 ENVIRONMENT DIVISION.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT DLQPARM ASSIGN TO DLQPARM
000520         ORGANIZATION IS LINE SEQUENTIAL.
000530
000540     SELECT ACCTMSTR ASSIGN TO ACCTMSTR
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS SEQUENTIAL
000570         RECORD KEY IS ACCT-NUMBER
000580         FILE STATUS IS WS-ACCTMSTR-STATUS.
000590
000600     SELECT CUSTMSTR ASSIGN TO CUSTMSTR
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS DYNAMIC
000630         RECORD KEY IS CUST-ID
000640         FILE STATUS IS WS-CUSTMSTR-STATUS.
000650
000660     SELECT MNTAUDIT ASSIGN TO MNTAUDIT
000670         ORGANIZATION IS LINE SEQUENTIAL.
000680
000690     SELECT DLQRPT ASSIGN TO DLQRPT
000700         ORGANIZATION IS LINE SEQUENTIAL.
000710
000720     SELECT BDATECTL ASSIGN TO BDATECTL
000730         ORGANIZATION IS LINE SEQUENTIAL.
000740     SELECT RUNLEDGR ASSIGN TO RUNLEDGR
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WS-RUNLEDGR-STATUS.
000770******************************************************************
000780 DATA DIVISION.
000790 FILE SECTION.
000800 FD  DLQPARM
000810     LABEL RECORDS ARE STANDARD.
000820     COPY DLQPARM.
000830
000840 FD  ACCTMSTR
000850     LABEL RECORDS ARE STANDARD.
000860     COPY ACCTREC.
000870
000880 FD  CUSTMSTR
000890     LABEL RECORDS ARE STANDARD.
000900     COPY CUSTREC.
000910
000920 FD  MNTAUDIT
000930     LABEL RECORDS ARE STANDARD.
000940     COPY MNTAUD.
000950
000960 FD  DLQRPT
000970     LABEL RECORDS ARE STANDARD.
000980 01  DLQ-REPORT-LINE         PIC X(80).
000990
001000 FD  BDATECTL
001010     LABEL RECORDS ARE STANDARD.
001020     COPY BDTREC.
001030
001040 FD  RUNLEDGR
001050     LABEL RECORDS ARE STANDARD.
001060     COPY RUNREC.
001070
001080 WORKING-STORAGE SECTION.
001090 77  WS-EOF-SWITCH           PIC X(01) VALUE "N".
001100     88  WS-EOF-YES                    VALUE "Y".
001110     88  WS-EOF-NO                     VALUE "N".
001120
001130 77  WS-CHANGED-SWITCH       PIC X(01) VALUE "N".
001140     88  WS-RECORD-CHANGED             VALUE "Y".
001150     88  WS-RECORD-UNCHANGED           VALUE "N".
001160
001170 77  WS-FREEZE-SWITCH        PIC X(01) VALUE "N".
001180     88  WS-FREEZE-YES                 VALUE "Y".
001190     88  WS-FREEZE-NO                  VALUE "N".
001200
001210 77  WS-REWRITE-SWITCH       PIC X(01) VALUE "N".
001220     88  WS-REWRITE-FAILED             VALUE "Y".
001230     88  WS-REWRITE-OK                 VALUE "N".
001240
001250 77  WS-ACCTMSTR-STATUS      PIC X(02) VALUE "00".
001260 77  WS-CUSTMSTR-STATUS      PIC X(02) VALUE "00".
001270
001280 77  WS-CURRENT-DATE         PIC 9(08) VALUE ZERO.
001290 77  WS-CURRENT-TIME         PIC 9(08) VALUE ZERO.
001300
001310 77  WS-FREEZE-DAYS          PIC 9(03) VALUE ZERO.
001320 77  WS-TODAY-DAYNUM         PIC 9(07) COMP VALUE ZERO.
001330 77  WS-DAYNUM               PIC 9(07) COMP VALUE ZERO.
001340 77  WS-DAYS-ELAPSED         PIC 9(05) COMP VALUE ZERO.
001350 77  WS-DAYS-OVERDRAWN       PIC 9(05) COMP VALUE ZERO.
001360 77  WS-DAYS-BEYOND          PIC 9(05) COMP VALUE ZERO.
001370 77  WS-CALC-YEAR            PIC 9(04) COMP VALUE ZERO.
001380 77  WS-LEAP-4               PIC 9(04) COMP VALUE ZERO.
001390 77  WS-LEAP-100             PIC 9(04) COMP VALUE ZERO.
001400 77  WS-LEAP-400             PIC 9(04) COMP VALUE ZERO.
001410 77  WS-BKT-SUB              PIC 9(01) COMP VALUE ZERO.
001420
001430 77  WS-NEG-LIMIT            PIC S9(12)V99 VALUE ZERO.
001440 77  WS-EXCESS               PIC 9(12)V99 VALUE ZERO.
001450 77  WS-PARTY-NAME           PIC X(30) VALUE SPACES.
001460
001470 77  WS-READ-COUNT           PIC 9(09) COMP VALUE ZERO.
001480 77  WS-OVERDRAWN-COUNT      PIC 9(09) COMP VALUE ZERO.
001490 77  WS-BEYOND-COUNT         PIC 9(09) COMP VALUE ZERO.
001500 77  WS-RECOVERED-COUNT      PIC 9(09) COMP VALUE ZERO.
001510 77  WS-FROZEN-COUNT         PIC 9(09) COMP VALUE ZERO.
001520 77  WS-ERROR-COUNT          PIC 9(09) COMP VALUE ZERO.
001530
001540 77  WS-SWEEP-OPERATOR       PIC X(08) VALUE "VLDACDLQ".
001550
001560 01  WS-WORK-DATE.
001570     05  WS-WD-YEAR          PIC 9(04).
001580     05  WS-WD-MONTH         PIC 9(02).
001590     05  WS-WD-DAY           PIC 9(02).
001600 01  WS-WORK-DATE-N REDEFINES WS-WORK-DATE
001610                             PIC 9(08).
001620
001630*    DAYS IN THE YEAR BEFORE THE FIRST OF EACH MONTH (NON-LEAP)
001640 01  WS-MONTH-CUM-TABLE.
001650     05  FILLER              PIC X(36) VALUE
001660         "000031059090120151181212243273304334".
001670 01  WS-MONTH-CUM REDEFINES WS-MONTH-CUM-TABLE.
001680     05  WS-MTH-CUM          OCCURS 12 TIMES PIC 9(03).
001690
001700 01  WS-BUCKET-LABELS.
001710     05  FILLER              PIC X(20) VALUE
001720         "1-30 31-6061-90 90+ ".
001730 01  WS-BUCKET-LABEL-TABLE REDEFINES WS-BUCKET-LABELS.
001740     05  WS-BKT-LABEL        OCCURS 4 TIMES PIC X(05).
001750
001760 01  WS-BUCKET-COUNTS.
001770     05  WS-BKT-COUNT        OCCURS 4 TIMES
001780                             PIC 9(09) COMP.
001790
001800 01  WS-TITLE-LINE.
001810     05  FILLER              PIC X(44) VALUE
001820         "AGING DE CONTAS DEVEDORAS - VLD-ACC-DLQ".
001830
001840 01  WS-RULE-LINE.
001850     05  FILLER              PIC X(60) VALUE ALL "-".
001860
001870 01  WS-DLQ-LINE-1.
001880     05  FILLER              PIC X(06) VALUE "CONTA ".
001890     05  WS-D1-ACCT          PIC 9(10).
001900     05  FILLER              PIC X(01) VALUE SPACE.
001910     05  WS-D1-NAME          PIC X(30).
001920     05  FILLER              PIC X(07) VALUE " MOEDA ".
001930     05  WS-D1-CURRENCY      PIC X(03).
001940     05  FILLER              PIC X(06) VALUE " DIAS ".
001950     05  WS-D1-DAYS          PIC ZZZZ9.
001960     05  FILLER              PIC X(07) VALUE " FAIXA ".
001970     05  WS-D1-BUCKET        PIC X(05).
001980
001990 01  WS-DLQ-LINE-2.
002000     05  FILLER              PIC X(12) VALUE "      SALDO ".
002010     05  WS-D2-BALANCE       PIC -(12)9.99.
002020     05  FILLER              PIC X(08) VALUE " LIMITE ".
002030     05  WS-D2-LIMIT         PIC Z(11)9.99.
002040     05  FILLER              PIC X(09) VALUE " EXCESSO ".
002050     05  WS-D2-EXCESS        PIC Z(11)9.99.
002060     05  FILLER              PIC X(04) VALUE " ST ".
002070     05  WS-D2-STATUS        PIC X(01).
002080
002090 01  WS-COUNT-LINE.
002100     05  WS-CL-LABEL         PIC X(29).
002110     05  WS-CL-COUNT         PIC ZZZ,ZZZ,ZZ9.
002120*
002130*    RUN-STEP LEDGER CONTROL
002140*
002150 77  WS-RUNLEDGR-STATUS      PIC X(02) VALUE "00".
002160 77  WS-RUN-PROGRAM          PIC X(12) VALUE "VLD-ACC-DLQ".
002170 77  WS-RUN-EVENT            PIC X(01) VALUE SPACE.
002180 77  WS-RUN-RC               PIC 9(04) VALUE ZERO.
002190 77  WS-RUN-READ-COUNT       PIC 9(09) VALUE ZERO.
002200 77  WS-RUN-PROC-COUNT       PIC 9(09) VALUE ZERO.
002210 77  WS-RUN-EXC-COUNT        PIC 9(09) VALUE ZERO.
002220 77  WS-RUN-SYS-TIME         PIC 9(08) VALUE ZERO.
002230
002240 77  WS-RUN-STARTED-SWITCH   PIC X(01) VALUE "N".
002250     88  WS-RUN-STARTED                VALUE "Y".
002260     88  WS-RUN-NOT-STARTED            VALUE "N".
002270
002280 77  WS-RUN-DONE-SWITCH      PIC X(01) VALUE "N".
002290     88  WS-RUN-ALREADY-DONE           VALUE "Y".
002300
002310 77  WS-RUN-EOF-SWITCH       PIC X(01) VALUE "N".
002320     88  WS-RUN-EOF                    VALUE "Y".
002330     88  WS-RUN-NOT-EOF                VALUE "N".
002340
002350 77  WS-RUN-PREREQ-SWITCH    PIC X(01) VALUE "N".
002360     88  WS-RUN-PREREQ-MISSING         VALUE "Y".
002370
002380 77  WS-RUN-PRQ-COUNT        PIC 9(02) COMP VALUE 2.
002390
002400 77  WS-RUN-MONTH-END-SWITCH PIC X(01) VALUE "N".
002410     88  WS-RUN-MONTH-END              VALUE "Y".
002420
002430 77  WS-RUN-DAYS-IN-MONTH    PIC 9(02) VALUE ZERO.
002440 77  WS-RUN-LEAP-QUOT        PIC 9(04) COMP VALUE ZERO.
002450 77  WS-RUN-LEAP-REM         PIC 9(04) COMP VALUE ZERO.
002460
002470 01  WS-RUN-DATE.
002480     05  WS-RUN-YEAR         PIC 9(04).
002490     05  WS-RUN-MONTH        PIC 9(02).
002500     05  WS-RUN-DAY          PIC 9(02).
002510 01  WS-RUN-DATE-N REDEFINES WS-RUN-DATE
002520                             PIC 9(08).
002530
002540 01  WS-RUN-MONTH-TABLE.
002550     05  FILLER              PIC X(24) VALUE
002560         "312831303130313130313031".
002570 01  WS-RUN-MONTH-DAYS REDEFINES WS-RUN-MONTH-TABLE.
002580     05  WS-RUN-MTH-DAYS     OCCURS 12 TIMES PIC 9(02).
002590
002600*    PREDECESSORS THAT MUST HAVE ENDED CLEANLY FOR THE SAME
002610*    BUSINESS DATE - PROGRAM, WHEN REQUIRED (D = EVERY DAY,
002620*    M = LAST DAY OF THE MONTH ONLY) AND THE FOUND FLAG
002630 01  WS-RUN-PRQ-VALUES.
002640     05  FILLER              PIC X(14) VALUE
002650         "VLD-SAQ-BANCDN".
002660     05  FILLER              PIC X(14) VALUE
002670         "VLD-MES-FIM MN".
002680 01  WS-RUN-PRQ-TABLE REDEFINES WS-RUN-PRQ-VALUES.
002690     05  WS-RUN-PRQ-ENTRY    OCCURS 2 TIMES
002700                             INDEXED BY WS-RUN-IDX.
002710         10  WS-RUN-PRQ-PROGRAM      PIC X(12).
002720         10  WS-RUN-PRQ-WHEN         PIC X(01).
002730             88  WS-RUN-PRQ-MONTH-END-ONLY     VALUE "M".
002740         10  WS-RUN-PRQ-DONE         PIC X(01).
002750             88  WS-RUN-PRQ-CLEAN              VALUE "Y".
002760******************************************************************
002770 PROCEDURE DIVISION.
002780******************************************************************
002790*    0000-MAINLINE
002800******************************************************************
002810 0000-MAINLINE.
002820     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002830     PERFORM 2000-SWEEP-ACCOUNTS THRU 2000-EXIT
002840         UNTIL WS-EOF-YES.
002850     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002860     PERFORM 9900-WRITE-RUN-END THRU 9900-EXIT
002870     STOP RUN.
002880******************************************************************
002890*    1000-INITIALIZE - LOAD THE PARAMETER, WORK OUT TODAY'S DAY
002900*                      NUMBER, OPEN FILES, PRIME READ
002910******************************************************************
002920 1000-INITIALIZE.
002930     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT.
002940     PERFORM 1060-CHECK-RUN-LEDGER THRU 1060-EXIT.
002950     OPEN INPUT DLQPARM.
002960     READ DLQPARM
002970         AT END
002980             DISPLAY "ERRO: DLQPARM VAZIO"
002990             MOVE 8 TO RETURN-CODE
003000             PERFORM 9900-WRITE-RUN-END THRU 9900-EXIT
003010             STOP RUN
003020     END-READ.
003030     MOVE DLQ-PARM-FREEZE-DAYS TO WS-FREEZE-DAYS.
003040     CLOSE DLQPARM.
003050     IF WS-FREEZE-DAYS = ZERO
003060         DISPLAY "ERRO: DIAS PARA BLOQUEIO NAO CONFIGURADOS"
003070         MOVE 8 TO RETURN-CODE
003080         PERFORM 9900-WRITE-RUN-END THRU 9900-EXIT
003090         STOP RUN
003100     END-IF.
003110     MOVE WS-CURRENT-DATE TO WS-WORK-DATE-N.
003120     PERFORM 6000-DATE-TO-DAY-NUMBER THRU 6000-EXIT.
003130     MOVE WS-DAYNUM TO WS-TODAY-DAYNUM.
003140     MOVE ZERO TO WS-BKT-COUNT(1) WS-BKT-COUNT(2)
003150                  WS-BKT-COUNT(3) WS-BKT-COUNT(4).
003160     OPEN I-O ACCTMSTR.
003170     IF WS-ACCTMSTR-STATUS NOT = "00"
003180         DISPLAY "ERRO AO ABRIR ACCTMSTR - STATUS "
003190             WS-ACCTMSTR-STATUS
003200         MOVE 8 TO RETURN-CODE
003210         PERFORM 9900-WRITE-RUN-END THRU 9900-EXIT
003220         STOP RUN
003230     END-IF.
003240     OPEN INPUT CUSTMSTR.
003250     IF WS-CUSTMSTR-STATUS NOT = "00"
003260         DISPLAY "ERRO AO ABRIR CUSTMSTR - STATUS "
003270             WS-CUSTMSTR-STATUS
003280         MOVE 8 TO RETURN-CODE
003290         PERFORM 9900-WRITE-RUN-END THRU 9900-EXIT
003300         STOP RUN
003310     END-IF.
003320     OPEN EXTEND MNTAUDIT.
003330     OPEN OUTPUT DLQRPT.
003340     MOVE WS-TITLE-LINE TO DLQ-REPORT-LINE.
003350     WRITE DLQ-REPORT-LINE.
003360     MOVE WS-RULE-LINE TO DLQ-REPORT-LINE.
003370     WRITE DLQ-REPORT-LINE.
003380     PERFORM 2100-READ-ACCOUNT THRU 2100-EXIT.
003390 1000-EXIT.
003400     EXIT.
003410******************************************************************
003420*    1050-READ-BUSINESS-DATE - THE BUSINESS DATE COMES FROM THE
003430*                 BDATECTL CONTROL RECORD, NOT THE SYSTEM CLOCK,
003440*                 SO A LATE OR RERUN JOB STILL WORKS THE RIGHT
003450*                 BUSINESS DAY. ONLY THE VLD-DIA-FCH END-OF-DAY
003460*                 CLOSE ADVANCES IT.
003470******************************************************************
003480 1050-READ-BUSINESS-DATE.
003490     OPEN INPUT BDATECTL.
003500     READ BDATECTL
003510         AT END
003520             DISPLAY "ERRO: BDATECTL VAZIO"
003530             MOVE 8 TO RETURN-CODE
003540             PERFORM 9900-WRITE-RUN-END THRU 9900-EXIT
003550             STOP RUN
003560     END-READ.
003570     MOVE BDT-BUSINESS-DATE TO WS-CURRENT-DATE.
003580     CLOSE BDATECTL.
003590 1050-EXIT.
003600     EXIT.
003610******************************************************************
003620*    1060-CHECK-RUN-LEDGER - REFUSE TO START WHEN THIS STEP HAS
003630*                 ALREADY ENDED CLEANLY FOR THE BUSINESS DATE
003640*                 OR WHEN A REQUIRED PREDECESSOR HAS NOT, THEN
003650*                 APPEND THE START RECORD TO THE RUNLEDGR
003660*                 RUN-STEP LEDGER. A MISSING LEDGER IS AN
003670*                 EMPTY ONE.
003680******************************************************************
003690 1060-CHECK-RUN-LEDGER.
003700     PERFORM 1085-CHECK-MONTH-END THRU 1085-EXIT.
003710     OPEN INPUT RUNLEDGR.
003720     IF WS-RUNLEDGR-STATUS NOT = "00"
003730         AND WS-RUNLEDGR-STATUS NOT = "35"
003740         DISPLAY "ERRO AO ABRIR RUNLEDGR - STATUS "
003750             WS-RUNLEDGR-STATUS
003760         MOVE 8 TO RETURN-CODE
003770         STOP RUN
003780     END-IF.
003790     IF WS-RUNLEDGR-STATUS = "00"
003800         PERFORM 1070-READ-RUN-ENTRY THRU 1070-EXIT
003810             UNTIL WS-RUN-EOF
003820         CLOSE RUNLEDGR
003830     END-IF.
003840     IF WS-RUN-ALREADY-DONE
003850         DISPLAY "ERRO: " WS-RUN-PROGRAM " JA CONCLUIDO PARA "
003860             WS-CURRENT-DATE
003870         MOVE 8 TO RETURN-CODE
003880         STOP RUN
003890     END-IF.
003900     PERFORM 1080-CHECK-ONE-PREREQ THRU 1080-EXIT
003910         VARYING WS-RUN-IDX FROM 1 BY 1
003920         UNTIL WS-RUN-IDX > WS-RUN-PRQ-COUNT.
003930     IF WS-RUN-PREREQ-MISSING
003940         MOVE 8 TO RETURN-CODE
003950         STOP RUN
003960     END-IF.
003970     MOVE "I" TO WS-RUN-EVENT.
003980     MOVE ZERO TO WS-RUN-RC.
003990     PERFORM 1090-APPEND-RUN-ENTRY THRU 1090-EXIT.
004000     SET WS-RUN-STARTED TO TRUE.
004010 1060-EXIT.
004020     EXIT.
004030******************************************************************
004040*    1070-READ-RUN-ENTRY - ONLY AN END RECORD WITH RETURN CODE
004050*                 ZERO FOR THE BUSINESS DATE COUNTS AS A CLEAN
004060*                 COMPLETION
004070******************************************************************
004080 1070-READ-RUN-ENTRY.
004090     READ RUNLEDGR
004100         AT END
004110             SET WS-RUN-EOF TO TRUE
004120             GO TO 1070-EXIT
004130     END-READ.
004140     IF RUN-BUSINESS-DATE NOT = WS-CURRENT-DATE
004150         OR NOT RUN-EVENT-END
004160         OR RUN-RETURN-CODE NOT = ZERO
004170         GO TO 1070-EXIT
004180     END-IF.
004190     IF RUN-PROGRAM = WS-RUN-PROGRAM
004200         SET WS-RUN-ALREADY-DONE TO TRUE
004210     END-IF.
004220     PERFORM 1075-MARK-PREREQ THRU 1075-EXIT
004230         VARYING WS-RUN-IDX FROM 1 BY 1
004240         UNTIL WS-RUN-IDX > WS-RUN-PRQ-COUNT.
004250 1070-EXIT.
004260     EXIT.
004270******************************************************************
004280*    1075-MARK-PREREQ - FLAG A PREDECESSOR SEEN CLEAN
004290******************************************************************
004300 1075-MARK-PREREQ.
004310     IF WS-RUN-PRQ-PROGRAM(WS-RUN-IDX) = RUN-PROGRAM
004320         MOVE "Y" TO WS-RUN-PRQ-DONE(WS-RUN-IDX)
004330     END-IF.
004340 1075-EXIT.
004350     EXIT.
004360******************************************************************
004370*    1080-CHECK-ONE-PREREQ - NAME EVERY REQUIRED PREDECESSOR NOT
004380*                 YET ENDED CLEANLY FOR THE BUSINESS DATE
004390******************************************************************
004400 1080-CHECK-ONE-PREREQ.
004410     IF WS-RUN-PRQ-MONTH-END-ONLY(WS-RUN-IDX)
004420         AND NOT WS-RUN-MONTH-END
004430         GO TO 1080-EXIT
004440     END-IF.
004450     IF NOT WS-RUN-PRQ-CLEAN(WS-RUN-IDX)
004460         DISPLAY "ERRO: PREDECESSOR "
004470             WS-RUN-PRQ-PROGRAM(WS-RUN-IDX)
004480             " NAO CONCLUIDO PARA " WS-CURRENT-DATE
004490         SET WS-RUN-PREREQ-MISSING TO TRUE
004500     END-IF.
004510 1080-EXIT.
004520     EXIT.
004530******************************************************************
004540*    1085-CHECK-MONTH-END - THE MONTH-END STEPS ARE REQUIRED
004550*                 ONLY WHEN THE BUSINESS DATE IS THE LAST
004560*                 CALENDAR DAY OF ITS MONTH
004570******************************************************************
004580 1085-CHECK-MONTH-END.
004590     MOVE WS-CURRENT-DATE TO WS-RUN-DATE-N.
004600     MOVE WS-RUN-MTH-DAYS(WS-RUN-MONTH) TO WS-RUN-DAYS-IN-MONTH.
004610     IF WS-RUN-MONTH = 2
004620         DIVIDE WS-RUN-YEAR BY 4 GIVING WS-RUN-LEAP-QUOT
004630             REMAINDER WS-RUN-LEAP-REM
004640         IF WS-RUN-LEAP-REM = ZERO
004650             DIVIDE WS-RUN-YEAR BY 100 GIVING WS-RUN-LEAP-QUOT
004660                 REMAINDER WS-RUN-LEAP-REM
004670             IF WS-RUN-LEAP-REM NOT = ZERO
004680                 MOVE 29 TO WS-RUN-DAYS-IN-MONTH
004690             ELSE
004700                 DIVIDE WS-RUN-YEAR BY 400
004710                     GIVING WS-RUN-LEAP-QUOT
004720                     REMAINDER WS-RUN-LEAP-REM
004730                 IF WS-RUN-LEAP-REM = ZERO
004740                     MOVE 29 TO WS-RUN-DAYS-IN-MONTH
004750                 END-IF
004760             END-IF
004770         END-IF
004780     END-IF.
004790     IF WS-RUN-DAY = WS-RUN-DAYS-IN-MONTH
004800         SET WS-RUN-MONTH-END TO TRUE
004810     END-IF.
004820 1085-EXIT.
004830     EXIT.
004840******************************************************************
004850*    1090-APPEND-RUN-ENTRY - ADD ONE START OR END RECORD TO THE
004860*                 LEDGER, STAMPED WITH THE SYSTEM CLOCK
004870******************************************************************
004880 1090-APPEND-RUN-ENTRY.
004890     OPEN EXTEND RUNLEDGR.
004900     IF WS-RUNLEDGR-STATUS = "35"
004910         OPEN OUTPUT RUNLEDGR
004920     END-IF.
004930     IF WS-RUNLEDGR-STATUS NOT = "00"
004940         DISPLAY "ERRO AO GRAVAR RUNLEDGR - STATUS "
004950             WS-RUNLEDGR-STATUS
004960         MOVE 8 TO RETURN-CODE
004970         STOP RUN
004980     END-IF.
004990     ACCEPT WS-RUN-SYS-TIME FROM TIME.
005000     MOVE SPACES TO RUN-LEDGER-RECORD.
005010     MOVE WS-CURRENT-DATE TO RUN-BUSINESS-DATE.
005020     MOVE WS-RUN-PROGRAM TO RUN-PROGRAM.
005030     MOVE WS-RUN-EVENT TO RUN-EVENT.
005040     ACCEPT RUN-TS-DATE FROM DATE YYYYMMDD.
005050     MOVE WS-RUN-SYS-TIME(1:6) TO RUN-TS-TIME.
005060     MOVE WS-RUN-RC TO RUN-RETURN-CODE.
005070     MOVE WS-RUN-READ-COUNT TO RUN-COUNT-READ.
005080     MOVE WS-RUN-PROC-COUNT TO RUN-COUNT-PROCESSED.
005090     MOVE WS-RUN-EXC-COUNT TO RUN-COUNT-EXCEPTIONS.
005100     WRITE RUN-LEDGER-RECORD.
005110     CLOSE RUNLEDGR.
005120 1090-EXIT.
005130     EXIT.
005140******************************************************************
005150*    2000-SWEEP-ACCOUNTS - MAIN SWEEP LOOP
005160******************************************************************
005170 2000-SWEEP-ACCOUNTS.
005180     PERFORM 2200-SWEEP-ONE-ACCOUNT THRU 2200-EXIT.
005190     PERFORM 2100-READ-ACCOUNT THRU 2100-EXIT.
005200 2000-EXIT.
005210     EXIT.
005220******************************************************************
005230*    2100-READ-ACCOUNT - READ THE NEXT MASTER RECORD IN KEY
005240*                        SEQUENCE
005250******************************************************************
005260 2100-READ-ACCOUNT.
005270     READ ACCTMSTR
005280         AT END
005290             SET WS-EOF-YES TO TRUE
005300         NOT AT END
005310             ADD 1 TO WS-READ-COUNT
005320     END-READ.
005330 2100-EXIT.
005340     EXIT.
005350******************************************************************
005360*    2200-SWEEP-ONE-ACCOUNT - SET OR CLEAR THE TWO SINCE-DATES,
005370*                 FREEZE AN ACTIVE ACCOUNT THAT HAS BEEN BEYOND
005380*                 ITS LIMIT TOO LONG, REWRITE THE MASTER WHEN
005390*                 ANYTHING CHANGED AND REPORT IT IF STILL
005400*                 OVERDRAWN. A RECORD CUT BEFORE THE SINCE-DATES
005410*                 EXISTED STARTS FROM ZERO.
005420******************************************************************
005430 2200-SWEEP-ONE-ACCOUNT.
005440     IF ACCT-STATUS-CLOSED
005450         GO TO 2200-EXIT
005460     END-IF.
005470     SET WS-RECORD-UNCHANGED TO TRUE.
005480     SET WS-FREEZE-NO TO TRUE.
005490     IF ACCT-OVERDRAWN-SINCE NOT NUMERIC
005500         MOVE ZERO TO ACCT-OVERDRAWN-SINCE
005510         SET WS-RECORD-CHANGED TO TRUE
005520     END-IF.
005530     IF ACCT-BEYOND-LIMIT-SINCE NOT NUMERIC
005540         MOVE ZERO TO ACCT-BEYOND-LIMIT-SINCE
005550         SET WS-RECORD-CHANGED TO TRUE
005560     END-IF.
005570
005580     IF ACCT-BALANCE < ZERO
005590         IF ACCT-OVERDRAWN-SINCE = ZERO
005600             MOVE WS-CURRENT-DATE TO ACCT-OVERDRAWN-SINCE
005610             SET WS-RECORD-CHANGED TO TRUE
005620         END-IF
005630     ELSE
005640         IF ACCT-OVERDRAWN-SINCE NOT = ZERO
005650             MOVE ZERO TO ACCT-OVERDRAWN-SINCE
005660             SET WS-RECORD-CHANGED TO TRUE
005670             ADD 1 TO WS-RECOVERED-COUNT
005680         END-IF
005690     END-IF.
005700
005710     COMPUTE WS-NEG-LIMIT = ZERO - ACCT-OVERDRAFT-LIMIT.
005720     IF ACCT-BALANCE < WS-NEG-LIMIT
005730         IF ACCT-BEYOND-LIMIT-SINCE = ZERO
005740             MOVE WS-CURRENT-DATE TO ACCT-BEYOND-LIMIT-SINCE
005750             SET WS-RECORD-CHANGED TO TRUE
005760         END-IF
005770     ELSE
005780         IF ACCT-BEYOND-LIMIT-SINCE NOT = ZERO
005790             MOVE ZERO TO ACCT-BEYOND-LIMIT-SINCE
005800             SET WS-RECORD-CHANGED TO TRUE
005810         END-IF
005820     END-IF.
005830
005840     IF ACCT-BEYOND-LIMIT-SINCE NOT = ZERO
005850         ADD 1 TO WS-BEYOND-COUNT
005860         MOVE ACCT-BEYOND-LIMIT-SINCE TO WS-WORK-DATE-N
005870         PERFORM 5000-COUNT-DAYS-SINCE THRU 5000-EXIT
005880         MOVE WS-DAYS-ELAPSED TO WS-DAYS-BEYOND
005890         IF ACCT-STATUS-ACTIVE
005900             AND WS-DAYS-BEYOND > WS-FREEZE-DAYS
005910             PERFORM 8000-WRITE-AUDIT-BEFORE THRU 8000-EXIT
005920             MOVE "F" TO ACCT-STATUS
005930             SET WS-FREEZE-YES TO TRUE
005940             SET WS-RECORD-CHANGED TO TRUE
005950         END-IF
005960     END-IF.
005970
005980     IF WS-RECORD-CHANGED
005990         PERFORM 3000-REWRITE-ACCOUNT THRU 3000-EXIT
006000         IF WS-REWRITE-FAILED
006010             GO TO 2200-EXIT
006020         END-IF
006030     END-IF.
006040     IF WS-FREEZE-YES
006050         MOVE ACCT-STATUS TO MNTA-NEW-STATUS
006060         MOVE "Conta bloqueada por atraso." TO MNTA-OUTCOME-MSG
006070         WRITE MNT-AUDIT-RECORD
006080         ADD 1 TO WS-FROZEN-COUNT
006090     END-IF.
006100     IF ACCT-OVERDRAWN-SINCE NOT = ZERO
006110         PERFORM 4000-WRITE-COLLECTIONS-LINE THRU 4000-EXIT
006120     END-IF.
006130 2200-EXIT.
006140     EXIT.
006150******************************************************************
006160*    3000-REWRITE-ACCOUNT - COMMIT THE SWEEP'S CHANGES TO THE
006170*                 MASTER. A FAILED REWRITE LEAVES THE ACCOUNT
006180*                 OFF THE REPORT AND OUT OF THE AUDIT TRAIL.
006190******************************************************************
006200 3000-REWRITE-ACCOUNT.
006210     SET WS-REWRITE-OK TO TRUE.
006220     REWRITE ACCT-MASTER-RECORD
006230         INVALID KEY
006240             DISPLAY "ERRO AO ATUALIZAR CONTA " ACCT-NUMBER
006250             ADD 1 TO WS-ERROR-COUNT
006260             SET WS-REWRITE-FAILED TO TRUE
006270             GO TO 3000-EXIT
006280     END-REWRITE.
006290     IF WS-ACCTMSTR-STATUS NOT = "00"
006300         DISPLAY "ERRO AO ATUALIZAR CONTA " ACCT-NUMBER
006310         ADD 1 TO WS-ERROR-COUNT
006320         SET WS-REWRITE-FAILED TO TRUE
006330     END-IF.
006340 3000-EXIT.
006350     EXIT.
006360******************************************************************
006370*    4000-WRITE-COLLECTIONS-LINE - AGE THE OVERDRAWN ACCOUNT INTO
006380*                 ITS BAND AND WRITE THE TWO REPORT LINES. THE
006390*                 NAME IS THE OWNING CUSTOMER'S WHEN THE ACCOUNT
006400*                 IS LINKED, OTHERWISE THE ACCOUNT HOLDER'S.
006410******************************************************************
006420 4000-WRITE-COLLECTIONS-LINE.
006430     ADD 1 TO WS-OVERDRAWN-COUNT.
006440     MOVE ACCT-OVERDRAWN-SINCE TO WS-WORK-DATE-N.
006450     PERFORM 5000-COUNT-DAYS-SINCE THRU 5000-EXIT.
006460     MOVE WS-DAYS-ELAPSED TO WS-DAYS-OVERDRAWN.
006470     EVALUATE TRUE
006480         WHEN WS-DAYS-OVERDRAWN <= 30
006490             MOVE 1 TO WS-BKT-SUB
006500         WHEN WS-DAYS-OVERDRAWN <= 60
006510             MOVE 2 TO WS-BKT-SUB
006520         WHEN WS-DAYS-OVERDRAWN <= 90
006530             MOVE 3 TO WS-BKT-SUB
006540         WHEN OTHER
006550             MOVE 4 TO WS-BKT-SUB
006560     END-EVALUATE.
006570     ADD 1 TO WS-BKT-COUNT(WS-BKT-SUB).
006580     IF ACCT-BALANCE < WS-NEG-LIMIT
006590         COMPUTE WS-EXCESS = WS-NEG-LIMIT - ACCT-BALANCE
006600     ELSE
006610         MOVE ZERO TO WS-EXCESS
006620     END-IF.
006630     MOVE ACCT-HOLDER-NAME TO WS-PARTY-NAME.
006640     IF ACCT-CUSTOMER-ID > ZERO
006650         MOVE ACCT-CUSTOMER-ID TO CUST-ID
006660         READ CUSTMSTR
006670             INVALID KEY
006680                 CONTINUE
006690             NOT INVALID KEY
006700                 MOVE CUST-NAME TO WS-PARTY-NAME
006710         END-READ
006720     END-IF.
006730     MOVE ACCT-NUMBER TO WS-D1-ACCT.
006740     MOVE WS-PARTY-NAME TO WS-D1-NAME.
006750     MOVE ACCT-CURRENCY-CODE TO WS-D1-CURRENCY.
006760     MOVE WS-DAYS-OVERDRAWN TO WS-D1-DAYS.
006770     MOVE WS-BKT-LABEL(WS-BKT-SUB) TO WS-D1-BUCKET.
006780     MOVE WS-DLQ-LINE-1 TO DLQ-REPORT-LINE.
006790     WRITE DLQ-REPORT-LINE.
006800     MOVE ACCT-BALANCE TO WS-D2-BALANCE.
006810     MOVE ACCT-OVERDRAFT-LIMIT TO WS-D2-LIMIT.
006820     MOVE WS-EXCESS TO WS-D2-EXCESS.
006830     MOVE ACCT-STATUS TO WS-D2-STATUS.
006840     MOVE WS-DLQ-LINE-2 TO DLQ-REPORT-LINE.
006850     WRITE DLQ-REPORT-LINE.
006860 4000-EXIT.
006870     EXIT.
006880******************************************************************
006890*    5000-COUNT-DAYS-SINCE - DAYS FROM WS-WORK-DATE TO THE RUN
006900*                 DATE INTO WS-DAYS-ELAPSED, COUNTING THE START
006910*                 DAY AS DAY 1. A DATE AHEAD OF THE RUN DATE
006920*                 (BUSINESS DATE SET BACK) COUNTS AS DAY 1.
006930******************************************************************
006940 5000-COUNT-DAYS-SINCE.
006950     PERFORM 6000-DATE-TO-DAY-NUMBER THRU 6000-EXIT.
006960     IF WS-DAYNUM > WS-TODAY-DAYNUM
006970         MOVE 1 TO WS-DAYS-ELAPSED
006980         GO TO 5000-EXIT
006990     END-IF.
007000     COMPUTE WS-DAYS-ELAPSED = WS-TODAY-DAYNUM - WS-DAYNUM + 1.
007010 5000-EXIT.
007020     EXIT.
007030******************************************************************
007040*    6000-DATE-TO-DAY-NUMBER - TURN WS-WORK-DATE INTO A DAY
007050*                 COUNT IN WS-DAYNUM SO TWO DATES CAN BE
007060*                 SUBTRACTED. JANUARY AND FEBRUARY COUNT THE
007070*                 LEAP DAYS OF THE YEARS BEFORE, SO 29/02 IS
007080*                 ONLY ADDED ONCE MARCH IS REACHED.
007090******************************************************************
007100 6000-DATE-TO-DAY-NUMBER.
007110     MOVE WS-WD-YEAR TO WS-CALC-YEAR.
007120     IF WS-WD-MONTH < 3
007130         SUBTRACT 1 FROM WS-CALC-YEAR
007140     END-IF.
007150     DIVIDE WS-CALC-YEAR BY 4 GIVING WS-LEAP-4.
007160     DIVIDE WS-CALC-YEAR BY 100 GIVING WS-LEAP-100.
007170     DIVIDE WS-CALC-YEAR BY 400 GIVING WS-LEAP-400.
007180     COMPUTE WS-DAYNUM = WS-WD-YEAR * 365
007190                       + WS-LEAP-4 - WS-LEAP-100 + WS-LEAP-400
007200                       + WS-MTH-CUM(WS-WD-MONTH)
007210                       + WS-WD-DAY.
007220 6000-EXIT.
007230     EXIT.
007240******************************************************************
007250*    8000-WRITE-AUDIT-BEFORE - FILL THE MNTAUD RECORD WITH THE
007260*                 BEFORE IMAGES AND THE SWEEP'S IDENTITY. THE
007270*                 AFTER-STATUS AND OUTCOME ARE FILLED BY THE
007280*                 CALLER ONCE THE REWRITE HAS COMMITTED.
007290******************************************************************
007300 8000-WRITE-AUDIT-BEFORE.
007310     ACCEPT WS-CURRENT-TIME FROM TIME.
007320     MOVE SPACES TO MNT-AUDIT-RECORD.
007330     MOVE "S" TO MNTA-ACTION.
007340     MOVE ACCT-NUMBER TO MNTA-ACCT-NUMBER.
007350     MOVE WS-SWEEP-OPERATOR TO MNTA-OPERATOR-ID.
007360     MOVE WS-CURRENT-DATE TO MNTA-TS-DATE.
007370     MOVE WS-CURRENT-TIME(1:6) TO MNTA-TS-TIME.
007380     MOVE ACCT-HOLDER-NAME TO MNTA-OLD-HOLDER-NAME.
007390     MOVE SPACES TO MNTA-NEW-HOLDER-NAME.
007400     MOVE ACCT-CURRENCY-CODE TO MNTA-OLD-CURRENCY.
007410     MOVE SPACES TO MNTA-NEW-CURRENCY.
007420     MOVE ACCT-DAILY-LIMIT TO MNTA-OLD-DAILY-LIMIT.
007430     MOVE ZERO TO MNTA-NEW-DAILY-LIMIT.
007440     MOVE ACCT-OVERDRAFT-LIMIT TO MNTA-OLD-OD-LIMIT.
007450     MOVE ZERO TO MNTA-NEW-OD-LIMIT.
007460     MOVE ACCT-STATUS TO MNTA-OLD-STATUS.
007470     MOVE ACCT-CUSTOMER-ID TO MNTA-CUSTOMER-ID.
007480     MOVE ACCT-PRODUCT-CODE TO MNTA-OLD-PRODUCT.
007490     MOVE ZERO TO MNTA-OLD-CUST-LIMIT.
007500     MOVE ZERO TO MNTA-NEW-CUST-LIMIT.
007510 8000-EXIT.
007520     EXIT.
007530******************************************************************
007540*    9000-TERMINATE - WRITE THE SUMMARY AND CLOSE FILES
007550******************************************************************
007560 9000-TERMINATE.
007570     MOVE WS-RULE-LINE TO DLQ-REPORT-LINE.
007580     WRITE DLQ-REPORT-LINE.
007590     MOVE "CONTAS LIDAS:                " TO WS-CL-LABEL.
007600     MOVE WS-READ-COUNT TO WS-CL-COUNT.
007610     MOVE WS-COUNT-LINE TO DLQ-REPORT-LINE.
007620     WRITE DLQ-REPORT-LINE.
007630     MOVE "CONTAS DEVEDORAS:            " TO WS-CL-LABEL.
007640     MOVE WS-OVERDRAWN-COUNT TO WS-CL-COUNT.
007650     MOVE WS-COUNT-LINE TO DLQ-REPORT-LINE.
007660     WRITE DLQ-REPORT-LINE.
007670     MOVE "  FAIXA 1-30 DIAS:           " TO WS-CL-LABEL.
007680     MOVE WS-BKT-COUNT(1) TO WS-CL-COUNT.
007690     MOVE WS-COUNT-LINE TO DLQ-REPORT-LINE.
007700     WRITE DLQ-REPORT-LINE.
007710     MOVE "  FAIXA 31-60 DIAS:          " TO WS-CL-LABEL.
007720     MOVE WS-BKT-COUNT(2) TO WS-CL-COUNT.
007730     MOVE WS-COUNT-LINE TO DLQ-REPORT-LINE.
007740     WRITE DLQ-REPORT-LINE.
007750     MOVE "  FAIXA 61-90 DIAS:          " TO WS-CL-LABEL.
007760     MOVE WS-BKT-COUNT(3) TO WS-CL-COUNT.
007770     MOVE WS-COUNT-LINE TO DLQ-REPORT-LINE.
007780     WRITE DLQ-REPORT-LINE.
007790     MOVE "  FAIXA MAIS DE 90 DIAS:     " TO WS-CL-LABEL.
007800     MOVE WS-BKT-COUNT(4) TO WS-CL-COUNT.
007810     MOVE WS-COUNT-LINE TO DLQ-REPORT-LINE.
007820     WRITE DLQ-REPORT-LINE.
007830     MOVE "CONTAS ALEM DO LIMITE:       " TO WS-CL-LABEL.
007840     MOVE WS-BEYOND-COUNT TO WS-CL-COUNT.
007850     MOVE WS-COUNT-LINE TO DLQ-REPORT-LINE.
007860     WRITE DLQ-REPORT-LINE.
007870     MOVE "CONTAS REGULARIZADAS:        " TO WS-CL-LABEL.
007880     MOVE WS-RECOVERED-COUNT TO WS-CL-COUNT.
007890     MOVE WS-COUNT-LINE TO DLQ-REPORT-LINE.
007900     WRITE DLQ-REPORT-LINE.
007910     MOVE "CONTAS BLOQUEADAS:           " TO WS-CL-LABEL.
007920     MOVE WS-FROZEN-COUNT TO WS-CL-COUNT.
007930     MOVE WS-COUNT-LINE TO DLQ-REPORT-LINE.
007940     WRITE DLQ-REPORT-LINE.
007950     MOVE "CONTAS COM ERRO DE GRAVACAO: " TO WS-CL-LABEL.
007960     MOVE WS-ERROR-COUNT TO WS-CL-COUNT.
007970     MOVE WS-COUNT-LINE TO DLQ-REPORT-LINE.
007980     WRITE DLQ-REPORT-LINE.
007990     CLOSE ACCTMSTR.
008000     CLOSE CUSTMSTR.
008010     CLOSE MNTAUDIT.
008020     CLOSE DLQRPT.
008030 9000-EXIT.
008040     EXIT.
008050******************************************************************
008060*    9900-WRITE-RUN-END - CLOSE THIS STEP'S LEDGER ENTRY WITH
008070*                 ITS RETURN CODE AND KEY COUNTS.
008080*                 PERFORMED AHEAD OF EVERY STOP RUN ONCE THE
008090*                 START RECORD IS ON THE LEDGER.
008100******************************************************************
008110 9900-WRITE-RUN-END.
008120     IF WS-RUN-NOT-STARTED
008130         GO TO 9900-EXIT
008140     END-IF.
008150     SET WS-RUN-NOT-STARTED TO TRUE.
008160     MOVE "F" TO WS-RUN-EVENT.
008170     MOVE RETURN-CODE TO WS-RUN-RC.
008180     MOVE WS-READ-COUNT TO WS-RUN-READ-COUNT.
008190     MOVE WS-OVERDRAWN-COUNT TO WS-RUN-PROC-COUNT.
008200     MOVE WS-ERROR-COUNT TO WS-RUN-EXC-COUNT.
008210     PERFORM 1090-APPEND-RUN-ENTRY THRU 1090-EXIT.
008220 9900-EXIT.
008230     EXIT.
008240
008250 END PROGRAM VLD-ACC-DLQ.
