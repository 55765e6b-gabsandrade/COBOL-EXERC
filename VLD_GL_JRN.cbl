000180*               CREDITS BEFORE THE FILE IS RELEASED - AN
000190*               IMBALANCE OR AN UNRECOGNIZED GL CODE ENDS THE
000200*               RUN WITH RETURN CODE 8 AND AN EXCEPTIONS SECTION
000210*               ON THE JRNRPT REPORT. REVERSAL LINES
000220*               (400110/200110/400160/200160) ARE PAIRED AS THE
000230*               MIRROR IMAGE OF THE LINE THEY UNDO, WITH THE FEE
000240*               REFUND TAKEN BACK OUT OF FEE INCOME. THE
000250*               CONVERSION LINES OF A CROSS-CURRENCY TRANSFER
000260*               (300171/300172, REVERSED AS 300181/300182) MOVE
000270*               THE AMOUNT BETWEEN TRANSFER CLEARING AND THE FX
000280*               POSITION ACCOUNT, AND THE PROOF IS MADE PER
000290*               CURRENCY AS WELL AS IN TOTAL.
000300*               AN EXTERNAL PAYMENT (400170) IS HELD IN INTERBANK
000310*               CLEARING SUSPENSE UNTIL THE CLEARING HOUSE
000320*               SETTLES IT (300191, INTO INTERBANK SETTLEMENT) OR
000330*               RETURNS IT (200170, BACK TO THE CUSTOMER).
000340*
000350*               CONTRA ACCOUNTS USED:
000360*                 100100  CASH/TELLER SETTLEMENT
000370*                 100200  INTERBANK SETTLEMENT
000380*                 300150  TRANSFER CLEARING
000390*                 300170  FX POSITION
000400*                 300190  INTERBANK CLEARING SUSPENSE
000410*                 700100  TRANSACTION FEE INCOME
000420*                 700200  MAINTENANCE FEE INCOME
000430*                 600200  INTEREST EXPENSE
000440* TECTONICS:    COBC
000450*----------------------------------------------------------------
000460* MODIFICATION HISTORY
000470*   DATE        INIT  DESCRIPTION
000480*   02/09/2026  GA    INITIAL VERSION - BALANCED JOURNAL PAIRS
000490*                     FROM THE ONE-SIDED GLEXTRACT LINES.
000500*   02/09/2026  GA    THE BUSINESS DATE NOW COMES FROM THE
000510*                     BDATECTL CONTROL FILE INSTEAD OF THE SYSTEM
000520*                     CLOCK, SO A RUN THAT SLIPS PAST MIDNIGHT OR A
000530*                     RERUN ON A LATER DAY STILL WORKS THE RIGHT
000540*                     BUSINESS DAY. THE DATE ADVANCES ONLY THROUGH
000550*                     THE VLD-DIA-FCH END-OF-DAY CLOSE.
000560*   15/10/2026  GA    ADDED THE REVERSAL CODES FROM VLD-SAQ-BANC:
000570*                     400110/400160 (SAQUE AND TRANSFER DEBIT LEG
000580*                     UNDONE - CREDIT THE CUSTOMER, REFUND THE
000590*                     FEE) AND 200110/200160 (DEPOSITO AND
000600*                     TRANSFER CREDIT LEG UNDONE - DEBIT THE
000610*                     CUSTOMER). JOURNAL LEGS NOW CARRY THE
000620*                     ORIGINAL REFERENCE OF A REVERSAL.
000630*   15/10/2026  GA    ADDED THE FX CONVERSION CODES 300171/300172
000640*                     AND THEIR REVERSALS 300181/300182, PAIRED
000650*                     AGAINST THE NEW 300170 FX POSITION ACCOUNT.
000660*                     EACH LEG NOW CARRIES ITS CURRENCY AND DEBITS
000670*                     MUST EQUAL CREDITS IN EVERY CURRENCY, NOT
000680*                     JUST IN TOTAL; JRNRPT SHOWS ONE PROOF LINE
000690*                     PER CURRENCY.
000700*   15/10/2026  GA    EACH RUN IS NOW RECORDED ON THE RUNLEDGR
000710*                     RUN-STEP LEDGER WITH A START RECORD AND AN
000720*                     END RECORD CARRYING THE RETURN CODE AND KEY
000730*                     COUNTS. A RUN FOR A BUSINESS DATE THE STEP
000740*                     HAS ALREADY ENDED CLEANLY IS REFUSED WITH
000750*                     RETURN CODE 8, AS IS ONE STARTED BEFORE
000760*                     VLD-SAQ-BANC HAS ENDED CLEANLY FOR THE DATE
000770*                     OR, ON THE LAST DAY OF THE MONTH, BEFORE
000780*                     VLD-MES-FIM HAS.
000790*   15/10/2026  GA    VLD-ACC-ENC IS NOW A REQUIRED PREDECESSOR,
000800*                     SO THE CLOSURE SETTLEMENT GL LINES ARE IN
000810*                     GLEXTRACT BEFORE THE JOURNAL IS BUILT.
000820*   15/10/2026  GA    VLD-DEP-LIB IS NOW A REQUIRED PREDECESSOR,
000830*                     SO THE GL LINES OF RETURNED DEPOSITS ARE IN
000840*                     GLEXTRACT BEFORE THE JOURNAL IS BUILT.
000850*   15/10/2026  GA    ADDED THE EXTERNAL PAYMENT CODES: 400170
000860*                     (CUSTOMER DEBITED AGAINST THE NEW 300190
000870*                     INTERBANK CLEARING SUSPENSE ACCOUNT), 200170
000880*                     (RETURNED PAYMENT CREDITED BACK OUT OF
000890*                     SUSPENSE) AND 300191 (SETTLED - SUSPENSE
000900*                     CLEARED INTO THE NEW 100200 INTERBANK
000910*                     SETTLEMENT ACCOUNT). VLD-PAG-RET IS NOW A
000920*                     REQUIRED PREDECESSOR, SO THE SETTLEMENT AND
000930*                     RETURN GL LINES ARE IN GLEXTRACT BEFORE THE
000940*                     JOURNAL IS BUILT.
000950******************************************************************
000960 IDENTIFICATION DIVISION.
000970 PROGRAM-ID. VLD-GL-JRN.
000980 AUTHOR. GABRIELLY ANDRADE.
000990 INSTALLATION. RETAIL BANKING SYSTEMS.
001000 DATE-WRITTEN. 02/09/2026.
001010 DATE-COMPILED. 02/09/2026.
001020******************************************************************
001030 ENVIRONMENT DIVISION.
001040 INPUT-OUTPUT SECTION.
001050 FILE-CONTROL.
001060     SELECT GLEXTRACT ASSIGN TO GLEXTRACT
001070         ORGANIZATION IS LINE SEQUENTIAL.
001080
001090     SELECT JRNFILE ASSIGN TO JRNFILE
001100         ORGANIZATION IS LINE SEQUENTIAL.
001110
001120     SELECT JRNRPT ASSIGN TO JRNRPT
001130         ORGANIZATION IS LINE SEQUENTIAL.
001140
001150     SELECT BDATECTL ASSIGN TO BDATECTL
001160         ORGANIZATION IS LINE SEQUENTIAL.
001170     SELECT RUNLEDGR ASSIGN TO RUNLEDGR
001180         ORGANIZATION IS LINE SEQUENTIAL
001190         FILE STATUS IS WS-RUNLEDGR-STATUS.
001200******************************************************************
001210 DATA DIVISION.
001220 FILE SECTION.
001230 FD  GLEXTRACT
001240     LABEL RECORDS ARE STANDARD.
001250     COPY GLREC.
001260
001270 FD  JRNFILE
001280     LABEL RECORDS ARE STANDARD.
001290     COPY JRNREC.
001300
001310 FD  JRNRPT
001320     LABEL RECORDS ARE STANDARD.
001330 01  JRN-REPORT-LINE         PIC X(80).
001340
001350 FD  BDATECTL
001360     LABEL RECORDS ARE STANDARD.
001370     COPY BDTREC.
001380
001390 FD  RUNLEDGR
001400     LABEL RECORDS ARE STANDARD.
001410     COPY RUNREC.
001420
001430 WORKING-STORAGE SECTION.
001440 77  WS-EOF-SWITCH           PIC X(01) VALUE "N".
001450     88  WS-EOF-YES                    VALUE "Y".
001460     88  WS-EOF-NO                     VALUE "N".
001470
001480 77  WS-BALANCE-SWITCH       PIC X(01) VALUE "Y".
001490     88  WS-BALANCE-OK                  VALUE "Y".
001500     88  WS-BALANCE-BROKEN              VALUE "N".
001510
001520 77  WS-CURR-PROOF-SWITCH    PIC X(01) VALUE "Y".
001530     88  WS-CURR-PROOF-OK               VALUE "Y".
001540     88  WS-CURR-PROOF-BROKEN           VALUE "N".
001550
001560 77  WS-CURR-FOUND-SWITCH    PIC X(01) VALUE "N".
001570     88  WS-CURR-ENTRY-FOUND            VALUE "Y".
001580     88  WS-CURR-ENTRY-NOT-FOUND        VALUE "N".
001590
001600 77  WS-CURRENT-DATE         PIC 9(08) VALUE ZERO.
001610
001620 77  WS-READ-COUNT           PIC 9(09) COMP VALUE ZERO.
001630 77  WS-DETAIL-COUNT         PIC 9(09) COMP VALUE ZERO.
001640 77  WS-EXCEPTION-COUNT      PIC 9(09) COMP VALUE ZERO.
001650
001660 77  WS-HASH-TOTAL           PIC 9(13)V99 VALUE ZERO.
001670 77  WS-TOTAL-DEBITS         PIC 9(15)V99 VALUE ZERO.
001680 77  WS-TOTAL-CREDITS        PIC 9(15)V99 VALUE ZERO.
001690
001700 77  WS-GL-CODE-CASH         PIC X(06) VALUE "100100".
001710 77  WS-GL-CODE-TRF-CLEAR    PIC X(06) VALUE "300150".
001720 77  WS-GL-CODE-FEE-INCOME   PIC X(06) VALUE "700100".
001730 77  WS-GL-CODE-MNT-INCOME   PIC X(06) VALUE "700200".
001740 77  WS-GL-CODE-INT-EXPENSE  PIC X(06) VALUE "600200".
001750 77  WS-GL-CODE-FX-POSITION  PIC X(06) VALUE "300170".
001760 77  WS-GL-CODE-IBK-SUSPENSE PIC X(06) VALUE "300190".
001770 77  WS-GL-CODE-IBK-SETTLE   PIC X(06) VALUE "100200".
001780
001790 77  WS-JE-DR-CR             PIC X(01) VALUE SPACE.
001800 77  WS-JE-GL-CODE           PIC X(06) VALUE SPACES.
001810 77  WS-JE-AMOUNT            PIC 9(12)V99 VALUE ZERO.
001820
001830 77  WS-CURR-COUNT           PIC 9(03) COMP VALUE ZERO.
001840
001850 01  WS-CURR-TABLE.
001860     05  WS-CURR-ENTRY       OCCURS 20 TIMES
001870                             INDEXED BY WS-CURR-IDX.
001880         10  WS-CURR-CODE            PIC X(03).
001890         10  WS-CURR-DEBITS          PIC 9(15)V99.
001900         10  WS-CURR-CREDITS         PIC 9(15)V99.
001910
001920 01  WS-TITLE-LINE.
001930     05  FILLER              PIC X(41) VALUE
001940         "RELATORIO DO DIARIO CONTABIL - VLD-GL-JRN".
001950
001960 01  WS-RULE-LINE.
001970     05  FILLER              PIC X(60) VALUE ALL "-".
001980
001990 01  WS-EXCEPTION-LINE.
002000     05  FILLER              PIC X(22) VALUE
002010         "CODIGO GL DESCONHECIDO".
002020     05  FILLER              PIC X(01) VALUE SPACE.
002030     05  WS-EX-GL-CODE       PIC X(06).
002040     05  FILLER              PIC X(07) VALUE "  CONTA".
002050     05  FILLER              PIC X(01) VALUE SPACE.
002060     05  WS-EX-ACCT          PIC 9(10).
002070     05  FILLER              PIC X(02) VALUE SPACES.
002080     05  WS-EX-AMOUNT        PIC Z(10)ZZ9.99.
002090
002100 01  WS-COUNT-LINE.
002110     05  WS-CL-LABEL         PIC X(29).
002120     05  WS-CL-COUNT         PIC ZZZ,ZZZ,ZZ9.
002130
002140 01  WS-AMOUNT-LINE.
002150     05  WS-AL-LABEL         PIC X(29).
002160     05  WS-AL-AMOUNT        PIC Z(12)ZZ9.99.
002170
002180 01  WS-PROOF-LINE.
002190     05  FILLER              PIC X(29) VALUE
002200         "PROVA DEBITOS X CREDITOS:    ".
002210     05  WS-PL-RESULT        PIC X(10).
002220
002230 01  WS-CURR-PROOF-LINE.
002240     05  FILLER              PIC X(06) VALUE "MOEDA ".
002250     05  WS-CP-CURRENCY      PIC X(03).
002260     05  FILLER              PIC X(02) VALUE SPACES.
002270     05  WS-CP-DEBITS        PIC Z(12)ZZ9.99.
002280     05  FILLER              PIC X(02) VALUE SPACES.
002290     05  WS-CP-CREDITS       PIC Z(12)ZZ9.99.
002300     05  FILLER              PIC X(02) VALUE SPACES.
002310     05  WS-CP-RESULT        PIC X(10).
002320*
002330*    RUN-STEP LEDGER CONTROL
002340*
002350 77  WS-RUNLEDGR-STATUS      PIC X(02) VALUE "00".
002360 77  WS-RUN-PROGRAM          PIC X(12) VALUE "VLD-GL-JRN".
002370 77  WS-RUN-EVENT            PIC X(01) VALUE SPACE.
002380 77  WS-RUN-RC               PIC 9(04) VALUE ZERO.
002390 77  WS-RUN-READ-COUNT       PIC 9(09) VALUE ZERO.
002400 77  WS-RUN-PROC-COUNT       PIC 9(09) VALUE ZERO.
002410 77  WS-RUN-EXC-COUNT        PIC 9(09) VALUE ZERO.
002420 77  WS-RUN-SYS-TIME         PIC 9(08) VALUE ZERO.
002430
002440 77  WS-RUN-STARTED-SWITCH   PIC X(01) VALUE "N".
002450     88  WS-RUN-STARTED                VALUE "Y".
002460     88  WS-RUN-NOT-STARTED            VALUE "N".
002470
002480 77  WS-RUN-DONE-SWITCH      PIC X(01) VALUE "N".
002490     88  WS-RUN-ALREADY-DONE           VALUE "Y".
002500
002510 77  WS-RUN-EOF-SWITCH       PIC X(01) VALUE "N".
002520     88  WS-RUN-EOF                    VALUE "Y".
002530     88  WS-RUN-NOT-EOF                VALUE "N".
002540
002550 77  WS-RUN-PREREQ-SWITCH    PIC X(01) VALUE "N".
002560     88  WS-RUN-PREREQ-MISSING         VALUE "Y".
002570
002580 77  WS-RUN-PRQ-COUNT        PIC 9(02) COMP VALUE 5.
002590
002600 77  WS-RUN-MONTH-END-SWITCH PIC X(01) VALUE "N".
002610     88  WS-RUN-MONTH-END              VALUE "Y".
002620
002630 77  WS-RUN-DAYS-IN-MONTH    PIC 9(02) VALUE ZERO.
002640 77  WS-RUN-LEAP-QUOT        PIC 9(04) COMP VALUE ZERO.
002650 77  WS-RUN-LEAP-REM         PIC 9(04) COMP VALUE ZERO.
002660
002670 01  WS-RUN-DATE.
002680     05  WS-RUN-YEAR         PIC 9(04).
002690     05  WS-RUN-MONTH        PIC 9(02).
002700     05  WS-RUN-DAY          PIC 9(02).
002710 01  WS-RUN-DATE-N REDEFINES WS-RUN-DATE
002720                             PIC 9(08).
002730
002740 01  WS-RUN-MONTH-TABLE.
002750     05  FILLER              PIC X(24) VALUE
002760         "312831303130313130313031".
002770 01  WS-RUN-MONTH-DAYS REDEFINES WS-RUN-MONTH-TABLE.
002780     05  WS-RUN-MTH-DAYS     OCCURS 12 TIMES PIC 9(02).
002790
002800*    PREDECESSORS THAT MUST HAVE ENDED CLEANLY FOR THE SAME
002810*    BUSINESS DATE - PROGRAM, WHEN REQUIRED (D = EVERY DAY,
002820*    M = LAST DAY OF THE MONTH ONLY) AND THE FOUND FLAG
002830 01  WS-RUN-PRQ-VALUES.
002840     05  FILLER              PIC X(14) VALUE
002850         "VLD-SAQ-BANCDN".
002860     05  FILLER              PIC X(14) VALUE
002870         "VLD-ACC-ENC DN".
002880     05  FILLER              PIC X(14) VALUE
002890         "VLD-DEP-LIB DN".
002900     05  FILLER              PIC X(14) VALUE
002910         "VLD-PAG-RET DN".
002920     05  FILLER              PIC X(14) VALUE
002930         "VLD-MES-FIM MN".
002940 01  WS-RUN-PRQ-TABLE REDEFINES WS-RUN-PRQ-VALUES.
002950     05  WS-RUN-PRQ-ENTRY    OCCURS 5 TIMES
002960                             INDEXED BY WS-RUN-IDX.
002970         10  WS-RUN-PRQ-PROGRAM      PIC X(12).
002980         10  WS-RUN-PRQ-WHEN         PIC X(01).
002990             88  WS-RUN-PRQ-MONTH-END-ONLY     VALUE "M".
003000         10  WS-RUN-PRQ-DONE         PIC X(01).
003010             88  WS-RUN-PRQ-CLEAN              VALUE "Y".
003020******************************************************************
003030 PROCEDURE DIVISION.
003040******************************************************************
003050*    0000-MAINLINE
003060******************************************************************
003070 0000-MAINLINE.
003080     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003090     PERFORM 2000-PROCESS-GL-LINES THRU 2000-EXIT
003100         UNTIL WS-EOF-YES.
003110     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003120     PERFORM 9900-WRITE-RUN-END THRU 9900-EXIT
003130     STOP RUN.
003140******************************************************************
003150*    1000-INITIALIZE - OPEN FILES, WRITE THE REPORT TITLE AND
003160*                      THE JOURNAL HEADER, PRIME READ
003170******************************************************************
003180 1000-INITIALIZE.
003190     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT.
003200     PERFORM 1060-CHECK-RUN-LEDGER THRU 1060-EXIT.
003210     OPEN INPUT GLEXTRACT.
003220     OPEN OUTPUT JRNFILE.
003230     OPEN OUTPUT JRNRPT.
003240     MOVE WS-TITLE-LINE TO JRN-REPORT-LINE.
003250     WRITE JRN-REPORT-LINE.
003260     MOVE WS-RULE-LINE TO JRN-REPORT-LINE.
003270     WRITE JRN-REPORT-LINE.
003280     MOVE SPACES TO JRN-RECORD.
003290     MOVE "1" TO JRN-REC-TYPE.
003300     MOVE WS-CURRENT-DATE TO JRN-HDR-FILE-DATE.
003310     MOVE "VLD-GL-JRN" TO JRN-HDR-SOURCE.
003320     WRITE JRN-RECORD.
003330     PERFORM 2100-READ-GL-LINE THRU 2100-EXIT.
003340 1000-EXIT.
003350     EXIT.
003360******************************************************************
003370*    1050-READ-BUSINESS-DATE - THE BUSINESS DATE COMES FROM THE
003380*                 BDATECTL CONTROL RECORD, NOT THE SYSTEM CLOCK,
003390*                 SO A LATE OR RERUN JOB STILL WORKS THE RIGHT
003400*                 BUSINESS DAY. ONLY THE VLD-DIA-FCH END-OF-DAY
003410*                 CLOSE ADVANCES IT.
003420******************************************************************
003430 1050-READ-BUSINESS-DATE.
003440     OPEN INPUT BDATECTL.
003450     READ BDATECTL
003460         AT END
003470             DISPLAY "ERRO: BDATECTL VAZIO"
003480             MOVE 8 TO RETURN-CODE
003490             PERFORM 9900-WRITE-RUN-END THRU 9900-EXIT
003500             STOP RUN
003510     END-READ.
003520     MOVE BDT-BUSINESS-DATE TO WS-CURRENT-DATE.
003530     CLOSE BDATECTL.
003540 1050-EXIT.
003550     EXIT.
003560******************************************************************
003570*    1060-CHECK-RUN-LEDGER - REFUSE TO START WHEN THIS STEP HAS
003580*                 ALREADY ENDED CLEANLY FOR THE BUSINESS DATE
003590*                 OR WHEN A REQUIRED PREDECESSOR HAS NOT, THEN
003600*                 APPEND THE START RECORD TO THE RUNLEDGR
003610*                 RUN-STEP LEDGER. A MISSING LEDGER IS AN
003620*                 EMPTY ONE.
003630******************************************************************
003640 1060-CHECK-RUN-LEDGER.
003650     PERFORM 1085-CHECK-MONTH-END THRU 1085-EXIT.
003660     OPEN INPUT RUNLEDGR.
003670     IF WS-RUNLEDGR-STATUS NOT = "00"
003680         AND WS-RUNLEDGR-STATUS NOT = "35"
003690         DISPLAY "ERRO AO ABRIR RUNLEDGR - STATUS "
003700             WS-RUNLEDGR-STATUS
003710         MOVE 8 TO RETURN-CODE
003720         STOP RUN
003730     END-IF.
003740     IF WS-RUNLEDGR-STATUS = "00"
003750         PERFORM 1070-READ-RUN-ENTRY THRU 1070-EXIT
003760             UNTIL WS-RUN-EOF
003770         CLOSE RUNLEDGR
003780     END-IF.
003790     IF WS-RUN-ALREADY-DONE
003800         DISPLAY "ERRO: " WS-RUN-PROGRAM " JA CONCLUIDO PARA "
003810             WS-CURRENT-DATE
003820         MOVE 8 TO RETURN-CODE
003830         STOP RUN
003840     END-IF.
003850     PERFORM 1080-CHECK-ONE-PREREQ THRU 1080-EXIT
003860         VARYING WS-RUN-IDX FROM 1 BY 1
003870         UNTIL WS-RUN-IDX > WS-RUN-PRQ-COUNT.
003880     IF WS-RUN-PREREQ-MISSING
003890         MOVE 8 TO RETURN-CODE
003900         STOP RUN
003910     END-IF.
003920     MOVE "I" TO WS-RUN-EVENT.
003930     MOVE ZERO TO WS-RUN-RC.
003940     PERFORM 1090-APPEND-RUN-ENTRY THRU 1090-EXIT.
003950     SET WS-RUN-STARTED TO TRUE.
003960 1060-EXIT.
003970     EXIT.
003980******************************************************************
003990*    1070-READ-RUN-ENTRY - ONLY AN END RECORD WITH RETURN CODE
004000*                 ZERO FOR THE BUSINESS DATE COUNTS AS A CLEAN
004010*                 COMPLETION
004020******************************************************************
004030 1070-READ-RUN-ENTRY.
004040     READ RUNLEDGR
004050         AT END
004060             SET WS-RUN-EOF TO TRUE
004070             GO TO 1070-EXIT
004080     END-READ.
004090     IF RUN-BUSINESS-DATE NOT = WS-CURRENT-DATE
004100         OR NOT RUN-EVENT-END
004110         OR RUN-RETURN-CODE NOT = ZERO
004120         GO TO 1070-EXIT
004130     END-IF.
004140     IF RUN-PROGRAM = WS-RUN-PROGRAM
004150         SET WS-RUN-ALREADY-DONE TO TRUE
004160     END-IF.
004170     PERFORM 1075-MARK-PREREQ THRU 1075-EXIT
004180         VARYING WS-RUN-IDX FROM 1 BY 1
004190         UNTIL WS-RUN-IDX > WS-RUN-PRQ-COUNT.
004200 1070-EXIT.
004210     EXIT.
004220******************************************************************
004230*    1075-MARK-PREREQ - FLAG A PREDECESSOR SEEN CLEAN
004240******************************************************************
004250 1075-MARK-PREREQ.
004260     IF WS-RUN-PRQ-PROGRAM(WS-RUN-IDX) = RUN-PROGRAM
004270         MOVE "Y" TO WS-RUN-PRQ-DONE(WS-RUN-IDX)
004280     END-IF.
004290 1075-EXIT.
004300     EXIT.
004310******************************************************************
004320*    1080-CHECK-ONE-PREREQ - NAME EVERY REQUIRED PREDECESSOR NOT
004330*                 YET ENDED CLEANLY FOR THE BUSINESS DATE
004340******************************************************************
004350 1080-CHECK-ONE-PREREQ.
004360     IF WS-RUN-PRQ-MONTH-END-ONLY(WS-RUN-IDX)
004370         AND NOT WS-RUN-MONTH-END
004380         GO TO 1080-EXIT
004390     END-IF.
004400     IF NOT WS-RUN-PRQ-CLEAN(WS-RUN-IDX)
004410         DISPLAY "ERRO: PREDECESSOR "
004420             WS-RUN-PRQ-PROGRAM(WS-RUN-IDX)
004430             " NAO CONCLUIDO PARA " WS-CURRENT-DATE
004440         SET WS-RUN-PREREQ-MISSING TO TRUE
004450     END-IF.
004460 1080-EXIT.
004470     EXIT.
004480******************************************************************
004490*    1085-CHECK-MONTH-END - THE MONTH-END STEPS ARE REQUIRED
004500*                 ONLY WHEN THE BUSINESS DATE IS THE LAST
004510*                 CALENDAR DAY OF ITS MONTH
004520******************************************************************
004530 1085-CHECK-MONTH-END.
004540     MOVE WS-CURRENT-DATE TO WS-RUN-DATE-N.
004550     MOVE WS-RUN-MTH-DAYS(WS-RUN-MONTH) TO WS-RUN-DAYS-IN-MONTH.
004560     IF WS-RUN-MONTH = 2
004570         DIVIDE WS-RUN-YEAR BY 4 GIVING WS-RUN-LEAP-QUOT
004580             REMAINDER WS-RUN-LEAP-REM
004590         IF WS-RUN-LEAP-REM = ZERO
004600             DIVIDE WS-RUN-YEAR BY 100 GIVING WS-RUN-LEAP-QUOT
004610                 REMAINDER WS-RUN-LEAP-REM
004620             IF WS-RUN-LEAP-REM NOT = ZERO
004630                 MOVE 29 TO WS-RUN-DAYS-IN-MONTH
004640             ELSE
004650                 DIVIDE WS-RUN-YEAR BY 400
004660                     GIVING WS-RUN-LEAP-QUOT
004670                     REMAINDER WS-RUN-LEAP-REM
004680                 IF WS-RUN-LEAP-REM = ZERO
004690                     MOVE 29 TO WS-RUN-DAYS-IN-MONTH
004700                 END-IF
004710             END-IF
004720         END-IF
004730     END-IF.
004740     IF WS-RUN-DAY = WS-RUN-DAYS-IN-MONTH
004750         SET WS-RUN-MONTH-END TO TRUE
004760     END-IF.
004770 1085-EXIT.
004780     EXIT.
004790******************************************************************
004800*    1090-APPEND-RUN-ENTRY - ADD ONE START OR END RECORD TO THE
004810*                 LEDGER, STAMPED WITH THE SYSTEM CLOCK
004820******************************************************************
004830 1090-APPEND-RUN-ENTRY.
004840     OPEN EXTEND RUNLEDGR.
004850     IF WS-RUNLEDGR-STATUS = "35"
004860         OPEN OUTPUT RUNLEDGR
004870     END-IF.
004880     IF WS-RUNLEDGR-STATUS NOT = "00"
004890         DISPLAY "ERRO AO GRAVAR RUNLEDGR - STATUS "
004900             WS-RUNLEDGR-STATUS
004910         MOVE 8 TO RETURN-CODE
004920         STOP RUN
004930     END-IF.
004940     ACCEPT WS-RUN-SYS-TIME FROM TIME.
004950     MOVE SPACES TO RUN-LEDGER-RECORD.
004960     MOVE WS-CURRENT-DATE TO RUN-BUSINESS-DATE.
004970     MOVE WS-RUN-PROGRAM TO RUN-PROGRAM.
004980     MOVE WS-RUN-EVENT TO RUN-EVENT.
004990     ACCEPT RUN-TS-DATE FROM DATE YYYYMMDD.
005000     MOVE WS-RUN-SYS-TIME(1:6) TO RUN-TS-TIME.
005010     MOVE WS-RUN-RC TO RUN-RETURN-CODE.
005020     MOVE WS-RUN-READ-COUNT TO RUN-COUNT-READ.
005030     MOVE WS-RUN-PROC-COUNT TO RUN-COUNT-PROCESSED.
005040     MOVE WS-RUN-EXC-COUNT TO RUN-COUNT-EXCEPTIONS.
005050     WRITE RUN-LEDGER-RECORD.
005060     CLOSE RUNLEDGR.
005070 1090-EXIT.
005080     EXIT.
005090******************************************************************
005100*    2000-PROCESS-GL-LINES - MAIN BUILD LOOP
005110******************************************************************
005120 2000-PROCESS-GL-LINES.
005130     PERFORM 2200-BUILD-JOURNAL-PAIR THRU 2200-EXIT.
005140     PERFORM 2100-READ-GL-LINE THRU 2100-EXIT.
005150 2000-EXIT.
005160     EXIT.
005170******************************************************************
005180*    2100-READ-GL-LINE
005190******************************************************************
005200 2100-READ-GL-LINE.
005210     READ GLEXTRACT
005220         AT END
005230             SET WS-EOF-YES TO TRUE
005240         NOT AT END
005250             ADD 1 TO WS-READ-COUNT
005260     END-READ.
005270 2100-EXIT.
005280     EXIT.
005290******************************************************************
005300*    2200-BUILD-JOURNAL-PAIR - EXPAND ONE GLEXTRACT LINE INTO
005310*                 ITS BALANCED DEBIT/CREDIT LEGS. THE PRIMARY
005320*                 LEG KEEPS THE EXTRACT'S OWN GL CODE; THE
005330*                 CONTRA GOES TO CASH, CLEARING, INTERBANK
005340*                 SUSPENSE, FEE INCOME OR INTEREST EXPENSE BY
005350*                 CODE. A NON-ZERO GL-FEE
005360*                 RAISES ITS OWN FEE-INCOME PAIR.
005370******************************************************************
005380 2200-BUILD-JOURNAL-PAIR.
005390     EVALUATE GL-ACCOUNT-CODE
005400         WHEN "400100"
005410         WHEN "400150"
005420         WHEN "400170"
005430             PERFORM 2300-PAIR-CUSTOMER-DEBIT THRU 2300-EXIT
005440         WHEN "200100"
005450         WHEN "200150"
005460         WHEN "200170"
005470             PERFORM 2400-PAIR-CUSTOMER-CREDIT THRU 2400-EXIT
005480         WHEN "400200"
005490             PERFORM 2500-PAIR-MONTHLY-FEE THRU 2500-EXIT
005500         WHEN "200200"
005510             PERFORM 2600-PAIR-INTEREST THRU 2600-EXIT
005520         WHEN "400110"
005530         WHEN "400160"
005540             PERFORM 2800-PAIR-DEBIT-REVERSAL THRU 2800-EXIT
005550         WHEN "200110"
005560         WHEN "200160"
005570             PERFORM 2900-PAIR-CREDIT-REVERSAL THRU 2900-EXIT
005580         WHEN "300171"
005590         WHEN "300172"
005600         WHEN "300181"
005610         WHEN "300182"
005620             PERFORM 2950-PAIR-FX-CONVERSION THRU 2950-EXIT
005630         WHEN "300191"
005640             PERFORM 2960-PAIR-IBK-SETTLEMENT THRU 2960-EXIT
005650         WHEN OTHER
005660             PERFORM 2700-WRITE-EXCEPTION THRU 2700-EXIT
005670     END-EVALUATE.
005680 2200-EXIT.
005690     EXIT.
005700******************************************************************
005710*    2300-PAIR-CUSTOMER-DEBIT - A SAQUE (400100), TRANSFER
005720*                 DEBIT LEG (400150) OR EXTERNAL PAYMENT (400170):
005730*                 DEBIT THE DEPOSITS CODE, CREDIT CASH, THE
005740*                 TRANSFER CLEARING ACCOUNT OR INTERBANK CLEARING
005750*                 SUSPENSE, AND RAISE THE FEE-INCOME PAIR FOR THE
005760*                 TAXA
005770******************************************************************
005780 2300-PAIR-CUSTOMER-DEBIT.
005790     MOVE "D" TO WS-JE-DR-CR.
005800     MOVE GL-ACCOUNT-CODE TO WS-JE-GL-CODE.
005810     MOVE GL-AMOUNT TO WS-JE-AMOUNT.
005820     PERFORM 3000-WRITE-JOURNAL-ENTRY THRU 3000-EXIT.
005830     MOVE "C" TO WS-JE-DR-CR.
005840     EVALUATE GL-ACCOUNT-CODE
005850         WHEN "400150"
005860             MOVE WS-GL-CODE-TRF-CLEAR TO WS-JE-GL-CODE
005870         WHEN "400170"
005880             MOVE WS-GL-CODE-IBK-SUSPENSE TO WS-JE-GL-CODE
005890         WHEN OTHER
005900             MOVE WS-GL-CODE-CASH TO WS-JE-GL-CODE
005910     END-EVALUATE.
005920     MOVE GL-AMOUNT TO WS-JE-AMOUNT.
005930     PERFORM 3000-WRITE-JOURNAL-ENTRY THRU 3000-EXIT.
005940     IF GL-FEE > ZERO
005950         MOVE "D" TO WS-JE-DR-CR
005960         MOVE GL-ACCOUNT-CODE TO WS-JE-GL-CODE
005970         MOVE GL-FEE TO WS-JE-AMOUNT
005980         PERFORM 3000-WRITE-JOURNAL-ENTRY THRU 3000-EXIT
005990         MOVE "C" TO WS-JE-DR-CR
006000         MOVE WS-GL-CODE-FEE-INCOME TO WS-JE-GL-CODE
006010         MOVE GL-FEE TO WS-JE-AMOUNT
006020         PERFORM 3000-WRITE-JOURNAL-ENTRY THRU 3000-EXIT
006030     END-IF.
006040 2300-EXIT.
006050     EXIT.
006060******************************************************************
006070*    2400-PAIR-CUSTOMER-CREDIT - A DEPOSITO (200100), TRANSFER
006080*                 CREDIT LEG (200150) OR RETURNED EXTERNAL
006090*                 PAYMENT (200170): DEBIT CASH, CLEARING OR
006100*                 INTERBANK SUSPENSE, CREDIT THE DEPOSITS CODE
006110******************************************************************
006120 2400-PAIR-CUSTOMER-CREDIT.
006130     MOVE "D" TO WS-JE-DR-CR.
006140     EVALUATE GL-ACCOUNT-CODE
006150         WHEN "200150"
006160             MOVE WS-GL-CODE-TRF-CLEAR TO WS-JE-GL-CODE
006170         WHEN "200170"
006180             MOVE WS-GL-CODE-IBK-SUSPENSE TO WS-JE-GL-CODE
006190         WHEN OTHER
006200             MOVE WS-GL-CODE-CASH TO WS-JE-GL-CODE
006210     END-EVALUATE.
006220     MOVE GL-AMOUNT TO WS-JE-AMOUNT.
006230     PERFORM 3000-WRITE-JOURNAL-ENTRY THRU 3000-EXIT.
006240     MOVE "C" TO WS-JE-DR-CR.
006250     MOVE GL-ACCOUNT-CODE TO WS-JE-GL-CODE.
006260     MOVE GL-AMOUNT TO WS-JE-AMOUNT.
006270     PERFORM 3000-WRITE-JOURNAL-ENTRY THRU 3000-EXIT.
006280 2400-EXIT.
006290     EXIT.
006300******************************************************************
006310*    2500-PAIR-MONTHLY-FEE - A MONTH-END MAINTENANCE FEE
006320*                 (400200): DEBIT THE DEPOSITS-FEE CODE, CREDIT
006330*                 MAINTENANCE FEE INCOME
006340******************************************************************
006350 2500-PAIR-MONTHLY-FEE.
006360     MOVE "D" TO WS-JE-DR-CR.
006370     MOVE GL-ACCOUNT-CODE TO WS-JE-GL-CODE.
006380     MOVE GL-AMOUNT TO WS-JE-AMOUNT.
006390     PERFORM 3000-WRITE-JOURNAL-ENTRY THRU 3000-EXIT.
006400     MOVE "C" TO WS-JE-DR-CR.
006410     MOVE WS-GL-CODE-MNT-INCOME TO WS-JE-GL-CODE.
006420     MOVE GL-AMOUNT TO WS-JE-AMOUNT.
006430     PERFORM 3000-WRITE-JOURNAL-ENTRY THRU 3000-EXIT.
006440 2500-EXIT.
006450     EXIT.
006460******************************************************************
006470*    2600-PAIR-INTEREST - A MONTH-END INTEREST CREDIT (200200):
006480*                 DEBIT INTEREST EXPENSE, CREDIT THE DEPOSITS-
006490*                 INTEREST CODE
006500******************************************************************
006510 2600-PAIR-INTEREST.
006520     MOVE "D" TO WS-JE-DR-CR.
006530     MOVE WS-GL-CODE-INT-EXPENSE TO WS-JE-GL-CODE.
006540     MOVE GL-AMOUNT TO WS-JE-AMOUNT.
006550     PERFORM 3000-WRITE-JOURNAL-ENTRY THRU 3000-EXIT.
006560     MOVE "C" TO WS-JE-DR-CR.
006570     MOVE GL-ACCOUNT-CODE TO WS-JE-GL-CODE.
006580     MOVE GL-AMOUNT TO WS-JE-AMOUNT.
006590     PERFORM 3000-WRITE-JOURNAL-ENTRY THRU 3000-EXIT.
006600 2600-EXIT.
006610     EXIT.
006620******************************************************************
006630*    2700-WRITE-EXCEPTION - AN UNRECOGNIZED GL CODE CANNOT BE
006640*                 PAIRED - REPORT IT AND FAIL THE RUN RATHER
006650*                 THAN RELEASE AN UNBALANCED OR SHORT JOURNAL
006660******************************************************************
006670 2700-WRITE-EXCEPTION.
006680     ADD 1 TO WS-EXCEPTION-COUNT.
006690     SET WS-BALANCE-BROKEN TO TRUE.
006700     MOVE GL-ACCOUNT-CODE TO WS-EX-GL-CODE.
006710     MOVE GL-ACCT-NUMBER TO WS-EX-ACCT.
006720     MOVE GL-AMOUNT TO WS-EX-AMOUNT.
006730     MOVE WS-EXCEPTION-LINE TO JRN-REPORT-LINE.
006740     WRITE JRN-REPORT-LINE.
006750 2700-EXIT.
006760     EXIT.
006770******************************************************************
006780*    2800-PAIR-DEBIT-REVERSAL - A SAQUE (400110) OR TRANSFER
006790*                 DEBIT LEG (400160) BEING UNDONE: DEBIT CASH OR
006800*                 THE TRANSFER CLEARING ACCOUNT, CREDIT THE
006810*                 REVERSAL CODE, AND TAKE THE REFUNDED TAXA BACK
006820*                 OUT OF FEE INCOME
006830******************************************************************
006840 2800-PAIR-DEBIT-REVERSAL.
006850     MOVE "D" TO WS-JE-DR-CR.
006860     IF GL-ACCOUNT-CODE = "400160"
006870         MOVE WS-GL-CODE-TRF-CLEAR TO WS-JE-GL-CODE
006880     ELSE
006890         MOVE WS-GL-CODE-CASH TO WS-JE-GL-CODE
006900     END-IF.
006910     MOVE GL-AMOUNT TO WS-JE-AMOUNT.
006920     PERFORM 3000-WRITE-JOURNAL-ENTRY THRU 3000-EXIT.
006930     MOVE "C" TO WS-JE-DR-CR.
006940     MOVE GL-ACCOUNT-CODE TO WS-JE-GL-CODE.
006950     MOVE GL-AMOUNT TO WS-JE-AMOUNT.
006960     PERFORM 3000-WRITE-JOURNAL-ENTRY THRU 3000-EXIT.
006970     IF GL-FEE > ZERO
006980         MOVE "D" TO WS-JE-DR-CR
006990         MOVE WS-GL-CODE-FEE-INCOME TO WS-JE-GL-CODE
007000         MOVE GL-FEE TO WS-JE-AMOUNT
007010         PERFORM 3000-WRITE-JOURNAL-ENTRY THRU 3000-EXIT
007020         MOVE "C" TO WS-JE-DR-CR
007030         MOVE GL-ACCOUNT-CODE TO WS-JE-GL-CODE
007040         MOVE GL-FEE TO WS-JE-AMOUNT
007050         PERFORM 3000-WRITE-JOURNAL-ENTRY THRU 3000-EXIT
007060     END-IF.
007070 2800-EXIT.
007080     EXIT.
007090******************************************************************
007100*    2900-PAIR-CREDIT-REVERSAL - A DEPOSITO (200110) OR TRANSFER
007110*                 CREDIT LEG (200160) BEING UNDONE: DEBIT THE
007120*                 REVERSAL CODE, CREDIT CASH OR CLEARING
007130******************************************************************
007140 2900-PAIR-CREDIT-REVERSAL.
007150     MOVE "D" TO WS-JE-DR-CR.
007160     MOVE GL-ACCOUNT-CODE TO WS-JE-GL-CODE.
007170     MOVE GL-AMOUNT TO WS-JE-AMOUNT.
007180     PERFORM 3000-WRITE-JOURNAL-ENTRY THRU 3000-EXIT.
007190     MOVE "C" TO WS-JE-DR-CR.
007200     IF GL-ACCOUNT-CODE = "200160"
007210         MOVE WS-GL-CODE-TRF-CLEAR TO WS-JE-GL-CODE
007220     ELSE
007230         MOVE WS-GL-CODE-CASH TO WS-JE-GL-CODE
007240     END-IF.
007250     MOVE GL-AMOUNT TO WS-JE-AMOUNT.
007260     PERFORM 3000-WRITE-JOURNAL-ENTRY THRU 3000-EXIT.
007270 2900-EXIT.
007280     EXIT.
007290******************************************************************
007300*    2950-PAIR-FX-CONVERSION - ONE SIDE OF A CROSS-CURRENCY
007310*                 TRANSFER'S CONVERSION, IN THAT SIDE'S CURRENCY.
007320*                 THE DEBITED CURRENCY (300171) LEAVES TRANSFER
007330*                 CLEARING FOR THE FX POSITION; THE CREDITED
007340*                 CURRENCY (300172) COMES FROM THE FX POSITION
007350*                 INTO CLEARING. THE REVERSAL CODES RUN THE SAME
007360*                 MOVEMENTS THE OTHER WAY.
007370******************************************************************
007380 2950-PAIR-FX-CONVERSION.
007390     IF GL-ACCOUNT-CODE = "300171" OR GL-ACCOUNT-CODE = "300182"
007400         MOVE "D" TO WS-JE-DR-CR
007410         MOVE WS-GL-CODE-TRF-CLEAR TO WS-JE-GL-CODE
007420         MOVE GL-AMOUNT TO WS-JE-AMOUNT
007430         PERFORM 3000-WRITE-JOURNAL-ENTRY THRU 3000-EXIT
007440         MOVE "C" TO WS-JE-DR-CR
007450         MOVE WS-GL-CODE-FX-POSITION TO WS-JE-GL-CODE
007460         MOVE GL-AMOUNT TO WS-JE-AMOUNT
007470         PERFORM 3000-WRITE-JOURNAL-ENTRY THRU 3000-EXIT
007480     ELSE
007490         MOVE "D" TO WS-JE-DR-CR
007500         MOVE WS-GL-CODE-FX-POSITION TO WS-JE-GL-CODE
007510         MOVE GL-AMOUNT TO WS-JE-AMOUNT
007520         PERFORM 3000-WRITE-JOURNAL-ENTRY THRU 3000-EXIT
007530         MOVE "C" TO WS-JE-DR-CR
007540         MOVE WS-GL-CODE-TRF-CLEAR TO WS-JE-GL-CODE
007550         MOVE GL-AMOUNT TO WS-JE-AMOUNT
007560         PERFORM 3000-WRITE-JOURNAL-ENTRY THRU 3000-EXIT
007570     END-IF.
007580 2950-EXIT.
007590     EXIT.
007600******************************************************************
007610*    2960-PAIR-IBK-SETTLEMENT - THE CLEARING HOUSE SETTLED AN
007620*                 EXTERNAL PAYMENT (300191): DEBIT INTERBANK
007630*                 CLEARING SUSPENSE, CREDIT INTERBANK SETTLEMENT.
007640*                 THE CUSTOMER WAS DEBITED WHEN THE PAYMENT
007650*                 POSTED.
007660******************************************************************
007670 2960-PAIR-IBK-SETTLEMENT.
007680     MOVE "D" TO WS-JE-DR-CR.
007690     MOVE WS-GL-CODE-IBK-SUSPENSE TO WS-JE-GL-CODE.
007700     MOVE GL-AMOUNT TO WS-JE-AMOUNT.
007710     PERFORM 3000-WRITE-JOURNAL-ENTRY THRU 3000-EXIT.
007720     MOVE "C" TO WS-JE-DR-CR.
007730     MOVE WS-GL-CODE-IBK-SETTLE TO WS-JE-GL-CODE.
007740     MOVE GL-AMOUNT TO WS-JE-AMOUNT.
007750     PERFORM 3000-WRITE-JOURNAL-ENTRY THRU 3000-EXIT.
007760 2960-EXIT.
007770     EXIT.
007780******************************************************************
007790*    3000-WRITE-JOURNAL-ENTRY - APPEND ONE DEBIT OR CREDIT LEG
007800*                 AND ROLL THE PROOF AND TRAILER CONTROLS, IN
007810*                 TOTAL AND FOR THE LEG'S CURRENCY
007820******************************************************************
007830 3000-WRITE-JOURNAL-ENTRY.
007840     MOVE SPACES TO JRN-RECORD.
007850     MOVE "2" TO JRN-REC-TYPE.
007860     MOVE WS-JE-DR-CR TO JRN-DR-CR.
007870     MOVE WS-JE-GL-CODE TO JRN-GL-CODE.
007880     MOVE GL-ACCT-NUMBER TO JRN-ACCT-NUMBER.
007890     MOVE WS-JE-AMOUNT TO JRN-AMOUNT.
007900     MOVE GL-POSTING-DATE TO JRN-POSTING-DATE.
007910     MOVE GL-REFERENCE TO JRN-REFERENCE.
007920     MOVE GL-ORIG-REFERENCE TO JRN-ORIG-REFERENCE.
007930     MOVE GL-CURRENCY-CODE TO JRN-CURRENCY-CODE.
007940     ADD 1 TO WS-DETAIL-COUNT.
007950     ADD WS-JE-AMOUNT TO WS-HASH-TOTAL.
007960     IF JRN-DEBIT
007970         ADD WS-JE-AMOUNT TO WS-TOTAL-DEBITS
007980     ELSE
007990         ADD WS-JE-AMOUNT TO WS-TOTAL-CREDITS
008000     END-IF.
008010     PERFORM 3100-ROLL-CURRENCY-PROOF THRU 3100-EXIT.
008020     WRITE JRN-RECORD.
008030 3000-EXIT.
008040     EXIT.
008050******************************************************************
008060*    3100-ROLL-CURRENCY-PROOF - FIND OR ADD THE LEG'S CURRENCY IN
008070*                 THE PROOF TABLE AND ADD THE LEG TO ITS DEBITS OR
008080*                 CREDITS. A CURRENCY THAT DOES NOT FIT IN THE
008090*                 TABLE CANNOT BE PROVED AND HOLDS THE FILE BACK.
008100******************************************************************
008110 3100-ROLL-CURRENCY-PROOF.
008120     SET WS-CURR-ENTRY-NOT-FOUND TO TRUE.
008130     PERFORM 3110-TEST-CURRENCY-ENTRY THRU 3110-EXIT
008140         VARYING WS-CURR-IDX FROM 1 BY 1
008150         UNTIL WS-CURR-IDX > WS-CURR-COUNT
008160         OR WS-CURR-ENTRY-FOUND.
008170     IF WS-CURR-ENTRY-FOUND
008180*        THE VARYING INCREMENT RUNS BEFORE THE EXIT TEST, SO THE
008190*        INDEX SITS ONE PAST THE MATCHED ENTRY - STEP BACK
008200         SET WS-CURR-IDX DOWN BY 1
008210     ELSE
008220         IF WS-CURR-COUNT < 20
008230             ADD 1 TO WS-CURR-COUNT
008240             SET WS-CURR-IDX TO WS-CURR-COUNT
008250             MOVE JRN-CURRENCY-CODE TO WS-CURR-CODE(WS-CURR-IDX)
008260             MOVE ZERO TO WS-CURR-DEBITS(WS-CURR-IDX)
008270                 WS-CURR-CREDITS(WS-CURR-IDX)
008280         ELSE
008290             DISPLAY "ERRO: TABELA DE MOEDAS CHEIA - MOEDA "
008300                 JRN-CURRENCY-CODE
008310             SET WS-CURR-PROOF-BROKEN TO TRUE
008320             SET WS-BALANCE-BROKEN TO TRUE
008330             GO TO 3100-EXIT
008340         END-IF
008350     END-IF.
008360     IF JRN-DEBIT
008370         ADD WS-JE-AMOUNT TO WS-CURR-DEBITS(WS-CURR-IDX)
008380     ELSE
008390         ADD WS-JE-AMOUNT TO WS-CURR-CREDITS(WS-CURR-IDX)
008400     END-IF.
008410 3100-EXIT.
008420     EXIT.
008430******************************************************************
008440*    3110-TEST-CURRENCY-ENTRY - TEST ONE PROOF TABLE ENTRY
008450******************************************************************
008460 3110-TEST-CURRENCY-ENTRY.
008470     IF WS-CURR-CODE(WS-CURR-IDX) = JRN-CURRENCY-CODE
008480         SET WS-CURR-ENTRY-FOUND TO TRUE
008490     END-IF.
008500 3110-EXIT.
008510     EXIT.
008520******************************************************************
008530*    9000-TERMINATE - WRITE THE TRAILER, PROVE DEBITS EQUAL
008540*                 CREDITS, WRITE THE RUN SUMMARY AND SET RETURN
008550*                 CODE 8 ON ANY IMBALANCE OR EXCEPTION
008560******************************************************************
008570 9000-TERMINATE.
008580     MOVE SPACES TO JRN-RECORD.
008590     MOVE "9" TO JRN-REC-TYPE.
008600     MOVE WS-DETAIL-COUNT TO JRN-TRL-REC-COUNT.
008610     MOVE WS-HASH-TOTAL TO JRN-TRL-HASH-TOTAL.
008620     WRITE JRN-RECORD.
008630     IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
008640         SET WS-BALANCE-BROKEN TO TRUE
008650     END-IF.
008660     MOVE WS-RULE-LINE TO JRN-REPORT-LINE.
008670     WRITE JRN-REPORT-LINE.
008680     MOVE "LINHAS GLEXTRACT LIDAS:      " TO WS-CL-LABEL.
008690     MOVE WS-READ-COUNT TO WS-CL-COUNT.
008700     MOVE WS-COUNT-LINE TO JRN-REPORT-LINE.
008710     WRITE JRN-REPORT-LINE.
008720     MOVE "LANCAMENTOS GRAVADOS:        " TO WS-CL-LABEL.
008730     MOVE WS-DETAIL-COUNT TO WS-CL-COUNT.
008740     MOVE WS-COUNT-LINE TO JRN-REPORT-LINE.
008750     WRITE JRN-REPORT-LINE.
008760     MOVE "EXCECOES:                    " TO WS-CL-LABEL.
008770     MOVE WS-EXCEPTION-COUNT TO WS-CL-COUNT.
008780     MOVE WS-COUNT-LINE TO JRN-REPORT-LINE.
008790     WRITE JRN-REPORT-LINE.
008800     MOVE "TOTAL DEBITOS:               " TO WS-AL-LABEL.
008810     MOVE WS-TOTAL-DEBITS TO WS-AL-AMOUNT.
008820     MOVE WS-AMOUNT-LINE TO JRN-REPORT-LINE.
008830     WRITE JRN-REPORT-LINE.
008840     MOVE "TOTAL CREDITOS:              " TO WS-AL-LABEL.
008850     MOVE WS-TOTAL-CREDITS TO WS-AL-AMOUNT.
008860     MOVE WS-AMOUNT-LINE TO JRN-REPORT-LINE.
008870     WRITE JRN-REPORT-LINE.
008880     PERFORM 9100-WRITE-CURRENCY-PROOF THRU 9100-EXIT
008890         VARYING WS-CURR-IDX FROM 1 BY 1
008900         UNTIL WS-CURR-IDX > WS-CURR-COUNT.
008910     IF WS-TOTAL-DEBITS = WS-TOTAL-CREDITS
008920         AND WS-CURR-PROOF-OK
008930         MOVE "OK" TO WS-PL-RESULT
008940     ELSE
008950         MOVE "DIVERGENTE" TO WS-PL-RESULT
008960     END-IF.
008970*    AN EXCEPTION ALSO HOLDS THE FILE BACK - ITS GL LINE NEVER
008980*    MADE IT INTO THE JOURNAL, SO THE NIGHT CANNOT RELEASE
008990     IF WS-BALANCE-BROKEN
009000         MOVE 8 TO RETURN-CODE
009010         DISPLAY "ERRO: DIARIO NAO LIBERADO - VERIFICAR JRNRPT"
009020     END-IF.
009030     MOVE WS-PROOF-LINE TO JRN-REPORT-LINE.
009040     WRITE JRN-REPORT-LINE.
009050     CLOSE GLEXTRACT.
009060     CLOSE JRNFILE.
009070     CLOSE JRNRPT.
009080 9000-EXIT.
009090     EXIT.
009100******************************************************************
009110*    9100-WRITE-CURRENCY-PROOF - ONE PROOF LINE PER CURRENCY. A
009120*                 CURRENCY WHOSE DEBITS AND CREDITS DIFFER HOLDS
009130*                 THE FILE BACK EVEN WHEN THE TOTALS AGREE.
009140******************************************************************
009150 9100-WRITE-CURRENCY-PROOF.
009160     MOVE WS-CURR-CODE(WS-CURR-IDX) TO WS-CP-CURRENCY.
009170     MOVE WS-CURR-DEBITS(WS-CURR-IDX) TO WS-CP-DEBITS.
009180     MOVE WS-CURR-CREDITS(WS-CURR-IDX) TO WS-CP-CREDITS.
009190     IF WS-CURR-DEBITS(WS-CURR-IDX) =
009200         WS-CURR-CREDITS(WS-CURR-IDX)
009210         MOVE "OK" TO WS-CP-RESULT
009220     ELSE
009230         MOVE "DIVERGENTE" TO WS-CP-RESULT
009240         SET WS-CURR-PROOF-BROKEN TO TRUE
009250         SET WS-BALANCE-BROKEN TO TRUE
009260     END-IF.
009270     MOVE WS-CURR-PROOF-LINE TO JRN-REPORT-LINE.
009280     WRITE JRN-REPORT-LINE.
009290 9100-EXIT.
009300     EXIT.
009310******************************************************************
009320*    9900-WRITE-RUN-END - CLOSE THIS STEP'S LEDGER ENTRY WITH
009330*                 ITS RETURN CODE AND KEY COUNTS.
009340*                 PERFORMED AHEAD OF EVERY STOP RUN ONCE THE
009350*                 START RECORD IS ON THE LEDGER.
009360******************************************************************
009370 9900-WRITE-RUN-END.
009380     IF WS-RUN-NOT-STARTED
009390         GO TO 9900-EXIT
009400     END-IF.
009410     SET WS-RUN-NOT-STARTED TO TRUE.
009420     MOVE "F" TO WS-RUN-EVENT.
009430     MOVE RETURN-CODE TO WS-RUN-RC.
009440     MOVE WS-READ-COUNT TO WS-RUN-READ-COUNT.
009450     MOVE WS-DETAIL-COUNT TO WS-RUN-PROC-COUNT.
009460     MOVE WS-EXCEPTION-COUNT TO WS-RUN-EXC-COUNT.
009470     PERFORM 1090-APPEND-RUN-ENTRY THRU 1090-EXIT.
009480 9900-EXIT.
009490     EXIT.
009500
009510 END PROGRAM VLD-GL-JRN.
