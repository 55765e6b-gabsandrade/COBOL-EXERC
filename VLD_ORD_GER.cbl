000570*                     TABLE LOOKUP OR FLOOD THE CATCH-UP LOOP
000580*                     WITH DECADES OF OCCURRENCES. FAILURES TAKE
000590*                     THE EXISTING "Ordem invalida." PATH.
000600*   15/10/2026  GA    EACH RUN IS NOW RECORDED ON THE RUNLEDGR
000610*                     RUN-STEP LEDGER WITH A START RECORD AND AN
000620*                     END RECORD CARRYING THE RETURN CODE AND KEY
000630*                     COUNTS. A RUN FOR A BUSINESS DATE THE STEP
000640*                     HAS ALREADY ENDED CLEANLY IS REFUSED WITH
000650*                     RETURN CODE 8.
000660******************************************************************
000670 IDENTIFICATION DIVISION.
000680 PROGRAM-ID. VLD-ORD-GER.
000690 AUTHOR. GABRIELLY ANDRADE.
000700 INSTALLATION. RETAIL BANKING SYSTEMS.
000710 DATE-WRITTEN. 02/09/2026.
000720 DATE-COMPILED. 02/09/2026.
000730******************************************************************
000740 ENVIRONMENT DIVISION.
000750 INPUT-OUTPUT SECTION.
000760 FILE-CONTROL.
000770     SELECT STORDIN ASSIGN TO STORDIN
000780         ORGANIZATION IS LINE SEQUENTIAL.
000790
000800     SELECT STORDOUT ASSIGN TO STORDOUT
000810         ORGANIZATION IS LINE SEQUENTIAL.
000820
000830     SELECT ORDTRAN ASSIGN TO ORDTRAN
000840         ORGANIZATION IS LINE SEQUENTIAL.
000850
000860     SELECT ORDRPT ASSIGN TO ORDRPT
000870         ORGANIZATION IS LINE SEQUENTIAL.
000880
000890     SELECT BDATECTL ASSIGN TO BDATECTL
000900         ORGANIZATION IS LINE SEQUENTIAL.
000910     SELECT RUNLEDGR ASSIGN TO RUNLEDGR
000920         ORGANIZATION IS LINE SEQUENTIAL
000930         FILE STATUS IS WS-RUNLEDGR-STATUS.
000940******************************************************************
000950 DATA DIVISION.
000960 FILE SECTION.
000970 FD  STORDIN
000980     LABEL RECORDS ARE STANDARD.
000990     COPY ORDREC.
001000
001010 FD  STORDOUT
001020     LABEL RECORDS ARE STANDARD.
001030 01  STORDOUT-RECORD         PIC X(52).
001040
001050 FD  ORDTRAN
001060     LABEL RECORDS ARE STANDARD.
001070     COPY TRANREC.
001080
001090 FD  ORDRPT
001100     LABEL RECORDS ARE STANDARD.
001110 01  ORD-REPORT-LINE         PIC X(80).
001120
001130 FD  BDATECTL
001140     LABEL RECORDS ARE STANDARD.
001150     COPY BDTREC.
001160
001170 FD  RUNLEDGR
001180     LABEL RECORDS ARE STANDARD.
001190     COPY RUNREC.
001200
001210 WORKING-STORAGE SECTION.
001220 77  WS-EOF-SWITCH           PIC X(01) VALUE "N".
001230     88  WS-EOF-YES                    VALUE "Y".
001240     88  WS-EOF-NO                     VALUE "N".
001250
001260 77  WS-CURRENT-DATE         PIC 9(08) VALUE ZERO.
001270
001280 77  WS-GENERATED-COUNT      PIC 9(09) COMP VALUE ZERO.
001290 77  WS-SKIPPED-COUNT        PIC 9(09) COMP VALUE ZERO.
001300 77  WS-EXPIRED-COUNT        PIC 9(09) COMP VALUE ZERO.
001310 77  WS-INVALID-COUNT        PIC 9(09) COMP VALUE ZERO.
001320
001330 77  WS-DETAIL-COUNT         PIC 9(09) COMP VALUE ZERO.
001340 77  WS-HASH-TOTAL           PIC 9(13)V99 VALUE ZERO.
001350
001360 77  WS-OUTCOME-MSG          PIC X(30) VALUE SPACES.
001370
001380 77  WS-DATE-EDIT-SWITCH     PIC X(01) VALUE "Y".
001390     88  WS-DATE-VALID                  VALUE "Y".
001400     88  WS-DATE-INVALID                VALUE "N".
001410
001420 01  WS-REFERENCE-WORK.
001430     05  WS-REF-SOURCE       PIC X(01) VALUE "O".
001440     05  WS-REF-DATE         PIC 9(08) VALUE ZERO.
001450     05  WS-REF-SEQ          PIC 9(05) VALUE ZERO.
001460
001470 77  WS-DAYS-IN-MONTH        PIC 9(02) VALUE ZERO.
001480
001490 77  WS-MONTH-END-SWITCH     PIC X(01) VALUE "N".
001500     88  WS-AT-MONTH-END-YES            VALUE "Y".
001510     88  WS-AT-MONTH-END-NO             VALUE "N".
001520 77  WS-LEAP-QUOT            PIC 9(04) COMP VALUE ZERO.
001530 77  WS-LEAP-REM             PIC 9(04) COMP VALUE ZERO.
001540
001550 01  WS-WORK-DATE.
001560     05  WS-WD-YEAR          PIC 9(04).
001570     05  WS-WD-MONTH         PIC 9(02).
001580     05  WS-WD-DAY           PIC 9(02).
001590 01  WS-WORK-DATE-N REDEFINES WS-WORK-DATE
001600                             PIC 9(08).
001610
001620 01  WS-MONTH-TABLE.
001630     05  FILLER              PIC X(24) VALUE
001640         "312831303130313130313031".
001650 01  WS-MONTH-DAYS REDEFINES WS-MONTH-TABLE.
001660     05  WS-MTH-DAYS         OCCURS 12 TIMES PIC 9(02).
001670
001680 01  WS-TITLE-LINE.
001690     05  FILLER              PIC X(43) VALUE
001700         "GERACAO DE ORDENS PERMANENTES - VLD-ORD-GER".
001710
001720 01  WS-RULE-LINE.
001730     05  FILLER              PIC X(60) VALUE ALL "-".
001740
001750 01  WS-DETAIL-LINE.
001760     05  WS-DL-ACCT          PIC 9(10).
001770     05  FILLER              PIC X(02) VALUE SPACES.
001780     05  WS-DL-TYPE          PIC X(01).
001790     05  FILLER              PIC X(02) VALUE SPACES.
001800     05  WS-DL-AMOUNT        PIC Z(10)ZZ9.99.
001810     05  FILLER              PIC X(02) VALUE SPACES.
001820     05  WS-DL-DUE-DATE      PIC 9(08).
001830     05  FILLER              PIC X(02) VALUE SPACES.
001840     05  WS-DL-MSG           PIC X(30).
001850
001860 01  WS-GENERATED-LINE.
001870     05  FILLER              PIC X(29) VALUE
001880         "ORDENS GERADAS:              ".
001890     05  WS-SL-GENERATED     PIC ZZZ,ZZZ,ZZ9.
001900
001910 01  WS-SKIPPED-LINE.
001920     05  FILLER              PIC X(29) VALUE
001930         "ORDENS NAO VENCIDAS:         ".
001940     05  WS-SL-SKIPPED       PIC ZZZ,ZZZ,ZZ9.
001950
001960 01  WS-EXPIRED-LINE.
001970     05  FILLER              PIC X(29) VALUE
001980         "ORDENS EXPIRADAS:            ".
001990     05  WS-SL-EXPIRED       PIC ZZZ,ZZZ,ZZ9.
002000
002010 01  WS-INVALID-LINE.
002020     05  FILLER              PIC X(29) VALUE
002030         "ORDENS INVALIDAS:            ".
002040     05  WS-SL-INVALID       PIC ZZZ,ZZZ,ZZ9.
002050*
002060*    RUN-STEP LEDGER CONTROL
002070*
002080 77  WS-RUNLEDGR-STATUS      PIC X(02) VALUE "00".
002090 77  WS-RUN-PROGRAM          PIC X(12) VALUE "VLD-ORD-GER".
002100 77  WS-RUN-EVENT            PIC X(01) VALUE SPACE.
002110 77  WS-RUN-RC               PIC 9(04) VALUE ZERO.
002120 77  WS-RUN-READ-COUNT       PIC 9(09) VALUE ZERO.
002130 77  WS-RUN-PROC-COUNT       PIC 9(09) VALUE ZERO.
002140 77  WS-RUN-EXC-COUNT        PIC 9(09) VALUE ZERO.
002150 77  WS-RUN-SYS-TIME         PIC 9(08) VALUE ZERO.
002160
002170 77  WS-RUN-STARTED-SWITCH   PIC X(01) VALUE "N".
002180     88  WS-RUN-STARTED                VALUE "Y".
002190     88  WS-RUN-NOT-STARTED            VALUE "N".
002200
002210 77  WS-RUN-DONE-SWITCH      PIC X(01) VALUE "N".
002220     88  WS-RUN-ALREADY-DONE           VALUE "Y".
002230
002240 77  WS-RUN-EOF-SWITCH       PIC X(01) VALUE "N".
002250     88  WS-RUN-EOF                    VALUE "Y".
002260     88  WS-RUN-NOT-EOF                VALUE "N".
002270******************************************************************
002280 PROCEDURE DIVISION.
002290******************************************************************
002300*    0000-MAINLINE
002310******************************************************************
002320 0000-MAINLINE.
002330     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002340     PERFORM 2000-PROCESS-ORDERS THRU 2000-EXIT
002350         UNTIL WS-EOF-YES.
002360     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002370     PERFORM 9900-WRITE-RUN-END THRU 9900-EXIT
002380     STOP RUN.
002390******************************************************************
002400*    1000-INITIALIZE - OPEN FILES, WRITE THE REPORT TITLE AND
002410*                      THE TRANSACTION FILE HEADER, PRIME READ
002420******************************************************************
002430 1000-INITIALIZE.
002440     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT.
002450     PERFORM 1060-CHECK-RUN-LEDGER THRU 1060-EXIT.
002460     OPEN INPUT STORDIN.
002470     OPEN OUTPUT STORDOUT.
002480     OPEN OUTPUT ORDTRAN.
002490     OPEN OUTPUT ORDRPT.
002500     MOVE WS-CURRENT-DATE TO WS-REF-DATE.
002510     MOVE WS-TITLE-LINE TO ORD-REPORT-LINE.
002520     WRITE ORD-REPORT-LINE.
002530     MOVE WS-RULE-LINE TO ORD-REPORT-LINE.
002540     WRITE ORD-REPORT-LINE.
002550     PERFORM 3000-WRITE-HEADER THRU 3000-EXIT.
002560     PERFORM 2100-READ-ORDER THRU 2100-EXIT.
002570 1000-EXIT.
002580     EXIT.
002590******************************************************************
002600*    1050-READ-BUSINESS-DATE - THE BUSINESS DATE COMES FROM THE
002610*                 BDATECTL CONTROL RECORD, NOT THE SYSTEM CLOCK,
002620*                 SO A LATE OR RERUN JOB STILL WORKS THE RIGHT
002630*                 BUSINESS DAY. ONLY THE VLD-DIA-FCH END-OF-DAY
002640*                 CLOSE ADVANCES IT.
002650******************************************************************
002660 1050-READ-BUSINESS-DATE.
002670     OPEN INPUT BDATECTL.
002680     READ BDATECTL
002690         AT END
002700             DISPLAY "ERRO: BDATECTL VAZIO"
002710             MOVE 8 TO RETURN-CODE
002720             PERFORM 9900-WRITE-RUN-END THRU 9900-EXIT
002730             STOP RUN
002740     END-READ.
002750     MOVE BDT-BUSINESS-DATE TO WS-CURRENT-DATE.
002760     CLOSE BDATECTL.
002770 1050-EXIT.
002780     EXIT.
002790******************************************************************
002800*    1060-CHECK-RUN-LEDGER - REFUSE TO START WHEN THIS STEP HAS
002810*                 ALREADY ENDED CLEANLY FOR THE BUSINESS DATE
002820*                 OR WHEN A REQUIRED PREDECESSOR HAS NOT, THEN
002830*                 APPEND THE START RECORD TO THE RUNLEDGR
002840*                 RUN-STEP LEDGER. A MISSING LEDGER IS AN
002850*                 EMPTY ONE.
002860******************************************************************
002870 1060-CHECK-RUN-LEDGER.
002880     OPEN INPUT RUNLEDGR.
002890     IF WS-RUNLEDGR-STATUS NOT = "00"
002900         AND WS-RUNLEDGR-STATUS NOT = "35"
002910         DISPLAY "ERRO AO ABRIR RUNLEDGR - STATUS "
002920             WS-RUNLEDGR-STATUS
002930         MOVE 8 TO RETURN-CODE
002940         STOP RUN
002950     END-IF.
002960     IF WS-RUNLEDGR-STATUS = "00"
002970         PERFORM 1070-READ-RUN-ENTRY THRU 1070-EXIT
002980             UNTIL WS-RUN-EOF
002990         CLOSE RUNLEDGR
003000     END-IF.
003010     IF WS-RUN-ALREADY-DONE
003020         DISPLAY "ERRO: " WS-RUN-PROGRAM " JA CONCLUIDO PARA "
003030             WS-CURRENT-DATE
003040         MOVE 8 TO RETURN-CODE
003050         STOP RUN
003060     END-IF.
003070     MOVE "I" TO WS-RUN-EVENT.
003080     MOVE ZERO TO WS-RUN-RC.
003090     PERFORM 1090-APPEND-RUN-ENTRY THRU 1090-EXIT.
003100     SET WS-RUN-STARTED TO TRUE.
003110 1060-EXIT.
003120     EXIT.
003130******************************************************************
003140*    1070-READ-RUN-ENTRY - ONLY AN END RECORD WITH RETURN CODE
003150*                 ZERO FOR THE BUSINESS DATE COUNTS AS A CLEAN
003160*                 COMPLETION
003170******************************************************************
003180 1070-READ-RUN-ENTRY.
003190     READ RUNLEDGR
003200         AT END
003210             SET WS-RUN-EOF TO TRUE
003220             GO TO 1070-EXIT
003230     END-READ.
003240     IF RUN-BUSINESS-DATE NOT = WS-CURRENT-DATE
003250         OR NOT RUN-EVENT-END
003260         OR RUN-RETURN-CODE NOT = ZERO
003270         GO TO 1070-EXIT
003280     END-IF.
003290     IF RUN-PROGRAM = WS-RUN-PROGRAM
003300         SET WS-RUN-ALREADY-DONE TO TRUE
003310     END-IF.
003320 1070-EXIT.
003330     EXIT.
003340******************************************************************
003350*    1090-APPEND-RUN-ENTRY - ADD ONE START OR END RECORD TO THE
003360*                 LEDGER, STAMPED WITH THE SYSTEM CLOCK
003370******************************************************************
003380 1090-APPEND-RUN-ENTRY.
003390     OPEN EXTEND RUNLEDGR.
003400     IF WS-RUNLEDGR-STATUS = "35"
003410         OPEN OUTPUT RUNLEDGR
003420     END-IF.
003430     IF WS-RUNLEDGR-STATUS NOT = "00"
003440         DISPLAY "ERRO AO GRAVAR RUNLEDGR - STATUS "
003450             WS-RUNLEDGR-STATUS
003460         MOVE 8 TO RETURN-CODE
003470         STOP RUN
003480     END-IF.
003490     ACCEPT WS-RUN-SYS-TIME FROM TIME.
003500     MOVE SPACES TO RUN-LEDGER-RECORD.
003510     MOVE WS-CURRENT-DATE TO RUN-BUSINESS-DATE.
003520     MOVE WS-RUN-PROGRAM TO RUN-PROGRAM.
003530     MOVE WS-RUN-EVENT TO RUN-EVENT.
003540     ACCEPT RUN-TS-DATE FROM DATE YYYYMMDD.
003550     MOVE WS-RUN-SYS-TIME(1:6) TO RUN-TS-TIME.
003560     MOVE WS-RUN-RC TO RUN-RETURN-CODE.
003570     MOVE WS-RUN-READ-COUNT TO RUN-COUNT-READ.
003580     MOVE WS-RUN-PROC-COUNT TO RUN-COUNT-PROCESSED.
003590     MOVE WS-RUN-EXC-COUNT TO RUN-COUNT-EXCEPTIONS.
003600     WRITE RUN-LEDGER-RECORD.
003610     CLOSE RUNLEDGR.
003620 1090-EXIT.
003630     EXIT.
003640******************************************************************
003650*    2000-PROCESS-ORDERS - MAIN GENERATION LOOP
003660******************************************************************
003670 2000-PROCESS-ORDERS.
003680     PERFORM 2200-PROCESS-ONE-ORDER THRU 2200-EXIT.
003690     PERFORM 2100-READ-ORDER THRU 2100-EXIT.
003700 2000-EXIT.
003710     EXIT.
003720******************************************************************
003730*    2100-READ-ORDER
003740******************************************************************
003750 2100-READ-ORDER.
003760     READ STORDIN
003770         AT END
003780             SET WS-EOF-YES TO TRUE
003790     END-READ.
003800 2100-EXIT.
003810     EXIT.
003820******************************************************************
003830*    2200-PROCESS-ONE-ORDER - ROUTE ONE INSTRUCTION: INVALID AND
003840*                 NOT-YET-DUE INSTRUCTIONS ARE CARRIED FORWARD
003850*                 UNCHANGED, AN INSTRUCTION PAST ITS END DATE IS
003860*                 DROPPED, AND A DUE INSTRUCTION GENERATES ONE
003870*                 TRANSACTION DETAIL AND ADVANCES ITS DUE DATE.
003880******************************************************************
003890 2200-PROCESS-ONE-ORDER.
003900     MOVE SPACES TO WS-OUTCOME-MSG.
003910     PERFORM 2250-EDIT-ORDER-DATES THRU 2250-EXIT.
003920     IF NOT ORD-TYPE-VALID OR NOT ORD-FREQ-VALID
003930         OR ORD-AMOUNT = ZERO
003940         OR WS-DATE-INVALID
003950         MOVE "Ordem invalida." TO WS-OUTCOME-MSG
003960         ADD 1 TO WS-INVALID-COUNT
003970         PERFORM 2500-COPY-ORDER THRU 2500-EXIT
003980         GO TO 2200-REPORT
003990     END-IF.
004000     IF ORD-END-DATE > ZERO
004010         AND ORD-NEXT-DUE-DATE > ORD-END-DATE
004020         MOVE "Ordem expirada." TO WS-OUTCOME-MSG
004030         ADD 1 TO WS-EXPIRED-COUNT
004040         GO TO 2200-REPORT
004050     END-IF.
004060     IF ORD-NEXT-DUE-DATE > WS-CURRENT-DATE
004070         MOVE "Ordem nao vencida." TO WS-OUTCOME-MSG
004080         ADD 1 TO WS-SKIPPED-COUNT
004090         PERFORM 2500-COPY-ORDER THRU 2500-EXIT
004100         GO TO 2200-REPORT
004110     END-IF.
004120*    CATCH UP EVERY OCCURRENCE MISSED DURING AN OUTAGE - KEEP
004130*    GENERATING AND ADVANCING UNTIL THE INSTRUCTION IS AHEAD OF
004140*    THE RUN DATE OR PAST ITS END DATE
004150     PERFORM 2350-GENERATE-AND-ADVANCE THRU 2350-EXIT
004160         UNTIL ORD-NEXT-DUE-DATE > WS-CURRENT-DATE
004170         OR (ORD-END-DATE > ZERO
004180             AND ORD-NEXT-DUE-DATE > ORD-END-DATE).
004190     MOVE "Ordem gerada." TO WS-OUTCOME-MSG.
004200     ADD 1 TO WS-GENERATED-COUNT.
004210     PERFORM 2500-COPY-ORDER THRU 2500-EXIT.
004220 2200-REPORT.
004230     PERFORM 2600-WRITE-REPORT-LINE THRU 2600-EXIT.
004240 2200-EXIT.
004250     EXIT.
004260******************************************************************
004270*    2250-EDIT-ORDER-DATES - A FAT-FINGERED DUE OR END DATE MUST
004280*                 NOT REACH THE CATCH-UP LOOP: A NON-NUMERIC OR
004290*                 MONTH-00 DATE WOULD SUBSCRIPT THE MONTH TABLE
004300*                 OUT OF RANGE, AND AN ANCIENT YEAR WOULD GENERATE
004310*                 ONE DEBIT PER MISSED OCCURRENCE SINCE THEN. BOTH
004320*                 DATES MUST BE NUMERIC WITH MONTH 01-12, DAY
004330*                 01-31 AND YEAR 2000 ONWARD (THE END DATE ONLY
004340*                 WHEN NON-ZERO). FAILURES TAKE THE NORMAL
004350*                 "Ordem invalida." PATH.
004360******************************************************************
004370 2250-EDIT-ORDER-DATES.
004380     SET WS-DATE-VALID TO TRUE.
004390     IF ORD-NEXT-DUE-DATE IS NOT NUMERIC
004400         SET WS-DATE-INVALID TO TRUE
004410         GO TO 2250-EXIT
004420     END-IF.
004430     MOVE ORD-NEXT-DUE-DATE TO WS-WORK-DATE-N.
004440     PERFORM 2260-EDIT-WORK-DATE THRU 2260-EXIT.
004450     IF WS-DATE-INVALID
004460         GO TO 2250-EXIT
004470     END-IF.
004480     IF ORD-END-DATE IS NOT NUMERIC
004490         SET WS-DATE-INVALID TO TRUE
004500         GO TO 2250-EXIT
004510     END-IF.
004520     IF ORD-END-DATE = ZERO
004530         GO TO 2250-EXIT
004540     END-IF.
004550     MOVE ORD-END-DATE TO WS-WORK-DATE-N.
004560     PERFORM 2260-EDIT-WORK-DATE THRU 2260-EXIT.
004570 2250-EXIT.
004580     EXIT.
004590******************************************************************
004600*    2260-EDIT-WORK-DATE - RANGE-CHECK THE DATE IN WS-WORK-DATE
004610******************************************************************
004620 2260-EDIT-WORK-DATE.
004630     IF WS-WD-MONTH < 1 OR WS-WD-MONTH > 12
004640         OR WS-WD-DAY < 1 OR WS-WD-DAY > 31
004650         OR WS-WD-YEAR < 2000
004660         SET WS-DATE-INVALID TO TRUE
004670     END-IF.
004680 2260-EXIT.
004690     EXIT.
004700******************************************************************
004710*    2300-GENERATE-DETAIL - WRITE ONE TRAN-RECORD DETAIL AND
004720*                           ACCUMULATE THE TRAILER CONTROLS
004730******************************************************************
004740 2300-GENERATE-DETAIL.
004750     MOVE SPACES TO TRAN-RECORD.
004760     MOVE "2" TO TRAN-REC-TYPE.
004770     MOVE ORD-TRAN-TYPE TO TRAN-TYPE.
004780     MOVE ORD-ACCT-NUMBER TO TRAN-ACCT-NUMBER.
004790     MOVE ORD-AMOUNT TO TRAN-AMOUNT.
004800     MOVE ORD-CREDIT-ACCT TO TRAN-CREDIT-ACCT.
004810     ADD 1 TO WS-REF-SEQ.
004820     MOVE WS-REFERENCE-WORK TO TRAN-REFERENCE.
004830     ADD 1 TO WS-DETAIL-COUNT.
004840     ADD ORD-AMOUNT TO WS-HASH-TOTAL.
004850     WRITE TRAN-RECORD.
004860 2300-EXIT.
004870     EXIT.
004880******************************************************************
004890*    2350-GENERATE-AND-ADVANCE - ONE OCCURRENCE: WRITE THE DETAIL
004900*                                AND STEP THE NEXT-DUE DATE
004910******************************************************************
004920 2350-GENERATE-AND-ADVANCE.
004930     PERFORM 2300-GENERATE-DETAIL THRU 2300-EXIT.
004940     PERFORM 2400-ADVANCE-DUE-DATE THRU 2400-EXIT.
004950 2350-EXIT.
004960     EXIT.
004970******************************************************************
004980*    2400-ADVANCE-DUE-DATE - STEP THE NEXT-DUE DATE FORWARD BY
004990*                            THE INSTRUCTION'S FREQUENCY
005000******************************************************************
005010 2400-ADVANCE-DUE-DATE.
005020     MOVE ORD-NEXT-DUE-DATE TO WS-WORK-DATE-N.
005030     EVALUATE TRUE
005040         WHEN ORD-FREQ-DAILY
005050             PERFORM 6000-ADD-ONE-DAY THRU 6000-EXIT
005060         WHEN ORD-FREQ-WEEKLY
005070             PERFORM 6000-ADD-ONE-DAY THRU 6000-EXIT 7 TIMES
005080         WHEN ORD-FREQ-MONTHLY
005090             PERFORM 6100-ADD-ONE-MONTH THRU 6100-EXIT
005100     END-EVALUATE.
005110     MOVE WS-WORK-DATE-N TO ORD-NEXT-DUE-DATE.
005120 2400-EXIT.
005130     EXIT.
005140******************************************************************
005150*    2500-COPY-ORDER - CARRY THE INSTRUCTION TO THE UPDATED FILE
005160******************************************************************
005170 2500-COPY-ORDER.
005180     MOVE ORD-RECORD TO STORDOUT-RECORD.
005190     WRITE STORDOUT-RECORD.
005200 2500-EXIT.
005210     EXIT.
005220******************************************************************
005230*    2600-WRITE-REPORT-LINE - ONE REPORT LINE PER INSTRUCTION
005240******************************************************************
005250 2600-WRITE-REPORT-LINE.
005260     MOVE ORD-ACCT-NUMBER TO WS-DL-ACCT.
005270     MOVE ORD-TRAN-TYPE TO WS-DL-TYPE.
005280     MOVE ORD-AMOUNT TO WS-DL-AMOUNT.
005290     MOVE ORD-NEXT-DUE-DATE TO WS-DL-DUE-DATE.
005300     MOVE WS-OUTCOME-MSG TO WS-DL-MSG.
005310     MOVE WS-DETAIL-LINE TO ORD-REPORT-LINE.
005320     WRITE ORD-REPORT-LINE.
005330 2600-EXIT.
005340     EXIT.
005350******************************************************************
005360*    3000-WRITE-HEADER - FRAME THE GENERATED FILE WITH A HEADER
005370*                        CARRYING THE RUN DATE AND SOURCE
005380******************************************************************
005390 3000-WRITE-HEADER.
005400     MOVE SPACES TO TRAN-RECORD.
005410     MOVE "1" TO TRAN-REC-TYPE.
005420     MOVE WS-CURRENT-DATE TO TRAN-HDR-FILE-DATE.
005430     MOVE "ORDENS" TO TRAN-HDR-SOURCE.
005440     WRITE TRAN-RECORD.
005450 3000-EXIT.
005460     EXIT.
005470******************************************************************
005480*    4000-WRITE-TRAILER - CLOSE THE FRAME WITH THE DETAIL COUNT
005490*                 AND AMOUNT HASH SO THE POSTER'S TRAILER
005500*                 VERIFICATION ACCEPTS THE FILE UNMODIFIED
005510******************************************************************
005520 4000-WRITE-TRAILER.
005530     MOVE SPACES TO TRAN-RECORD.
005540     MOVE "9" TO TRAN-REC-TYPE.
005550     MOVE WS-DETAIL-COUNT TO TRAN-TRL-REC-COUNT.
005560     MOVE WS-HASH-TOTAL TO TRAN-TRL-HASH-TOTAL.
005570     WRITE TRAN-RECORD.
005580 4000-EXIT.
005590     EXIT.
005600******************************************************************
005610*    6000-ADD-ONE-DAY - STEP WS-WORK-DATE FORWARD ONE CALENDAR
005620*                       DAY, ROLLING MONTH AND YEAR AS NEEDED
005630******************************************************************
005640 6000-ADD-ONE-DAY.
005650     PERFORM 6200-SET-DAYS-IN-MONTH THRU 6200-EXIT.
005660     ADD 1 TO WS-WD-DAY.
005670     IF WS-WD-DAY > WS-DAYS-IN-MONTH
005680         MOVE 1 TO WS-WD-DAY
005690         ADD 1 TO WS-WD-MONTH
005700         IF WS-WD-MONTH > 12
005710             MOVE 1 TO WS-WD-MONTH
005720             ADD 1 TO WS-WD-YEAR
005730         END-IF
005740     END-IF.
005750 6000-EXIT.
005760     EXIT.
005770******************************************************************
005780*    6100-ADD-ONE-MONTH - STEP WS-WORK-DATE FORWARD ONE MONTH.
005790*                 A DAY SITTING AT THE OUTGOING MONTH'S END LANDS
005800*                 ON THE NEW MONTH'S END, SO A DAY-31 INSTRUCTION
005810*                 COMES BACK TO 31 AFTER FEBRUARY INSTEAD OF
005820*                 STICKING AT 28; A MID-MONTH DAY IS KEPT AND ONLY
005830*                 CLAMPED WHEN THE NEW MONTH IS SHORTER.
005840******************************************************************
005850 6100-ADD-ONE-MONTH.
005860     PERFORM 6200-SET-DAYS-IN-MONTH THRU 6200-EXIT.
005870     IF WS-WD-DAY = WS-DAYS-IN-MONTH
005880         SET WS-AT-MONTH-END-YES TO TRUE
005890     ELSE
005900         SET WS-AT-MONTH-END-NO TO TRUE
005910     END-IF.
005920     ADD 1 TO WS-WD-MONTH.
005930     IF WS-WD-MONTH > 12
005940         MOVE 1 TO WS-WD-MONTH
005950         ADD 1 TO WS-WD-YEAR
005960     END-IF.
005970     PERFORM 6200-SET-DAYS-IN-MONTH THRU 6200-EXIT.
005980     IF WS-AT-MONTH-END-YES
005990         MOVE WS-DAYS-IN-MONTH TO WS-WD-DAY
006000     ELSE
006010         IF WS-WD-DAY > WS-DAYS-IN-MONTH
006020             MOVE WS-DAYS-IN-MONTH TO WS-WD-DAY
006030         END-IF
006040     END-IF.
006050 6100-EXIT.
006060     EXIT.
006070******************************************************************
006080*    6200-SET-DAYS-IN-MONTH - LENGTH OF THE WORK DATE'S MONTH,
006090*                             WITH THE FEBRUARY LEAP-YEAR RULE
006100******************************************************************
006110 6200-SET-DAYS-IN-MONTH.
006120     MOVE WS-MTH-DAYS(WS-WD-MONTH) TO WS-DAYS-IN-MONTH.
006130     IF WS-WD-MONTH = 2
006140         DIVIDE WS-WD-YEAR BY 4 GIVING WS-LEAP-QUOT
006150             REMAINDER WS-LEAP-REM
006160         IF WS-LEAP-REM = ZERO
006170             DIVIDE WS-WD-YEAR BY 100 GIVING WS-LEAP-QUOT
006180                 REMAINDER WS-LEAP-REM
006190             IF WS-LEAP-REM NOT = ZERO
006200                 MOVE 29 TO WS-DAYS-IN-MONTH
006210             ELSE
006220                 DIVIDE WS-WD-YEAR BY 400 GIVING WS-LEAP-QUOT
006230                     REMAINDER WS-LEAP-REM
006240                 IF WS-LEAP-REM = ZERO
006250                     MOVE 29 TO WS-DAYS-IN-MONTH
006260                 END-IF
006270             END-IF
006280         END-IF
006290     END-IF.
006300 6200-EXIT.
006310     EXIT.
006320******************************************************************
006330*    9000-TERMINATE - WRITE THE TRAILER AND THE RUN SUMMARY,
006340*                     CLOSE FILES
006350******************************************************************
006360 9000-TERMINATE.
006370     PERFORM 4000-WRITE-TRAILER THRU 4000-EXIT.
006380     MOVE WS-RULE-LINE TO ORD-REPORT-LINE.
006390     WRITE ORD-REPORT-LINE.
006400     MOVE WS-GENERATED-COUNT TO WS-SL-GENERATED.
006410     MOVE WS-GENERATED-LINE TO ORD-REPORT-LINE.
006420     WRITE ORD-REPORT-LINE.
006430     MOVE WS-SKIPPED-COUNT TO WS-SL-SKIPPED.
006440     MOVE WS-SKIPPED-LINE TO ORD-REPORT-LINE.
006450     WRITE ORD-REPORT-LINE.
006460     MOVE WS-EXPIRED-COUNT TO WS-SL-EXPIRED.
006470     MOVE WS-EXPIRED-LINE TO ORD-REPORT-LINE.
006480     WRITE ORD-REPORT-LINE.
006490     MOVE WS-INVALID-COUNT TO WS-SL-INVALID.
006500     MOVE WS-INVALID-LINE TO ORD-REPORT-LINE.
006510     WRITE ORD-REPORT-LINE.
006520     CLOSE STORDIN.
006530     CLOSE STORDOUT.
006540     CLOSE ORDTRAN.
006550     CLOSE ORDRPT.
006560 9000-EXIT.
006570     EXIT.
006580******************************************************************
006590*    9900-WRITE-RUN-END - CLOSE THIS STEP'S LEDGER ENTRY WITH
006600*                 ITS RETURN CODE AND KEY COUNTS.
006610*                 PERFORMED AHEAD OF EVERY STOP RUN ONCE THE
006620*                 START RECORD IS ON THE LEDGER.
006630******************************************************************
006640 9900-WRITE-RUN-END.
006650     IF WS-RUN-NOT-STARTED
006660         GO TO 9900-EXIT
006670     END-IF.
006680     SET WS-RUN-NOT-STARTED TO TRUE.
006690     MOVE "F" TO WS-RUN-EVENT.
006700     MOVE RETURN-CODE TO WS-RUN-RC.
006710     COMPUTE WS-RUN-READ-COUNT = WS-GENERATED-COUNT
006720         + WS-SKIPPED-COUNT + WS-EXPIRED-COUNT
006730         + WS-INVALID-COUNT.
006740     MOVE WS-GENERATED-COUNT TO WS-RUN-PROC-COUNT.
006750     MOVE WS-INVALID-COUNT TO WS-RUN-EXC-COUNT.
006760     PERFORM 1090-APPEND-RUN-ENTRY THRU 1090-EXIT.
006770 9900-EXIT.
006780     EXIT.
006790
006800 END PROGRAM VLD-ORD-GER.
