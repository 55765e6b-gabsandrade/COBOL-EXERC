000010******************************************************************
000020* PROGRAM-ID:   VLD-CMP-ESP
000030* AUTHOR:       GABRIELLY ANDRADE
000040* INSTALLATION: RETAIL BANKING SYSTEMS
000050* DATE-WRITTEN: 15/10/2026
000060* DATE-COMPILED:
000070* PURPOSE:      DAILY LARGE-CASH AND STRUCTURING DETECTION FOR
000080*               COMPLIANCE. READS THE BUSINESS DAY'S AUDITLOG
000090*               ENTRIES AND KEEPS ONLY SUCCESSFUL CASH SAQUE AND
000100*               DEPOSITO (TRANSFERS AND REVERSALS ARE NOT CASH).
000110*               EACH ONE IS JOINED THROUGH ACCTMSTR'S
000120*               ACCT-CUSTOMER-ID TO CUSTMSTR AND ADDED TO ITS
000130*               CUSTOMER'S CASH FOR THE DAY IN THE ACCOUNT'S
000140*               CURRENCY, ACROSS ALL OF THE CUSTOMER'S ACCOUNTS.
000150*               AN ACCOUNT NOT LINKED TO A CUSTOMER STANDS AS
000160*               ITS OWN PARTY. THE CSHLIMIT FILE GIVES EACH
000170*               CURRENCY ITS THRESHOLD:
000180*                 CSHOUT    - EVERY CUSTOMER-DAY WHOSE CASH IN
000190*                             AND OUT CAME TO MORE THAN THE
000200*                             THRESHOLD.
000210*                 STRWATCH  - EVERY CUSTOMER WITH A CASH
000220*                             TRANSACTION JUST BELOW THE
000230*                             THRESHOLD TODAY AND ENOUGH OF THEM
000240*                             WITHIN THE CURRENCY'S ROLLING
000250*                             WINDOW OF DAYS.
000260*               BOTH CARRY THE TRANSACTION REFERENCES. THE
000270*               NEAR-THRESHOLD TRANSACTIONS ARE KEPT ON THE
000280*               CMPHIST ROLLING HISTORY, REWRITTEN EACH RUN, SO
000290*               THE WINDOW WORKS ACROSS NIGHTS AND ACROSS
000300*               VLD-AUD-ARQ ROLLOVERS. A RERUN FOR THE SAME
000310*               BUSINESS DAY REPLACES THAT DAY'S HISTORY RATHER
000320*               THAN ADDING TO IT. THE RUN MUST COME BEFORE THE
000330*               NIGHT'S VLD-AUD-ARQ ROLLOVER, WHILE THE DAY'S
000340*               ENTRIES ARE STILL ON THE LIVE LOG. A SUMMARY
000350*               GOES TO CMPRPT.
000360* TECTONICS:    COBC
000370*----------------------------------------------------------------
000380* MODIFICATION HISTORY
000390*   DATE        INIT  DESCRIPTION
000400*   15/10/2026  GA    INITIAL VERSION - REPORTABLE CASH AND
000410*                     STRUCTURING WATCH LIST.
000420*   15/10/2026  GA    EACH RUN IS NOW RECORDED ON THE RUNLEDGR
000430*                     RUN-STEP LEDGER WITH A START RECORD AND AN
000440*                     END RECORD CARRYING THE RETURN CODE AND KEY
000450*                     COUNTS. A RUN FOR A BUSINESS DATE THE STEP
000460*                     HAS ALREADY ENDED CLEANLY IS REFUSED WITH
000470*                     RETURN CODE 8, AS IS ONE STARTED BEFORE
000480*                     VLD-SAQ-BANC HAS ENDED CLEANLY FOR THE DATE.
000490******************************************************************
000500 IDENTIFICATION DIVISION.
000510 PROGRAM-ID. VLD-CMP-ESP.
000520 AUTHOR. GABRIELLY ANDRADE.
000530 INSTALLATION. RETAIL BANKING SYSTEMS.
000540 DATE-WRITTEN. 15/10/2026.
000550 DATE-COMPILED. 15/10/2026.
000560******************************************************************
000570 ENVIRONMENT DIVISION.
000580 INPUT-OUTPUT SECTION.
000590 FILE-CONTROL.
000600     SELECT AUDITLOG ASSIGN TO AUDITLOG
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-AUDITLOG-STATUS.
000630
000640     SELECT ACCTMSTR ASSIGN TO ACCTMSTR
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS DYNAMIC
000670         RECORD KEY IS ACCT-NUMBER
000680         FILE STATUS IS WS-ACCTMSTR-STATUS.
000690
000700     SELECT CUSTMSTR ASSIGN TO CUSTMSTR
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS DYNAMIC
000730         RECORD KEY IS CUST-ID
000740         FILE STATUS IS WS-CUSTMSTR-STATUS.
000750
000760     SELECT CSHLIMIT ASSIGN TO CSHLIMIT
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-CSHLIMIT-STATUS.
000790
000800     SELECT CMPHIST ASSIGN TO CMPHIST
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS WS-CMPHIST-STATUS.
000830
000840     SELECT CSHOUT ASSIGN TO CSHOUT
000850         ORGANIZATION IS LINE SEQUENTIAL.
000860
000870     SELECT STRWATCH ASSIGN TO STRWATCH
000880         ORGANIZATION IS LINE SEQUENTIAL.
000890
000900     SELECT CMPRPT ASSIGN TO CMPRPT
000910         ORGANIZATION IS LINE SEQUENTIAL.
000920
000930     SELECT BDATECTL ASSIGN TO BDATECTL
000940         ORGANIZATION IS LINE SEQUENTIAL.
000950     SELECT RUNLEDGR ASSIGN TO RUNLEDGR
000960         ORGANIZATION IS LINE SEQUENTIAL
000970         FILE STATUS IS WS-RUNLEDGR-STATUS.
000980******************************************************************
000990 DATA DIVISION.
001000 FILE SECTION.
001010 FD  AUDITLOG
001020     LABEL RECORDS ARE STANDARD.
001030     COPY AUDREC.
001040
001050 FD  ACCTMSTR
001060     LABEL RECORDS ARE STANDARD.
001070     COPY ACCTREC.
001080
001090 FD  CUSTMSTR
001100     LABEL RECORDS ARE STANDARD.
001110     COPY CUSTREC.
001120
001130 FD  CSHLIMIT
001140     LABEL RECORDS ARE STANDARD.
001150     COPY CTHREC.
001160
001170 FD  CMPHIST
001180     LABEL RECORDS ARE STANDARD.
001190     COPY CHSREC.
001200
001210 FD  CSHOUT
001220     LABEL RECORDS ARE STANDARD.
001230     COPY CSHREC.
001240
001250 FD  STRWATCH
001260     LABEL RECORDS ARE STANDARD.
001270     COPY STRREC.
001280
001290 FD  CMPRPT
001300     LABEL RECORDS ARE STANDARD.
001310 01  CMP-REPORT-LINE         PIC X(80).
001320
001330 FD  BDATECTL
001340     LABEL RECORDS ARE STANDARD.
001350     COPY BDTREC.
001360
001370 FD  RUNLEDGR
001380     LABEL RECORDS ARE STANDARD.
001390     COPY RUNREC.
001400
001410 WORKING-STORAGE SECTION.
001420 77  WS-EOF-SWITCH           PIC X(01) VALUE "N".
001430     88  WS-EOF-YES                    VALUE "Y".
001440     88  WS-EOF-NO                     VALUE "N".
001450
001460 77  WS-CTH-EOF-SWITCH       PIC X(01) VALUE "N".
001470     88  WS-CTH-EOF-YES                VALUE "Y".
001480     88  WS-CTH-EOF-NO                 VALUE "N".
001490
001500 77  WS-CHS-EOF-SWITCH       PIC X(01) VALUE "N".
001510     88  WS-CHS-EOF-YES                VALUE "Y".
001520     88  WS-CHS-EOF-NO                 VALUE "N".
001530
001540 77  WS-CTH-FOUND-SWITCH     PIC X(01) VALUE "N".
001550     88  WS-CTH-FOUND                   VALUE "Y".
001560     88  WS-CTH-NOT-FOUND               VALUE "N".
001570
001580 77  WS-DAY-FOUND-SWITCH     PIC X(01) VALUE "N".
001590     88  WS-DAY-ENTRY-FOUND             VALUE "Y".
001600     88  WS-DAY-ENTRY-NOT-FOUND         VALUE "N".
001610
001620 77  WS-AUDITLOG-STATUS      PIC X(02) VALUE "00".
001630 77  WS-ACCTMSTR-STATUS      PIC X(02) VALUE "00".
001640 77  WS-CUSTMSTR-STATUS      PIC X(02) VALUE "00".
001650 77  WS-CSHLIMIT-STATUS      PIC X(02) VALUE "00".
001660 77  WS-CMPHIST-STATUS       PIC X(02) VALUE "00".
001670
001680 77  WS-CURRENT-DATE         PIC 9(08) VALUE ZERO.
001690 77  WS-DAYS-TO-GO           PIC 9(03) VALUE ZERO.
001700 77  WS-DAYS-IN-MONTH        PIC 9(02) VALUE ZERO.
001710 77  WS-LEAP-QUOT            PIC 9(04) COMP VALUE ZERO.
001720 77  WS-LEAP-REM             PIC 9(04) COMP VALUE ZERO.
001730
001740 77  WS-READ-COUNT           PIC 9(09) COMP VALUE ZERO.
001750 77  WS-CASH-COUNT           PIC 9(09) COMP VALUE ZERO.
001760 77  WS-NO-ACCOUNT-COUNT     PIC 9(09) COMP VALUE ZERO.
001770 77  WS-NO-LIMIT-COUNT       PIC 9(09) COMP VALUE ZERO.
001780 77  WS-NEAR-COUNT           PIC 9(09) COMP VALUE ZERO.
001790 77  WS-REPORTABLE-COUNT     PIC 9(09) COMP VALUE ZERO.
001800 77  WS-WATCH-COUNT          PIC 9(09) COMP VALUE ZERO.
001810 77  WS-HIST-KEPT-COUNT      PIC 9(09) COMP VALUE ZERO.
001820
001830 77  WS-PARTY-CUSTOMER       PIC 9(08) VALUE ZERO.
001840 77  WS-PARTY-ACCT           PIC 9(10) VALUE ZERO.
001850 77  WS-PARTY-NAME           PIC X(30) VALUE SPACES.
001860 77  WS-PARTY-CURRENCY       PIC X(03) VALUE SPACES.
001870
001880 77  WS-WINDOW-COUNT         PIC 9(05) VALUE ZERO.
001890 77  WS-WINDOW-TOTAL         PIC 9(13)V99 VALUE ZERO.
001900 77  WS-WINDOW-FROM          PIC 9(08) VALUE ZERO.
001910
001920 77  WS-CTH-COUNT            PIC 9(03) COMP VALUE ZERO.
001930 77  WS-DAY-COUNT            PIC 9(05) COMP VALUE ZERO.
001940 77  WS-HIST-COUNT           PIC 9(05) COMP VALUE ZERO.
001950 77  WS-REF-SUB              PIC 9(03) COMP VALUE ZERO.
001960
001970 01  WS-WORK-DATE.
001980     05  WS-WD-YEAR          PIC 9(04).
001990     05  WS-WD-MONTH         PIC 9(02).
002000     05  WS-WD-DAY           PIC 9(02).
002010 01  WS-WORK-DATE-N REDEFINES WS-WORK-DATE
002020                             PIC 9(08).
002030
002040 01  WS-MONTH-TABLE.
002050     05  FILLER              PIC X(24) VALUE
002060         "312831303130313130313031".
002070 01  WS-MONTH-DAYS REDEFINES WS-MONTH-TABLE.
002080     05  WS-MTH-DAYS         OCCURS 12 TIMES PIC 9(02).
002090
002100 01  WS-CTH-TABLE.
002110     05  WS-CTH-ENTRY        OCCURS 20 TIMES
002120                             INDEXED BY WS-CTH-IDX.
002130         10  WS-CTH-CURRENCY         PIC X(03).
002140         10  WS-CTH-THRESHOLD        PIC 9(12)V99.
002150         10  WS-CTH-NEAR-FLOOR       PIC 9(12)V99.
002160         10  WS-CTH-MIN-COUNT        PIC 9(03).
002170         10  WS-CTH-WINDOW-FROM      PIC 9(08).
002180
002190*    ONE ENTRY PER PARTY AND CURRENCY WITH CASH TODAY
002200 01  WS-DAY-TABLE.
002210     05  WS-DAY-ENTRY        OCCURS 2000 TIMES
002220                             INDEXED BY WS-DAY-IDX.
002230         10  WS-DAY-CUSTOMER         PIC 9(08).
002240         10  WS-DAY-ACCT             PIC 9(10).
002250         10  WS-DAY-CURRENCY         PIC X(03).
002260         10  WS-DAY-NAME             PIC X(30).
002270         10  WS-DAY-CTH-SUB          PIC 9(03) COMP.
002280         10  WS-DAY-CASH-IN          PIC 9(13)V99.
002290         10  WS-DAY-CASH-OUT         PIC 9(13)V99.
002300         10  WS-DAY-TRAN-COUNT       PIC 9(05).
002310         10  WS-DAY-NEAR-COUNT       PIC 9(05).
002320         10  WS-DAY-REF-COUNT        PIC 9(02).
002330         10  WS-DAY-REFERENCE        PIC X(14) OCCURS 10 TIMES.
002340
002350*    THE NEAR-THRESHOLD TRANSACTIONS STILL INSIDE THEIR WINDOW
002360 01  WS-HIST-TABLE.
002370     05  WS-HIST-ENTRY       OCCURS 5000 TIMES
002380                             INDEXED BY WS-HIST-IDX.
002390         10  WS-HIST-DATE            PIC 9(08).
002400         10  WS-HIST-CUSTOMER        PIC 9(08).
002410         10  WS-HIST-ACCT            PIC 9(10).
002420         10  WS-HIST-CURRENCY        PIC X(03).
002430         10  WS-HIST-TRAN-TYPE       PIC X(01).
002440         10  WS-HIST-AMOUNT          PIC 9(12)V99.
002450         10  WS-HIST-REFERENCE       PIC X(14).
002460
002470 01  WS-TITLE-LINE.
002480     05  FILLER              PIC X(49) VALUE
002490         "RELATORIO DE ESPECIE E ESTRUTURACAO - VLD-CMP-ESP".
002500
002510 01  WS-DATE-LINE.
002520     05  FILLER              PIC X(15) VALUE "DATA CONTABIL: ".
002530     05  WS-DL-DATE          PIC 9(08).
002540
002550 01  WS-RULE-LINE.
002560     05  FILLER              PIC X(78) VALUE ALL "-".
002570
002580 01  WS-REPORTABLE-LINE.
002590     05  FILLER              PIC X(11) VALUE "REPORTAVEL ".
002600     05  WS-RL-CUSTOMER      PIC 9(08).
002610     05  FILLER              PIC X(01) VALUE SPACE.
002620     05  WS-RL-ACCT          PIC 9(10).
002630     05  FILLER              PIC X(01) VALUE SPACE.
002640     05  WS-RL-CURRENCY      PIC X(03).
002650     05  FILLER              PIC X(01) VALUE SPACE.
002660     05  WS-RL-TOTAL         PIC Z(12)9.99.
002670     05  FILLER              PIC X(01) VALUE SPACE.
002680     05  WS-RL-COUNT         PIC ZZZZ9.
002690     05  FILLER              PIC X(01) VALUE SPACE.
002700     05  WS-RL-NAME          PIC X(20).
002710
002720 01  WS-WATCH-LINE.
002730     05  FILLER              PIC X(11) VALUE "ESTRUTURA  ".
002740     05  WS-WL-CUSTOMER      PIC 9(08).
002750     05  FILLER              PIC X(01) VALUE SPACE.
002760     05  WS-WL-ACCT          PIC 9(10).
002770     05  FILLER              PIC X(01) VALUE SPACE.
002780     05  WS-WL-CURRENCY      PIC X(03).
002790     05  FILLER              PIC X(01) VALUE SPACE.
002800     05  WS-WL-TOTAL         PIC Z(12)9.99.
002810     05  FILLER              PIC X(01) VALUE SPACE.
002820     05  WS-WL-COUNT         PIC ZZZZ9.
002830     05  FILLER              PIC X(07) VALUE " DESDE ".
002840     05  WS-WL-FROM          PIC 9(08).
002850
002860 01  WS-COUNT-LINE.
002870     05  WS-CL-LABEL         PIC X(29).
002880     05  WS-CL-COUNT         PIC ZZZ,ZZZ,ZZ9.
002890*
002900*    RUN-STEP LEDGER CONTROL
002910*
002920 77  WS-RUNLEDGR-STATUS      PIC X(02) VALUE "00".
002930 77  WS-RUN-PROGRAM          PIC X(12) VALUE "VLD-CMP-ESP".
002940 77  WS-RUN-EVENT            PIC X(01) VALUE SPACE.
002950 77  WS-RUN-RC               PIC 9(04) VALUE ZERO.
002960 77  WS-RUN-READ-COUNT       PIC 9(09) VALUE ZERO.
002970 77  WS-RUN-PROC-COUNT       PIC 9(09) VALUE ZERO.
002980 77  WS-RUN-EXC-COUNT        PIC 9(09) VALUE ZERO.
002990 77  WS-RUN-SYS-TIME         PIC 9(08) VALUE ZERO.
003000
003010 77  WS-RUN-STARTED-SWITCH   PIC X(01) VALUE "N".
003020     88  WS-RUN-STARTED                VALUE "Y".
003030     88  WS-RUN-NOT-STARTED            VALUE "N".
003040
003050 77  WS-RUN-DONE-SWITCH      PIC X(01) VALUE "N".
003060     88  WS-RUN-ALREADY-DONE           VALUE "Y".
003070
003080 77  WS-RUN-EOF-SWITCH       PIC X(01) VALUE "N".
003090     88  WS-RUN-EOF                    VALUE "Y".
003100     88  WS-RUN-NOT-EOF                VALUE "N".
003110
003120 77  WS-RUN-PREREQ-SWITCH    PIC X(01) VALUE "N".
003130     88  WS-RUN-PREREQ-MISSING         VALUE "Y".
003140
003150 77  WS-RUN-PRQ-COUNT        PIC 9(02) COMP VALUE 1.
003160
003170*    PREDECESSORS THAT MUST HAVE ENDED CLEANLY FOR THE SAME
003180*    BUSINESS DATE - PROGRAM, WHEN REQUIRED (D = EVERY DAY,
003190*    M = LAST DAY OF THE MONTH ONLY) AND THE FOUND FLAG
003200 01  WS-RUN-PRQ-VALUES.
003210     05  FILLER              PIC X(14) VALUE
003220         "VLD-SAQ-BANCDN".
003230 01  WS-RUN-PRQ-TABLE REDEFINES WS-RUN-PRQ-VALUES.
003240     05  WS-RUN-PRQ-ENTRY    OCCURS 1 TIMES
003250                             INDEXED BY WS-RUN-IDX.
003260         10  WS-RUN-PRQ-PROGRAM      PIC X(12).
003270         10  WS-RUN-PRQ-WHEN         PIC X(01).
003280             88  WS-RUN-PRQ-MONTH-END-ONLY     VALUE "M".
003290         10  WS-RUN-PRQ-DONE         PIC X(01).
003300             88  WS-RUN-PRQ-CLEAN              VALUE "Y".
003310******************************************************************
003320 PROCEDURE DIVISION.
003330******************************************************************
003340*    0000-MAINLINE
003350******************************************************************
003360 0000-MAINLINE.
003370     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003380     PERFORM 2000-SCREEN-AUDIT-ENTRIES THRU 2000-EXIT
003390         UNTIL WS-EOF-YES.
003400     PERFORM 3000-WRITE-REPORTABLE THRU 3000-EXIT
003410         VARYING WS-DAY-IDX FROM 1 BY 1
003420         UNTIL WS-DAY-IDX > WS-DAY-COUNT.
003430     PERFORM 4000-CHECK-STRUCTURING THRU 4000-EXIT
003440         VARYING WS-DAY-IDX FROM 1 BY 1
003450         UNTIL WS-DAY-IDX > WS-DAY-COUNT.
003460     PERFORM 5000-REWRITE-HISTORY THRU 5000-EXIT.
003470     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003480     PERFORM 9900-WRITE-RUN-END THRU 9900-EXIT
003490     STOP RUN.
003500******************************************************************
003510*    1000-INITIALIZE - LOAD THE THRESHOLDS AND THE HISTORY STILL
003520*                 IN WINDOW, OPEN FILES, PRIME READ. A MISSING
003530*                 AUDITLOG MEANS THERE IS NOTHING NEW TO SCREEN,
003540*                 BUT THE HISTORY IS STILL AGED AND REWRITTEN.
003550******************************************************************
003560 1000-INITIALIZE.
003570     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT.
003580     PERFORM 1060-CHECK-RUN-LEDGER THRU 1060-EXIT.
003590     PERFORM 1100-LOAD-THRESHOLDS THRU 1100-EXIT.
003600     PERFORM 1200-LOAD-HISTORY THRU 1200-EXIT.
003610     OPEN INPUT ACCTMSTR.
003620     IF WS-ACCTMSTR-STATUS NOT = "00"
003630         DISPLAY "ERRO AO ABRIR ACCTMSTR - STATUS "
003640             WS-ACCTMSTR-STATUS
003650         MOVE 8 TO RETURN-CODE
003660         PERFORM 9900-WRITE-RUN-END THRU 9900-EXIT
003670         STOP RUN
003680     END-IF.
003690     OPEN INPUT CUSTMSTR.
003700     IF WS-CUSTMSTR-STATUS NOT = "00"
003710         DISPLAY "ERRO AO ABRIR CUSTMSTR - STATUS "
003720             WS-CUSTMSTR-STATUS
003730         MOVE 8 TO RETURN-CODE
003740         PERFORM 9900-WRITE-RUN-END THRU 9900-EXIT
003750         STOP RUN
003760     END-IF.
003770     OPEN OUTPUT CSHOUT.
003780     OPEN OUTPUT STRWATCH.
003790     OPEN OUTPUT CMPRPT.
003800     MOVE WS-TITLE-LINE TO CMP-REPORT-LINE.
003810     WRITE CMP-REPORT-LINE.
003820     MOVE WS-CURRENT-DATE TO WS-DL-DATE.
003830     MOVE WS-DATE-LINE TO CMP-REPORT-LINE.
003840     WRITE CMP-REPORT-LINE.
003850     MOVE WS-RULE-LINE TO CMP-REPORT-LINE.
003860     WRITE CMP-REPORT-LINE.
003870     OPEN INPUT AUDITLOG.
003880     IF WS-AUDITLOG-STATUS = "35"
003890         DISPLAY "VLD-CMP-ESP: AUDITLOG INEXISTENTE - NADA A "
003900             "ANALISAR"
003910         SET WS-EOF-YES TO TRUE
003920         GO TO 1000-EXIT
003930     END-IF.
003940     IF WS-AUDITLOG-STATUS NOT = "00"
003950         DISPLAY "ERRO AO ABRIR AUDITLOG - STATUS "
003960             WS-AUDITLOG-STATUS
003970         MOVE 8 TO RETURN-CODE
003980         PERFORM 9900-WRITE-RUN-END THRU 9900-EXIT
003990         STOP RUN
004000     END-IF.
004010     PERFORM 2100-READ-AUDIT THRU 2100-EXIT.
004020 1000-EXIT.
004030     EXIT.
004040******************************************************************
004050*    1050-READ-BUSINESS-DATE - THE BUSINESS DATE COMES FROM THE
004060*                 BDATECTL CONTROL RECORD, NOT THE SYSTEM CLOCK,
004070*                 SO A LATE OR RERUN JOB STILL WORKS THE RIGHT
004080*                 BUSINESS DAY. ONLY THE VLD-DIA-FCH END-OF-DAY
004090*                 CLOSE ADVANCES IT.
004100******************************************************************
004110 1050-READ-BUSINESS-DATE.
004120     OPEN INPUT BDATECTL.
004130     READ BDATECTL
004140         AT END
004150             DISPLAY "ERRO: BDATECTL VAZIO"
004160             MOVE 8 TO RETURN-CODE
004170             PERFORM 9900-WRITE-RUN-END THRU 9900-EXIT
004180             STOP RUN
004190     END-READ.
004200     MOVE BDT-BUSINESS-DATE TO WS-CURRENT-DATE.
004210     CLOSE BDATECTL.
004220 1050-EXIT.
004230     EXIT.
004240******************************************************************
004250*    1060-CHECK-RUN-LEDGER - REFUSE TO START WHEN THIS STEP HAS
004260*                 ALREADY ENDED CLEANLY FOR THE BUSINESS DATE
004270*                 OR WHEN A REQUIRED PREDECESSOR HAS NOT, THEN
004280*                 APPEND THE START RECORD TO THE RUNLEDGR
004290*                 RUN-STEP LEDGER. A MISSING LEDGER IS AN
004300*                 EMPTY ONE.
004310******************************************************************
004320 1060-CHECK-RUN-LEDGER.
004330     OPEN INPUT RUNLEDGR.
004340     IF WS-RUNLEDGR-STATUS NOT = "00"
004350         AND WS-RUNLEDGR-STATUS NOT = "35"
004360         DISPLAY "ERRO AO ABRIR RUNLEDGR - STATUS "
004370             WS-RUNLEDGR-STATUS
004380         MOVE 8 TO RETURN-CODE
004390         STOP RUN
004400     END-IF.
004410     IF WS-RUNLEDGR-STATUS = "00"
004420         PERFORM 1070-READ-RUN-ENTRY THRU 1070-EXIT
004430             UNTIL WS-RUN-EOF
004440         CLOSE RUNLEDGR
004450     END-IF.
004460     IF WS-RUN-ALREADY-DONE
004470         DISPLAY "ERRO: " WS-RUN-PROGRAM " JA CONCLUIDO PARA "
004480             WS-CURRENT-DATE
004490         MOVE 8 TO RETURN-CODE
004500         STOP RUN
004510     END-IF.
004520     PERFORM 1080-CHECK-ONE-PREREQ THRU 1080-EXIT
004530         VARYING WS-RUN-IDX FROM 1 BY 1
004540         UNTIL WS-RUN-IDX > WS-RUN-PRQ-COUNT.
004550     IF WS-RUN-PREREQ-MISSING
004560         MOVE 8 TO RETURN-CODE
004570         STOP RUN
004580     END-IF.
004590     MOVE "I" TO WS-RUN-EVENT.
004600     MOVE ZERO TO WS-RUN-RC.
004610     PERFORM 1090-APPEND-RUN-ENTRY THRU 1090-EXIT.
004620     SET WS-RUN-STARTED TO TRUE.
004630 1060-EXIT.
004640     EXIT.
004650******************************************************************
004660*    1070-READ-RUN-ENTRY - ONLY AN END RECORD WITH RETURN CODE
004670*                 ZERO FOR THE BUSINESS DATE COUNTS AS A CLEAN
004680*                 COMPLETION
004690******************************************************************
004700 1070-READ-RUN-ENTRY.
004710     READ RUNLEDGR
004720         AT END
004730             SET WS-RUN-EOF TO TRUE
004740             GO TO 1070-EXIT
004750     END-READ.
004760     IF RUN-BUSINESS-DATE NOT = WS-CURRENT-DATE
004770         OR NOT RUN-EVENT-END
004780         OR RUN-RETURN-CODE NOT = ZERO
004790         GO TO 1070-EXIT
004800     END-IF.
004810     IF RUN-PROGRAM = WS-RUN-PROGRAM
004820         SET WS-RUN-ALREADY-DONE TO TRUE
004830     END-IF.
004840     PERFORM 1075-MARK-PREREQ THRU 1075-EXIT
004850         VARYING WS-RUN-IDX FROM 1 BY 1
004860         UNTIL WS-RUN-IDX > WS-RUN-PRQ-COUNT.
004870 1070-EXIT.
004880     EXIT.
004890******************************************************************
004900*    1075-MARK-PREREQ - FLAG A PREDECESSOR SEEN CLEAN
004910******************************************************************
004920 1075-MARK-PREREQ.
004930     IF WS-RUN-PRQ-PROGRAM(WS-RUN-IDX) = RUN-PROGRAM
004940         MOVE "Y" TO WS-RUN-PRQ-DONE(WS-RUN-IDX)
004950     END-IF.
004960 1075-EXIT.
004970     EXIT.
004980******************************************************************
004990*    1080-CHECK-ONE-PREREQ - NAME EVERY REQUIRED PREDECESSOR NOT
005000*                 YET ENDED CLEANLY FOR THE BUSINESS DATE
005010******************************************************************
005020 1080-CHECK-ONE-PREREQ.
005030     IF NOT WS-RUN-PRQ-CLEAN(WS-RUN-IDX)
005040         DISPLAY "ERRO: PREDECESSOR "
005050             WS-RUN-PRQ-PROGRAM(WS-RUN-IDX)
005060             " NAO CONCLUIDO PARA " WS-CURRENT-DATE
005070         SET WS-RUN-PREREQ-MISSING TO TRUE
005080     END-IF.
005090 1080-EXIT.
005100     EXIT.
005110******************************************************************
005120*    1090-APPEND-RUN-ENTRY - ADD ONE START OR END RECORD TO THE
005130*                 LEDGER, STAMPED WITH THE SYSTEM CLOCK
005140******************************************************************
005150 1090-APPEND-RUN-ENTRY.
005160     OPEN EXTEND RUNLEDGR.
005170     IF WS-RUNLEDGR-STATUS = "35"
005180         OPEN OUTPUT RUNLEDGR
005190     END-IF.
005200     IF WS-RUNLEDGR-STATUS NOT = "00"
005210         DISPLAY "ERRO AO GRAVAR RUNLEDGR - STATUS "
005220             WS-RUNLEDGR-STATUS
005230         MOVE 8 TO RETURN-CODE
005240         STOP RUN
005250     END-IF.
005260     ACCEPT WS-RUN-SYS-TIME FROM TIME.
005270     MOVE SPACES TO RUN-LEDGER-RECORD.
005280     MOVE WS-CURRENT-DATE TO RUN-BUSINESS-DATE.
005290     MOVE WS-RUN-PROGRAM TO RUN-PROGRAM.
005300     MOVE WS-RUN-EVENT TO RUN-EVENT.
005310     ACCEPT RUN-TS-DATE FROM DATE YYYYMMDD.
005320     MOVE WS-RUN-SYS-TIME(1:6) TO RUN-TS-TIME.
005330     MOVE WS-RUN-RC TO RUN-RETURN-CODE.
005340     MOVE WS-RUN-READ-COUNT TO RUN-COUNT-READ.
005350     MOVE WS-RUN-PROC-COUNT TO RUN-COUNT-PROCESSED.
005360     MOVE WS-RUN-EXC-COUNT TO RUN-COUNT-EXCEPTIONS.
005370     WRITE RUN-LEDGER-RECORD.
005380     CLOSE RUNLEDGR.
005390 1090-EXIT.
005400     EXIT.
005410******************************************************************
005420*    1100-LOAD-THRESHOLDS - ONE ENTRY PER MONITORED CURRENCY.
005430*                 WITHOUT THE FILE NOTHING CAN BE MONITORED, SO
005440*                 THE RUN STOPS.
005450******************************************************************
005460 1100-LOAD-THRESHOLDS.
005470     OPEN INPUT CSHLIMIT.
005480     IF WS-CSHLIMIT-STATUS NOT = "00"
005490         DISPLAY "ERRO AO ABRIR CSHLIMIT - STATUS "
005500             WS-CSHLIMIT-STATUS
005510         MOVE 8 TO RETURN-CODE
005520         PERFORM 9900-WRITE-RUN-END THRU 9900-EXIT
005530         STOP RUN
005540     END-IF.
005550     PERFORM 1110-READ-THRESHOLD THRU 1110-EXIT.
005560     PERFORM 1120-BUILD-THRESHOLD-ENTRY THRU 1120-EXIT
005570         UNTIL WS-CTH-EOF-YES.
005580     CLOSE CSHLIMIT.
005590     IF WS-CTH-COUNT = ZERO
005600         DISPLAY "ERRO: CSHLIMIT VAZIO"
005610         MOVE 8 TO RETURN-CODE
005620         PERFORM 9900-WRITE-RUN-END THRU 9900-EXIT
005630         STOP RUN
005640     END-IF.
005650 1100-EXIT.
005660     EXIT.
005670******************************************************************
005680*    1110-READ-THRESHOLD
005690******************************************************************
005700 1110-READ-THRESHOLD.
005710     READ CSHLIMIT
005720         AT END
005730             SET WS-CTH-EOF-YES TO TRUE
005740     END-READ.
005750 1110-EXIT.
005760     EXIT.
005770******************************************************************
005780*    1120-BUILD-THRESHOLD-ENTRY - APPEND ONE CURRENCY AND WORK OUT
005790*                 THE FIRST DAY OF ITS WINDOW: A WINDOW OF N DAYS
005800*                 ENDING TODAY BEGINS N-1 DAYS BACK (ZERO OR ONE
005810*                 MEANS TODAY ONLY)
005820******************************************************************
005830 1120-BUILD-THRESHOLD-ENTRY.
005840     IF WS-CTH-COUNT NOT < 20
005850         DISPLAY "AVISO: TABELA DE LIMIARES CHEIA - REGISTRO "
005860             "IGNORADO"
005870         PERFORM 1110-READ-THRESHOLD THRU 1110-EXIT
005880         GO TO 1120-EXIT
005890     END-IF.
005900     ADD 1 TO WS-CTH-COUNT.
005910     SET WS-CTH-IDX TO WS-CTH-COUNT.
005920     MOVE CTH-CURRENCY-CODE TO WS-CTH-CURRENCY(WS-CTH-IDX).
005930     MOVE CTH-REPORT-THRESHOLD TO WS-CTH-THRESHOLD(WS-CTH-IDX).
005940     MOVE CTH-NEAR-FLOOR TO WS-CTH-NEAR-FLOOR(WS-CTH-IDX).
005950     MOVE CTH-MIN-NEAR-COUNT TO WS-CTH-MIN-COUNT(WS-CTH-IDX).
005960     MOVE WS-CURRENT-DATE TO WS-WORK-DATE-N.
005970     MOVE ZERO TO WS-DAYS-TO-GO.
005980     IF CTH-WINDOW-DAYS > 1
005990         COMPUTE WS-DAYS-TO-GO = CTH-WINDOW-DAYS - 1
006000     END-IF.
006010     PERFORM 6000-STEP-BACK-ONE-DAY THRU 6000-EXIT
006020         WS-DAYS-TO-GO TIMES.
006030     MOVE WS-WORK-DATE-N TO WS-CTH-WINDOW-FROM(WS-CTH-IDX).
006040     PERFORM 1110-READ-THRESHOLD THRU 1110-EXIT.
006050 1120-EXIT.
006060     EXIT.
006070******************************************************************
006080*    1200-LOAD-HISTORY - KEEP THE EARLIER DAYS' NEAR-THRESHOLD
006090*                 TRANSACTIONS STILL INSIDE THEIR CURRENCY'S
006100*                 WINDOW. TODAY'S ARE DROPPED - THIS RUN WRITES
006110*                 THEM AGAIN FROM THE LOG. A MISSING FILE MEANS
006120*                 THERE IS NO HISTORY YET.
006130******************************************************************
006140 1200-LOAD-HISTORY.
006150     OPEN INPUT CMPHIST.
006160     IF WS-CMPHIST-STATUS = "35"
006170         GO TO 1200-EXIT
006180     END-IF.
006190     IF WS-CMPHIST-STATUS NOT = "00"
006200         DISPLAY "ERRO AO ABRIR CMPHIST - STATUS "
006210             WS-CMPHIST-STATUS
006220         MOVE 8 TO RETURN-CODE
006230         PERFORM 9900-WRITE-RUN-END THRU 9900-EXIT
006240         STOP RUN
006250     END-IF.
006260     PERFORM 1210-READ-HISTORY THRU 1210-EXIT.
006270     PERFORM 1220-KEEP-HISTORY-ENTRY THRU 1220-EXIT
006280         UNTIL WS-CHS-EOF-YES.
006290     CLOSE CMPHIST.
006300 1200-EXIT.
006310     EXIT.
006320******************************************************************
006330*    1210-READ-HISTORY
006340******************************************************************
006350 1210-READ-HISTORY.
006360     READ CMPHIST
006370         AT END
006380             SET WS-CHS-EOF-YES TO TRUE
006390     END-READ.
006400 1210-EXIT.
006410     EXIT.
006420******************************************************************
006430*    1220-KEEP-HISTORY-ENTRY - A CURRENCY NO LONGER ON CSHLIMIT
006440*                 IS NO LONGER WATCHED, SO ITS HISTORY GOES TOO
006450******************************************************************
006460 1220-KEEP-HISTORY-ENTRY.
006470     IF CHS-TRAN-DATE NOT < WS-CURRENT-DATE
006480         GO TO 1220-READ-NEXT
006490     END-IF.
006500     MOVE CHS-CURRENCY-CODE TO WS-PARTY-CURRENCY.
006510     PERFORM 2250-FIND-THRESHOLD THRU 2250-EXIT.
006520     IF WS-CTH-NOT-FOUND
006530         GO TO 1220-READ-NEXT
006540     END-IF.
006550     IF CHS-TRAN-DATE < WS-CTH-WINDOW-FROM(WS-CTH-IDX)
006560         GO TO 1220-READ-NEXT
006570     END-IF.
006580     IF WS-HIST-COUNT NOT < 5000
006590         DISPLAY "ERRO: TABELA DE HISTORICO CHEIA"
006600         MOVE 8 TO RETURN-CODE
006610         PERFORM 9900-WRITE-RUN-END THRU 9900-EXIT
006620         STOP RUN
006630     END-IF.
006640     ADD 1 TO WS-HIST-COUNT.
006650     SET WS-HIST-IDX TO WS-HIST-COUNT.
006660     MOVE CHS-TRAN-DATE TO WS-HIST-DATE(WS-HIST-IDX).
006670     MOVE CHS-CUSTOMER-ID TO WS-HIST-CUSTOMER(WS-HIST-IDX).
006680     MOVE CHS-ACCT-NUMBER TO WS-HIST-ACCT(WS-HIST-IDX).
006690     MOVE CHS-CURRENCY-CODE TO WS-HIST-CURRENCY(WS-HIST-IDX).
006700     MOVE CHS-TRAN-TYPE TO WS-HIST-TRAN-TYPE(WS-HIST-IDX).
006710     MOVE CHS-AMOUNT TO WS-HIST-AMOUNT(WS-HIST-IDX).
006720     MOVE CHS-REFERENCE TO WS-HIST-REFERENCE(WS-HIST-IDX).
006730 1220-READ-NEXT.
006740     PERFORM 1210-READ-HISTORY THRU 1210-EXIT.
006750 1220-EXIT.
006760     EXIT.
006770******************************************************************
006780*    2000-SCREEN-AUDIT-ENTRIES - MAIN SCREENING LOOP
006790******************************************************************
006800 2000-SCREEN-AUDIT-ENTRIES.
006810     PERFORM 2200-SCREEN-ONE-ENTRY THRU 2200-EXIT.
006820     PERFORM 2100-READ-AUDIT THRU 2100-EXIT.
006830 2000-EXIT.
006840     EXIT.
006850******************************************************************
006860*    2100-READ-AUDIT
006870******************************************************************
006880 2100-READ-AUDIT.
006890     READ AUDITLOG
006900         AT END
006910             SET WS-EOF-YES TO TRUE
006920         NOT AT END
006930             ADD 1 TO WS-READ-COUNT
006940     END-READ.
006950 2100-EXIT.
006960     EXIT.
006970******************************************************************
006980*    2200-SCREEN-ONE-ENTRY - A SUCCESSFUL CASH SAQUE OR DEPOSITO
006990*                 OF THE BUSINESS DAY IS ADDED TO ITS PARTY'S DAY
007000*                 AND, WHEN JUST BELOW THE THRESHOLD, TO THE
007010*                 ROLLING HISTORY. EVERYTHING ELSE IS PASSED BY.
007020******************************************************************
007030 2200-SCREEN-ONE-ENTRY.
007040     IF AUD-TS-DATE NOT = WS-CURRENT-DATE
007050         GO TO 2200-EXIT
007060     END-IF.
007070     IF NOT (AUD-TRAN-TYPE = "S"
007080         AND AUD-OUTCOME-MSG = "Saque realizado com sucesso!")
007090         AND NOT (AUD-TRAN-TYPE = "D"
007100         AND AUD-OUTCOME-MSG = "Deposito realizado com sucesso")
007110         GO TO 2200-EXIT
007120     END-IF.
007130     ADD 1 TO WS-CASH-COUNT.
007140     PERFORM 2300-IDENTIFY-PARTY THRU 2300-EXIT.
007150     IF WS-PARTY-CURRENCY = SPACES
007160         GO TO 2200-EXIT
007170     END-IF.
007180     PERFORM 2250-FIND-THRESHOLD THRU 2250-EXIT.
007190     IF WS-CTH-NOT-FOUND
007200         ADD 1 TO WS-NO-LIMIT-COUNT
007210         GO TO 2200-EXIT
007220     END-IF.
007230     PERFORM 2400-FIND-DAY-ENTRY THRU 2400-EXIT.
007240     IF AUD-TRAN-TYPE = "D"
007250         ADD AUD-REQUESTED-AMT TO WS-DAY-CASH-IN(WS-DAY-IDX)
007260     ELSE
007270         ADD AUD-REQUESTED-AMT TO WS-DAY-CASH-OUT(WS-DAY-IDX)
007280     END-IF.
007290     ADD 1 TO WS-DAY-TRAN-COUNT(WS-DAY-IDX).
007300     IF WS-DAY-REF-COUNT(WS-DAY-IDX) < 10
007310         ADD 1 TO WS-DAY-REF-COUNT(WS-DAY-IDX)
007320         MOVE WS-DAY-REF-COUNT(WS-DAY-IDX) TO WS-REF-SUB
007330         MOVE AUD-REFERENCE
007340             TO WS-DAY-REFERENCE(WS-DAY-IDX WS-REF-SUB)
007350     END-IF.
007360     IF WS-CTH-NEAR-FLOOR(WS-CTH-IDX) > ZERO
007370         AND AUD-REQUESTED-AMT NOT < WS-CTH-NEAR-FLOOR(WS-CTH-IDX)
007380         AND AUD-REQUESTED-AMT < WS-CTH-THRESHOLD(WS-CTH-IDX)
007390         ADD 1 TO WS-NEAR-COUNT
007400         ADD 1 TO WS-DAY-NEAR-COUNT(WS-DAY-IDX)
007410         PERFORM 2500-ADD-HISTORY-ENTRY THRU 2500-EXIT
007420     END-IF.
007430 2200-EXIT.
007440     EXIT.
007450******************************************************************
007460*    2250-FIND-THRESHOLD - LOOK UP WS-PARTY-CURRENCY ON THE
007470*                 THRESHOLD TABLE
007480******************************************************************
007490 2250-FIND-THRESHOLD.
007500     SET WS-CTH-NOT-FOUND TO TRUE.
007510     PERFORM 2260-TEST-THRESHOLD-ENTRY THRU 2260-EXIT
007520         VARYING WS-CTH-IDX FROM 1 BY 1
007530         UNTIL WS-CTH-IDX > WS-CTH-COUNT
007540         OR WS-CTH-FOUND.
007550     IF WS-CTH-FOUND
007560*        THE VARYING INCREMENT RUNS BEFORE THE EXIT TEST, SO THE
007570*        INDEX SITS ONE PAST THE MATCHED ENTRY - STEP BACK
007580         SET WS-CTH-IDX DOWN BY 1
007590     END-IF.
007600 2250-EXIT.
007610     EXIT.
007620******************************************************************
007630*    2260-TEST-THRESHOLD-ENTRY - TEST ONE THRESHOLD TABLE ENTRY
007640******************************************************************
007650 2260-TEST-THRESHOLD-ENTRY.
007660     IF WS-CTH-CURRENCY(WS-CTH-IDX) = WS-PARTY-CURRENCY
007670         SET WS-CTH-FOUND TO TRUE
007680     END-IF.
007690 2260-EXIT.
007700     EXIT.
007710******************************************************************
007720*    2300-IDENTIFY-PARTY - JOIN THE ACCOUNT TO ITS OWNER. A
007730*                 LINKED ACCOUNT BELONGS TO ITS CUSTOMER; AN
007740*                 UNLINKED ONE STANDS AS ITS OWN PARTY. AN
007750*                 ACCOUNT MISSING FROM THE MASTER LEAVES THE
007760*                 CURRENCY AT SPACES AND IS COUNTED.
007770******************************************************************
007780 2300-IDENTIFY-PARTY.
007790     MOVE SPACES TO WS-PARTY-CURRENCY.
007800     MOVE AUD-ACCT-NUMBER TO ACCT-NUMBER.
007810     READ ACCTMSTR
007820         INVALID KEY
007830             DISPLAY "AVISO: CONTA " AUD-ACCT-NUMBER
007840                 " NAO ENCONTRADA NO ACCTMSTR - REF "
007850                 AUD-REFERENCE
007860             ADD 1 TO WS-NO-ACCOUNT-COUNT
007870             GO TO 2300-EXIT
007880     END-READ.
007890     MOVE ACCT-CURRENCY-CODE TO WS-PARTY-CURRENCY.
007900     MOVE ACCT-HOLDER-NAME TO WS-PARTY-NAME.
007910     IF ACCT-CUSTOMER-ID = ZERO
007920         MOVE ZERO TO WS-PARTY-CUSTOMER
007930         MOVE ACCT-NUMBER TO WS-PARTY-ACCT
007940         GO TO 2300-EXIT
007950     END-IF.
007960     MOVE ACCT-CUSTOMER-ID TO WS-PARTY-CUSTOMER.
007970     MOVE ZERO TO WS-PARTY-ACCT.
007980     MOVE ACCT-CUSTOMER-ID TO CUST-ID.
007990     READ CUSTMSTR
008000         INVALID KEY
008010             CONTINUE
008020         NOT INVALID KEY
008030             MOVE CUST-NAME TO WS-PARTY-NAME
008040     END-READ.
008050 2300-EXIT.
008060     EXIT.
008070******************************************************************
008080*    2400-FIND-DAY-ENTRY - FIND OR ADD THE PARTY'S DAY IN THIS
008090*                 CURRENCY. A PARTY THAT DOES NOT FIT CANNOT BE
008100*                 SCREENED, SO THE RUN STOPS RATHER THAN MISS IT.
008110******************************************************************
008120 2400-FIND-DAY-ENTRY.
008130     SET WS-DAY-ENTRY-NOT-FOUND TO TRUE.
008140     PERFORM 2410-TEST-DAY-ENTRY THRU 2410-EXIT
008150         VARYING WS-DAY-IDX FROM 1 BY 1
008160         UNTIL WS-DAY-IDX > WS-DAY-COUNT
008170         OR WS-DAY-ENTRY-FOUND.
008180     IF WS-DAY-ENTRY-FOUND
008190*        THE VARYING INCREMENT RUNS BEFORE THE EXIT TEST, SO THE
008200*        INDEX SITS ONE PAST THE MATCHED ENTRY - STEP BACK
008210         SET WS-DAY-IDX DOWN BY 1
008220         GO TO 2400-EXIT
008230     END-IF.
008240     IF WS-DAY-COUNT NOT < 2000
008250         DISPLAY "ERRO: TABELA DE CLIENTES DO DIA CHEIA"
008260         MOVE 8 TO RETURN-CODE
008270         PERFORM 9900-WRITE-RUN-END THRU 9900-EXIT
008280         STOP RUN
008290     END-IF.
008300     ADD 1 TO WS-DAY-COUNT.
008310     SET WS-DAY-IDX TO WS-DAY-COUNT.
008320     MOVE WS-PARTY-CUSTOMER TO WS-DAY-CUSTOMER(WS-DAY-IDX).
008330     MOVE WS-PARTY-ACCT TO WS-DAY-ACCT(WS-DAY-IDX).
008340     MOVE WS-PARTY-CURRENCY TO WS-DAY-CURRENCY(WS-DAY-IDX).
008350     MOVE WS-PARTY-NAME TO WS-DAY-NAME(WS-DAY-IDX).
008360     SET WS-DAY-CTH-SUB(WS-DAY-IDX) TO WS-CTH-IDX.
008370     MOVE ZERO TO WS-DAY-CASH-IN(WS-DAY-IDX)
008380         WS-DAY-CASH-OUT(WS-DAY-IDX)
008390         WS-DAY-TRAN-COUNT(WS-DAY-IDX)
008400         WS-DAY-NEAR-COUNT(WS-DAY-IDX)
008410         WS-DAY-REF-COUNT(WS-DAY-IDX).
008420 2400-EXIT.
008430     EXIT.
008440******************************************************************
008450*    2410-TEST-DAY-ENTRY - TEST ONE DAY TABLE ENTRY
008460******************************************************************
008470 2410-TEST-DAY-ENTRY.
008480     IF WS-DAY-CUSTOMER(WS-DAY-IDX) = WS-PARTY-CUSTOMER
008490         AND WS-DAY-ACCT(WS-DAY-IDX) = WS-PARTY-ACCT
008500         AND WS-DAY-CURRENCY(WS-DAY-IDX) = WS-PARTY-CURRENCY
008510         SET WS-DAY-ENTRY-FOUND TO TRUE
008520     END-IF.
008530 2410-EXIT.
008540     EXIT.
008550******************************************************************
008560*    2500-ADD-HISTORY-ENTRY - KEEP A NEAR-THRESHOLD TRANSACTION
008570*                 FOR THE ROLLING WINDOW
008580******************************************************************
008590 2500-ADD-HISTORY-ENTRY.
008600     IF WS-HIST-COUNT NOT < 5000
008610         DISPLAY "ERRO: TABELA DE HISTORICO CHEIA"
008620         MOVE 8 TO RETURN-CODE
008630         PERFORM 9900-WRITE-RUN-END THRU 9900-EXIT
008640         STOP RUN
008650     END-IF.
008660     ADD 1 TO WS-HIST-COUNT.
008670     SET WS-HIST-IDX TO WS-HIST-COUNT.
008680     MOVE WS-CURRENT-DATE TO WS-HIST-DATE(WS-HIST-IDX).
008690     MOVE WS-PARTY-CUSTOMER TO WS-HIST-CUSTOMER(WS-HIST-IDX).
008700     MOVE WS-PARTY-ACCT TO WS-HIST-ACCT(WS-HIST-IDX).
008710     MOVE WS-PARTY-CURRENCY TO WS-HIST-CURRENCY(WS-HIST-IDX).
008720     MOVE AUD-TRAN-TYPE TO WS-HIST-TRAN-TYPE(WS-HIST-IDX).
008730     MOVE AUD-REQUESTED-AMT TO WS-HIST-AMOUNT(WS-HIST-IDX).
008740     MOVE AUD-REFERENCE TO WS-HIST-REFERENCE(WS-HIST-IDX).
008750 2500-EXIT.
008760     EXIT.
008770******************************************************************
008780*    3000-WRITE-REPORTABLE - A PARTY WHOSE CASH IN AND OUT FOR
008790*                 THE DAY CAME TO MORE THAN ITS CURRENCY'S
008800*                 THRESHOLD GOES ON CSHOUT
008810******************************************************************
008820 3000-WRITE-REPORTABLE.
008830     SET WS-CTH-IDX TO WS-DAY-CTH-SUB(WS-DAY-IDX).
008840     MOVE SPACES TO CSH-RECORD.
008850     COMPUTE CSH-CASH-TOTAL = WS-DAY-CASH-IN(WS-DAY-IDX)
008860         + WS-DAY-CASH-OUT(WS-DAY-IDX).
008870     IF CSH-CASH-TOTAL NOT > WS-CTH-THRESHOLD(WS-CTH-IDX)
008880         GO TO 3000-EXIT
008890     END-IF.
008900     MOVE WS-CURRENT-DATE TO CSH-BUSINESS-DATE.
008910     MOVE WS-DAY-CUSTOMER(WS-DAY-IDX) TO CSH-CUSTOMER-ID.
008920     MOVE WS-DAY-ACCT(WS-DAY-IDX) TO CSH-ACCT-NUMBER.
008930     MOVE WS-DAY-NAME(WS-DAY-IDX) TO CSH-CUSTOMER-NAME.
008940     MOVE WS-DAY-CURRENCY(WS-DAY-IDX) TO CSH-CURRENCY-CODE.
008950     MOVE WS-DAY-CASH-IN(WS-DAY-IDX) TO CSH-CASH-IN.
008960     MOVE WS-DAY-CASH-OUT(WS-DAY-IDX) TO CSH-CASH-OUT.
008970     MOVE WS-DAY-TRAN-COUNT(WS-DAY-IDX) TO CSH-TRAN-COUNT.
008980     MOVE WS-DAY-REF-COUNT(WS-DAY-IDX) TO CSH-REF-COUNT.
008990     PERFORM 3100-COPY-DAY-REFERENCE THRU 3100-EXIT
009000         VARYING WS-REF-SUB FROM 1 BY 1
009010         UNTIL WS-REF-SUB > WS-DAY-REF-COUNT(WS-DAY-IDX).
009020     WRITE CSH-RECORD.
009030     ADD 1 TO WS-REPORTABLE-COUNT.
009040     MOVE CSH-CUSTOMER-ID TO WS-RL-CUSTOMER.
009050     MOVE CSH-ACCT-NUMBER TO WS-RL-ACCT.
009060     MOVE CSH-CURRENCY-CODE TO WS-RL-CURRENCY.
009070     MOVE CSH-CASH-TOTAL TO WS-RL-TOTAL.
009080     MOVE CSH-TRAN-COUNT TO WS-RL-COUNT.
009090     MOVE CSH-CUSTOMER-NAME TO WS-RL-NAME.
009100     MOVE WS-REPORTABLE-LINE TO CMP-REPORT-LINE.
009110     WRITE CMP-REPORT-LINE.
009120 3000-EXIT.
009130     EXIT.
009140******************************************************************
009150*    3100-COPY-DAY-REFERENCE
009160******************************************************************
009170 3100-COPY-DAY-REFERENCE.
009180     MOVE WS-DAY-REFERENCE(WS-DAY-IDX WS-REF-SUB)
009190         TO CSH-REFERENCE(WS-REF-SUB).
009200 3100-EXIT.
009210     EXIT.
009220******************************************************************
009230*    4000-CHECK-STRUCTURING - A PARTY WITH A NEAR-THRESHOLD CASH
009240*                 TRANSACTION TODAY IS CHECKED AGAINST ITS WINDOW
009250*                 ON THE HISTORY; ENOUGH OF THEM PUTS IT ON THE
009260*                 WATCH LIST. A MINIMUM OF ZERO SWITCHES THE
009270*                 CHECK OFF FOR THE CURRENCY.
009280******************************************************************
009290 4000-CHECK-STRUCTURING.
009300     IF WS-DAY-NEAR-COUNT(WS-DAY-IDX) = ZERO
009310         GO TO 4000-EXIT
009320     END-IF.
009330     SET WS-CTH-IDX TO WS-DAY-CTH-SUB(WS-DAY-IDX).
009340     IF WS-CTH-MIN-COUNT(WS-CTH-IDX) = ZERO
009350         GO TO 4000-EXIT
009360     END-IF.
009370     MOVE SPACES TO STR-RECORD.
009380     MOVE ZERO TO WS-WINDOW-COUNT.
009390     MOVE ZERO TO WS-WINDOW-TOTAL.
009400     MOVE ZERO TO STR-REF-COUNT.
009410     MOVE WS-CTH-WINDOW-FROM(WS-CTH-IDX) TO WS-WINDOW-FROM.
009420     PERFORM 4100-TEST-HISTORY-ENTRY THRU 4100-EXIT
009430         VARYING WS-HIST-IDX FROM 1 BY 1
009440         UNTIL WS-HIST-IDX > WS-HIST-COUNT.
009450     IF WS-WINDOW-COUNT < WS-CTH-MIN-COUNT(WS-CTH-IDX)
009460         GO TO 4000-EXIT
009470     END-IF.
009480     MOVE WS-CURRENT-DATE TO STR-BUSINESS-DATE.
009490     MOVE WS-WINDOW-FROM TO STR-WINDOW-FROM.
009500     MOVE WS-DAY-CUSTOMER(WS-DAY-IDX) TO STR-CUSTOMER-ID.
009510     MOVE WS-DAY-ACCT(WS-DAY-IDX) TO STR-ACCT-NUMBER.
009520     MOVE WS-DAY-NAME(WS-DAY-IDX) TO STR-CUSTOMER-NAME.
009530     MOVE WS-DAY-CURRENCY(WS-DAY-IDX) TO STR-CURRENCY-CODE.
009540     MOVE WS-WINDOW-COUNT TO STR-NEAR-COUNT.
009550     MOVE WS-WINDOW-TOTAL TO STR-NEAR-TOTAL.
009560     WRITE STR-RECORD.
009570     ADD 1 TO WS-WATCH-COUNT.
009580     MOVE STR-CUSTOMER-ID TO WS-WL-CUSTOMER.
009590     MOVE STR-ACCT-NUMBER TO WS-WL-ACCT.
009600     MOVE STR-CURRENCY-CODE TO WS-WL-CURRENCY.
009610     MOVE STR-NEAR-TOTAL TO WS-WL-TOTAL.
009620     MOVE STR-NEAR-COUNT TO WS-WL-COUNT.
009630     MOVE STR-WINDOW-FROM TO WS-WL-FROM.
009640     MOVE WS-WATCH-LINE TO CMP-REPORT-LINE.
009650     WRITE CMP-REPORT-LINE.
009660 4000-EXIT.
009670     EXIT.
009680******************************************************************
009690*    4100-TEST-HISTORY-ENTRY - COUNT ONE HISTORY ENTRY OF THE
009700*                 SAME PARTY AND CURRENCY INSIDE THE WINDOW AND
009710*                 KEEP ITS REFERENCE WHILE THERE IS ROOM
009720******************************************************************
009730 4100-TEST-HISTORY-ENTRY.
009740     IF WS-HIST-CUSTOMER(WS-HIST-IDX) NOT =
009750             WS-DAY-CUSTOMER(WS-DAY-IDX)
009760         OR WS-HIST-ACCT(WS-HIST-IDX) NOT =
009770             WS-DAY-ACCT(WS-DAY-IDX)
009780         OR WS-HIST-CURRENCY(WS-HIST-IDX) NOT =
009790             WS-DAY-CURRENCY(WS-DAY-IDX)
009800         OR WS-HIST-DATE(WS-HIST-IDX) < WS-WINDOW-FROM
009810         GO TO 4100-EXIT
009820     END-IF.
009830     ADD 1 TO WS-WINDOW-COUNT.
009840     ADD WS-HIST-AMOUNT(WS-HIST-IDX) TO WS-WINDOW-TOTAL.
009850     IF STR-REF-COUNT < 10
009860         ADD 1 TO STR-REF-COUNT
009870         MOVE WS-HIST-REFERENCE(WS-HIST-IDX)
009880             TO STR-REFERENCE(STR-REF-COUNT)
009890     END-IF.
009900 4100-EXIT.
009910     EXIT.
009920******************************************************************
009930*    5000-REWRITE-HISTORY - REPLACE CMPHIST WITH THE ENTRIES
009940*                 STILL IN WINDOW PLUS TODAY'S
009950******************************************************************
009960 5000-REWRITE-HISTORY.
009970     OPEN OUTPUT CMPHIST.
009980     IF WS-CMPHIST-STATUS NOT = "00"
009990         DISPLAY "ERRO AO REGRAVAR CMPHIST - STATUS "
010000             WS-CMPHIST-STATUS
010010         MOVE 8 TO RETURN-CODE
010020         GO TO 5000-EXIT
010030     END-IF.
010040     PERFORM 5100-WRITE-HISTORY-ENTRY THRU 5100-EXIT
010050         VARYING WS-HIST-IDX FROM 1 BY 1
010060         UNTIL WS-HIST-IDX > WS-HIST-COUNT.
010070     CLOSE CMPHIST.
010080 5000-EXIT.
010090     EXIT.
010100******************************************************************
010110*    5100-WRITE-HISTORY-ENTRY
010120******************************************************************
010130 5100-WRITE-HISTORY-ENTRY.
010140     MOVE WS-HIST-DATE(WS-HIST-IDX) TO CHS-TRAN-DATE.
010150     MOVE WS-HIST-CUSTOMER(WS-HIST-IDX) TO CHS-CUSTOMER-ID.
010160     MOVE WS-HIST-ACCT(WS-HIST-IDX) TO CHS-ACCT-NUMBER.
010170     MOVE WS-HIST-CURRENCY(WS-HIST-IDX) TO CHS-CURRENCY-CODE.
010180     MOVE WS-HIST-TRAN-TYPE(WS-HIST-IDX) TO CHS-TRAN-TYPE.
010190     MOVE WS-HIST-AMOUNT(WS-HIST-IDX) TO CHS-AMOUNT.
010200     MOVE WS-HIST-REFERENCE(WS-HIST-IDX) TO CHS-REFERENCE.
010210     WRITE CHS-RECORD.
010220     ADD 1 TO WS-HIST-KEPT-COUNT.
010230 5100-EXIT.
010240     EXIT.
010250******************************************************************
010260*    6000-STEP-BACK-ONE-DAY - STEP THE WORK DATE BACK ONE
010270*                 CALENDAR DAY, ROLLING MONTH AND YEAR
010280******************************************************************
010290 6000-STEP-BACK-ONE-DAY.
010300     IF WS-WD-DAY > 1
010310         SUBTRACT 1 FROM WS-WD-DAY
010320         GO TO 6000-EXIT
010330     END-IF.
010340     IF WS-WD-MONTH > 1
010350         SUBTRACT 1 FROM WS-WD-MONTH
010360     ELSE
010370         MOVE 12 TO WS-WD-MONTH
010380         SUBTRACT 1 FROM WS-WD-YEAR
010390     END-IF.
010400     PERFORM 6100-SET-DAYS-IN-MONTH THRU 6100-EXIT.
010410     MOVE WS-DAYS-IN-MONTH TO WS-WD-DAY.
010420 6000-EXIT.
010430     EXIT.
010440******************************************************************
010450*    6100-SET-DAYS-IN-MONTH - LENGTH OF THE WORK DATE'S MONTH,
010460*                             WITH THE FEBRUARY LEAP-YEAR RULE
010470******************************************************************
010480 6100-SET-DAYS-IN-MONTH.
010490     MOVE WS-MTH-DAYS(WS-WD-MONTH) TO WS-DAYS-IN-MONTH.
010500     IF WS-WD-MONTH = 2
010510         DIVIDE WS-WD-YEAR BY 4 GIVING WS-LEAP-QUOT
010520             REMAINDER WS-LEAP-REM
010530         IF WS-LEAP-REM = ZERO
010540             DIVIDE WS-WD-YEAR BY 100 GIVING WS-LEAP-QUOT
010550                 REMAINDER WS-LEAP-REM
010560             IF WS-LEAP-REM NOT = ZERO
010570                 MOVE 29 TO WS-DAYS-IN-MONTH
010580             ELSE
010590                 DIVIDE WS-WD-YEAR BY 400 GIVING WS-LEAP-QUOT
010600                     REMAINDER WS-LEAP-REM
010610                 IF WS-LEAP-REM = ZERO
010620                     MOVE 29 TO WS-DAYS-IN-MONTH
010630                 END-IF
010640             END-IF
010650         END-IF
010660     END-IF.
010670 6100-EXIT.
010680     EXIT.
010690******************************************************************
010700*    9000-TERMINATE - WRITE THE RUN SUMMARY AND CLOSE FILES
010710******************************************************************
010720 9000-TERMINATE.
010730     MOVE WS-RULE-LINE TO CMP-REPORT-LINE.
010740     WRITE CMP-REPORT-LINE.
010750     MOVE "REGISTROS AUDITLOG LIDOS:    " TO WS-CL-LABEL.
010760     MOVE WS-READ-COUNT TO WS-CL-COUNT.
010770     MOVE WS-COUNT-LINE TO CMP-REPORT-LINE.
010780     WRITE CMP-REPORT-LINE.
010790     MOVE "OPERACOES EM ESPECIE DO DIA: " TO WS-CL-LABEL.
010800     MOVE WS-CASH-COUNT TO WS-CL-COUNT.
010810     MOVE WS-COUNT-LINE TO CMP-REPORT-LINE.
010820     WRITE CMP-REPORT-LINE.
010830     MOVE "CONTA NAO ENCONTRADA:        " TO WS-CL-LABEL.
010840     MOVE WS-NO-ACCOUNT-COUNT TO WS-CL-COUNT.
010850     MOVE WS-COUNT-LINE TO CMP-REPORT-LINE.
010860     WRITE CMP-REPORT-LINE.
010870     MOVE "MOEDA SEM LIMIAR:            " TO WS-CL-LABEL.
010880     MOVE WS-NO-LIMIT-COUNT TO WS-CL-COUNT.
010890     MOVE WS-COUNT-LINE TO CMP-REPORT-LINE.
010900     WRITE CMP-REPORT-LINE.
010910     MOVE "OPERACOES PROXIMAS AO LIMIAR:" TO WS-CL-LABEL.
010920     MOVE WS-NEAR-COUNT TO WS-CL-COUNT.
010930     MOVE WS-COUNT-LINE TO CMP-REPORT-LINE.
010940     WRITE CMP-REPORT-LINE.
010950     MOVE "CLIENTES-DIA REPORTAVEIS:    " TO WS-CL-LABEL.
010960     MOVE WS-REPORTABLE-COUNT TO WS-CL-COUNT.
010970     MOVE WS-COUNT-LINE TO CMP-REPORT-LINE.
010980     WRITE CMP-REPORT-LINE.
010990     MOVE "CLIENTES EM OBSERVACAO:      " TO WS-CL-LABEL.
011000     MOVE WS-WATCH-COUNT TO WS-CL-COUNT.
011010     MOVE WS-COUNT-LINE TO CMP-REPORT-LINE.
011020     WRITE CMP-REPORT-LINE.
011030     MOVE "HISTORICO MANTIDO:           " TO WS-CL-LABEL.
011040     MOVE WS-HIST-KEPT-COUNT TO WS-CL-COUNT.
011050     MOVE WS-COUNT-LINE TO CMP-REPORT-LINE.
011060     WRITE CMP-REPORT-LINE.
011070     IF WS-AUDITLOG-STATUS NOT = "35"
011080         CLOSE AUDITLOG
011090     END-IF.
011100     CLOSE ACCTMSTR.
011110     CLOSE CUSTMSTR.
011120     CLOSE CSHOUT.
011130     CLOSE STRWATCH.
011140     CLOSE CMPRPT.
011150 9000-EXIT.
011160     EXIT.
011170******************************************************************
011180*    9900-WRITE-RUN-END - CLOSE THIS STEP'S LEDGER ENTRY WITH
011190*                 ITS RETURN CODE AND KEY COUNTS.
011200*                 PERFORMED AHEAD OF EVERY STOP RUN ONCE THE
011210*                 START RECORD IS ON THE LEDGER.
011220******************************************************************
011230 9900-WRITE-RUN-END.
011240     IF WS-RUN-NOT-STARTED
011250         GO TO 9900-EXIT
011260     END-IF.
011270     SET WS-RUN-NOT-STARTED TO TRUE.
011280     MOVE "F" TO WS-RUN-EVENT.
011290     MOVE RETURN-CODE TO WS-RUN-RC.
011300     MOVE WS-READ-COUNT TO WS-RUN-READ-COUNT.
011310     MOVE WS-CASH-COUNT TO WS-RUN-PROC-COUNT.
011320     COMPUTE WS-RUN-EXC-COUNT = WS-REPORTABLE-COUNT
011330         + WS-WATCH-COUNT.
011340     PERFORM 1090-APPEND-RUN-ENTRY THRU 1090-EXIT.
011350 9900-EXIT.
011360     EXIT.
011370
011380 END PROGRAM VLD-CMP-ESP.
