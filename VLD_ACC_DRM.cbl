000330*   02/09/2026  GA    THE AUDIT BEFORE-IMAGE NOW CARRIES THE
000340*                     ACCOUNT'S PRODUCT CODE, MATCHING WHAT A
000350*                     MANUAL VLD-ACC-MNT STATUS CHANGE RECORDS.
000360*   15/10/2026  GA    EACH RUN IS NOW RECORDED ON THE RUNLEDGR
000370*                     RUN-STEP LEDGER WITH A START RECORD AND AN
000380*                     END RECORD CARRYING THE RETURN CODE AND KEY
000390*                     COUNTS. A RUN FOR A BUSINESS DATE THE STEP
000400*                     HAS ALREADY ENDED CLEANLY IS REFUSED WITH
000410*                     RETURN CODE 8, AS IS ONE STARTED BEFORE
000420*                     VLD-SAQ-BANC HAS ENDED CLEANLY FOR THE DATE.
000430*                     THE DRMPARM AND ACCTMSTR ERRORS NOW SET
000440*                     RETURN CODE 8.
000450******************************************************************
000460 IDENTIFICATION DIVISION.
000470 PROGRAM-ID. VLD-ACC-DRM.
000480 AUTHOR. GABRIELLY ANDRADE.
000490 INSTALLATION. RETAIL BANKING SYSTEMS.
000500 DATE-WRITTEN. 02/09/2026.
000510 DATE-COMPILED. 02/09/2026.
000520******************************************************************
000530 ENVIRONMENT DIVISION.
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560     SELECT DRMPARM ASSIGN TO DRMPARM
000570         ORGANIZATION IS LINE SEQUENTIAL.
000580
000590     SELECT ACCTMSTR ASSIGN TO ACCTMSTR
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS SEQUENTIAL
000620         RECORD KEY IS ACCT-NUMBER
000630         FILE STATUS IS WS-ACCTMSTR-STATUS.
000640
000650     SELECT MNTAUDIT ASSIGN TO MNTAUDIT
000660         ORGANIZATION IS LINE SEQUENTIAL.
000670
000680     SELECT DRMRPT ASSIGN TO DRMRPT
000690         ORGANIZATION IS LINE SEQUENTIAL.
000700
000710     SELECT ESCRPT ASSIGN TO ESCRPT
000720         ORGANIZATION IS LINE SEQUENTIAL.
000730
000740     SELECT BDATECTL ASSIGN TO BDATECTL
000750         ORGANIZATION IS LINE SEQUENTIAL.
000760     SELECT RUNLEDGR ASSIGN TO RUNLEDGR
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-RUNLEDGR-STATUS.
000790******************************************************************
000800 DATA DIVISION.
000810 FILE SECTION.
000820 FD  DRMPARM
000830     LABEL RECORDS ARE STANDARD.
000840     COPY DRMPARM.
000850
000860 FD  ACCTMSTR
000870     LABEL RECORDS ARE STANDARD.
000880     COPY ACCTREC.
000890
000900 FD  MNTAUDIT
000910     LABEL RECORDS ARE STANDARD.
000920     COPY MNTAUD.
000930
000940 FD  DRMRPT
000950     LABEL RECORDS ARE STANDARD.
000960 01  DRM-REPORT-LINE         PIC X(80).
000970
000980 FD  ESCRPT
000990     LABEL RECORDS ARE STANDARD.
001000 01  ESC-REPORT-LINE         PIC X(80).
001010
001020 FD  BDATECTL
001030     LABEL RECORDS ARE STANDARD.
001040     COPY BDTREC.
001050
001060 FD  RUNLEDGR
001070     LABEL RECORDS ARE STANDARD.
001080     COPY RUNREC.
001090
001100 WORKING-STORAGE SECTION.
001110 77  WS-EOF-SWITCH           PIC X(01) VALUE "N".
001120     88  WS-EOF-YES                    VALUE "Y".
001130     88  WS-EOF-NO                     VALUE "N".
001140
001150 77  WS-ACCTMSTR-STATUS      PIC X(02) VALUE "00".
001160
001170 77  WS-CURRENT-DATE         PIC 9(08) VALUE ZERO.
001180 77  WS-CURRENT-TIME         PIC 9(08) VALUE ZERO.
001190
001200 77  WS-DORMANT-MONTHS       PIC 9(03) VALUE ZERO.
001210 77  WS-ESCHEAT-MONTHS       PIC 9(03) VALUE ZERO.
001220 77  WS-DORMANT-CUTOFF       PIC 9(08) VALUE ZERO.
001230 77  WS-ESCHEAT-CUTOFF       PIC 9(08) VALUE ZERO.
001240 77  WS-MONTHS-TO-GO         PIC 9(03) VALUE ZERO.
001250
001260 77  WS-READ-COUNT           PIC 9(09) COMP VALUE ZERO.
001270 77  WS-FLIPPED-COUNT        PIC 9(09) COMP VALUE ZERO.
001280 77  WS-ESCHEAT-COUNT        PIC 9(09) COMP VALUE ZERO.
001290 77  WS-ERROR-COUNT          PIC 9(09) COMP VALUE ZERO.
001300
001310 77  WS-SWEEP-OPERATOR       PIC X(08) VALUE "VLDACDRM".
001320
001330 01  WS-WORK-DATE.
001340     05  WS-WD-YEAR          PIC 9(04).
001350     05  WS-WD-MONTH         PIC 9(02).
001360     05  WS-WD-DAY           PIC 9(02).
001370 01  WS-WORK-DATE-N REDEFINES WS-WORK-DATE
001380                             PIC 9(08).
001390
001400 01  WS-TITLE-LINE.
001410     05  FILLER              PIC X(43) VALUE
001420         "SWEEP DE DORMENCIA AUTOMATICA - VLD-ACC-DRM".
001430
001440 01  WS-ESC-TITLE-LINE.
001450     05  FILLER              PIC X(44) VALUE
001460         "RELATORIO DE ESCHEATMENT - VLD-ACC-DRM".
001470
001480 01  WS-RULE-LINE.
001490     05  FILLER              PIC X(60) VALUE ALL "-".
001500
001510 01  WS-FLIP-LINE.
001520     05  FILLER              PIC X(06) VALUE "CONTA ".
001530     05  WS-FL-ACCT          PIC 9(10).
001540     05  FILLER              PIC X(18) VALUE " ULTIMA ATIVIDADE ".
001550     05  WS-FL-LAST-DATE     PIC 9(08).
001560     05  FILLER              PIC X(22) VALUE
001570         " MOVIDA PARA DORMENTE".
001580
001590 01  WS-ESC-LINE.
001600     05  FILLER              PIC X(06) VALUE "CONTA ".
001610     05  WS-EL-ACCT          PIC 9(10).
001620     05  FILLER              PIC X(18) VALUE " ULTIMA ATIVIDADE ".
001630     05  WS-EL-LAST-DATE     PIC 9(08).
001640     05  FILLER              PIC X(02) VALUE SPACES.
001650     05  WS-EL-BALANCE       PIC -(12)9.99.
001660
001670 01  WS-COUNT-LINE.
001680     05  WS-CL-LABEL         PIC X(29).
001690     05  WS-CL-COUNT         PIC ZZZ,ZZZ,ZZ9.
001700*
001710*    RUN-STEP LEDGER CONTROL
001720*
001730 77  WS-RUNLEDGR-STATUS      PIC X(02) VALUE "00".
001740 77  WS-RUN-PROGRAM          PIC X(12) VALUE "VLD-ACC-DRM".
001750 77  WS-RUN-EVENT            PIC X(01) VALUE SPACE.
001760 77  WS-RUN-RC               PIC 9(04) VALUE ZERO.
001770 77  WS-RUN-READ-COUNT       PIC 9(09) VALUE ZERO.
001780 77  WS-RUN-PROC-COUNT       PIC 9(09) VALUE ZERO.
001790 77  WS-RUN-EXC-COUNT        PIC 9(09) VALUE ZERO.
001800 77  WS-RUN-SYS-TIME         PIC 9(08) VALUE ZERO.
001810
001820 77  WS-RUN-STARTED-SWITCH   PIC X(01) VALUE "N".
001830     88  WS-RUN-STARTED                VALUE "Y".
001840     88  WS-RUN-NOT-STARTED            VALUE "N".
001850
001860 77  WS-RUN-DONE-SWITCH      PIC X(01) VALUE "N".
001870     88  WS-RUN-ALREADY-DONE           VALUE "Y".
001880
001890 77  WS-RUN-EOF-SWITCH       PIC X(01) VALUE "N".
001900     88  WS-RUN-EOF                    VALUE "Y".
001910     88  WS-RUN-NOT-EOF                VALUE "N".
001920
001930 77  WS-RUN-PREREQ-SWITCH    PIC X(01) VALUE "N".
001940     88  WS-RUN-PREREQ-MISSING         VALUE "Y".
001950
001960 77  WS-RUN-PRQ-COUNT        PIC 9(02) COMP VALUE 1.
001970
001980*    PREDECESSORS THAT MUST HAVE ENDED CLEANLY FOR THE SAME
001990*    BUSINESS DATE - PROGRAM, WHEN REQUIRED (D = EVERY DAY,
002000*    M = LAST DAY OF THE MONTH ONLY) AND THE FOUND FLAG
002010 01  WS-RUN-PRQ-VALUES.
002020     05  FILLER              PIC X(14) VALUE
002030         "VLD-SAQ-BANCDN".
002040 01  WS-RUN-PRQ-TABLE REDEFINES WS-RUN-PRQ-VALUES.
002050     05  WS-RUN-PRQ-ENTRY    OCCURS 1 TIMES
002060                             INDEXED BY WS-RUN-IDX.
002070         10  WS-RUN-PRQ-PROGRAM      PIC X(12).
002080         10  WS-RUN-PRQ-WHEN         PIC X(01).
002090             88  WS-RUN-PRQ-MONTH-END-ONLY     VALUE "M".
002100         10  WS-RUN-PRQ-DONE         PIC X(01).
002110             88  WS-RUN-PRQ-CLEAN              VALUE "Y".
002120******************************************************************
002130 PROCEDURE DIVISION.
002140******************************************************************
002150*    0000-MAINLINE
002160******************************************************************
002170 0000-MAINLINE.
002180     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002190     PERFORM 2000-SWEEP-ACCOUNTS THRU 2000-EXIT
002200         UNTIL WS-EOF-YES.
002210     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002220     PERFORM 9900-WRITE-RUN-END THRU 9900-EXIT
002230     STOP RUN.
002240******************************************************************
002250*    1000-INITIALIZE - LOAD PARAMETERS, WORK OUT THE CUTOFF
002260*                      DATES, OPEN FILES, PRIME READ
002270******************************************************************
002280 1000-INITIALIZE.
002290     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT.
002300     PERFORM 1060-CHECK-RUN-LEDGER THRU 1060-EXIT.
002310     OPEN INPUT DRMPARM.
002320     READ DRMPARM
002330         AT END
002340             DISPLAY "ERRO: DRMPARM VAZIO"
002350             MOVE 8 TO RETURN-CODE
002360             PERFORM 9900-WRITE-RUN-END THRU 9900-EXIT
002370             STOP RUN
002380     END-READ.
002390     MOVE DRM-PARM-DORMANT-MONTHS TO WS-DORMANT-MONTHS.
002400     MOVE DRM-PARM-ESCHEAT-MONTHS TO WS-ESCHEAT-MONTHS.
002410     CLOSE DRMPARM.
002420     IF WS-DORMANT-MONTHS = ZERO
002430         DISPLAY "ERRO: MESES PARA DORMENCIA NAO CONFIGURADOS"
002440         MOVE 8 TO RETURN-CODE
002450         PERFORM 9900-WRITE-RUN-END THRU 9900-EXIT
002460         STOP RUN
002470     END-IF.
002480     MOVE WS-DORMANT-MONTHS TO WS-MONTHS-TO-GO.
002490     PERFORM 6000-COMPUTE-CUTOFF THRU 6000-EXIT.
002500     MOVE WS-WORK-DATE-N TO WS-DORMANT-CUTOFF.
002510     MOVE WS-ESCHEAT-MONTHS TO WS-MONTHS-TO-GO.
002520     PERFORM 6000-COMPUTE-CUTOFF THRU 6000-EXIT.
002530     MOVE WS-WORK-DATE-N TO WS-ESCHEAT-CUTOFF.
002540     OPEN I-O ACCTMSTR.
002550     IF WS-ACCTMSTR-STATUS NOT = "00"
002560         DISPLAY "ERRO AO ABRIR ACCTMSTR - STATUS "
002570             WS-ACCTMSTR-STATUS
002580         MOVE 8 TO RETURN-CODE
002590         PERFORM 9900-WRITE-RUN-END THRU 9900-EXIT
002600         STOP RUN
002610     END-IF.
002620     OPEN EXTEND MNTAUDIT.
002630     OPEN OUTPUT DRMRPT.
002640     OPEN OUTPUT ESCRPT.
002650     MOVE WS-TITLE-LINE TO DRM-REPORT-LINE.
002660     WRITE DRM-REPORT-LINE.
002670     MOVE WS-RULE-LINE TO DRM-REPORT-LINE.
002680     WRITE DRM-REPORT-LINE.
002690     MOVE WS-ESC-TITLE-LINE TO ESC-REPORT-LINE.
002700     WRITE ESC-REPORT-LINE.
002710     MOVE WS-RULE-LINE TO ESC-REPORT-LINE.
002720     WRITE ESC-REPORT-LINE.
002730     PERFORM 2100-READ-ACCOUNT THRU 2100-EXIT.
002740 1000-EXIT.
002750     EXIT.
002760******************************************************************
002770*    1050-READ-BUSINESS-DATE - THE BUSINESS DATE COMES FROM THE
002780*                 BDATECTL CONTROL RECORD, NOT THE SYSTEM CLOCK,
002790*                 SO A LATE OR RERUN JOB STILL WORKS THE RIGHT
002800*                 BUSINESS DAY. ONLY THE VLD-DIA-FCH END-OF-DAY
002810*                 CLOSE ADVANCES IT.
002820******************************************************************
002830 1050-READ-BUSINESS-DATE.
002840     OPEN INPUT BDATECTL.
002850     READ BDATECTL
002860         AT END
002870             DISPLAY "ERRO: BDATECTL VAZIO"
002880             MOVE 8 TO RETURN-CODE
002890             PERFORM 9900-WRITE-RUN-END THRU 9900-EXIT
002900             STOP RUN
002910     END-READ.
002920     MOVE BDT-BUSINESS-DATE TO WS-CURRENT-DATE.
002930     CLOSE BDATECTL.
002940 1050-EXIT.
002950     EXIT.
002960******************************************************************
002970*    1060-CHECK-RUN-LEDGER - REFUSE TO START WHEN THIS STEP HAS
002980*                 ALREADY ENDED CLEANLY FOR THE BUSINESS DATE
002990*                 OR WHEN A REQUIRED PREDECESSOR HAS NOT, THEN
003000*                 APPEND THE START RECORD TO THE RUNLEDGR
003010*                 RUN-STEP LEDGER. A MISSING LEDGER IS AN
003020*                 EMPTY ONE.
003030******************************************************************
003040 1060-CHECK-RUN-LEDGER.
003050     OPEN INPUT RUNLEDGR.
003060     IF WS-RUNLEDGR-STATUS NOT = "00"
003070         AND WS-RUNLEDGR-STATUS NOT = "35"
003080         DISPLAY "ERRO AO ABRIR RUNLEDGR - STATUS "
003090             WS-RUNLEDGR-STATUS
003100         MOVE 8 TO RETURN-CODE
003110         STOP RUN
003120     END-IF.
003130     IF WS-RUNLEDGR-STATUS = "00"
003140         PERFORM 1070-READ-RUN-ENTRY THRU 1070-EXIT
003150             UNTIL WS-RUN-EOF
003160         CLOSE RUNLEDGR
003170     END-IF.
003180     IF WS-RUN-ALREADY-DONE
003190         DISPLAY "ERRO: " WS-RUN-PROGRAM " JA CONCLUIDO PARA "
003200             WS-CURRENT-DATE
003210         MOVE 8 TO RETURN-CODE
003220         STOP RUN
003230     END-IF.
003240     PERFORM 1080-CHECK-ONE-PREREQ THRU 1080-EXIT
003250         VARYING WS-RUN-IDX FROM 1 BY 1
003260         UNTIL WS-RUN-IDX > WS-RUN-PRQ-COUNT.
003270     IF WS-RUN-PREREQ-MISSING
003280         MOVE 8 TO RETURN-CODE
003290         STOP RUN
003300     END-IF.
003310     MOVE "I" TO WS-RUN-EVENT.
003320     MOVE ZERO TO WS-RUN-RC.
003330     PERFORM 1090-APPEND-RUN-ENTRY THRU 1090-EXIT.
003340     SET WS-RUN-STARTED TO TRUE.
003350 1060-EXIT.
003360     EXIT.
003370******************************************************************
003380*    1070-READ-RUN-ENTRY - ONLY AN END RECORD WITH RETURN CODE
003390*                 ZERO FOR THE BUSINESS DATE COUNTS AS A CLEAN
003400*                 COMPLETION
003410******************************************************************
003420 1070-READ-RUN-ENTRY.
003430     READ RUNLEDGR
003440         AT END
003450             SET WS-RUN-EOF TO TRUE
003460             GO TO 1070-EXIT
003470     END-READ.
003480     IF RUN-BUSINESS-DATE NOT = WS-CURRENT-DATE
003490         OR NOT RUN-EVENT-END
003500         OR RUN-RETURN-CODE NOT = ZERO
003510         GO TO 1070-EXIT
003520     END-IF.
003530     IF RUN-PROGRAM = WS-RUN-PROGRAM
003540         SET WS-RUN-ALREADY-DONE TO TRUE
003550     END-IF.
003560     PERFORM 1075-MARK-PREREQ THRU 1075-EXIT
003570         VARYING WS-RUN-IDX FROM 1 BY 1
003580         UNTIL WS-RUN-IDX > WS-RUN-PRQ-COUNT.
003590 1070-EXIT.
003600     EXIT.
003610******************************************************************
003620*    1075-MARK-PREREQ - FLAG A PREDECESSOR SEEN CLEAN
003630******************************************************************
003640 1075-MARK-PREREQ.
003650     IF WS-RUN-PRQ-PROGRAM(WS-RUN-IDX) = RUN-PROGRAM
003660         MOVE "Y" TO WS-RUN-PRQ-DONE(WS-RUN-IDX)
003670     END-IF.
003680 1075-EXIT.
003690     EXIT.
003700******************************************************************
003710*    1080-CHECK-ONE-PREREQ - NAME EVERY REQUIRED PREDECESSOR NOT
003720*                 YET ENDED CLEANLY FOR THE BUSINESS DATE
003730******************************************************************
003740 1080-CHECK-ONE-PREREQ.
003750     IF NOT WS-RUN-PRQ-CLEAN(WS-RUN-IDX)
003760         DISPLAY "ERRO: PREDECESSOR "
003770             WS-RUN-PRQ-PROGRAM(WS-RUN-IDX)
003780             " NAO CONCLUIDO PARA " WS-CURRENT-DATE
003790         SET WS-RUN-PREREQ-MISSING TO TRUE
003800     END-IF.
003810 1080-EXIT.
003820     EXIT.
003830******************************************************************
003840*    1090-APPEND-RUN-ENTRY - ADD ONE START OR END RECORD TO THE
003850*                 LEDGER, STAMPED WITH THE SYSTEM CLOCK
003860******************************************************************
003870 1090-APPEND-RUN-ENTRY.
003880     OPEN EXTEND RUNLEDGR.
003890     IF WS-RUNLEDGR-STATUS = "35"
003900         OPEN OUTPUT RUNLEDGR
003910     END-IF.
003920     IF WS-RUNLEDGR-STATUS NOT = "00"
003930         DISPLAY "ERRO AO GRAVAR RUNLEDGR - STATUS "
003940             WS-RUNLEDGR-STATUS
003950         MOVE 8 TO RETURN-CODE
003960         STOP RUN
003970     END-IF.
003980     ACCEPT WS-RUN-SYS-TIME FROM TIME.
003990     MOVE SPACES TO RUN-LEDGER-RECORD.
004000     MOVE WS-CURRENT-DATE TO RUN-BUSINESS-DATE.
004010     MOVE WS-RUN-PROGRAM TO RUN-PROGRAM.
004020     MOVE WS-RUN-EVENT TO RUN-EVENT.
004030     ACCEPT RUN-TS-DATE FROM DATE YYYYMMDD.
004040     MOVE WS-RUN-SYS-TIME(1:6) TO RUN-TS-TIME.
004050     MOVE WS-RUN-RC TO RUN-RETURN-CODE.
004060     MOVE WS-RUN-READ-COUNT TO RUN-COUNT-READ.
004070     MOVE WS-RUN-PROC-COUNT TO RUN-COUNT-PROCESSED.
004080     MOVE WS-RUN-EXC-COUNT TO RUN-COUNT-EXCEPTIONS.
004090     WRITE RUN-LEDGER-RECORD.
004100     CLOSE RUNLEDGR.
004110 1090-EXIT.
004120     EXIT.
004130******************************************************************
004140*    2000-SWEEP-ACCOUNTS - MAIN SWEEP LOOP
004150******************************************************************
004160 2000-SWEEP-ACCOUNTS.
004170     PERFORM 2200-SWEEP-ONE-ACCOUNT THRU 2200-EXIT.
004180     PERFORM 2100-READ-ACCOUNT THRU 2100-EXIT.
004190 2000-EXIT.
004200     EXIT.
004210******************************************************************
004220*    2100-READ-ACCOUNT - READ THE NEXT MASTER RECORD IN KEY
004230*                        SEQUENCE
004240******************************************************************
004250 2100-READ-ACCOUNT.
004260     READ ACCTMSTR
004270         AT END
004280             SET WS-EOF-YES TO TRUE
004290         NOT AT END
004300             ADD 1 TO WS-READ-COUNT
004310     END-READ.
004320 2100-EXIT.
004330     EXIT.
004340******************************************************************
004350*    2200-SWEEP-ONE-ACCOUNT - FLIP A QUIET ACTIVE ACCOUNT TO
004360*                 DORMANT, OR FLAG A LONG-QUIET DORMANT ONE FOR
004370*                 ESCHEATMENT. A ZERO ACTIVITY DATE PREDATES
004380*                 THE STAMP AND IS LEFT ALONE.
004390******************************************************************
004400 2200-SWEEP-ONE-ACCOUNT.
004410     IF ACCT-LAST-ACTIVITY-DATE = ZERO
004420         GO TO 2200-EXIT
004430     END-IF.
004440     IF ACCT-STATUS-ACTIVE
004450         AND ACCT-LAST-ACTIVITY-DATE < WS-DORMANT-CUTOFF
004460         PERFORM 3000-FLIP-TO-DORMANT THRU 3000-EXIT
004470         GO TO 2200-EXIT
004480     END-IF.
004490     IF ACCT-STATUS-DORMANT
004500         AND ACCT-LAST-ACTIVITY-DATE < WS-ESCHEAT-CUTOFF
004510         ADD 1 TO WS-ESCHEAT-COUNT
004520         MOVE ACCT-NUMBER TO WS-EL-ACCT
004530         MOVE ACCT-LAST-ACTIVITY-DATE TO WS-EL-LAST-DATE
004540         MOVE ACCT-BALANCE TO WS-EL-BALANCE
004550         MOVE WS-ESC-LINE TO ESC-REPORT-LINE
004560         WRITE ESC-REPORT-LINE
004570     END-IF.
004580 2200-EXIT.
004590     EXIT.
004600******************************************************************
004610*    3000-FLIP-TO-DORMANT - SET THE STATUS, REWRITE THE MASTER
004620*                 AND WRITE THE SAME BEFORE/AFTER AUDIT RECORD
004630*                 A MANUAL VLD-ACC-MNT STATUS CHANGE WOULD
004640******************************************************************
004650 3000-FLIP-TO-DORMANT.
004660     PERFORM 8000-WRITE-AUDIT-BEFORE THRU 8000-EXIT.
004670     MOVE "D" TO ACCT-STATUS.
004680     REWRITE ACCT-MASTER-RECORD
004690         INVALID KEY
004700             DISPLAY "ERRO AO ATUALIZAR CONTA " ACCT-NUMBER
004710             ADD 1 TO WS-ERROR-COUNT
004720             GO TO 3000-EXIT
004730     END-REWRITE.
004740     IF WS-ACCTMSTR-STATUS NOT = "00"
004750         DISPLAY "ERRO AO ATUALIZAR CONTA " ACCT-NUMBER
004760         ADD 1 TO WS-ERROR-COUNT
004770         GO TO 3000-EXIT
004780     END-IF.
004790     MOVE ACCT-STATUS TO MNTA-NEW-STATUS.
004800     MOVE "Conta movida para dormente." TO MNTA-OUTCOME-MSG.
004810     WRITE MNT-AUDIT-RECORD.
004820     ADD 1 TO WS-FLIPPED-COUNT.
004830     MOVE ACCT-NUMBER TO WS-FL-ACCT.
004840     MOVE ACCT-LAST-ACTIVITY-DATE TO WS-FL-LAST-DATE.
004850     MOVE WS-FLIP-LINE TO DRM-REPORT-LINE.
004860     WRITE DRM-REPORT-LINE.
004870 3000-EXIT.
004880     EXIT.
004890******************************************************************
004900*    6000-COMPUTE-CUTOFF - STEP WS-MONTHS-TO-GO MONTHS BACK FROM
004910*                 THE RUN DATE INTO WS-WORK-DATE, CLAMPING THE
004920*                 DAY TO THE TARGET MONTH'S SHORTEST LENGTH
004930*                 (28) SO THE COMPARISON STAYS CONSERVATIVE
004940******************************************************************
004950 6000-COMPUTE-CUTOFF.
004960     MOVE WS-CURRENT-DATE TO WS-WORK-DATE-N.
004970     PERFORM 6100-BACK-ONE-MONTH THRU 6100-EXIT
004980         WS-MONTHS-TO-GO TIMES.
004990     IF WS-WD-DAY > 28
005000         MOVE 28 TO WS-WD-DAY
005010     END-IF.
005020 6000-EXIT.
005030     EXIT.
005040******************************************************************
005050*    6100-BACK-ONE-MONTH - STEP WS-WORK-DATE BACK ONE MONTH
005060******************************************************************
005070 6100-BACK-ONE-MONTH.
005080     IF WS-WD-MONTH = 1
005090         MOVE 12 TO WS-WD-MONTH
005100         SUBTRACT 1 FROM WS-WD-YEAR
005110     ELSE
005120         SUBTRACT 1 FROM WS-WD-MONTH
005130     END-IF.
005140 6100-EXIT.
005150     EXIT.
005160******************************************************************
005170*    8000-WRITE-AUDIT-BEFORE - FILL THE MNTAUD RECORD WITH THE
005180*                 BEFORE IMAGES AND THE SWEEP'S IDENTITY. THE
005190*                 AFTER-STATUS AND OUTCOME ARE FILLED BY THE
005200*                 CALLER ONCE THE REWRITE HAS COMMITTED.
005210******************************************************************
005220 8000-WRITE-AUDIT-BEFORE.
005230     ACCEPT WS-CURRENT-TIME FROM TIME.
005240     MOVE SPACES TO MNT-AUDIT-RECORD.
005250     MOVE "S" TO MNTA-ACTION.
005260     MOVE ACCT-NUMBER TO MNTA-ACCT-NUMBER.
005270     MOVE WS-SWEEP-OPERATOR TO MNTA-OPERATOR-ID.
005280     MOVE WS-CURRENT-DATE TO MNTA-TS-DATE.
005290     MOVE WS-CURRENT-TIME(1:6) TO MNTA-TS-TIME.
005300     MOVE ACCT-HOLDER-NAME TO MNTA-OLD-HOLDER-NAME.
005310     MOVE SPACES TO MNTA-NEW-HOLDER-NAME.
005320     MOVE ACCT-CURRENCY-CODE TO MNTA-OLD-CURRENCY.
005330     MOVE SPACES TO MNTA-NEW-CURRENCY.
005340     MOVE ACCT-DAILY-LIMIT TO MNTA-OLD-DAILY-LIMIT.
005350     MOVE ZERO TO MNTA-NEW-DAILY-LIMIT.
005360     MOVE ACCT-OVERDRAFT-LIMIT TO MNTA-OLD-OD-LIMIT.
005370     MOVE ZERO TO MNTA-NEW-OD-LIMIT.
005380     MOVE ACCT-STATUS TO MNTA-OLD-STATUS.
005390     MOVE ACCT-CUSTOMER-ID TO MNTA-CUSTOMER-ID.
005400     MOVE ACCT-PRODUCT-CODE TO MNTA-OLD-PRODUCT.
005410     MOVE ZERO TO MNTA-OLD-CUST-LIMIT.
005420     MOVE ZERO TO MNTA-NEW-CUST-LIMIT.
005430 8000-EXIT.
005440     EXIT.
005450******************************************************************
005460*    9000-TERMINATE - WRITE THE SUMMARY AND CLOSE FILES
005470******************************************************************
005480 9000-TERMINATE.
005490     MOVE WS-RULE-LINE TO DRM-REPORT-LINE.
005500     WRITE DRM-REPORT-LINE.
005510     MOVE "CONTAS LIDAS:                " TO WS-CL-LABEL.
005520     MOVE WS-READ-COUNT TO WS-CL-COUNT.
005530     MOVE WS-COUNT-LINE TO DRM-REPORT-LINE.
005540     WRITE DRM-REPORT-LINE.
005550     MOVE "CONTAS MOVIDAS P/ DORMENTE:  " TO WS-CL-LABEL.
005560     MOVE WS-FLIPPED-COUNT TO WS-CL-COUNT.
005570     MOVE WS-COUNT-LINE TO DRM-REPORT-LINE.
005580     WRITE DRM-REPORT-LINE.
005590     MOVE "CONTAS P/ ESCHEATMENT:       " TO WS-CL-LABEL.
005600     MOVE WS-ESCHEAT-COUNT TO WS-CL-COUNT.
005610     MOVE WS-COUNT-LINE TO DRM-REPORT-LINE.
005620     WRITE DRM-REPORT-LINE.
005630     MOVE "CONTAS COM ERRO DE GRAVACAO: " TO WS-CL-LABEL.
005640     MOVE WS-ERROR-COUNT TO WS-CL-COUNT.
005650     MOVE WS-COUNT-LINE TO DRM-REPORT-LINE.
005660     WRITE DRM-REPORT-LINE.
005670     CLOSE ACCTMSTR.
005680     CLOSE MNTAUDIT.
005690     CLOSE DRMRPT.
005700     CLOSE ESCRPT.
005710 9000-EXIT.
005720     EXIT.
005730******************************************************************
005740*    9900-WRITE-RUN-END - CLOSE THIS STEP'S LEDGER ENTRY WITH
005750*                 ITS RETURN CODE AND KEY COUNTS.
005760*                 PERFORMED AHEAD OF EVERY STOP RUN ONCE THE
005770*                 START RECORD IS ON THE LEDGER.
005780******************************************************************
005790 9900-WRITE-RUN-END.
005800     IF WS-RUN-NOT-STARTED
005810         GO TO 9900-EXIT
005820     END-IF.
005830     SET WS-RUN-NOT-STARTED TO TRUE.
005840     MOVE "F" TO WS-RUN-EVENT.
005850     MOVE RETURN-CODE TO WS-RUN-RC.
005860     MOVE WS-READ-COUNT TO WS-RUN-READ-COUNT.
005870     MOVE WS-FLIPPED-COUNT TO WS-RUN-PROC-COUNT.
005880     MOVE WS-ERROR-COUNT TO WS-RUN-EXC-COUNT.
005890     PERFORM 1090-APPEND-RUN-ENTRY THRU 1090-EXIT.
005900 9900-EXIT.
005910     EXIT.
005920
005930 END PROGRAM VLD-ACC-DRM.
