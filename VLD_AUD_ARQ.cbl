000310*                     DYNAMIC THE GENERATION IS WRITTEN TO THE
000320*                     AUDARC + NUMBER FILE THE INDEX RECORDS, AND
000330*                     TRUNCATING THE LIVE LOG IS ACTUALLY SAFE.
000340*   15/10/2026  GA    THE BUSINESS DATE IS NOW READ FROM BDATECTL.
000350*                     EACH RUN IS NOW RECORDED ON THE RUNLEDGR
000360*                     RUN-STEP LEDGER WITH A START RECORD AND AN
000370*                     END RECORD CARRYING THE RETURN CODE AND KEY
000380*                     COUNTS. A RUN FOR A BUSINESS DATE THE STEP
000390*                     HAS ALREADY ENDED CLEANLY IS REFUSED WITH
000400*                     RETURN CODE 8, AS IS ONE STARTED BEFORE
000410*                     VLD-SAQ-BANC AND VLD-CMP-ESP HAVE ENDED
000420*                     CLEANLY FOR THE DATE, SO THE LOG IS NEVER
000430*                     ROLLED BEFORE COMPLIANCE HAS SCREENED IT.
000440*   15/10/2026  GA    VLD-ACC-ENC IS NOW A REQUIRED PREDECESSOR,
000450*                     SO THE CLOSURE SETTLEMENT ENTRIES ARE ON
000460*                     AUDITLOG BEFORE IT IS ARCHIVED.
000470*   15/10/2026  GA    VLD-DEP-LIB IS NOW A REQUIRED PREDECESSOR,
000480*                     SO THE RETURNED-DEPOSIT ENTRIES ARE ON
000490*                     AUDITLOG BEFORE IT IS ARCHIVED.
000500*   15/10/2026  GA    VLD-PAG-RET IS NOW A REQUIRED PREDECESSOR,
000510*                     SO THE RETURNED EXTERNAL PAYMENT ENTRIES ARE
000520*                     ON AUDITLOG BEFORE IT IS ARCHIVED.
000530******************************************************************
000540 IDENTIFICATION DIVISION.
000550 PROGRAM-ID. VLD-AUD-ARQ.
000560 AUTHOR. GABRIELLY ANDRADE.
000570 INSTALLATION. RETAIL BANKING SYSTEMS.
000580 DATE-WRITTEN. 02/09/2026.
000590 DATE-COMPILED. 02/09/2026.
000600******************************************************************
000610 ENVIRONMENT DIVISION.
000620 INPUT-OUTPUT SECTION.
000630 FILE-CONTROL.
000640     SELECT AUDITLOG ASSIGN TO AUDITLOG
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-AUDITLOG-STATUS.
000670
000680     SELECT AUDARCH ASSIGN TO DYNAMIC WS-ARCH-FILE-NAME
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-AUDARCH-STATUS.
000710
000720     SELECT AUDINDEX ASSIGN TO AUDINDEX
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-AUDINDEX-STATUS.
000750
000760     SELECT BDATECTL ASSIGN TO BDATECTL
000770         ORGANIZATION IS LINE SEQUENTIAL.
000780     SELECT RUNLEDGR ASSIGN TO RUNLEDGR
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WS-RUNLEDGR-STATUS.
000810******************************************************************
000820 DATA DIVISION.
000830 FILE SECTION.
000840 FD  AUDITLOG
000850     LABEL RECORDS ARE STANDARD.
000860     COPY AUDREC.
000870
000880 FD  AUDARCH
000890     LABEL RECORDS ARE STANDARD.
000900     COPY AUDREC REPLACING ==AUDIT-RECORD== BY
000910         ==ARC-AUDIT-RECORD==
000920         LEADING ==AUD-== BY ==ARC-==.
000930
000940 FD  AUDINDEX
000950     LABEL RECORDS ARE STANDARD.
000960     COPY AIXREC.
000970
000980 FD  BDATECTL
000990     LABEL RECORDS ARE STANDARD.
001000     COPY BDTREC.
001010
001020 FD  RUNLEDGR
001030     LABEL RECORDS ARE STANDARD.
001040     COPY RUNREC.
001050
001060 WORKING-STORAGE SECTION.
001070 77  WS-EOF-SWITCH           PIC X(01) VALUE "N".
001080     88  WS-EOF-YES                    VALUE "Y".
001090     88  WS-EOF-NO                     VALUE "N".
001100
001110 77  WS-AIX-EOF-SWITCH       PIC X(01) VALUE "N".
001120     88  WS-AIX-EOF-YES                 VALUE "Y".
001130     88  WS-AIX-EOF-NO                  VALUE "N".
001140
001150 77  WS-AUDITLOG-STATUS      PIC X(02) VALUE "00".
001160 77  WS-AUDARCH-STATUS       PIC X(02) VALUE "00".
001170 77  WS-AUDINDEX-STATUS      PIC X(02) VALUE "00".
001180
001190 77  WS-NEXT-GENERATION      PIC 9(04) VALUE 1.
001200 77  WS-COPIED-COUNT         PIC 9(09) COMP VALUE ZERO.
001210 77  WS-MIN-DATE             PIC 9(08) VALUE 99999999.
001220 77  WS-MAX-DATE             PIC 9(08) VALUE ZERO.
001230 77  WS-CURRENT-DATE         PIC 9(08) VALUE ZERO.
001240
001250 01  WS-ARCH-FILE-NAME.
001260     05  FILLER              PIC X(06) VALUE "AUDARC".
001270     05  WS-ARCH-GEN         PIC 9(04) VALUE ZERO.
001280*
001290*    RUN-STEP LEDGER CONTROL
001300*
001310 77  WS-RUNLEDGR-STATUS      PIC X(02) VALUE "00".
001320 77  WS-RUN-PROGRAM          PIC X(12) VALUE "VLD-AUD-ARQ".
001330 77  WS-RUN-EVENT            PIC X(01) VALUE SPACE.
001340 77  WS-RUN-RC               PIC 9(04) VALUE ZERO.
001350 77  WS-RUN-READ-COUNT       PIC 9(09) VALUE ZERO.
001360 77  WS-RUN-PROC-COUNT       PIC 9(09) VALUE ZERO.
001370 77  WS-RUN-EXC-COUNT        PIC 9(09) VALUE ZERO.
001380 77  WS-RUN-SYS-TIME         PIC 9(08) VALUE ZERO.
001390
001400 77  WS-RUN-STARTED-SWITCH   PIC X(01) VALUE "N".
001410     88  WS-RUN-STARTED                VALUE "Y".
001420     88  WS-RUN-NOT-STARTED            VALUE "N".
001430
001440 77  WS-RUN-DONE-SWITCH      PIC X(01) VALUE "N".
001450     88  WS-RUN-ALREADY-DONE           VALUE "Y".
001460
001470 77  WS-RUN-EOF-SWITCH       PIC X(01) VALUE "N".
001480     88  WS-RUN-EOF                    VALUE "Y".
001490     88  WS-RUN-NOT-EOF                VALUE "N".
001500
001510 77  WS-RUN-PREREQ-SWITCH    PIC X(01) VALUE "N".
001520     88  WS-RUN-PREREQ-MISSING         VALUE "Y".
001530
001540 77  WS-RUN-PRQ-COUNT        PIC 9(02) COMP VALUE 5.
001550
001560*    PREDECESSORS THAT MUST HAVE ENDED CLEANLY FOR THE SAME
001570*    BUSINESS DATE - PROGRAM, WHEN REQUIRED (D = EVERY DAY,
001580*    M = LAST DAY OF THE MONTH ONLY) AND THE FOUND FLAG
001590 01  WS-RUN-PRQ-VALUES.
001600     05  FILLER              PIC X(14) VALUE
001610         "VLD-SAQ-BANCDN".
001620     05  FILLER              PIC X(14) VALUE
001630         "VLD-ACC-ENC DN".
001640     05  FILLER              PIC X(14) VALUE
001650         "VLD-DEP-LIB DN".
001660     05  FILLER              PIC X(14) VALUE
001670         "VLD-PAG-RET DN".
001680     05  FILLER              PIC X(14) VALUE
001690         "VLD-CMP-ESP DN".
001700 01  WS-RUN-PRQ-TABLE REDEFINES WS-RUN-PRQ-VALUES.
001710     05  WS-RUN-PRQ-ENTRY    OCCURS 5 TIMES
001720                             INDEXED BY WS-RUN-IDX.
001730         10  WS-RUN-PRQ-PROGRAM      PIC X(12).
001740         10  WS-RUN-PRQ-WHEN         PIC X(01).
001750             88  WS-RUN-PRQ-MONTH-END-ONLY     VALUE "M".
001760         10  WS-RUN-PRQ-DONE         PIC X(01).
001770             88  WS-RUN-PRQ-CLEAN              VALUE "Y".
001780******************************************************************
001790 PROCEDURE DIVISION.
001800******************************************************************
001810*    0000-MAINLINE
001820******************************************************************
001830 0000-MAINLINE.
001840     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001850     PERFORM 2000-COPY-AUDIT-ENTRIES THRU 2000-EXIT
001860         UNTIL WS-EOF-YES.
001870     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001880     PERFORM 9900-WRITE-RUN-END THRU 9900-EXIT
001890     STOP RUN.
001900******************************************************************
001910*    1000-INITIALIZE - FIND THE NEXT GENERATION NUMBER FROM THE
001920*                 INDEX, OPEN THE LIVE LOG AND THE NEW ARCHIVE
001930*                 GENERATION, PRIME THE READ
001940******************************************************************
001950 1000-INITIALIZE.
001960     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT.
001970     PERFORM 1060-CHECK-RUN-LEDGER THRU 1060-EXIT.
001980     PERFORM 1100-FIND-NEXT-GENERATION THRU 1100-EXIT.
001990     OPEN INPUT AUDITLOG.
002000     IF WS-AUDITLOG-STATUS = "35"
002010         DISPLAY "VLD-AUD-ARQ: AUDITLOG INEXISTENTE - NADA A "
002020             "ARQUIVAR"
002030         SET WS-EOF-YES TO TRUE
002040         GO TO 1000-EXIT
002050     END-IF.
002060     IF WS-AUDITLOG-STATUS NOT = "00"
002070         DISPLAY "ERRO AO ABRIR AUDITLOG - STATUS "
002080             WS-AUDITLOG-STATUS
002090         MOVE 8 TO RETURN-CODE
002100         SET WS-EOF-YES TO TRUE
002110         GO TO 1000-EXIT
002120     END-IF.
002130     MOVE WS-NEXT-GENERATION TO WS-ARCH-GEN.
002140     OPEN OUTPUT AUDARCH.
002150     IF WS-AUDARCH-STATUS NOT = "00"
002160         DISPLAY "ERRO AO ABRIR " WS-ARCH-FILE-NAME " - STATUS "
002170             WS-AUDARCH-STATUS
002180         MOVE 8 TO RETURN-CODE
002190         CLOSE AUDITLOG
002200         SET WS-EOF-YES TO TRUE
002210         GO TO 1000-EXIT
002220     END-IF.
002230     PERFORM 2100-READ-AUDIT THRU 2100-EXIT.
002240 1000-EXIT.
002250     EXIT.
002260******************************************************************
002270*    1050-READ-BUSINESS-DATE - THE BUSINESS DATE COMES FROM THE
002280*                 BDATECTL CONTROL RECORD, NOT THE SYSTEM CLOCK,
002290*                 SO A LATE OR RERUN JOB STILL WORKS THE RIGHT
002300*                 BUSINESS DAY. ONLY THE VLD-DIA-FCH END-OF-DAY
002310*                 CLOSE ADVANCES IT.
002320******************************************************************
002330 1050-READ-BUSINESS-DATE.
002340     OPEN INPUT BDATECTL.
002350     READ BDATECTL
002360         AT END
002370             DISPLAY "ERRO: BDATECTL VAZIO"
002380             MOVE 8 TO RETURN-CODE
002390             PERFORM 9900-WRITE-RUN-END THRU 9900-EXIT
002400             STOP RUN
002410     END-READ.
002420     MOVE BDT-BUSINESS-DATE TO WS-CURRENT-DATE.
002430     CLOSE BDATECTL.
002440 1050-EXIT.
002450     EXIT.
002460******************************************************************
002470*    1060-CHECK-RUN-LEDGER - REFUSE TO START WHEN THIS STEP HAS
002480*                 ALREADY ENDED CLEANLY FOR THE BUSINESS DATE
002490*                 OR WHEN A REQUIRED PREDECESSOR HAS NOT, THEN
002500*                 APPEND THE START RECORD TO THE RUNLEDGR
002510*                 RUN-STEP LEDGER. A MISSING LEDGER IS AN
002520*                 EMPTY ONE.
002530******************************************************************
002540 1060-CHECK-RUN-LEDGER.
002550     OPEN INPUT RUNLEDGR.
002560     IF WS-RUNLEDGR-STATUS NOT = "00"
002570         AND WS-RUNLEDGR-STATUS NOT = "35"
002580         DISPLAY "ERRO AO ABRIR RUNLEDGR - STATUS "
002590             WS-RUNLEDGR-STATUS
002600         MOVE 8 TO RETURN-CODE
002610         STOP RUN
002620     END-IF.
002630     IF WS-RUNLEDGR-STATUS = "00"
002640         PERFORM 1070-READ-RUN-ENTRY THRU 1070-EXIT
002650             UNTIL WS-RUN-EOF
002660         CLOSE RUNLEDGR
002670     END-IF.
002680     IF WS-RUN-ALREADY-DONE
002690         DISPLAY "ERRO: " WS-RUN-PROGRAM " JA CONCLUIDO PARA "
002700             WS-CURRENT-DATE
002710         MOVE 8 TO RETURN-CODE
002720         STOP RUN
002730     END-IF.
002740     PERFORM 1080-CHECK-ONE-PREREQ THRU 1080-EXIT
002750         VARYING WS-RUN-IDX FROM 1 BY 1
002760         UNTIL WS-RUN-IDX > WS-RUN-PRQ-COUNT.
002770     IF WS-RUN-PREREQ-MISSING
002780         MOVE 8 TO RETURN-CODE
002790         STOP RUN
002800     END-IF.
002810     MOVE "I" TO WS-RUN-EVENT.
002820     MOVE ZERO TO WS-RUN-RC.
002830     PERFORM 1090-APPEND-RUN-ENTRY THRU 1090-EXIT.
002840     SET WS-RUN-STARTED TO TRUE.
002850 1060-EXIT.
002860     EXIT.
002870******************************************************************
002880*    1070-READ-RUN-ENTRY - ONLY AN END RECORD WITH RETURN CODE
002890*                 ZERO FOR THE BUSINESS DATE COUNTS AS A CLEAN
002900*                 COMPLETION
002910******************************************************************
002920 1070-READ-RUN-ENTRY.
002930     READ RUNLEDGR
002940         AT END
002950             SET WS-RUN-EOF TO TRUE
002960             GO TO 1070-EXIT
002970     END-READ.
002980     IF RUN-BUSINESS-DATE NOT = WS-CURRENT-DATE
002990         OR NOT RUN-EVENT-END
003000         OR RUN-RETURN-CODE NOT = ZERO
003010         GO TO 1070-EXIT
003020     END-IF.
003030     IF RUN-PROGRAM = WS-RUN-PROGRAM
003040         SET WS-RUN-ALREADY-DONE TO TRUE
003050     END-IF.
003060     PERFORM 1075-MARK-PREREQ THRU 1075-EXIT
003070         VARYING WS-RUN-IDX FROM 1 BY 1
003080         UNTIL WS-RUN-IDX > WS-RUN-PRQ-COUNT.
003090 1070-EXIT.
003100     EXIT.
003110******************************************************************
003120*    1075-MARK-PREREQ - FLAG A PREDECESSOR SEEN CLEAN
003130******************************************************************
003140 1075-MARK-PREREQ.
003150     IF WS-RUN-PRQ-PROGRAM(WS-RUN-IDX) = RUN-PROGRAM
003160         MOVE "Y" TO WS-RUN-PRQ-DONE(WS-RUN-IDX)
003170     END-IF.
003180 1075-EXIT.
003190     EXIT.
003200******************************************************************
003210*    1080-CHECK-ONE-PREREQ - NAME EVERY REQUIRED PREDECESSOR NOT
003220*                 YET ENDED CLEANLY FOR THE BUSINESS DATE
003230******************************************************************
003240 1080-CHECK-ONE-PREREQ.
003250     IF NOT WS-RUN-PRQ-CLEAN(WS-RUN-IDX)
003260         DISPLAY "ERRO: PREDECESSOR "
003270             WS-RUN-PRQ-PROGRAM(WS-RUN-IDX)
003280             " NAO CONCLUIDO PARA " WS-CURRENT-DATE
003290         SET WS-RUN-PREREQ-MISSING TO TRUE
003300     END-IF.
003310 1080-EXIT.
003320     EXIT.
003330******************************************************************
003340*    1090-APPEND-RUN-ENTRY - ADD ONE START OR END RECORD TO THE
003350*                 LEDGER, STAMPED WITH THE SYSTEM CLOCK
003360******************************************************************
003370 1090-APPEND-RUN-ENTRY.
003380     OPEN EXTEND RUNLEDGR.
003390     IF WS-RUNLEDGR-STATUS = "35"
003400         OPEN OUTPUT RUNLEDGR
003410     END-IF.
003420     IF WS-RUNLEDGR-STATUS NOT = "00"
003430         DISPLAY "ERRO AO GRAVAR RUNLEDGR - STATUS "
003440             WS-RUNLEDGR-STATUS
003450         MOVE 8 TO RETURN-CODE
003460         STOP RUN
003470     END-IF.
003480     ACCEPT WS-RUN-SYS-TIME FROM TIME.
003490     MOVE SPACES TO RUN-LEDGER-RECORD.
003500     MOVE WS-CURRENT-DATE TO RUN-BUSINESS-DATE.
003510     MOVE WS-RUN-PROGRAM TO RUN-PROGRAM.
003520     MOVE WS-RUN-EVENT TO RUN-EVENT.
003530     ACCEPT RUN-TS-DATE FROM DATE YYYYMMDD.
003540     MOVE WS-RUN-SYS-TIME(1:6) TO RUN-TS-TIME.
003550     MOVE WS-RUN-RC TO RUN-RETURN-CODE.
003560     MOVE WS-RUN-READ-COUNT TO RUN-COUNT-READ.
003570     MOVE WS-RUN-PROC-COUNT TO RUN-COUNT-PROCESSED.
003580     MOVE WS-RUN-EXC-COUNT TO RUN-COUNT-EXCEPTIONS.
003590     WRITE RUN-LEDGER-RECORD.
003600     CLOSE RUNLEDGR.
003610 1090-EXIT.
003620     EXIT.
003630******************************************************************
003640*    1100-FIND-NEXT-GENERATION - THE NEXT GENERATION IS ONE PAST
003650*                 THE HIGHEST ON THE INDEX. A MISSING INDEX
003660*                 MEANS THIS IS THE FIRST EVER ROLLOVER.
003670******************************************************************
003680 1100-FIND-NEXT-GENERATION.
003690     OPEN INPUT AUDINDEX.
003700     IF WS-AUDINDEX-STATUS = "35"
003710         GO TO 1100-EXIT
003720     END-IF.
003730     IF WS-AUDINDEX-STATUS NOT = "00"
003740         DISPLAY "ERRO AO ABRIR AUDINDEX - STATUS "
003750             WS-AUDINDEX-STATUS
003760         MOVE 8 TO RETURN-CODE
003770         PERFORM 9900-WRITE-RUN-END THRU 9900-EXIT
003780         STOP RUN
003790     END-IF.
003800     PERFORM 1110-READ-INDEX THRU 1110-EXIT.
003810     PERFORM 1120-SCAN-INDEX-ENTRY THRU 1120-EXIT
003820         UNTIL WS-AIX-EOF-YES.
003830     CLOSE AUDINDEX.
003840 1100-EXIT.
003850     EXIT.
003860******************************************************************
003870*    1110-READ-INDEX
003880******************************************************************
003890 1110-READ-INDEX.
003900     READ AUDINDEX
003910         AT END
003920             SET WS-AIX-EOF-YES TO TRUE
003930     END-READ.
003940 1110-EXIT.
003950     EXIT.
003960******************************************************************
003970*    1120-SCAN-INDEX-ENTRY - KEEP ONE PAST THE HIGHEST SEEN
003980******************************************************************
003990 1120-SCAN-INDEX-ENTRY.
004000     IF AIX-GENERATION >= WS-NEXT-GENERATION
004010         COMPUTE WS-NEXT-GENERATION = AIX-GENERATION + 1
004020     END-IF.
004030     PERFORM 1110-READ-INDEX THRU 1110-EXIT.
004040 1120-EXIT.
004050     EXIT.
004060******************************************************************
004070*    2000-COPY-AUDIT-ENTRIES - MAIN COPY LOOP
004080******************************************************************
004090 2000-COPY-AUDIT-ENTRIES.
004100     PERFORM 2200-COPY-ONE-ENTRY THRU 2200-EXIT.
004110     PERFORM 2100-READ-AUDIT THRU 2100-EXIT.
004120 2000-EXIT.
004130     EXIT.
004140******************************************************************
004150*    2100-READ-AUDIT
004160******************************************************************
004170 2100-READ-AUDIT.
004180     READ AUDITLOG
004190         AT END
004200             SET WS-EOF-YES TO TRUE
004210     END-READ.
004220 2100-EXIT.
004230     EXIT.
004240******************************************************************
004250*    2200-COPY-ONE-ENTRY - COPY ONE AUDIT ENTRY TO THE ARCHIVE
004260*                 GENERATION AND ROLL THE DATE RANGE
004270******************************************************************
004280 2200-COPY-ONE-ENTRY.
004290     MOVE AUDIT-RECORD TO ARC-AUDIT-RECORD.
004300     WRITE ARC-AUDIT-RECORD.
004310     ADD 1 TO WS-COPIED-COUNT.
004320     IF AUD-TS-DATE < WS-MIN-DATE
004330         MOVE AUD-TS-DATE TO WS-MIN-DATE
004340     END-IF.
004350     IF AUD-TS-DATE > WS-MAX-DATE
004360         MOVE AUD-TS-DATE TO WS-MAX-DATE
004370     END-IF.
004380 2200-EXIT.
004390     EXIT.
004400******************************************************************
004410*    9000-TERMINATE - REGISTER THE GENERATION ON THE INDEX AND
004420*                 TRUNCATE THE LIVE LOG. AN EMPTY LOG ROLLS
004430*                 NOTHING AND LEAVES EVERYTHING UNTOUCHED.
004440******************************************************************
004450 9000-TERMINATE.
004460     IF WS-AUDITLOG-STATUS = "35"
004470         GO TO 9000-EXIT
004480     END-IF.
004490     CLOSE AUDITLOG.
004500     CLOSE AUDARCH.
004510     IF WS-COPIED-COUNT = ZERO
004520         DISPLAY "VLD-AUD-ARQ: AUDITLOG VAZIO - NADA A ARQUIVAR"
004530         GO TO 9000-EXIT
004540     END-IF.
004550     IF WS-AUDINDEX-STATUS = "35"
004560         OPEN OUTPUT AUDINDEX
004570     ELSE
004580         OPEN EXTEND AUDINDEX
004590     END-IF.
004600     MOVE WS-NEXT-GENERATION TO AIX-GENERATION.
004610     MOVE WS-MIN-DATE TO AIX-FROM-DATE.
004620     MOVE WS-MAX-DATE TO AIX-TO-DATE.
004630     WRITE AIX-RECORD.
004640     CLOSE AUDINDEX.
004650*    THE GENERATION IS SAFE ON DISK AND INDEXED - NOW CUT THE
004660*    LIVE LOG SO THE NIGHTLY JOBS START THE NEW PERIOD EMPTY
004670     OPEN OUTPUT AUDITLOG.
004680     CLOSE AUDITLOG.
004690     DISPLAY "VLD-AUD-ARQ: GERACAO " WS-ARCH-FILE-NAME
004700         " COM " WS-COPIED-COUNT " REGISTROS DE "
004710         WS-MIN-DATE " A " WS-MAX-DATE.
004720 9000-EXIT.
004730     EXIT.
004740******************************************************************
004750*    9900-WRITE-RUN-END - CLOSE THIS STEP'S LEDGER ENTRY WITH
004760*                 ITS RETURN CODE AND KEY COUNTS.
004770*                 PERFORMED AHEAD OF EVERY STOP RUN ONCE THE
004780*                 START RECORD IS ON THE LEDGER.
004790******************************************************************
004800 9900-WRITE-RUN-END.
004810     IF WS-RUN-NOT-STARTED
004820         GO TO 9900-EXIT
004830     END-IF.
004840     SET WS-RUN-NOT-STARTED TO TRUE.
004850     MOVE "F" TO WS-RUN-EVENT.
004860     MOVE RETURN-CODE TO WS-RUN-RC.
004870     MOVE WS-COPIED-COUNT TO WS-RUN-READ-COUNT.
004880     MOVE WS-COPIED-COUNT TO WS-RUN-PROC-COUNT.
004890     MOVE ZERO TO WS-RUN-EXC-COUNT.
004900     PERFORM 1090-APPEND-RUN-ENTRY THRU 1090-EXIT.
004910 9900-EXIT.
004920     EXIT.
004930
004940 END PROGRAM VLD-AUD-ARQ.
