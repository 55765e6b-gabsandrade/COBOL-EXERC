000120*               THE CONTROL DATE, SO A FAILED NIGHT CAN BE
000130*               RERUN DAYS LATER AGAINST THE SAME BUSINESS DAY
000140*               SIMPLY BY NOT RUNNING THIS STEP.
000150*               THE CLOSE IS REFUSED (RETURN CODE 8, DATE NOT
000160*               ADVANCED) UNLESS THE RUNLEDGR RUN-STEP LEDGER
000170*               SHOWS EVERY REQUIRED NIGHTLY STEP ENDED WITH
000180*               RETURN CODE ZERO FOR THE BUSINESS DATE,
000190*               INCLUDING THE MONTH-END STEP ON THE LAST DAY OF
000200*               THE MONTH. EITHER WAY A RUN SUMMARY FOR THE
000210*               SHIFT SUPERVISOR IS WRITTEN TO RUNRPT: EVERY
000220*               LEDGER ENTRY FOR THE DATE, THE STATE OF EACH
000230*               REQUIRED STEP AND THE OUTCOME OF THE CLOSE.
000240* TECTONICS:    COBC
000250*----------------------------------------------------------------
000260* MODIFICATION HISTORY
000270*   DATE        INIT  DESCRIPTION
000280*   02/09/2026  GA    INITIAL VERSION - ADVANCE THE BUSINESS
000290*                     DATE AT END OF DAY.
000300*   15/10/2026  GA    THE DATE NOW ADVANCES ONLY WHEN THE
000310*                     RUNLEDGR RUN-STEP LEDGER SHOWS EVERY
000320*                     REQUIRED STEP ENDED CLEANLY FOR THE DATE
000330*                     (VLD-MES-FIM ONLY ON THE LAST DAY OF THE
000340*                     MONTH). THE CLOSE ITSELF IS RECORDED ON
000350*                     THE LEDGER AND A RUN SUMMARY IS WRITTEN TO
000360*                     THE NEW RUNRPT SUPERVISOR REPORT.
000370*   15/10/2026  GA    VLD-ACC-ENC ACCOUNT CLOSURE SETTLEMENT ADDED
000380*                     TO THE STEPS REQUIRED EVERY DAY.
000390*   15/10/2026  GA    VLD-DEP-LIB UNCOLLECTED-FUNDS RELEASE ADDED
000400*                     TO THE STEPS REQUIRED EVERY DAY.
000410*   15/10/2026  GA    VLD-PAG-EXT OUTBOUND PAYMENT FILE AND
000420*                     VLD-PAG-RET PAYMENT RETURNS ADDED TO THE
000430*                     STEPS REQUIRED EVERY DAY.
000440*   15/10/2026  GA    A FAILURE TO REWRITE BDATECTL NOW RECORDS
000450*                     THE CLOSE'S END ENTRY ON RUNLEDGR WITH
000460*                     RETURN CODE 8.
000470******************************************************************
000480 IDENTIFICATION DIVISION.
000490 PROGRAM-ID. VLD-DIA-FCH.
000500 AUTHOR. GABRIELLY ANDRADE.
000510 INSTALLATION. RETAIL BANKING SYSTEMS.
000520 DATE-WRITTEN. 02/09/2026.
000530 DATE-COMPILED. 02/09/2026.
000540******************************************************************
000550 ENVIRONMENT DIVISION.
000560 INPUT-OUTPUT SECTION.
000570 FILE-CONTROL.
000580     SELECT BDATECTL ASSIGN TO BDATECTL
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-BDATECTL-STATUS.
000610
000620     SELECT RUNLEDGR ASSIGN TO RUNLEDGR
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-RUNLEDGR-STATUS.
000650
000660     SELECT RUNRPT ASSIGN TO RUNRPT
000670         ORGANIZATION IS LINE SEQUENTIAL.
000680******************************************************************
000690 DATA DIVISION.
000700 FILE SECTION.
000710 FD  BDATECTL
000720     LABEL RECORDS ARE STANDARD.
000730     COPY BDTREC.
000740
000750 FD  RUNLEDGR
000760     LABEL RECORDS ARE STANDARD.
000770     COPY RUNREC.
000780
000790 FD  RUNRPT
000800     LABEL RECORDS ARE STANDARD.
000810 01  RUN-REPORT-LINE         PIC X(80).
000820
000830 WORKING-STORAGE SECTION.
000840 77  WS-BDATECTL-STATUS      PIC X(02) VALUE "00".
000850 77  WS-RUNLEDGR-STATUS      PIC X(02) VALUE "00".
000860
000870 77  WS-OLD-DATE             PIC 9(08) VALUE ZERO.
000880 77  WS-DAYS-IN-MONTH        PIC 9(02) VALUE ZERO.
000890 77  WS-LEAP-QUOT            PIC 9(04) COMP VALUE ZERO.
000900 77  WS-LEAP-REM             PIC 9(04) COMP VALUE ZERO.
000910
000920 77  WS-RUN-EOF-SWITCH       PIC X(01) VALUE "N".
000930     88  WS-RUN-EOF                    VALUE "Y".
000940     88  WS-RUN-NOT-EOF                VALUE "N".
000950
000960 77  WS-MONTH-END-SWITCH     PIC X(01) VALUE "N".
000970     88  WS-MONTH-END                  VALUE "Y".
000980
000990 77  WS-CLOSE-DONE-SWITCH    PIC X(01) VALUE "N".
001000     88  WS-CLOSE-ALREADY-DONE         VALUE "Y".
001010
001020 77  WS-RUN-PROGRAM          PIC X(12) VALUE "VLD-DIA-FCH".
001030 77  WS-RUN-EVENT            PIC X(01) VALUE SPACE.
001040 77  WS-RUN-RC               PIC 9(04) VALUE ZERO.
001050 77  WS-RUN-SYS-TIME         PIC 9(08) VALUE ZERO.
001060
001070 77  WS-LEDGER-COUNT         PIC 9(09) COMP VALUE ZERO.
001080 77  WS-REQUIRED-COUNT       PIC 9(09) COMP VALUE ZERO.
001090 77  WS-COMPLETE-COUNT       PIC 9(09) COMP VALUE ZERO.
001100 77  WS-PENDING-COUNT        PIC 9(09) COMP VALUE ZERO.
001110 77  WS-STEP-COUNT           PIC 9(02) COMP VALUE 15.
001120
001130 01  WS-WORK-DATE.
001140     05  WS-WD-YEAR          PIC 9(04).
001150     05  WS-WD-MONTH         PIC 9(02).
001160     05  WS-WD-DAY           PIC 9(02).
001170 01  WS-WORK-DATE-N REDEFINES WS-WORK-DATE
001180                             PIC 9(08).
001190
001200 01  WS-MONTH-TABLE.
001210     05  FILLER              PIC X(24) VALUE
001220         "312831303130313130313031".
001230 01  WS-MONTH-DAYS REDEFINES WS-MONTH-TABLE.
001240     05  WS-MTH-DAYS         OCCURS 12 TIMES PIC 9(02).
001250*
001260*    STEPS THAT MUST HAVE ENDED CLEANLY BEFORE THE DAY CAN BE
001270*    CLOSED - PROGRAM, WHEN REQUIRED (D = EVERY DAY, M = LAST
001280*    DAY OF THE MONTH ONLY), STATE FOUND ON THE LEDGER
001290*    (C = ENDED CLEANLY, F = ENDED WITH AN ERROR, I = STARTED
001300*    BUT NEVER ENDED, SPACE = NEVER RUN) AND THE LAST NON-ZERO
001310*    RETURN CODE SEEN
001320*
001330 01  WS-STEP-VALUES.
001340     05  FILLER              PIC X(18) VALUE
001350         "VLD-ORD-GER D 0000".
001360     05  FILLER              PIC X(18) VALUE
001370         "VLD-TRN-EDT D 0000".
001380     05  FILLER              PIC X(18) VALUE
001390         "VLD-SAQ-APR D 0000".
001400     05  FILLER              PIC X(18) VALUE
001410         "VLD-SAQ-BANCD 0000".
001420     05  FILLER              PIC X(18) VALUE
001430         "VLD-SAQ-REL D 0000".
001440     05  FILLER              PIC X(18) VALUE
001450         "VLD-ACC-ENC D 0000".
001460     05  FILLER              PIC X(18) VALUE
001470         "VLD-DEP-LIB D 0000".
001480     05  FILLER              PIC X(18) VALUE
001490         "VLD-PAG-EXT D 0000".
001500     05  FILLER              PIC X(18) VALUE
001510         "VLD-PAG-RET D 0000".
001520     05  FILLER              PIC X(18) VALUE
001530         "VLD-MES-FIM M 0000".
001540     05  FILLER              PIC X(18) VALUE
001550         "VLD-GL-JRN  D 0000".
001560     05  FILLER              PIC X(18) VALUE
001570         "VLD-GL-BAL  D 0000".
001580     05  FILLER              PIC X(18) VALUE
001590         "VLD-CMP-ESP D 0000".
001600     05  FILLER              PIC X(18) VALUE
001610         "VLD-ACC-DLQ D 0000".
001620     05  FILLER              PIC X(18) VALUE
001630         "VLD-ACC-DRM D 0000".
001640 01  WS-STEP-TABLE REDEFINES WS-STEP-VALUES.
001650     05  WS-STEP-ENTRY       OCCURS 15 TIMES
001660                             INDEXED BY WS-STEP-IDX.
001670         10  WS-STEP-PROGRAM         PIC X(12).
001680         10  WS-STEP-WHEN            PIC X(01).
001690             88  WS-STEP-MONTH-END-ONLY        VALUE "M".
001700         10  WS-STEP-STATE           PIC X(01).
001710             88  WS-STEP-CLEAN                 VALUE "C".
001720             88  WS-STEP-FAILED                VALUE "F".
001730             88  WS-STEP-OPEN                  VALUE "I".
001740             88  WS-STEP-NEVER-RUN             VALUE SPACE.
001750         10  WS-STEP-RC              PIC 9(04).
001760
001770 01  WS-TITLE-LINE.
001780     05  FILLER              PIC X(45) VALUE
001790         "VLD-DIA-FCH - RESUMO DA NOITE - DATA CONTABIL".
001800     05  FILLER              PIC X(01) VALUE SPACE.
001810     05  WS-TL-DATE          PIC 9(08).
001820     05  FILLER              PIC X(26) VALUE SPACES.
001830
001840 01  WS-RULE-LINE            PIC X(80) VALUE ALL "-".
001850
001860 01  WS-SECTION-LINE.
001870     05  WS-SL-TEXT          PIC X(80).
001880
001890 01  WS-LEDGER-HEADER.
001900     05  FILLER              PIC X(40) VALUE
001910         "PROGRAMA     EVENTO DATA     HORA     RC".
001920     05  FILLER              PIC X(36) VALUE
001930         "       LIDOS    PROCESS.    EXCECOES".
001940     05  FILLER              PIC X(04) VALUE SPACES.
001950
001960 01  WS-LEDGER-LINE.
001970     05  WS-LL-PROGRAM       PIC X(12).
001980     05  FILLER              PIC X(01) VALUE SPACE.
001990     05  WS-LL-EVENT         PIC X(06).
002000     05  FILLER              PIC X(01) VALUE SPACE.
002010     05  WS-LL-DATE          PIC 9(08).
002020     05  FILLER              PIC X(01) VALUE SPACE.
002030     05  WS-LL-TIME          PIC 9(06).
002040     05  FILLER              PIC X(01) VALUE SPACE.
002050     05  WS-LL-RESULT.
002060         10  WS-LL-RC        PIC ZZZ9.
002070         10  FILLER          PIC X(01) VALUE SPACE.
002080         10  WS-LL-READ      PIC ZZZ,ZZZ,ZZ9.
002090         10  FILLER          PIC X(01) VALUE SPACE.
002100         10  WS-LL-PROCESSED PIC ZZZ,ZZZ,ZZ9.
002110         10  FILLER          PIC X(01) VALUE SPACE.
002120         10  WS-LL-EXCEPTIONS
002130                             PIC ZZZ,ZZZ,ZZ9.
002140     05  FILLER              PIC X(04) VALUE SPACES.
002150
002160 01  WS-STEP-LINE.
002170     05  WS-ST-PROGRAM       PIC X(12).
002180     05  FILLER              PIC X(02) VALUE SPACES.
002190     05  WS-ST-STATE         PIC X(30).
002200     05  WS-ST-RC-LABEL      PIC X(03).
002210     05  WS-ST-RC            PIC ZZZ9 BLANK WHEN ZERO.
002220     05  FILLER              PIC X(29) VALUE SPACES.
002230
002240 01  WS-COUNT-LINE.
002250     05  WS-CL-LABEL         PIC X(29).
002260     05  WS-CL-COUNT         PIC ZZZ,ZZZ,ZZ9.
002270     05  FILLER              PIC X(40) VALUE SPACES.
002280
002290 01  WS-OUTCOME-LINE.
002300     05  WS-OL-TEXT          PIC X(21).
002310     05  WS-OL-DATE-LABEL    PIC X(06).
002320     05  WS-OL-OLD-DATE      PIC 9(08).
002330     05  WS-OL-TEXT-2        PIC X(13).
002340     05  WS-OL-NEW-DATE      PIC 9(08).
002350     05  FILLER              PIC X(24).
002360******************************************************************
002370 PROCEDURE DIVISION.
002380******************************************************************
002390*    0000-MAINLINE
002400******************************************************************
002410 0000-MAINLINE.
002420     PERFORM 1000-READ-CONTROL-DATE THRU 1000-EXIT.
002430     PERFORM 1100-SCAN-RUN-LEDGER THRU 1100-EXIT.
002440     PERFORM 1300-CHECK-REQUIRED-STEPS THRU 1300-EXIT.
002450     IF WS-PENDING-COUNT > ZERO
002460         OR WS-CLOSE-ALREADY-DONE
002470         PERFORM 4100-WRITE-REFUSAL THRU 4100-EXIT
002480         CLOSE RUNRPT
002490         MOVE 8 TO RETURN-CODE
002500         STOP RUN
002510     END-IF.
002520     MOVE "I" TO WS-RUN-EVENT.
002530     MOVE ZERO TO WS-RUN-RC.
002540     PERFORM 8000-APPEND-RUN-ENTRY THRU 8000-EXIT.
002550     PERFORM 2000-ADVANCE-ONE-DAY THRU 2000-EXIT.
002560     PERFORM 3000-REWRITE-CONTROL-DATE THRU 3000-EXIT.
002570     MOVE "F" TO WS-RUN-EVENT.
002580     MOVE RETURN-CODE TO WS-RUN-RC.
002590     PERFORM 8000-APPEND-RUN-ENTRY THRU 8000-EXIT.
002600     PERFORM 4000-WRITE-CLOSE-OUTCOME THRU 4000-EXIT.
002610     CLOSE RUNRPT.
002620     DISPLAY "VLD-DIA-FCH: DATA CONTABIL " WS-OLD-DATE
002630         " FECHADA - NOVA DATA " WS-WORK-DATE-N.
002640     STOP RUN.
002650******************************************************************
002660*    1000-READ-CONTROL-DATE
002670******************************************************************
002680 1000-READ-CONTROL-DATE.
002690     OPEN INPUT BDATECTL.
002700     IF WS-BDATECTL-STATUS NOT = "00"
002710         DISPLAY "ERRO AO ABRIR BDATECTL - STATUS "
002720             WS-BDATECTL-STATUS
002730         MOVE 8 TO RETURN-CODE
002740         STOP RUN
002750     END-IF.
002760     READ BDATECTL
002770         AT END
002780             DISPLAY "ERRO: BDATECTL VAZIO"
002790             MOVE 8 TO RETURN-CODE
002800             STOP RUN
002810     END-READ.
002820     MOVE BDT-BUSINESS-DATE TO WS-OLD-DATE.
002830     MOVE BDT-BUSINESS-DATE TO WS-WORK-DATE-N.
002840     CLOSE BDATECTL.
002850*    THE MONTH-END STEP IS REQUIRED ONLY WHEN THE DAY BEING
002860*    CLOSED IS THE LAST CALENDAR DAY OF ITS MONTH
002870     PERFORM 2100-SET-DAYS-IN-MONTH THRU 2100-EXIT.
002880     IF WS-WD-DAY = WS-DAYS-IN-MONTH
002890         SET WS-MONTH-END TO TRUE
002900     END-IF.
002910     OPEN OUTPUT RUNRPT.
002920     MOVE WS-OLD-DATE TO WS-TL-DATE.
002930     MOVE WS-TITLE-LINE TO RUN-REPORT-LINE.
002940     WRITE RUN-REPORT-LINE.
002950     MOVE WS-RULE-LINE TO RUN-REPORT-LINE.
002960     WRITE RUN-REPORT-LINE.
002970 1000-EXIT.
002980     EXIT.
002990******************************************************************
003000*    1100-SCAN-RUN-LEDGER - LIST EVERY LEDGER ENTRY FOR THE
003010*                 BUSINESS DATE AND NOTE HOW EACH REQUIRED
003020*                 STEP STANDS. A MISSING LEDGER MEANS NOTHING
003030*                 HAS RUN.
003040******************************************************************
003050 1100-SCAN-RUN-LEDGER.
003060     MOVE "ENTRADAS DO LEDGER DE EXECUCAO" TO WS-SL-TEXT.
003070     MOVE WS-SECTION-LINE TO RUN-REPORT-LINE.
003080     WRITE RUN-REPORT-LINE.
003090     MOVE WS-LEDGER-HEADER TO RUN-REPORT-LINE.
003100     WRITE RUN-REPORT-LINE.
003110     OPEN INPUT RUNLEDGR.
003120     IF WS-RUNLEDGR-STATUS = "35"
003130         GO TO 1100-EXIT
003140     END-IF.
003150     IF WS-RUNLEDGR-STATUS NOT = "00"
003160         DISPLAY "ERRO AO ABRIR RUNLEDGR - STATUS "
003170             WS-RUNLEDGR-STATUS
003180         MOVE 8 TO RETURN-CODE
003190         STOP RUN
003200     END-IF.
003210     PERFORM 1110-READ-RUN-ENTRY THRU 1110-EXIT
003220         UNTIL WS-RUN-EOF.
003230     CLOSE RUNLEDGR.
003240 1100-EXIT.
003250     EXIT.
003260******************************************************************
003270*    1110-READ-RUN-ENTRY - ENTRIES FOR OTHER DATES ARE SKIPPED
003280******************************************************************
003290 1110-READ-RUN-ENTRY.
003300     READ RUNLEDGR
003310         AT END
003320             SET WS-RUN-EOF TO TRUE
003330             GO TO 1110-EXIT
003340     END-READ.
003350     IF RUN-BUSINESS-DATE NOT = WS-OLD-DATE
003360         GO TO 1110-EXIT
003370     END-IF.
003380     ADD 1 TO WS-LEDGER-COUNT.
003390     PERFORM 1200-WRITE-LEDGER-LINE THRU 1200-EXIT.
003400     IF RUN-PROGRAM = WS-RUN-PROGRAM
003410         AND RUN-EVENT-END
003420         AND RUN-RETURN-CODE = ZERO
003430         SET WS-CLOSE-ALREADY-DONE TO TRUE
003440     END-IF.
003450     PERFORM 1120-TALLY-STEP-ENTRY THRU 1120-EXIT
003460         VARYING WS-STEP-IDX FROM 1 BY 1
003470         UNTIL WS-STEP-IDX > WS-STEP-COUNT.
003480 1110-EXIT.
003490     EXIT.
003500******************************************************************
003510*    1120-TALLY-STEP-ENTRY - ONCE A STEP HAS ENDED CLEANLY A
003520*                 LATER ENTRY CANNOT UNDO IT (THE STEPS THEMSELVES
003530*                 REFUSE A SECOND RUN). OTHERWISE THE LATEST
003540*                 ENTRY DECIDES: A START LEAVES THE STEP OPEN, AN
003550*                 END WITH A NON-ZERO RETURN CODE MARKS IT FAILED.
003560******************************************************************
003570 1120-TALLY-STEP-ENTRY.
003580     IF WS-STEP-PROGRAM(WS-STEP-IDX) NOT = RUN-PROGRAM
003590         OR WS-STEP-CLEAN(WS-STEP-IDX)
003600         GO TO 1120-EXIT
003610     END-IF.
003620     IF RUN-EVENT-START
003630         MOVE "I" TO WS-STEP-STATE(WS-STEP-IDX)
003640         GO TO 1120-EXIT
003650     END-IF.
003660     IF RUN-RETURN-CODE = ZERO
003670         MOVE "C" TO WS-STEP-STATE(WS-STEP-IDX)
003680     ELSE
003690         MOVE "F" TO WS-STEP-STATE(WS-STEP-IDX)
003700         MOVE RUN-RETURN-CODE TO WS-STEP-RC(WS-STEP-IDX)
003710     END-IF.
003720 1120-EXIT.
003730     EXIT.
003740******************************************************************
003750*    1200-WRITE-LEDGER-LINE - ONE REPORT LINE PER LEDGER ENTRY.
003760*                 A START ENTRY CARRIES NO RESULT YET.
003770******************************************************************
003780 1200-WRITE-LEDGER-LINE.
003790     MOVE RUN-PROGRAM TO WS-LL-PROGRAM.
003800     MOVE RUN-TS-DATE TO WS-LL-DATE.
003810     MOVE RUN-TS-TIME TO WS-LL-TIME.
003820     IF RUN-EVENT-START
003830         MOVE "INICIO" TO WS-LL-EVENT
003840         MOVE SPACES TO WS-LL-RESULT
003850     ELSE
003860         MOVE "FIM" TO WS-LL-EVENT
003870         MOVE RUN-RETURN-CODE TO WS-LL-RC
003880         MOVE RUN-COUNT-READ TO WS-LL-READ
003890         MOVE RUN-COUNT-PROCESSED TO WS-LL-PROCESSED
003900         MOVE RUN-COUNT-EXCEPTIONS TO WS-LL-EXCEPTIONS
003910     END-IF.
003920     MOVE WS-LEDGER-LINE TO RUN-REPORT-LINE.
003930     WRITE RUN-REPORT-LINE.
003940 1200-EXIT.
003950     EXIT.
003960******************************************************************
003970*    1300-CHECK-REQUIRED-STEPS - ONE LINE PER REQUIRED STEP AND
003980*                 A COUNT OF THOSE STILL PENDING
003990******************************************************************
004000 1300-CHECK-REQUIRED-STEPS.
004010     MOVE WS-RULE-LINE TO RUN-REPORT-LINE.
004020     WRITE RUN-REPORT-LINE.
004030     MOVE "SITUACAO DOS PASSOS EXIGIDOS" TO WS-SL-TEXT.
004040     MOVE WS-SECTION-LINE TO RUN-REPORT-LINE.
004050     WRITE RUN-REPORT-LINE.
004060     PERFORM 1310-CHECK-ONE-STEP THRU 1310-EXIT
004070         VARYING WS-STEP-IDX FROM 1 BY 1
004080         UNTIL WS-STEP-IDX > WS-STEP-COUNT.
004090     MOVE WS-RULE-LINE TO RUN-REPORT-LINE.
004100     WRITE RUN-REPORT-LINE.
004110     MOVE "ENTRADAS NO LEDGER:" TO WS-CL-LABEL.
004120     MOVE WS-LEDGER-COUNT TO WS-CL-COUNT.
004130     MOVE WS-COUNT-LINE TO RUN-REPORT-LINE.
004140     WRITE RUN-REPORT-LINE.
004150     MOVE "PASSOS EXIGIDOS:" TO WS-CL-LABEL.
004160     MOVE WS-REQUIRED-COUNT TO WS-CL-COUNT.
004170     MOVE WS-COUNT-LINE TO RUN-REPORT-LINE.
004180     WRITE RUN-REPORT-LINE.
004190     MOVE "PASSOS CONCLUIDOS:" TO WS-CL-LABEL.
004200     MOVE WS-COMPLETE-COUNT TO WS-CL-COUNT.
004210     MOVE WS-COUNT-LINE TO RUN-REPORT-LINE.
004220     WRITE RUN-REPORT-LINE.
004230     MOVE "PASSOS PENDENTES:" TO WS-CL-LABEL.
004240     MOVE WS-PENDING-COUNT TO WS-CL-COUNT.
004250     MOVE WS-COUNT-LINE TO RUN-REPORT-LINE.
004260     WRITE RUN-REPORT-LINE.
004270 1300-EXIT.
004280     EXIT.
004290******************************************************************
004300*    1310-CHECK-ONE-STEP
004310******************************************************************
004320 1310-CHECK-ONE-STEP.
004330     MOVE WS-STEP-PROGRAM(WS-STEP-IDX) TO WS-ST-PROGRAM.
004340     MOVE SPACES TO WS-ST-RC-LABEL.
004350     MOVE ZERO TO WS-ST-RC.
004360     IF WS-STEP-MONTH-END-ONLY(WS-STEP-IDX)
004370         AND NOT WS-MONTH-END
004380         MOVE "NAO EXIGIDO HOJE" TO WS-ST-STATE
004390         GO TO 1310-WRITE
004400     END-IF.
004410     ADD 1 TO WS-REQUIRED-COUNT.
004420     EVALUATE TRUE
004430         WHEN WS-STEP-CLEAN(WS-STEP-IDX)
004440             ADD 1 TO WS-COMPLETE-COUNT
004450             MOVE "CONCLUIDO" TO WS-ST-STATE
004460         WHEN WS-STEP-FAILED(WS-STEP-IDX)
004470             ADD 1 TO WS-PENDING-COUNT
004480             MOVE "PENDENTE - TERMINOU COM ERRO" TO WS-ST-STATE
004490             MOVE "RC " TO WS-ST-RC-LABEL
004500             MOVE WS-STEP-RC(WS-STEP-IDX) TO WS-ST-RC
004510         WHEN WS-STEP-OPEN(WS-STEP-IDX)
004520             ADD 1 TO WS-PENDING-COUNT
004530             MOVE "PENDENTE - INICIADO SEM FIM" TO WS-ST-STATE
004540         WHEN OTHER
004550             ADD 1 TO WS-PENDING-COUNT
004560             MOVE "PENDENTE - NAO EXECUTADO" TO WS-ST-STATE
004570     END-EVALUATE.
004580 1310-WRITE.
004590     MOVE WS-STEP-LINE TO RUN-REPORT-LINE.
004600     WRITE RUN-REPORT-LINE.
004610 1310-EXIT.
004620     EXIT.
004630******************************************************************
004640*    2000-ADVANCE-ONE-DAY - STEP THE WORK DATE FORWARD ONE
004650*                 CALENDAR DAY, ROLLING MONTH AND YEAR
004660******************************************************************
004670 2000-ADVANCE-ONE-DAY.
004680     PERFORM 2100-SET-DAYS-IN-MONTH THRU 2100-EXIT.
004690     ADD 1 TO WS-WD-DAY.
004700     IF WS-WD-DAY > WS-DAYS-IN-MONTH
004710         MOVE 1 TO WS-WD-DAY
004720         ADD 1 TO WS-WD-MONTH
004730         IF WS-WD-MONTH > 12
004740             MOVE 1 TO WS-WD-MONTH
004750             ADD 1 TO WS-WD-YEAR
004760         END-IF
004770     END-IF.
004780 2000-EXIT.
004790     EXIT.
004800******************************************************************
004810*    2100-SET-DAYS-IN-MONTH - LENGTH OF THE WORK DATE'S MONTH,
004820*                             WITH THE FEBRUARY LEAP-YEAR RULE
004830******************************************************************
004840 2100-SET-DAYS-IN-MONTH.
004850     MOVE WS-MTH-DAYS(WS-WD-MONTH) TO WS-DAYS-IN-MONTH.
004860     IF WS-WD-MONTH = 2
004870         DIVIDE WS-WD-YEAR BY 4 GIVING WS-LEAP-QUOT
004880             REMAINDER WS-LEAP-REM
004890         IF WS-LEAP-REM = ZERO
004900             DIVIDE WS-WD-YEAR BY 100 GIVING WS-LEAP-QUOT
004910                 REMAINDER WS-LEAP-REM
004920             IF WS-LEAP-REM NOT = ZERO
004930                 MOVE 29 TO WS-DAYS-IN-MONTH
004940             ELSE
004950                 DIVIDE WS-WD-YEAR BY 400 GIVING WS-LEAP-QUOT
004960                     REMAINDER WS-LEAP-REM
004970                 IF WS-LEAP-REM = ZERO
004980                     MOVE 29 TO WS-DAYS-IN-MONTH
004990                 END-IF
005000             END-IF
005010         END-IF
005020     END-IF.
005030 2100-EXIT.
005040     EXIT.
005050******************************************************************
005060*    3000-REWRITE-CONTROL-DATE - REPLACE THE CONTROL RECORD
005070*                                WITH THE ADVANCED DATE
005080******************************************************************
005090 3000-REWRITE-CONTROL-DATE.
005100     OPEN OUTPUT BDATECTL.
005110     IF WS-BDATECTL-STATUS NOT = "00"
005120         DISPLAY "ERRO AO REGRAVAR BDATECTL - STATUS "
005130             WS-BDATECTL-STATUS
005140         MOVE 8 TO RETURN-CODE
005150         MOVE "F" TO WS-RUN-EVENT
005160         MOVE 8 TO WS-RUN-RC
005170         PERFORM 8000-APPEND-RUN-ENTRY THRU 8000-EXIT
005180         STOP RUN
005190     END-IF.
005200     MOVE WS-WORK-DATE-N TO BDT-BUSINESS-DATE.
005210     WRITE BDT-RECORD.
005220     CLOSE BDATECTL.
005230 3000-EXIT.
005240     EXIT.
005250******************************************************************
005260*    4000-WRITE-CLOSE-OUTCOME
005270******************************************************************
005280 4000-WRITE-CLOSE-OUTCOME.
005290     MOVE SPACES TO WS-OUTCOME-LINE.
005300     MOVE "FECHAMENTO EFETUADO -" TO WS-OL-TEXT.
005310     MOVE " DATA " TO WS-OL-DATE-LABEL.
005320     MOVE WS-OLD-DATE TO WS-OL-OLD-DATE.
005330     MOVE " - NOVA DATA " TO WS-OL-TEXT-2.
005340     MOVE WS-WORK-DATE-N TO WS-OL-NEW-DATE.
005350     MOVE WS-OUTCOME-LINE TO RUN-REPORT-LINE.
005360     WRITE RUN-REPORT-LINE.
005370 4000-EXIT.
005380     EXIT.
005390******************************************************************
005400*    4100-WRITE-REFUSAL - THE DATE STAYS WHERE IT IS, SO THE
005410*                 NEW-DATE FIELD IS LEFT BLANK
005420******************************************************************
005430 4100-WRITE-REFUSAL.
005440     MOVE SPACES TO WS-OUTCOME-LINE.
005450     MOVE "FECHAMENTO RECUSADO -" TO WS-OL-TEXT.
005460     MOVE " DATA " TO WS-OL-DATE-LABEL.
005470     IF WS-CLOSE-ALREADY-DONE
005480         MOVE " JA FECHADA" TO WS-OL-TEXT-2
005490         DISPLAY "ERRO: DATA CONTABIL " WS-OLD-DATE
005500             " JA FECHADA"
005510     ELSE
005520         MOVE " INCOMPLETA" TO WS-OL-TEXT-2
005530         DISPLAY "ERRO: FECHAMENTO RECUSADO - "
005540             WS-PENDING-COUNT " PASSO(S) PENDENTE(S) PARA "
005550             WS-OLD-DATE " - VER RUNRPT"
005560     END-IF.
005570     MOVE WS-OLD-DATE TO WS-OL-OLD-DATE.
005580     MOVE WS-OUTCOME-LINE TO RUN-REPORT-LINE.
005590     WRITE RUN-REPORT-LINE.
005600 4100-EXIT.
005610     EXIT.
005620******************************************************************
005630*    8000-APPEND-RUN-ENTRY - ADD THE CLOSE'S OWN START OR END
005640*                 RECORD TO THE RUNLEDGR RUN-STEP LEDGER, UNDER
005650*                 THE DATE BEING CLOSED
005660******************************************************************
005670 8000-APPEND-RUN-ENTRY.
005680     OPEN EXTEND RUNLEDGR.
005690     IF WS-RUNLEDGR-STATUS = "35"
005700         OPEN OUTPUT RUNLEDGR
005710     END-IF.
005720     IF WS-RUNLEDGR-STATUS NOT = "00"
005730         DISPLAY "ERRO AO GRAVAR RUNLEDGR - STATUS "
005740             WS-RUNLEDGR-STATUS
005750         MOVE 8 TO RETURN-CODE
005760         STOP RUN
005770     END-IF.
005780     ACCEPT WS-RUN-SYS-TIME FROM TIME.
005790     MOVE SPACES TO RUN-LEDGER-RECORD.
005800     MOVE WS-OLD-DATE TO RUN-BUSINESS-DATE.
005810     MOVE WS-RUN-PROGRAM TO RUN-PROGRAM.
005820     MOVE WS-RUN-EVENT TO RUN-EVENT.
005830     ACCEPT RUN-TS-DATE FROM DATE YYYYMMDD.
005840     MOVE WS-RUN-SYS-TIME(1:6) TO RUN-TS-TIME.
005850     MOVE WS-RUN-RC TO RUN-RETURN-CODE.
005860     MOVE WS-LEDGER-COUNT TO RUN-COUNT-READ.
005870     MOVE WS-COMPLETE-COUNT TO RUN-COUNT-PROCESSED.
005880     MOVE WS-PENDING-COUNT TO RUN-COUNT-EXCEPTIONS.
005890     WRITE RUN-LEDGER-RECORD.
005900     CLOSE RUNLEDGR.
005910 8000-EXIT.
005920     EXIT.
005930
005940 END PROGRAM VLD-DIA-FCH.
