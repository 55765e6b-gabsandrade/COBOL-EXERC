000530*   02/09/2026  GA    DOCUMENTED THE REPORTING SPLIT WITH CTLRPT
000540*                     AND THE HOLDOUT/HLDTRAN HANDSHAKE WITH THE
000550*                     POSTER IN THE PROLOGUE.
000560*   15/10/2026  GA    EACH RUN IS NOW RECORDED ON THE RUNLEDGR
000570*                     RUN-STEP LEDGER WITH A START RECORD AND AN
000580*                     END RECORD CARRYING THE RETURN CODE AND KEY
000590*                     COUNTS. A RUN FOR A BUSINESS DATE THE STEP
000600*                     HAS ALREADY ENDED CLEANLY IS REFUSED WITH
000610*                     RETURN CODE 8.
000620*   15/10/2026  GA    THE BENEFICIARY OF AN EXTERNAL PAYMENT NOW
000630*                     TRAVELS WITH ITS HOLD AND IS WRITTEN BACK ON
000640*                     THE RELEASE.
000650******************************************************************
000660 IDENTIFICATION DIVISION.
000670 PROGRAM-ID. VLD-SAQ-APR.
000680 AUTHOR. GABRIELLY ANDRADE.
000690 INSTALLATION. RETAIL BANKING SYSTEMS.
000700 DATE-WRITTEN. 02/09/2026.
000710 DATE-COMPILED. 02/09/2026.
000720******************************************************************
000730 ENVIRONMENT DIVISION.
000740 INPUT-OUTPUT SECTION.
000750 FILE-CONTROL.
000760     SELECT HOLDIN ASSIGN TO HOLDIN
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-HOLDIN-STATUS.
000790
000800     SELECT DECFILE ASSIGN TO DECFILE
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS WS-DECFILE-STATUS.
000830
000840     SELECT HLDTRAN ASSIGN TO HLDTRAN
000850         ORGANIZATION IS LINE SEQUENTIAL.
000860
000870     SELECT HOLDOUT ASSIGN TO HOLDOUT
000880         ORGANIZATION IS LINE SEQUENTIAL.
000890
000900     SELECT HLDAUDIT ASSIGN TO HLDAUDIT
000910         ORGANIZATION IS LINE SEQUENTIAL.
000920
000930     SELECT APRRPT ASSIGN TO APRRPT
000940         ORGANIZATION IS LINE SEQUENTIAL.
000950
000960     SELECT BDATECTL ASSIGN TO BDATECTL
000970         ORGANIZATION IS LINE SEQUENTIAL.
000980     SELECT RUNLEDGR ASSIGN TO RUNLEDGR
000990         ORGANIZATION IS LINE SEQUENTIAL
001000         FILE STATUS IS WS-RUNLEDGR-STATUS.
001010******************************************************************
001020 DATA DIVISION.
001030 FILE SECTION.
001040 FD  HOLDIN
001050     LABEL RECORDS ARE STANDARD.
001060     COPY HOLDREC.
001070
001080 FD  DECFILE
001090     LABEL RECORDS ARE STANDARD.
001100     COPY DECREC.
001110
001120 FD  HLDTRAN
001130     LABEL RECORDS ARE STANDARD.
001140     COPY TRANREC.
001150
001160 FD  HOLDOUT
001170     LABEL RECORDS ARE STANDARD.
001180 01  HOLDOUT-RECORD          PIC X(111).
001190
001200 FD  HLDAUDIT
001210     LABEL RECORDS ARE STANDARD.
001220     COPY HLDAUD.
001230
001240 FD  APRRPT
001250     LABEL RECORDS ARE STANDARD.
001260 01  APR-REPORT-LINE         PIC X(80).
001270
001280 FD  BDATECTL
001290     LABEL RECORDS ARE STANDARD.
001300     COPY BDTREC.
001310
001320 FD  RUNLEDGR
001330     LABEL RECORDS ARE STANDARD.
001340     COPY RUNREC.
001350
001360 WORKING-STORAGE SECTION.
001370 77  WS-HOLD-EOF-SWITCH      PIC X(01) VALUE "N".
001380     88  WS-HOLD-EOF-YES                VALUE "Y".
001390     88  WS-HOLD-EOF-NO                 VALUE "N".
001400
001410 77  WS-DEC-EOF-SWITCH       PIC X(01) VALUE "N".
001420     88  WS-DEC-EOF-YES                 VALUE "Y".
001430     88  WS-DEC-EOF-NO                  VALUE "N".
001440
001450 77  WS-DEC-FOUND-SWITCH     PIC X(01) VALUE "N".
001460     88  WS-DEC-FOUND                   VALUE "Y".
001470     88  WS-DEC-NOT-FOUND               VALUE "N".
001480
001490 77  WS-HOLDIN-STATUS        PIC X(02) VALUE "00".
001500
001510 77  WS-HOLDIN-OPEN-SWITCH   PIC X(01) VALUE "N".
001520     88  WS-HOLDIN-OPEN                 VALUE "Y".
001530     88  WS-HOLDIN-NOT-OPEN             VALUE "N".
001540
001550 77  WS-DECFILE-STATUS       PIC X(02) VALUE "00".
001560
001570 77  WS-CURRENT-DATE         PIC 9(08) VALUE ZERO.
001580 77  WS-CURRENT-TIME         PIC 9(08) VALUE ZERO.
001590
001600 77  WS-MAX-HOLD-AGE         PIC 9(02) VALUE 5.
001610
001620 77  WS-DEC-COUNT            PIC 9(04) COMP VALUE ZERO.
001630 77  WS-DEC-SUB              PIC 9(04) COMP VALUE ZERO.
001640
001650 77  WS-HOLD-READ-COUNT      PIC 9(09) COMP VALUE ZERO.
001660 77  WS-APPROVED-COUNT       PIC 9(09) COMP VALUE ZERO.
001670 77  WS-REJECTED-COUNT       PIC 9(09) COMP VALUE ZERO.
001680 77  WS-EXPIRED-COUNT        PIC 9(09) COMP VALUE ZERO.
001690 77  WS-CARRIED-COUNT        PIC 9(09) COMP VALUE ZERO.
001700 77  WS-UNMATCHED-COUNT      PIC 9(09) COMP VALUE ZERO.
001710
001720 77  WS-DETAIL-COUNT         PIC 9(09) COMP VALUE ZERO.
001730 77  WS-HASH-TOTAL           PIC 9(13)V99 VALUE ZERO.
001740
001750 77  WS-OUTCOME-MSG          PIC X(30) VALUE SPACES.
001760
001770 01  WS-DECISION-TABLE.
001780     05  WS-DEC-ENTRY        OCCURS 500 TIMES.
001790         10  WS-DT-REFERENCE         PIC X(14).
001800         10  WS-DT-ACTION            PIC X(01).
001810         10  WS-DT-OPERATOR          PIC X(08).
001820         10  WS-DT-USED              PIC X(01).
001830
001840 01  WS-TITLE-LINE.
001850     05  FILLER              PIC X(43) VALUE
001860         "REVISAO DE RETENCOES - VLD-SAQ-APR".
001870
001880 01  WS-RULE-LINE.
001890     05  FILLER              PIC X(60) VALUE ALL "-".
001900
001910 01  WS-DETAIL-LINE.
001920     05  WS-DL-REFERENCE     PIC X(14).
001930     05  FILLER              PIC X(02) VALUE SPACES.
001940     05  WS-DL-ACCT          PIC 9(10).
001950     05  FILLER              PIC X(02) VALUE SPACES.
001960     05  WS-DL-AMOUNT        PIC Z(10)ZZ9.99.
001970     05  FILLER              PIC X(02) VALUE SPACES.
001980     05  WS-DL-MSG           PIC X(30).
001990
002000 01  WS-UNMATCHED-LINE.
002010     05  FILLER              PIC X(21) VALUE
002020         "DECISAO SEM RETENCAO ".
002030     05  WS-UL-REFERENCE     PIC X(14).
002040
002050 01  WS-COUNT-LINE.
002060     05  WS-CL-LABEL         PIC X(29).
002070     05  WS-CL-COUNT         PIC ZZZ,ZZZ,ZZ9.
002080*
002090*    RUN-STEP LEDGER CONTROL
002100*
002110 77  WS-RUNLEDGR-STATUS      PIC X(02) VALUE "00".
002120 77  WS-RUN-PROGRAM          PIC X(12) VALUE "VLD-SAQ-APR".
002130 77  WS-RUN-EVENT            PIC X(01) VALUE SPACE.
002140 77  WS-RUN-RC               PIC 9(04) VALUE ZERO.
002150 77  WS-RUN-READ-COUNT       PIC 9(09) VALUE ZERO.
002160 77  WS-RUN-PROC-COUNT       PIC 9(09) VALUE ZERO.
002170 77  WS-RUN-EXC-COUNT        PIC 9(09) VALUE ZERO.
002180 77  WS-RUN-SYS-TIME         PIC 9(08) VALUE ZERO.
002190
002200 77  WS-RUN-STARTED-SWITCH   PIC X(01) VALUE "N".
002210     88  WS-RUN-STARTED                VALUE "Y".
002220     88  WS-RUN-NOT-STARTED            VALUE "N".
002230
002240 77  WS-RUN-DONE-SWITCH      PIC X(01) VALUE "N".
002250     88  WS-RUN-ALREADY-DONE           VALUE "Y".
002260
002270 77  WS-RUN-EOF-SWITCH       PIC X(01) VALUE "N".
002280     88  WS-RUN-EOF                    VALUE "Y".
002290     88  WS-RUN-NOT-EOF                VALUE "N".
002300******************************************************************
002310 PROCEDURE DIVISION.
002320******************************************************************
002330*    0000-MAINLINE
002340******************************************************************
002350 0000-MAINLINE.
002360     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002370     PERFORM 2000-REVIEW-HOLDS THRU 2000-EXIT
002380         UNTIL WS-HOLD-EOF-YES.
002390     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002400     PERFORM 9900-WRITE-RUN-END THRU 9900-EXIT
002410     STOP RUN.
002420******************************************************************
002430*    1000-INITIALIZE - LOAD THE DECISIONS, OPEN FILES, WRITE THE
002440*                 RELEASE FILE HEADER. A MISSING QUEUE OR
002450*                 DECISION FILE JUST MEANS THERE IS NOTHING OF
002460*                 THAT KIND TO PROCESS.
002470******************************************************************
002480 1000-INITIALIZE.
002490     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT.
002500     PERFORM 1060-CHECK-RUN-LEDGER THRU 1060-EXIT.
002510     PERFORM 1100-LOAD-DECISIONS THRU 1100-EXIT.
002520     OPEN OUTPUT HLDTRAN.
002530     OPEN OUTPUT HOLDOUT.
002540     OPEN EXTEND HLDAUDIT.
002550     OPEN OUTPUT APRRPT.
002560     MOVE WS-TITLE-LINE TO APR-REPORT-LINE.
002570     WRITE APR-REPORT-LINE.
002580     MOVE WS-RULE-LINE TO APR-REPORT-LINE.
002590     WRITE APR-REPORT-LINE.
002600     MOVE SPACES TO TRAN-RECORD.
002610     MOVE "1" TO TRAN-REC-TYPE.
002620     MOVE WS-CURRENT-DATE TO TRAN-HDR-FILE-DATE.
002630     MOVE "RETENCOES" TO TRAN-HDR-SOURCE.
002640     WRITE TRAN-RECORD.
002650     OPEN INPUT HOLDIN.
002660     IF WS-HOLDIN-STATUS = "35"
002670         SET WS-HOLD-EOF-YES TO TRUE
002680         GO TO 1000-EXIT
002690     END-IF.
002700     IF WS-HOLDIN-STATUS NOT = "00"
002710         DISPLAY "ERRO AO ABRIR HOLDIN - STATUS "
002720             WS-HOLDIN-STATUS
002730         SET WS-HOLD-EOF-YES TO TRUE
002740         MOVE 8 TO RETURN-CODE
002750         GO TO 1000-EXIT
002760     END-IF.
002770     SET WS-HOLDIN-OPEN TO TRUE.
002780     PERFORM 2100-READ-HOLD THRU 2100-EXIT.
002790 1000-EXIT.
002800     EXIT.
002810******************************************************************
002820*    1050-READ-BUSINESS-DATE - THE BUSINESS DATE COMES FROM THE
002830*                 BDATECTL CONTROL RECORD, NOT THE SYSTEM CLOCK,
002840*                 SO A LATE OR RERUN JOB STILL WORKS THE RIGHT
002850*                 BUSINESS DAY. ONLY THE VLD-DIA-FCH END-OF-DAY
002860*                 CLOSE ADVANCES IT.
002870******************************************************************
002880 1050-READ-BUSINESS-DATE.
002890     OPEN INPUT BDATECTL.
002900     READ BDATECTL
002910         AT END
002920             DISPLAY "ERRO: BDATECTL VAZIO"
002930             MOVE 8 TO RETURN-CODE
002940             PERFORM 9900-WRITE-RUN-END THRU 9900-EXIT
002950             STOP RUN
002960     END-READ.
002970     MOVE BDT-BUSINESS-DATE TO WS-CURRENT-DATE.
002980     CLOSE BDATECTL.
002990 1050-EXIT.
003000     EXIT.
003010******************************************************************
003020*    1060-CHECK-RUN-LEDGER - REFUSE TO START WHEN THIS STEP HAS
003030*                 ALREADY ENDED CLEANLY FOR THE BUSINESS DATE
003040*                 OR WHEN A REQUIRED PREDECESSOR HAS NOT, THEN
003050*                 APPEND THE START RECORD TO THE RUNLEDGR
003060*                 RUN-STEP LEDGER. A MISSING LEDGER IS AN
003070*                 EMPTY ONE.
003080******************************************************************
003090 1060-CHECK-RUN-LEDGER.
003100     OPEN INPUT RUNLEDGR.
003110     IF WS-RUNLEDGR-STATUS NOT = "00"
003120         AND WS-RUNLEDGR-STATUS NOT = "35"
003130         DISPLAY "ERRO AO ABRIR RUNLEDGR - STATUS "
003140             WS-RUNLEDGR-STATUS
003150         MOVE 8 TO RETURN-CODE
003160         STOP RUN
003170     END-IF.
003180     IF WS-RUNLEDGR-STATUS = "00"
003190         PERFORM 1070-READ-RUN-ENTRY THRU 1070-EXIT
003200             UNTIL WS-RUN-EOF
003210         CLOSE RUNLEDGR
003220     END-IF.
003230     IF WS-RUN-ALREADY-DONE
003240         DISPLAY "ERRO: " WS-RUN-PROGRAM " JA CONCLUIDO PARA "
003250             WS-CURRENT-DATE
003260         MOVE 8 TO RETURN-CODE
003270         STOP RUN
003280     END-IF.
003290     MOVE "I" TO WS-RUN-EVENT.
003300     MOVE ZERO TO WS-RUN-RC.
003310     PERFORM 1090-APPEND-RUN-ENTRY THRU 1090-EXIT.
003320     SET WS-RUN-STARTED TO TRUE.
003330 1060-EXIT.
003340     EXIT.
003350******************************************************************
003360*    1070-READ-RUN-ENTRY - ONLY AN END RECORD WITH RETURN CODE
003370*                 ZERO FOR THE BUSINESS DATE COUNTS AS A CLEAN
003380*                 COMPLETION
003390******************************************************************
003400 1070-READ-RUN-ENTRY.
003410     READ RUNLEDGR
003420         AT END
003430             SET WS-RUN-EOF TO TRUE
003440             GO TO 1070-EXIT
003450     END-READ.
003460     IF RUN-BUSINESS-DATE NOT = WS-CURRENT-DATE
003470         OR NOT RUN-EVENT-END
003480         OR RUN-RETURN-CODE NOT = ZERO
003490         GO TO 1070-EXIT
003500     END-IF.
003510     IF RUN-PROGRAM = WS-RUN-PROGRAM
003520         SET WS-RUN-ALREADY-DONE TO TRUE
003530     END-IF.
003540 1070-EXIT.
003550     EXIT.
003560******************************************************************
003570*    1090-APPEND-RUN-ENTRY - ADD ONE START OR END RECORD TO THE
003580*                 LEDGER, STAMPED WITH THE SYSTEM CLOCK
003590******************************************************************
003600 1090-APPEND-RUN-ENTRY.
003610     OPEN EXTEND RUNLEDGR.
003620     IF WS-RUNLEDGR-STATUS = "35"
003630         OPEN OUTPUT RUNLEDGR
003640     END-IF.
003650     IF WS-RUNLEDGR-STATUS NOT = "00"
003660         DISPLAY "ERRO AO GRAVAR RUNLEDGR - STATUS "
003670             WS-RUNLEDGR-STATUS
003680         MOVE 8 TO RETURN-CODE
003690         STOP RUN
003700     END-IF.
003710     ACCEPT WS-RUN-SYS-TIME FROM TIME.
003720     MOVE SPACES TO RUN-LEDGER-RECORD.
003730     MOVE WS-CURRENT-DATE TO RUN-BUSINESS-DATE.
003740     MOVE WS-RUN-PROGRAM TO RUN-PROGRAM.
003750     MOVE WS-RUN-EVENT TO RUN-EVENT.
003760     ACCEPT RUN-TS-DATE FROM DATE YYYYMMDD.
003770     MOVE WS-RUN-SYS-TIME(1:6) TO RUN-TS-TIME.
003780     MOVE WS-RUN-RC TO RUN-RETURN-CODE.
003790     MOVE WS-RUN-READ-COUNT TO RUN-COUNT-READ.
003800     MOVE WS-RUN-PROC-COUNT TO RUN-COUNT-PROCESSED.
003810     MOVE WS-RUN-EXC-COUNT TO RUN-COUNT-EXCEPTIONS.
003820     WRITE RUN-LEDGER-RECORD.
003830     CLOSE RUNLEDGR.
003840 1090-EXIT.
003850     EXIT.
003860******************************************************************
003870*    1100-LOAD-DECISIONS - READ DECFILE INTO THE DECISION TABLE.
003880*                 ONLY APPROVE/REJECT ACTIONS ARE KEPT; ANY
003890*                 OTHER ACTION IS REPORTED AND IGNORED.
003900******************************************************************
003910 1100-LOAD-DECISIONS.
003920     OPEN INPUT DECFILE.
003930     IF WS-DECFILE-STATUS = "35"
003940         GO TO 1100-EXIT
003950     END-IF.
003960     IF WS-DECFILE-STATUS NOT = "00"
003970         DISPLAY "ERRO AO ABRIR DECFILE - STATUS "
003980             WS-DECFILE-STATUS
003990         GO TO 1100-EXIT
004000     END-IF.
004010     PERFORM 1110-READ-DECISION THRU 1110-EXIT.
004020     PERFORM 1120-BUILD-DECISION-ENTRY THRU 1120-EXIT
004030         UNTIL WS-DEC-EOF-YES.
004040     CLOSE DECFILE.
004050 1100-EXIT.
004060     EXIT.
004070******************************************************************
004080*    1110-READ-DECISION
004090******************************************************************
004100 1110-READ-DECISION.
004110     READ DECFILE
004120         AT END
004130             SET WS-DEC-EOF-YES TO TRUE
004140     END-READ.
004150 1110-EXIT.
004160     EXIT.
004170******************************************************************
004180*    1120-BUILD-DECISION-ENTRY - TABLE ONE SUPERVISOR DECISION
004190******************************************************************
004200 1120-BUILD-DECISION-ENTRY.
004210     IF NOT DEC-ACTION-APPROVE AND NOT DEC-ACTION-REJECT
004220         DISPLAY "AVISO: ACAO DE DECISAO INVALIDA - "
004230             DEC-ACTION " REF " DEC-REFERENCE
004240     ELSE
004250         IF WS-DEC-COUNT < 500
004260             ADD 1 TO WS-DEC-COUNT
004270             MOVE DEC-REFERENCE TO
004280                 WS-DT-REFERENCE(WS-DEC-COUNT)
004290             MOVE DEC-ACTION TO WS-DT-ACTION(WS-DEC-COUNT)
004300             MOVE DEC-OPERATOR-ID TO
004310                 WS-DT-OPERATOR(WS-DEC-COUNT)
004320             MOVE "N" TO WS-DT-USED(WS-DEC-COUNT)
004330         ELSE
004340             DISPLAY "AVISO: TABELA DE DECISOES CHEIA - "
004350                 "REGISTRO IGNORADO"
004360         END-IF
004370     END-IF.
004380     PERFORM 1110-READ-DECISION THRU 1110-EXIT.
004390 1120-EXIT.
004400     EXIT.
004410******************************************************************
004420*    2000-REVIEW-HOLDS - MAIN REVIEW LOOP
004430******************************************************************
004440 2000-REVIEW-HOLDS.
004450     PERFORM 2200-REVIEW-ONE-HOLD THRU 2200-EXIT.
004460     PERFORM 2100-READ-HOLD THRU 2100-EXIT.
004470 2000-EXIT.
004480     EXIT.
004490******************************************************************
004500*    2100-READ-HOLD
004510******************************************************************
004520 2100-READ-HOLD.
004530     READ HOLDIN
004540         AT END
004550             SET WS-HOLD-EOF-YES TO TRUE
004560         NOT AT END
004570             ADD 1 TO WS-HOLD-READ-COUNT
004580     END-READ.
004590 2100-EXIT.
004600     EXIT.
004610******************************************************************
004620*    2200-REVIEW-ONE-HOLD - MATCH ONE HELD TRANSACTION TO ITS
004630*                 DECISION, OR AGE AND CARRY/EXPIRE IT
004640******************************************************************
004650 2200-REVIEW-ONE-HOLD.
004660     PERFORM 2300-FIND-DECISION THRU 2300-EXIT.
004670     IF WS-DEC-NOT-FOUND
004680         ADD 1 TO HOLD-AGE
004690         IF HOLD-AGE > WS-MAX-HOLD-AGE
004700             ADD 1 TO WS-EXPIRED-COUNT
004710             MOVE "Retencao expirada." TO WS-OUTCOME-MSG
004720             MOVE "E" TO HLDA-ACTION
004730             MOVE SPACES TO HLDA-OPERATOR-ID
004740             PERFORM 8000-WRITE-HOLD-AUDIT THRU 8000-EXIT
004750             PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
004760         ELSE
004770             ADD 1 TO WS-CARRIED-COUNT
004780             MOVE HOLD-RECORD TO HOLDOUT-RECORD
004790             WRITE HOLDOUT-RECORD
004800         END-IF
004810         GO TO 2200-EXIT
004820     END-IF.
004830     MOVE "S" TO WS-DT-USED(WS-DEC-SUB).
004840     MOVE WS-DT-ACTION(WS-DEC-SUB) TO HLDA-ACTION.
004850     MOVE WS-DT-OPERATOR(WS-DEC-SUB) TO HLDA-OPERATOR-ID.
004860     IF WS-DT-ACTION(WS-DEC-SUB) = "A"
004870         ADD 1 TO WS-APPROVED-COUNT
004880         MOVE "Retencao aprovada." TO WS-OUTCOME-MSG
004890         PERFORM 3000-RELEASE-HOLD THRU 3000-EXIT
004900     ELSE
004910         ADD 1 TO WS-REJECTED-COUNT
004920         MOVE "Retencao rejeitada." TO WS-OUTCOME-MSG
004930     END-IF.
004940     PERFORM 8000-WRITE-HOLD-AUDIT THRU 8000-EXIT.
004950     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
004960 2200-EXIT.
004970     EXIT.
004980******************************************************************
004990*    2300-FIND-DECISION - FIND THE HOLD'S DECISION BY REFERENCE,
005000*                 LEAVING WS-DEC-SUB ON THE MATCHED ENTRY
005010******************************************************************
005020 2300-FIND-DECISION.
005030     SET WS-DEC-NOT-FOUND TO TRUE.
005040     PERFORM 2310-TEST-DECISION-ENTRY THRU 2310-EXIT
005050         VARYING WS-DEC-SUB FROM 1 BY 1
005060         UNTIL WS-DEC-SUB > WS-DEC-COUNT
005070         OR WS-DEC-FOUND.
005080     IF WS-DEC-FOUND
005090*        THE VARYING INCREMENT RUNS BEFORE THE EXIT TEST, SO THE
005100*        SUBSCRIPT SITS ONE PAST THE MATCHED ENTRY - STEP BACK
005110         SUBTRACT 1 FROM WS-DEC-SUB
005120     END-IF.
005130 2300-EXIT.
005140     EXIT.
005150******************************************************************
005160*    2310-TEST-DECISION-ENTRY - TEST ONE DECISION TABLE ENTRY
005170******************************************************************
005180 2310-TEST-DECISION-ENTRY.
005190     IF HOLD-REFERENCE = WS-DT-REFERENCE(WS-DEC-SUB)
005200         SET WS-DEC-FOUND TO TRUE
005210     END-IF.
005220 2310-EXIT.
005230     EXIT.
005240******************************************************************
005250*    3000-RELEASE-HOLD - WRITE THE APPROVED TRANSACTION AS A
005260*                 TRAN-RECORD DETAIL IN THE FRAMED RELEASE FILE
005270*                 SO IT POSTS THROUGH THE NORMAL PATH NEXT RUN,
005280*                 UNDER ITS ORIGINAL REFERENCE
005290******************************************************************
005300 3000-RELEASE-HOLD.
005310     MOVE SPACES TO TRAN-RECORD.
005320     MOVE "2" TO TRAN-REC-TYPE.
005330     MOVE HOLD-TRAN-DATA TO TRAN-DETAIL-DATA.
005340     MOVE HOLD-REFERENCE TO TRAN-REFERENCE.
005350     MOVE HOLD-BENEF-DATA TO TRAN-BENEF-DATA.
005360     ADD 1 TO WS-DETAIL-COUNT.
005370     ADD HOLD-AMOUNT TO WS-HASH-TOTAL.
005380     WRITE TRAN-RECORD.
005390 3000-EXIT.
005400     EXIT.
005410******************************************************************
005420*    7000-WRITE-REPORT-LINE - ONE REASON LINE PER DECIDED OR
005430*                            EXPIRED HOLD
005440******************************************************************
005450 7000-WRITE-REPORT-LINE.
005460     MOVE HOLD-REFERENCE TO WS-DL-REFERENCE.
005470     MOVE HOLD-ACCT-NUMBER TO WS-DL-ACCT.
005480     MOVE HOLD-AMOUNT TO WS-DL-AMOUNT.
005490     MOVE WS-OUTCOME-MSG TO WS-DL-MSG.
005500     MOVE WS-DETAIL-LINE TO APR-REPORT-LINE.
005510     WRITE APR-REPORT-LINE.
005520 7000-EXIT.
005530     EXIT.
005540******************************************************************
005550*    8000-WRITE-HOLD-AUDIT - APPEND ONE DECISION AUDIT ENTRY.
005560*                 HLDA-ACTION AND HLDA-OPERATOR-ID ARE SET BY
005570*                 THE CALLER.
005580******************************************************************
005590 8000-WRITE-HOLD-AUDIT.
005600     ACCEPT WS-CURRENT-TIME FROM TIME.
005610     MOVE HOLD-REFERENCE TO HLDA-REFERENCE.
005620     MOVE WS-CURRENT-DATE TO HLDA-TS-DATE.
005630     MOVE WS-CURRENT-TIME(1:6) TO HLDA-TS-TIME.
005640     MOVE HOLD-ACCT-NUMBER TO HLDA-ACCT-NUMBER.
005650     MOVE HOLD-AMOUNT TO HLDA-AMOUNT.
005660     MOVE WS-OUTCOME-MSG TO HLDA-OUTCOME-MSG.
005670     WRITE HOLD-AUDIT-RECORD.
005680 8000-EXIT.
005690     EXIT.
005700******************************************************************
005710*    9000-TERMINATE - WRITE THE RELEASE TRAILER, REPORT ANY
005720*                 DECISION WITHOUT A MATCHING HOLD AND THE RUN
005730*                 SUMMARY, CLOSE FILES
005740******************************************************************
005750 9000-TERMINATE.
005760     MOVE SPACES TO TRAN-RECORD.
005770     MOVE "9" TO TRAN-REC-TYPE.
005780     MOVE WS-DETAIL-COUNT TO TRAN-TRL-REC-COUNT.
005790     MOVE WS-HASH-TOTAL TO TRAN-TRL-HASH-TOTAL.
005800     WRITE TRAN-RECORD.
005810     PERFORM 9100-REPORT-UNMATCHED THRU 9100-EXIT
005820         VARYING WS-DEC-SUB FROM 1 BY 1
005830         UNTIL WS-DEC-SUB > WS-DEC-COUNT.
005840     MOVE WS-RULE-LINE TO APR-REPORT-LINE.
005850     WRITE APR-REPORT-LINE.
005860     MOVE "RETENCOES LIDAS:             " TO WS-CL-LABEL.
005870     MOVE WS-HOLD-READ-COUNT TO WS-CL-COUNT.
005880     MOVE WS-COUNT-LINE TO APR-REPORT-LINE.
005890     WRITE APR-REPORT-LINE.
005900     MOVE "RETENCOES APROVADAS:         " TO WS-CL-LABEL.
005910     MOVE WS-APPROVED-COUNT TO WS-CL-COUNT.
005920     MOVE WS-COUNT-LINE TO APR-REPORT-LINE.
005930     WRITE APR-REPORT-LINE.
005940     MOVE "RETENCOES REJEITADAS:        " TO WS-CL-LABEL.
005950     MOVE WS-REJECTED-COUNT TO WS-CL-COUNT.
005960     MOVE WS-COUNT-LINE TO APR-REPORT-LINE.
005970     WRITE APR-REPORT-LINE.
005980     MOVE "RETENCOES EXPIRADAS:         " TO WS-CL-LABEL.
005990     MOVE WS-EXPIRED-COUNT TO WS-CL-COUNT.
006000     MOVE WS-COUNT-LINE TO APR-REPORT-LINE.
006010     WRITE APR-REPORT-LINE.
006020     MOVE "RETENCOES MANTIDAS NA FILA:  " TO WS-CL-LABEL.
006030     MOVE WS-CARRIED-COUNT TO WS-CL-COUNT.
006040     MOVE WS-COUNT-LINE TO APR-REPORT-LINE.
006050     WRITE APR-REPORT-LINE.
006060     MOVE "DECISOES SEM RETENCAO:       " TO WS-CL-LABEL.
006070     MOVE WS-UNMATCHED-COUNT TO WS-CL-COUNT.
006080     MOVE WS-COUNT-LINE TO APR-REPORT-LINE.
006090     WRITE APR-REPORT-LINE.
006100     IF WS-HOLDIN-OPEN
006110         CLOSE HOLDIN
006120     END-IF.
006130     CLOSE HLDTRAN.
006140     CLOSE HOLDOUT.
006150     CLOSE HLDAUDIT.
006160     CLOSE APRRPT.
006170 9000-EXIT.
006180     EXIT.
006190******************************************************************
006200*    9100-REPORT-UNMATCHED - ONE LINE PER DECISION THAT FOUND
006210*                           NO HOLD IN THE QUEUE
006220******************************************************************
006230 9100-REPORT-UNMATCHED.
006240     IF WS-DT-USED(WS-DEC-SUB) = "N"
006250         ADD 1 TO WS-UNMATCHED-COUNT
006260         MOVE WS-DT-REFERENCE(WS-DEC-SUB) TO WS-UL-REFERENCE
006270         MOVE WS-UNMATCHED-LINE TO APR-REPORT-LINE
006280         WRITE APR-REPORT-LINE
006290     END-IF.
006300 9100-EXIT.
006310     EXIT.
006320******************************************************************
006330*    9900-WRITE-RUN-END - CLOSE THIS STEP'S LEDGER ENTRY WITH
006340*                 ITS RETURN CODE AND KEY COUNTS.
006350*                 PERFORMED AHEAD OF EVERY STOP RUN ONCE THE
006360*                 START RECORD IS ON THE LEDGER.
006370******************************************************************
006380 9900-WRITE-RUN-END.
006390     IF WS-RUN-NOT-STARTED
006400         GO TO 9900-EXIT
006410     END-IF.
006420     SET WS-RUN-NOT-STARTED TO TRUE.
006430     MOVE "F" TO WS-RUN-EVENT.
006440     MOVE RETURN-CODE TO WS-RUN-RC.
006450     MOVE WS-HOLD-READ-COUNT TO WS-RUN-READ-COUNT.
006460     MOVE WS-APPROVED-COUNT TO WS-RUN-PROC-COUNT.
006470     MOVE WS-REJECTED-COUNT TO WS-RUN-EXC-COUNT.
006480     PERFORM 1090-APPEND-RUN-ENTRY THRU 1090-EXIT.
006490 9900-EXIT.
006500     EXIT.
006510
006520 END PROGRAM VLD-SAQ-APR.
