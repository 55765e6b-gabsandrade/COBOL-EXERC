001520*                     EXCHANGE-RATE TABLE LOADED AT STARTUP, SO
001530*                     MIXED-CURRENCY DAYS NO LONGER PRODUCE A
001540*                     MEANINGLESS SINGLE SUM.
001550*   15/10/2026  GA    ADDED AN ESTORNO LINE PER CURRENCY AND A
001560*                     CONSOLIDATED ESTORNO TOTAL. A POSTED
001570*                     REVERSAL ("Estorno realizado.") ADDS THE
001580*                     AMOUNT IT GAVE BACK OR TOOK BACK, TAXA
001590*                     REFUND INCLUDED, AND IS NO LONGER COUNTED
001600*                     WITH THE REJECTIONS.
001610*   15/10/2026  GA    THE BUSINESS DATE IS NOW READ FROM BDATECTL.
001620*                     EACH RUN IS NOW RECORDED ON THE RUNLEDGR
001630*                     RUN-STEP LEDGER WITH A START RECORD AND AN
001640*                     END RECORD CARRYING THE RETURN CODE AND KEY
001650*                     COUNTS. A RUN FOR A BUSINESS DATE THE STEP
001660*                     HAS ALREADY ENDED CLEANLY IS REFUSED WITH
001670*                     RETURN CODE 8, AS IS ONE STARTED BEFORE
001680*                     VLD-SAQ-BANC HAS ENDED CLEANLY FOR THE DATE.
001690*   15/10/2026  GA    POSTED EXTERNAL PAYMENTS ARE NOW TOTALLED
001700*                     WITH THE TRANSFERS INSTEAD OF BEING COUNTED
001710*                     AS REJECTIONS.
001720******************************************************************
001730 IDENTIFICATION DIVISION.
001740 PROGRAM-ID. VLD-SAQ-REL.
001750 AUTHOR. GABRIELLY ANDRADE.
001760 INSTALLATION. RETAIL BANKING SYSTEMS.
001770 DATE-WRITTEN. 09/08/2026.
001780 DATE-COMPILED. 09/08/2026.
001790******************************************************************
001800 ENVIRONMENT DIVISION.
001810 INPUT-OUTPUT SECTION.
001820 FILE-CONTROL.
001830     SELECT OUTFILE ASSIGN TO OUTFILE
001840         ORGANIZATION IS LINE SEQUENTIAL.
001850      
001860     SELECT REPFILE ASSIGN TO REPFILE
001870         ORGANIZATION IS LINE SEQUENTIAL.
001880
001890     SELECT RATEFILE ASSIGN TO RATEFILE
001900         ORGANIZATION IS LINE SEQUENTIAL.
001910
001920     SELECT BDATECTL ASSIGN TO BDATECTL
001930         ORGANIZATION IS LINE SEQUENTIAL.
001940     SELECT RUNLEDGR ASSIGN TO RUNLEDGR
001950         ORGANIZATION IS LINE SEQUENTIAL
001960         FILE STATUS IS WS-RUNLEDGR-STATUS.
001970******************************************************************
001980 DATA DIVISION.
001990 FILE SECTION.
002000 FD  OUTFILE
002010     LABEL RECORDS ARE STANDARD.
002020     COPY OUTREC.
002030      
002040 FD  REPFILE
002050     LABEL RECORDS ARE STANDARD.
002060 01  REP-LINE                PIC X(80).
002070
002080 FD  RATEFILE
002090     LABEL RECORDS ARE STANDARD.
002100     COPY RATEREC.
002110
002120 FD  BDATECTL
002130     LABEL RECORDS ARE STANDARD.
002140     COPY BDTREC.
002150      
002160 FD  RUNLEDGR
002170     LABEL RECORDS ARE STANDARD.
002180     COPY RUNREC.
002190
002200 WORKING-STORAGE SECTION.
002210 77  WS-EOF-SWITCH           PIC X(01) VALUE "N".
002220     88  WS-EOF-YES                    VALUE "Y".
002230     88  WS-EOF-NO                     VALUE "N".
002240      
002250 77  WS-ACCT-FOUND-SWITCH    PIC X(01) VALUE "N".
002260     88  WS-ACCT-ENTRY-FOUND            VALUE "Y".
002270     88  WS-ACCT-ENTRY-NOT-FOUND        VALUE "N".
002280
002290 77  WS-RATEFILE-EOF-SWITCH  PIC X(01) VALUE "N".
002300     88  WS-RATEFILE-EOF-YES            VALUE "Y".
002310     88  WS-RATEFILE-EOF-NO             VALUE "N".
002320
002330 77  WS-CURR-FOUND-SWITCH    PIC X(01) VALUE "N".
002340     88  WS-CURR-ENTRY-FOUND            VALUE "Y".
002350     88  WS-CURR-ENTRY-NOT-FOUND        VALUE "N".
002360
002370 77  WS-RATE-FOUND-SWITCH    PIC X(01) VALUE "N".
002380     88  WS-RATE-FOUND                  VALUE "Y".
002390     88  WS-RATE-NOT-FOUND              VALUE "N".
002400      
002410 77  WS-ACCT-TABLE-COUNT     PIC 9(05) COMP VALUE ZERO.
002420      
002430 01  WS-ACCT-TABLE.
002440     05  WS-ACCT-ENTRY       OCCURS 500 TIMES
002450                             INDEXED BY WS-ACCT-IDX.
002460         10  WS-TAB-ACCT-NUMBER      PIC 9(10).
002470         10  WS-TAB-OPENING-BAL      PIC S9(12)V99.
002480         10  WS-TAB-CLOSING-BAL      PIC S9(12)V99.
002490
002500 77  WS-GRAND-REJECT-COUNT   PIC 9(7)    VALUE ZERO.
002510 77  WS-READ-COUNT           PIC 9(09) COMP VALUE ZERO.
002520 77  WS-CURRENT-DATE         PIC 9(08) VALUE ZERO.
002530
002540 77  WS-BASE-CURRENCY        PIC X(03) VALUE "BRL".
002550 77  WS-RATE-COUNT           PIC 9(03) COMP VALUE ZERO.
002560 77  WS-CURR-COUNT           PIC 9(03) COMP VALUE ZERO.
002570 77  WS-RATE-WORK            PIC 9(04)V9(06) VALUE ZERO.
002580
002590 01  WS-RATE-TABLE.
002600     05  WS-RATE-ENTRY       OCCURS 20 TIMES
002610                             INDEXED BY WS-RATE-IDX.
002620         10  WS-RATE-CURRENCY        PIC X(03).
002630         10  WS-RATE-TO-BASE         PIC 9(04)V9(06).
002640
002650 01  WS-CURR-TABLE.
002660     05  WS-CURR-ENTRY       OCCURS 20 TIMES
002670                             INDEXED BY WS-CURR-IDX.
002680         10  WS-CURR-CODE            PIC X(03).
002690         10  WS-CURR-SAQUE           PIC 9(13)V99.
002700         10  WS-CURR-DEPOSITO        PIC 9(13)V99.
002710         10  WS-CURR-TRANSFER        PIC 9(13)V99.
002720         10  WS-CURR-TAXA            PIC 9(13)V99.
002730        10  WS-CURR-ESTORNO         PIC 9(13)V99.
002740
002750 01  WS-CONSOL-TOTALS.
002760     05  WS-CONSOL-SAQUE     PIC 9(13)V99 VALUE ZERO.
002770     05  WS-CONSOL-DEPOSITO  PIC 9(13)V99 VALUE ZERO.
002780     05  WS-CONSOL-TRANSFER  PIC 9(13)V99 VALUE ZERO.
002790     05  WS-CONSOL-TAXA      PIC 9(13)V99 VALUE ZERO.
002800     05  WS-CONSOL-ESTORNO   PIC 9(13)V99 VALUE ZERO.
002810      
002820 01  WS-TITLE-LINE.
002830     05  FILLER              PIC X(48) VALUE
002840         "RELATORIO DE RECONCILIACAO DIARIA - VLD-SAQ-BANC".
002850      
002860 01  WS-RULE-LINE.
002870     05  FILLER              PIC X(60) VALUE ALL "-".
002880      
002890 01  WS-ACCOUNT-LINE.
002900     05  FILLER              PIC X(07) VALUE "CONTA ".
002910     05  WS-AL-ACCT          PIC Z(9)9.
002920     05  FILLER              PIC X(02) VALUE SPACES.
002930     05  FILLER              PIC X(16) VALUE "SALDO INICIAL: ".
002940     05  WS-AL-OPENING       PIC -(11)9.99.
002950     05  FILLER              PIC X(02) VALUE SPACES.
002960     05  FILLER              PIC X(13) VALUE "SALDO FINAL: ".
002970     05  WS-AL-CLOSING       PIC -(11)9.99.
002980      
002990 01  WS-CURRENCY-LINE.
003000     05  FILLER              PIC X(06) VALUE "MOEDA ".
003010     05  WS-CUL-CURRENCY     PIC X(03).
003020     05  FILLER              PIC X(02) VALUE SPACES.
003030     05  WS-CUL-LABEL        PIC X(10).
003040     05  WS-CUL-AMOUNT       PIC Z(10)ZZ9.99.
003050
003060 01  WS-CONSOL-TOTAL-LINE.
003070     05  FILLER              PIC X(06) VALUE "TOTAL ".
003080     05  WS-CL-LABEL         PIC X(10).
003090     05  FILLER              PIC X(04) VALUE " EM ".
003100     05  WS-CL-CURRENCY      PIC X(03).
003110     05  FILLER              PIC X(02) VALUE ": ".
003120     05  WS-CL-AMOUNT        PIC Z(10)ZZ9.99.
003130
003140 01  WS-TOTAL-REJECT-LINE.
003150     05  FILLER              PIC X(24) VALUE
003160         "SAQUES REJEITADOS:     ".
003170     05  WS-TL-REJECT        PIC Z,ZZZ,ZZ9.
003180*
003190*    RUN-STEP LEDGER CONTROL
003200*
003210 77  WS-RUNLEDGR-STATUS      PIC X(02) VALUE "00".
003220 77  WS-RUN-PROGRAM          PIC X(12) VALUE "VLD-SAQ-REL".
003230 77  WS-RUN-EVENT            PIC X(01) VALUE SPACE.
003240 77  WS-RUN-RC               PIC 9(04) VALUE ZERO.
003250 77  WS-RUN-READ-COUNT       PIC 9(09) VALUE ZERO.
003260 77  WS-RUN-PROC-COUNT       PIC 9(09) VALUE ZERO.
003270 77  WS-RUN-EXC-COUNT        PIC 9(09) VALUE ZERO.
003280 77  WS-RUN-SYS-TIME         PIC 9(08) VALUE ZERO.
003290
003300 77  WS-RUN-STARTED-SWITCH   PIC X(01) VALUE "N".
003310     88  WS-RUN-STARTED                VALUE "Y".
003320     88  WS-RUN-NOT-STARTED            VALUE "N".
003330
003340 77  WS-RUN-DONE-SWITCH      PIC X(01) VALUE "N".
003350     88  WS-RUN-ALREADY-DONE           VALUE "Y".
003360
003370 77  WS-RUN-EOF-SWITCH       PIC X(01) VALUE "N".
003380     88  WS-RUN-EOF                    VALUE "Y".
003390     88  WS-RUN-NOT-EOF                VALUE "N".
003400
003410 77  WS-RUN-PREREQ-SWITCH    PIC X(01) VALUE "N".
003420     88  WS-RUN-PREREQ-MISSING         VALUE "Y".
003430
003440 77  WS-RUN-PRQ-COUNT        PIC 9(02) COMP VALUE 1.
003450
003460*    PREDECESSORS THAT MUST HAVE ENDED CLEANLY FOR THE SAME
003470*    BUSINESS DATE - PROGRAM, WHEN REQUIRED (D = EVERY DAY,
003480*    M = LAST DAY OF THE MONTH ONLY) AND THE FOUND FLAG
003490 01  WS-RUN-PRQ-VALUES.
003500     05  FILLER              PIC X(14) VALUE
003510         "VLD-SAQ-BANCDN".
003520 01  WS-RUN-PRQ-TABLE REDEFINES WS-RUN-PRQ-VALUES.
003530     05  WS-RUN-PRQ-ENTRY    OCCURS 1 TIMES
003540                             INDEXED BY WS-RUN-IDX.
003550         10  WS-RUN-PRQ-PROGRAM      PIC X(12).
003560         10  WS-RUN-PRQ-WHEN         PIC X(01).
003570             88  WS-RUN-PRQ-MONTH-END-ONLY     VALUE "M".
003580         10  WS-RUN-PRQ-DONE         PIC X(01).
003590             88  WS-RUN-PRQ-CLEAN              VALUE "Y".
003600******************************************************************
003610 PROCEDURE DIVISION.
003620******************************************************************
003630*    0000-MAINLINE
003640******************************************************************
003650 0000-MAINLINE.
003660     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003670     PERFORM 2000-PROCESS-RECORDS THRU 2000-EXIT
003680         UNTIL WS-EOF-YES.
003690     PERFORM 3000-WRITE-ACCOUNT-SUMMARY THRU 3000-EXIT.
003700     PERFORM 4000-WRITE-GRAND-TOTALS THRU 4000-EXIT.
003710     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003720     PERFORM 9900-WRITE-RUN-END THRU 9900-EXIT
003730     STOP RUN.
003740******************************************************************
003750*    1000-INITIALIZE - OPEN FILES, PRINT TITLE, PRIME THE READ
003760******************************************************************
003770 1000-INITIALIZE.
003780     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT.
003790     PERFORM 1060-CHECK-RUN-LEDGER THRU 1060-EXIT.
003800     OPEN INPUT OUTFILE.
003810     OPEN OUTPUT REPFILE.
003820     PERFORM 1100-LOAD-RATE-TABLE THRU 1100-EXIT.
003830     MOVE WS-TITLE-LINE TO REP-LINE.
003840     WRITE REP-LINE.
003850     MOVE WS-RULE-LINE TO REP-LINE.
003860     WRITE REP-LINE.
003870     PERFORM 2100-READ-OUTFILE THRU 2100-EXIT.
003880 1000-EXIT.
003890     EXIT.
003900******************************************************************
003910*    1050-READ-BUSINESS-DATE - THE BUSINESS DATE COMES FROM THE
003920*                 BDATECTL CONTROL RECORD, NOT THE SYSTEM CLOCK,
003930*                 SO A LATE OR RERUN JOB STILL WORKS THE RIGHT
003940*                 BUSINESS DAY. ONLY THE VLD-DIA-FCH END-OF-DAY
003950*                 CLOSE ADVANCES IT.
003960******************************************************************
003970 1050-READ-BUSINESS-DATE.
003980     OPEN INPUT BDATECTL.
003990     READ BDATECTL
004000         AT END
004010             DISPLAY "ERRO: BDATECTL VAZIO"
004020             MOVE 8 TO RETURN-CODE
004030             PERFORM 9900-WRITE-RUN-END THRU 9900-EXIT
004040             STOP RUN
004050     END-READ.
004060     MOVE BDT-BUSINESS-DATE TO WS-CURRENT-DATE.
004070     CLOSE BDATECTL.
004080 1050-EXIT.
004090     EXIT.
004100******************************************************************
004110*    1060-CHECK-RUN-LEDGER - REFUSE TO START WHEN THIS STEP HAS
004120*                 ALREADY ENDED CLEANLY FOR THE BUSINESS DATE
004130*                 OR WHEN A REQUIRED PREDECESSOR HAS NOT, THEN
004140*                 APPEND THE START RECORD TO THE RUNLEDGR
004150*                 RUN-STEP LEDGER. A MISSING LEDGER IS AN
004160*                 EMPTY ONE.
004170******************************************************************
004180 1060-CHECK-RUN-LEDGER.
004190     OPEN INPUT RUNLEDGR.
004200     IF WS-RUNLEDGR-STATUS NOT = "00"
004210         AND WS-RUNLEDGR-STATUS NOT = "35"
004220         DISPLAY "ERRO AO ABRIR RUNLEDGR - STATUS "
004230             WS-RUNLEDGR-STATUS
004240         MOVE 8 TO RETURN-CODE
004250         STOP RUN
004260     END-IF.
004270     IF WS-RUNLEDGR-STATUS = "00"
004280         PERFORM 1070-READ-RUN-ENTRY THRU 1070-EXIT
004290             UNTIL WS-RUN-EOF
004300         CLOSE RUNLEDGR
004310     END-IF.
004320     IF WS-RUN-ALREADY-DONE
004330         DISPLAY "ERRO: " WS-RUN-PROGRAM " JA CONCLUIDO PARA "
004340             WS-CURRENT-DATE
004350         MOVE 8 TO RETURN-CODE
004360         STOP RUN
004370     END-IF.
004380     PERFORM 1080-CHECK-ONE-PREREQ THRU 1080-EXIT
004390         VARYING WS-RUN-IDX FROM 1 BY 1
004400         UNTIL WS-RUN-IDX > WS-RUN-PRQ-COUNT.
004410     IF WS-RUN-PREREQ-MISSING
004420         MOVE 8 TO RETURN-CODE
004430         STOP RUN
004440     END-IF.
004450     MOVE "I" TO WS-RUN-EVENT.
004460     MOVE ZERO TO WS-RUN-RC.
004470     PERFORM 1090-APPEND-RUN-ENTRY THRU 1090-EXIT.
004480     SET WS-RUN-STARTED TO TRUE.
004490 1060-EXIT.
004500     EXIT.
004510******************************************************************
004520*    1070-READ-RUN-ENTRY - ONLY AN END RECORD WITH RETURN CODE
004530*                 ZERO FOR THE BUSINESS DATE COUNTS AS A CLEAN
004540*                 COMPLETION
004550******************************************************************
004560 1070-READ-RUN-ENTRY.
004570     READ RUNLEDGR
004580         AT END
004590             SET WS-RUN-EOF TO TRUE
004600             GO TO 1070-EXIT
004610     END-READ.
004620     IF RUN-BUSINESS-DATE NOT = WS-CURRENT-DATE
004630         OR NOT RUN-EVENT-END
004640         OR RUN-RETURN-CODE NOT = ZERO
004650         GO TO 1070-EXIT
004660     END-IF.
004670     IF RUN-PROGRAM = WS-RUN-PROGRAM
004680         SET WS-RUN-ALREADY-DONE TO TRUE
004690     END-IF.
004700     PERFORM 1075-MARK-PREREQ THRU 1075-EXIT
004710         VARYING WS-RUN-IDX FROM 1 BY 1
004720         UNTIL WS-RUN-IDX > WS-RUN-PRQ-COUNT.
004730 1070-EXIT.
004740     EXIT.
004750******************************************************************
004760*    1075-MARK-PREREQ - FLAG A PREDECESSOR SEEN CLEAN
004770******************************************************************
004780 1075-MARK-PREREQ.
004790     IF WS-RUN-PRQ-PROGRAM(WS-RUN-IDX) = RUN-PROGRAM
004800         MOVE "Y" TO WS-RUN-PRQ-DONE(WS-RUN-IDX)
004810     END-IF.
004820 1075-EXIT.
004830     EXIT.
004840******************************************************************
004850*    1080-CHECK-ONE-PREREQ - NAME EVERY REQUIRED PREDECESSOR NOT
004860*                 YET ENDED CLEANLY FOR THE BUSINESS DATE
004870******************************************************************
004880 1080-CHECK-ONE-PREREQ.
004890     IF NOT WS-RUN-PRQ-CLEAN(WS-RUN-IDX)
004900         DISPLAY "ERRO: PREDECESSOR "
004910             WS-RUN-PRQ-PROGRAM(WS-RUN-IDX)
004920             " NAO CONCLUIDO PARA " WS-CURRENT-DATE
004930         SET WS-RUN-PREREQ-MISSING TO TRUE
004940     END-IF.
004950 1080-EXIT.
004960     EXIT.
004970******************************************************************
004980*    1090-APPEND-RUN-ENTRY - ADD ONE START OR END RECORD TO THE
004990*                 LEDGER, STAMPED WITH THE SYSTEM CLOCK
005000******************************************************************
005010 1090-APPEND-RUN-ENTRY.
005020     OPEN EXTEND RUNLEDGR.
005030     IF WS-RUNLEDGR-STATUS = "35"
005040         OPEN OUTPUT RUNLEDGR
005050     END-IF.
005060     IF WS-RUNLEDGR-STATUS NOT = "00"
005070         DISPLAY "ERRO AO GRAVAR RUNLEDGR - STATUS "
005080             WS-RUNLEDGR-STATUS
005090         MOVE 8 TO RETURN-CODE
005100         STOP RUN
005110     END-IF.
005120     ACCEPT WS-RUN-SYS-TIME FROM TIME.
005130     MOVE SPACES TO RUN-LEDGER-RECORD.
005140     MOVE WS-CURRENT-DATE TO RUN-BUSINESS-DATE.
005150     MOVE WS-RUN-PROGRAM TO RUN-PROGRAM.
005160     MOVE WS-RUN-EVENT TO RUN-EVENT.
005170     ACCEPT RUN-TS-DATE FROM DATE YYYYMMDD.
005180     MOVE WS-RUN-SYS-TIME(1:6) TO RUN-TS-TIME.
005190     MOVE WS-RUN-RC TO RUN-RETURN-CODE.
005200     MOVE WS-RUN-READ-COUNT TO RUN-COUNT-READ.
005210     MOVE WS-RUN-PROC-COUNT TO RUN-COUNT-PROCESSED.
005220     MOVE WS-RUN-EXC-COUNT TO RUN-COUNT-EXCEPTIONS.
005230     WRITE RUN-LEDGER-RECORD.
005240     CLOSE RUNLEDGR.
005250 1090-EXIT.
005260     EXIT.
005270******************************************************************
005280*    1100-LOAD-RATE-TABLE - READ RATEFILE INTO THE RATE TABLE
005290******************************************************************
005300 1100-LOAD-RATE-TABLE.
005310     OPEN INPUT RATEFILE.
005320     PERFORM 1110-READ-RATE-RECORD THRU 1110-EXIT.
005330     PERFORM 1120-BUILD-RATE-ENTRY THRU 1120-EXIT
005340         UNTIL WS-RATEFILE-EOF-YES.
005350     CLOSE RATEFILE.
005360 1100-EXIT.
005370     EXIT.
005380******************************************************************
005390*    1110-READ-RATE-RECORD
005400******************************************************************
005410 1110-READ-RATE-RECORD.
005420     READ RATEFILE
005430         AT END
005440             SET WS-RATEFILE-EOF-YES TO TRUE
005450     END-READ.
005460 1110-EXIT.
005470     EXIT.
005480******************************************************************
005490*    1120-BUILD-RATE-ENTRY - APPEND ONE CURRENCY RATE
005500******************************************************************
005510 1120-BUILD-RATE-ENTRY.
005520     IF WS-RATE-COUNT < 20
005530         ADD 1 TO WS-RATE-COUNT
005540         SET WS-RATE-IDX TO WS-RATE-COUNT
005550         MOVE RATE-CURRENCY-CODE TO
005560             WS-RATE-CURRENCY(WS-RATE-IDX)
005570         MOVE RATE-TO-BASE TO WS-RATE-TO-BASE(WS-RATE-IDX)
005580     ELSE
005590         DISPLAY "AVISO: TABELA DE CAMBIO CHEIA - REGISTRO "
005600             "IGNORADO"
005610     END-IF.
005620     PERFORM 1110-READ-RATE-RECORD THRU 1110-EXIT.
005630 1120-EXIT.
005640     EXIT.
005650******************************************************************
005660*    2000-PROCESS-RECORDS - MAIN READ LOOP
005670******************************************************************
005680 2000-PROCESS-RECORDS.
005690     PERFORM 2200-PROCESS-ONE-RECORD THRU 2200-EXIT.
005700     PERFORM 2100-READ-OUTFILE THRU 2100-EXIT.
005710 2000-EXIT.
005720     EXIT.
005730******************************************************************
005740*    2100-READ-OUTFILE
005750******************************************************************
005760 2100-READ-OUTFILE.
005770     READ OUTFILE
005780         AT END
005790             SET WS-EOF-YES TO TRUE
005800     END-READ.
005810 2100-EXIT.
005820     EXIT.
005830******************************************************************
005840*    2200-PROCESS-ONE-RECORD - FIND OR ADD THE ACCOUNT'S TABLE
005850*                             ENTRY AND ACCUMULATE GRAND TOTALS
005860******************************************************************
005870 2200-PROCESS-ONE-RECORD.
005880     ADD 1 TO WS-READ-COUNT.
005890     SET WS-ACCT-ENTRY-NOT-FOUND TO TRUE.
005900     PERFORM 2250-FIND-ACCOUNT-ENTRY THRU 2250-EXIT
005910         VARYING WS-ACCT-IDX FROM 1 BY 1
005920         UNTIL WS-ACCT-IDX > WS-ACCT-TABLE-COUNT
005930         OR WS-ACCT-ENTRY-FOUND.
005940      
005950     IF WS-ACCT-ENTRY-FOUND
005960*        THE VARYING INCREMENT RUNS BEFORE THE EXIT TEST, SO THE
005970*        INDEX SITS ONE PAST THE MATCHED ENTRY - STEP IT BACK
005980         SET WS-ACCT-IDX DOWN BY 1
005990         MOVE OUT-SALDO-FINAL TO WS-TAB-CLOSING-BAL(WS-ACCT-IDX)
006000     ELSE
006010         PERFORM 2270-ADD-ACCOUNT-ENTRY THRU 2270-EXIT
006020     END-IF
006030      
006040     EVALUATE TRUE
006050         WHEN OUT-STATUS-MSG = "Saque realizado com sucesso!"
006060             PERFORM 2280-LOCATE-CURRENCY-ENTRY THRU 2280-EXIT
006070             IF WS-CURR-ENTRY-FOUND
006080                 ADD OUT-AMOUNT TO WS-CURR-SAQUE(WS-CURR-IDX)
006090                 ADD OUT-TAXA TO WS-CURR-TAXA(WS-CURR-IDX)
006100             END-IF
006110         WHEN OUT-STATUS-MSG = "Deposito realizado com sucesso"
006120             PERFORM 2280-LOCATE-CURRENCY-ENTRY THRU 2280-EXIT
006130             IF WS-CURR-ENTRY-FOUND
006140                 ADD OUT-AMOUNT TO WS-CURR-DEPOSITO(WS-CURR-IDX)
006150             END-IF
006160         WHEN OUT-STATUS-MSG = "Transferencia realizada."
006170*        A PAYMENT TO ANOTHER BANK LEAVES THE SAME WAY A TRANSFER
006180*        DOES AND IS TOTALLED WITH THE TRANSFERS
006190         WHEN OUT-STATUS-MSG = "Pagamento externo realizado."
006200             PERFORM 2280-LOCATE-CURRENCY-ENTRY THRU 2280-EXIT
006210             IF WS-CURR-ENTRY-FOUND
006220                 ADD OUT-AMOUNT TO WS-CURR-TRANSFER(WS-CURR-IDX)
006230                 ADD OUT-TAXA TO WS-CURR-TAXA(WS-CURR-IDX)
006240             END-IF
006250         WHEN OUT-STATUS-MSG = "Estorno realizado."
006260             PERFORM 2280-LOCATE-CURRENCY-ENTRY THRU 2280-EXIT
006270             IF WS-CURR-ENTRY-FOUND
006280                 ADD OUT-TOTAL TO WS-CURR-ESTORNO(WS-CURR-IDX)
006290             END-IF
006300         WHEN OTHER
006310             ADD 1 TO WS-GRAND-REJECT-COUNT
006320     END-EVALUATE.
006330 2200-EXIT.
006340     EXIT.
006350******************************************************************
006360*    2280-LOCATE-CURRENCY-ENTRY - FIND OR ADD THE CURRENCY'S
006370*                 TOTALS TABLE ENTRY, LEAVING WS-CURR-IDX ON IT
006380******************************************************************
006390 2280-LOCATE-CURRENCY-ENTRY.
006400     SET WS-CURR-ENTRY-NOT-FOUND TO TRUE.
006410     PERFORM 2285-TEST-CURRENCY-ENTRY THRU 2285-EXIT
006420         VARYING WS-CURR-IDX FROM 1 BY 1
006430         UNTIL WS-CURR-IDX > WS-CURR-COUNT
006440         OR WS-CURR-ENTRY-FOUND.
006450     IF WS-CURR-ENTRY-FOUND
006460*        THE VARYING INCREMENT RUNS BEFORE THE EXIT TEST, SO THE
006470*        INDEX SITS ONE PAST THE MATCHED ENTRY - STEP IT BACK
006480         SET WS-CURR-IDX DOWN BY 1
006490     ELSE
006500         PERFORM 2290-ADD-CURRENCY-ENTRY THRU 2290-EXIT
006510     END-IF.
006520 2280-EXIT.
006530     EXIT.
006540******************************************************************
006550*    2285-TEST-CURRENCY-ENTRY - TEST ONE CURRENCY TABLE ENTRY
006560******************************************************************
006570 2285-TEST-CURRENCY-ENTRY.
006580     IF OUT-CURRENCY-CODE = WS-CURR-CODE(WS-CURR-IDX)
006590         SET WS-CURR-ENTRY-FOUND TO TRUE
006600     END-IF.
006610 2285-EXIT.
006620     EXIT.
006630******************************************************************
006640*    2290-ADD-CURRENCY-ENTRY - APPEND A NEW CURRENCY ENTRY
006650******************************************************************
006660 2290-ADD-CURRENCY-ENTRY.
006670     IF WS-CURR-COUNT < 20
006680         ADD 1 TO WS-CURR-COUNT
006690         SET WS-CURR-IDX TO WS-CURR-COUNT
006700         MOVE OUT-CURRENCY-CODE TO WS-CURR-CODE(WS-CURR-IDX)
006710         MOVE ZERO TO WS-CURR-SAQUE(WS-CURR-IDX)
006720         MOVE ZERO TO WS-CURR-DEPOSITO(WS-CURR-IDX)
006730         MOVE ZERO TO WS-CURR-TRANSFER(WS-CURR-IDX)
006740         MOVE ZERO TO WS-CURR-TAXA(WS-CURR-IDX)
006750         MOVE ZERO TO WS-CURR-ESTORNO(WS-CURR-IDX)
006760         SET WS-CURR-ENTRY-FOUND TO TRUE
006770     ELSE
006780         DISPLAY "AVISO: TABELA DE MOEDAS CHEIA - MOEDA IGNORADA"
006790     END-IF.
006800 2290-EXIT.
006810     EXIT.
006820******************************************************************
006830*    2250-FIND-ACCOUNT-ENTRY - TEST ONE ACCOUNT TABLE ENTRY
006840******************************************************************
006850 2250-FIND-ACCOUNT-ENTRY.
006860     IF OUT-ACCT-NUMBER = WS-TAB-ACCT-NUMBER(WS-ACCT-IDX)
006870         SET WS-ACCT-ENTRY-FOUND TO TRUE
006880     END-IF.
006890 2250-EXIT.
006900     EXIT.
006910******************************************************************
006920*    2270-ADD-ACCOUNT-ENTRY - APPEND A NEW ACCOUNT TABLE ENTRY
006930*                           WITH THE OPENING BALANCE FROM THE
006940*                           FIRST RECORD SEEN FOR THIS ACCOUNT
006950******************************************************************
006960 2270-ADD-ACCOUNT-ENTRY.
006970     IF WS-ACCT-TABLE-COUNT < 500
006980         ADD 1 TO WS-ACCT-TABLE-COUNT
006990         SET WS-ACCT-IDX TO WS-ACCT-TABLE-COUNT
007000         MOVE OUT-ACCT-NUMBER TO WS-TAB-ACCT-NUMBER(WS-ACCT-IDX)
007010         MOVE OUT-SALDO TO WS-TAB-OPENING-BAL(WS-ACCT-IDX)
007020         MOVE OUT-SALDO-FINAL TO WS-TAB-CLOSING-BAL(WS-ACCT-IDX)
007030     ELSE
007040         DISPLAY "AVISO: TABELA DE CONTAS CHEIA - CONTA IGNORADA"
007050     END-IF.
007060 2270-EXIT.
007070     EXIT.
007080******************************************************************
007090*    3000-WRITE-ACCOUNT-SUMMARY - EMIT ONE DETAIL LINE PER
007100*                                ACCOUNT IN THE TABLE
007110******************************************************************
007120 3000-WRITE-ACCOUNT-SUMMARY.
007130     PERFORM 3100-WRITE-ONE-ACCOUNT-LINE THRU 3100-EXIT
007140         VARYING WS-ACCT-IDX FROM 1 BY 1
007150         UNTIL WS-ACCT-IDX > WS-ACCT-TABLE-COUNT.
007160 3000-EXIT.
007170     EXIT.
007180******************************************************************
007190*    3100-WRITE-ONE-ACCOUNT-LINE - EMIT ONE ACCOUNT DETAIL LINE
007200******************************************************************
007210 3100-WRITE-ONE-ACCOUNT-LINE.
007220     MOVE WS-TAB-ACCT-NUMBER(WS-ACCT-IDX) TO WS-AL-ACCT.
007230     MOVE WS-TAB-OPENING-BAL(WS-ACCT-IDX) TO WS-AL-OPENING.
007240     MOVE WS-TAB-CLOSING-BAL(WS-ACCT-IDX) TO WS-AL-CLOSING.
007250     MOVE WS-ACCOUNT-LINE TO REP-LINE.
007260     WRITE REP-LINE.
007270 3100-EXIT.
007280     EXIT.
007290******************************************************************
007300*    4000-WRITE-GRAND-TOTALS - EMIT THE END-OF-DAY TOTALS
007310******************************************************************
007320 4000-WRITE-GRAND-TOTALS.
007330     MOVE WS-RULE-LINE TO REP-LINE.
007340     WRITE REP-LINE.
007350     PERFORM 4100-WRITE-CURRENCY-BLOCK THRU 4100-EXIT
007360         VARYING WS-CURR-IDX FROM 1 BY 1
007370         UNTIL WS-CURR-IDX > WS-CURR-COUNT.
007380     MOVE WS-RULE-LINE TO REP-LINE.
007390     WRITE REP-LINE.
007400     PERFORM 4200-ACCUM-CONSOLIDATED THRU 4200-EXIT
007410         VARYING WS-CURR-IDX FROM 1 BY 1
007420         UNTIL WS-CURR-IDX > WS-CURR-COUNT.
007430     MOVE WS-BASE-CURRENCY TO WS-CL-CURRENCY.
007440     MOVE "SAQUE" TO WS-CL-LABEL.
007450     MOVE WS-CONSOL-SAQUE TO WS-CL-AMOUNT.
007460     MOVE WS-CONSOL-TOTAL-LINE TO REP-LINE.
007470     WRITE REP-LINE.
007480     MOVE "DEPOSITO" TO WS-CL-LABEL.
007490     MOVE WS-CONSOL-DEPOSITO TO WS-CL-AMOUNT.
007500     MOVE WS-CONSOL-TOTAL-LINE TO REP-LINE.
007510     WRITE REP-LINE.
007520     MOVE "TRANSFER." TO WS-CL-LABEL.
007530     MOVE WS-CONSOL-TRANSFER TO WS-CL-AMOUNT.
007540     MOVE WS-CONSOL-TOTAL-LINE TO REP-LINE.
007550     WRITE REP-LINE.
007560     MOVE "TAXA" TO WS-CL-LABEL.
007570     MOVE WS-CONSOL-TAXA TO WS-CL-AMOUNT.
007580     MOVE WS-CONSOL-TOTAL-LINE TO REP-LINE.
007590     WRITE REP-LINE.
007600     MOVE "ESTORNO" TO WS-CL-LABEL.
007610     MOVE WS-CONSOL-ESTORNO TO WS-CL-AMOUNT.
007620     MOVE WS-CONSOL-TOTAL-LINE TO REP-LINE.
007630     WRITE REP-LINE.
007640
007650     MOVE WS-GRAND-REJECT-COUNT TO WS-TL-REJECT.
007660     MOVE WS-TOTAL-REJECT-LINE TO REP-LINE.
007670     WRITE REP-LINE.
007680 4000-EXIT.
007690     EXIT.
007700******************************************************************
007710*    4100-WRITE-CURRENCY-BLOCK - EMIT THE FIVE TOTAL LINES FOR
007720*                                ONE CURRENCY
007730******************************************************************
007740 4100-WRITE-CURRENCY-BLOCK.
007750     MOVE WS-CURR-CODE(WS-CURR-IDX) TO WS-CUL-CURRENCY.
007760     MOVE "SAQUE:" TO WS-CUL-LABEL.
007770     MOVE WS-CURR-SAQUE(WS-CURR-IDX) TO WS-CUL-AMOUNT.
007780     MOVE WS-CURRENCY-LINE TO REP-LINE.
007790     WRITE REP-LINE.
007800     MOVE "DEPOSITO:" TO WS-CUL-LABEL.
007810     MOVE WS-CURR-DEPOSITO(WS-CURR-IDX) TO WS-CUL-AMOUNT.
007820     MOVE WS-CURRENCY-LINE TO REP-LINE.
007830     WRITE REP-LINE.
007840     MOVE "TRANSFER.:" TO WS-CUL-LABEL.
007850     MOVE WS-CURR-TRANSFER(WS-CURR-IDX) TO WS-CUL-AMOUNT.
007860     MOVE WS-CURRENCY-LINE TO REP-LINE.
007870     WRITE REP-LINE.
007880     MOVE "TAXA:" TO WS-CUL-LABEL.
007890     MOVE WS-CURR-TAXA(WS-CURR-IDX) TO WS-CUL-AMOUNT.
007900     MOVE WS-CURRENCY-LINE TO REP-LINE.
007910     WRITE REP-LINE.
007920     MOVE "ESTORNO:" TO WS-CUL-LABEL.
007930     MOVE WS-CURR-ESTORNO(WS-CURR-IDX) TO WS-CUL-AMOUNT.
007940     MOVE WS-CURRENCY-LINE TO REP-LINE.
007950     WRITE REP-LINE.
007960 4100-EXIT.
007970     EXIT.
007980******************************************************************
007990*    4200-ACCUM-CONSOLIDATED - CONVERT ONE CURRENCY'S TOTALS TO
008000*                 THE BASE CURRENCY AND ADD THEM INTO THE
008010*                 CONSOLIDATED FIGURES. A CURRENCY MISSING FROM
008020*                 THE RATE TABLE IS TAKEN AT PAR AND FLAGGED.
008030******************************************************************
008040 4200-ACCUM-CONSOLIDATED.
008050     MOVE 1 TO WS-RATE-WORK.
008060     SET WS-RATE-NOT-FOUND TO TRUE.
008070     PERFORM 4300-FIND-RATE THRU 4300-EXIT
008080         VARYING WS-RATE-IDX FROM 1 BY 1
008090         UNTIL WS-RATE-IDX > WS-RATE-COUNT
008100         OR WS-RATE-FOUND.
008110     IF WS-RATE-NOT-FOUND
008120         DISPLAY "AVISO: SEM TAXA DE CAMBIO PARA "
008130             WS-CURR-CODE(WS-CURR-IDX) " - USADO 1.000000"
008140     END-IF.
008150     COMPUTE WS-CONSOL-SAQUE ROUNDED = WS-CONSOL-SAQUE
008160         + WS-CURR-SAQUE(WS-CURR-IDX) * WS-RATE-WORK.
008170     COMPUTE WS-CONSOL-DEPOSITO ROUNDED = WS-CONSOL-DEPOSITO
008180         + WS-CURR-DEPOSITO(WS-CURR-IDX) * WS-RATE-WORK.
008190     COMPUTE WS-CONSOL-TRANSFER ROUNDED = WS-CONSOL-TRANSFER
008200         + WS-CURR-TRANSFER(WS-CURR-IDX) * WS-RATE-WORK.
008210     COMPUTE WS-CONSOL-TAXA ROUNDED = WS-CONSOL-TAXA
008220         + WS-CURR-TAXA(WS-CURR-IDX) * WS-RATE-WORK.
008230     COMPUTE WS-CONSOL-ESTORNO ROUNDED = WS-CONSOL-ESTORNO
008240         + WS-CURR-ESTORNO(WS-CURR-IDX) * WS-RATE-WORK.
008250 4200-EXIT.
008260     EXIT.
008270******************************************************************
008280*    4300-FIND-RATE - TEST ONE RATE TABLE ENTRY AGAINST THE
008290*                     CURRENCY BEING CONSOLIDATED
008300******************************************************************
008310 4300-FIND-RATE.
008320     IF WS-CURR-CODE(WS-CURR-IDX) = WS-RATE-CURRENCY(WS-RATE-IDX)
008330         MOVE WS-RATE-TO-BASE(WS-RATE-IDX) TO WS-RATE-WORK
008340         SET WS-RATE-FOUND TO TRUE
008350     END-IF.
008360 4300-EXIT.
008370     EXIT.
008380******************************************************************
008390*    9000-TERMINATE - CLOSE FILES
008400******************************************************************
008410 9000-TERMINATE.
008420     CLOSE OUTFILE.
008430     CLOSE REPFILE.
008440 9000-EXIT.
008450     EXIT.
008460******************************************************************
008470*    9900-WRITE-RUN-END - CLOSE THIS STEP'S LEDGER ENTRY WITH
008480*                 ITS RETURN CODE AND KEY COUNTS.
008490*                 PERFORMED AHEAD OF EVERY STOP RUN ONCE THE
008500*                 START RECORD IS ON THE LEDGER.
008510******************************************************************
008520 9900-WRITE-RUN-END.
008530     IF WS-RUN-NOT-STARTED
008540         GO TO 9900-EXIT
008550     END-IF.
008560     SET WS-RUN-NOT-STARTED TO TRUE.
008570     MOVE "F" TO WS-RUN-EVENT.
008580     MOVE RETURN-CODE TO WS-RUN-RC.
008590     MOVE WS-READ-COUNT TO WS-RUN-READ-COUNT.
008600     COMPUTE WS-RUN-PROC-COUNT = WS-READ-COUNT
008610         - WS-GRAND-REJECT-COUNT.
008620     MOVE WS-GRAND-REJECT-COUNT TO WS-RUN-EXC-COUNT.
008630     PERFORM 1090-APPEND-RUN-ENTRY THRU 1090-EXIT.
008640 9900-EXIT.
008650     EXIT.
008660      
008670 END PROGRAM VLD-SAQ-REL.
