000470*                     CARRIES PER-PRODUCT SUBTOTALS OF ACCOUNTS
000480*                     SWEPT, INTEREST PAID AND FEES COLLECTED SO
000490*                     FINANCE CAN TIE OUT BY PRODUCT LINE.
000500*   15/10/2026  GA    GL-EXTRACT-RECORD NOW CARRIES
000510*                     GL-ORIG-REFERENCE (SPACES ON ACCRUAL LINES).
000520*   15/10/2026  GA    EACH ACCRUAL GL LINE NOW CARRIES THE
000530*                     ACCOUNT'S CURRENCY IN GL-CURRENCY-CODE.
000540*   15/10/2026  GA    EACH RUN IS NOW RECORDED ON THE RUNLEDGR
000550*                     RUN-STEP LEDGER WITH A START RECORD AND AN
000560*                     END RECORD CARRYING THE RETURN CODE AND KEY
000570*                     COUNTS. A RUN FOR A BUSINESS DATE THE STEP
000580*                     HAS ALREADY ENDED CLEANLY IS REFUSED WITH
000590*                     RETURN CODE 8, AS IS ONE STARTED BEFORE
000600*                     VLD-SAQ-BANC HAS ENDED CLEANLY FOR THE DATE.
000610*                     THE PARMFILE AND ACCTMSTR ERRORS NOW SET
000620*                     RETURN CODE 8.
000630******************************************************************
000640 IDENTIFICATION DIVISION.
000650 PROGRAM-ID. VLD-MES-FIM.
000660 AUTHOR. GABRIELLY ANDRADE.
000670 INSTALLATION. RETAIL BANKING SYSTEMS.
000680 DATE-WRITTEN. 22/08/2026.
000690 DATE-COMPILED. 22/08/2026.
000700******************************************************************
000710 ENVIRONMENT DIVISION.
000720 INPUT-OUTPUT SECTION.
000730 FILE-CONTROL.
000740     SELECT PARMFILE ASSIGN TO PARMFILE
000750         ORGANIZATION IS LINE SEQUENTIAL.
000760
000770     SELECT ACCTMSTR ASSIGN TO ACCTMSTR
000780         ORGANIZATION IS INDEXED
000790         ACCESS MODE IS SEQUENTIAL
000800         RECORD KEY IS ACCT-NUMBER
000810         FILE STATUS IS WS-ACCTMSTR-STATUS.
000820
000830     SELECT GLEXTRACT ASSIGN TO GLEXTRACT
000840         ORGANIZATION IS LINE SEQUENTIAL.
000850
000860     SELECT SWPRPT ASSIGN TO SWPRPT
000870         ORGANIZATION IS LINE SEQUENTIAL.
000880
000890     SELECT PRODFILE ASSIGN TO PRODFILE
000900         ORGANIZATION IS LINE SEQUENTIAL
000910         FILE STATUS IS WS-PRODFILE-STATUS.
000920
000930     SELECT BDATECTL ASSIGN TO BDATECTL
000940         ORGANIZATION IS LINE SEQUENTIAL.
000950     SELECT RUNLEDGR ASSIGN TO RUNLEDGR
000960         ORGANIZATION IS LINE SEQUENTIAL
000970         FILE STATUS IS WS-RUNLEDGR-STATUS.
000980******************************************************************
000990 DATA DIVISION.
001000 FILE SECTION.
001010 FD  PARMFILE
001020     LABEL RECORDS ARE STANDARD.
001030     COPY PARMREC.
001040
001050 FD  ACCTMSTR
001060     LABEL RECORDS ARE STANDARD.
001070     COPY ACCTREC.
001080
001090 FD  GLEXTRACT
001100     LABEL RECORDS ARE STANDARD.
001110     COPY GLREC.
001120
001130 FD  PRODFILE
001140     LABEL RECORDS ARE STANDARD.
001150     COPY PRODREC.
001160
001170 FD  SWPRPT
001180     LABEL RECORDS ARE STANDARD.
001190 01  SWP-REPORT-LINE         PIC X(80).
001200
001210 FD  BDATECTL
001220     LABEL RECORDS ARE STANDARD.
001230     COPY BDTREC.
001240
001250 FD  RUNLEDGR
001260     LABEL RECORDS ARE STANDARD.
001270     COPY RUNREC.
001280
001290 WORKING-STORAGE SECTION.
001300 77  WS-EOF-SWITCH           PIC X(01) VALUE "N".
001310     88  WS-EOF-YES                    VALUE "Y".
001320     88  WS-EOF-NO                     VALUE "N".
001330
001340 77  WS-ACCTMSTR-STATUS      PIC X(02) VALUE "00".
001350
001360 77  WS-CURRENT-DATE         PIC 9(08) VALUE ZERO.
001370
001380 77  WS-MONTHLY-FEE          PIC 9(05)V99 VALUE ZERO.
001390 77  WS-INTEREST-RATE        PIC 9(02)V9(06) VALUE ZERO.
001400
001410 77  WS-INTEREST-AMT         PIC 9(12)V99 VALUE ZERO.
001420 77  WS-FEE-AMT              PIC 9(05)V99 VALUE ZERO.
001430
001440 77  WS-SWEPT-COUNT          PIC 9(09) COMP VALUE ZERO.
001450 77  WS-SKIPPED-COUNT        PIC 9(09) COMP VALUE ZERO.
001460 77  WS-ALREADY-COUNT        PIC 9(09) COMP VALUE ZERO.
001470 77  WS-ERROR-COUNT          PIC 9(09) COMP VALUE ZERO.
001480 77  WS-CURRENT-MONTH        PIC 9(06) VALUE ZERO.
001490 77  WS-TOTAL-INTEREST       PIC 9(13)V99 VALUE ZERO.
001500 77  WS-TOTAL-FEES           PIC 9(13)V99 VALUE ZERO.
001510
001520 77  WS-GL-CODE-MNT-FEE      PIC X(06) VALUE "400200".
001530 77  WS-GL-CODE-INTEREST     PIC X(06) VALUE "200200".
001540
001550 77  WS-PRODFILE-STATUS      PIC X(02) VALUE "00".
001560
001570 77  WS-PRODFILE-EOF-SWITCH  PIC X(01) VALUE "N".
001580     88  WS-PRODFILE-EOF-YES            VALUE "Y".
001590     88  WS-PRODFILE-EOF-NO             VALUE "N".
001600
001610 77  WS-PROD-FOUND-SWITCH    PIC X(01) VALUE "N".
001620     88  WS-PROD-FOUND                  VALUE "Y".
001630     88  WS-PROD-NOT-FOUND              VALUE "N".
001640
001650 77  WS-TIER-FOUND-SWITCH    PIC X(01) VALUE "N".
001660     88  WS-TIER-FOUND                  VALUE "Y".
001670     88  WS-TIER-NOT-FOUND              VALUE "N".
001680
001690 77  WS-PV-FOUND-SWITCH      PIC X(01) VALUE "N".
001700     88  WS-PV-FOUND                    VALUE "Y".
001710     88  WS-PV-NOT-FOUND                VALUE "N".
001720
001730 77  WS-PROD-COUNT           PIC 9(03) COMP VALUE ZERO.
001740 77  WS-PROD-SUB             PIC 9(03) COMP VALUE ZERO.
001750 77  WS-TIER-SUB             PIC 9(01) COMP VALUE ZERO.
001760 77  WS-PV-USED              PIC 9(03) COMP VALUE ZERO.
001770 77  WS-PV-SUB               PIC 9(03) COMP VALUE ZERO.
001780
001790 77  WS-APPLIED-FEE          PIC 9(05)V99 VALUE ZERO.
001800 77  WS-APPLIED-RATE         PIC 9(02)V9(06) VALUE ZERO.
001810 77  WS-APPLIED-PRODUCT      PIC X(04) VALUE SPACES.
001820
001830 01  WS-PRODUCT-TABLE.
001840     05  WS-PROD-ENTRY       OCCURS 50 TIMES.
001850         10  WS-PC-CODE              PIC X(04).
001860         10  WS-PC-TIER          OCCURS 3 TIMES.
001870             15  WS-PT-UPPER         PIC 9(12)V99.
001880             15  WS-PT-FEE           PIC 9(05)V99.
001890             15  WS-PT-RATE          PIC 9(02)V9(06).
001900
001910*    PER-PRODUCT RUN TOTALS. THE "----" BUCKET COLLECTS ACCOUNTS
001920*    PRICED BY THE PARMFILE FALLBACK.
001930 01  WS-PRODTOT-TABLE.
001940     05  WS-PRODTOT-ENTRY    OCCURS 51 TIMES.
001950         10  WS-PV-CODE              PIC X(04).
001960         10  WS-PV-COUNT             PIC 9(09) COMP.
001970         10  WS-PV-INTEREST          PIC 9(13)V99.
001980         10  WS-PV-FEES              PIC 9(13)V99.
001990
002000 01  WS-TITLE-LINE.
002010     05  FILLER              PIC X(44) VALUE
002020         "RELATORIO DE FECHAMENTO MENSAL - VLD-MES-FIM".
002030
002040 01  WS-RULE-LINE.
002050     05  FILLER              PIC X(60) VALUE ALL "-".
002060
002070 01  WS-SWEPT-LINE.
002080     05  FILLER              PIC X(29) VALUE
002090         "CONTAS PROCESSADAS:          ".
002100     05  WS-SL-SWEPT         PIC ZZZ,ZZZ,ZZ9.
002110
002120 01  WS-SKIPPED-LINE.
002130     05  FILLER              PIC X(29) VALUE
002140         "CONTAS ENCERRADAS IGNORADAS: ".
002150     05  WS-SL-SKIPPED       PIC ZZZ,ZZZ,ZZ9.
002160
002170 01  WS-ALREADY-LINE.
002180     05  FILLER              PIC X(29) VALUE
002190         "CONTAS JA PROCESSADAS NO MES:".
002200     05  WS-SL-ALREADY       PIC ZZZ,ZZZ,ZZ9.
002210
002220 01  WS-ERROR-LINE.
002230     05  FILLER              PIC X(29) VALUE
002240         "CONTAS COM ERRO DE GRAVACAO: ".
002250     05  WS-SL-ERRORS        PIC ZZZ,ZZZ,ZZ9.
002260
002270 01  WS-INTEREST-LINE.
002280     05  FILLER              PIC X(29) VALUE
002290         "TOTAL JUROS CREDITADOS:      ".
002300     05  WS-SL-INTEREST      PIC Z(10)ZZ9.99.
002310
002320 01  WS-FEES-LINE.
002330     05  FILLER              PIC X(29) VALUE
002340         "TOTAL TARIFAS COBRADAS:      ".
002350     05  WS-SL-FEES          PIC Z(10)ZZ9.99.
002360
002370 01  WS-PRODUCT-LINE.
002380     05  FILLER              PIC X(08) VALUE "PRODUTO ".
002390     05  WS-PR-CODE          PIC X(04).
002400     05  FILLER              PIC X(08) VALUE "  CONTAS".
002410     05  FILLER              PIC X(01) VALUE SPACE.
002420     05  WS-PR-COUNT         PIC ZZZ,ZZ9.
002430     05  FILLER              PIC X(07) VALUE "  JUROS".
002440     05  FILLER              PIC X(01) VALUE SPACE.
002450     05  WS-PR-INTEREST      PIC Z(8)9.99.
002460     05  FILLER              PIC X(09) VALUE "  TARIFAS".
002470     05  FILLER              PIC X(01) VALUE SPACE.
002480     05  WS-PR-FEES          PIC Z(8)9.99.
002490*
002500*    RUN-STEP LEDGER CONTROL
002510*
002520 77  WS-RUNLEDGR-STATUS      PIC X(02) VALUE "00".
002530 77  WS-RUN-PROGRAM          PIC X(12) VALUE "VLD-MES-FIM".
002540 77  WS-RUN-EVENT            PIC X(01) VALUE SPACE.
002550 77  WS-RUN-RC               PIC 9(04) VALUE ZERO.
002560 77  WS-RUN-READ-COUNT       PIC 9(09) VALUE ZERO.
002570 77  WS-RUN-PROC-COUNT       PIC 9(09) VALUE ZERO.
002580 77  WS-RUN-EXC-COUNT        PIC 9(09) VALUE ZERO.
002590 77  WS-RUN-SYS-TIME         PIC 9(08) VALUE ZERO.
002600
002610 77  WS-RUN-STARTED-SWITCH   PIC X(01) VALUE "N".
002620     88  WS-RUN-STARTED                VALUE "Y".
002630     88  WS-RUN-NOT-STARTED            VALUE "N".
002640
002650 77  WS-RUN-DONE-SWITCH      PIC X(01) VALUE "N".
002660     88  WS-RUN-ALREADY-DONE           VALUE "Y".
002670
002680 77  WS-RUN-EOF-SWITCH       PIC X(01) VALUE "N".
002690     88  WS-RUN-EOF                    VALUE "Y".
002700     88  WS-RUN-NOT-EOF                VALUE "N".
002710
002720 77  WS-RUN-PREREQ-SWITCH    PIC X(01) VALUE "N".
002730     88  WS-RUN-PREREQ-MISSING         VALUE "Y".
002740
002750 77  WS-RUN-PRQ-COUNT        PIC 9(02) COMP VALUE 1.
002760
002770*    PREDECESSORS THAT MUST HAVE ENDED CLEANLY FOR THE SAME
002780*    BUSINESS DATE - PROGRAM, WHEN REQUIRED (D = EVERY DAY,
002790*    M = LAST DAY OF THE MONTH ONLY) AND THE FOUND FLAG
002800 01  WS-RUN-PRQ-VALUES.
002810     05  FILLER              PIC X(14) VALUE
002820         "VLD-SAQ-BANCDN".
002830 01  WS-RUN-PRQ-TABLE REDEFINES WS-RUN-PRQ-VALUES.
002840     05  WS-RUN-PRQ-ENTRY    OCCURS 1 TIMES
002850                             INDEXED BY WS-RUN-IDX.
002860         10  WS-RUN-PRQ-PROGRAM      PIC X(12).
002870         10  WS-RUN-PRQ-WHEN         PIC X(01).
002880             88  WS-RUN-PRQ-MONTH-END-ONLY     VALUE "M".
002890         10  WS-RUN-PRQ-DONE         PIC X(01).
002900             88  WS-RUN-PRQ-CLEAN              VALUE "Y".
002910******************************************************************
002920 PROCEDURE DIVISION.
002930******************************************************************
002940*    0000-MAINLINE
002950******************************************************************
002960 0000-MAINLINE.
002970     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002980     PERFORM 2000-SWEEP-ACCOUNTS THRU 2000-EXIT
002990         UNTIL WS-EOF-YES.
003000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003010     PERFORM 9900-WRITE-RUN-END THRU 9900-EXIT
003020     STOP RUN.
003030******************************************************************
003040*    1000-INITIALIZE - LOAD PARAMETERS, OPEN FILES, PRIME READ
003050******************************************************************
003060 1000-INITIALIZE.
003070     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT.
003080     PERFORM 1060-CHECK-RUN-LEDGER THRU 1060-EXIT.
003090     OPEN INPUT PARMFILE.
003100     READ PARMFILE
003110         AT END
003120             DISPLAY "ERRO: PARMFILE VAZIO"
003130             MOVE 8 TO RETURN-CODE
003140             PERFORM 9900-WRITE-RUN-END THRU 9900-EXIT
003150             STOP RUN
003160     END-READ.
003170     MOVE PARM-MONTHLY-FEE TO WS-MONTHLY-FEE.
003180     MOVE PARM-INTEREST-RATE TO WS-INTEREST-RATE.
003190     CLOSE PARMFILE.
003200     OPEN I-O ACCTMSTR.
003210     IF WS-ACCTMSTR-STATUS NOT = "00"
003220         DISPLAY "ERRO AO ABRIR ACCTMSTR - STATUS "
003230             WS-ACCTMSTR-STATUS
003240         MOVE 8 TO RETURN-CODE
003250         PERFORM 9900-WRITE-RUN-END THRU 9900-EXIT
003260         STOP RUN
003270     END-IF.
003280     OPEN EXTEND GLEXTRACT.
003290     OPEN OUTPUT SWPRPT.
003300     PERFORM 1100-LOAD-PRODUCT-CATALOG THRU 1100-EXIT.
003310     MOVE WS-CURRENT-DATE(1:6) TO WS-CURRENT-MONTH.
003320     MOVE WS-TITLE-LINE TO SWP-REPORT-LINE.
003330     WRITE SWP-REPORT-LINE.
003340     MOVE WS-RULE-LINE TO SWP-REPORT-LINE.
003350     WRITE SWP-REPORT-LINE.
003360     PERFORM 2100-READ-ACCOUNT THRU 2100-EXIT.
003370 1000-EXIT.
003380     EXIT.
003390******************************************************************
003400*    1050-READ-BUSINESS-DATE - THE BUSINESS DATE COMES FROM THE
003410*                 BDATECTL CONTROL RECORD, NOT THE SYSTEM CLOCK,
003420*                 SO A LATE OR RERUN JOB STILL WORKS THE RIGHT
003430*                 BUSINESS DAY. ONLY THE VLD-DIA-FCH END-OF-DAY
003440*                 CLOSE ADVANCES IT.
003450******************************************************************
003460 1050-READ-BUSINESS-DATE.
003470     OPEN INPUT BDATECTL.
003480     READ BDATECTL
003490         AT END
003500             DISPLAY "ERRO: BDATECTL VAZIO"
003510             MOVE 8 TO RETURN-CODE
003520             PERFORM 9900-WRITE-RUN-END THRU 9900-EXIT
003530             STOP RUN
003540     END-READ.
003550     MOVE BDT-BUSINESS-DATE TO WS-CURRENT-DATE.
003560     CLOSE BDATECTL.
003570 1050-EXIT.
003580     EXIT.
003590******************************************************************
003600*    1060-CHECK-RUN-LEDGER - REFUSE TO START WHEN THIS STEP HAS
003610*                 ALREADY ENDED CLEANLY FOR THE BUSINESS DATE
003620*                 OR WHEN A REQUIRED PREDECESSOR HAS NOT, THEN
003630*                 APPEND THE START RECORD TO THE RUNLEDGR
003640*                 RUN-STEP LEDGER. A MISSING LEDGER IS AN
003650*                 EMPTY ONE.
003660******************************************************************
003670 1060-CHECK-RUN-LEDGER.
003680     OPEN INPUT RUNLEDGR.
003690     IF WS-RUNLEDGR-STATUS NOT = "00"
003700         AND WS-RUNLEDGR-STATUS NOT = "35"
003710         DISPLAY "ERRO AO ABRIR RUNLEDGR - STATUS "
003720             WS-RUNLEDGR-STATUS
003730         MOVE 8 TO RETURN-CODE
003740         STOP RUN
003750     END-IF.
003760     IF WS-RUNLEDGR-STATUS = "00"
003770         PERFORM 1070-READ-RUN-ENTRY THRU 1070-EXIT
003780             UNTIL WS-RUN-EOF
003790         CLOSE RUNLEDGR
003800     END-IF.
003810     IF WS-RUN-ALREADY-DONE
003820         DISPLAY "ERRO: " WS-RUN-PROGRAM " JA CONCLUIDO PARA "
003830             WS-CURRENT-DATE
003840         MOVE 8 TO RETURN-CODE
003850         STOP RUN
003860     END-IF.
003870     PERFORM 1080-CHECK-ONE-PREREQ THRU 1080-EXIT
003880         VARYING WS-RUN-IDX FROM 1 BY 1
003890         UNTIL WS-RUN-IDX > WS-RUN-PRQ-COUNT.
003900     IF WS-RUN-PREREQ-MISSING
003910         MOVE 8 TO RETURN-CODE
003920         STOP RUN
003930     END-IF.
003940     MOVE "I" TO WS-RUN-EVENT.
003950     MOVE ZERO TO WS-RUN-RC.
003960     PERFORM 1090-APPEND-RUN-ENTRY THRU 1090-EXIT.
003970     SET WS-RUN-STARTED TO TRUE.
003980 1060-EXIT.
003990     EXIT.
004000******************************************************************
004010*    1070-READ-RUN-ENTRY - ONLY AN END RECORD WITH RETURN CODE
004020*                 ZERO FOR THE BUSINESS DATE COUNTS AS A CLEAN
004030*                 COMPLETION
004040******************************************************************
004050 1070-READ-RUN-ENTRY.
004060     READ RUNLEDGR
004070         AT END
004080             SET WS-RUN-EOF TO TRUE
004090             GO TO 1070-EXIT
004100     END-READ.
004110     IF RUN-BUSINESS-DATE NOT = WS-CURRENT-DATE
004120         OR NOT RUN-EVENT-END
004130         OR RUN-RETURN-CODE NOT = ZERO
004140         GO TO 1070-EXIT
004150     END-IF.
004160     IF RUN-PROGRAM = WS-RUN-PROGRAM
004170         SET WS-RUN-ALREADY-DONE TO TRUE
004180     END-IF.
004190     PERFORM 1075-MARK-PREREQ THRU 1075-EXIT
004200         VARYING WS-RUN-IDX FROM 1 BY 1
004210         UNTIL WS-RUN-IDX > WS-RUN-PRQ-COUNT.
004220 1070-EXIT.
004230     EXIT.
004240******************************************************************
004250*    1075-MARK-PREREQ - FLAG A PREDECESSOR SEEN CLEAN
004260******************************************************************
004270 1075-MARK-PREREQ.
004280     IF WS-RUN-PRQ-PROGRAM(WS-RUN-IDX) = RUN-PROGRAM
004290         MOVE "Y" TO WS-RUN-PRQ-DONE(WS-RUN-IDX)
004300     END-IF.
004310 1075-EXIT.
004320     EXIT.
004330******************************************************************
004340*    1080-CHECK-ONE-PREREQ - NAME EVERY REQUIRED PREDECESSOR NOT
004350*                 YET ENDED CLEANLY FOR THE BUSINESS DATE
004360******************************************************************
004370 1080-CHECK-ONE-PREREQ.
004380     IF NOT WS-RUN-PRQ-CLEAN(WS-RUN-IDX)
004390         DISPLAY "ERRO: PREDECESSOR "
004400             WS-RUN-PRQ-PROGRAM(WS-RUN-IDX)
004410             " NAO CONCLUIDO PARA " WS-CURRENT-DATE
004420         SET WS-RUN-PREREQ-MISSING TO TRUE
004430     END-IF.
004440 1080-EXIT.
004450     EXIT.
004460******************************************************************
004470*    1090-APPEND-RUN-ENTRY - ADD ONE START OR END RECORD TO THE
004480*                 LEDGER, STAMPED WITH THE SYSTEM CLOCK
004490******************************************************************
004500 1090-APPEND-RUN-ENTRY.
004510     OPEN EXTEND RUNLEDGR.
004520     IF WS-RUNLEDGR-STATUS = "35"
004530         OPEN OUTPUT RUNLEDGR
004540     END-IF.
004550     IF WS-RUNLEDGR-STATUS NOT = "00"
004560         DISPLAY "ERRO AO GRAVAR RUNLEDGR - STATUS "
004570             WS-RUNLEDGR-STATUS
004580         MOVE 8 TO RETURN-CODE
004590         STOP RUN
004600     END-IF.
004610     ACCEPT WS-RUN-SYS-TIME FROM TIME.
004620     MOVE SPACES TO RUN-LEDGER-RECORD.
004630     MOVE WS-CURRENT-DATE TO RUN-BUSINESS-DATE.
004640     MOVE WS-RUN-PROGRAM TO RUN-PROGRAM.
004650     MOVE WS-RUN-EVENT TO RUN-EVENT.
004660     ACCEPT RUN-TS-DATE FROM DATE YYYYMMDD.
004670     MOVE WS-RUN-SYS-TIME(1:6) TO RUN-TS-TIME.
004680     MOVE WS-RUN-RC TO RUN-RETURN-CODE.
004690     MOVE WS-RUN-READ-COUNT TO RUN-COUNT-READ.
004700     MOVE WS-RUN-PROC-COUNT TO RUN-COUNT-PROCESSED.
004710     MOVE WS-RUN-EXC-COUNT TO RUN-COUNT-EXCEPTIONS.
004720     WRITE RUN-LEDGER-RECORD.
004730     CLOSE RUNLEDGR.
004740 1090-EXIT.
004750     EXIT.
004760******************************************************************
004770*    1100-LOAD-PRODUCT-CATALOG - READ PRODFILE INTO THE PRODUCT
004780*                 TABLE. A MISSING CATALOG (STATUS 35) JUST MEANS
004790*                 EVERY ACCOUNT TAKES THE FLAT PARMFILE PRICING.
004800******************************************************************
004810 1100-LOAD-PRODUCT-CATALOG.
004820     OPEN INPUT PRODFILE.
004830     IF WS-PRODFILE-STATUS = "35"
004840         GO TO 1100-EXIT
004850     END-IF.
004860     IF WS-PRODFILE-STATUS NOT = "00"
004870         DISPLAY "ERRO AO ABRIR PRODFILE - STATUS "
004880             WS-PRODFILE-STATUS
004890         GO TO 1100-EXIT
004900     END-IF.
004910     PERFORM 1110-READ-PRODUCT THRU 1110-EXIT.
004920     PERFORM 1120-BUILD-PRODUCT-ENTRY THRU 1120-EXIT
004930         UNTIL WS-PRODFILE-EOF-YES.
004940     CLOSE PRODFILE.
004950 1100-EXIT.
004960     EXIT.
004970******************************************************************
004980*    1110-READ-PRODUCT
004990******************************************************************
005000 1110-READ-PRODUCT.
005010     READ PRODFILE
005020         AT END
005030             SET WS-PRODFILE-EOF-YES TO TRUE
005040     END-READ.
005050 1110-EXIT.
005060     EXIT.
005070******************************************************************
005080*    1120-BUILD-PRODUCT-ENTRY - TABLE ONE PRODUCT AND ITS TIERS
005090******************************************************************
005100 1120-BUILD-PRODUCT-ENTRY.
005110     IF WS-PROD-COUNT < 50
005120         ADD 1 TO WS-PROD-COUNT
005130         MOVE PROD-CODE TO WS-PC-CODE(WS-PROD-COUNT)
005140         PERFORM 1130-TABLE-ONE-TIER THRU 1130-EXIT
005150             VARYING WS-TIER-SUB FROM 1 BY 1
005160             UNTIL WS-TIER-SUB > 3
005170     ELSE
005180         DISPLAY "AVISO: TABELA DE PRODUTOS CHEIA - PRODUTO "
005190             PROD-CODE " IGNORADO"
005200     END-IF.
005210     PERFORM 1110-READ-PRODUCT THRU 1110-EXIT.
005220 1120-EXIT.
005230     EXIT.
005240******************************************************************
005250*    1130-TABLE-ONE-TIER
005260******************************************************************
005270 1130-TABLE-ONE-TIER.
005280     MOVE PROD-TIER-UPPER-LIMIT(WS-TIER-SUB) TO
005290         WS-PT-UPPER(WS-PROD-COUNT, WS-TIER-SUB).
005300     MOVE PROD-TIER-MONTHLY-FEE(WS-TIER-SUB) TO
005310         WS-PT-FEE(WS-PROD-COUNT, WS-TIER-SUB).
005320     MOVE PROD-TIER-INT-RATE(WS-TIER-SUB) TO
005330         WS-PT-RATE(WS-PROD-COUNT, WS-TIER-SUB).
005340 1130-EXIT.
005350     EXIT.
005360******************************************************************
005370*    2000-SWEEP-ACCOUNTS - MAIN SWEEP LOOP
005380******************************************************************
005390 2000-SWEEP-ACCOUNTS.
005400     PERFORM 2200-SWEEP-ONE-ACCOUNT THRU 2200-EXIT.
005410     PERFORM 2100-READ-ACCOUNT THRU 2100-EXIT.
005420 2000-EXIT.
005430     EXIT.
005440******************************************************************
005450*    2100-READ-ACCOUNT - READ THE NEXT MASTER RECORD IN KEY
005460*                        SEQUENCE
005470******************************************************************
005480 2100-READ-ACCOUNT.
005490     READ ACCTMSTR
005500         AT END
005510             SET WS-EOF-YES TO TRUE
005520     END-READ.
005530 2100-EXIT.
005540     EXIT.
005550******************************************************************
005560*    2200-SWEEP-ONE-ACCOUNT - APPLY THE MONTH'S INTEREST AND
005570*                 MAINTENANCE FEE TO ONE ACCOUNT AND REWRITE
005580*                 ITS BALANCE. A CLOSED ACCOUNT IS SKIPPED.
005590******************************************************************
005600 2200-SWEEP-ONE-ACCOUNT.
005610     IF ACCT-STATUS-CLOSED
005620         ADD 1 TO WS-SKIPPED-COUNT
005630         GO TO 2200-EXIT
005640     END-IF.
005650     IF ACCT-LAST-SWEEP-MONTH = WS-CURRENT-MONTH
005660         ADD 1 TO WS-ALREADY-COUNT
005670         GO TO 2200-EXIT
005680     END-IF.
005690     PERFORM 2300-SELECT-PRICING THRU 2300-EXIT.
005700     MOVE ZERO TO WS-INTEREST-AMT.
005710     MOVE ZERO TO WS-FEE-AMT.
005720     IF ACCT-BALANCE > ZERO
005730         COMPUTE WS-INTEREST-AMT ROUNDED =
005740             ACCT-BALANCE * WS-APPLIED-RATE
005750     END-IF.
005760     MOVE WS-APPLIED-FEE TO WS-FEE-AMT.
005770     COMPUTE ACCT-BALANCE =
005780         ACCT-BALANCE + WS-INTEREST-AMT - WS-FEE-AMT.
005790     MOVE WS-CURRENT-MONTH TO ACCT-LAST-SWEEP-MONTH.
005800     REWRITE ACCT-MASTER-RECORD
005810         INVALID KEY
005820             DISPLAY "ERRO AO ATUALIZAR CONTA " ACCT-NUMBER
005830             ADD 1 TO WS-ERROR-COUNT
005840             GO TO 2200-EXIT
005850     END-REWRITE.
005860     IF WS-ACCTMSTR-STATUS NOT = "00"
005870         DISPLAY "ERRO AO ATUALIZAR CONTA " ACCT-NUMBER
005880         ADD 1 TO WS-ERROR-COUNT
005890         GO TO 2200-EXIT
005900     END-IF.
005910     ADD 1 TO WS-SWEPT-COUNT.
005920     PERFORM 2400-TALLY-PRODUCT THRU 2400-EXIT.
005930     IF WS-INTEREST-AMT > ZERO
005940         ADD WS-INTEREST-AMT TO WS-TOTAL-INTEREST
005950         PERFORM 6000-WRITE-GL-INTEREST THRU 6000-EXIT
005960     END-IF.
005970     IF WS-FEE-AMT > ZERO
005980         ADD WS-FEE-AMT TO WS-TOTAL-FEES
005990         PERFORM 6100-WRITE-GL-FEE THRU 6100-EXIT
006000     END-IF.
006010 2200-EXIT.
006020     EXIT.
006030******************************************************************
006040*    2300-SELECT-PRICING - PICK THE FEE AND INTEREST RATE FOR THE
006050*                 ACCOUNT IN THE RECORD AREA: THE BALANCE TIER OF
006060*                 ITS PRODUCT CATALOG ENTRY, OR THE FLAT PARMFILE
006070*                 VALUES (BUCKET "----") WHEN THE ACCOUNT HAS NO
006080*                 PRODUCT CODE OR THE CODE IS NOT ON THE CATALOG.
006090******************************************************************
006100 2300-SELECT-PRICING.
006110     MOVE WS-MONTHLY-FEE TO WS-APPLIED-FEE.
006120     MOVE WS-INTEREST-RATE TO WS-APPLIED-RATE.
006130     MOVE "----" TO WS-APPLIED-PRODUCT.
006140     IF ACCT-PRODUCT-CODE = SPACES
006150         GO TO 2300-EXIT
006160     END-IF.
006170     SET WS-PROD-NOT-FOUND TO TRUE.
006180     PERFORM 2310-TEST-PRODUCT-ENTRY THRU 2310-EXIT
006190         VARYING WS-PROD-SUB FROM 1 BY 1
006200         UNTIL WS-PROD-SUB > WS-PROD-COUNT
006210         OR WS-PROD-FOUND.
006220     IF WS-PROD-NOT-FOUND
006230         GO TO 2300-EXIT
006240     END-IF.
006250*    THE VARYING INCREMENT RUNS BEFORE THE EXIT TEST, SO THE
006260*    SUBSCRIPT SITS ONE PAST THE MATCHED ENTRY - STEP BACK
006270     SUBTRACT 1 FROM WS-PROD-SUB.
006280     MOVE ACCT-PRODUCT-CODE TO WS-APPLIED-PRODUCT.
006290     SET WS-TIER-NOT-FOUND TO TRUE.
006300     PERFORM 2320-TEST-TIER-ENTRY THRU 2320-EXIT
006310         VARYING WS-TIER-SUB FROM 1 BY 1
006320         UNTIL WS-TIER-SUB > 3
006330         OR WS-TIER-FOUND.
006340     IF WS-TIER-FOUND
006350         SUBTRACT 1 FROM WS-TIER-SUB
006360     ELSE
006370*        NO TIER COVERS THE BALANCE - TAKE THE TOP TIER
006380         MOVE 3 TO WS-TIER-SUB
006390     END-IF.
006400     MOVE WS-PT-FEE(WS-PROD-SUB, WS-TIER-SUB) TO WS-APPLIED-FEE.
006410     MOVE WS-PT-RATE(WS-PROD-SUB, WS-TIER-SUB) TO
006420         WS-APPLIED-RATE.
006430 2300-EXIT.
006440     EXIT.
006450******************************************************************
006460*    2310-TEST-PRODUCT-ENTRY - TEST ONE CATALOG TABLE ENTRY
006470******************************************************************
006480 2310-TEST-PRODUCT-ENTRY.
006490     IF ACCT-PRODUCT-CODE = WS-PC-CODE(WS-PROD-SUB)
006500         SET WS-PROD-FOUND TO TRUE
006510     END-IF.
006520 2310-EXIT.
006530     EXIT.
006540******************************************************************
006550*    2320-TEST-TIER-ENTRY - FIRST TIER WHOSE UPPER BALANCE LIMIT
006560*                           COVERS THE ACCOUNT'S BALANCE
006570******************************************************************
006580 2320-TEST-TIER-ENTRY.
006590     IF ACCT-BALANCE <= WS-PT-UPPER(WS-PROD-SUB, WS-TIER-SUB)
006600         SET WS-TIER-FOUND TO TRUE
006610     END-IF.
006620 2320-EXIT.
006630     EXIT.
006640******************************************************************
006650*    2400-TALLY-PRODUCT - ROLL THE SWEPT ACCOUNT'S INTEREST AND
006660*                 FEE INTO ITS PRODUCT'S RUN SUBTOTALS
006670******************************************************************
006680 2400-TALLY-PRODUCT.
006690     SET WS-PV-NOT-FOUND TO TRUE.
006700     PERFORM 2410-TEST-PRODTOT-ENTRY THRU 2410-EXIT
006710         VARYING WS-PV-SUB FROM 1 BY 1
006720         UNTIL WS-PV-SUB > WS-PV-USED
006730         OR WS-PV-FOUND.
006740     IF WS-PV-FOUND
006750*        THE VARYING INCREMENT RUNS BEFORE THE EXIT TEST, SO THE
006760*        SUBSCRIPT SITS ONE PAST THE MATCHED ENTRY - STEP BACK
006770         SUBTRACT 1 FROM WS-PV-SUB
006780     ELSE
006790         IF WS-PV-USED < 51
006800             ADD 1 TO WS-PV-USED
006810             MOVE WS-PV-USED TO WS-PV-SUB
006820             MOVE WS-APPLIED-PRODUCT TO WS-PV-CODE(WS-PV-SUB)
006830             MOVE ZERO TO WS-PV-COUNT(WS-PV-SUB)
006840             MOVE ZERO TO WS-PV-INTEREST(WS-PV-SUB)
006850             MOVE ZERO TO WS-PV-FEES(WS-PV-SUB)
006860         ELSE
006870             GO TO 2400-EXIT
006880         END-IF
006890     END-IF.
006900     ADD 1 TO WS-PV-COUNT(WS-PV-SUB).
006910     ADD WS-INTEREST-AMT TO WS-PV-INTEREST(WS-PV-SUB).
006920     ADD WS-FEE-AMT TO WS-PV-FEES(WS-PV-SUB).
006930 2400-EXIT.
006940     EXIT.
006950******************************************************************
006960*    2410-TEST-PRODTOT-ENTRY - TEST ONE SUBTOTAL TABLE ENTRY
006970******************************************************************
006980 2410-TEST-PRODTOT-ENTRY.
006990     IF WS-APPLIED-PRODUCT = WS-PV-CODE(WS-PV-SUB)
007000         SET WS-PV-FOUND TO TRUE
007010     END-IF.
007020 2410-EXIT.
007030     EXIT.
007040******************************************************************
007050*    6000-WRITE-GL-INTEREST - ONE GL LINE PER INTEREST ACCRUAL
007060******************************************************************
007070 6000-WRITE-GL-INTEREST.
007080     MOVE ACCT-NUMBER TO GL-ACCT-NUMBER.
007090     MOVE WS-INTEREST-AMT TO GL-AMOUNT.
007100     MOVE ZERO TO GL-FEE.
007110     MOVE WS-GL-CODE-INTEREST TO GL-ACCOUNT-CODE.
007120     MOVE WS-CURRENT-DATE TO GL-POSTING-DATE.
007130     MOVE SPACES TO GL-REFERENCE.
007140     MOVE SPACES TO GL-ORIG-REFERENCE.
007150     MOVE ACCT-CURRENCY-CODE TO GL-CURRENCY-CODE.
007160     WRITE GL-EXTRACT-RECORD.
007170 6000-EXIT.
007180     EXIT.
007190******************************************************************
007200*    6100-WRITE-GL-FEE - ONE GL LINE PER MAINTENANCE FEE
007210******************************************************************
007220 6100-WRITE-GL-FEE.
007230     MOVE ACCT-NUMBER TO GL-ACCT-NUMBER.
007240     MOVE WS-FEE-AMT TO GL-AMOUNT.
007250     MOVE ZERO TO GL-FEE.
007260     MOVE WS-GL-CODE-MNT-FEE TO GL-ACCOUNT-CODE.
007270     MOVE WS-CURRENT-DATE TO GL-POSTING-DATE.
007280     MOVE SPACES TO GL-REFERENCE.
007290     MOVE SPACES TO GL-ORIG-REFERENCE.
007300     MOVE ACCT-CURRENCY-CODE TO GL-CURRENCY-CODE.
007310     WRITE GL-EXTRACT-RECORD.
007320 6100-EXIT.
007330     EXIT.
007340******************************************************************
007350*    9000-TERMINATE - WRITE THE SUMMARY AND CLOSE FILES
007360******************************************************************
007370 9000-TERMINATE.
007380     MOVE WS-SWEPT-COUNT TO WS-SL-SWEPT.
007390     MOVE WS-SWEPT-LINE TO SWP-REPORT-LINE.
007400     WRITE SWP-REPORT-LINE.
007410     MOVE WS-SKIPPED-COUNT TO WS-SL-SKIPPED.
007420     MOVE WS-SKIPPED-LINE TO SWP-REPORT-LINE.
007430     WRITE SWP-REPORT-LINE.
007440     MOVE WS-ALREADY-COUNT TO WS-SL-ALREADY.
007450     MOVE WS-ALREADY-LINE TO SWP-REPORT-LINE.
007460     WRITE SWP-REPORT-LINE.
007470     MOVE WS-ERROR-COUNT TO WS-SL-ERRORS.
007480     MOVE WS-ERROR-LINE TO SWP-REPORT-LINE.
007490     WRITE SWP-REPORT-LINE.
007500     MOVE WS-TOTAL-INTEREST TO WS-SL-INTEREST.
007510     MOVE WS-INTEREST-LINE TO SWP-REPORT-LINE.
007520     WRITE SWP-REPORT-LINE.
007530     MOVE WS-TOTAL-FEES TO WS-SL-FEES.
007540     MOVE WS-FEES-LINE TO SWP-REPORT-LINE.
007550     WRITE SWP-REPORT-LINE.
007560     MOVE WS-RULE-LINE TO SWP-REPORT-LINE.
007570     WRITE SWP-REPORT-LINE.
007580     PERFORM 9100-WRITE-PRODUCT-LINE THRU 9100-EXIT
007590         VARYING WS-PV-SUB FROM 1 BY 1
007600         UNTIL WS-PV-SUB > WS-PV-USED.
007610     CLOSE ACCTMSTR.
007620     CLOSE GLEXTRACT.
007630     CLOSE SWPRPT.
007640 9000-EXIT.
007650     EXIT.
007660******************************************************************
007670*    9100-WRITE-PRODUCT-LINE - ONE SUBTOTAL LINE PER PRODUCT LINE
007680*                 SWEPT THIS RUN ("----" = PARMFILE FALLBACK)
007690******************************************************************
007700 9100-WRITE-PRODUCT-LINE.
007710     MOVE WS-PV-CODE(WS-PV-SUB) TO WS-PR-CODE.
007720     MOVE WS-PV-COUNT(WS-PV-SUB) TO WS-PR-COUNT.
007730     MOVE WS-PV-INTEREST(WS-PV-SUB) TO WS-PR-INTEREST.
007740     MOVE WS-PV-FEES(WS-PV-SUB) TO WS-PR-FEES.
007750     MOVE WS-PRODUCT-LINE TO SWP-REPORT-LINE.
007760     WRITE SWP-REPORT-LINE.
007770 9100-EXIT.
007780     EXIT.
007790******************************************************************
007800*    9900-WRITE-RUN-END - CLOSE THIS STEP'S LEDGER ENTRY WITH
007810*                 ITS RETURN CODE AND KEY COUNTS.
007820*                 PERFORMED AHEAD OF EVERY STOP RUN ONCE THE
007830*                 START RECORD IS ON THE LEDGER.
007840******************************************************************
007850 9900-WRITE-RUN-END.
007860     IF WS-RUN-NOT-STARTED
007870         GO TO 9900-EXIT
007880     END-IF.
007890     SET WS-RUN-NOT-STARTED TO TRUE.
007900     MOVE "F" TO WS-RUN-EVENT.
007910     MOVE RETURN-CODE TO WS-RUN-RC.
007920     COMPUTE WS-RUN-READ-COUNT = WS-SWEPT-COUNT
007930         + WS-SKIPPED-COUNT + WS-ALREADY-COUNT
007940         + WS-ERROR-COUNT.
007950     MOVE WS-SWEPT-COUNT TO WS-RUN-PROC-COUNT.
007960     MOVE WS-ERROR-COUNT TO WS-RUN-EXC-COUNT.
007970     PERFORM 1090-APPEND-RUN-ENTRY THRU 1090-EXIT.
007980 9900-EXIT.
007990     EXIT.
008000
008010 END PROGRAM VLD-MES-FIM.
