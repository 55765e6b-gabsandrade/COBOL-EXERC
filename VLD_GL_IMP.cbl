000010******************************************************************
000020* PROGRAM-ID:   VLD-GL-IMP
000030* AUTHOR:       GABRIELLY ANDRADE
000040* INSTALLATION: RETAIL BANKING SYSTEMS
000050* DATE-WRITTEN: 15/10/2026
000060* DATE-COMPILED:
000070* PURPOSE:      ONE-TIME OPENING-BALANCE TAKEOVER OF THE GLBALMST
000080*               GENERAL LEDGER BALANCE MASTER. THE MASTER ONLY
000090*               HOLDS WHAT THE NIGHTLY JOURNALS HAVE MOVED, SO
000100*               THE DEPOSIT BALANCES THE ACCOUNTS ALREADY HAD ON
000110*               ACCTMSTR WHEN THE LEDGER WENT LIVE ARE SEEDED
000120*               HERE, PER CURRENCY: THE SUM OF ACCT-BALANCE, LESS
000130*               THE NET CREDIT BALANCE THE CUSTOMER-DEPOSIT CODES
000140*               ALREADY CARRY, IS CREDITED TO THE DEPOSIT CONTROL
000150*               CODE 200100 AND THE SAME AMOUNT IS DEBITED TO THE
000160*               TAKEOVER EQUITY CODE 500100, SO EVERY CURRENCY
000170*               STILL NETS TO ZERO. ON A MASTER NO JOURNAL HAS
000180*               TOUCHED THAT IS THE WHOLE ACCTMSTR TOTAL. THE
000190*               SEED GOES INTO THE OPENING BALANCE OF A CODE
000200*               ALREADY MOVED TODAY, SO THE TRIAL BALANCE STILL
000210*               READS OPENING + DEBITS - CREDITS = CLOSING.
000220*
000230*               THE FIGURES ARE ONLY RIGHT WHILE THE MASTER AND
000240*               ACCTMSTR STAND AT THE SAME POINT, SO THE RUN IS
000250*               REFUSED UNLESS EITHER NO NIGHTLY STEP THAT MOVES
000260*               BALANCES HAS STARTED FOR THE BDATECTL BUSINESS
000270*               DATE, OR VLD-GL-BAL HAS ALREADY APPLIED THAT
000280*               DATE'S JOURNAL IN FULL. IT IS ALSO REFUSED WHEN
000290*               THE TAKEOVER IS ALREADY COMPLETE, AND ON A FIRST
000300*               RUN WHEN THE MASTER DOES NOT NET TO ZERO IN EVERY
000310*               CURRENCY. GLBCTL IS MARKED IN PROGRESS BEFORE THE
000320*               FIRST BALANCE MOVES AND COMPLETE AFTER THE LAST;
000330*               A RERUN AFTER A STOP PART WAY THROUGH SEEDS ONLY
000340*               WHAT IS STILL MISSING AND BALANCES THE CONTRA
000350*               CODE AGAINST THE WHOLE CURRENCY. GLIRPT LISTS
000360*               THE AMOUNTS SEEDED PER CURRENCY.
000370* TECTONICS:    COBC
000380*----------------------------------------------------------------
000390* MODIFICATION HISTORY
000400*   DATE        INIT  DESCRIPTION
000410*   15/10/2026  GA    INITIAL VERSION - GL OPENING-BALANCE
000420*                     TAKEOVER.
000430******************************************************************
000440 IDENTIFICATION DIVISION.
000450 PROGRAM-ID. VLD-GL-IMP.
000460 AUTHOR. GABRIELLY ANDRADE.
000470 INSTALLATION. RETAIL BANKING SYSTEMS.
000480 DATE-WRITTEN. 15/10/2026.
000490 DATE-COMPILED. 15/10/2026.
000500******************************************************************
000510 ENVIRONMENT DIVISION.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT ACCTMSTR ASSIGN TO ACCTMSTR
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS SEQUENTIAL
000570         RECORD KEY IS ACCT-NUMBER
000580         FILE STATUS IS WS-ACCTMSTR-STATUS.
000590
000600     SELECT GLBALMST ASSIGN TO GLBALMST
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS DYNAMIC
000630         RECORD KEY IS GLB-KEY
000640         FILE STATUS IS WS-GLBALMST-STATUS.
000650
000660     SELECT GLBCTL ASSIGN TO GLBCTL
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-GLBCTL-STATUS.
000690
000700     SELECT GLIRPT ASSIGN TO GLIRPT
000710         ORGANIZATION IS LINE SEQUENTIAL.
000720
000730     SELECT BDATECTL ASSIGN TO BDATECTL
000740         ORGANIZATION IS LINE SEQUENTIAL.
000750     SELECT RUNLEDGR ASSIGN TO RUNLEDGR
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-RUNLEDGR-STATUS.
000780******************************************************************
000790 DATA DIVISION.
000800 FILE SECTION.
000810 FD  ACCTMSTR
000820     LABEL RECORDS ARE STANDARD.
000830     COPY ACCTREC.
000840
000850 FD  GLBALMST
000860     LABEL RECORDS ARE STANDARD.
000870     COPY GLBREC.
000880
000890 FD  GLBCTL
000900     LABEL RECORDS ARE STANDARD.
000910     COPY GLCREC.
000920
000930 FD  GLIRPT
000940     LABEL RECORDS ARE STANDARD.
000950 01  GLI-REPORT-LINE         PIC X(80).
000960
000970 FD  BDATECTL
000980     LABEL RECORDS ARE STANDARD.
000990     COPY BDTREC.
001000
001010 FD  RUNLEDGR
001020     LABEL RECORDS ARE STANDARD.
001030     COPY RUNREC.
001040
001050 WORKING-STORAGE SECTION.
001060 77  WS-ACCT-EOF-SWITCH      PIC X(01) VALUE "N".
001070     88  WS-ACCT-EOF-YES               VALUE "Y".
001080     88  WS-ACCT-EOF-NO                VALUE "N".
001090
001100 77  WS-GLB-EOF-SWITCH       PIC X(01) VALUE "N".
001110     88  WS-GLB-EOF-YES                VALUE "Y".
001120     88  WS-GLB-EOF-NO                 VALUE "N".
001130
001140 77  WS-BALANCE-SWITCH       PIC X(01) VALUE "Y".
001150     88  WS-BALANCE-OK                  VALUE "Y".
001160     88  WS-BALANCE-BROKEN              VALUE "N".
001170
001180 77  WS-CURR-FOUND-SWITCH    PIC X(01) VALUE "N".
001190     88  WS-CURR-ENTRY-FOUND            VALUE "Y".
001200     88  WS-CURR-ENTRY-NOT-FOUND        VALUE "N".
001210
001220 77  WS-ACCTMSTR-STATUS      PIC X(02) VALUE "00".
001230 77  WS-GLBALMST-STATUS      PIC X(02) VALUE "00".
001240 77  WS-GLBCTL-STATUS        PIC X(02) VALUE "00".
001250
001260 77  WS-CURRENT-DATE         PIC 9(08) VALUE ZERO.
001270
001280*    THE GLBCTL RECORD AS READ, WRITTEN BACK WITH THE TAKEOVER
001290*    STATE. A MISSING GLBCTL MEANS NO JOURNAL HAS BEEN APPLIED.
001300 77  WS-CTL-JOURNAL-DATE     PIC 9(08) VALUE ZERO.
001310 77  WS-CTL-REC-COUNT        PIC 9(09) VALUE ZERO.
001320 77  WS-CTL-HASH-TOTAL       PIC 9(13)V99 VALUE ZERO.
001330 77  WS-CTL-APPLY-STATE      PIC X(01) VALUE "A".
001340     88  WS-CTL-APPLY-IN-PROGRESS       VALUE "P".
001350 77  WS-CTL-TAKEOVER-DATE    PIC 9(08) VALUE ZERO.
001360 77  WS-CTL-TAKEOVER-STATE   PIC X(01) VALUE SPACE.
001370     88  WS-CTL-TAKEOVER-IN-PROGRESS    VALUE "P".
001380     88  WS-CTL-TAKEOVER-COMPLETE       VALUE "A".
001390
001400 77  WS-ACCT-COUNT           PIC 9(09) COMP VALUE ZERO.
001410 77  WS-GLB-COUNT            PIC 9(09) COMP VALUE ZERO.
001420 77  WS-SEEDED-COUNT         PIC 9(09) COMP VALUE ZERO.
001430 77  WS-POSTED-COUNT         PIC 9(09) COMP VALUE ZERO.
001440
001450 77  WS-SEED-AMOUNT          PIC S9(15)V99 VALUE ZERO.
001460 77  WS-CONTRA-AMOUNT        PIC S9(15)V99 VALUE ZERO.
001470 77  WS-POST-AMOUNT          PIC S9(15)V99 VALUE ZERO.
001480 77  WS-POST-GL-CODE         PIC X(06) VALUE SPACES.
001490
001500 77  WS-GL-CODE-DEPOSITO     PIC X(06) VALUE "200100".
001510 77  WS-GL-CODE-TAKEOVER     PIC X(06) VALUE "500100".
001520
001530 77  WS-CURR-KEY             PIC X(03) VALUE SPACES.
001540 77  WS-CURR-COUNT           PIC 9(03) COMP VALUE ZERO.
001550
001560*    THE CUSTOMER-DEPOSIT CODES - THE SAME CODES VLD-GL-BAL
001570*    PROVES ACCTMSTR AGAINST
001580 77  WS-DEPOSIT-CODE         PIC X(06) VALUE SPACES.
001590     88  WS-DEPOSIT-CONTROL-CODE        VALUES "200100"
001600                                        "200150" "200200"
001610                                        "200110" "200160"
001620                                        "400100" "400150"
001630                                        "400200" "400110"
001640                                        "400160" "400170"
001650                                        "200170".
001660
001670 01  WS-CURR-TABLE.
001680     05  WS-CURR-ENTRY       OCCURS 20 TIMES
001690                             INDEXED BY WS-CURR-IDX.
001700         10  WS-CURR-CODE            PIC X(03).
001710         10  WS-CURR-ACCT-TOTAL      PIC S9(15)V99.
001720         10  WS-CURR-GL-DEPOSITS     PIC S9(15)V99.
001730         10  WS-CURR-GL-NET          PIC S9(15)V99.
001740
001750 01  WS-TITLE-LINE.
001760     05  FILLER              PIC X(46) VALUE
001770         "CARGA DE SALDOS INICIAIS DO RAZAO - VLD-GL-IMP".
001780
001790 01  WS-DATE-LINE.
001800     05  FILLER              PIC X(15) VALUE "DATA CONTABIL: ".
001810     05  WS-DL-DATE          PIC 9(08).
001820
001830 01  WS-RULE-LINE.
001840     05  FILLER              PIC X(78) VALUE ALL "-".
001850
001860 01  WS-HEADING-LINE.
001870     05  FILLER              PIC X(38) VALUE
001880         "MOE    SALDO ACCTMSTR  DEPOSITOS RAZAO".
001890     05  FILLER              PIC X(34) VALUE
001900         "     CARGA 200100    CONTRA 500100".
001910
001920 01  WS-SEED-LINE.
001930     05  WS-SL-CURRENCY      PIC X(03).
001940     05  FILLER              PIC X(02) VALUE SPACES.
001950     05  WS-SL-ACCT-TOTAL    PIC -(12)9.99.
001960     05  FILLER              PIC X(01) VALUE SPACE.
001970     05  WS-SL-GL-DEPOSITS   PIC -(12)9.99.
001980     05  FILLER              PIC X(01) VALUE SPACE.
001990     05  WS-SL-SEED          PIC -(12)9.99.
002000     05  FILLER              PIC X(01) VALUE SPACE.
002010     05  WS-SL-CONTRA        PIC -(12)9.99.
002020
002030 01  WS-COUNT-LINE.
002040     05  WS-CL-LABEL         PIC X(29).
002050     05  WS-CL-COUNT         PIC ZZZ,ZZZ,ZZ9.
002060*
002070*    RUN-STEP LEDGER CONTROL
002080*
002090 77  WS-RUNLEDGR-STATUS      PIC X(02) VALUE "00".
002100 77  WS-RUN-PROGRAM          PIC X(12) VALUE "VLD-GL-IMP".
002110 77  WS-RUN-EVENT            PIC X(01) VALUE SPACE.
002120 77  WS-RUN-RC               PIC 9(04) VALUE ZERO.
002130 77  WS-RUN-READ-COUNT       PIC 9(09) VALUE ZERO.
002140 77  WS-RUN-PROC-COUNT       PIC 9(09) VALUE ZERO.
002150 77  WS-RUN-EXC-COUNT        PIC 9(09) VALUE ZERO.
002160 77  WS-RUN-SYS-TIME         PIC 9(08) VALUE ZERO.
002170
002180 77  WS-RUN-STARTED-SWITCH   PIC X(01) VALUE "N".
002190     88  WS-RUN-STARTED                VALUE "Y".
002200     88  WS-RUN-NOT-STARTED            VALUE "N".
002210
002220 77  WS-RUN-EOF-SWITCH       PIC X(01) VALUE "N".
002230     88  WS-RUN-EOF                    VALUE "Y".
002240     88  WS-RUN-NOT-EOF                VALUE "N".
002250
002260 77  WS-NIGHT-SWITCH         PIC X(01) VALUE "N".
002270     88  WS-NIGHT-STARTED              VALUE "Y".
002280     88  WS-NIGHT-NOT-STARTED          VALUE "N".
002290
002300 77  WS-NIGHT-COUNT          PIC 9(02) COMP VALUE 11.
002310
002320*    THE NIGHTLY STEPS THAT RUN AHEAD OF VLD-GL-BAL - ANY ONE OF
002330*    THEM ON THE LEDGER FOR THE BUSINESS DATE MEANS ACCTMSTR MAY
002340*    ALREADY HOLD MOVEMENTS THE MASTER HAS NOT YET RECEIVED
002350 01  WS-NIGHT-VALUES.
002360     05  FILLER              PIC X(12) VALUE "VLD-ORD-GER".
002370     05  FILLER              PIC X(12) VALUE "VLD-TRN-EDT".
002380     05  FILLER              PIC X(12) VALUE "VLD-SAQ-APR".
002390     05  FILLER              PIC X(12) VALUE "VLD-SAQ-BANC".
002400     05  FILLER              PIC X(12) VALUE "VLD-SAQ-REL".
002410     05  FILLER              PIC X(12) VALUE "VLD-ACC-ENC".
002420     05  FILLER              PIC X(12) VALUE "VLD-DEP-LIB".
002430     05  FILLER              PIC X(12) VALUE "VLD-PAG-EXT".
002440     05  FILLER              PIC X(12) VALUE "VLD-PAG-RET".
002450     05  FILLER              PIC X(12) VALUE "VLD-MES-FIM".
002460     05  FILLER              PIC X(12) VALUE "VLD-GL-JRN".
002470 01  WS-NIGHT-TABLE REDEFINES WS-NIGHT-VALUES.
002480     05  WS-NIGHT-PROGRAM    PIC X(12) OCCURS 11 TIMES
002490                             INDEXED BY WS-NIGHT-IDX.
002500******************************************************************
002510 PROCEDURE DIVISION.
002520******************************************************************
002530*    0000-MAINLINE
002540******************************************************************
002550 0000-MAINLINE.
002560     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002570     PERFORM 2000-ADD-ACCOUNT THRU 2000-EXIT
002580         UNTIL WS-ACCT-EOF-YES.
002590     PERFORM 3000-ADD-GL-BALANCE THRU 3000-EXIT
002600         UNTIL WS-GLB-EOF-YES.
002610     PERFORM 4000-CHECK-AND-MARK THRU 4000-EXIT.
002620     PERFORM 5000-SEED-CURRENCY THRU 5000-EXIT
002630         VARYING WS-CURR-IDX FROM 1 BY 1
002640         UNTIL WS-CURR-IDX > WS-CURR-COUNT.
002650     MOVE "A" TO WS-CTL-TAKEOVER-STATE.
002660     PERFORM 6000-REWRITE-CONTROL THRU 6000-EXIT.
002670     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002680     PERFORM 9900-WRITE-RUN-END THRU 9900-EXIT.
002690     STOP RUN.
002700******************************************************************
002710*    1000-INITIALIZE - BUSINESS DATE, LEDGER, GLBCTL AND THE
002720*                 IN-STEP CHECK, THEN OPEN THE MASTERS AND PRIME
002730*                 BOTH PASSES. A STATUS 35 ON GLBALMST MEANS THE
002740*                 MASTER DOES NOT EXIST YET, SO IT IS CREATED
002750*                 EMPTY AND REOPENED I-O. THE MASTER HAS JUST
002760*                 BEEN OPENED, SO ITS BROWSE STARTS AT THE FIRST
002770*                 KEY.
002780******************************************************************
002790 1000-INITIALIZE.
002800     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT.
002810     PERFORM 1060-CHECK-RUN-LEDGER THRU 1060-EXIT.
002820     PERFORM 1100-READ-CONTROL THRU 1100-EXIT.
002830     PERFORM 1200-CHECK-IN-STEP THRU 1200-EXIT.
002840     OPEN I-O GLBALMST.
002850     IF WS-GLBALMST-STATUS = "35"
002860         OPEN OUTPUT GLBALMST
002870         CLOSE GLBALMST
002880         OPEN I-O GLBALMST
002890     END-IF.
002900     IF WS-GLBALMST-STATUS NOT = "00"
002910         DISPLAY "ERRO AO ABRIR GLBALMST - STATUS "
002920             WS-GLBALMST-STATUS
002930         MOVE 8 TO RETURN-CODE
002940         PERFORM 9900-WRITE-RUN-END THRU 9900-EXIT
002950         STOP RUN
002960     END-IF.
002970     OPEN INPUT ACCTMSTR.
002980     IF WS-ACCTMSTR-STATUS NOT = "00"
002990         DISPLAY "ERRO AO ABRIR ACCTMSTR - STATUS "
003000             WS-ACCTMSTR-STATUS
003010         MOVE 8 TO RETURN-CODE
003020         PERFORM 9900-WRITE-RUN-END THRU 9900-EXIT
003030         STOP RUN
003040     END-IF.
003050     OPEN OUTPUT GLIRPT.
003060     MOVE WS-TITLE-LINE TO GLI-REPORT-LINE.
003070     WRITE GLI-REPORT-LINE.
003080     MOVE WS-CURRENT-DATE TO WS-DL-DATE.
003090     MOVE WS-DATE-LINE TO GLI-REPORT-LINE.
003100     WRITE GLI-REPORT-LINE.
003110     MOVE WS-RULE-LINE TO GLI-REPORT-LINE.
003120     WRITE GLI-REPORT-LINE.
003130     PERFORM 2100-READ-ACCOUNT THRU 2100-EXIT.
003140     PERFORM 3100-READ-GL-BALANCE THRU 3100-EXIT.
003150 1000-EXIT.
003160     EXIT.
003170******************************************************************
003180*    1050-READ-BUSINESS-DATE - THE BUSINESS DATE COMES FROM THE
003190*                 BDATECTL CONTROL RECORD, NOT THE SYSTEM CLOCK,
003200*                 SO A LATE OR RERUN JOB STILL WORKS THE RIGHT
003210*                 BUSINESS DAY. ONLY THE VLD-DIA-FCH END-OF-DAY
003220*                 CLOSE ADVANCES IT.
003230******************************************************************
003240 1050-READ-BUSINESS-DATE.
003250     OPEN INPUT BDATECTL.
003260     READ BDATECTL
003270         AT END
003280             DISPLAY "ERRO: BDATECTL VAZIO"
003290             MOVE 8 TO RETURN-CODE
003300             STOP RUN
003310     END-READ.
003320     MOVE BDT-BUSINESS-DATE TO WS-CURRENT-DATE.
003330     CLOSE BDATECTL.
003340 1050-EXIT.
003350     EXIT.
003360******************************************************************
003370*    1060-CHECK-RUN-LEDGER - NOTE WHETHER ANY NIGHTLY STEP AHEAD
003380*                 OF VLD-GL-BAL IS ON THE RUNLEDGR RUN-STEP
003390*                 LEDGER FOR THE BUSINESS DATE, THEN APPEND THE
003400*                 START RECORD. THE TAKEOVER WAITS FOR NO OTHER
003410*                 STEP; GLBCTL, NOT THE LEDGER, STOPS IT RUNNING
003420*                 TWICE. A MISSING LEDGER IS AN EMPTY ONE.
003430******************************************************************
003440 1060-CHECK-RUN-LEDGER.
003450     OPEN INPUT RUNLEDGR.
003460     IF WS-RUNLEDGR-STATUS NOT = "00"
003470         AND WS-RUNLEDGR-STATUS NOT = "35"
003480         DISPLAY "ERRO AO ABRIR RUNLEDGR - STATUS "
003490             WS-RUNLEDGR-STATUS
003500         MOVE 8 TO RETURN-CODE
003510         STOP RUN
003520     END-IF.
003530     IF WS-RUNLEDGR-STATUS = "00"
003540         PERFORM 1070-READ-RUN-ENTRY THRU 1070-EXIT
003550             UNTIL WS-RUN-EOF
003560         CLOSE RUNLEDGR
003570     END-IF.
003580     MOVE "I" TO WS-RUN-EVENT.
003590     MOVE ZERO TO WS-RUN-RC.
003600     PERFORM 1090-APPEND-RUN-ENTRY THRU 1090-EXIT.
003610     SET WS-RUN-STARTED TO TRUE.
003620 1060-EXIT.
003630     EXIT.
003640******************************************************************
003650*    1070-READ-RUN-ENTRY - A START OR END RECORD OF A NIGHTLY
003660*                 STEP FOR THE BUSINESS DATE MEANS THE NIGHT HAS
003670*                 BEGUN
003680******************************************************************
003690 1070-READ-RUN-ENTRY.
003700     READ RUNLEDGR
003710         AT END
003720             SET WS-RUN-EOF TO TRUE
003730             GO TO 1070-EXIT
003740     END-READ.
003750     IF RUN-BUSINESS-DATE NOT = WS-CURRENT-DATE
003760         GO TO 1070-EXIT
003770     END-IF.
003780     PERFORM 1075-TEST-NIGHT-STEP THRU 1075-EXIT
003790         VARYING WS-NIGHT-IDX FROM 1 BY 1
003800         UNTIL WS-NIGHT-IDX > WS-NIGHT-COUNT.
003810 1070-EXIT.
003820     EXIT.
003830******************************************************************
003840*    1075-TEST-NIGHT-STEP - TEST ONE NIGHTLY STEP TABLE ENTRY
003850******************************************************************
003860 1075-TEST-NIGHT-STEP.
003870     IF WS-NIGHT-PROGRAM(WS-NIGHT-IDX) = RUN-PROGRAM
003880         SET WS-NIGHT-STARTED TO TRUE
003890     END-IF.
003900 1075-EXIT.
003910     EXIT.
003920******************************************************************
003930*    1090-APPEND-RUN-ENTRY - ADD ONE START OR END RECORD TO THE
003940*                 LEDGER, STAMPED WITH THE SYSTEM CLOCK
003950******************************************************************
003960 1090-APPEND-RUN-ENTRY.
003970     OPEN EXTEND RUNLEDGR.
003980     IF WS-RUNLEDGR-STATUS = "35"
003990         OPEN OUTPUT RUNLEDGR
004000     END-IF.
004010     IF WS-RUNLEDGR-STATUS NOT = "00"
004020         DISPLAY "ERRO AO GRAVAR RUNLEDGR - STATUS "
004030             WS-RUNLEDGR-STATUS
004040         MOVE 8 TO RETURN-CODE
004050         STOP RUN
004060     END-IF.
004070     ACCEPT WS-RUN-SYS-TIME FROM TIME.
004080     MOVE SPACES TO RUN-LEDGER-RECORD.
004090     MOVE WS-CURRENT-DATE TO RUN-BUSINESS-DATE.
004100     MOVE WS-RUN-PROGRAM TO RUN-PROGRAM.
004110     MOVE WS-RUN-EVENT TO RUN-EVENT.
004120     ACCEPT RUN-TS-DATE FROM DATE YYYYMMDD.
004130     MOVE WS-RUN-SYS-TIME(1:6) TO RUN-TS-TIME.
004140     MOVE WS-RUN-RC TO RUN-RETURN-CODE.
004150     MOVE WS-RUN-READ-COUNT TO RUN-COUNT-READ.
004160     MOVE WS-RUN-PROC-COUNT TO RUN-COUNT-PROCESSED.
004170     MOVE WS-RUN-EXC-COUNT TO RUN-COUNT-EXCEPTIONS.
004180     WRITE RUN-LEDGER-RECORD.
004190     CLOSE RUNLEDGR.
004200 1090-EXIT.
004210     EXIT.
004220******************************************************************
004230*    1100-READ-CONTROL - THE GLBCTL RECORD, KEPT WHOLE SO IT CAN
004240*                 BE WRITTEN BACK WITH THE TAKEOVER STATE. A
004250*                 TAKEOVER ALREADY COMPLETE IS NOT RUN AGAIN.
004260******************************************************************
004270 1100-READ-CONTROL.
004280     OPEN INPUT GLBCTL.
004290     IF WS-GLBCTL-STATUS = "35"
004300         GO TO 1100-EXIT
004310     END-IF.
004320     IF WS-GLBCTL-STATUS NOT = "00"
004330         DISPLAY "ERRO AO ABRIR GLBCTL - STATUS "
004340             WS-GLBCTL-STATUS
004350         MOVE 8 TO RETURN-CODE
004360         PERFORM 9900-WRITE-RUN-END THRU 9900-EXIT
004370         STOP RUN
004380     END-IF.
004390     READ GLBCTL
004400         AT END
004410             CLOSE GLBCTL
004420             GO TO 1100-EXIT
004430     END-READ.
004440     MOVE GLC-LAST-JOURNAL-DATE TO WS-CTL-JOURNAL-DATE.
004450     MOVE GLC-LAST-REC-COUNT TO WS-CTL-REC-COUNT.
004460     MOVE GLC-LAST-HASH-TOTAL TO WS-CTL-HASH-TOTAL.
004470     MOVE GLC-APPLY-STATE TO WS-CTL-APPLY-STATE.
004480     IF GLC-TAKEOVER-DATE NUMERIC
004490         MOVE GLC-TAKEOVER-DATE TO WS-CTL-TAKEOVER-DATE
004500     END-IF.
004510     MOVE GLC-TAKEOVER-STATE TO WS-CTL-TAKEOVER-STATE.
004520     CLOSE GLBCTL.
004530     IF WS-CTL-TAKEOVER-COMPLETE
004540         DISPLAY "ERRO: CARGA INICIAL DO GLBALMST JA EFETUADA EM "
004550             WS-CTL-TAKEOVER-DATE
004560         MOVE 8 TO RETURN-CODE
004570         PERFORM 9900-WRITE-RUN-END THRU 9900-EXIT
004580         STOP RUN
004590     END-IF.
004600 1100-EXIT.
004610     EXIT.
004620******************************************************************
004630*    1200-CHECK-IN-STEP - THE MASTER AND ACCTMSTR MUST STAND AT
004640*                 THE SAME POINT: EITHER VLD-GL-BAL HAS APPLIED
004650*                 THE BUSINESS DATE'S JOURNAL IN FULL, OR NO
004660*                 NIGHTLY STEP AHEAD OF IT HAS STARTED FOR THE
004670*                 DATE. A JOURNAL LEFT PART-APPLIED MUST BE
004680*                 FINISHED BY VLD-GL-BAL FIRST.
004690******************************************************************
004700 1200-CHECK-IN-STEP.
004710     IF WS-CTL-APPLY-IN-PROGRESS
004720         DISPLAY "ERRO: APLICACAO DO DIARIO DE "
004730             WS-CTL-JOURNAL-DATE " INTERROMPIDA - CONCLUIR "
004740             "VLD-GL-BAL ANTES DA CARGA"
004750         MOVE 8 TO RETURN-CODE
004760         PERFORM 9900-WRITE-RUN-END THRU 9900-EXIT
004770         STOP RUN
004780     END-IF.
004790     IF WS-CTL-JOURNAL-DATE = WS-CURRENT-DATE
004800         GO TO 1200-EXIT
004810     END-IF.
004820     IF WS-NIGHT-STARTED
004830         DISPLAY "ERRO: NOITE DE " WS-CURRENT-DATE
004840             " EM CURSO - EXECUTAR A CARGA ANTES DO PRIMEIRO "
004850             "PASSO OU APOS VLD-GL-BAL"
004860         MOVE 8 TO RETURN-CODE
004870         PERFORM 9900-WRITE-RUN-END THRU 9900-EXIT
004880         STOP RUN
004890     END-IF.
004900 1200-EXIT.
004910     EXIT.
004920******************************************************************
004930*    2000-ADD-ACCOUNT - ADD ONE ACCOUNT'S SIGNED BALANCE TO ITS
004940*                 CURRENCY'S ACCTMSTR TOTAL
004950******************************************************************
004960 2000-ADD-ACCOUNT.
004970     MOVE ACCT-CURRENCY-CODE TO WS-CURR-KEY.
004980     PERFORM 7000-FIND-CURRENCY THRU 7000-EXIT.
004990     ADD ACCT-BALANCE TO WS-CURR-ACCT-TOTAL(WS-CURR-IDX).
005000     PERFORM 2100-READ-ACCOUNT THRU 2100-EXIT.
005010 2000-EXIT.
005020     EXIT.
005030******************************************************************
005040*    2100-READ-ACCOUNT - NEXT ACCOUNT MASTER RECORD
005050******************************************************************
005060 2100-READ-ACCOUNT.
005070     READ ACCTMSTR
005080         AT END
005090             SET WS-ACCT-EOF-YES TO TRUE
005100         NOT AT END
005110             ADD 1 TO WS-ACCT-COUNT
005120     END-READ.
005130 2100-EXIT.
005140     EXIT.
005150******************************************************************
005160*    3000-ADD-GL-BALANCE - ONE GL CODE AND CURRENCY. EVERY CODE
005170*                 ROLLS THE CURRENCY'S NET BALANCE; A CUSTOMER-
005180*                 DEPOSIT CODE ALSO ROLLS THE DEPOSITS THE MASTER
005190*                 ALREADY CARRIES. DEPOSITS ARE A LIABILITY, SO
005200*                 THEIR NET CREDIT BALANCE IS THE DEBIT-POSITIVE
005210*                 BALANCE WITH THE SIGN TURNED ROUND.
005220******************************************************************
005230 3000-ADD-GL-BALANCE.
005240     MOVE GLB-CURRENCY-CODE TO WS-CURR-KEY.
005250     PERFORM 7000-FIND-CURRENCY THRU 7000-EXIT.
005260     ADD GLB-BALANCE TO WS-CURR-GL-NET(WS-CURR-IDX).
005270     MOVE GLB-GL-CODE TO WS-DEPOSIT-CODE.
005280     IF WS-DEPOSIT-CONTROL-CODE
005290         SUBTRACT GLB-BALANCE
005300             FROM WS-CURR-GL-DEPOSITS(WS-CURR-IDX)
005310     END-IF.
005320     PERFORM 3100-READ-GL-BALANCE THRU 3100-EXIT.
005330 3000-EXIT.
005340     EXIT.
005350******************************************************************
005360*    3100-READ-GL-BALANCE - NEXT MASTER RECORD IN KEY SEQUENCE
005370******************************************************************
005380 3100-READ-GL-BALANCE.
005390     READ GLBALMST NEXT RECORD
005400         AT END
005410             SET WS-GLB-EOF-YES TO TRUE
005420         NOT AT END
005430             ADD 1 TO WS-GLB-COUNT
005440     END-READ.
005450 3100-EXIT.
005460     EXIT.
005470******************************************************************
005480*    4000-CHECK-AND-MARK - ON A FIRST RUN EVERY CURRENCY ON THE
005490*                 MASTER MUST NET TO ZERO, OR THE CONTRA WOULD
005500*                 ABSORB A DIFFERENCE THAT IS NOT THE TAKEOVER'S;
005510*                 NOTHING HAS MOVED YET, SO THE RUN IS REFUSED.
005520*                 ON A RERUN OF A TAKEOVER LEFT IN PROGRESS THE
005530*                 ONLY DIFFERENCE IS THE PART ALREADY SEEDED AND
005540*                 THE CHECK IS SKIPPED. GLBCTL IS THEN MARKED IN
005550*                 PROGRESS BEFORE THE FIRST BALANCE MOVES.
005560******************************************************************
005570 4000-CHECK-AND-MARK.
005580     IF WS-CTL-TAKEOVER-IN-PROGRESS
005590         DISPLAY "AVISO: CARGA INICIAL DE " WS-CTL-TAKEOVER-DATE
005600             " INTERROMPIDA - RETOMANDO"
005610         GO TO 4000-MARK
005620     END-IF.
005630     PERFORM 4100-CHECK-CURRENCY-NET THRU 4100-EXIT
005640         VARYING WS-CURR-IDX FROM 1 BY 1
005650         UNTIL WS-CURR-IDX > WS-CURR-COUNT.
005660     IF WS-BALANCE-BROKEN
005670         DISPLAY "ERRO: GLBALMST NAO FECHA - CARGA NAO EFETUADA"
005680         MOVE 8 TO RETURN-CODE
005690         PERFORM 9900-WRITE-RUN-END THRU 9900-EXIT
005700         STOP RUN
005710     END-IF.
005720 4000-MARK.
005730     MOVE WS-CURRENT-DATE TO WS-CTL-TAKEOVER-DATE.
005740     MOVE "P" TO WS-CTL-TAKEOVER-STATE.
005750     PERFORM 6000-REWRITE-CONTROL THRU 6000-EXIT.
005760     MOVE WS-HEADING-LINE TO GLI-REPORT-LINE.
005770     WRITE GLI-REPORT-LINE.
005780 4000-EXIT.
005790     EXIT.
005800******************************************************************
005810*    4100-CHECK-CURRENCY-NET - ONE CURRENCY'S NET BALANCE
005820******************************************************************
005830 4100-CHECK-CURRENCY-NET.
005840     IF WS-CURR-GL-NET(WS-CURR-IDX) NOT = ZERO
005850         DISPLAY "ERRO: BALANCETE NAO FECHA NA MOEDA "
005860             WS-CURR-CODE(WS-CURR-IDX)
005870         SET WS-BALANCE-BROKEN TO TRUE
005880     END-IF.
005890 4100-EXIT.
005900     EXIT.
005910******************************************************************
005920*    5000-SEED-CURRENCY - ONE CURRENCY. THE SEED IS WHAT ACCTMSTR
005930*                 HOLDS BEYOND THE DEPOSITS ALREADY ON THE
005940*                 MASTER, CREDITED TO 200100. THE CONTRA DEBITED
005950*                 TO 500100 IS THE SEED LESS THE CURRENCY'S NET
005960*                 BALANCE, WHICH BRINGS THE CURRENCY BACK TO ZERO
005970*                 - ON A FIRST RUN THE NET IS ZERO AND THE CONTRA
005980*                 IS THE SEED ITSELF. A CURRENCY WITH NOTHING TO
005990*                 SEED IS LEFT OFF THE REPORT.
006000******************************************************************
006010 5000-SEED-CURRENCY.
006020     COMPUTE WS-SEED-AMOUNT =
006030         WS-CURR-ACCT-TOTAL(WS-CURR-IDX)
006040         - WS-CURR-GL-DEPOSITS(WS-CURR-IDX).
006050     COMPUTE WS-CONTRA-AMOUNT =
006060         WS-SEED-AMOUNT - WS-CURR-GL-NET(WS-CURR-IDX).
006070     IF WS-SEED-AMOUNT = ZERO AND WS-CONTRA-AMOUNT = ZERO
006080         GO TO 5000-EXIT
006090     END-IF.
006100     IF WS-SEED-AMOUNT NOT = ZERO
006110         MOVE WS-GL-CODE-DEPOSITO TO WS-POST-GL-CODE
006120         COMPUTE WS-POST-AMOUNT = ZERO - WS-SEED-AMOUNT
006130         PERFORM 5100-POST-SEED THRU 5100-EXIT
006140     END-IF.
006150     IF WS-CONTRA-AMOUNT NOT = ZERO
006160         MOVE WS-GL-CODE-TAKEOVER TO WS-POST-GL-CODE
006170         MOVE WS-CONTRA-AMOUNT TO WS-POST-AMOUNT
006180         PERFORM 5100-POST-SEED THRU 5100-EXIT
006190     END-IF.
006200     ADD 1 TO WS-SEEDED-COUNT.
006210     MOVE WS-CURR-CODE(WS-CURR-IDX) TO WS-SL-CURRENCY.
006220     MOVE WS-CURR-ACCT-TOTAL(WS-CURR-IDX) TO WS-SL-ACCT-TOTAL.
006230     MOVE WS-CURR-GL-DEPOSITS(WS-CURR-IDX) TO WS-SL-GL-DEPOSITS.
006240     MOVE WS-SEED-AMOUNT TO WS-SL-SEED.
006250     MOVE WS-CONTRA-AMOUNT TO WS-SL-CONTRA.
006260     MOVE WS-SEED-LINE TO GLI-REPORT-LINE.
006270     WRITE GLI-REPORT-LINE.
006280 5000-EXIT.
006290     EXIT.
006300******************************************************************
006310*    5100-POST-SEED - ADD WS-POST-AMOUNT (DEBIT-POSITIVE) TO
006320*                 WS-POST-GL-CODE IN THE CURRENT CURRENCY. THE
006330*                 SEED IS PART OF THE BALANCE THE CODE OPENS
006340*                 WITH: A CODE ALREADY MOVED TODAY TAKES IT IN
006350*                 ITS OPENING BALANCE AS WELL, SO A VLD-GL-BAL
006360*                 RESTART BACKS OUT THE JOURNAL BUT NOT THE SEED,
006370*                 AND A CODE NOT YET ON THE MASTER IS ADDED
006380*                 OPENING AT THE SEED.
006390******************************************************************
006400 5100-POST-SEED.
006410     MOVE WS-POST-GL-CODE TO GLB-GL-CODE.
006420     MOVE WS-CURR-CODE(WS-CURR-IDX) TO GLB-CURRENCY-CODE.
006430     READ GLBALMST
006440         INVALID KEY
006450             MOVE WS-POST-AMOUNT TO GLB-OPENING-BALANCE
006460             MOVE ZERO TO GLB-DAY-DEBITS
006470             MOVE ZERO TO GLB-DAY-CREDITS
006480             MOVE WS-POST-AMOUNT TO GLB-BALANCE
006490             MOVE WS-CURRENT-DATE TO GLB-LAST-POSTED-DATE
006500             WRITE GLB-MASTER-RECORD
006510                 INVALID KEY
006520                     DISPLAY "ERRO AO GRAVAR GLBALMST " GLB-KEY
006530                     MOVE 8 TO RETURN-CODE
006540                     PERFORM 9900-WRITE-RUN-END THRU 9900-EXIT
006550                     STOP RUN
006560             END-WRITE
006570             ADD 1 TO WS-POSTED-COUNT
006580             GO TO 5100-EXIT
006590     END-READ.
006600     IF GLB-LAST-POSTED-DATE = WS-CURRENT-DATE
006610         ADD WS-POST-AMOUNT TO GLB-OPENING-BALANCE
006620     END-IF.
006630     ADD WS-POST-AMOUNT TO GLB-BALANCE.
006640     REWRITE GLB-MASTER-RECORD
006650         INVALID KEY
006660             DISPLAY "ERRO AO ATUALIZAR GLBALMST " GLB-KEY
006670             MOVE 8 TO RETURN-CODE
006680             PERFORM 9900-WRITE-RUN-END THRU 9900-EXIT
006690             STOP RUN
006700     END-REWRITE.
006710     ADD 1 TO WS-POSTED-COUNT.
006720 5100-EXIT.
006730     EXIT.
006740******************************************************************
006750*    6000-REWRITE-CONTROL - REPLACE THE GLBCTL RECORD WITH THE
006760*                 JOURNAL FIELDS AS READ AND THE TAKEOVER DATE
006770*                 AND STATE
006780******************************************************************
006790 6000-REWRITE-CONTROL.
006800     OPEN OUTPUT GLBCTL.
006810     IF WS-GLBCTL-STATUS NOT = "00"
006820         DISPLAY "ERRO AO REGRAVAR GLBCTL - STATUS "
006830             WS-GLBCTL-STATUS
006840         MOVE 8 TO RETURN-CODE
006850         PERFORM 9900-WRITE-RUN-END THRU 9900-EXIT
006860         STOP RUN
006870     END-IF.
006880     MOVE WS-CTL-JOURNAL-DATE TO GLC-LAST-JOURNAL-DATE.
006890     MOVE WS-CTL-REC-COUNT TO GLC-LAST-REC-COUNT.
006900     MOVE WS-CTL-HASH-TOTAL TO GLC-LAST-HASH-TOTAL.
006910     MOVE WS-CTL-APPLY-STATE TO GLC-APPLY-STATE.
006920     MOVE WS-CTL-TAKEOVER-DATE TO GLC-TAKEOVER-DATE.
006930     MOVE WS-CTL-TAKEOVER-STATE TO GLC-TAKEOVER-STATE.
006940     WRITE GLC-RECORD.
006950     CLOSE GLBCTL.
006960 6000-EXIT.
006970     EXIT.
006980******************************************************************
006990*    7000-FIND-CURRENCY - FIND OR ADD WS-CURR-KEY IN THE CURRENCY
007000*                 TABLE. A CURRENCY THAT DOES NOT FIT CANNOT BE
007010*                 SEEDED; NOTHING HAS MOVED YET WHILE THE TABLE
007020*                 IS BUILT, SO THE RUN IS REFUSED.
007030******************************************************************
007040 7000-FIND-CURRENCY.
007050     SET WS-CURR-ENTRY-NOT-FOUND TO TRUE.
007060     PERFORM 7010-TEST-CURRENCY-ENTRY THRU 7010-EXIT
007070         VARYING WS-CURR-IDX FROM 1 BY 1
007080         UNTIL WS-CURR-IDX > WS-CURR-COUNT
007090         OR WS-CURR-ENTRY-FOUND.
007100     IF WS-CURR-ENTRY-FOUND
007110*        THE VARYING INCREMENT RUNS BEFORE THE EXIT TEST, SO THE
007120*        INDEX SITS ONE PAST THE MATCHED ENTRY - STEP BACK
007130         SET WS-CURR-IDX DOWN BY 1
007140         GO TO 7000-EXIT
007150     END-IF.
007160     IF WS-CURR-COUNT NOT < 20
007170         DISPLAY "ERRO: TABELA DE MOEDAS CHEIA - MOEDA "
007180             WS-CURR-KEY
007190         MOVE 8 TO RETURN-CODE
007200         PERFORM 9900-WRITE-RUN-END THRU 9900-EXIT
007210         STOP RUN
007220     END-IF.
007230     ADD 1 TO WS-CURR-COUNT.
007240     SET WS-CURR-IDX TO WS-CURR-COUNT.
007250     MOVE WS-CURR-KEY TO WS-CURR-CODE(WS-CURR-IDX).
007260     MOVE ZERO TO WS-CURR-ACCT-TOTAL(WS-CURR-IDX)
007270         WS-CURR-GL-DEPOSITS(WS-CURR-IDX)
007280         WS-CURR-GL-NET(WS-CURR-IDX).
007290     SET WS-CURR-ENTRY-FOUND TO TRUE.
007300 7000-EXIT.
007310     EXIT.
007320******************************************************************
007330*    7010-TEST-CURRENCY-ENTRY - TEST ONE CURRENCY TABLE ENTRY
007340******************************************************************
007350 7010-TEST-CURRENCY-ENTRY.
007360     IF WS-CURR-CODE(WS-CURR-IDX) = WS-CURR-KEY
007370         SET WS-CURR-ENTRY-FOUND TO TRUE
007380     END-IF.
007390 7010-EXIT.
007400     EXIT.
007410******************************************************************
007420*    9000-TERMINATE - WRITE THE RUN SUMMARY AND CLOSE FILES
007430******************************************************************
007440 9000-TERMINATE.
007450     MOVE WS-RULE-LINE TO GLI-REPORT-LINE.
007460     WRITE GLI-REPORT-LINE.
007470     MOVE "CONTAS ACCTMSTR SOMADAS:     " TO WS-CL-LABEL.
007480     MOVE WS-ACCT-COUNT TO WS-CL-COUNT.
007490     MOVE WS-COUNT-LINE TO GLI-REPORT-LINE.
007500     WRITE GLI-REPORT-LINE.
007510     MOVE "SALDOS GL LIDOS:             " TO WS-CL-LABEL.
007520     MOVE WS-GLB-COUNT TO WS-CL-COUNT.
007530     MOVE WS-COUNT-LINE TO GLI-REPORT-LINE.
007540     WRITE GLI-REPORT-LINE.
007550     MOVE "MOEDAS IMPLANTADAS:          " TO WS-CL-LABEL.
007560     MOVE WS-SEEDED-COUNT TO WS-CL-COUNT.
007570     MOVE WS-COUNT-LINE TO GLI-REPORT-LINE.
007580     WRITE GLI-REPORT-LINE.
007590     MOVE "SALDOS GL GRAVADOS:          " TO WS-CL-LABEL.
007600     MOVE WS-POSTED-COUNT TO WS-CL-COUNT.
007610     MOVE WS-COUNT-LINE TO GLI-REPORT-LINE.
007620     WRITE GLI-REPORT-LINE.
007630     CLOSE ACCTMSTR.
007640     CLOSE GLBALMST.
007650     CLOSE GLIRPT.
007660     DISPLAY "VLD-GL-IMP: CARGA INICIAL CONCLUIDA - MOEDAS "
007670         WS-SEEDED-COUNT.
007680 9000-EXIT.
007690     EXIT.
007700******************************************************************
007710*    9900-WRITE-RUN-END - CLOSE THIS STEP'S LEDGER ENTRY WITH
007720*                 ITS RETURN CODE AND KEY COUNTS.
007730*                 PERFORMED AHEAD OF EVERY STOP RUN ONCE THE
007740*                 START RECORD IS ON THE LEDGER.
007750******************************************************************
007760 9900-WRITE-RUN-END.
007770     IF WS-RUN-NOT-STARTED
007780         GO TO 9900-EXIT
007790     END-IF.
007800     SET WS-RUN-NOT-STARTED TO TRUE.
007810     MOVE "F" TO WS-RUN-EVENT.
007820     MOVE RETURN-CODE TO WS-RUN-RC.
007830     MOVE WS-ACCT-COUNT TO WS-RUN-READ-COUNT.
007840     MOVE WS-POSTED-COUNT TO WS-RUN-PROC-COUNT.
007850     MOVE ZERO TO WS-RUN-EXC-COUNT.
007860     PERFORM 1090-APPEND-RUN-ENTRY THRU 1090-EXIT.
007870 9900-EXIT.
007880     EXIT.
007890
007900 END PROGRAM VLD-GL-IMP.
