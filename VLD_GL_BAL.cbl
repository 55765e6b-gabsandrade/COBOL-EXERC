000010******************************************************************
000020* PROGRAM-ID:   VLD-GL-BAL
000030* AUTHOR:       GABRIELLY ANDRADE
000040* INSTALLATION: RETAIL BANKING SYSTEMS
000050* DATE-WRITTEN: 15/10/2026
000060* DATE-COMPILED:
000070* PURPOSE:      GENERAL LEDGER BALANCE POSTING, DAILY TRIAL
000080*               BALANCE AND SUBLEDGER-TO-GL PROOF. APPLIES THE
000090*               NIGHT'S BALANCED JRNFILE FROM VLD-GL-JRN TO THE
000100*               GLBALMST BALANCE MASTER, KEYED BY GL CODE AND
000110*               CURRENCY. THE JOURNAL IS CHECKED IN FULL BEFORE
000120*               ANY BALANCE MOVES - ITS HEADER DATE MUST BE THE
000130*               BDATECTL BUSINESS DATE, IT MUST NOT ALREADY
000140*               APPEAR ON THE GLBCTL CONTROL RECORD, ITS TRAILER
000150*               COUNT AND HASH MUST AGREE WITH THE DETAILS AND
000160*               ITS DEBITS MUST EQUAL ITS CREDITS - AND A JOURNAL
000170*               THAT FAILS ANY CHECK IS REFUSED WITH RETURN CODE
000180*               8 AND THE MASTER UNTOUCHED. GLBCTL IS MARKED IN
000190*               PROGRESS BEFORE THE FIRST LEG IS POSTED AND
000200*               COMPLETE AFTER THE LAST: A RERUN AFTER A STOP
000210*               PART WAY THROUGH BACKS OUT THE CODES ALREADY
000220*               MOVED AND APPLIES THE JOURNAL AGAIN, AND A RERUN
000230*               OF A JOURNAL ALREADY APPLIED IN FULL ONLY REDOES
000240*               THE TRIAL BALANCE AND THE PROOF BELOW.
000250*
000260*               GLBRPT THEN CARRIES THE TRIAL BALANCE (OPENING,
000270*               DEBITS, CREDITS AND CLOSING PER GL CODE AND
000280*               CURRENCY, WITH A TOTAL PER CURRENCY) AND THE
000290*               PROOF OF ACCTMSTR AGAINST THE CUSTOMER-DEPOSIT
000300*               CONTROL ACCOUNTS: THE SUM OF ACCT-BALANCE PER
000310*               CURRENCY IS COMPARED WITH THE NET CREDIT BALANCE
000320*               OF 200100/200150/200200 TOGETHER WITH THE
000330*               DEPOSIT CODES THE POSTERS DEBIT CUSTOMERS
000340*               THROUGH (400100/400150/400200), THE REVERSAL
000350*               CODES (200110/200160/400110/400160) AND THE
000360*               EXTERNAL PAYMENT CODES (400170/200170). ANY
000370*               DIFFERENCE IS FLAGGED DIVERGENTE AND ENDS THE RUN
000380*               WITH RETURN CODE 8 FOR FINANCE TO CLEAR BEFORE
000390*               SIGN-OFF. THE PROOF NEEDS THE DEPOSIT BALANCES
000400*               THAT WERE ON ACCTMSTR BEFORE THE FIRST JOURNAL,
000410*               SO UNTIL VLD-GL-IMP HAS SEEDED THE MASTER WITH
000420*               THEM (GLBCTL TAKEOVER STATE COMPLETE) THE PROOF
000430*               IS NOT MADE AND THE RUN ENDS WITH RETURN CODE 8.
000440*               THE JOURNAL IS STILL APPLIED, SO THE MASTER STAYS
000450*               IN STEP WITH ACCTMSTR FOR THE TAKEOVER.
000460* TECTONICS:    COBC
000470*----------------------------------------------------------------
000480* MODIFICATION HISTORY
000490*   DATE        INIT  DESCRIPTION
000500*   15/10/2026  GA    INITIAL VERSION - GL BALANCE MASTER,
000510*                     TRIAL BALANCE AND DEPOSIT PROOF.
000520*   15/10/2026  GA    EACH RUN IS NOW RECORDED ON THE RUNLEDGR
000530*                     RUN-STEP LEDGER WITH A START RECORD AND AN
000540*                     END RECORD CARRYING THE RETURN CODE AND KEY
000550*                     COUNTS. A RUN FOR A BUSINESS DATE THE STEP
000560*                     HAS ALREADY ENDED CLEANLY IS REFUSED WITH
000570*                     RETURN CODE 8, AS IS ONE STARTED BEFORE
000580*                     VLD-GL-JRN HAS ENDED CLEANLY FOR THE DATE.
000590*   15/10/2026  GA    THE EXTERNAL PAYMENT CODES 400170 AND 200170
000600*                     MOVE CUSTOMER BALANCES AND NOW COUNT IN THE
000610*                     DEPOSIT PROOF.
000620*   15/10/2026  GA    A RERUN OF A JOURNAL ALREADY APPLIED NO
000630*                     LONGER STOPS - IT SKIPS THE APPLY AND REDOES
000640*                     THE TRIAL BALANCE AND PROOF, SO A DIVERGENTE
000650*                     NIGHT CAN BE CLEARED AND RERUN. GLBCTL NOW
000660*                     CARRIES AN APPLY STATE, AND A RUN STOPPED
000670*                     PART WAY THROUGH THE APPLY IS BACKED OUT AND
000680*                     APPLIED AGAIN ON RESTART.
000690*   15/10/2026  GA    THE DEPOSIT PROOF IS NO LONGER MADE AGAINST
000700*                     A GLBALMST THAT VLD-GL-IMP HAS NEVER SEEDED
000710*                     WITH THE OPENING DEPOSIT BALANCES; THE RUN
000720*                     SAYS SO AND ENDS WITH RETURN CODE 8 INSTEAD
000730*                     OF REPORTING A DIFFERENCE. THE GLBCTL
000740*                     TAKEOVER FIELDS ARE CARRIED FORWARD.
000750******************************************************************
000760 IDENTIFICATION DIVISION.
000770 PROGRAM-ID. VLD-GL-BAL.
000780 AUTHOR. GABRIELLY ANDRADE.
000790 INSTALLATION. RETAIL BANKING SYSTEMS.
000800 DATE-WRITTEN. 15/10/2026.
000810 DATE-COMPILED. 15/10/2026.
000820******************************************************************
000830 ENVIRONMENT DIVISION.
000840 INPUT-OUTPUT SECTION.
000850 FILE-CONTROL.
000860     SELECT JRNFILE ASSIGN TO JRNFILE
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS WS-JRNFILE-STATUS.
000890
000900     SELECT GLBALMST ASSIGN TO GLBALMST
000910         ORGANIZATION IS INDEXED
000920         ACCESS MODE IS DYNAMIC
000930         RECORD KEY IS GLB-KEY
000940         FILE STATUS IS WS-GLBALMST-STATUS.
000950
000960     SELECT GLBCTL ASSIGN TO GLBCTL
000970         ORGANIZATION IS LINE SEQUENTIAL
000980         FILE STATUS IS WS-GLBCTL-STATUS.
000990
001000     SELECT ACCTMSTR ASSIGN TO ACCTMSTR
001010         ORGANIZATION IS INDEXED
001020         ACCESS MODE IS SEQUENTIAL
001030         RECORD KEY IS ACCT-NUMBER
001040         FILE STATUS IS WS-ACCTMSTR-STATUS.
001050
001060     SELECT GLBRPT ASSIGN TO GLBRPT
001070         ORGANIZATION IS LINE SEQUENTIAL.
001080
001090     SELECT BDATECTL ASSIGN TO BDATECTL
001100         ORGANIZATION IS LINE SEQUENTIAL.
001110     SELECT RUNLEDGR ASSIGN TO RUNLEDGR
001120         ORGANIZATION IS LINE SEQUENTIAL
001130         FILE STATUS IS WS-RUNLEDGR-STATUS.
001140******************************************************************
001150 DATA DIVISION.
001160 FILE SECTION.
001170 FD  JRNFILE
001180     LABEL RECORDS ARE STANDARD.
001190     COPY JRNREC.
001200
001210 FD  GLBALMST
001220     LABEL RECORDS ARE STANDARD.
001230     COPY GLBREC.
001240
001250 FD  GLBCTL
001260     LABEL RECORDS ARE STANDARD.
001270     COPY GLCREC.
001280
001290 FD  ACCTMSTR
001300     LABEL RECORDS ARE STANDARD.
001310     COPY ACCTREC.
001320
001330 FD  GLBRPT
001340     LABEL RECORDS ARE STANDARD.
001350 01  GLB-REPORT-LINE         PIC X(80).
001360
001370 FD  BDATECTL
001380     LABEL RECORDS ARE STANDARD.
001390     COPY BDTREC.
001400
001410 FD  RUNLEDGR
001420     LABEL RECORDS ARE STANDARD.
001430     COPY RUNREC.
001440
001450 WORKING-STORAGE SECTION.
001460 77  WS-EOF-SWITCH           PIC X(01) VALUE "N".
001470     88  WS-EOF-YES                    VALUE "Y".
001480     88  WS-EOF-NO                     VALUE "N".
001490
001500 77  WS-GLB-EOF-SWITCH       PIC X(01) VALUE "N".
001510     88  WS-GLB-EOF-YES                VALUE "Y".
001520     88  WS-GLB-EOF-NO                 VALUE "N".
001530
001540 77  WS-ACCT-EOF-SWITCH      PIC X(01) VALUE "N".
001550     88  WS-ACCT-EOF-YES               VALUE "Y".
001560     88  WS-ACCT-EOF-NO                VALUE "N".
001570
001580 77  WS-HEADER-SWITCH        PIC X(01) VALUE "N".
001590     88  WS-HEADER-SEEN                VALUE "Y".
001600     88  WS-HEADER-NOT-SEEN            VALUE "N".
001610
001620 77  WS-TRAILER-SWITCH       PIC X(01) VALUE "N".
001630     88  WS-TRAILER-SEEN               VALUE "Y".
001640     88  WS-TRAILER-NOT-SEEN           VALUE "N".
001650
001660 77  WS-APPLY-SWITCH         PIC X(01) VALUE "N".
001670     88  WS-APPLY-NEW                  VALUE "N".
001680     88  WS-APPLY-RESTART              VALUE "R".
001690     88  WS-APPLY-ALREADY-DONE         VALUE "D".
001700
001710 77  WS-BALANCE-SWITCH       PIC X(01) VALUE "Y".
001720     88  WS-BALANCE-OK                  VALUE "Y".
001730     88  WS-BALANCE-BROKEN              VALUE "N".
001740
001750 77  WS-CURR-FOUND-SWITCH    PIC X(01) VALUE "N".
001760     88  WS-CURR-ENTRY-FOUND            VALUE "Y".
001770     88  WS-CURR-ENTRY-NOT-FOUND        VALUE "N".
001780
001790 77  WS-JRNFILE-STATUS       PIC X(02) VALUE "00".
001800 77  WS-GLBALMST-STATUS      PIC X(02) VALUE "00".
001810 77  WS-GLBCTL-STATUS        PIC X(02) VALUE "00".
001820 77  WS-ACCTMSTR-STATUS      PIC X(02) VALUE "00".
001830
001840 77  WS-CURRENT-DATE         PIC 9(08) VALUE ZERO.
001850 77  WS-JOURNAL-DATE         PIC 9(08) VALUE ZERO.
001860 77  WS-LAST-JOURNAL-DATE    PIC 9(08) VALUE ZERO.
001870 77  WS-LAST-REC-COUNT       PIC 9(09) VALUE ZERO.
001880 77  WS-LAST-HASH-TOTAL      PIC 9(13)V99 VALUE ZERO.
001890 77  WS-LAST-APPLY-STATE     PIC X(01) VALUE "A".
001900     88  WS-LAST-APPLY-IN-PROGRESS      VALUE "P".
001910 77  WS-CTL-APPLY-STATE      PIC X(01) VALUE SPACE.
001920 77  WS-LAST-TAKEOVER-DATE   PIC 9(08) VALUE ZERO.
001930 77  WS-LAST-TAKEOVER-STATE  PIC X(01) VALUE SPACE.
001940     88  WS-TAKEOVER-COMPLETE           VALUE "A".
001950
001960 77  WS-TRL-REC-COUNT        PIC 9(09) VALUE ZERO.
001970 77  WS-TRL-HASH-TOTAL       PIC 9(13)V99 VALUE ZERO.
001980
001990 77  WS-DETAIL-COUNT         PIC 9(09) COMP VALUE ZERO.
002000 77  WS-APPLIED-COUNT        PIC 9(09) COMP VALUE ZERO.
002010 77  WS-NEW-CODE-COUNT       PIC 9(09) COMP VALUE ZERO.
002020 77  WS-ACCT-COUNT           PIC 9(09) COMP VALUE ZERO.
002030 77  WS-DIFF-COUNT           PIC 9(09) COMP VALUE ZERO.
002040 77  WS-BACKED-OUT-COUNT     PIC 9(09) COMP VALUE ZERO.
002050
002060 77  WS-HASH-TOTAL           PIC 9(13)V99 VALUE ZERO.
002070 77  WS-TOTAL-DEBITS         PIC 9(15)V99 VALUE ZERO.
002080 77  WS-TOTAL-CREDITS        PIC 9(15)V99 VALUE ZERO.
002090
002100 77  WS-LINE-OPENING         PIC S9(15)V99 VALUE ZERO.
002110 77  WS-LINE-DEBITS          PIC 9(15)V99 VALUE ZERO.
002120 77  WS-LINE-CREDITS         PIC 9(15)V99 VALUE ZERO.
002130 77  WS-PROOF-DIFFERENCE     PIC S9(15)V99 VALUE ZERO.
002140
002150 77  WS-CURR-KEY             PIC X(03) VALUE SPACES.
002160 77  WS-CURR-COUNT           PIC 9(03) COMP VALUE ZERO.
002170
002180*    THE CUSTOMER-DEPOSIT CODES - EVERY CODE THE POSTERS MOVE A
002190*    CUSTOMER BALANCE THROUGH, SO THEIR NET CREDIT BALANCE IS
002200*    WHAT ACCTMSTR SHOULD ADD UP TO
002210 77  WS-DEPOSIT-CODE         PIC X(06) VALUE SPACES.
002220     88  WS-DEPOSIT-CONTROL-CODE        VALUES "200100"
002230                                        "200150" "200200"
002240                                        "200110" "200160"
002250                                        "400100" "400150"
002260                                        "400200" "400110"
002270                                        "400160" "400170"
002280                                        "200170".
002290
002300 01  WS-CURR-TABLE.
002310     05  WS-CURR-ENTRY       OCCURS 20 TIMES
002320                             INDEXED BY WS-CURR-IDX.
002330         10  WS-CURR-CODE            PIC X(03).
002340         10  WS-CURR-OPENING         PIC S9(15)V99.
002350         10  WS-CURR-DEBITS          PIC 9(15)V99.
002360         10  WS-CURR-CREDITS         PIC 9(15)V99.
002370         10  WS-CURR-CLOSING         PIC S9(15)V99.
002380         10  WS-CURR-GL-DEPOSITS     PIC S9(15)V99.
002390         10  WS-CURR-ACCT-TOTAL      PIC S9(15)V99.
002400
002410 01  WS-TITLE-LINE.
002420     05  FILLER              PIC X(48) VALUE
002430         "BALANCETE E PROVA DO RAZAO CONTABIL - VLD-GL-BAL".
002440
002450 01  WS-DATE-LINE.
002460     05  FILLER              PIC X(15) VALUE "DATA CONTABIL: ".
002470     05  WS-DL-DATE          PIC 9(08).
002480
002490 01  WS-RULE-LINE.
002500     05  FILLER              PIC X(78) VALUE ALL "-".
002510
002520 01  WS-TB-TITLE-LINE.
002530     05  FILLER              PIC X(18) VALUE
002540         "BALANCETE DIARIO".
002550
002560 01  WS-TB-HEADING-LINE.
002570     05  FILLER              PIC X(40) VALUE
002580         "CODIGO MOE    SALDO INICIAL          DEB".
002590     05  FILLER              PIC X(38) VALUE
002600         "ITOS         CREDITOS      SALDO FINAL".
002610
002620 01  WS-TB-LINE.
002630     05  WS-TB-GL-CODE       PIC X(06).
002640     05  FILLER              PIC X(01) VALUE SPACE.
002650     05  WS-TB-CURRENCY      PIC X(03).
002660     05  FILLER              PIC X(01) VALUE SPACE.
002670     05  WS-TB-OPENING       PIC -(12)9.99.
002680     05  FILLER              PIC X(01) VALUE SPACE.
002690     05  WS-TB-DEBITS        PIC Z(12)9.99.
002700     05  FILLER              PIC X(01) VALUE SPACE.
002710     05  WS-TB-CREDITS       PIC Z(12)9.99.
002720     05  FILLER              PIC X(01) VALUE SPACE.
002730     05  WS-TB-CLOSING       PIC -(12)9.99.
002740
002750 01  WS-PF-TITLE-LINE.
002760     05  FILLER              PIC X(43) VALUE
002770         "PROVA ACCTMSTR X CONTROLE DE DEPOSITOS (GL)".
002780
002790 01  WS-PF-NOT-SEEDED-LINE.
002800     05  FILLER              PIC X(47) VALUE
002810         "PROVA NAO EFETUADA - GLBALMST SEM CARGA INICIAL".
002820     05  FILLER              PIC X(13) VALUE
002830         " (VLD-GL-IMP)".
002840
002850 01  WS-PF-HEADING-LINE.
002860     05  FILLER              PIC X(40) VALUE
002870         "MOE    SALDO ACCTMSTR      SALDO RAZAO  ".
002880     05  FILLER              PIC X(26) VALUE
002890         "      DIFERENCA  RESULTADO".
002900
002910 01  WS-PF-LINE.
002920     05  WS-PF-CURRENCY      PIC X(03).
002930     05  FILLER              PIC X(02) VALUE SPACES.
002940     05  WS-PF-ACCT-TOTAL    PIC -(12)9.99.
002950     05  FILLER              PIC X(01) VALUE SPACE.
002960     05  WS-PF-GL-TOTAL      PIC -(12)9.99.
002970     05  FILLER              PIC X(01) VALUE SPACE.
002980     05  WS-PF-DIFFERENCE    PIC -(12)9.99.
002990     05  FILLER              PIC X(02) VALUE SPACES.
003000     05  WS-PF-RESULT        PIC X(10).
003010
003020 01  WS-COUNT-LINE.
003030     05  WS-CL-LABEL         PIC X(29).
003040     05  WS-CL-COUNT         PIC ZZZ,ZZZ,ZZ9.
003050
003060 01  WS-PROOF-LINE.
003070     05  FILLER              PIC X(29) VALUE
003080         "PROVA RAZAO AUXILIAR X GL:   ".
003090     05  WS-PL-RESULT        PIC X(10).
003100*
003110*    RUN-STEP LEDGER CONTROL
003120*
003130 77  WS-RUNLEDGR-STATUS      PIC X(02) VALUE "00".
003140 77  WS-RUN-PROGRAM          PIC X(12) VALUE "VLD-GL-BAL".
003150 77  WS-RUN-EVENT            PIC X(01) VALUE SPACE.
003160 77  WS-RUN-RC               PIC 9(04) VALUE ZERO.
003170 77  WS-RUN-READ-COUNT       PIC 9(09) VALUE ZERO.
003180 77  WS-RUN-PROC-COUNT       PIC 9(09) VALUE ZERO.
003190 77  WS-RUN-EXC-COUNT        PIC 9(09) VALUE ZERO.
003200 77  WS-RUN-SYS-TIME         PIC 9(08) VALUE ZERO.
003210
003220 77  WS-RUN-STARTED-SWITCH   PIC X(01) VALUE "N".
003230     88  WS-RUN-STARTED                VALUE "Y".
003240     88  WS-RUN-NOT-STARTED            VALUE "N".
003250
003260 77  WS-RUN-DONE-SWITCH      PIC X(01) VALUE "N".
003270     88  WS-RUN-ALREADY-DONE           VALUE "Y".
003280
003290 77  WS-RUN-EOF-SWITCH       PIC X(01) VALUE "N".
003300     88  WS-RUN-EOF                    VALUE "Y".
003310     88  WS-RUN-NOT-EOF                VALUE "N".
003320
003330 77  WS-RUN-PREREQ-SWITCH    PIC X(01) VALUE "N".
003340     88  WS-RUN-PREREQ-MISSING         VALUE "Y".
003350
003360 77  WS-RUN-PRQ-COUNT        PIC 9(02) COMP VALUE 1.
003370
003380*    PREDECESSORS THAT MUST HAVE ENDED CLEANLY FOR THE SAME
003390*    BUSINESS DATE - PROGRAM, WHEN REQUIRED (D = EVERY DAY,
003400*    M = LAST DAY OF THE MONTH ONLY) AND THE FOUND FLAG
003410 01  WS-RUN-PRQ-VALUES.
003420     05  FILLER              PIC X(14) VALUE
003430         "VLD-GL-JRN  DN".
003440 01  WS-RUN-PRQ-TABLE REDEFINES WS-RUN-PRQ-VALUES.
003450     05  WS-RUN-PRQ-ENTRY    OCCURS 1 TIMES
003460                             INDEXED BY WS-RUN-IDX.
003470         10  WS-RUN-PRQ-PROGRAM      PIC X(12).
003480         10  WS-RUN-PRQ-WHEN         PIC X(01).
003490             88  WS-RUN-PRQ-MONTH-END-ONLY     VALUE "M".
003500         10  WS-RUN-PRQ-DONE         PIC X(01).
003510             88  WS-RUN-PRQ-CLEAN              VALUE "Y".
003520******************************************************************
003530 PROCEDURE DIVISION.
003540******************************************************************
003550*    0000-MAINLINE
003560******************************************************************
003570 0000-MAINLINE.
003580     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003590     PERFORM 2000-APPLY-JOURNAL THRU 2000-EXIT
003600         UNTIL WS-EOF-YES.
003610     PERFORM 2500-WRITE-CONTROL THRU 2500-EXIT.
003620     PERFORM 3000-WRITE-TRIAL-BALANCE THRU 3000-EXIT.
003630     PERFORM 4000-PROVE-DEPOSITS THRU 4000-EXIT.
003640     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003650     PERFORM 9900-WRITE-RUN-END THRU 9900-EXIT
003660     STOP RUN.
003670******************************************************************
003680*    1000-INITIALIZE - READ THE BUSINESS DATE AND THE LAST
003690*                 APPLIED JOURNAL, PROVE THE NIGHT'S JOURNAL IN
003700*                 FULL, THEN OPEN THE MASTER, MARK THE APPLY IN
003710*                 PROGRESS ON GLBCTL AND PRIME THE APPLY PASS. A
003720*                 STATUS 35 ON GLBALMST MEANS THE MASTER DOES NOT
003730*                 EXIST YET (FIRST EVER RUN), SO IT IS CREATED
003740*                 EMPTY AND REOPENED I-O. A JOURNAL ALREADY
003750*                 APPLIED IS NOT APPLIED AGAIN - THE RUN ONLY
003760*                 REDOES THE TRIAL BALANCE AND THE PROOF.
003770******************************************************************
003780 1000-INITIALIZE.
003790     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT.
003800     PERFORM 1060-CHECK-RUN-LEDGER THRU 1060-EXIT.
003810     PERFORM 1100-READ-CONTROL THRU 1100-EXIT.
003820     PERFORM 1200-VALIDATE-JOURNAL THRU 1200-EXIT.
003830     OPEN I-O GLBALMST.
003840     IF WS-GLBALMST-STATUS = "35"
003850         OPEN OUTPUT GLBALMST
003860         CLOSE GLBALMST
003870         OPEN I-O GLBALMST
003880     END-IF.
003890     IF WS-GLBALMST-STATUS NOT = "00"
003900         DISPLAY "ERRO AO ABRIR GLBALMST - STATUS "
003910             WS-GLBALMST-STATUS
003920         MOVE 8 TO RETURN-CODE
003930         PERFORM 9900-WRITE-RUN-END THRU 9900-EXIT
003940         STOP RUN
003950     END-IF.
003960     IF WS-APPLY-RESTART
003970         PERFORM 1500-BACK-OUT-PART-APPLY THRU 1500-EXIT
003980     END-IF.
003990     OPEN OUTPUT GLBRPT.
004000     MOVE WS-TITLE-LINE TO GLB-REPORT-LINE.
004010     WRITE GLB-REPORT-LINE.
004020     MOVE WS-CURRENT-DATE TO WS-DL-DATE.
004030     MOVE WS-DATE-LINE TO GLB-REPORT-LINE.
004040     WRITE GLB-REPORT-LINE.
004050     MOVE WS-RULE-LINE TO GLB-REPORT-LINE.
004060     WRITE GLB-REPORT-LINE.
004070     IF WS-APPLY-ALREADY-DONE
004080         MOVE "DIARIO JA APLICADO - BALANCETE E PROVA REFEITOS"
004090             TO GLB-REPORT-LINE
004100         WRITE GLB-REPORT-LINE
004110         SET WS-EOF-YES TO TRUE
004120         GO TO 1000-EXIT
004130     END-IF.
004140     MOVE "P" TO WS-CTL-APPLY-STATE.
004150     PERFORM 2550-REWRITE-CONTROL THRU 2550-EXIT.
004160     OPEN INPUT JRNFILE.
004170     PERFORM 2100-READ-JOURNAL-DETAIL THRU 2100-EXIT.
004180 1000-EXIT.
004190     EXIT.
004200******************************************************************
004210*    1050-READ-BUSINESS-DATE - THE BUSINESS DATE COMES FROM THE
004220*                 BDATECTL CONTROL RECORD, NOT THE SYSTEM CLOCK,
004230*                 SO A LATE OR RERUN JOB STILL WORKS THE RIGHT
004240*                 BUSINESS DAY. ONLY THE VLD-DIA-FCH END-OF-DAY
004250*                 CLOSE ADVANCES IT.
004260******************************************************************
004270 1050-READ-BUSINESS-DATE.
004280     OPEN INPUT BDATECTL.
004290     READ BDATECTL
004300         AT END
004310             DISPLAY "ERRO: BDATECTL VAZIO"
004320             MOVE 8 TO RETURN-CODE
004330             PERFORM 9900-WRITE-RUN-END THRU 9900-EXIT
004340             STOP RUN
004350     END-READ.
004360     MOVE BDT-BUSINESS-DATE TO WS-CURRENT-DATE.
004370     CLOSE BDATECTL.
004380 1050-EXIT.
004390     EXIT.
004400******************************************************************
004410*    1060-CHECK-RUN-LEDGER - REFUSE TO START WHEN THIS STEP HAS
004420*                 ALREADY ENDED CLEANLY FOR THE BUSINESS DATE
004430*                 OR WHEN A REQUIRED PREDECESSOR HAS NOT, THEN
004440*                 APPEND THE START RECORD TO THE RUNLEDGR
004450*                 RUN-STEP LEDGER. A MISSING LEDGER IS AN
004460*                 EMPTY ONE.
004470******************************************************************
004480 1060-CHECK-RUN-LEDGER.
004490     OPEN INPUT RUNLEDGR.
004500     IF WS-RUNLEDGR-STATUS NOT = "00"
004510         AND WS-RUNLEDGR-STATUS NOT = "35"
004520         DISPLAY "ERRO AO ABRIR RUNLEDGR - STATUS "
004530             WS-RUNLEDGR-STATUS
004540         MOVE 8 TO RETURN-CODE
004550         STOP RUN
004560     END-IF.
004570     IF WS-RUNLEDGR-STATUS = "00"
004580         PERFORM 1070-READ-RUN-ENTRY THRU 1070-EXIT
004590             UNTIL WS-RUN-EOF
004600         CLOSE RUNLEDGR
004610     END-IF.
004620     IF WS-RUN-ALREADY-DONE
004630         DISPLAY "ERRO: " WS-RUN-PROGRAM " JA CONCLUIDO PARA "
004640             WS-CURRENT-DATE
004650         MOVE 8 TO RETURN-CODE
004660         STOP RUN
004670     END-IF.
004680     PERFORM 1080-CHECK-ONE-PREREQ THRU 1080-EXIT
004690         VARYING WS-RUN-IDX FROM 1 BY 1
004700         UNTIL WS-RUN-IDX > WS-RUN-PRQ-COUNT.
004710     IF WS-RUN-PREREQ-MISSING
004720         MOVE 8 TO RETURN-CODE
004730         STOP RUN
004740     END-IF.
004750     MOVE "I" TO WS-RUN-EVENT.
004760     MOVE ZERO TO WS-RUN-RC.
004770     PERFORM 1090-APPEND-RUN-ENTRY THRU 1090-EXIT.
004780     SET WS-RUN-STARTED TO TRUE.
004790 1060-EXIT.
004800     EXIT.
004810******************************************************************
004820*    1070-READ-RUN-ENTRY - ONLY AN END RECORD WITH RETURN CODE
004830*                 ZERO FOR THE BUSINESS DATE COUNTS AS A CLEAN
004840*                 COMPLETION
004850******************************************************************
004860 1070-READ-RUN-ENTRY.
004870     READ RUNLEDGR
004880         AT END
004890             SET WS-RUN-EOF TO TRUE
004900             GO TO 1070-EXIT
004910     END-READ.
004920     IF RUN-BUSINESS-DATE NOT = WS-CURRENT-DATE
004930         OR NOT RUN-EVENT-END
004940         OR RUN-RETURN-CODE NOT = ZERO
004950         GO TO 1070-EXIT
004960     END-IF.
004970     IF RUN-PROGRAM = WS-RUN-PROGRAM
004980         SET WS-RUN-ALREADY-DONE TO TRUE
004990     END-IF.
005000     PERFORM 1075-MARK-PREREQ THRU 1075-EXIT
005010         VARYING WS-RUN-IDX FROM 1 BY 1
005020         UNTIL WS-RUN-IDX > WS-RUN-PRQ-COUNT.
005030 1070-EXIT.
005040     EXIT.
005050******************************************************************
005060*    1075-MARK-PREREQ - FLAG A PREDECESSOR SEEN CLEAN
005070******************************************************************
005080 1075-MARK-PREREQ.
005090     IF WS-RUN-PRQ-PROGRAM(WS-RUN-IDX) = RUN-PROGRAM
005100         MOVE "Y" TO WS-RUN-PRQ-DONE(WS-RUN-IDX)
005110     END-IF.
005120 1075-EXIT.
005130     EXIT.
005140******************************************************************
005150*    1080-CHECK-ONE-PREREQ - NAME EVERY REQUIRED PREDECESSOR NOT
005160*                 YET ENDED CLEANLY FOR THE BUSINESS DATE
005170******************************************************************
005180 1080-CHECK-ONE-PREREQ.
005190     IF NOT WS-RUN-PRQ-CLEAN(WS-RUN-IDX)
005200         DISPLAY "ERRO: PREDECESSOR "
005210             WS-RUN-PRQ-PROGRAM(WS-RUN-IDX)
005220             " NAO CONCLUIDO PARA " WS-CURRENT-DATE
005230         SET WS-RUN-PREREQ-MISSING TO TRUE
005240     END-IF.
005250 1080-EXIT.
005260     EXIT.
005270******************************************************************
005280*    1090-APPEND-RUN-ENTRY - ADD ONE START OR END RECORD TO THE
005290*                 LEDGER, STAMPED WITH THE SYSTEM CLOCK
005300******************************************************************
005310 1090-APPEND-RUN-ENTRY.
005320     OPEN EXTEND RUNLEDGR.
005330     IF WS-RUNLEDGR-STATUS = "35"
005340         OPEN OUTPUT RUNLEDGR
005350     END-IF.
005360     IF WS-RUNLEDGR-STATUS NOT = "00"
005370         DISPLAY "ERRO AO GRAVAR RUNLEDGR - STATUS "
005380             WS-RUNLEDGR-STATUS
005390         MOVE 8 TO RETURN-CODE
005400         STOP RUN
005410     END-IF.
005420     ACCEPT WS-RUN-SYS-TIME FROM TIME.
005430     MOVE SPACES TO RUN-LEDGER-RECORD.
005440     MOVE WS-CURRENT-DATE TO RUN-BUSINESS-DATE.
005450     MOVE WS-RUN-PROGRAM TO RUN-PROGRAM.
005460     MOVE WS-RUN-EVENT TO RUN-EVENT.
005470     ACCEPT RUN-TS-DATE FROM DATE YYYYMMDD.
005480     MOVE WS-RUN-SYS-TIME(1:6) TO RUN-TS-TIME.
005490     MOVE WS-RUN-RC TO RUN-RETURN-CODE.
005500     MOVE WS-RUN-READ-COUNT TO RUN-COUNT-READ.
005510     MOVE WS-RUN-PROC-COUNT TO RUN-COUNT-PROCESSED.
005520     MOVE WS-RUN-EXC-COUNT TO RUN-COUNT-EXCEPTIONS.
005530     WRITE RUN-LEDGER-RECORD.
005540     CLOSE RUNLEDGR.
005550 1090-EXIT.
005560     EXIT.
005570******************************************************************
005580*    1100-READ-CONTROL - THE DATE, COUNT, HASH AND APPLY STATE OF
005590*                 THE LAST JOURNAL APPLIED, AND THE TAKEOVER
005600*                 STATE. A MISSING OR EMPTY GLBCTL MEANS NO
005610*                 JOURNAL HAS BEEN APPLIED AND THE MASTER HAS
005620*                 NEVER BEEN SEEDED.
005630******************************************************************
005640 1100-READ-CONTROL.
005650     OPEN INPUT GLBCTL.
005660     IF WS-GLBCTL-STATUS = "35"
005670         GO TO 1100-EXIT
005680     END-IF.
005690     IF WS-GLBCTL-STATUS NOT = "00"
005700         DISPLAY "ERRO AO ABRIR GLBCTL - STATUS "
005710             WS-GLBCTL-STATUS
005720         MOVE 8 TO RETURN-CODE
005730         PERFORM 9900-WRITE-RUN-END THRU 9900-EXIT
005740         STOP RUN
005750     END-IF.
005760     READ GLBCTL
005770         AT END
005780             CLOSE GLBCTL
005790             GO TO 1100-EXIT
005800     END-READ.
005810     MOVE GLC-LAST-JOURNAL-DATE TO WS-LAST-JOURNAL-DATE.
005820     MOVE GLC-LAST-REC-COUNT TO WS-LAST-REC-COUNT.
005830     MOVE GLC-LAST-HASH-TOTAL TO WS-LAST-HASH-TOTAL.
005840     MOVE GLC-APPLY-STATE TO WS-LAST-APPLY-STATE.
005850     IF GLC-TAKEOVER-DATE NUMERIC
005860         MOVE GLC-TAKEOVER-DATE TO WS-LAST-TAKEOVER-DATE
005870     END-IF.
005880     MOVE GLC-TAKEOVER-STATE TO WS-LAST-TAKEOVER-STATE.
005890     CLOSE GLBCTL.
005900 1100-EXIT.
005910     EXIT.
005920******************************************************************
005930*    1200-VALIDATE-JOURNAL - READ THE WHOLE JRNFILE ONCE BEFORE
005940*                 ANY BALANCE MOVES. THE HEADER MUST CARRY THE
005950*                 BUSINESS DATE, THE TRAILER MUST MATCH THE
005960*                 DETAIL COUNT AND HASH, AND DEBITS MUST EQUAL
005970*                 CREDITS. ANY FAILURE REFUSES THE JOURNAL WITH
005980*                 THE MASTER UNTOUCHED. A JOURNAL GLBCTL ALREADY
005990*                 NAMES IS THEN SORTED OUT BY 1250.
006000******************************************************************
006010 1200-VALIDATE-JOURNAL.
006020     OPEN INPUT JRNFILE.
006030     IF WS-JRNFILE-STATUS NOT = "00"
006040         DISPLAY "ERRO AO ABRIR JRNFILE - STATUS "
006050             WS-JRNFILE-STATUS
006060         MOVE 8 TO RETURN-CODE
006070         PERFORM 9900-WRITE-RUN-END THRU 9900-EXIT
006080         STOP RUN
006090     END-IF.
006100     PERFORM 1210-READ-JOURNAL THRU 1210-EXIT.
006110     PERFORM 1220-CHECK-JOURNAL-RECORD THRU 1220-EXIT
006120         UNTIL WS-EOF-YES.
006130     CLOSE JRNFILE.
006140     IF WS-HEADER-NOT-SEEN
006150         DISPLAY "ERRO: JRNFILE SEM REGISTRO HEADER"
006160         MOVE 8 TO RETURN-CODE
006170         PERFORM 9900-WRITE-RUN-END THRU 9900-EXIT
006180         STOP RUN
006190     END-IF.
006200     IF WS-JOURNAL-DATE NOT = WS-CURRENT-DATE
006210         DISPLAY "ERRO: DIARIO DE " WS-JOURNAL-DATE
006220             " NAO E DA DATA CONTABIL " WS-CURRENT-DATE
006230         MOVE 8 TO RETURN-CODE
006240         PERFORM 9900-WRITE-RUN-END THRU 9900-EXIT
006250         STOP RUN
006260     END-IF.
006270     IF WS-TRAILER-NOT-SEEN
006280         OR WS-TRL-REC-COUNT NOT = WS-DETAIL-COUNT
006290         OR WS-TRL-HASH-TOTAL NOT = WS-HASH-TOTAL
006300         DISPLAY "ERRO: JRNFILE INCOMPLETO - TRAILER NAO CONFERE"
006310         MOVE 8 TO RETURN-CODE
006320         PERFORM 9900-WRITE-RUN-END THRU 9900-EXIT
006330         STOP RUN
006340     END-IF.
006350     IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
006360         DISPLAY "ERRO: JRNFILE DESBALANCEADO - DEBITOS "
006370             WS-TOTAL-DEBITS " CREDITOS " WS-TOTAL-CREDITS
006380         MOVE 8 TO RETURN-CODE
006390         PERFORM 9900-WRITE-RUN-END THRU 9900-EXIT
006400         STOP RUN
006410     END-IF.
006420     PERFORM 1250-CHECK-ALREADY-APPLIED THRU 1250-EXIT.
006430     SET WS-EOF-NO TO TRUE.
006440 1200-EXIT.
006450     EXIT.
006460******************************************************************
006470*    1210-READ-JOURNAL
006480******************************************************************
006490 1210-READ-JOURNAL.
006500     READ JRNFILE
006510         AT END
006520             SET WS-EOF-YES TO TRUE
006530     END-READ.
006540 1210-EXIT.
006550     EXIT.
006560******************************************************************
006570*    1220-CHECK-JOURNAL-RECORD - ROLL THE FRAME CONTROLS FOR ONE
006580*                 JOURNAL RECORD
006590******************************************************************
006600 1220-CHECK-JOURNAL-RECORD.
006610     EVALUATE TRUE
006620         WHEN JRN-REC-HEADER
006630             SET WS-HEADER-SEEN TO TRUE
006640             MOVE JRN-HDR-FILE-DATE TO WS-JOURNAL-DATE
006650         WHEN JRN-REC-TRAILER
006660             SET WS-TRAILER-SEEN TO TRUE
006670             MOVE JRN-TRL-REC-COUNT TO WS-TRL-REC-COUNT
006680             MOVE JRN-TRL-HASH-TOTAL TO WS-TRL-HASH-TOTAL
006690         WHEN JRN-REC-DETAIL
006700             ADD 1 TO WS-DETAIL-COUNT
006710             ADD JRN-AMOUNT TO WS-HASH-TOTAL
006720             IF JRN-DEBIT
006730                 ADD JRN-AMOUNT TO WS-TOTAL-DEBITS
006740             ELSE
006750                 ADD JRN-AMOUNT TO WS-TOTAL-CREDITS
006760             END-IF
006770     END-EVALUATE.
006780     PERFORM 1210-READ-JOURNAL THRU 1210-EXIT.
006790 1220-EXIT.
006800     EXIT.
006810******************************************************************
006820*    1250-CHECK-ALREADY-APPLIED - COMPARE THE JOURNAL WITH THE
006830*                 ONE GLBCTL NAMES. THE SAME JOURNAL ALREADY
006840*                 APPLIED IN FULL IS NOT APPLIED AGAIN, SO A RUN
006850*                 THAT ENDED DIVERGENTE CAN BE RERUN ONCE FINANCE
006860*                 HAS CLEARED THE DIFFERENCE. THE SAME JOURNAL
006870*                 LEFT IN PROGRESS IS BACKED OUT AND APPLIED
006880*                 AGAIN.
006890*                 A DIFFERENT JOURNAL FOR A DATE ALREADY APPLIED,
006900*                 OR ANY JOURNAL WHILE AN EARLIER ONE IS STILL IN
006910*                 PROGRESS, IS REFUSED.
006920******************************************************************
006930 1250-CHECK-ALREADY-APPLIED.
006940     IF WS-LAST-APPLY-IN-PROGRESS
006950         AND WS-LAST-JOURNAL-DATE NOT = WS-JOURNAL-DATE
006960         DISPLAY "ERRO: APLICACAO DO DIARIO DE "
006970             WS-LAST-JOURNAL-DATE " INTERROMPIDA - REEXECUTAR "
006980             "ESSE DIARIO"
006990         MOVE 8 TO RETURN-CODE
007000         PERFORM 9900-WRITE-RUN-END THRU 9900-EXIT
007010         STOP RUN
007020     END-IF.
007030     IF WS-JOURNAL-DATE NOT = WS-LAST-JOURNAL-DATE
007040         GO TO 1250-EXIT
007050     END-IF.
007060     IF WS-LAST-REC-COUNT NOT = WS-DETAIL-COUNT
007070         OR WS-LAST-HASH-TOTAL NOT = WS-HASH-TOTAL
007080         DISPLAY "ERRO: DIARIO DE " WS-JOURNAL-DATE
007090             " JA APLICADO AO GLBALMST COM OUTRO CONTEUDO"
007100         MOVE 8 TO RETURN-CODE
007110         PERFORM 9900-WRITE-RUN-END THRU 9900-EXIT
007120         STOP RUN
007130     END-IF.
007140     IF WS-LAST-APPLY-IN-PROGRESS
007150         DISPLAY "AVISO: APLICACAO DO DIARIO DE " WS-JOURNAL-DATE
007160             " INTERROMPIDA - REAPLICANDO"
007170         SET WS-APPLY-RESTART TO TRUE
007180     ELSE
007190         DISPLAY "AVISO: DIARIO DE " WS-JOURNAL-DATE
007200             " JA APLICADO - SOMENTE BALANCETE E PROVA"
007210         SET WS-APPLY-ALREADY-DONE TO TRUE
007220     END-IF.
007230 1250-EXIT.
007240     EXIT.
007250******************************************************************
007260*    1500-BACK-OUT-PART-APPLY - AN EARLIER RUN STOPPED PART WAY
007270*                 THROUGH THIS JOURNAL. EVERY CODE IT MOVED IS
007280*                 STAMPED WITH THE BUSINESS DATE AND STILL HOLDS
007290*                 ITS OPENING BALANCE FOR THE DAY, SO PUTTING THE
007300*                 BALANCE BACK TO THE OPENING AND CLEARING THE
007310*                 DAY'S DEBITS AND CREDITS UNDOES IT. ONLY ONE
007320*                 JOURNAL IS EVER APPLIED PER BUSINESS DATE, SO
007330*                 NOTHING ELSE CAN CARRY THAT STAMP. THE MASTER
007340*                 HAS JUST BEEN OPENED, SO THE BROWSE STARTS AT
007350*                 THE FIRST KEY.
007360******************************************************************
007370 1500-BACK-OUT-PART-APPLY.
007380     PERFORM 3100-READ-GL-BALANCE THRU 3100-EXIT.
007390     PERFORM 1510-BACK-OUT-ONE-CODE THRU 1510-EXIT
007400         UNTIL WS-GLB-EOF-YES.
007410     SET WS-GLB-EOF-NO TO TRUE.
007420     DISPLAY "AVISO: SALDOS REFEITOS NO REINICIO: "
007430         WS-BACKED-OUT-COUNT.
007440 1500-EXIT.
007450     EXIT.
007460******************************************************************
007470*    1510-BACK-OUT-ONE-CODE
007480******************************************************************
007490 1510-BACK-OUT-ONE-CODE.
007500     IF GLB-LAST-POSTED-DATE NOT = WS-CURRENT-DATE
007510         GO TO 1510-NEXT
007520     END-IF.
007530     MOVE GLB-OPENING-BALANCE TO GLB-BALANCE.
007540     MOVE ZERO TO GLB-DAY-DEBITS.
007550     MOVE ZERO TO GLB-DAY-CREDITS.
007560     REWRITE GLB-MASTER-RECORD
007570         INVALID KEY
007580             DISPLAY "ERRO AO ATUALIZAR GLBALMST " GLB-KEY
007590             MOVE 8 TO RETURN-CODE
007600             PERFORM 9900-WRITE-RUN-END THRU 9900-EXIT
007610             STOP RUN
007620     END-REWRITE.
007630     ADD 1 TO WS-BACKED-OUT-COUNT.
007640 1510-NEXT.
007650     PERFORM 3100-READ-GL-BALANCE THRU 3100-EXIT.
007660 1510-EXIT.
007670     EXIT.
007680******************************************************************
007690*    2000-APPLY-JOURNAL - MAIN APPLY LOOP
007700******************************************************************
007710 2000-APPLY-JOURNAL.
007720     PERFORM 2200-APPLY-JOURNAL-LEG THRU 2200-EXIT.
007730     PERFORM 2100-READ-JOURNAL-DETAIL THRU 2100-EXIT.
007740 2000-EXIT.
007750     EXIT.
007760******************************************************************
007770*    2100-READ-JOURNAL-DETAIL - READ ON TO THE NEXT DEBIT OR
007780*                 CREDIT LEG, STEPPING OVER THE HEADER AND
007790*                 TRAILER ALREADY PROVED
007800******************************************************************
007810 2100-READ-JOURNAL-DETAIL.
007820     PERFORM 1210-READ-JOURNAL THRU 1210-EXIT.
007830     IF WS-EOF-NO AND NOT JRN-REC-DETAIL
007840         GO TO 2100-READ-JOURNAL-DETAIL
007850     END-IF.
007860 2100-EXIT.
007870     EXIT.
007880******************************************************************
007890*    2200-APPLY-JOURNAL-LEG - POST ONE LEG TO ITS GL CODE AND
007900*                 CURRENCY. A CODE MOVING FOR THE FIRST TIME ON
007910*                 THIS BUSINESS DAY ROLLS ITS CLOSING BALANCE
007920*                 INTO THE OPENING AND STARTS THE DAY'S DEBITS
007930*                 AND CREDITS FROM ZERO; A CODE NEVER SEEN BEFORE
007940*                 IS ADDED AT ZERO.
007950******************************************************************
007960 2200-APPLY-JOURNAL-LEG.
007970     MOVE JRN-GL-CODE TO GLB-GL-CODE.
007980     MOVE JRN-CURRENCY-CODE TO GLB-CURRENCY-CODE.
007990     READ GLBALMST
008000         INVALID KEY
008010             MOVE ZERO TO GLB-OPENING-BALANCE
008020             MOVE ZERO TO GLB-DAY-DEBITS
008030             MOVE ZERO TO GLB-DAY-CREDITS
008040             MOVE ZERO TO GLB-BALANCE
008050             MOVE WS-CURRENT-DATE TO GLB-LAST-POSTED-DATE
008060             ADD 1 TO WS-NEW-CODE-COUNT
008070             PERFORM 2300-ADD-TO-BALANCE THRU 2300-EXIT
008080             WRITE GLB-MASTER-RECORD
008090             ADD 1 TO WS-APPLIED-COUNT
008100             GO TO 2200-EXIT
008110     END-READ.
008120     IF GLB-LAST-POSTED-DATE NOT = WS-CURRENT-DATE
008130         MOVE GLB-BALANCE TO GLB-OPENING-BALANCE
008140         MOVE ZERO TO GLB-DAY-DEBITS
008150         MOVE ZERO TO GLB-DAY-CREDITS
008160         MOVE WS-CURRENT-DATE TO GLB-LAST-POSTED-DATE
008170     END-IF.
008180     PERFORM 2300-ADD-TO-BALANCE THRU 2300-EXIT.
008190     REWRITE GLB-MASTER-RECORD
008200         INVALID KEY
008210             DISPLAY "ERRO AO ATUALIZAR GLBALMST " GLB-KEY
008220             MOVE 8 TO RETURN-CODE
008230             PERFORM 9900-WRITE-RUN-END THRU 9900-EXIT
008240             STOP RUN
008250     END-REWRITE.
008260     ADD 1 TO WS-APPLIED-COUNT.
008270 2200-EXIT.
008280     EXIT.
008290******************************************************************
008300*    2300-ADD-TO-BALANCE - A DEBIT RAISES THE BALANCE, A CREDIT
008310*                 LOWERS IT
008320******************************************************************
008330 2300-ADD-TO-BALANCE.
008340     IF JRN-DEBIT
008350         ADD JRN-AMOUNT TO GLB-DAY-DEBITS
008360         ADD JRN-AMOUNT TO GLB-BALANCE
008370     ELSE
008380         ADD JRN-AMOUNT TO GLB-DAY-CREDITS
008390         SUBTRACT JRN-AMOUNT FROM GLB-BALANCE
008400     END-IF.
008410 2300-EXIT.
008420     EXIT.
008430******************************************************************
008440*    2500-WRITE-CONTROL - RECORD THE JOURNAL JUST APPLIED ON
008450*                 GLBCTL AS COMPLETE SO IT CAN NEVER BE APPLIED
008460*                 AGAIN
008470******************************************************************
008480 2500-WRITE-CONTROL.
008490     IF WS-APPLY-ALREADY-DONE
008500         GO TO 2500-EXIT
008510     END-IF.
008520     CLOSE JRNFILE.
008530     MOVE "A" TO WS-CTL-APPLY-STATE.
008540     PERFORM 2550-REWRITE-CONTROL THRU 2550-EXIT.
008550 2500-EXIT.
008560     EXIT.
008570******************************************************************
008580*    2550-REWRITE-CONTROL - REPLACE THE GLBCTL RECORD WITH THIS
008590*                 JOURNAL AND WS-CTL-APPLY-STATE. THE TAKEOVER
008600*                 FIELDS ARE CARRIED FORWARD AS READ.
008610******************************************************************
008620 2550-REWRITE-CONTROL.
008630     OPEN OUTPUT GLBCTL.
008640     IF WS-GLBCTL-STATUS NOT = "00"
008650         DISPLAY "ERRO AO REGRAVAR GLBCTL - STATUS "
008660             WS-GLBCTL-STATUS
008670         MOVE 8 TO RETURN-CODE
008680         PERFORM 9900-WRITE-RUN-END THRU 9900-EXIT
008690         STOP RUN
008700     END-IF.
008710     MOVE WS-JOURNAL-DATE TO GLC-LAST-JOURNAL-DATE.
008720     MOVE WS-DETAIL-COUNT TO GLC-LAST-REC-COUNT.
008730     MOVE WS-HASH-TOTAL TO GLC-LAST-HASH-TOTAL.
008740     MOVE WS-CTL-APPLY-STATE TO GLC-APPLY-STATE.
008750     MOVE WS-LAST-TAKEOVER-DATE TO GLC-TAKEOVER-DATE.
008760     MOVE WS-LAST-TAKEOVER-STATE TO GLC-TAKEOVER-STATE.
008770     WRITE GLC-RECORD.
008780     CLOSE GLBCTL.
008790 2550-EXIT.
008800     EXIT.
008810******************************************************************
008820*    3000-WRITE-TRIAL-BALANCE - LIST EVERY GL CODE AND CURRENCY
008830*                 ON THE MASTER IN KEY SEQUENCE, THEN ONE TOTAL
008840*                 LINE PER CURRENCY. THE MASTER IS REOPENED FOR
008850*                 INPUT SO THE BROWSE STARTS AT THE FIRST KEY.
008860******************************************************************
008870 3000-WRITE-TRIAL-BALANCE.
008880     CLOSE GLBALMST.
008890     OPEN INPUT GLBALMST.
008900     IF WS-GLBALMST-STATUS NOT = "00"
008910         DISPLAY "ERRO AO ABRIR GLBALMST - STATUS "
008920             WS-GLBALMST-STATUS
008930         MOVE 8 TO RETURN-CODE
008940         PERFORM 9900-WRITE-RUN-END THRU 9900-EXIT
008950         STOP RUN
008960     END-IF.
008970     MOVE WS-TB-TITLE-LINE TO GLB-REPORT-LINE.
008980     WRITE GLB-REPORT-LINE.
008990     MOVE WS-TB-HEADING-LINE TO GLB-REPORT-LINE.
009000     WRITE GLB-REPORT-LINE.
009010     PERFORM 3100-READ-GL-BALANCE THRU 3100-EXIT.
009020     PERFORM 3200-WRITE-TRIAL-LINE THRU 3200-EXIT
009030         UNTIL WS-GLB-EOF-YES.
009040     CLOSE GLBALMST.
009050     MOVE WS-RULE-LINE TO GLB-REPORT-LINE.
009060     WRITE GLB-REPORT-LINE.
009070     PERFORM 3300-WRITE-CURRENCY-TOTAL THRU 3300-EXIT
009080         VARYING WS-CURR-IDX FROM 1 BY 1
009090         UNTIL WS-CURR-IDX > WS-CURR-COUNT.
009100     MOVE WS-RULE-LINE TO GLB-REPORT-LINE.
009110     WRITE GLB-REPORT-LINE.
009120 3000-EXIT.
009130     EXIT.
009140******************************************************************
009150*    3100-READ-GL-BALANCE - NEXT MASTER RECORD IN KEY SEQUENCE
009160******************************************************************
009170 3100-READ-GL-BALANCE.
009180     READ GLBALMST NEXT RECORD
009190         AT END
009200             SET WS-GLB-EOF-YES TO TRUE
009210     END-READ.
009220 3100-EXIT.
009230     EXIT.
009240******************************************************************
009250*    3200-WRITE-TRIAL-LINE - ONE GL CODE AND CURRENCY. A CODE
009260*                 THAT DID NOT MOVE TODAY OPENS AND CLOSES AT
009270*                 ITS STANDING BALANCE. THE LINE ALSO ROLLS THE
009280*                 CURRENCY TOTALS AND, FOR A CUSTOMER-DEPOSIT
009290*                 CODE, THE LEDGER SIDE OF THE DEPOSIT PROOF.
009300******************************************************************
009310 3200-WRITE-TRIAL-LINE.
009320     IF GLB-LAST-POSTED-DATE = WS-CURRENT-DATE
009330         MOVE GLB-OPENING-BALANCE TO WS-LINE-OPENING
009340         MOVE GLB-DAY-DEBITS TO WS-LINE-DEBITS
009350         MOVE GLB-DAY-CREDITS TO WS-LINE-CREDITS
009360     ELSE
009370         MOVE GLB-BALANCE TO WS-LINE-OPENING
009380         MOVE ZERO TO WS-LINE-DEBITS
009390         MOVE ZERO TO WS-LINE-CREDITS
009400     END-IF.
009410     MOVE GLB-GL-CODE TO WS-TB-GL-CODE.
009420     MOVE GLB-CURRENCY-CODE TO WS-TB-CURRENCY.
009430     MOVE WS-LINE-OPENING TO WS-TB-OPENING.
009440     MOVE WS-LINE-DEBITS TO WS-TB-DEBITS.
009450     MOVE WS-LINE-CREDITS TO WS-TB-CREDITS.
009460     MOVE GLB-BALANCE TO WS-TB-CLOSING.
009470     MOVE WS-TB-LINE TO GLB-REPORT-LINE.
009480     WRITE GLB-REPORT-LINE.
009490     MOVE GLB-CURRENCY-CODE TO WS-CURR-KEY.
009500     PERFORM 5000-FIND-CURRENCY THRU 5000-EXIT.
009510     IF WS-CURR-ENTRY-FOUND
009520         ADD WS-LINE-OPENING TO WS-CURR-OPENING(WS-CURR-IDX)
009530         ADD WS-LINE-DEBITS TO WS-CURR-DEBITS(WS-CURR-IDX)
009540         ADD WS-LINE-CREDITS TO WS-CURR-CREDITS(WS-CURR-IDX)
009550         ADD GLB-BALANCE TO WS-CURR-CLOSING(WS-CURR-IDX)
009560         MOVE GLB-GL-CODE TO WS-DEPOSIT-CODE
009570*        DEPOSITS ARE A LIABILITY - THEIR NET CREDIT BALANCE IS
009580*        THE DEBIT-POSITIVE BALANCE WITH THE SIGN TURNED ROUND
009590         IF WS-DEPOSIT-CONTROL-CODE
009600             SUBTRACT GLB-BALANCE
009610                 FROM WS-CURR-GL-DEPOSITS(WS-CURR-IDX)
009620         END-IF
009630     END-IF.
009640     PERFORM 3100-READ-GL-BALANCE THRU 3100-EXIT.
009650 3200-EXIT.
009660     EXIT.
009670******************************************************************
009680*    3300-WRITE-CURRENCY-TOTAL - THE TRIAL BALANCE TOTAL FOR ONE
009690*                 CURRENCY. THE LEDGER IS ONLY EVER POSTED IN
009700*                 BALANCED PAIRS, SO ITS CLOSING BALANCES MUST
009710*                 NET TO ZERO IN EVERY CURRENCY.
009720******************************************************************
009730 3300-WRITE-CURRENCY-TOTAL.
009740     MOVE "TOTAL " TO WS-TB-GL-CODE.
009750     MOVE WS-CURR-CODE(WS-CURR-IDX) TO WS-TB-CURRENCY.
009760     MOVE WS-CURR-OPENING(WS-CURR-IDX) TO WS-TB-OPENING.
009770     MOVE WS-CURR-DEBITS(WS-CURR-IDX) TO WS-TB-DEBITS.
009780     MOVE WS-CURR-CREDITS(WS-CURR-IDX) TO WS-TB-CREDITS.
009790     MOVE WS-CURR-CLOSING(WS-CURR-IDX) TO WS-TB-CLOSING.
009800     MOVE WS-TB-LINE TO GLB-REPORT-LINE.
009810     WRITE GLB-REPORT-LINE.
009820     IF WS-CURR-CLOSING(WS-CURR-IDX) NOT = ZERO
009830         OR WS-CURR-DEBITS(WS-CURR-IDX) NOT =
009840             WS-CURR-CREDITS(WS-CURR-IDX)
009850         SET WS-BALANCE-BROKEN TO TRUE
009860         DISPLAY "ERRO: BALANCETE NAO FECHA NA MOEDA "
009870             WS-CURR-CODE(WS-CURR-IDX)
009880     END-IF.
009890 3300-EXIT.
009900     EXIT.
009910******************************************************************
009920*    4000-PROVE-DEPOSITS - SUM ACCT-BALANCE ACROSS ACCTMSTR BY
009930*                 CURRENCY AND COMPARE EACH TOTAL WITH THE NET
009940*                 CREDIT BALANCE OF THE CUSTOMER-DEPOSIT CODES.
009950*                 A MASTER NEVER SEEDED BY VLD-GL-IMP ONLY HOLDS
009960*                 WHAT THE JOURNALS HAVE MOVED, NOT THE BALANCES
009970*                 THE ACCOUNTS ALREADY HAD, SO NO PROOF IS MADE.
009980******************************************************************
009990 4000-PROVE-DEPOSITS.
010000     MOVE WS-PF-TITLE-LINE TO GLB-REPORT-LINE.
010010     WRITE GLB-REPORT-LINE.
010020     IF NOT WS-TAKEOVER-COMPLETE
010030         MOVE WS-PF-NOT-SEEDED-LINE TO GLB-REPORT-LINE
010040         WRITE GLB-REPORT-LINE
010050         GO TO 4000-EXIT
010060     END-IF.
010070     OPEN INPUT ACCTMSTR.
010080     IF WS-ACCTMSTR-STATUS NOT = "00"
010090         DISPLAY "ERRO AO ABRIR ACCTMSTR - STATUS "
010100             WS-ACCTMSTR-STATUS
010110         MOVE 8 TO RETURN-CODE
010120         PERFORM 9900-WRITE-RUN-END THRU 9900-EXIT
010130         STOP RUN
010140     END-IF.
010150     PERFORM 4100-READ-ACCOUNT THRU 4100-EXIT.
010160     PERFORM 4200-ADD-ACCOUNT THRU 4200-EXIT
010170         UNTIL WS-ACCT-EOF-YES.
010180     CLOSE ACCTMSTR.
010190     MOVE WS-PF-HEADING-LINE TO GLB-REPORT-LINE.
010200     WRITE GLB-REPORT-LINE.
010210     PERFORM 4300-WRITE-PROOF-LINE THRU 4300-EXIT
010220         VARYING WS-CURR-IDX FROM 1 BY 1
010230         UNTIL WS-CURR-IDX > WS-CURR-COUNT.
010240 4000-EXIT.
010250     EXIT.
010260******************************************************************
010270*    4100-READ-ACCOUNT - NEXT ACCOUNT MASTER RECORD
010280******************************************************************
010290 4100-READ-ACCOUNT.
010300     READ ACCTMSTR
010310         AT END
010320             SET WS-ACCT-EOF-YES TO TRUE
010330         NOT AT END
010340             ADD 1 TO WS-ACCT-COUNT
010350     END-READ.
010360 4100-EXIT.
010370     EXIT.
010380******************************************************************
010390*    4200-ADD-ACCOUNT - ADD ONE ACCOUNT'S SIGNED BALANCE TO ITS
010400*                 CURRENCY'S SUBLEDGER TOTAL
010410******************************************************************
010420 4200-ADD-ACCOUNT.
010430     MOVE ACCT-CURRENCY-CODE TO WS-CURR-KEY.
010440     PERFORM 5000-FIND-CURRENCY THRU 5000-EXIT.
010450     IF WS-CURR-ENTRY-FOUND
010460         ADD ACCT-BALANCE TO WS-CURR-ACCT-TOTAL(WS-CURR-IDX)
010470     END-IF.
010480     PERFORM 4100-READ-ACCOUNT THRU 4100-EXIT.
010490 4200-EXIT.
010500     EXIT.
010510******************************************************************
010520*    4300-WRITE-PROOF-LINE - ONE CURRENCY'S PROOF. A CURRENCY
010530*                 WITH NO ACCOUNTS AND NO DEPOSIT BALANCE HAS
010540*                 NOTHING TO PROVE AND IS LEFT OFF.
010550******************************************************************
010560 4300-WRITE-PROOF-LINE.
010570     IF WS-CURR-ACCT-TOTAL(WS-CURR-IDX) = ZERO
010580         AND WS-CURR-GL-DEPOSITS(WS-CURR-IDX) = ZERO
010590         GO TO 4300-EXIT
010600     END-IF.
010610     COMPUTE WS-PROOF-DIFFERENCE =
010620         WS-CURR-ACCT-TOTAL(WS-CURR-IDX)
010630         - WS-CURR-GL-DEPOSITS(WS-CURR-IDX).
010640     MOVE WS-CURR-CODE(WS-CURR-IDX) TO WS-PF-CURRENCY.
010650     MOVE WS-CURR-ACCT-TOTAL(WS-CURR-IDX) TO WS-PF-ACCT-TOTAL.
010660     MOVE WS-CURR-GL-DEPOSITS(WS-CURR-IDX) TO WS-PF-GL-TOTAL.
010670     MOVE WS-PROOF-DIFFERENCE TO WS-PF-DIFFERENCE.
010680     IF WS-PROOF-DIFFERENCE = ZERO
010690         MOVE "OK" TO WS-PF-RESULT
010700     ELSE
010710         MOVE "DIVERGENTE" TO WS-PF-RESULT
010720         ADD 1 TO WS-DIFF-COUNT
010730         SET WS-BALANCE-BROKEN TO TRUE
010740     END-IF.
010750     MOVE WS-PF-LINE TO GLB-REPORT-LINE.
010760     WRITE GLB-REPORT-LINE.
010770 4300-EXIT.
010780     EXIT.
010790******************************************************************
010800*    5000-FIND-CURRENCY - FIND OR ADD WS-CURR-KEY IN THE CURRENCY
010810*                 TABLE. A CURRENCY THAT DOES NOT FIT CANNOT BE
010820*                 PROVED AND FAILS THE RUN.
010830******************************************************************
010840 5000-FIND-CURRENCY.
010850     SET WS-CURR-ENTRY-NOT-FOUND TO TRUE.
010860     PERFORM 5010-TEST-CURRENCY-ENTRY THRU 5010-EXIT
010870         VARYING WS-CURR-IDX FROM 1 BY 1
010880         UNTIL WS-CURR-IDX > WS-CURR-COUNT
010890         OR WS-CURR-ENTRY-FOUND.
010900     IF WS-CURR-ENTRY-FOUND
010910*        THE VARYING INCREMENT RUNS BEFORE THE EXIT TEST, SO THE
010920*        INDEX SITS ONE PAST THE MATCHED ENTRY - STEP BACK
010930         SET WS-CURR-IDX DOWN BY 1
010940         GO TO 5000-EXIT
010950     END-IF.
010960     IF WS-CURR-COUNT NOT < 20
010970         DISPLAY "ERRO: TABELA DE MOEDAS CHEIA - MOEDA "
010980             WS-CURR-KEY
010990         SET WS-BALANCE-BROKEN TO TRUE
011000         GO TO 5000-EXIT
011010     END-IF.
011020     ADD 1 TO WS-CURR-COUNT.
011030     SET WS-CURR-IDX TO WS-CURR-COUNT.
011040     MOVE WS-CURR-KEY TO WS-CURR-CODE(WS-CURR-IDX).
011050     MOVE ZERO TO WS-CURR-OPENING(WS-CURR-IDX)
011060         WS-CURR-DEBITS(WS-CURR-IDX)
011070         WS-CURR-CREDITS(WS-CURR-IDX)
011080         WS-CURR-CLOSING(WS-CURR-IDX)
011090         WS-CURR-GL-DEPOSITS(WS-CURR-IDX)
011100         WS-CURR-ACCT-TOTAL(WS-CURR-IDX).
011110     SET WS-CURR-ENTRY-FOUND TO TRUE.
011120 5000-EXIT.
011130     EXIT.
011140******************************************************************
011150*    5010-TEST-CURRENCY-ENTRY - TEST ONE CURRENCY TABLE ENTRY
011160******************************************************************
011170 5010-TEST-CURRENCY-ENTRY.
011180     IF WS-CURR-CODE(WS-CURR-IDX) = WS-CURR-KEY
011190         SET WS-CURR-ENTRY-FOUND TO TRUE
011200     END-IF.
011210 5010-EXIT.
011220     EXIT.
011230******************************************************************
011240*    9000-TERMINATE - WRITE THE RUN SUMMARY AND SET RETURN CODE
011250*                 8 WHEN THE TRIAL BALANCE OR THE DEPOSIT PROOF
011260*                 DOES NOT AGREE, OR WHEN THE PROOF COULD NOT BE
011270*                 MADE ON A MASTER NEVER SEEDED
011280******************************************************************
011290 9000-TERMINATE.
011300     MOVE "LANCAMENTOS APLICADOS:       " TO WS-CL-LABEL.
011310     MOVE WS-APPLIED-COUNT TO WS-CL-COUNT.
011320     MOVE WS-COUNT-LINE TO GLB-REPORT-LINE.
011330     WRITE GLB-REPORT-LINE.
011340     MOVE "CONTAS GL NOVAS:             " TO WS-CL-LABEL.
011350     MOVE WS-NEW-CODE-COUNT TO WS-CL-COUNT.
011360     MOVE WS-COUNT-LINE TO GLB-REPORT-LINE.
011370     WRITE GLB-REPORT-LINE.
011380     MOVE "CONTAS ACCTMSTR SOMADAS:     " TO WS-CL-LABEL.
011390     MOVE WS-ACCT-COUNT TO WS-CL-COUNT.
011400     MOVE WS-COUNT-LINE TO GLB-REPORT-LINE.
011410     WRITE GLB-REPORT-LINE.
011420     MOVE "SALDOS REFEITOS NO REINICIO: " TO WS-CL-LABEL.
011430     MOVE WS-BACKED-OUT-COUNT TO WS-CL-COUNT.
011440     MOVE WS-COUNT-LINE TO GLB-REPORT-LINE.
011450     WRITE GLB-REPORT-LINE.
011460     MOVE "MOEDAS DIVERGENTES:          " TO WS-CL-LABEL.
011470     MOVE WS-DIFF-COUNT TO WS-CL-COUNT.
011480     MOVE WS-COUNT-LINE TO GLB-REPORT-LINE.
011490     WRITE GLB-REPORT-LINE.
011500     IF WS-BALANCE-OK
011510         MOVE "OK" TO WS-PL-RESULT
011520     ELSE
011530         MOVE "DIVERGENTE" TO WS-PL-RESULT
011540         MOVE 8 TO RETURN-CODE
011550         DISPLAY "ERRO: RAZAO NAO CONFERE - VERIFICAR GLBRPT"
011560     END-IF.
011570     IF NOT WS-TAKEOVER-COMPLETE
011580         MOVE "NAO FEITA" TO WS-PL-RESULT
011590         MOVE 8 TO RETURN-CODE
011600         DISPLAY "ERRO: GLBALMST SEM CARGA DE SALDOS INICIAIS - "
011610             "EXECUTAR VLD-GL-IMP E REEXECUTAR"
011620     END-IF.
011630     MOVE WS-PROOF-LINE TO GLB-REPORT-LINE.
011640     WRITE GLB-REPORT-LINE.
011650     CLOSE GLBRPT.
011660 9000-EXIT.
011670     EXIT.
011680******************************************************************
011690*    9900-WRITE-RUN-END - CLOSE THIS STEP'S LEDGER ENTRY WITH
011700*                 ITS RETURN CODE AND KEY COUNTS.
011710*                 PERFORMED AHEAD OF EVERY STOP RUN ONCE THE
011720*                 START RECORD IS ON THE LEDGER.
011730******************************************************************
011740 9900-WRITE-RUN-END.
011750     IF WS-RUN-NOT-STARTED
011760         GO TO 9900-EXIT
011770     END-IF.
011780     SET WS-RUN-NOT-STARTED TO TRUE.
011790     MOVE "F" TO WS-RUN-EVENT.
011800     MOVE RETURN-CODE TO WS-RUN-RC.
011810     MOVE WS-DETAIL-COUNT TO WS-RUN-READ-COUNT.
011820     MOVE WS-APPLIED-COUNT TO WS-RUN-PROC-COUNT.
011830     MOVE WS-DIFF-COUNT TO WS-RUN-EXC-COUNT.
011840     PERFORM 1090-APPEND-RUN-ENTRY THRU 1090-EXIT.
011850 9900-EXIT.
011860     EXIT.
011870
011880 END PROGRAM VLD-GL-BAL.
