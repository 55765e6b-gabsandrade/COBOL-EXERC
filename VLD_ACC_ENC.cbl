000010******************************************************************
000020* PROGRAM-ID:   VLD-ACC-ENC
000030* AUTHOR:       GABRIELLY ANDRADE
000040* INSTALLATION: RETAIL BANKING SYSTEMS
000050* DATE-WRITTEN: 15/10/2026
000060* DATE-COMPILED:
000070* PURPOSE:      ACCOUNT CLOSURE SETTLEMENT BATCH. READS THE
000080*               CLSFILE CLOSURE REQUESTS (ACCOUNT, NOMINATED
000090*               PAYOUT ACCOUNT AND OPERATOR) AND, FOR EACH
000100*               ACCOUNT THAT CAN BE CLOSED, CREDITS THE
000110*               PRO-RATA INTEREST AND CHARGES THE PRO-RATA
000120*               MAINTENANCE FEE FOR THE PART MONTH AT THE
000130*               ACCOUNT'S PRODFILE BALANCE TIER (OR THE FLAT
000140*               PARMFILE PRICING), SWEEPS THE NET BALANCE TO
000150*               THE PAYOUT ACCOUNT AND MARKS THE ACCOUNT
000160*               ENCERRADA (STATUS E) AT A ZERO BALANCE. THE
000170*               PART MONTH RUNS FROM THE FIRST OF THE MONTH TO
000180*               THE BUSINESS DATE INCLUSIVE; AN ACCOUNT THE
000190*               VLD-MES-FIM SWEEP HAS ALREADY CHARGED FOR THE
000200*               MONTH ACCRUES NOTHING MORE. A FEE LARGER THAN
000210*               THE BALANCE PLUS INTEREST IS CHARGED ONLY UP TO
000220*               IT AND THE REST IS WAIVED, SO A CLOSURE NEVER
000230*               LEAVES A DEBT BEHIND.
000240*
000250*               A REQUEST IS REFUSED WHEN THE ACCOUNT IS NOT
000260*               FOUND, ALREADY CLOSED, FROZEN OR BLOCKED, HAS A
000270*               NEGATIVE BALANCE OR A DEPOSIT STILL IN
000280*               COMPENSATION, OR HAS AN ITEM ON EITHER SIDE
000290*               STILL WAITING ON THE HOLDOUT SUPERVISOR QUEUE
000300*               OR THE SUSPOUT SUSPENSE FILE, OR AN EXTERNAL
000310*               PAYMENT FROM IT STILL QUEUED ON PAGPEND OR SENT
000320*               AND UNSETTLED ON PAGSENT; AND, WHEN THERE IS AN
000330*               AMOUNT TO PAY OUT, WHEN THE PAYOUT ACCOUNT IS THE
000340*               SAME ACCOUNT, NOT FOUND, CLOSED OR BLOCKED, OR
000350*               HELD IN ANOTHER CURRENCY.
000360*
000370*               EVERY REQUEST, SETTLED OR REFUSED, WRITES ONE
000380*               CLSRPT RESULT LINE AND ONE MNTAUDIT BEFORE/AFTER
000390*               RECORD UNDER THE CLOSE ACTION WITH THE
000400*               REQUEST'S OPERATOR. A SETTLED CLOSURE ALSO
000410*               WRITES ITS AUDITLOG ENTRIES (INTEREST, FEE AND
000420*               CLOSURE ON THE CLOSED ACCOUNT, RECEIPT ON THE
000430*               PAYOUT ACCOUNT), ITS GLEXTRACT LINES UNDER THE
000440*               MONTH-END INTEREST/FEE AND TRANSFER CODES, ALL
000450*               UNDER ONE "C" + DATE + SEQUENCE REFERENCE, AND
000460*               A SETTLEMENT ADVICE FOR THE CUSTOMER ON CLSADV.
000470*               THE STANDING INSTRUCTIONS ARE THEN COPIED FROM
000480*               STORDOUT TO STORDNEW WITHOUT THE ORDERS DEBITING
000490*               A CLOSED ACCOUNT, EACH CANCELLED ORDER LISTED
000500*               ON CLSRPT. STORDOUT IS THE GENERATION VLD-ORD-GER
000510*               WROTE TONIGHT WITH THE DUE DATES ADVANCED, SO THE
000520*               STEP WAITS FOR VLD-ORD-GER, AND IT IS STORDNEW,
000530*               NOT STORDOUT, THAT BECOMES THE NEXT NIGHT'S
000540*               STORDIN.
000550* TECTONICS:    COBC
000560*----------------------------------------------------------------
000570* MODIFICATION HISTORY
000580*   DATE        INIT  DESCRIPTION
000590*   15/10/2026  GA    INITIAL VERSION - CLOSURE SETTLEMENT WITH
000600*                     PRO-RATA ACCRUALS, PAYOUT, STANDING-ORDER
000610*                     CANCELLATION AND CUSTOMER ADVICE. EACH RUN
000620*                     IS RECORDED ON THE RUNLEDGR RUN-STEP
000630*                     LEDGER AND IS REFUSED WITH RETURN CODE 8
000640*                     FOR A BUSINESS DATE THE STEP HAS ALREADY
000650*                     ENDED CLEANLY OR BEFORE VLD-SAQ-BANC HAS.
000660*   15/10/2026  GA    A CLOSURE IS NOW REFUSED WHILE A DEPOSITO ON
000670*                     THE ACCOUNT IS STILL IN COMPENSATION
000680*                     ("Fundos em compensacao.").
000690*   15/10/2026  GA    THE STANDING ORDERS ARE NOW TAKEN FROM THE
000700*                     STORDOUT GENERATION VLD-ORD-GER WRITES AND
000710*                     THE SURVIVORS WRITTEN TO THE NEW STORDNEW,
000720*                     SO TONIGHT'S ADVANCED DUE DATES ARE KEPT;
000730*                     VLD-ORD-GER IS NOW A REQUIRED PREDECESSOR. A
000740*                     CLOSURE IS ALSO REFUSED WHILE AN EXTERNAL
000750*                     PAYMENT FROM THE ACCOUNT IS ON PAGPEND OR
000760*                     PAGSENT ("Pagamento externo pendente.").
000770*   15/10/2026  GA    A HOLDOUT, SUSPOUT, PAGPEND OR PAGSENT THAT
000780*                     CANNOT BE OPENED (OTHER THAN NOT PRESENT)
000790*                     NOW ENDS THE RUN WITH RETURN CODE 8 INSTEAD
000800*                     OF BEING TAKEN AS EMPTY.
000810******************************************************************
000820 IDENTIFICATION DIVISION.
000830 PROGRAM-ID. VLD-ACC-ENC.
000840 AUTHOR. GABRIELLY ANDRADE.
000850 INSTALLATION. RETAIL BANKING SYSTEMS.
000860 DATE-WRITTEN. 15/10/2026.
000870 DATE-COMPILED. 15/10/2026.
000880******************************************************************
000890 ENVIRONMENT DIVISION.
000900 INPUT-OUTPUT SECTION.
000910 FILE-CONTROL.
000920     SELECT CLSFILE ASSIGN TO CLSFILE
000930         ORGANIZATION IS LINE SEQUENTIAL
000940         FILE STATUS IS WS-CLSFILE-STATUS.
000950
000960     SELECT ACCTMSTR ASSIGN TO ACCTMSTR
000970         ORGANIZATION IS INDEXED
000980         ACCESS MODE IS DYNAMIC
000990         RECORD KEY IS ACCT-NUMBER
001000         FILE STATUS IS WS-ACCTMSTR-STATUS.
001010
001020     SELECT CUSTMSTR ASSIGN TO CUSTMSTR
001030         ORGANIZATION IS INDEXED
001040         ACCESS MODE IS DYNAMIC
001050         RECORD KEY IS CUST-ID
001060         FILE STATUS IS WS-CUSTMSTR-STATUS.
001070
001080     SELECT PARMFILE ASSIGN TO PARMFILE
001090         ORGANIZATION IS LINE SEQUENTIAL.
001100
001110     SELECT PRODFILE ASSIGN TO PRODFILE
001120         ORGANIZATION IS LINE SEQUENTIAL
001130         FILE STATUS IS WS-PRODFILE-STATUS.
001140
001150     SELECT HOLDOUT ASSIGN TO HOLDOUT
001160         ORGANIZATION IS LINE SEQUENTIAL
001170         FILE STATUS IS WS-HOLDOUT-STATUS.
001180
001190     SELECT SUSPOUT ASSIGN TO SUSPOUT
001200         ORGANIZATION IS LINE SEQUENTIAL
001210         FILE STATUS IS WS-SUSPOUT-STATUS.
001220
001230     SELECT PAGPEND ASSIGN TO PAGPEND
001240         ORGANIZATION IS LINE SEQUENTIAL
001250         FILE STATUS IS WS-PAGPEND-STATUS.
001260
001270     SELECT PAGSENT ASSIGN TO PAGSENT
001280         ORGANIZATION IS LINE SEQUENTIAL
001290         FILE STATUS IS WS-PAGSENT-STATUS.
001300
001310     SELECT STORDOUT ASSIGN TO STORDOUT
001320         ORGANIZATION IS LINE SEQUENTIAL
001330         FILE STATUS IS WS-STORDOUT-STATUS.
001340
001350     SELECT STORDNEW ASSIGN TO STORDNEW
001360         ORGANIZATION IS LINE SEQUENTIAL.
001370
001380     SELECT AUDITLOG ASSIGN TO AUDITLOG
001390         ORGANIZATION IS LINE SEQUENTIAL
001400         FILE STATUS IS WS-AUDITLOG-STATUS.
001410
001420     SELECT GLEXTRACT ASSIGN TO GLEXTRACT
001430         ORGANIZATION IS LINE SEQUENTIAL
001440         FILE STATUS IS WS-GLEXTRACT-STATUS.
001450
001460     SELECT MNTAUDIT ASSIGN TO MNTAUDIT
001470         ORGANIZATION IS LINE SEQUENTIAL
001480         FILE STATUS IS WS-MNTAUDIT-STATUS.
001490
001500     SELECT CLSRPT ASSIGN TO CLSRPT
001510         ORGANIZATION IS LINE SEQUENTIAL.
001520
001530     SELECT CLSADV ASSIGN TO CLSADV
001540         ORGANIZATION IS LINE SEQUENTIAL.
001550
001560     SELECT BDATECTL ASSIGN TO BDATECTL
001570         ORGANIZATION IS LINE SEQUENTIAL.
001580
001590     SELECT RUNLEDGR ASSIGN TO RUNLEDGR
001600         ORGANIZATION IS LINE SEQUENTIAL
001610         FILE STATUS IS WS-RUNLEDGR-STATUS.
001620******************************************************************
001630 DATA DIVISION.
001640 FILE SECTION.
001650 FD  CLSFILE
001660     LABEL RECORDS ARE STANDARD.
001670     COPY CLSREC.
001680
001690 FD  ACCTMSTR
001700     LABEL RECORDS ARE STANDARD.
001710     COPY ACCTREC.
001720
001730 FD  CUSTMSTR
001740     LABEL RECORDS ARE STANDARD.
001750     COPY CUSTREC.
001760
001770 FD  PARMFILE
001780     LABEL RECORDS ARE STANDARD.
001790     COPY PARMREC.
001800
001810 FD  PRODFILE
001820     LABEL RECORDS ARE STANDARD.
001830     COPY PRODREC.
001840
001850 FD  HOLDOUT
001860     LABEL RECORDS ARE STANDARD.
001870     COPY HOLDREC.
001880
001890 FD  SUSPOUT
001900     LABEL RECORDS ARE STANDARD.
001910     COPY SUSPREC.
001920
001930 FD  PAGPEND
001940     LABEL RECORDS ARE STANDARD.
001950     COPY PAGREC.
001960
001970 FD  PAGSENT
001980     LABEL RECORDS ARE STANDARD.
001990     COPY PAGREC REPLACING LEADING ==PAG-== BY ==PGS-==.
002000
002010 FD  STORDOUT
002020     LABEL RECORDS ARE STANDARD.
002030     COPY ORDREC.
002040
002050 FD  STORDNEW
002060     LABEL RECORDS ARE STANDARD.
002070 01  STORDNEW-RECORD         PIC X(52).
002080
002090 FD  AUDITLOG
002100     LABEL RECORDS ARE STANDARD.
002110     COPY AUDREC.
002120
002130 FD  GLEXTRACT
002140     LABEL RECORDS ARE STANDARD.
002150     COPY GLREC.
002160
002170 FD  MNTAUDIT
002180     LABEL RECORDS ARE STANDARD.
002190     COPY MNTAUD.
002200
002210 FD  CLSRPT
002220     LABEL RECORDS ARE STANDARD.
002230 01  CLS-REPORT-LINE         PIC X(80).
002240
002250 FD  CLSADV
002260     LABEL RECORDS ARE STANDARD.
002270 01  CLS-ADVICE-LINE         PIC X(80).
002280
002290 FD  BDATECTL
002300     LABEL RECORDS ARE STANDARD.
002310     COPY BDTREC.
002320
002330 FD  RUNLEDGR
002340     LABEL RECORDS ARE STANDARD.
002350     COPY RUNREC.
002360
002370 WORKING-STORAGE SECTION.
002380 77  WS-EOF-SWITCH           PIC X(01) VALUE "N".
002390     88  WS-EOF-YES                    VALUE "Y".
002400     88  WS-EOF-NO                     VALUE "N".
002410
002420 77  WS-FILE-EOF-SWITCH      PIC X(01) VALUE "N".
002430     88  WS-FILE-EOF                   VALUE "Y".
002440     88  WS-FILE-NOT-EOF               VALUE "N".
002450
002460 77  WS-ACCOUNT-SWITCH       PIC X(01) VALUE "N".
002470     88  WS-ACCOUNT-FOUND               VALUE "Y".
002480     88  WS-ACCOUNT-NOT-FOUND           VALUE "N".
002490
002500 77  WS-PAYOUT-SWITCH        PIC X(01) VALUE "N".
002510     88  WS-PAYOUT-FOUND                VALUE "Y".
002520     88  WS-PAYOUT-NOT-FOUND            VALUE "N".
002530
002540 77  WS-SETTLED-SWITCH       PIC X(01) VALUE "N".
002550     88  WS-SETTLED                     VALUE "Y".
002560     88  WS-NOT-SETTLED                 VALUE "N".
002570
002580 77  WS-CUSTMSTR-SWITCH      PIC X(01) VALUE "N".
002590     88  WS-CUSTMSTR-OPEN               VALUE "Y".
002600     88  WS-CUSTMSTR-ABSENT             VALUE "N".
002610
002620 77  WS-CLOSED-SWITCH        PIC X(01) VALUE "N".
002630     88  WS-ORDER-ACCT-CLOSED           VALUE "Y".
002640     88  WS-ORDER-ACCT-OPEN             VALUE "N".
002650
002660 77  WS-CLSFILE-STATUS       PIC X(02) VALUE "00".
002670 77  WS-ACCTMSTR-STATUS      PIC X(02) VALUE "00".
002680 77  WS-CUSTMSTR-STATUS      PIC X(02) VALUE "00".
002690 77  WS-PRODFILE-STATUS      PIC X(02) VALUE "00".
002700 77  WS-HOLDOUT-STATUS       PIC X(02) VALUE "00".
002710 77  WS-SUSPOUT-STATUS       PIC X(02) VALUE "00".
002720 77  WS-PAGPEND-STATUS       PIC X(02) VALUE "00".
002730 77  WS-PAGSENT-STATUS       PIC X(02) VALUE "00".
002740 77  WS-STORDOUT-STATUS      PIC X(02) VALUE "00".
002750 77  WS-AUDITLOG-STATUS      PIC X(02) VALUE "00".
002760 77  WS-GLEXTRACT-STATUS     PIC X(02) VALUE "00".
002770 77  WS-MNTAUDIT-STATUS      PIC X(02) VALUE "00".
002780
002790 77  WS-CURRENT-DATE         PIC 9(08) VALUE ZERO.
002800 77  WS-CURRENT-TIME         PIC 9(08) VALUE ZERO.
002810 77  WS-CURRENT-MONTH        PIC 9(06) VALUE ZERO.
002820
002830 77  WS-READ-COUNT           PIC 9(05) COMP VALUE ZERO.
002840 77  WS-CLOSED-COUNT         PIC 9(05) COMP VALUE ZERO.
002850 77  WS-REJECT-COUNT         PIC 9(05) COMP VALUE ZERO.
002860 77  WS-ORDER-READ-COUNT     PIC 9(07) COMP VALUE ZERO.
002870 77  WS-ORDER-CANCEL-COUNT   PIC 9(07) COMP VALUE ZERO.
002880 77  WS-HOLD-PENDING         PIC 9(05) COMP VALUE ZERO.
002890 77  WS-SUSP-PENDING         PIC 9(05) COMP VALUE ZERO.
002900 77  WS-PAG-PENDING          PIC 9(05) COMP VALUE ZERO.
002910 77  WS-ACCT-ORDER-COUNT     PIC 9(05) COMP VALUE ZERO.
002920
002930 77  WS-OUTCOME-MSG          PIC X(30) VALUE SPACES.
002940 77  WS-CUSTOMER-ID          PIC 9(08) VALUE ZERO.
002950 77  WS-CUSTOMER-NAME        PIC X(30) VALUE SPACES.
002960
002970 77  WS-MONTHLY-FEE          PIC 9(05)V99 VALUE ZERO.
002980 77  WS-INTEREST-RATE        PIC 9(02)V9(06) VALUE ZERO.
002990 77  WS-APPLIED-FEE          PIC 9(05)V99 VALUE ZERO.
003000 77  WS-APPLIED-RATE         PIC 9(02)V9(06) VALUE ZERO.
003010 77  WS-APPLIED-PRODUCT      PIC X(04) VALUE SPACES.
003020
003030 77  WS-OPEN-BALANCE         PIC S9(12)V99 VALUE ZERO.
003040 77  WS-INTEREST-AMT         PIC 9(12)V99 VALUE ZERO.
003050 77  WS-FEE-AMT              PIC 9(05)V99 VALUE ZERO.
003060 77  WS-FEE-WAIVED           PIC 9(05)V99 VALUE ZERO.
003070 77  WS-PAYOUT-AMT           PIC 9(12)V99 VALUE ZERO.
003080 77  WS-PAYOUT-OLD-BALANCE   PIC S9(12)V99 VALUE ZERO.
003090 77  WS-RUNNING-BALANCE      PIC S9(12)V99 VALUE ZERO.
003100 77  WS-FEE-CEILING          PIC S9(12)V99 VALUE ZERO.
003110
003120 77  WS-TOTAL-INTEREST       PIC 9(13)V99 VALUE ZERO.
003130 77  WS-TOTAL-FEES           PIC 9(13)V99 VALUE ZERO.
003140 77  WS-TOTAL-PAID           PIC 9(13)V99 VALUE ZERO.
003150
003160 77  WS-GL-CODE-INTEREST     PIC X(06) VALUE "200200".
003170 77  WS-GL-CODE-MNT-FEE      PIC X(06) VALUE "400200".
003180 77  WS-GL-CODE-TRF-DEBIT    PIC X(06) VALUE "400150".
003190 77  WS-GL-CODE-TRF-CREDIT   PIC X(06) VALUE "200150".
003200
003210 77  WS-PROD-FOUND-SWITCH    PIC X(01) VALUE "N".
003220     88  WS-PROD-FOUND                  VALUE "Y".
003230     88  WS-PROD-NOT-FOUND              VALUE "N".
003240
003250 77  WS-TIER-FOUND-SWITCH    PIC X(01) VALUE "N".
003260     88  WS-TIER-FOUND                  VALUE "Y".
003270     88  WS-TIER-NOT-FOUND              VALUE "N".
003280
003290 77  WS-PRODFILE-EOF-SWITCH  PIC X(01) VALUE "N".
003300     88  WS-PRODFILE-EOF-YES            VALUE "Y".
003310     88  WS-PRODFILE-EOF-NO             VALUE "N".
003320
003330 77  WS-PROD-COUNT           PIC 9(03) COMP VALUE ZERO.
003340 77  WS-PROD-SUB             PIC 9(03) COMP VALUE ZERO.
003350 77  WS-TIER-SUB             PIC 9(01) COMP VALUE ZERO.
003360 77  WS-CLOSED-TAB-COUNT     PIC 9(04) COMP VALUE ZERO.
003370 77  WS-CLOSED-SUB           PIC 9(04) COMP VALUE ZERO.
003380
003390 77  WS-DAYS-IN-MONTH        PIC 9(02) VALUE ZERO.
003400 77  WS-DAYS-ELAPSED         PIC 9(02) VALUE ZERO.
003410 77  WS-LEAP-QUOT            PIC 9(04) COMP VALUE ZERO.
003420 77  WS-LEAP-REM             PIC 9(04) COMP VALUE ZERO.
003430
003440 01  WS-WORK-DATE.
003450     05  WS-WD-YEAR          PIC 9(04).
003460     05  WS-WD-MONTH         PIC 9(02).
003470     05  WS-WD-DAY           PIC 9(02).
003480 01  WS-WORK-DATE-N REDEFINES WS-WORK-DATE
003490                             PIC 9(08).
003500
003510 01  WS-MONTH-TABLE.
003520     05  FILLER              PIC X(24) VALUE
003530         "312831303130313130313031".
003540 01  WS-MONTH-DAYS REDEFINES WS-MONTH-TABLE.
003550     05  WS-MTH-DAYS         OCCURS 12 TIMES PIC 9(02).
003560
003570*    SETTLEMENT REFERENCE - "C" + BUSINESS DATE + SEQUENCE, SO
003580*    THE AUDITLOG AND GLEXTRACT LINES OF ONE CLOSURE TIE UP
003590 01  WS-SETTLE-REFERENCE.
003600     05  WS-SR-SOURCE        PIC X(01) VALUE "C".
003610     05  WS-SR-DATE          PIC 9(08) VALUE ZERO.
003620     05  WS-SR-SEQ           PIC 9(05) VALUE ZERO.
003630
003640 01  WS-OLD-IMAGE.
003650     05  WS-OLD-HOLDER-NAME  PIC X(30).
003660     05  WS-OLD-CURRENCY     PIC X(03).
003670     05  WS-OLD-DAILY-LIMIT  PIC 9(12)V99.
003680     05  WS-OLD-OD-LIMIT     PIC 9(12)V99.
003690     05  WS-OLD-STATUS       PIC X(01).
003700     05  WS-OLD-PRODUCT      PIC X(04).
003710
003720 77  WS-NEW-STATUS           PIC X(01) VALUE SPACE.
003730
003740 01  WS-PRODUCT-TABLE.
003750     05  WS-PROD-ENTRY       OCCURS 50 TIMES.
003760         10  WS-PC-CODE              PIC X(04).
003770         10  WS-PC-TIER          OCCURS 3 TIMES.
003780             15  WS-PT-UPPER         PIC 9(12)V99.
003790             15  WS-PT-FEE           PIC 9(05)V99.
003800             15  WS-PT-RATE          PIC 9(02)V9(06).
003810
003820*    ACCOUNTS CLOSED IN THIS RUN - THEIR STANDING ORDERS ARE
003830*    LEFT OFF STORDNEW
003840 01  WS-CLOSED-TABLE.
003850     05  WS-CLOSED-ACCT      OCCURS 1000 TIMES PIC 9(10).
003860
003870 01  WS-TITLE-LINE.
003880     05  FILLER              PIC X(49) VALUE
003890         "RELATORIO DE ENCERRAMENTO DE CONTAS - VLD-ACC-ENC".
003900
003910 01  WS-RULE-LINE.
003920     05  FILLER              PIC X(60) VALUE ALL "-".
003930
003940 01  WS-RESULT-LINE.
003950     05  WS-RL-ACCT          PIC 9(10).
003960     05  FILLER              PIC X(02) VALUE SPACES.
003970     05  WS-RL-OPERATOR      PIC X(08).
003980     05  FILLER              PIC X(02) VALUE SPACES.
003990     05  WS-RL-PAYOUT-ACCT   PIC 9(10).
004000     05  FILLER              PIC X(01) VALUE SPACES.
004010     05  WS-RL-AMOUNT        PIC Z(9)9.99.
004020     05  FILLER              PIC X(02) VALUE SPACES.
004030     05  WS-RL-MSG           PIC X(30).
004040
004050 01  WS-ORDER-LINE.
004060     05  FILLER              PIC X(16) VALUE "ORDEM CANCELADA ".
004070     05  WS-OL-ACCT          PIC 9(10).
004080     05  FILLER              PIC X(02) VALUE SPACES.
004090     05  WS-OL-TYPE          PIC X(01).
004100     05  FILLER              PIC X(02) VALUE SPACES.
004110     05  WS-OL-AMOUNT        PIC Z(9)9.99.
004120     05  FILLER              PIC X(02) VALUE SPACES.
004130     05  WS-OL-CREDIT-ACCT   PIC 9(10).
004140     05  FILLER              PIC X(02) VALUE SPACES.
004150     05  WS-OL-NEXT-DUE      PIC 9(08).
004160
004170 01  WS-COUNT-LINE.
004180     05  WS-CL-LABEL         PIC X(29).
004190     05  WS-CL-COUNT         PIC ZZZ,ZZZ,ZZ9.
004200
004210 01  WS-TOTAL-LINE.
004220     05  WS-TL-LABEL         PIC X(29).
004230     05  WS-TL-AMOUNT        PIC Z(10)ZZ9.99.
004240
004250*    SETTLEMENT ADVICE LINES
004260 01  WS-ADVICE-TITLE.
004270     05  FILLER              PIC X(43) VALUE
004280         "AVISO DE ENCERRAMENTO E LIQUIDACAO DE CONTA".
004290
004300 01  WS-ADVICE-TEXT-LINE.
004310     05  WS-AT-LABEL         PIC X(30).
004320     05  WS-AT-TEXT          PIC X(40).
004330
004340 01  WS-ADVICE-AMOUNT-LINE.
004350     05  WS-AA-LABEL         PIC X(30).
004360     05  WS-AA-AMOUNT        PIC Z(11)9.99.
004370     05  FILLER              PIC X(01) VALUE SPACE.
004380     05  WS-AA-CURRENCY      PIC X(03).
004390
004400 01  WS-ADVICE-ACCT.
004410     05  WS-AC-ACCT          PIC 9(10).
004420     05  FILLER              PIC X(09) VALUE "  MOEDA: ".
004430     05  WS-AC-CURRENCY      PIC X(03).
004440
004450 01  WS-ADVICE-DAYS.
004460     05  WS-AD-ELAPSED       PIC Z9.
004470     05  FILLER              PIC X(04) VALUE " DE ".
004480     05  WS-AD-IN-MONTH      PIC Z9.
004490     05  FILLER              PIC X(05) VALUE " DIAS".
004500     05  FILLER              PIC X(07) VALUE " - PROD".
004510     05  FILLER              PIC X(01) VALUE SPACE.
004520     05  WS-AD-PRODUCT       PIC X(04).
004530*
004540*    RUN-STEP LEDGER CONTROL
004550*
004560 77  WS-RUNLEDGR-STATUS      PIC X(02) VALUE "00".
004570 77  WS-RUN-PROGRAM          PIC X(12) VALUE "VLD-ACC-ENC".
004580 77  WS-RUN-EVENT            PIC X(01) VALUE SPACE.
004590 77  WS-RUN-RC               PIC 9(04) VALUE ZERO.
004600 77  WS-RUN-READ-COUNT       PIC 9(09) VALUE ZERO.
004610 77  WS-RUN-PROC-COUNT       PIC 9(09) VALUE ZERO.
004620 77  WS-RUN-EXC-COUNT        PIC 9(09) VALUE ZERO.
004630 77  WS-RUN-SYS-TIME         PIC 9(08) VALUE ZERO.
004640
004650 77  WS-RUN-STARTED-SWITCH   PIC X(01) VALUE "N".
004660     88  WS-RUN-STARTED                VALUE "Y".
004670     88  WS-RUN-NOT-STARTED            VALUE "N".
004680
004690 77  WS-RUN-DONE-SWITCH      PIC X(01) VALUE "N".
004700     88  WS-RUN-ALREADY-DONE           VALUE "Y".
004710
004720 77  WS-RUN-EOF-SWITCH       PIC X(01) VALUE "N".
004730     88  WS-RUN-EOF                    VALUE "Y".
004740     88  WS-RUN-NOT-EOF                VALUE "N".
004750
004760 77  WS-RUN-PREREQ-SWITCH    PIC X(01) VALUE "N".
004770     88  WS-RUN-PREREQ-MISSING         VALUE "Y".
004780
004790 77  WS-RUN-PRQ-COUNT        PIC 9(02) COMP VALUE 2.
004800
004810*    PREDECESSORS THAT MUST HAVE ENDED CLEANLY FOR THE SAME
004820*    BUSINESS DATE - PROGRAM, WHEN REQUIRED (D = EVERY DAY,
004830*    M = LAST DAY OF THE MONTH ONLY) AND THE FOUND FLAG
004840 01  WS-RUN-PRQ-VALUES.
004850     05  FILLER              PIC X(14) VALUE
004860         "VLD-SAQ-BANCDN".
004870     05  FILLER              PIC X(14) VALUE
004880         "VLD-ORD-GER DN".
004890 01  WS-RUN-PRQ-TABLE REDEFINES WS-RUN-PRQ-VALUES.
004900     05  WS-RUN-PRQ-ENTRY    OCCURS 2 TIMES
004910                             INDEXED BY WS-RUN-IDX.
004920         10  WS-RUN-PRQ-PROGRAM      PIC X(12).
004930         10  WS-RUN-PRQ-WHEN         PIC X(01).
004940             88  WS-RUN-PRQ-MONTH-END-ONLY     VALUE "M".
004950         10  WS-RUN-PRQ-DONE         PIC X(01).
004960             88  WS-RUN-PRQ-CLEAN              VALUE "Y".
004970******************************************************************
004980 PROCEDURE DIVISION.
004990******************************************************************
005000*    0000-MAINLINE
005010******************************************************************
005020 0000-MAINLINE.
005030     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
005040     PERFORM 2000-PROCESS-REQUESTS THRU 2000-EXIT
005050         UNTIL WS-EOF-YES.
005060     PERFORM 8500-CANCEL-STANDING-ORDERS THRU 8500-EXIT.
005070     PERFORM 9000-TERMINATE THRU 9000-EXIT.
005080     PERFORM 9900-WRITE-RUN-END THRU 9900-EXIT.
005090     STOP RUN.
005100******************************************************************
005110*    1000-INITIALIZE - OPEN FILES, LOAD THE PRICING, PRINT THE
005120*                 TITLE AND PRIME THE READ. A MISSING CLSFILE
005130*                 (STATUS 35) IS A NIGHT WITH NO CLOSURES, AND A
005140*                 MISSING CUSTMSTR LEAVES THE ADVICE ADDRESSED TO
005150*                 THE ACCOUNT HOLDER NAME.
005160******************************************************************
005170 1000-INITIALIZE.
005180     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT.
005190     PERFORM 1060-CHECK-RUN-LEDGER THRU 1060-EXIT.
005200     MOVE WS-CURRENT-DATE(1:6) TO WS-CURRENT-MONTH.
005210     MOVE WS-CURRENT-DATE TO WS-SR-DATE.
005220     MOVE WS-CURRENT-DATE TO WS-WORK-DATE-N.
005230     PERFORM 6200-SET-DAYS-IN-MONTH THRU 6200-EXIT.
005240     OPEN INPUT PARMFILE.
005250     READ PARMFILE
005260         AT END
005270             DISPLAY "ERRO: PARMFILE VAZIO"
005280             MOVE 8 TO RETURN-CODE
005290             PERFORM 9900-WRITE-RUN-END THRU 9900-EXIT
005300             STOP RUN
005310     END-READ.
005320     MOVE PARM-MONTHLY-FEE TO WS-MONTHLY-FEE.
005330     MOVE PARM-INTEREST-RATE TO WS-INTEREST-RATE.
005340     CLOSE PARMFILE.
005350     PERFORM 1100-LOAD-PRODUCT-CATALOG THRU 1100-EXIT.
005360     OPEN I-O ACCTMSTR.
005370     IF WS-ACCTMSTR-STATUS NOT = "00"
005380         DISPLAY "ERRO AO ABRIR ACCTMSTR - STATUS "
005390             WS-ACCTMSTR-STATUS
005400         MOVE 8 TO RETURN-CODE
005410         PERFORM 9900-WRITE-RUN-END THRU 9900-EXIT
005420         STOP RUN
005430     END-IF.
005440     OPEN INPUT CUSTMSTR.
005450     IF WS-CUSTMSTR-STATUS = "00"
005460         SET WS-CUSTMSTR-OPEN TO TRUE
005470     ELSE
005480         IF WS-CUSTMSTR-STATUS NOT = "35"
005490             DISPLAY "ERRO AO ABRIR CUSTMSTR - STATUS "
005500                 WS-CUSTMSTR-STATUS
005510             MOVE 8 TO RETURN-CODE
005520             PERFORM 9900-WRITE-RUN-END THRU 9900-EXIT
005530             STOP RUN
005540         END-IF
005550     END-IF.
005560     OPEN INPUT CLSFILE.
005570     IF WS-CLSFILE-STATUS = "35"
005580         SET WS-EOF-YES TO TRUE
005590     ELSE
005600         IF WS-CLSFILE-STATUS NOT = "00"
005610             DISPLAY "ERRO AO ABRIR CLSFILE - STATUS "
005620                 WS-CLSFILE-STATUS
005630             MOVE 8 TO RETURN-CODE
005640             PERFORM 9900-WRITE-RUN-END THRU 9900-EXIT
005650             STOP RUN
005660         END-IF
005670     END-IF.
005680     OPEN EXTEND AUDITLOG.
005690     IF WS-AUDITLOG-STATUS = "35"
005700         OPEN OUTPUT AUDITLOG
005710     END-IF.
005720     OPEN EXTEND GLEXTRACT.
005730     IF WS-GLEXTRACT-STATUS = "35"
005740         OPEN OUTPUT GLEXTRACT
005750     END-IF.
005760     OPEN EXTEND MNTAUDIT.
005770     IF WS-MNTAUDIT-STATUS = "35"
005780         OPEN OUTPUT MNTAUDIT
005790     END-IF.
005800     OPEN OUTPUT CLSRPT.
005810     OPEN OUTPUT CLSADV.
005820     MOVE WS-TITLE-LINE TO CLS-REPORT-LINE.
005830     WRITE CLS-REPORT-LINE.
005840     MOVE WS-RULE-LINE TO CLS-REPORT-LINE.
005850     WRITE CLS-REPORT-LINE.
005860     IF WS-EOF-NO
005870         PERFORM 2100-READ-REQUEST THRU 2100-EXIT
005880     END-IF.
005890 1000-EXIT.
005900     EXIT.
005910******************************************************************
005920*    1050-READ-BUSINESS-DATE - THE BUSINESS DATE COMES FROM THE
005930*                 BDATECTL CONTROL RECORD, NOT THE SYSTEM CLOCK,
005940*                 SO A LATE OR RERUN JOB STILL WORKS THE RIGHT
005950*                 BUSINESS DAY. ONLY THE VLD-DIA-FCH END-OF-DAY
005960*                 CLOSE ADVANCES IT.
005970******************************************************************
005980 1050-READ-BUSINESS-DATE.
005990     OPEN INPUT BDATECTL.
006000     READ BDATECTL
006010         AT END
006020             DISPLAY "ERRO: BDATECTL VAZIO"
006030             MOVE 8 TO RETURN-CODE
006040             PERFORM 9900-WRITE-RUN-END THRU 9900-EXIT
006050             STOP RUN
006060     END-READ.
006070     MOVE BDT-BUSINESS-DATE TO WS-CURRENT-DATE.
006080     CLOSE BDATECTL.
006090 1050-EXIT.
006100     EXIT.
006110******************************************************************
006120*    1060-CHECK-RUN-LEDGER - REFUSE TO START WHEN THIS STEP HAS
006130*                 ALREADY ENDED CLEANLY FOR THE BUSINESS DATE
006140*                 OR WHEN A REQUIRED PREDECESSOR HAS NOT, THEN
006150*                 APPEND THE START RECORD TO THE RUNLEDGR
006160*                 RUN-STEP LEDGER. A MISSING LEDGER IS AN
006170*                 EMPTY ONE.
006180******************************************************************
006190 1060-CHECK-RUN-LEDGER.
006200     OPEN INPUT RUNLEDGR.
006210     IF WS-RUNLEDGR-STATUS NOT = "00"
006220         AND WS-RUNLEDGR-STATUS NOT = "35"
006230         DISPLAY "ERRO AO ABRIR RUNLEDGR - STATUS "
006240             WS-RUNLEDGR-STATUS
006250         MOVE 8 TO RETURN-CODE
006260         STOP RUN
006270     END-IF.
006280     IF WS-RUNLEDGR-STATUS = "00"
006290         PERFORM 1070-READ-RUN-ENTRY THRU 1070-EXIT
006300             UNTIL WS-RUN-EOF
006310         CLOSE RUNLEDGR
006320     END-IF.
006330     IF WS-RUN-ALREADY-DONE
006340         DISPLAY "ERRO: " WS-RUN-PROGRAM " JA CONCLUIDO PARA "
006350             WS-CURRENT-DATE
006360         MOVE 8 TO RETURN-CODE
006370         STOP RUN
006380     END-IF.
006390     PERFORM 1080-CHECK-ONE-PREREQ THRU 1080-EXIT
006400         VARYING WS-RUN-IDX FROM 1 BY 1
006410         UNTIL WS-RUN-IDX > WS-RUN-PRQ-COUNT.
006420     IF WS-RUN-PREREQ-MISSING
006430         MOVE 8 TO RETURN-CODE
006440         STOP RUN
006450     END-IF.
006460     MOVE "I" TO WS-RUN-EVENT.
006470     MOVE ZERO TO WS-RUN-RC.
006480     PERFORM 1090-APPEND-RUN-ENTRY THRU 1090-EXIT.
006490     SET WS-RUN-STARTED TO TRUE.
006500 1060-EXIT.
006510     EXIT.
006520******************************************************************
006530*    1070-READ-RUN-ENTRY - ONLY AN END RECORD WITH RETURN CODE
006540*                 ZERO FOR THE BUSINESS DATE COUNTS AS A CLEAN
006550*                 COMPLETION
006560******************************************************************
006570 1070-READ-RUN-ENTRY.
006580     READ RUNLEDGR
006590         AT END
006600             SET WS-RUN-EOF TO TRUE
006610             GO TO 1070-EXIT
006620     END-READ.
006630     IF RUN-BUSINESS-DATE NOT = WS-CURRENT-DATE
006640         OR NOT RUN-EVENT-END
006650         OR RUN-RETURN-CODE NOT = ZERO
006660         GO TO 1070-EXIT
006670     END-IF.
006680     IF RUN-PROGRAM = WS-RUN-PROGRAM
006690         SET WS-RUN-ALREADY-DONE TO TRUE
006700     END-IF.
006710     PERFORM 1075-MARK-PREREQ THRU 1075-EXIT
006720         VARYING WS-RUN-IDX FROM 1 BY 1
006730         UNTIL WS-RUN-IDX > WS-RUN-PRQ-COUNT.
006740 1070-EXIT.
006750     EXIT.
006760******************************************************************
006770*    1075-MARK-PREREQ - FLAG A PREDECESSOR SEEN CLEAN
006780******************************************************************
006790 1075-MARK-PREREQ.
006800     IF WS-RUN-PRQ-PROGRAM(WS-RUN-IDX) = RUN-PROGRAM
006810         MOVE "Y" TO WS-RUN-PRQ-DONE(WS-RUN-IDX)
006820     END-IF.
006830 1075-EXIT.
006840     EXIT.
006850******************************************************************
006860*    1080-CHECK-ONE-PREREQ - NAME EVERY REQUIRED PREDECESSOR NOT
006870*                 YET ENDED CLEANLY FOR THE BUSINESS DATE
006880******************************************************************
006890 1080-CHECK-ONE-PREREQ.
006900     IF NOT WS-RUN-PRQ-CLEAN(WS-RUN-IDX)
006910         DISPLAY "ERRO: PREDECESSOR "
006920             WS-RUN-PRQ-PROGRAM(WS-RUN-IDX)
006930             " NAO CONCLUIDO PARA " WS-CURRENT-DATE
006940         SET WS-RUN-PREREQ-MISSING TO TRUE
006950     END-IF.
006960 1080-EXIT.
006970     EXIT.
006980******************************************************************
006990*    1090-APPEND-RUN-ENTRY - ADD ONE START OR END RECORD TO THE
007000*                 LEDGER, STAMPED WITH THE SYSTEM CLOCK
007010******************************************************************
007020 1090-APPEND-RUN-ENTRY.
007030     OPEN EXTEND RUNLEDGR.
007040     IF WS-RUNLEDGR-STATUS = "35"
007050         OPEN OUTPUT RUNLEDGR
007060     END-IF.
007070     IF WS-RUNLEDGR-STATUS NOT = "00"
007080         DISPLAY "ERRO AO GRAVAR RUNLEDGR - STATUS "
007090             WS-RUNLEDGR-STATUS
007100         MOVE 8 TO RETURN-CODE
007110         STOP RUN
007120     END-IF.
007130     ACCEPT WS-RUN-SYS-TIME FROM TIME.
007140     MOVE SPACES TO RUN-LEDGER-RECORD.
007150     MOVE WS-CURRENT-DATE TO RUN-BUSINESS-DATE.
007160     MOVE WS-RUN-PROGRAM TO RUN-PROGRAM.
007170     MOVE WS-RUN-EVENT TO RUN-EVENT.
007180     ACCEPT RUN-TS-DATE FROM DATE YYYYMMDD.
007190     MOVE WS-RUN-SYS-TIME(1:6) TO RUN-TS-TIME.
007200     MOVE WS-RUN-RC TO RUN-RETURN-CODE.
007210     MOVE WS-RUN-READ-COUNT TO RUN-COUNT-READ.
007220     MOVE WS-RUN-PROC-COUNT TO RUN-COUNT-PROCESSED.
007230     MOVE WS-RUN-EXC-COUNT TO RUN-COUNT-EXCEPTIONS.
007240     WRITE RUN-LEDGER-RECORD.
007250     CLOSE RUNLEDGR.
007260 1090-EXIT.
007270     EXIT.
007280******************************************************************
007290*    1100-LOAD-PRODUCT-CATALOG - READ PRODFILE INTO THE PRODUCT
007300*                 TABLE. A MISSING CATALOG (STATUS 35) JUST MEANS
007310*                 EVERY ACCOUNT TAKES THE FLAT PARMFILE PRICING.
007320******************************************************************
007330 1100-LOAD-PRODUCT-CATALOG.
007340     OPEN INPUT PRODFILE.
007350     IF WS-PRODFILE-STATUS = "35"
007360         GO TO 1100-EXIT
007370     END-IF.
007380     IF WS-PRODFILE-STATUS NOT = "00"
007390         DISPLAY "ERRO AO ABRIR PRODFILE - STATUS "
007400             WS-PRODFILE-STATUS
007410         GO TO 1100-EXIT
007420     END-IF.
007430     PERFORM 1110-READ-PRODUCT THRU 1110-EXIT.
007440     PERFORM 1120-BUILD-PRODUCT-ENTRY THRU 1120-EXIT
007450         UNTIL WS-PRODFILE-EOF-YES.
007460     CLOSE PRODFILE.
007470 1100-EXIT.
007480     EXIT.
007490******************************************************************
007500*    1110-READ-PRODUCT
007510******************************************************************
007520 1110-READ-PRODUCT.
007530     READ PRODFILE
007540         AT END
007550             SET WS-PRODFILE-EOF-YES TO TRUE
007560     END-READ.
007570 1110-EXIT.
007580     EXIT.
007590******************************************************************
007600*    1120-BUILD-PRODUCT-ENTRY - TABLE ONE PRODUCT AND ITS TIERS
007610******************************************************************
007620 1120-BUILD-PRODUCT-ENTRY.
007630     IF WS-PROD-COUNT < 50
007640         ADD 1 TO WS-PROD-COUNT
007650         MOVE PROD-CODE TO WS-PC-CODE(WS-PROD-COUNT)
007660         PERFORM 1130-TABLE-ONE-TIER THRU 1130-EXIT
007670             VARYING WS-TIER-SUB FROM 1 BY 1
007680             UNTIL WS-TIER-SUB > 3
007690     ELSE
007700         DISPLAY "AVISO: TABELA DE PRODUTOS CHEIA - PRODUTO "
007710             PROD-CODE " IGNORADO"
007720     END-IF.
007730     PERFORM 1110-READ-PRODUCT THRU 1110-EXIT.
007740 1120-EXIT.
007750     EXIT.
007760******************************************************************
007770*    1130-TABLE-ONE-TIER
007780******************************************************************
007790 1130-TABLE-ONE-TIER.
007800     MOVE PROD-TIER-UPPER-LIMIT(WS-TIER-SUB) TO
007810         WS-PT-UPPER(WS-PROD-COUNT, WS-TIER-SUB).
007820     MOVE PROD-TIER-MONTHLY-FEE(WS-TIER-SUB) TO
007830         WS-PT-FEE(WS-PROD-COUNT, WS-TIER-SUB).
007840     MOVE PROD-TIER-INT-RATE(WS-TIER-SUB) TO
007850         WS-PT-RATE(WS-PROD-COUNT, WS-TIER-SUB).
007860 1130-EXIT.
007870     EXIT.
007880******************************************************************
007890*    2000-PROCESS-REQUESTS - MAIN BATCH LOOP
007900******************************************************************
007910 2000-PROCESS-REQUESTS.
007920     PERFORM 2200-PROCESS-ONE-REQUEST THRU 2200-EXIT.
007930     PERFORM 2100-READ-REQUEST THRU 2100-EXIT.
007940 2000-EXIT.
007950     EXIT.
007960******************************************************************
007970*    2100-READ-REQUEST
007980******************************************************************
007990 2100-READ-REQUEST.
008000     READ CLSFILE
008010         AT END
008020             SET WS-EOF-YES TO TRUE
008030         NOT AT END
008040             ADD 1 TO WS-READ-COUNT
008050     END-READ.
008060 2100-EXIT.
008070     EXIT.
008080******************************************************************
008090*    2200-PROCESS-ONE-REQUEST - VALIDATE AND SETTLE ONE CLOSURE,
008100*                 THEN WRITE ITS RESULT LINE, ITS MNTAUDIT RECORD
008110*                 AND, WHEN IT WAS SETTLED, THE CUSTOMER ADVICE
008120******************************************************************
008130 2200-PROCESS-ONE-REQUEST.
008140     MOVE SPACES TO WS-OUTCOME-MSG.
008150     SET WS-NOT-SETTLED TO TRUE.
008160     MOVE SPACES TO WS-OLD-HOLDER-NAME WS-OLD-CURRENCY.
008170     MOVE ZERO TO WS-OLD-DAILY-LIMIT WS-OLD-OD-LIMIT.
008180     MOVE SPACES TO WS-OLD-STATUS WS-NEW-STATUS.
008190     MOVE SPACES TO WS-OLD-PRODUCT.
008200     MOVE ZERO TO WS-CUSTOMER-ID.
008210     MOVE ZERO TO WS-OPEN-BALANCE WS-INTEREST-AMT WS-FEE-AMT.
008220     MOVE ZERO TO WS-FEE-WAIVED WS-PAYOUT-AMT WS-DAYS-ELAPSED.
008230     MOVE ZERO TO WS-ACCT-ORDER-COUNT.
008240     MOVE "----" TO WS-APPLIED-PRODUCT.
008250     MOVE CLS-ACCT-NUMBER TO ACCT-NUMBER.
008260     PERFORM 2300-READ-ACCOUNT THRU 2300-EXIT.
008270     PERFORM 3000-VALIDATE-CLOSURE THRU 3000-EXIT.
008280     IF WS-OUTCOME-MSG = SPACES
008290         PERFORM 4000-SETTLE-ACCOUNT THRU 4000-EXIT
008300     END-IF.
008310     PERFORM 7000-WRITE-RESULT-LINE THRU 7000-EXIT.
008320     PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT.
008330     IF WS-SETTLED
008340         PERFORM 7100-WRITE-ADVICE THRU 7100-EXIT
008350     END-IF.
008360 2200-EXIT.
008370     EXIT.
008380******************************************************************
008390*    2300-READ-ACCOUNT - LOOK UP THE ACCOUNT WHOSE NUMBER IS IN
008400*                        ACCT-NUMBER
008410******************************************************************
008420 2300-READ-ACCOUNT.
008430     READ ACCTMSTR
008440         INVALID KEY
008450             SET WS-ACCOUNT-NOT-FOUND TO TRUE
008460         NOT INVALID KEY
008470             SET WS-ACCOUNT-FOUND TO TRUE
008480     END-READ.
008490 2300-EXIT.
008500     EXIT.
008510******************************************************************
008520*    2350-READ-CUSTOMER - THE NAME THE ADVICE IS ADDRESSED TO:
008530*                 THE OWNING CUSTOMER'S NAME, OR THE ACCOUNT
008540*                 HOLDER NAME WHEN THE ACCOUNT IS NOT LINKED OR
008550*                 THE CUSTOMER CANNOT BE READ
008560******************************************************************
008570 2350-READ-CUSTOMER.
008580     MOVE WS-OLD-HOLDER-NAME TO WS-CUSTOMER-NAME.
008590     IF WS-CUSTOMER-ID = ZERO OR WS-CUSTMSTR-ABSENT
008600         GO TO 2350-EXIT
008610     END-IF.
008620     MOVE WS-CUSTOMER-ID TO CUST-ID.
008630     READ CUSTMSTR
008640         NOT INVALID KEY
008650             MOVE CUST-NAME TO WS-CUSTOMER-NAME
008660     END-READ.
008670 2350-EXIT.
008680     EXIT.
008690******************************************************************
008700*    3000-VALIDATE-CLOSURE - EVERY REFUSAL IS DECIDED HERE,
008710*                 BEFORE ANY BALANCE MOVES. THE SETTLEMENT IS
008720*                 WORKED OUT FIRST SO THE PAYOUT ACCOUNT IS ONLY
008730*                 DEMANDED WHEN THERE IS SOMETHING TO PAY OUT.
008740******************************************************************
008750 3000-VALIDATE-CLOSURE.
008760     IF WS-ACCOUNT-NOT-FOUND
008770         MOVE "Conta nao encontrada." TO WS-OUTCOME-MSG
008780         ADD 1 TO WS-REJECT-COUNT
008790         GO TO 3000-EXIT
008800     END-IF.
008810     MOVE ACCT-HOLDER-NAME TO WS-OLD-HOLDER-NAME.
008820     MOVE ACCT-CURRENCY-CODE TO WS-OLD-CURRENCY.
008830     MOVE ACCT-DAILY-LIMIT TO WS-OLD-DAILY-LIMIT.
008840     MOVE ACCT-OVERDRAFT-LIMIT TO WS-OLD-OD-LIMIT.
008850     MOVE ACCT-STATUS TO WS-OLD-STATUS.
008860     MOVE ACCT-CUSTOMER-ID TO WS-CUSTOMER-ID.
008870     MOVE ACCT-PRODUCT-CODE TO WS-OLD-PRODUCT.
008880     IF ACCT-STATUS-CLOSED
008890         MOVE "Conta ja encerrada." TO WS-OUTCOME-MSG
008900         ADD 1 TO WS-REJECT-COUNT
008910         GO TO 3000-EXIT
008920     END-IF.
008930     IF ACCT-STATUS-FROZEN OR ACCT-STATUS-BLOCKED
008940         MOVE "Conta bloqueada." TO WS-OUTCOME-MSG
008950         ADD 1 TO WS-REJECT-COUNT
008960         GO TO 3000-EXIT
008970     END-IF.
008980     IF ACCT-BALANCE < ZERO
008990         MOVE "Saldo negativo." TO WS-OUTCOME-MSG
009000         ADD 1 TO WS-REJECT-COUNT
009010         GO TO 3000-EXIT
009020     END-IF.
009030*    A DEPOSITO STILL IN COMPENSATION COULD YET BE RETURNED, AND
009040*    THERE WOULD BE NO ACCOUNT LEFT TO TAKE IT BACK FROM
009050     IF ACCT-UNCOLLECTED-AMT NOT NUMERIC
009060         MOVE ZERO TO ACCT-UNCOLLECTED-AMT
009070     END-IF.
009080     IF ACCT-UNCOLLECTED-AMT > ZERO
009090         MOVE "Fundos em compensacao." TO WS-OUTCOME-MSG
009100         ADD 1 TO WS-REJECT-COUNT
009110         GO TO 3000-EXIT
009120     END-IF.
009130     PERFORM 3100-SCAN-PENDING-ITEMS THRU 3100-EXIT.
009140     IF WS-HOLD-PENDING > ZERO
009150         MOVE "Item pendente de aprovacao." TO WS-OUTCOME-MSG
009160         ADD 1 TO WS-REJECT-COUNT
009170         GO TO 3000-EXIT
009180     END-IF.
009190     IF WS-SUSP-PENDING > ZERO
009200         MOVE "Item pendente em suspenso." TO WS-OUTCOME-MSG
009210         ADD 1 TO WS-REJECT-COUNT
009220         GO TO 3000-EXIT
009230     END-IF.
009240*    AN EXTERNAL PAYMENT NOT YET SETTLED COULD STILL COME BACK
009250*    AND HAVE TO BE CREDITED TO THE ACCOUNT
009260     IF WS-PAG-PENDING > ZERO
009270         MOVE "Pagamento externo pendente." TO WS-OUTCOME-MSG
009280         ADD 1 TO WS-REJECT-COUNT
009290         GO TO 3000-EXIT
009300     END-IF.
009310     PERFORM 3200-COMPUTE-SETTLEMENT THRU 3200-EXIT.
009320     IF WS-PAYOUT-AMT > ZERO
009330         PERFORM 3400-VALIDATE-PAYOUT THRU 3400-EXIT
009340     END-IF.
009350 3000-EXIT.
009360     EXIT.
009370******************************************************************
009380*    3100-SCAN-PENDING-ITEMS - COUNT ANYTHING FOR THE ACCOUNT, ON
009390*                 EITHER SIDE, STILL ON THE HOLDOUT SUPERVISOR
009400*                 QUEUE OR THE SUSPOUT SUSPENSE FILE, AND ANY
009410*                 EXTERNAL PAYMENT FROM IT STILL QUEUED ON PAGPEND
009420*                 OR SENT AND NOT YET SETTLED ON PAGSENT. A FILE
009430*                 NOT THERE (STATUS 35) SIMPLY HOLDS NOTHING; ANY
009440*                 OTHER OPEN FAILURE ENDS THE RUN WITH RETURN
009450*                 CODE 8.
009460******************************************************************
009470 3100-SCAN-PENDING-ITEMS.
009480     MOVE ZERO TO WS-HOLD-PENDING WS-SUSP-PENDING.
009490     MOVE ZERO TO WS-PAG-PENDING.
009500     OPEN INPUT HOLDOUT.
009510     IF WS-HOLDOUT-STATUS NOT = "00"
009520         AND WS-HOLDOUT-STATUS NOT = "35"
009530         DISPLAY "ERRO AO ABRIR HOLDOUT - STATUS "
009540             WS-HOLDOUT-STATUS
009550         GO TO 3100-ABORT-RUN
009560     END-IF.
009570     IF WS-HOLDOUT-STATUS = "00"
009580         SET WS-FILE-NOT-EOF TO TRUE
009590         PERFORM 3110-READ-ONE-HOLD THRU 3110-EXIT
009600             UNTIL WS-FILE-EOF
009610         CLOSE HOLDOUT
009620     END-IF.
009630     OPEN INPUT SUSPOUT.
009640     IF WS-SUSPOUT-STATUS NOT = "00"
009650         AND WS-SUSPOUT-STATUS NOT = "35"
009660         DISPLAY "ERRO AO ABRIR SUSPOUT - STATUS "
009670             WS-SUSPOUT-STATUS
009680         GO TO 3100-ABORT-RUN
009690     END-IF.
009700     IF WS-SUSPOUT-STATUS = "00"
009710         SET WS-FILE-NOT-EOF TO TRUE
009720         PERFORM 3120-READ-ONE-SUSPENSE THRU 3120-EXIT
009730             UNTIL WS-FILE-EOF
009740         CLOSE SUSPOUT
009750     END-IF.
009760     OPEN INPUT PAGPEND.
009770     IF WS-PAGPEND-STATUS NOT = "00"
009780         AND WS-PAGPEND-STATUS NOT = "35"
009790         DISPLAY "ERRO AO ABRIR PAGPEND - STATUS "
009800             WS-PAGPEND-STATUS
009810         GO TO 3100-ABORT-RUN
009820     END-IF.
009830     IF WS-PAGPEND-STATUS = "00"
009840         SET WS-FILE-NOT-EOF TO TRUE
009850         PERFORM 3130-READ-ONE-PAYMENT THRU 3130-EXIT
009860             UNTIL WS-FILE-EOF
009870         CLOSE PAGPEND
009880     END-IF.
009890     OPEN INPUT PAGSENT.
009900     IF WS-PAGSENT-STATUS NOT = "00"
009910         AND WS-PAGSENT-STATUS NOT = "35"
009920         DISPLAY "ERRO AO ABRIR PAGSENT - STATUS "
009930             WS-PAGSENT-STATUS
009940         GO TO 3100-ABORT-RUN
009950     END-IF.
009960     IF WS-PAGSENT-STATUS = "00"
009970         SET WS-FILE-NOT-EOF TO TRUE
009980         PERFORM 3140-READ-ONE-SENT THRU 3140-EXIT
009990             UNTIL WS-FILE-EOF
010000         CLOSE PAGSENT
010010     END-IF.
010020     GO TO 3100-EXIT.
010030*    A PENDING-ITEM FILE THAT CANNOT BE READ MIGHT HOLD AN ITEM
010040*    FOR THE ACCOUNT, SO NO FURTHER CLOSURE IS SETTLED. THE
010050*    STANDING ORDERS OF THE ACCOUNTS ALREADY CLOSED ARE STILL
010060*    CANCELLED.
010070 3100-ABORT-RUN.
010080     MOVE 8 TO RETURN-CODE.
010090     PERFORM 8500-CANCEL-STANDING-ORDERS THRU 8500-EXIT.
010100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
010110     PERFORM 9900-WRITE-RUN-END THRU 9900-EXIT.
010120     STOP RUN.
010130 3100-EXIT.
010140     EXIT.
010150******************************************************************
010160*    3110-READ-ONE-HOLD
010170******************************************************************
010180 3110-READ-ONE-HOLD.
010190     READ HOLDOUT
010200         AT END
010210             SET WS-FILE-EOF TO TRUE
010220             GO TO 3110-EXIT
010230     END-READ.
010240     IF HOLD-ACCT-NUMBER = CLS-ACCT-NUMBER
010250         OR HOLD-CREDIT-ACCT = CLS-ACCT-NUMBER
010260         ADD 1 TO WS-HOLD-PENDING
010270     END-IF.
010280 3110-EXIT.
010290     EXIT.
010300******************************************************************
010310*    3120-READ-ONE-SUSPENSE
010320******************************************************************
010330 3120-READ-ONE-SUSPENSE.
010340     READ SUSPOUT
010350         AT END
010360             SET WS-FILE-EOF TO TRUE
010370             GO TO 3120-EXIT
010380     END-READ.
010390     IF SUSP-ACCT-NUMBER = CLS-ACCT-NUMBER
010400         OR SUSP-CREDIT-ACCT = CLS-ACCT-NUMBER
010410         ADD 1 TO WS-SUSP-PENDING
010420     END-IF.
010430 3120-EXIT.
010440     EXIT.
010450******************************************************************
010460*    3130-READ-ONE-PAYMENT
010470******************************************************************
010480 3130-READ-ONE-PAYMENT.
010490     READ PAGPEND
010500         AT END
010510             SET WS-FILE-EOF TO TRUE
010520             GO TO 3130-EXIT
010530     END-READ.
010540     IF PAG-ACCT-NUMBER = CLS-ACCT-NUMBER
010550         ADD 1 TO WS-PAG-PENDING
010560     END-IF.
010570 3130-EXIT.
010580     EXIT.
010590******************************************************************
010600*    3140-READ-ONE-SENT
010610******************************************************************
010620 3140-READ-ONE-SENT.
010630     READ PAGSENT
010640         AT END
010650             SET WS-FILE-EOF TO TRUE
010660             GO TO 3140-EXIT
010670     END-READ.
010680     IF PGS-ACCT-NUMBER = CLS-ACCT-NUMBER
010690         ADD 1 TO WS-PAG-PENDING
010700     END-IF.
010710 3140-EXIT.
010720     EXIT.
010730******************************************************************
010740*    3200-COMPUTE-SETTLEMENT - THE PART MONTH IS THE BUSINESS
010750*                 DAY OF THE MONTH OVER THE DAYS IN THE MONTH.
010760*                 INTEREST IS CREDITED ON A POSITIVE BALANCE AND
010770*                 THE FEE IS CAPPED AT WHAT THE ACCOUNT HOLDS, SO
010780*                 THE NET PAYOUT IS NEVER NEGATIVE. NOTHING
010790*                 ACCRUES WHEN VLD-MES-FIM HAS ALREADY CHARGED
010800*                 THE ACCOUNT FOR THIS MONTH.
010810******************************************************************
010820 3200-COMPUTE-SETTLEMENT.
010830     MOVE ACCT-BALANCE TO WS-OPEN-BALANCE.
010840     IF ACCT-LAST-SWEEP-MONTH NOT = WS-CURRENT-MONTH
010850         MOVE WS-WD-DAY TO WS-DAYS-ELAPSED
010860         PERFORM 3300-SELECT-PRICING THRU 3300-EXIT
010870         IF ACCT-BALANCE > ZERO
010880             COMPUTE WS-INTEREST-AMT ROUNDED =
010890                 ACCT-BALANCE * WS-APPLIED-RATE
010900                 * WS-DAYS-ELAPSED / WS-DAYS-IN-MONTH
010910         END-IF
010920         COMPUTE WS-FEE-AMT ROUNDED =
010930             WS-APPLIED-FEE * WS-DAYS-ELAPSED / WS-DAYS-IN-MONTH
010940     END-IF.
010950     COMPUTE WS-FEE-CEILING = ACCT-BALANCE + WS-INTEREST-AMT.
010960     IF WS-FEE-AMT > WS-FEE-CEILING
010970         COMPUTE WS-FEE-WAIVED = WS-FEE-AMT - WS-FEE-CEILING
010980         MOVE WS-FEE-CEILING TO WS-FEE-AMT
010990     END-IF.
011000     COMPUTE WS-PAYOUT-AMT =
011010         ACCT-BALANCE + WS-INTEREST-AMT - WS-FEE-AMT.
011020 3200-EXIT.
011030     EXIT.
011040******************************************************************
011050*    3300-SELECT-PRICING - PICK THE FEE AND INTEREST RATE FOR THE
011060*                 ACCOUNT IN THE RECORD AREA: THE BALANCE TIER OF
011070*                 ITS PRODUCT CATALOG ENTRY, OR THE FLAT PARMFILE
011080*                 VALUES (BUCKET "----") WHEN THE ACCOUNT HAS NO
011090*                 PRODUCT CODE OR THE CODE IS NOT ON THE CATALOG.
011100*                 THE SAME RULE VLD-MES-FIM APPLIES AT MONTH END.
011110******************************************************************
011120 3300-SELECT-PRICING.
011130     MOVE WS-MONTHLY-FEE TO WS-APPLIED-FEE.
011140     MOVE WS-INTEREST-RATE TO WS-APPLIED-RATE.
011150     MOVE "----" TO WS-APPLIED-PRODUCT.
011160     IF ACCT-PRODUCT-CODE = SPACES
011170         GO TO 3300-EXIT
011180     END-IF.
011190     SET WS-PROD-NOT-FOUND TO TRUE.
011200     PERFORM 3310-TEST-PRODUCT-ENTRY THRU 3310-EXIT
011210         VARYING WS-PROD-SUB FROM 1 BY 1
011220         UNTIL WS-PROD-SUB > WS-PROD-COUNT
011230         OR WS-PROD-FOUND.
011240     IF WS-PROD-NOT-FOUND
011250         GO TO 3300-EXIT
011260     END-IF.
011270*    THE VARYING INCREMENT RUNS BEFORE THE EXIT TEST, SO THE
011280*    SUBSCRIPT SITS ONE PAST THE MATCHED ENTRY - STEP BACK
011290     SUBTRACT 1 FROM WS-PROD-SUB.
011300     MOVE ACCT-PRODUCT-CODE TO WS-APPLIED-PRODUCT.
011310     SET WS-TIER-NOT-FOUND TO TRUE.
011320     PERFORM 3320-TEST-TIER-ENTRY THRU 3320-EXIT
011330         VARYING WS-TIER-SUB FROM 1 BY 1
011340         UNTIL WS-TIER-SUB > 3
011350         OR WS-TIER-FOUND.
011360     IF WS-TIER-FOUND
011370         SUBTRACT 1 FROM WS-TIER-SUB
011380     ELSE
011390*        NO TIER COVERS THE BALANCE - TAKE THE TOP TIER
011400         MOVE 3 TO WS-TIER-SUB
011410     END-IF.
011420     MOVE WS-PT-FEE(WS-PROD-SUB, WS-TIER-SUB) TO WS-APPLIED-FEE.
011430     MOVE WS-PT-RATE(WS-PROD-SUB, WS-TIER-SUB) TO
011440         WS-APPLIED-RATE.
011450 3300-EXIT.
011460     EXIT.
011470******************************************************************
011480*    3310-TEST-PRODUCT-ENTRY - TEST ONE CATALOG TABLE ENTRY
011490******************************************************************
011500 3310-TEST-PRODUCT-ENTRY.
011510     IF ACCT-PRODUCT-CODE = WS-PC-CODE(WS-PROD-SUB)
011520         SET WS-PROD-FOUND TO TRUE
011530     END-IF.
011540 3310-EXIT.
011550     EXIT.
011560******************************************************************
011570*    3320-TEST-TIER-ENTRY - FIRST TIER WHOSE UPPER BALANCE LIMIT
011580*                           COVERS THE ACCOUNT'S BALANCE
011590******************************************************************
011600 3320-TEST-TIER-ENTRY.
011610     IF ACCT-BALANCE <= WS-PT-UPPER(WS-PROD-SUB, WS-TIER-SUB)
011620         SET WS-TIER-FOUND TO TRUE
011630     END-IF.
011640 3320-EXIT.
011650     EXIT.
011660******************************************************************
011670*    3400-VALIDATE-PAYOUT - THE NOMINATED ACCOUNT MUST BE ANOTHER
011680*                 ACCOUNT ON ACCTMSTR, OPEN TO CREDITS (A FROZEN
011690*                 OR DORMANT ACCOUNT STILL TAKES THEM, AS IN THE
011700*                 POSTER) AND HELD IN THE SAME CURRENCY. THIS
011710*                 READ LEAVES THE PAYOUT ACCOUNT IN THE RECORD
011720*                 AREA.
011730******************************************************************
011740 3400-VALIDATE-PAYOUT.
011750     IF CLS-PAYOUT-ACCT = CLS-ACCT-NUMBER
011760         MOVE "Conta destino igual a origem." TO WS-OUTCOME-MSG
011770         ADD 1 TO WS-REJECT-COUNT
011780         GO TO 3400-EXIT
011790     END-IF.
011800     MOVE CLS-PAYOUT-ACCT TO ACCT-NUMBER.
011810     READ ACCTMSTR
011820         INVALID KEY
011830             SET WS-PAYOUT-NOT-FOUND TO TRUE
011840         NOT INVALID KEY
011850             SET WS-PAYOUT-FOUND TO TRUE
011860     END-READ.
011870     IF WS-PAYOUT-NOT-FOUND
011880         MOVE "Conta destino nao encontrada." TO WS-OUTCOME-MSG
011890         ADD 1 TO WS-REJECT-COUNT
011900         GO TO 3400-EXIT
011910     END-IF.
011920     IF ACCT-STATUS-CLOSED OR ACCT-STATUS-BLOCKED
011930         MOVE "Conta destino bloqueada." TO WS-OUTCOME-MSG
011940         ADD 1 TO WS-REJECT-COUNT
011950         GO TO 3400-EXIT
011960     END-IF.
011970     IF ACCT-CURRENCY-CODE NOT = WS-OLD-CURRENCY
011980         MOVE "Moeda da conta destino difere." TO WS-OUTCOME-MSG
011990         ADD 1 TO WS-REJECT-COUNT
012000     END-IF.
012010 3400-EXIT.
012020     EXIT.
012030******************************************************************
012040*    4000-SETTLE-ACCOUNT - CREDIT THE PAYOUT ACCOUNT, THEN ZERO
012050*                 AND CLOSE THE SETTLED ACCOUNT AGAINST A FRESH
012060*                 READ OF THE MASTER. IF THE CLOSE CANNOT BE
012070*                 WRITTEN THE PAYOUT CREDIT IS BACKED OUT, SO
012080*                 EITHER BOTH ACCOUNTS MOVE OR NEITHER DOES.
012090******************************************************************
012100 4000-SETTLE-ACCOUNT.
012110     IF WS-PAYOUT-AMT > ZERO
012120         MOVE CLS-PAYOUT-ACCT TO ACCT-NUMBER
012130         READ ACCTMSTR
012140             INVALID KEY
012150                 MOVE "Erro ao atualizar conta." TO WS-OUTCOME-MSG
012160         END-READ
012170         IF WS-OUTCOME-MSG = SPACES
012180             MOVE ACCT-BALANCE TO WS-PAYOUT-OLD-BALANCE
012190             ADD WS-PAYOUT-AMT TO ACCT-BALANCE
012200             MOVE WS-CURRENT-DATE TO ACCT-LAST-ACTIVITY-DATE
012210             REWRITE ACCT-MASTER-RECORD
012220                 INVALID KEY
012230                     MOVE "Erro ao atualizar conta." TO
012240                         WS-OUTCOME-MSG
012250                 NOT INVALID KEY
012260                     IF WS-ACCTMSTR-STATUS NOT = "00"
012270                         MOVE "Erro ao atualizar conta." TO
012280                             WS-OUTCOME-MSG
012290                     END-IF
012300             END-REWRITE
012310         END-IF
012320         IF WS-OUTCOME-MSG NOT = SPACES
012330             ADD 1 TO WS-REJECT-COUNT
012340             GO TO 4000-EXIT
012350         END-IF
012360     END-IF.
012370     MOVE CLS-ACCT-NUMBER TO ACCT-NUMBER.
012380     READ ACCTMSTR
012390         INVALID KEY
012400             MOVE "Erro ao encerrar conta." TO WS-OUTCOME-MSG
012410     END-READ.
012420     IF WS-OUTCOME-MSG = SPACES
012430         MOVE ZERO TO ACCT-BALANCE
012440         MOVE "E" TO ACCT-STATUS
012450         MOVE WS-CURRENT-MONTH TO ACCT-LAST-SWEEP-MONTH
012460         MOVE WS-CURRENT-DATE TO ACCT-LAST-ACTIVITY-DATE
012470         MOVE ZERO TO ACCT-OVERDRAWN-SINCE
012480         MOVE ZERO TO ACCT-BEYOND-LIMIT-SINCE
012490         REWRITE ACCT-MASTER-RECORD
012500             INVALID KEY
012510                 MOVE "Erro ao encerrar conta." TO WS-OUTCOME-MSG
012520             NOT INVALID KEY
012530                 IF WS-ACCTMSTR-STATUS NOT = "00"
012540                     MOVE "Erro ao encerrar conta." TO
012550                         WS-OUTCOME-MSG
012560                 END-IF
012570         END-REWRITE
012580     END-IF.
012590     IF WS-OUTCOME-MSG NOT = SPACES
012600         PERFORM 4100-BACKOUT-PAYOUT THRU 4100-EXIT
012610         ADD 1 TO WS-REJECT-COUNT
012620         GO TO 4000-EXIT
012630     END-IF.
012640     MOVE ACCT-STATUS TO WS-NEW-STATUS.
012650     MOVE "Conta encerrada e liquidada." TO WS-OUTCOME-MSG.
012660     SET WS-SETTLED TO TRUE.
012670     ADD 1 TO WS-CLOSED-COUNT.
012680     ADD 1 TO WS-SR-SEQ.
012690     ADD WS-INTEREST-AMT TO WS-TOTAL-INTEREST.
012700     ADD WS-FEE-AMT TO WS-TOTAL-FEES.
012710     ADD WS-PAYOUT-AMT TO WS-TOTAL-PAID.
012720     PERFORM 5000-WRITE-AUDIT-TRAIL THRU 5000-EXIT.
012730     PERFORM 6000-WRITE-GL-LINES THRU 6000-EXIT.
012740     PERFORM 4200-COUNT-STANDING-ORDERS THRU 4200-EXIT.
012750     PERFORM 4300-REMEMBER-CLOSED THRU 4300-EXIT.
012760 4000-EXIT.
012770     EXIT.
012780******************************************************************
012790*    4100-BACKOUT-PAYOUT - RESTORE THE PAYOUT ACCOUNT'S BALANCE
012800*                 WHEN THE CLOSE ITSELF COULD NOT BE WRITTEN
012810******************************************************************
012820 4100-BACKOUT-PAYOUT.
012830     IF WS-PAYOUT-AMT = ZERO
012840         GO TO 4100-EXIT
012850     END-IF.
012860     MOVE CLS-PAYOUT-ACCT TO ACCT-NUMBER.
012870     READ ACCTMSTR
012880         INVALID KEY
012890             DISPLAY "AVISO: ESTORNO DO CREDITO FALHOU - CONTA "
012900                 CLS-PAYOUT-ACCT
012910         NOT INVALID KEY
012920             MOVE WS-PAYOUT-OLD-BALANCE TO ACCT-BALANCE
012930             REWRITE ACCT-MASTER-RECORD
012940                 INVALID KEY
012950                     DISPLAY "AVISO: ESTORNO DO CREDITO FALHOU"
012960                         " - CONTA " CLS-PAYOUT-ACCT
012970                 NOT INVALID KEY
012980                     IF WS-ACCTMSTR-STATUS NOT = "00"
012990                         DISPLAY "AVISO: ESTORNO DO CREDITO "
013000                             "FALHOU - CONTA " CLS-PAYOUT-ACCT
013010                     END-IF
013020             END-REWRITE
013030     END-READ.
013040 4100-EXIT.
013050     EXIT.
013060******************************************************************
013070*    4200-COUNT-STANDING-ORDERS - HOW MANY STANDING ORDERS DEBIT
013080*                 THE CLOSED ACCOUNT, FOR ITS ADVICE. THEY ARE
013090*                 DROPPED FROM STORDNEW AT THE END OF THE RUN.
013100******************************************************************
013110 4200-COUNT-STANDING-ORDERS.
013120     OPEN INPUT STORDOUT.
013130     IF WS-STORDOUT-STATUS NOT = "00"
013140         GO TO 4200-EXIT
013150     END-IF.
013160     SET WS-FILE-NOT-EOF TO TRUE.
013170     PERFORM 4210-READ-ONE-ORDER THRU 4210-EXIT
013180         UNTIL WS-FILE-EOF.
013190     CLOSE STORDOUT.
013200 4200-EXIT.
013210     EXIT.
013220******************************************************************
013230*    4210-READ-ONE-ORDER
013240******************************************************************
013250 4210-READ-ONE-ORDER.
013260     READ STORDOUT
013270         AT END
013280             SET WS-FILE-EOF TO TRUE
013290             GO TO 4210-EXIT
013300     END-READ.
013310     IF ORD-ACCT-NUMBER = CLS-ACCT-NUMBER
013320         ADD 1 TO WS-ACCT-ORDER-COUNT
013330     END-IF.
013340 4210-EXIT.
013350     EXIT.
013360******************************************************************
013370*    4300-REMEMBER-CLOSED - TABLE THE CLOSED ACCOUNT FOR THE
013380*                 STANDING-ORDER CANCELLATION
013390******************************************************************
013400 4300-REMEMBER-CLOSED.
013410     IF WS-CLOSED-TAB-COUNT < 1000
013420         ADD 1 TO WS-CLOSED-TAB-COUNT
013430         MOVE CLS-ACCT-NUMBER TO
013440             WS-CLOSED-ACCT(WS-CLOSED-TAB-COUNT)
013450     ELSE
013460         DISPLAY "AVISO: TABELA DE CONTAS ENCERRADAS CHEIA - "
013470             "ORDENS DA CONTA " CLS-ACCT-NUMBER " MANTIDAS"
013480     END-IF.
013490 4300-EXIT.
013500     EXIT.
013510******************************************************************
013520*    5000-WRITE-AUDIT-TRAIL - APPEND THE SETTLEMENT'S AUDITLOG
013530*                 ENTRIES: THE INTEREST CREDIT AND THE FEE (WHEN
013540*                 NOT ZERO) AND THE CLOSING PAYOUT ON THE CLOSED
013550*                 ACCOUNT, EACH WITH ITS RUNNING POSITION, THEN
013560*                 THE RECEIPT ON THE PAYOUT ACCOUNT
013570******************************************************************
013580 5000-WRITE-AUDIT-TRAIL.
013590     MOVE WS-OPEN-BALANCE TO WS-RUNNING-BALANCE.
013600     IF WS-INTEREST-AMT > ZERO
013610         ADD WS-INTEREST-AMT TO WS-RUNNING-BALANCE
013620         MOVE CLS-ACCT-NUMBER TO AUD-ACCT-NUMBER
013630         MOVE WS-INTEREST-AMT TO AUD-REQUESTED-AMT
013640         MOVE ZERO TO AUD-TOTAL-CHARGED
013650         MOVE WS-RUNNING-BALANCE TO AUD-SALDO-FINAL
013660         MOVE "Juros pro-rata creditados." TO AUD-OUTCOME-MSG
013670         PERFORM 5100-WRITE-AUDIT-ENTRY THRU 5100-EXIT
013680     END-IF.
013690     IF WS-FEE-AMT > ZERO
013700         SUBTRACT WS-FEE-AMT FROM WS-RUNNING-BALANCE
013710         MOVE CLS-ACCT-NUMBER TO AUD-ACCT-NUMBER
013720         MOVE WS-FEE-AMT TO AUD-REQUESTED-AMT
013730         MOVE WS-FEE-AMT TO AUD-TOTAL-CHARGED
013740         MOVE WS-RUNNING-BALANCE TO AUD-SALDO-FINAL
013750         MOVE "Tarifa pro-rata debitada." TO AUD-OUTCOME-MSG
013760         PERFORM 5100-WRITE-AUDIT-ENTRY THRU 5100-EXIT
013770     END-IF.
013780     MOVE CLS-ACCT-NUMBER TO AUD-ACCT-NUMBER.
013790     MOVE WS-PAYOUT-AMT TO AUD-REQUESTED-AMT.
013800     MOVE WS-PAYOUT-AMT TO AUD-TOTAL-CHARGED.
013810     MOVE ZERO TO AUD-SALDO-FINAL.
013820     MOVE "Encerramento liquidado." TO AUD-OUTCOME-MSG.
013830     PERFORM 5100-WRITE-AUDIT-ENTRY THRU 5100-EXIT.
013840     IF WS-PAYOUT-AMT > ZERO
013850         MOVE CLS-PAYOUT-ACCT TO AUD-ACCT-NUMBER
013860         MOVE WS-PAYOUT-AMT TO AUD-REQUESTED-AMT
013870         MOVE ZERO TO AUD-TOTAL-CHARGED
013880         COMPUTE AUD-SALDO-FINAL =
013890             WS-PAYOUT-OLD-BALANCE + WS-PAYOUT-AMT
013900         MOVE "Liquidacao recebida." TO AUD-OUTCOME-MSG
013910         PERFORM 5100-WRITE-AUDIT-ENTRY THRU 5100-EXIT
013920     END-IF.
013930 5000-EXIT.
013940     EXIT.
013950******************************************************************
013960*    5100-WRITE-AUDIT-ENTRY - STAMP AND APPEND ONE AUDIT ENTRY
013970*                 WHOSE ACCOUNT, AMOUNTS AND OUTCOME ARE ALREADY
013980*                 IN THE RECORD AREA
013990******************************************************************
014000 5100-WRITE-AUDIT-ENTRY.
014010     ACCEPT WS-CURRENT-TIME FROM TIME.
014020     MOVE "E" TO AUD-TRAN-TYPE.
014030     MOVE WS-CURRENT-DATE TO AUD-TS-DATE.
014040     MOVE WS-CURRENT-TIME(1:6) TO AUD-TS-TIME.
014050     MOVE WS-SETTLE-REFERENCE TO AUD-REFERENCE.
014060     MOVE SPACES TO AUD-ORIG-REFERENCE.
014070     MOVE SPACES TO AUD-CREDIT-CURRENCY.
014080     MOVE ZERO TO AUD-CREDIT-AMOUNT.
014090     MOVE ZERO TO AUD-FX-RATE.
014100     WRITE AUDIT-RECORD.
014110 5100-EXIT.
014120     EXIT.
014130******************************************************************
014140*    6000-WRITE-GL-LINES - APPEND THE SETTLEMENT'S GENERAL LEDGER
014150*                 LINES: INTEREST UNDER THE MONTH-END INTEREST
014160*                 CODE, THE FEE UNDER THE MONTH-END FEE CODE AND
014170*                 THE PAYOUT AS THE TWO LEGS OF A TRANSFER, SO
014180*                 VLD-GL-JRN PAIRS THEM WITH NO NEW RULES
014190******************************************************************
014200 6000-WRITE-GL-LINES.
014210     IF WS-INTEREST-AMT > ZERO
014220         MOVE CLS-ACCT-NUMBER TO GL-ACCT-NUMBER
014230         MOVE WS-INTEREST-AMT TO GL-AMOUNT
014240         MOVE WS-GL-CODE-INTEREST TO GL-ACCOUNT-CODE
014250         PERFORM 6100-WRITE-GL-LINE THRU 6100-EXIT
014260     END-IF.
014270     IF WS-FEE-AMT > ZERO
014280         MOVE CLS-ACCT-NUMBER TO GL-ACCT-NUMBER
014290         MOVE WS-FEE-AMT TO GL-AMOUNT
014300         MOVE WS-GL-CODE-MNT-FEE TO GL-ACCOUNT-CODE
014310         PERFORM 6100-WRITE-GL-LINE THRU 6100-EXIT
014320     END-IF.
014330     IF WS-PAYOUT-AMT > ZERO
014340         MOVE CLS-ACCT-NUMBER TO GL-ACCT-NUMBER
014350         MOVE WS-PAYOUT-AMT TO GL-AMOUNT
014360         MOVE WS-GL-CODE-TRF-DEBIT TO GL-ACCOUNT-CODE
014370         PERFORM 6100-WRITE-GL-LINE THRU 6100-EXIT
014380         MOVE CLS-PAYOUT-ACCT TO GL-ACCT-NUMBER
014390         MOVE WS-PAYOUT-AMT TO GL-AMOUNT
014400         MOVE WS-GL-CODE-TRF-CREDIT TO GL-ACCOUNT-CODE
014410         PERFORM 6100-WRITE-GL-LINE THRU 6100-EXIT
014420     END-IF.
014430 6000-EXIT.
014440     EXIT.
014450******************************************************************
014460*    6100-WRITE-GL-LINE - COMPLETE AND APPEND ONE GL LINE WHOSE
014470*                 ACCOUNT, AMOUNT AND CODE ARE ALREADY SET
014480******************************************************************
014490 6100-WRITE-GL-LINE.
014500     MOVE ZERO TO GL-FEE.
014510     MOVE WS-CURRENT-DATE TO GL-POSTING-DATE.
014520     MOVE WS-SETTLE-REFERENCE TO GL-REFERENCE.
014530     MOVE SPACES TO GL-ORIG-REFERENCE.
014540     MOVE WS-OLD-CURRENCY TO GL-CURRENCY-CODE.
014550     WRITE GL-EXTRACT-RECORD.
014560 6100-EXIT.
014570     EXIT.
014580******************************************************************
014590*    6200-SET-DAYS-IN-MONTH - DAYS IN THE MONTH OF WS-WORK-DATE,
014600*                 FEBRUARY BY THE GREGORIAN LEAP-YEAR RULE
014610******************************************************************
014620 6200-SET-DAYS-IN-MONTH.
014630     MOVE WS-MTH-DAYS(WS-WD-MONTH) TO WS-DAYS-IN-MONTH.
014640     IF WS-WD-MONTH = 2
014650         DIVIDE WS-WD-YEAR BY 4 GIVING WS-LEAP-QUOT
014660             REMAINDER WS-LEAP-REM
014670         IF WS-LEAP-REM = ZERO
014680             DIVIDE WS-WD-YEAR BY 100 GIVING WS-LEAP-QUOT
014690                 REMAINDER WS-LEAP-REM
014700             IF WS-LEAP-REM NOT = ZERO
014710                 MOVE 29 TO WS-DAYS-IN-MONTH
014720             ELSE
014730                 DIVIDE WS-WD-YEAR BY 400 GIVING WS-LEAP-QUOT
014740                     REMAINDER WS-LEAP-REM
014750                 IF WS-LEAP-REM = ZERO
014760                     MOVE 29 TO WS-DAYS-IN-MONTH
014770                 END-IF
014780             END-IF
014790         END-IF
014800     END-IF.
014810 6200-EXIT.
014820     EXIT.
014830******************************************************************
014840*    7000-WRITE-RESULT-LINE - ONE CLSRPT LINE PER REQUEST
014850******************************************************************
014860 7000-WRITE-RESULT-LINE.
014870     MOVE CLS-ACCT-NUMBER TO WS-RL-ACCT.
014880     MOVE CLS-OPERATOR-ID TO WS-RL-OPERATOR.
014890     MOVE CLS-PAYOUT-ACCT TO WS-RL-PAYOUT-ACCT.
014900     IF WS-SETTLED
014910         MOVE WS-PAYOUT-AMT TO WS-RL-AMOUNT
014920     ELSE
014930         MOVE ZERO TO WS-RL-AMOUNT
014940     END-IF.
014950     MOVE WS-OUTCOME-MSG TO WS-RL-MSG.
014960     MOVE WS-RESULT-LINE TO CLS-REPORT-LINE.
014970     WRITE CLS-REPORT-LINE.
014980 7000-EXIT.
014990     EXIT.
015000******************************************************************
015010*    7100-WRITE-ADVICE - THE CUSTOMER'S SETTLEMENT ADVICE FOR ONE
015020*                 CLOSED ACCOUNT: OPENING BALANCE, PRO-RATA
015030*                 INTEREST AND FEE, AMOUNT PAID AND WHERE, AND
015040*                 THE STANDING ORDERS CANCELLED
015050******************************************************************
015060 7100-WRITE-ADVICE.
015070     PERFORM 2350-READ-CUSTOMER THRU 2350-EXIT.
015080     MOVE WS-ADVICE-TITLE TO CLS-ADVICE-LINE.
015090     WRITE CLS-ADVICE-LINE.
015100     MOVE WS-RULE-LINE TO CLS-ADVICE-LINE.
015110     WRITE CLS-ADVICE-LINE.
015120     MOVE "CLIENTE:" TO WS-AT-LABEL.
015130     MOVE WS-CUSTOMER-NAME TO WS-AT-TEXT.
015140     PERFORM 7110-WRITE-ADVICE-TEXT THRU 7110-EXIT.
015150     MOVE "CONTA ENCERRADA:" TO WS-AT-LABEL.
015160     MOVE CLS-ACCT-NUMBER TO WS-AC-ACCT.
015170     MOVE WS-OLD-CURRENCY TO WS-AC-CURRENCY.
015180     MOVE WS-ADVICE-ACCT TO WS-AT-TEXT.
015190     PERFORM 7110-WRITE-ADVICE-TEXT THRU 7110-EXIT.
015200     MOVE "DATA DO ENCERRAMENTO:" TO WS-AT-LABEL.
015210     MOVE WS-CURRENT-DATE TO WS-AT-TEXT.
015220     PERFORM 7110-WRITE-ADVICE-TEXT THRU 7110-EXIT.
015230     MOVE "REFERENCIA:" TO WS-AT-LABEL.
015240     MOVE WS-SETTLE-REFERENCE TO WS-AT-TEXT.
015250     PERFORM 7110-WRITE-ADVICE-TEXT THRU 7110-EXIT.
015260     MOVE "SALDO ANTERIOR:" TO WS-AA-LABEL.
015270     MOVE WS-OPEN-BALANCE TO WS-AA-AMOUNT.
015280     PERFORM 7120-WRITE-ADVICE-AMOUNT THRU 7120-EXIT.
015290     MOVE "PERIODO PRO-RATA:" TO WS-AT-LABEL.
015300     MOVE WS-DAYS-ELAPSED TO WS-AD-ELAPSED.
015310     MOVE WS-DAYS-IN-MONTH TO WS-AD-IN-MONTH.
015320     MOVE WS-APPLIED-PRODUCT TO WS-AD-PRODUCT.
015330     MOVE WS-ADVICE-DAYS TO WS-AT-TEXT.
015340     PERFORM 7110-WRITE-ADVICE-TEXT THRU 7110-EXIT.
015350     MOVE "(+) JUROS PRO-RATA:" TO WS-AA-LABEL.
015360     MOVE WS-INTEREST-AMT TO WS-AA-AMOUNT.
015370     PERFORM 7120-WRITE-ADVICE-AMOUNT THRU 7120-EXIT.
015380     MOVE "(-) TARIFA PRO-RATA:" TO WS-AA-LABEL.
015390     MOVE WS-FEE-AMT TO WS-AA-AMOUNT.
015400     PERFORM 7120-WRITE-ADVICE-AMOUNT THRU 7120-EXIT.
015410     IF WS-FEE-WAIVED > ZERO
015420         MOVE "    TARIFA DISPENSADA:" TO WS-AA-LABEL
015430         MOVE WS-FEE-WAIVED TO WS-AA-AMOUNT
015440         PERFORM 7120-WRITE-ADVICE-AMOUNT THRU 7120-EXIT
015450     END-IF.
015460     MOVE "(=) VALOR LIQUIDADO:" TO WS-AA-LABEL.
015470     MOVE WS-PAYOUT-AMT TO WS-AA-AMOUNT.
015480     PERFORM 7120-WRITE-ADVICE-AMOUNT THRU 7120-EXIT.
015490     IF WS-PAYOUT-AMT > ZERO
015500         MOVE "CREDITADO NA CONTA:" TO WS-AT-LABEL
015510         MOVE CLS-PAYOUT-ACCT TO WS-AT-TEXT
015520     ELSE
015530         MOVE "CREDITADO NA CONTA:" TO WS-AT-LABEL
015540         MOVE "SEM VALOR A TRANSFERIR" TO WS-AT-TEXT
015550     END-IF.
015560     PERFORM 7110-WRITE-ADVICE-TEXT THRU 7110-EXIT.
015570     MOVE "ORDENS PERMANENTES CANCELADAS:" TO WS-AT-LABEL.
015580     MOVE WS-ACCT-ORDER-COUNT TO WS-CL-COUNT.
015590     MOVE WS-CL-COUNT TO WS-AT-TEXT.
015600     PERFORM 7110-WRITE-ADVICE-TEXT THRU 7110-EXIT.
015610     MOVE SPACES TO CLS-ADVICE-LINE.
015620     WRITE CLS-ADVICE-LINE.
015630 7100-EXIT.
015640     EXIT.
015650******************************************************************
015660*    7110-WRITE-ADVICE-TEXT
015670******************************************************************
015680 7110-WRITE-ADVICE-TEXT.
015690     MOVE WS-ADVICE-TEXT-LINE TO CLS-ADVICE-LINE.
015700     WRITE CLS-ADVICE-LINE.
015710     MOVE SPACES TO WS-ADVICE-TEXT-LINE.
015720 7110-EXIT.
015730     EXIT.
015740******************************************************************
015750*    7120-WRITE-ADVICE-AMOUNT
015760******************************************************************
015770 7120-WRITE-ADVICE-AMOUNT.
015780     MOVE WS-OLD-CURRENCY TO WS-AA-CURRENCY.
015790     MOVE WS-ADVICE-AMOUNT-LINE TO CLS-ADVICE-LINE.
015800     WRITE CLS-ADVICE-LINE.
015810 7120-EXIT.
015820     EXIT.
015830******************************************************************
015840*    8000-WRITE-AUDIT-RECORD - ONE MNTAUDIT BEFORE/AFTER RECORD
015850*                 PER REQUEST UNDER THE CLOSE ACTION, AS
015860*                 VLD-ACC-MNT WRITES FOR A CLOSE. ONLY THE STATUS
015870*                 CHANGES, SO THE OTHER AFTER IMAGES ARE LEFT
015880*                 EMPTY.
015890******************************************************************
015900 8000-WRITE-AUDIT-RECORD.
015910     ACCEPT WS-CURRENT-TIME FROM TIME.
015920     MOVE SPACES TO MNT-AUDIT-RECORD.
015930     MOVE "C" TO MNTA-ACTION.
015940     MOVE CLS-ACCT-NUMBER TO MNTA-ACCT-NUMBER.
015950     MOVE CLS-OPERATOR-ID TO MNTA-OPERATOR-ID.
015960     MOVE WS-CURRENT-DATE TO MNTA-TS-DATE.
015970     MOVE WS-CURRENT-TIME(1:6) TO MNTA-TS-TIME.
015980     MOVE WS-OLD-HOLDER-NAME TO MNTA-OLD-HOLDER-NAME.
015990     MOVE SPACES TO MNTA-NEW-HOLDER-NAME.
016000     MOVE WS-OLD-CURRENCY TO MNTA-OLD-CURRENCY.
016010     MOVE SPACES TO MNTA-NEW-CURRENCY.
016020     MOVE WS-OLD-DAILY-LIMIT TO MNTA-OLD-DAILY-LIMIT.
016030     MOVE ZERO TO MNTA-NEW-DAILY-LIMIT.
016040     MOVE WS-OLD-OD-LIMIT TO MNTA-OLD-OD-LIMIT.
016050     MOVE ZERO TO MNTA-NEW-OD-LIMIT.
016060     MOVE WS-OLD-STATUS TO MNTA-OLD-STATUS.
016070     MOVE WS-NEW-STATUS TO MNTA-NEW-STATUS.
016080     MOVE WS-CUSTOMER-ID TO MNTA-CUSTOMER-ID.
016090     MOVE ZERO TO MNTA-OLD-CUST-LIMIT.
016100     MOVE ZERO TO MNTA-NEW-CUST-LIMIT.
016110     MOVE WS-OLD-PRODUCT TO MNTA-OLD-PRODUCT.
016120     MOVE SPACES TO MNTA-NEW-PRODUCT.
016130     MOVE WS-OUTCOME-MSG TO MNTA-OUTCOME-MSG.
016140     WRITE MNT-AUDIT-RECORD.
016150 8000-EXIT.
016160     EXIT.
016170******************************************************************
016180*    8500-CANCEL-STANDING-ORDERS - COPY THE STANDING INSTRUCTIONS
016190*                 FROM STORDOUT, AS VLD-ORD-GER LEFT THEM WITH
016200*                 TONIGHT'S DUE DATES ADVANCED, TO STORDNEW,
016210*                 LEAVING OUT EVERY ORDER THAT DEBITS AN ACCOUNT
016220*                 CLOSED IN THIS RUN AND LISTING EACH ONE LEFT
016230*                 OUT. A MISSING STORDOUT (STATUS 35) LEAVES AN
016240*                 EMPTY STORDNEW.
016250******************************************************************
016260 8500-CANCEL-STANDING-ORDERS.
016270     OPEN OUTPUT STORDNEW.
016280     OPEN INPUT STORDOUT.
016290     IF WS-STORDOUT-STATUS NOT = "00"
016300         IF WS-STORDOUT-STATUS NOT = "35"
016310             DISPLAY "ERRO AO ABRIR STORDOUT - STATUS "
016320                 WS-STORDOUT-STATUS
016330             MOVE 8 TO RETURN-CODE
016340         END-IF
016350         CLOSE STORDNEW
016360         GO TO 8500-EXIT
016370     END-IF.
016380     SET WS-FILE-NOT-EOF TO TRUE.
016390     PERFORM 8510-COPY-ONE-ORDER THRU 8510-EXIT
016400         UNTIL WS-FILE-EOF.
016410     CLOSE STORDOUT.
016420     CLOSE STORDNEW.
016430 8500-EXIT.
016440     EXIT.
016450******************************************************************
016460*    8510-COPY-ONE-ORDER
016470******************************************************************
016480 8510-COPY-ONE-ORDER.
016490     READ STORDOUT
016500         AT END
016510             SET WS-FILE-EOF TO TRUE
016520             GO TO 8510-EXIT
016530     END-READ.
016540     ADD 1 TO WS-ORDER-READ-COUNT.
016550     SET WS-ORDER-ACCT-OPEN TO TRUE.
016560     PERFORM 8520-TEST-CLOSED-ENTRY THRU 8520-EXIT
016570         VARYING WS-CLOSED-SUB FROM 1 BY 1
016580         UNTIL WS-CLOSED-SUB > WS-CLOSED-TAB-COUNT
016590         OR WS-ORDER-ACCT-CLOSED.
016600     IF WS-ORDER-ACCT-CLOSED
016610         ADD 1 TO WS-ORDER-CANCEL-COUNT
016620         MOVE ORD-ACCT-NUMBER TO WS-OL-ACCT
016630         MOVE ORD-TRAN-TYPE TO WS-OL-TYPE
016640         MOVE ORD-AMOUNT TO WS-OL-AMOUNT
016650         MOVE ORD-CREDIT-ACCT TO WS-OL-CREDIT-ACCT
016660         MOVE ORD-NEXT-DUE-DATE TO WS-OL-NEXT-DUE
016670         MOVE WS-ORDER-LINE TO CLS-REPORT-LINE
016680         WRITE CLS-REPORT-LINE
016690     ELSE
016700         MOVE ORD-RECORD TO STORDNEW-RECORD
016710         WRITE STORDNEW-RECORD
016720     END-IF.
016730 8510-EXIT.
016740     EXIT.
016750******************************************************************
016760*    8520-TEST-CLOSED-ENTRY
016770******************************************************************
016780 8520-TEST-CLOSED-ENTRY.
016790     IF ORD-ACCT-NUMBER = WS-CLOSED-ACCT(WS-CLOSED-SUB)
016800         SET WS-ORDER-ACCT-CLOSED TO TRUE
016810     END-IF.
016820 8520-EXIT.
016830     EXIT.
016840******************************************************************
016850*    9000-TERMINATE - WRITE THE SUMMARY AND CLOSE FILES
016860******************************************************************
016870 9000-TERMINATE.
016880     MOVE WS-RULE-LINE TO CLS-REPORT-LINE.
016890     WRITE CLS-REPORT-LINE.
016900     MOVE "PEDIDOS LIDOS:" TO WS-CL-LABEL.
016910     MOVE WS-READ-COUNT TO WS-CL-COUNT.
016920     PERFORM 9100-WRITE-COUNT-LINE THRU 9100-EXIT.
016930     MOVE "CONTAS ENCERRADAS:" TO WS-CL-LABEL.
016940     MOVE WS-CLOSED-COUNT TO WS-CL-COUNT.
016950     PERFORM 9100-WRITE-COUNT-LINE THRU 9100-EXIT.
016960     MOVE "PEDIDOS RECUSADOS:" TO WS-CL-LABEL.
016970     MOVE WS-REJECT-COUNT TO WS-CL-COUNT.
016980     PERFORM 9100-WRITE-COUNT-LINE THRU 9100-EXIT.
016990     MOVE "ORDENS PERMANENTES LIDAS:" TO WS-CL-LABEL.
017000     MOVE WS-ORDER-READ-COUNT TO WS-CL-COUNT.
017010     PERFORM 9100-WRITE-COUNT-LINE THRU 9100-EXIT.
017020     MOVE "ORDENS PERMANENTES CANCEL.:" TO WS-CL-LABEL.
017030     MOVE WS-ORDER-CANCEL-COUNT TO WS-CL-COUNT.
017040     PERFORM 9100-WRITE-COUNT-LINE THRU 9100-EXIT.
017050     MOVE "TOTAL JUROS CREDITADOS:" TO WS-TL-LABEL.
017060     MOVE WS-TOTAL-INTEREST TO WS-TL-AMOUNT.
017070     PERFORM 9200-WRITE-TOTAL-LINE THRU 9200-EXIT.
017080     MOVE "TOTAL TARIFAS COBRADAS:" TO WS-TL-LABEL.
017090     MOVE WS-TOTAL-FEES TO WS-TL-AMOUNT.
017100     PERFORM 9200-WRITE-TOTAL-LINE THRU 9200-EXIT.
017110     MOVE "TOTAL LIQUIDADO:" TO WS-TL-LABEL.
017120     MOVE WS-TOTAL-PAID TO WS-TL-AMOUNT.
017130     PERFORM 9200-WRITE-TOTAL-LINE THRU 9200-EXIT.
017140     IF WS-CLSFILE-STATUS NOT = "35"
017150         CLOSE CLSFILE
017160     END-IF.
017170     CLOSE ACCTMSTR.
017180     IF WS-CUSTMSTR-OPEN
017190         CLOSE CUSTMSTR
017200     END-IF.
017210     CLOSE AUDITLOG.
017220     CLOSE GLEXTRACT.
017230     CLOSE MNTAUDIT.
017240     CLOSE CLSRPT.
017250     CLOSE CLSADV.
017260 9000-EXIT.
017270     EXIT.
017280******************************************************************
017290*    9100-WRITE-COUNT-LINE
017300******************************************************************
017310 9100-WRITE-COUNT-LINE.
017320     MOVE WS-COUNT-LINE TO CLS-REPORT-LINE.
017330     WRITE CLS-REPORT-LINE.
017340 9100-EXIT.
017350     EXIT.
017360******************************************************************
017370*    9200-WRITE-TOTAL-LINE
017380******************************************************************
017390 9200-WRITE-TOTAL-LINE.
017400     MOVE WS-TOTAL-LINE TO CLS-REPORT-LINE.
017410     WRITE CLS-REPORT-LINE.
017420 9200-EXIT.
017430     EXIT.
017440******************************************************************
017450*    9900-WRITE-RUN-END - CLOSE THIS STEP'S LEDGER ENTRY WITH
017460*                 ITS RETURN CODE AND KEY COUNTS.
017470*                 PERFORMED AHEAD OF EVERY STOP RUN ONCE THE
017480*                 START RECORD IS ON THE LEDGER.
017490******************************************************************
017500 9900-WRITE-RUN-END.
017510     IF WS-RUN-NOT-STARTED
017520         GO TO 9900-EXIT
017530     END-IF.
017540     SET WS-RUN-NOT-STARTED TO TRUE.
017550     MOVE "F" TO WS-RUN-EVENT.
017560     MOVE RETURN-CODE TO WS-RUN-RC.
017570     MOVE WS-READ-COUNT TO WS-RUN-READ-COUNT.
017580     MOVE WS-CLOSED-COUNT TO WS-RUN-PROC-COUNT.
017590     MOVE WS-REJECT-COUNT TO WS-RUN-EXC-COUNT.
017600     PERFORM 1090-APPEND-RUN-ENTRY THRU 1090-EXIT.
017610 9900-EXIT.
017620     EXIT.
017630
017640 END PROGRAM VLD-ACC-ENC.
