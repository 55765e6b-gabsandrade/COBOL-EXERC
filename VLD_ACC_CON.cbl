000010******************************************************************
000020* PROGRAM-ID:   VLD-ACC-CON
000030* AUTHOR:       GABRIELLY ANDRADE
000040* INSTALLATION: RETAIL BANKING SYSTEMS
000050* DATE-WRITTEN: 15/10/2026
000060* DATE-COMPILED:
000070* PURPOSE:      READ-ONLY INTERACTIVE TELLER INQUIRY. THE TELLER
000080*               KEYS AN ACCOUNT NUMBER AND THE PROGRAM SHOWS THE
000090*               ACCTMSTR HOLDER, STATUS AND CURRENCY, THE SIGNED
000100*               BALANCE WITH THE OVERDRAFT LIMIT AND WHAT IS
000110*               LEFT OF IT, THE DAILY WITHDRAWAL LIMIT WITH
000120*               TODAY'S USE, THE OWNING CUSTOMER'S CUSTMSTR
000130*               AGGREGATE CEILING WITH TODAY'S USE, ANY ITEM
000140*               STILL WAITING ON THE HOLDOUT SUPERVISOR QUEUE OR
000150*               THE SUSPOUT SUSPENSE FILE, AND THE MOST RECENT
000160*               AUDITLOG ENTRIES FOR THE ACCOUNT (REJECTED
000170*               ATTEMPTS INCLUDED), NEWEST FIRST, A PAGE AT A
000180*               TIME. THE TELLER PAGES WITH P/A, MOVES TO
000190*               ANOTHER ACCOUNT WITH C AND LEAVES WITH S.
000200*               NO MASTER OR QUEUE IS WRITTEN OR UPDATED; ONLY
000210*               THE START AND END RECORDS OF THE SESSION GO TO
000220*               THE RUNLEDGR RUN-STEP LEDGER. "TODAY" IS THE
000230*               BDATECTL BUSINESS DATE, SO AN ACCUMULATOR LAST
000240*               STAMPED ON AN EARLIER DAY SHOWS AS ZERO USED,
000250*               THE SAME WAY THE POSTER WOULD ROLL IT.
000260* TECTONICS:    COBC
000270*----------------------------------------------------------------
000280* MODIFICATION HISTORY
000290*   DATE        INIT  DESCRIPTION
000300*   15/10/2026  GA    INITIAL VERSION - TELLER ACCOUNT INQUIRY.
000310*   15/10/2026  GA    THE INQUIRY NOW SHOWS THE DEPOSITS STILL IN
000320*                     COMPENSATION AND THE SALDO DISPONIVEL
000330*                     (BALANCE LESS THEM, PLUS THE OVERDRAFT
000340*                     LIMIT); THE OVERDRAFT HEADROOM IS FIGURED
000350*                     WITHOUT THE HELD DEPOSITS.
000360*   15/10/2026  GA    EACH SESSION IS NOW RECORDED ON THE RUNLEDGR
000370*                     RUN-STEP LEDGER WITH A START AND AN END
000380*                     RECORD: ACCOUNTS KEYED, ACCOUNTS SHOWN AND
000390*                     ACCOUNTS NOT FOUND.
000400******************************************************************
000410 IDENTIFICATION DIVISION.
000420 PROGRAM-ID. VLD-ACC-CON.
000430 AUTHOR. GABRIELLY ANDRADE.
000440 INSTALLATION. RETAIL BANKING SYSTEMS.
000450 DATE-WRITTEN. 15/10/2026.
000460 DATE-COMPILED. 15/10/2026.
000470******************************************************************
000480 ENVIRONMENT DIVISION.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT ACCTMSTR ASSIGN TO ACCTMSTR
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS RANDOM
000540         RECORD KEY IS ACCT-NUMBER
000550         FILE STATUS IS WS-ACCTMSTR-STATUS.
000560
000570     SELECT CUSTMSTR ASSIGN TO CUSTMSTR
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS RANDOM
000600         RECORD KEY IS CUST-ID
000610         FILE STATUS IS WS-CUSTMSTR-STATUS.
000620
000630     SELECT AUDITLOG ASSIGN TO AUDITLOG
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-AUDITLOG-STATUS.
000660
000670     SELECT HOLDOUT ASSIGN TO HOLDOUT
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-HOLDOUT-STATUS.
000700
000710     SELECT SUSPOUT ASSIGN TO SUSPOUT
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-SUSPOUT-STATUS.
000740
000750     SELECT BDATECTL ASSIGN TO BDATECTL
000760         ORGANIZATION IS LINE SEQUENTIAL.
000770     SELECT RUNLEDGR ASSIGN TO RUNLEDGR
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WS-RUNLEDGR-STATUS.
000800******************************************************************
000810 DATA DIVISION.
000820 FILE SECTION.
000830 FD  ACCTMSTR
000840     LABEL RECORDS ARE STANDARD.
000850     COPY ACCTREC.
000860
000870 FD  CUSTMSTR
000880     LABEL RECORDS ARE STANDARD.
000890     COPY CUSTREC.
000900
000910 FD  AUDITLOG
000920     LABEL RECORDS ARE STANDARD.
000930     COPY AUDREC.
000940
000950 FD  HOLDOUT
000960     LABEL RECORDS ARE STANDARD.
000970     COPY HOLDREC.
000980
000990 FD  SUSPOUT
001000     LABEL RECORDS ARE STANDARD.
001010     COPY SUSPREC.
001020
001030 FD  BDATECTL
001040     LABEL RECORDS ARE STANDARD.
001050     COPY BDTREC.
001060 FD  RUNLEDGR
001070     LABEL RECORDS ARE STANDARD.
001080     COPY RUNREC.
001090
001100 WORKING-STORAGE SECTION.
001110 77  WS-QUIT-SWITCH          PIC X(01) VALUE "N".
001120     88  WS-QUIT-YES                   VALUE "Y".
001130     88  WS-QUIT-NO                    VALUE "N".
001140
001150 77  WS-LEAVE-SWITCH         PIC X(01) VALUE "N".
001160     88  WS-LEAVE-ACCOUNT              VALUE "Y".
001170     88  WS-STAY-ON-ACCOUNT            VALUE "N".
001180
001190 77  WS-ACCOUNT-SWITCH       PIC X(01) VALUE "N".
001200     88  WS-ACCOUNT-FOUND              VALUE "Y".
001210     88  WS-ACCOUNT-NOT-FOUND          VALUE "N".
001220
001230 77  WS-CUSTOMER-SWITCH      PIC X(01) VALUE "N".
001240     88  WS-CUSTOMER-FOUND             VALUE "Y".
001250     88  WS-CUSTOMER-NOT-FOUND         VALUE "N".
001260
001270 77  WS-FILE-EOF-SWITCH      PIC X(01) VALUE "N".
001280     88  WS-FILE-EOF                   VALUE "Y".
001290     88  WS-FILE-NOT-EOF               VALUE "N".
001300
001310 77  WS-ACCTMSTR-STATUS      PIC X(02) VALUE "00".
001320 77  WS-CUSTMSTR-STATUS      PIC X(02) VALUE "00".
001330 77  WS-AUDITLOG-STATUS      PIC X(02) VALUE "00".
001340 77  WS-HOLDOUT-STATUS       PIC X(02) VALUE "00".
001350 77  WS-SUSPOUT-STATUS       PIC X(02) VALUE "00".
001360
001370 77  WS-CURRENT-DATE         PIC 9(08) VALUE ZERO.
001380 77  WS-INPUT-ACCT           PIC 9(10) VALUE ZERO.
001390 77  WS-COMMAND              PIC X(01) VALUE SPACE.
001400
001410 77  WS-HIST-MAX             PIC 9(03) COMP VALUE 50.
001420 77  WS-PAGE-SIZE            PIC 9(03) COMP VALUE 10.
001430 77  WS-HIST-TOTAL           PIC 9(09) COMP VALUE ZERO.
001440 77  WS-HIST-COUNT           PIC 9(03) COMP VALUE ZERO.
001450 77  WS-HIST-SLOT            PIC 9(03) COMP VALUE ZERO.
001460 77  WS-HIST-QUOT            PIC 9(09) COMP VALUE ZERO.
001470 77  WS-PAGE-START           PIC 9(03) COMP VALUE ZERO.
001480 77  WS-PAGE-END             PIC 9(03) COMP VALUE ZERO.
001490 77  WS-SHOW-SUB             PIC 9(03) COMP VALUE ZERO.
001500 77  WS-PENDING-COUNT        PIC 9(05) COMP VALUE ZERO.
001510 77  WS-ASKED-COUNT          PIC 9(09) COMP VALUE ZERO.
001520 77  WS-SHOWN-COUNT          PIC 9(09) COMP VALUE ZERO.
001530
001540 77  WS-NEG-LIMIT            PIC S9(12)V99 VALUE ZERO.
001550 77  WS-OD-HEADROOM          PIC 9(12)V99 VALUE ZERO.
001560 77  WS-UNCOLLECTED          PIC 9(12)V99 VALUE ZERO.
001570 77  WS-COLLECTED-BALANCE    PIC S9(13)V99 VALUE ZERO.
001580 77  WS-SPENDABLE            PIC S9(13)V99 VALUE ZERO.
001590 77  WS-DAILY-USED           PIC 9(12)V99 VALUE ZERO.
001600 77  WS-DAILY-LEFT           PIC 9(12)V99 VALUE ZERO.
001610 77  WS-CUST-USED            PIC 9(12)V99 VALUE ZERO.
001620 77  WS-CUST-LEFT            PIC 9(12)V99 VALUE ZERO.
001630
001640 01  WS-HIST-TABLE.
001650     05  WS-HIST-ENTRY       OCCURS 50 TIMES.
001660         10  WS-HIST-TYPE            PIC X(01).
001670         10  WS-HIST-DATE            PIC 9(08).
001680         10  WS-HIST-TIME            PIC 9(06).
001690         10  WS-HIST-AMOUNT          PIC 9(12)V99.
001700         10  WS-HIST-MSG             PIC X(30).
001710         10  WS-HIST-REFERENCE       PIC X(14).
001720
001730 01  WS-RULE-LINE.
001740     05  FILLER              PIC X(79) VALUE ALL "-".
001750
001760 01  WS-TITLE-LINE.
001770     05  FILLER              PIC X(46) VALUE
001780         "CONSULTA DE CONTA - VLD-ACC-CON  DATA NEGOCIO ".
001790     05  WS-TL-DATE          PIC 9(08).
001800
001810 01  WS-ACCT-LINE.
001820     05  FILLER              PIC X(06) VALUE "CONTA ".
001830     05  WS-AL-ACCT          PIC 9(10).
001840     05  FILLER              PIC X(01) VALUE SPACE.
001850     05  WS-AL-NAME          PIC X(30).
001860     05  FILLER              PIC X(07) VALUE " MOEDA ".
001870     05  WS-AL-CURRENCY      PIC X(03).
001880     05  FILLER              PIC X(01) VALUE SPACE.
001890     05  WS-AL-STATUS-TEXT   PIC X(22).
001900
001910 01  WS-BALANCE-LINE.
001920     05  FILLER              PIC X(13) VALUE "SALDO       ".
001930     05  WS-BL-BALANCE       PIC -(12)9.99.
001940     05  FILLER              PIC X(09) VALUE " LIMITE  ".
001950     05  WS-BL-OD-LIMIT      PIC Z(11)9.99.
001960     05  FILLER              PIC X(11) VALUE " DISPONIVEL".
001970     05  WS-BL-HEADROOM      PIC Z(11)9.99.
001980
001990 01  WS-UNCOLLECTED-LINE.
002000     05  FILLER              PIC X(13) VALUE "COMPENSACAO ".
002010     05  WS-UL-UNCOLLECTED   PIC Z(12)9.99.
002020     05  FILLER              PIC X(20) VALUE
002030         " SALDO DISPONIVEL   ".
002040     05  WS-UL-SPENDABLE     PIC -(12)9.99.
002050
002060 01  WS-DAILY-LINE.
002070     05  FILLER              PIC X(13) VALUE "LIMITE DIA  ".
002080     05  WS-DL-LIMIT         PIC Z(12)9.99.
002090     05  FILLER              PIC X(09) VALUE " USADO   ".
002100     05  WS-DL-USED          PIC Z(11)9.99.
002110     05  FILLER              PIC X(11) VALUE " RESTANTE  ".
002120     05  WS-DL-LEFT          PIC Z(11)9.99.
002130
002140 01  WS-CUST-LINE.
002150     05  FILLER              PIC X(13) VALUE "TETO CLIENTE".
002160     05  WS-CL-LIMIT         PIC Z(12)9.99.
002170     05  FILLER              PIC X(09) VALUE " USADO   ".
002180     05  WS-CL-USED          PIC Z(11)9.99.
002190     05  FILLER              PIC X(11) VALUE " RESTANTE  ".
002200     05  WS-CL-LEFT          PIC Z(11)9.99.
002210
002220 01  WS-CUST-ID-LINE.
002230     05  FILLER              PIC X(08) VALUE "CLIENTE ".
002240     05  WS-CI-ID            PIC 9(08).
002250     05  FILLER              PIC X(01) VALUE SPACE.
002260     05  WS-CI-NAME          PIC X(30).
002270
002280 01  WS-HOLD-LINE.
002290     05  FILLER              PIC X(17) VALUE "PENDENTE APROV.  ".
002300     05  WS-HL-TYPE          PIC X(01).
002310     05  FILLER              PIC X(01) VALUE SPACE.
002320     05  WS-HL-AMOUNT        PIC Z(11)9.99.
002330     05  FILLER              PIC X(01) VALUE SPACE.
002340     05  WS-HL-REFERENCE     PIC X(14).
002350     05  FILLER              PIC X(01) VALUE SPACE.
002360     05  WS-HL-DATE          PIC 9(08).
002370     05  FILLER              PIC X(08) VALUE " CONTRA ".
002380     05  WS-HL-OTHER-ACCT    PIC 9(10).
002390
002400 01  WS-SUSP-LINE.
002410     05  FILLER              PIC X(09) VALUE "SUSPENSO ".
002420     05  WS-SL-TYPE          PIC X(01).
002430     05  FILLER              PIC X(01) VALUE SPACE.
002440     05  WS-SL-AMOUNT        PIC Z(11)9.99.
002450     05  FILLER              PIC X(01) VALUE SPACE.
002460     05  WS-SL-REFERENCE     PIC X(14).
002470     05  FILLER              PIC X(01) VALUE SPACE.
002480     05  WS-SL-REASON        PIC X(30).
002490     05  FILLER              PIC X(01) VALUE SPACE.
002500     05  WS-SL-RETRIES       PIC Z9.
002510
002520 01  WS-HIST-HEAD-LINE.
002530     05  FILLER              PIC X(20) VALUE
002540         "HISTORICO - ENTRADAS".
002550     05  FILLER              PIC X(01) VALUE SPACE.
002560     05  WS-HH-FROM          PIC ZZ9.
002570     05  FILLER              PIC X(03) VALUE " A ".
002580     05  WS-HH-TO            PIC ZZ9.
002590     05  FILLER              PIC X(04) VALUE " DE ".
002600     05  WS-HH-COUNT         PIC ZZ9.
002610     05  FILLER              PIC X(22) VALUE
002620         " (MAIS RECENTE ANTES)".
002630
002640 01  WS-HIST-LINE.
002650     05  WS-HD-DATE          PIC 9(08).
002660     05  FILLER              PIC X(01) VALUE SPACE.
002670     05  WS-HD-TIME          PIC 9(06).
002680     05  FILLER              PIC X(01) VALUE SPACE.
002690     05  WS-HD-TYPE          PIC X(01).
002700     05  FILLER              PIC X(01) VALUE SPACE.
002710     05  WS-HD-AMOUNT        PIC Z(11)9.99.
002720     05  FILLER              PIC X(01) VALUE SPACE.
002730     05  WS-HD-MSG           PIC X(30).
002740     05  FILLER              PIC X(01) VALUE SPACE.
002750     05  WS-HD-REFERENCE     PIC X(14).
002760*
002770*    RUN-STEP LEDGER CONTROL
002780*
002790 77  WS-RUNLEDGR-STATUS      PIC X(02) VALUE "00".
002800 77  WS-RUN-PROGRAM          PIC X(12) VALUE "VLD-ACC-CON".
002810 77  WS-RUN-EVENT            PIC X(01) VALUE SPACE.
002820 77  WS-RUN-RC               PIC 9(04) VALUE ZERO.
002830 77  WS-RUN-READ-COUNT       PIC 9(09) VALUE ZERO.
002840 77  WS-RUN-PROC-COUNT       PIC 9(09) VALUE ZERO.
002850 77  WS-RUN-EXC-COUNT        PIC 9(09) VALUE ZERO.
002860 77  WS-RUN-SYS-TIME         PIC 9(08) VALUE ZERO.
002870
002880 77  WS-RUN-STARTED-SWITCH   PIC X(01) VALUE "N".
002890     88  WS-RUN-STARTED                VALUE "Y".
002900     88  WS-RUN-NOT-STARTED            VALUE "N".
002910******************************************************************
002920 PROCEDURE DIVISION.
002930******************************************************************
002940*    0000-MAINLINE
002950******************************************************************
002960 0000-MAINLINE.
002970     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002980     PERFORM 2000-INQUIRY-CYCLE THRU 2000-EXIT
002990         UNTIL WS-QUIT-YES.
003000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003010     PERFORM 9900-WRITE-RUN-END THRU 9900-EXIT.
003020     STOP RUN.
003030******************************************************************
003040*    1000-INITIALIZE - BUSINESS DATE AND THE TWO MASTERS. BOTH
003050*                      MASTERS ARE OPENED INPUT ONLY.
003060******************************************************************
003070 1000-INITIALIZE.
003080     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT.
003090     PERFORM 1060-CHECK-RUN-LEDGER THRU 1060-EXIT.
003100     OPEN INPUT ACCTMSTR.
003110     IF WS-ACCTMSTR-STATUS NOT = "00"
003120         DISPLAY "ERRO AO ABRIR ACCTMSTR - STATUS "
003130             WS-ACCTMSTR-STATUS
003140         MOVE 8 TO RETURN-CODE
003150         PERFORM 9900-WRITE-RUN-END THRU 9900-EXIT
003160         STOP RUN
003170     END-IF.
003180     OPEN INPUT CUSTMSTR.
003190     IF WS-CUSTMSTR-STATUS NOT = "00"
003200         DISPLAY "ERRO AO ABRIR CUSTMSTR - STATUS "
003210             WS-CUSTMSTR-STATUS
003220         MOVE 8 TO RETURN-CODE
003230         PERFORM 9900-WRITE-RUN-END THRU 9900-EXIT
003240         STOP RUN
003250     END-IF.
003260 1000-EXIT.
003270     EXIT.
003280******************************************************************
003290*    1050-READ-BUSINESS-DATE - THE BUSINESS DATE COMES FROM THE
003300*                 BDATECTL CONTROL RECORD, NOT THE SYSTEM CLOCK,
003310*                 SO THE DAILY ACCUMULATORS ARE JUDGED AGAINST
003320*                 THE SAME DAY THE POSTER IS WORKING.
003330******************************************************************
003340 1050-READ-BUSINESS-DATE.
003350     OPEN INPUT BDATECTL.
003360     READ BDATECTL
003370         AT END
003380             DISPLAY "ERRO: BDATECTL VAZIO"
003390             MOVE 8 TO RETURN-CODE
003400             STOP RUN
003410     END-READ.
003420     MOVE BDT-BUSINESS-DATE TO WS-CURRENT-DATE.
003430     CLOSE BDATECTL.
003440 1050-EXIT.
003450     EXIT.
003460******************************************************************
003470*    1060-CHECK-RUN-LEDGER - APPEND THE START RECORD TO THE
003480*                 RUNLEDGR RUN-STEP LEDGER. THE INQUIRY IS USED AT
003490*                 THE COUNTER ALL DAY AND WAITS FOR NO OTHER STEP,
003500*                 SO THERE IS NOTHING TO CHECK.
003510******************************************************************
003520 1060-CHECK-RUN-LEDGER.
003530     MOVE "I" TO WS-RUN-EVENT.
003540     MOVE ZERO TO WS-RUN-RC.
003550     PERFORM 1090-APPEND-RUN-ENTRY THRU 1090-EXIT.
003560     SET WS-RUN-STARTED TO TRUE.
003570 1060-EXIT.
003580     EXIT.
003590******************************************************************
003600*    1090-APPEND-RUN-ENTRY - ADD ONE START OR END RECORD TO THE
003610*                 LEDGER, STAMPED WITH THE SYSTEM CLOCK
003620******************************************************************
003630 1090-APPEND-RUN-ENTRY.
003640     OPEN EXTEND RUNLEDGR.
003650     IF WS-RUNLEDGR-STATUS = "35"
003660         OPEN OUTPUT RUNLEDGR
003670     END-IF.
003680     IF WS-RUNLEDGR-STATUS NOT = "00"
003690         DISPLAY "ERRO AO GRAVAR RUNLEDGR - STATUS "
003700             WS-RUNLEDGR-STATUS
003710         MOVE 8 TO RETURN-CODE
003720         STOP RUN
003730     END-IF.
003740     ACCEPT WS-RUN-SYS-TIME FROM TIME.
003750     MOVE SPACES TO RUN-LEDGER-RECORD.
003760     MOVE WS-CURRENT-DATE TO RUN-BUSINESS-DATE.
003770     MOVE WS-RUN-PROGRAM TO RUN-PROGRAM.
003780     MOVE WS-RUN-EVENT TO RUN-EVENT.
003790     ACCEPT RUN-TS-DATE FROM DATE YYYYMMDD.
003800     MOVE WS-RUN-SYS-TIME(1:6) TO RUN-TS-TIME.
003810     MOVE WS-RUN-RC TO RUN-RETURN-CODE.
003820     MOVE WS-RUN-READ-COUNT TO RUN-COUNT-READ.
003830     MOVE WS-RUN-PROC-COUNT TO RUN-COUNT-PROCESSED.
003840     MOVE WS-RUN-EXC-COUNT TO RUN-COUNT-EXCEPTIONS.
003850     WRITE RUN-LEDGER-RECORD.
003860     CLOSE RUNLEDGR.
003870 1090-EXIT.
003880     EXIT.
003890******************************************************************
003900*    2000-INQUIRY-CYCLE - ONE ACCOUNT: ASK FOR IT, SHOW IT, THEN
003910*                 TAKE PAGING COMMANDS UNTIL THE TELLER MOVES ON
003920******************************************************************
003930 2000-INQUIRY-CYCLE.
003940     PERFORM 2100-ASK-ACCOUNT THRU 2100-EXIT.
003950     IF WS-QUIT-YES OR WS-ACCOUNT-NOT-FOUND
003960         GO TO 2000-EXIT
003970     END-IF.
003980     PERFORM 3000-SHOW-ACCOUNT THRU 3000-EXIT.
003990     PERFORM 3500-SHOW-CUSTOMER THRU 3500-EXIT.
004000     PERFORM 5000-SHOW-PENDING-ITEMS THRU 5000-EXIT.
004010     PERFORM 4000-LOAD-HISTORY THRU 4000-EXIT.
004020     MOVE 1 TO WS-PAGE-START.
004030     PERFORM 6000-SHOW-HISTORY-PAGE THRU 6000-EXIT.
004040     SET WS-STAY-ON-ACCOUNT TO TRUE.
004050     PERFORM 7000-ASK-COMMAND THRU 7000-EXIT
004060         UNTIL WS-LEAVE-ACCOUNT.
004070 2000-EXIT.
004080     EXIT.
004090******************************************************************
004100*    2100-ASK-ACCOUNT - PROMPT FOR THE ACCOUNT NUMBER. ZERO ENDS
004110*                       THE SESSION.
004120******************************************************************
004130 2100-ASK-ACCOUNT.
004140     SET WS-ACCOUNT-NOT-FOUND TO TRUE.
004150     DISPLAY " ".
004160     DISPLAY "CONTA (0 = SAIR): " WITH NO ADVANCING.
004170     MOVE ZERO TO WS-INPUT-ACCT.
004180     ACCEPT WS-INPUT-ACCT.
004190     IF WS-INPUT-ACCT = ZERO
004200         SET WS-QUIT-YES TO TRUE
004210         GO TO 2100-EXIT
004220     END-IF.
004230     ADD 1 TO WS-ASKED-COUNT.
004240     MOVE WS-INPUT-ACCT TO ACCT-NUMBER.
004250     READ ACCTMSTR
004260         INVALID KEY
004270             DISPLAY "Conta nao encontrada."
004280             GO TO 2100-EXIT
004290     END-READ.
004300     IF WS-ACCTMSTR-STATUS NOT = "00"
004310         DISPLAY "ERRO AO LER ACCTMSTR - STATUS "
004320             WS-ACCTMSTR-STATUS
004330         GO TO 2100-EXIT
004340     END-IF.
004350     SET WS-ACCOUNT-FOUND TO TRUE.
004360     ADD 1 TO WS-SHOWN-COUNT.
004370 2100-EXIT.
004380     EXIT.
004390******************************************************************
004400*    3000-SHOW-ACCOUNT - HOLDER, STATUS, BALANCE, OVERDRAFT
004410*                 HEADROOM AND THE DAILY WITHDRAWAL LIMIT. THE
004420*                 HEADROOM IS THE PART OF THE OVERDRAFT LINE NOT
004430*                 YET DRAWN; AN ACCOUNT ALREADY PAST ITS LINE
004440*                 HAS NONE.
004450*                 DEPOSITS STILL IN COMPENSATION ARE PART OF
004460*                 THE BALANCE BUT CANNOT BE DRAWN, SO THE HEADROOM
004470*                 IS FIGURED ON THE BALANCE WITHOUT THEM AND THE
004480*                 SALDO DISPONIVEL SHOWN IS WHAT THE POSTER WILL
004490*                 LET A SAQUE OR TRANSFER TAKE.
004500******************************************************************
004510 3000-SHOW-ACCOUNT.
004520     MOVE WS-CURRENT-DATE TO WS-TL-DATE.
004530     DISPLAY WS-RULE-LINE.
004540     DISPLAY WS-TITLE-LINE.
004550     DISPLAY WS-RULE-LINE.
004560     MOVE ACCT-NUMBER TO WS-AL-ACCT.
004570     MOVE ACCT-HOLDER-NAME TO WS-AL-NAME.
004580     MOVE ACCT-CURRENCY-CODE TO WS-AL-CURRENCY.
004590     EVALUATE TRUE
004600         WHEN ACCT-STATUS-ACTIVE
004610             MOVE "ATIVA" TO WS-AL-STATUS-TEXT
004620         WHEN ACCT-STATUS-FROZEN
004630             MOVE "CONGELADA (SO CREDITO)" TO WS-AL-STATUS-TEXT
004640         WHEN ACCT-STATUS-BLOCKED
004650             MOVE "BLOQUEADA" TO WS-AL-STATUS-TEXT
004660         WHEN ACCT-STATUS-DORMANT
004670             MOVE "DORMENTE" TO WS-AL-STATUS-TEXT
004680         WHEN ACCT-STATUS-CLOSED
004690             MOVE "ENCERRADA" TO WS-AL-STATUS-TEXT
004700         WHEN OTHER
004710             MOVE "STATUS DESCONHECIDO" TO WS-AL-STATUS-TEXT
004720     END-EVALUATE.
004730     DISPLAY WS-ACCT-LINE.
004740
004750     IF ACCT-UNCOLLECTED-AMT NUMERIC
004760         MOVE ACCT-UNCOLLECTED-AMT TO WS-UNCOLLECTED
004770     ELSE
004780         MOVE ZERO TO WS-UNCOLLECTED
004790     END-IF.
004800     COMPUTE WS-COLLECTED-BALANCE = ACCT-BALANCE - WS-UNCOLLECTED.
004810     COMPUTE WS-SPENDABLE =
004820         WS-COLLECTED-BALANCE + ACCT-OVERDRAFT-LIMIT.
004830     COMPUTE WS-NEG-LIMIT = ZERO - ACCT-OVERDRAFT-LIMIT.
004840     IF WS-COLLECTED-BALANCE NOT < ZERO
004850         MOVE ACCT-OVERDRAFT-LIMIT TO WS-OD-HEADROOM
004860     ELSE
004870         IF WS-COLLECTED-BALANCE > WS-NEG-LIMIT
004880             COMPUTE WS-OD-HEADROOM =
004890                 ACCT-OVERDRAFT-LIMIT + WS-COLLECTED-BALANCE
004900         ELSE
004910             MOVE ZERO TO WS-OD-HEADROOM
004920         END-IF
004930     END-IF.
004940     MOVE ACCT-BALANCE TO WS-BL-BALANCE.
004950     MOVE ACCT-OVERDRAFT-LIMIT TO WS-BL-OD-LIMIT.
004960     MOVE WS-OD-HEADROOM TO WS-BL-HEADROOM.
004970     DISPLAY WS-BALANCE-LINE.
004980     MOVE WS-UNCOLLECTED TO WS-UL-UNCOLLECTED.
004990     MOVE WS-SPENDABLE TO WS-UL-SPENDABLE.
005000     DISPLAY WS-UNCOLLECTED-LINE.
005010
005020     IF ACCT-DAILY-DATE = WS-CURRENT-DATE
005030         MOVE ACCT-DAILY-WITHDRAWN TO WS-DAILY-USED
005040     ELSE
005050         MOVE ZERO TO WS-DAILY-USED
005060     END-IF.
005070     IF WS-DAILY-USED < ACCT-DAILY-LIMIT
005080         COMPUTE WS-DAILY-LEFT = ACCT-DAILY-LIMIT - WS-DAILY-USED
005090     ELSE
005100         MOVE ZERO TO WS-DAILY-LEFT
005110     END-IF.
005120     MOVE ACCT-DAILY-LIMIT TO WS-DL-LIMIT.
005130     MOVE WS-DAILY-USED TO WS-DL-USED.
005140     MOVE WS-DAILY-LEFT TO WS-DL-LEFT.
005150     DISPLAY WS-DAILY-LINE.
005160 3000-EXIT.
005170     EXIT.
005180******************************************************************
005190*    3500-SHOW-CUSTOMER - THE OWNING CUSTOMER'S AGGREGATE DAILY
005200*                 DEBIT CEILING AND TODAY'S USE ACROSS ALL OF
005210*                 THE CUSTOMER'S ACCOUNTS
005220******************************************************************
005230 3500-SHOW-CUSTOMER.
005240     IF ACCT-CUSTOMER-ID = ZERO
005250         DISPLAY "CLIENTE: CONTA NAO VINCULADA"
005260         GO TO 3500-EXIT
005270     END-IF.
005280     MOVE ACCT-CUSTOMER-ID TO CUST-ID.
005290     SET WS-CUSTOMER-FOUND TO TRUE.
005300     READ CUSTMSTR
005310         INVALID KEY
005320             SET WS-CUSTOMER-NOT-FOUND TO TRUE
005330     END-READ.
005340     IF WS-CUSTOMER-NOT-FOUND
005350         DISPLAY "CLIENTE " ACCT-CUSTOMER-ID " NAO ENCONTRADO"
005360         GO TO 3500-EXIT
005370     END-IF.
005380     MOVE CUST-ID TO WS-CI-ID.
005390     MOVE CUST-NAME TO WS-CI-NAME.
005400     DISPLAY WS-CUST-ID-LINE.
005410     IF CUST-DAILY-DATE = WS-CURRENT-DATE
005420         MOVE CUST-DAILY-DEBITED TO WS-CUST-USED
005430     ELSE
005440         MOVE ZERO TO WS-CUST-USED
005450     END-IF.
005460     IF WS-CUST-USED < CUST-DAILY-DEBIT-LIMIT
005470         COMPUTE WS-CUST-LEFT =
005480             CUST-DAILY-DEBIT-LIMIT - WS-CUST-USED
005490     ELSE
005500         MOVE ZERO TO WS-CUST-LEFT
005510     END-IF.
005520     MOVE CUST-DAILY-DEBIT-LIMIT TO WS-CL-LIMIT.
005530     MOVE WS-CUST-USED TO WS-CL-USED.
005540     MOVE WS-CUST-LEFT TO WS-CL-LEFT.
005550     DISPLAY WS-CUST-LINE.
005560 3500-EXIT.
005570     EXIT.
005580******************************************************************
005590*    4000-LOAD-HISTORY - PASS THE WHOLE AUDITLOG KEEPING THE
005600*                 LAST WS-HIST-MAX ENTRIES FOR THE ACCOUNT IN A
005610*                 RING, SO THE OLDEST IS OVERWRITTEN FIRST. NO
005620*                 AUDITLOG YET (STATUS 35) MEANS NO HISTORY.
005630******************************************************************
005640 4000-LOAD-HISTORY.
005650     MOVE ZERO TO WS-HIST-TOTAL WS-HIST-COUNT.
005660     OPEN INPUT AUDITLOG.
005670     IF WS-AUDITLOG-STATUS = "35"
005680         GO TO 4000-EXIT
005690     END-IF.
005700     IF WS-AUDITLOG-STATUS NOT = "00"
005710         DISPLAY "ERRO AO ABRIR AUDITLOG - STATUS "
005720             WS-AUDITLOG-STATUS
005730         GO TO 4000-EXIT
005740     END-IF.
005750     SET WS-FILE-NOT-EOF TO TRUE.
005760     PERFORM 4100-READ-ONE-AUDIT THRU 4100-EXIT
005770         UNTIL WS-FILE-EOF.
005780     CLOSE AUDITLOG.
005790     IF WS-HIST-TOTAL > WS-HIST-MAX
005800         MOVE WS-HIST-MAX TO WS-HIST-COUNT
005810     ELSE
005820         MOVE WS-HIST-TOTAL TO WS-HIST-COUNT
005830     END-IF.
005840 4000-EXIT.
005850     EXIT.
005860******************************************************************
005870*    4100-READ-ONE-AUDIT - KEEP THE ENTRY IF IT IS FOR THE
005880*                 ACCOUNT. SLOT = (TOTAL MOD MAX) + 1.
005890******************************************************************
005900 4100-READ-ONE-AUDIT.
005910     READ AUDITLOG
005920         AT END
005930             SET WS-FILE-EOF TO TRUE
005940             GO TO 4100-EXIT
005950     END-READ.
005960     IF AUD-ACCT-NUMBER NOT = ACCT-NUMBER
005970         GO TO 4100-EXIT
005980     END-IF.
005990     DIVIDE WS-HIST-TOTAL BY WS-HIST-MAX GIVING WS-HIST-QUOT
006000         REMAINDER WS-HIST-SLOT.
006010     ADD 1 TO WS-HIST-SLOT.
006020     ADD 1 TO WS-HIST-TOTAL.
006030     MOVE AUD-TRAN-TYPE TO WS-HIST-TYPE(WS-HIST-SLOT).
006040     MOVE AUD-TS-DATE TO WS-HIST-DATE(WS-HIST-SLOT).
006050     MOVE AUD-TS-TIME TO WS-HIST-TIME(WS-HIST-SLOT).
006060     MOVE AUD-REQUESTED-AMT TO WS-HIST-AMOUNT(WS-HIST-SLOT).
006070     MOVE AUD-OUTCOME-MSG TO WS-HIST-MSG(WS-HIST-SLOT).
006080     MOVE AUD-REFERENCE TO WS-HIST-REFERENCE(WS-HIST-SLOT).
006090 4100-EXIT.
006100     EXIT.
006110******************************************************************
006120*    5000-SHOW-PENDING-ITEMS - ANYTHING FOR THE ACCOUNT, ON
006130*                 EITHER SIDE, STILL ON THE HOLDOUT SUPERVISOR
006140*                 QUEUE OR THE SUSPOUT SUSPENSE FILE. A FILE NOT
006150*                 THERE (STATUS 35) SIMPLY HOLDS NOTHING.
006160******************************************************************
006170 5000-SHOW-PENDING-ITEMS.
006180     MOVE ZERO TO WS-PENDING-COUNT.
006190     OPEN INPUT HOLDOUT.
006200     IF WS-HOLDOUT-STATUS = "00"
006210         SET WS-FILE-NOT-EOF TO TRUE
006220         PERFORM 5100-READ-ONE-HOLD THRU 5100-EXIT
006230             UNTIL WS-FILE-EOF
006240         CLOSE HOLDOUT
006250     END-IF.
006260     OPEN INPUT SUSPOUT.
006270     IF WS-SUSPOUT-STATUS = "00"
006280         SET WS-FILE-NOT-EOF TO TRUE
006290         PERFORM 5200-READ-ONE-SUSPENSE THRU 5200-EXIT
006300             UNTIL WS-FILE-EOF
006310         CLOSE SUSPOUT
006320     END-IF.
006330     IF WS-PENDING-COUNT = ZERO
006340         DISPLAY "PENDENCIAS: NENHUMA"
006350     END-IF.
006360 5000-EXIT.
006370     EXIT.
006380******************************************************************
006390*    5100-READ-ONE-HOLD
006400******************************************************************
006410 5100-READ-ONE-HOLD.
006420     READ HOLDOUT
006430         AT END
006440             SET WS-FILE-EOF TO TRUE
006450             GO TO 5100-EXIT
006460     END-READ.
006470     IF HOLD-ACCT-NUMBER NOT = ACCT-NUMBER
006480         AND HOLD-CREDIT-ACCT NOT = ACCT-NUMBER
006490         GO TO 5100-EXIT
006500     END-IF.
006510     ADD 1 TO WS-PENDING-COUNT.
006520     MOVE HOLD-TRAN-TYPE TO WS-HL-TYPE.
006530     MOVE HOLD-AMOUNT TO WS-HL-AMOUNT.
006540     MOVE HOLD-REFERENCE TO WS-HL-REFERENCE.
006550     MOVE HOLD-DATE TO WS-HL-DATE.
006560     IF HOLD-ACCT-NUMBER = ACCT-NUMBER
006570         MOVE HOLD-CREDIT-ACCT TO WS-HL-OTHER-ACCT
006580     ELSE
006590         MOVE HOLD-ACCT-NUMBER TO WS-HL-OTHER-ACCT
006600     END-IF.
006610     DISPLAY WS-HOLD-LINE.
006620 5100-EXIT.
006630     EXIT.
006640******************************************************************
006650*    5200-READ-ONE-SUSPENSE
006660******************************************************************
006670 5200-READ-ONE-SUSPENSE.
006680     READ SUSPOUT
006690         AT END
006700             SET WS-FILE-EOF TO TRUE
006710             GO TO 5200-EXIT
006720     END-READ.
006730     IF SUSP-ACCT-NUMBER NOT = ACCT-NUMBER
006740         AND SUSP-CREDIT-ACCT NOT = ACCT-NUMBER
006750         GO TO 5200-EXIT
006760     END-IF.
006770     ADD 1 TO WS-PENDING-COUNT.
006780     MOVE SUSP-TRAN-TYPE TO WS-SL-TYPE.
006790     MOVE SUSP-AMOUNT TO WS-SL-AMOUNT.
006800     MOVE SUSP-REFERENCE TO WS-SL-REFERENCE.
006810     MOVE SUSP-REASON TO WS-SL-REASON.
006820     MOVE SUSP-RETRY-COUNT TO WS-SL-RETRIES.
006830     DISPLAY WS-SUSP-LINE.
006840 5200-EXIT.
006850     EXIT.
006860******************************************************************
006870*    6000-SHOW-HISTORY-PAGE - WS-PAGE-START COUNTS FROM THE
006880*                 NEWEST ENTRY (1). ENTRY K, NEWEST FIRST, SITS
006890*                 IN SLOT ((TOTAL - K) MOD MAX) + 1 OF THE RING.
006900******************************************************************
006910 6000-SHOW-HISTORY-PAGE.
006920     DISPLAY WS-RULE-LINE.
006930     IF WS-HIST-COUNT = ZERO
006940         DISPLAY "HISTORICO: NENHUM MOVIMENTO NO AUDITLOG"
006950         GO TO 6000-EXIT
006960     END-IF.
006970     COMPUTE WS-PAGE-END = WS-PAGE-START + WS-PAGE-SIZE - 1.
006980     IF WS-PAGE-END > WS-HIST-COUNT
006990         MOVE WS-HIST-COUNT TO WS-PAGE-END
007000     END-IF.
007010     MOVE WS-PAGE-START TO WS-HH-FROM.
007020     MOVE WS-PAGE-END TO WS-HH-TO.
007030     MOVE WS-HIST-COUNT TO WS-HH-COUNT.
007040     DISPLAY WS-HIST-HEAD-LINE.
007050     PERFORM 6100-SHOW-ONE-ENTRY THRU 6100-EXIT
007060         VARYING WS-SHOW-SUB FROM WS-PAGE-START BY 1
007070         UNTIL WS-SHOW-SUB > WS-PAGE-END.
007080 6000-EXIT.
007090     EXIT.
007100******************************************************************
007110*    6100-SHOW-ONE-ENTRY
007120******************************************************************
007130 6100-SHOW-ONE-ENTRY.
007140     COMPUTE WS-HIST-QUOT = WS-HIST-TOTAL - WS-SHOW-SUB.
007150     DIVIDE WS-HIST-QUOT BY WS-HIST-MAX GIVING WS-HIST-QUOT
007160         REMAINDER WS-HIST-SLOT.
007170     ADD 1 TO WS-HIST-SLOT.
007180     MOVE WS-HIST-DATE(WS-HIST-SLOT) TO WS-HD-DATE.
007190     MOVE WS-HIST-TIME(WS-HIST-SLOT) TO WS-HD-TIME.
007200     MOVE WS-HIST-TYPE(WS-HIST-SLOT) TO WS-HD-TYPE.
007210     MOVE WS-HIST-AMOUNT(WS-HIST-SLOT) TO WS-HD-AMOUNT.
007220     MOVE WS-HIST-MSG(WS-HIST-SLOT) TO WS-HD-MSG.
007230     MOVE WS-HIST-REFERENCE(WS-HIST-SLOT) TO WS-HD-REFERENCE.
007240     DISPLAY WS-HIST-LINE.
007250 6100-EXIT.
007260     EXIT.
007270******************************************************************
007280*    7000-ASK-COMMAND - P (OR ENTER) NEXT PAGE, OLDER; A
007290*                 PREVIOUS PAGE, NEWER; C ANOTHER ACCOUNT;
007300*                 S END THE SESSION
007310******************************************************************
007320 7000-ASK-COMMAND.
007330     DISPLAY "P=PROXIMA A=ANTERIOR C=OUTRA CONTA S=SAIR: "
007340         WITH NO ADVANCING.
007350     MOVE SPACE TO WS-COMMAND.
007360     ACCEPT WS-COMMAND.
007370     EVALUATE WS-COMMAND
007380         WHEN "P"
007390         WHEN "p"
007400         WHEN SPACE
007410             IF WS-PAGE-START + WS-PAGE-SIZE > WS-HIST-COUNT
007420                 DISPLAY "Fim do historico."
007430             ELSE
007440                 ADD WS-PAGE-SIZE TO WS-PAGE-START
007450                 PERFORM 6000-SHOW-HISTORY-PAGE THRU 6000-EXIT
007460             END-IF
007470         WHEN "A"
007480         WHEN "a"
007490             IF WS-PAGE-START = 1
007500                 DISPLAY "Inicio do historico."
007510             ELSE
007520                 SUBTRACT WS-PAGE-SIZE FROM WS-PAGE-START
007530                 PERFORM 6000-SHOW-HISTORY-PAGE THRU 6000-EXIT
007540             END-IF
007550         WHEN "C"
007560         WHEN "c"
007570             SET WS-LEAVE-ACCOUNT TO TRUE
007580         WHEN "S"
007590         WHEN "s"
007600             SET WS-LEAVE-ACCOUNT TO TRUE
007610             SET WS-QUIT-YES TO TRUE
007620         WHEN OTHER
007630             DISPLAY "Comando invalido."
007640     END-EVALUATE.
007650 7000-EXIT.
007660     EXIT.
007670******************************************************************
007680*    9000-TERMINATE - CLOSE THE MASTERS
007690******************************************************************
007700 9000-TERMINATE.
007710     CLOSE ACCTMSTR.
007720     CLOSE CUSTMSTR.
007730 9000-EXIT.
007740     EXIT.
007750******************************************************************
007760*    9900-WRITE-RUN-END - CLOSE THIS STEP'S LEDGER ENTRY WITH
007770*                 ITS RETURN CODE AND KEY COUNTS.
007780*                 PERFORMED AHEAD OF EVERY STOP RUN ONCE THE
007790*                 START RECORD IS ON THE LEDGER.
007800******************************************************************
007810 9900-WRITE-RUN-END.
007820     IF WS-RUN-NOT-STARTED
007830         GO TO 9900-EXIT
007840     END-IF.
007850     SET WS-RUN-NOT-STARTED TO TRUE.
007860     MOVE "F" TO WS-RUN-EVENT.
007870     MOVE RETURN-CODE TO WS-RUN-RC.
007880     MOVE WS-ASKED-COUNT TO WS-RUN-READ-COUNT.
007890     MOVE WS-SHOWN-COUNT TO WS-RUN-PROC-COUNT.
007900     COMPUTE WS-RUN-EXC-COUNT = WS-ASKED-COUNT - WS-SHOWN-COUNT.
007910     PERFORM 1090-APPEND-RUN-ENTRY THRU 1090-EXIT.
007920 9900-EXIT.
007930     EXIT.
007940
007950 END PROGRAM VLD-ACC-CON.
