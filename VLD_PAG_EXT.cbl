000010******************************************************************
000020* PROGRAM-ID:   VLD-PAG-EXT
000030* AUTHOR:       GABRIELLY ANDRADE
000040* INSTALLATION: RETAIL BANKING SYSTEMS
000050* DATE-WRITTEN: 15/10/2026
000060* DATE-COMPILED:
000070* PURPOSE:      NIGHTLY OUTBOUND INTERBANK PAYMENT FILE. READS THE
000080*               PAGPEND QUEUE OF EXTERNAL PAYMENTS POSTED BY
000090*               VLD-SAQ-BANC AND WRITES THEM TO PAGOUT IN THE
000100*               CLEARING HOUSE FORMAT (SEE PAGOREC): A FILE HEADER
000110*               NAMING THIS BANK BY ITS PAGPARM CLEARING CODE, ONE
000120*               SETTLEMENT CYCLE PER CURRENCY - IN THE ORDER THE
000130*               CURRENCIES FIRST APPEAR ON PAGPEND, EACH SETTLING
000140*               ON THE BDATECTL BUSINESS DATE AND CLOSED BY A
000150*               TRAILER WITH ITS ITEM COUNT AND HASH TOTAL - AND A
000160*               FILE TRAILER WITH THE OVERALL COUNTS AND HASH.
000170*               EVERY ITEM SENT IS THEN APPENDED TO PAGSENT, THE
000180*               REGISTER OF PAYMENTS AWAITING SETTLEMENT THAT
000190*               VLD-PAG-RET WORKS AGAINST, STAMPED WITH THE DATE
000200*               SENT AND ITS CYCLE, AND ONLY THEN IS PAGPEND
000210*               EMPTIED. A MISSING PAGPEND (STATUS 35) IS A NIGHT
000220*               WITH NOTHING TO SEND - THE FILE CARRIES ITS HEADER
000230*               AND TRAILER ONLY. A QUEUE TOO LARGE FOR ONE FILE
000240*               ENDS THE RUN WITH RETURN CODE 8 BEFORE ANYTHING IS
000250*               WRITTEN.
000260* TECTONICS:    COBC
000270*----------------------------------------------------------------
000280* MODIFICATION HISTORY
000290*   DATE        INIT  DESCRIPTION
000300*   15/10/2026  GA    INITIAL VERSION - OUTBOUND PAYMENT FILE.
000310*                     EACH RUN IS RECORDED ON THE RUNLEDGR
000320*                     RUN-STEP LEDGER AND IS REFUSED WITH RETURN
000330*                     CODE 8 FOR A BUSINESS DATE THE STEP HAS
000340*                     ALREADY ENDED CLEANLY OR BEFORE VLD-SAQ-BANC
000350*                     HAS.
000360*   15/10/2026  GA    PAGSENT AND THE PENDING TABLE NOW TAKE THEIR
000370*                     LAYOUT FROM THE PAGREC COPYBOOK.
000380******************************************************************
000390 IDENTIFICATION DIVISION.
000400 PROGRAM-ID. VLD-PAG-EXT.
000410 AUTHOR. GABRIELLY ANDRADE.
000420 INSTALLATION. RETAIL BANKING SYSTEMS.
000430 DATE-WRITTEN. 15/10/2026.
000440 DATE-COMPILED. 15/10/2026.
000450******************************************************************
000460 ENVIRONMENT DIVISION.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT PAGPARM ASSIGN TO PAGPARM
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-PAGPARM-STATUS.
000520
000530     SELECT PAGPEND ASSIGN TO PAGPEND
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-PAGPEND-STATUS.
000560
000570     SELECT PAGOUT ASSIGN TO PAGOUT
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-PAGOUT-STATUS.
000600
000610     SELECT PAGSENT ASSIGN TO PAGSENT
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-PAGSENT-STATUS.
000640
000650     SELECT PAGRPT ASSIGN TO PAGRPT
000660         ORGANIZATION IS LINE SEQUENTIAL.
000670
000680     SELECT BDATECTL ASSIGN TO BDATECTL
000690         ORGANIZATION IS LINE SEQUENTIAL.
000700
000710     SELECT RUNLEDGR ASSIGN TO RUNLEDGR
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-RUNLEDGR-STATUS.
000740******************************************************************
000750 DATA DIVISION.
000760 FILE SECTION.
000770 FD  PAGPARM
000780     LABEL RECORDS ARE STANDARD.
000790     COPY PAGPARM.
000800
000810 FD  PAGPEND
000820     LABEL RECORDS ARE STANDARD.
000830     COPY PAGREC.
000840
000850 FD  PAGOUT
000860     LABEL RECORDS ARE STANDARD.
000870     COPY PAGOREC.
000880
000890 FD  PAGSENT
000900     LABEL RECORDS ARE STANDARD.
000910     COPY PAGREC REPLACING LEADING ==PAG-== BY ==PGS-==.
000920
000930 FD  PAGRPT
000940     LABEL RECORDS ARE STANDARD.
000950 01  PAG-REPORT-LINE         PIC X(80).
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
001060 77  WS-EOF-SWITCH           PIC X(01) VALUE "N".
001070     88  WS-EOF-YES                    VALUE "Y".
001080     88  WS-EOF-NO                     VALUE "N".
001090
001100 77  WS-PAGPEND-SWITCH       PIC X(01) VALUE "N".
001110     88  WS-PAGPEND-PRESENT             VALUE "Y".
001120     88  WS-PAGPEND-ABSENT              VALUE "N".
001130
001140 77  WS-CYCLE-SWITCH         PIC X(01) VALUE "N".
001150     88  WS-CYCLE-FOUND                 VALUE "Y".
001160     88  WS-CYCLE-NOT-FOUND             VALUE "N".
001170
001180 77  WS-PAGPARM-STATUS       PIC X(02) VALUE "00".
001190 77  WS-PAGPEND-STATUS       PIC X(02) VALUE "00".
001200 77  WS-PAGOUT-STATUS        PIC X(02) VALUE "00".
001210 77  WS-PAGSENT-STATUS       PIC X(02) VALUE "00".
001220
001230 77  WS-CURRENT-DATE         PIC 9(08) VALUE ZERO.
001240 77  WS-CURRENT-TIME         PIC 9(08) VALUE ZERO.
001250 77  WS-BANK-CODE            PIC 9(03) VALUE ZERO.
001260
001270 77  WS-READ-COUNT           PIC 9(07) COMP VALUE ZERO.
001280 77  WS-ITEM-COUNT           PIC 9(07) COMP VALUE ZERO.
001290 77  WS-RECORD-COUNT         PIC 9(07) COMP VALUE ZERO.
001300 77  WS-HASH-TOTAL           PIC 9(15)V99 VALUE ZERO.
001310
001320 77  WS-PEND-COUNT           PIC 9(05) COMP VALUE ZERO.
001330 77  WS-PEND-SUB             PIC 9(05) COMP VALUE ZERO.
001340 77  WS-CYCLE-COUNT          PIC 9(03) COMP VALUE ZERO.
001350 77  WS-CYCLE-SUB            PIC 9(03) COMP VALUE ZERO.
001360
001370*    TONIGHT'S QUEUE - ONE PAGREC LAYOUT PER ENTRY, SO A PAGPEND
001380*    RECORD MOVES IN WHOLE AND AN ENTRY MOVES OUT WHOLE TO PAGSENT
001390 01  WS-PEND-TABLE.
001400     COPY PAGREC REPLACING
001410         ==01  PAG-RECORD.== BY
001420         ==03  WS-PEND-ENTRY OCCURS 5000 TIMES.==
001430         LEADING ==PAG-== BY ==WS-PD-==.
001440
001450*    ONE SETTLEMENT CYCLE PER CURRENCY, IN FIRST-SEEN ORDER
001460 01  WS-CYCLE-TABLE.
001470     05  WS-CYCLE-ENTRY      OCCURS 20 TIMES.
001480         10  WS-CY-CURRENCY          PIC X(03).
001490         10  WS-CY-ITEM-COUNT        PIC 9(06).
001500         10  WS-CY-HASH-TOTAL        PIC 9(15)V99.
001510
001520 01  WS-TITLE-LINE.
001530     05  FILLER              PIC X(47) VALUE
001540         "ARQUIVO DE PAGAMENTOS EXTERNOS - VLD-PAG-EXT".
001550
001560 01  WS-DATE-LINE.
001570     05  FILLER              PIC X(16) VALUE "DATA CONTABIL: ".
001580     05  WS-DT-DATE          PIC 9(08).
001590
001600 01  WS-RULE-LINE.
001610     05  FILLER              PIC X(60) VALUE ALL "-".
001620
001630 01  WS-RESULT-LINE.
001640     05  WS-RL-ACCT          PIC 9(10).
001650     05  FILLER              PIC X(02) VALUE SPACES.
001660     05  WS-RL-REFERENCE     PIC X(14).
001670     05  FILLER              PIC X(01) VALUE SPACES.
001680     05  WS-RL-AMOUNT        PIC Z(9)9.99.
001690     05  FILLER              PIC X(02) VALUE SPACES.
001700     05  WS-RL-BANK          PIC 9(03).
001710     05  FILLER              PIC X(01) VALUE SPACES.
001720     05  WS-RL-BRANCH        PIC 9(04).
001730     05  FILLER              PIC X(01) VALUE SPACES.
001740     05  WS-RL-BENEF-ACCOUNT PIC X(12).
001750
001760 01  WS-CYCLE-LINE.
001770     05  FILLER              PIC X(06) VALUE "CICLO ".
001780     05  WS-CYL-CYCLE        PIC 9(03).
001790     05  FILLER              PIC X(08) VALUE "  MOEDA ".
001800     05  WS-CYL-CURRENCY     PIC X(03).
001810     05  FILLER              PIC X(08) VALUE "  ITENS ".
001820     05  WS-CYL-COUNT        PIC ZZZ,ZZ9.
001830     05  FILLER              PIC X(08) VALUE "  TOTAL ".
001840     05  WS-CYL-AMOUNT       PIC Z(14)9.99.
001850
001860 01  WS-COUNT-LINE.
001870     05  WS-CL-LABEL         PIC X(29).
001880     05  WS-CL-COUNT         PIC ZZZ,ZZZ,ZZ9.
001890
001900 01  WS-TOTAL-LINE.
001910     05  WS-TL-LABEL         PIC X(29).
001920     05  WS-TL-AMOUNT        PIC Z(14)9.99.
001930*
001940*    RUN-STEP LEDGER CONTROL
001950*
001960 77  WS-RUNLEDGR-STATUS      PIC X(02) VALUE "00".
001970 77  WS-RUN-PROGRAM          PIC X(12) VALUE "VLD-PAG-EXT".
001980 77  WS-RUN-EVENT            PIC X(01) VALUE SPACE.
001990 77  WS-RUN-RC               PIC 9(04) VALUE ZERO.
002000 77  WS-RUN-READ-COUNT       PIC 9(09) VALUE ZERO.
002010 77  WS-RUN-PROC-COUNT       PIC 9(09) VALUE ZERO.
002020 77  WS-RUN-EXC-COUNT        PIC 9(09) VALUE ZERO.
002030 77  WS-RUN-SYS-TIME         PIC 9(08) VALUE ZERO.
002040
002050 77  WS-RUN-STARTED-SWITCH   PIC X(01) VALUE "N".
002060     88  WS-RUN-STARTED                VALUE "Y".
002070     88  WS-RUN-NOT-STARTED            VALUE "N".
002080
002090 77  WS-RUN-DONE-SWITCH      PIC X(01) VALUE "N".
002100     88  WS-RUN-ALREADY-DONE           VALUE "Y".
002110
002120 77  WS-RUN-EOF-SWITCH       PIC X(01) VALUE "N".
002130     88  WS-RUN-EOF                    VALUE "Y".
002140     88  WS-RUN-NOT-EOF                VALUE "N".
002150
002160 77  WS-RUN-PREREQ-SWITCH    PIC X(01) VALUE "N".
002170     88  WS-RUN-PREREQ-MISSING         VALUE "Y".
002180
002190 77  WS-RUN-PRQ-COUNT        PIC 9(02) COMP VALUE 1.
002200
002210*    PREDECESSORS THAT MUST HAVE ENDED CLEANLY FOR THE SAME
002220*    BUSINESS DATE - PROGRAM, WHEN REQUIRED (D = EVERY DAY,
002230*    M = LAST DAY OF THE MONTH ONLY) AND THE FOUND FLAG
002240 01  WS-RUN-PRQ-VALUES.
002250     05  FILLER              PIC X(14) VALUE
002260         "VLD-SAQ-BANCDN".
002270 01  WS-RUN-PRQ-TABLE REDEFINES WS-RUN-PRQ-VALUES.
002280     05  WS-RUN-PRQ-ENTRY    OCCURS 1 TIMES
002290                             INDEXED BY WS-RUN-IDX.
002300         10  WS-RUN-PRQ-PROGRAM      PIC X(12).
002310         10  WS-RUN-PRQ-WHEN         PIC X(01).
002320             88  WS-RUN-PRQ-MONTH-END-ONLY     VALUE "M".
002330         10  WS-RUN-PRQ-DONE         PIC X(01).
002340             88  WS-RUN-PRQ-CLEAN              VALUE "Y".
002350******************************************************************
002360 PROCEDURE DIVISION.
002370******************************************************************
002380*    0000-MAINLINE
002390******************************************************************
002400 0000-MAINLINE.
002410     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002420     PERFORM 3000-WRITE-FILE-HEADER THRU 3000-EXIT.
002430     PERFORM 4000-WRITE-CYCLE THRU 4000-EXIT
002440         VARYING WS-CYCLE-SUB FROM 1 BY 1
002450         UNTIL WS-CYCLE-SUB > WS-CYCLE-COUNT.
002460     PERFORM 5000-WRITE-FILE-TRAILER THRU 5000-EXIT.
002470     PERFORM 7000-RECORD-SENT-ITEM THRU 7000-EXIT
002480         VARYING WS-PEND-SUB FROM 1 BY 1
002490         UNTIL WS-PEND-SUB > WS-PEND-COUNT.
002500     PERFORM 7500-EMPTY-PENDING THRU 7500-EXIT.
002510     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002520     PERFORM 9900-WRITE-RUN-END THRU 9900-EXIT.
002530     STOP RUN.
002540******************************************************************
002550*    1000-INITIALIZE - READ THE PARAMETERS, LOAD THE QUEUE AND
002560*                 ITS CYCLES, THEN OPEN THE OUTPUT FILES AND
002570*                 PRINT THE TITLE
002580******************************************************************
002590 1000-INITIALIZE.
002600     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT.
002610     PERFORM 1060-CHECK-RUN-LEDGER THRU 1060-EXIT.
002620     PERFORM 1100-READ-PARAMETERS THRU 1100-EXIT.
002630     PERFORM 1200-LOAD-PENDING THRU 1200-EXIT.
002640     OPEN OUTPUT PAGOUT.
002650     IF WS-PAGOUT-STATUS NOT = "00"
002660         DISPLAY "ERRO AO ABRIR PAGOUT - STATUS "
002670             WS-PAGOUT-STATUS
002680         MOVE 8 TO RETURN-CODE
002690         PERFORM 9900-WRITE-RUN-END THRU 9900-EXIT
002700         STOP RUN
002710     END-IF.
002720     OPEN EXTEND PAGSENT.
002730     IF WS-PAGSENT-STATUS = "35"
002740         OPEN OUTPUT PAGSENT
002750     END-IF.
002760     IF WS-PAGSENT-STATUS NOT = "00"
002770         DISPLAY "ERRO AO ABRIR PAGSENT - STATUS "
002780             WS-PAGSENT-STATUS
002790         MOVE 8 TO RETURN-CODE
002800         PERFORM 9900-WRITE-RUN-END THRU 9900-EXIT
002810         STOP RUN
002820     END-IF.
002830     OPEN OUTPUT PAGRPT.
002840     MOVE WS-TITLE-LINE TO PAG-REPORT-LINE.
002850     WRITE PAG-REPORT-LINE.
002860     MOVE WS-CURRENT-DATE TO WS-DT-DATE.
002870     MOVE WS-DATE-LINE TO PAG-REPORT-LINE.
002880     WRITE PAG-REPORT-LINE.
002890     MOVE WS-RULE-LINE TO PAG-REPORT-LINE.
002900     WRITE PAG-REPORT-LINE.
002910 1000-EXIT.
002920     EXIT.
002930******************************************************************
002940*    1050-READ-BUSINESS-DATE - THE BUSINESS DATE COMES FROM THE
002950*                 BDATECTL CONTROL RECORD, NOT THE SYSTEM CLOCK,
002960*                 SO A LATE OR RERUN JOB STILL WORKS THE RIGHT
002970*                 BUSINESS DAY. ONLY THE VLD-DIA-FCH END-OF-DAY
002980*                 CLOSE ADVANCES IT.
002990******************************************************************
003000 1050-READ-BUSINESS-DATE.
003010     OPEN INPUT BDATECTL.
003020     READ BDATECTL
003030         AT END
003040             DISPLAY "ERRO: BDATECTL VAZIO"
003050             MOVE 8 TO RETURN-CODE
003060             PERFORM 9900-WRITE-RUN-END THRU 9900-EXIT
003070             STOP RUN
003080     END-READ.
003090     MOVE BDT-BUSINESS-DATE TO WS-CURRENT-DATE.
003100     CLOSE BDATECTL.
003110 1050-EXIT.
003120     EXIT.
003130******************************************************************
003140*    1060-CHECK-RUN-LEDGER - REFUSE TO START WHEN THIS STEP HAS
003150*                 ALREADY ENDED CLEANLY FOR THE BUSINESS DATE
003160*                 OR WHEN A REQUIRED PREDECESSOR HAS NOT, THEN
003170*                 APPEND THE START RECORD TO THE RUNLEDGR
003180*                 RUN-STEP LEDGER. A MISSING LEDGER IS AN
003190*                 EMPTY ONE.
003200******************************************************************
003210 1060-CHECK-RUN-LEDGER.
003220     OPEN INPUT RUNLEDGR.
003230     IF WS-RUNLEDGR-STATUS NOT = "00"
003240         AND WS-RUNLEDGR-STATUS NOT = "35"
003250         DISPLAY "ERRO AO ABRIR RUNLEDGR - STATUS "
003260             WS-RUNLEDGR-STATUS
003270         MOVE 8 TO RETURN-CODE
003280         STOP RUN
003290     END-IF.
003300     IF WS-RUNLEDGR-STATUS = "00"
003310         PERFORM 1070-READ-RUN-ENTRY THRU 1070-EXIT
003320             UNTIL WS-RUN-EOF
003330         CLOSE RUNLEDGR
003340     END-IF.
003350     IF WS-RUN-ALREADY-DONE
003360         DISPLAY "ERRO: " WS-RUN-PROGRAM " JA CONCLUIDO PARA "
003370             WS-CURRENT-DATE
003380         MOVE 8 TO RETURN-CODE
003390         STOP RUN
003400     END-IF.
003410     PERFORM 1080-CHECK-ONE-PREREQ THRU 1080-EXIT
003420         VARYING WS-RUN-IDX FROM 1 BY 1
003430         UNTIL WS-RUN-IDX > WS-RUN-PRQ-COUNT.
003440     IF WS-RUN-PREREQ-MISSING
003450         MOVE 8 TO RETURN-CODE
003460         STOP RUN
003470     END-IF.
003480     MOVE "I" TO WS-RUN-EVENT.
003490     MOVE ZERO TO WS-RUN-RC.
003500     PERFORM 1090-APPEND-RUN-ENTRY THRU 1090-EXIT.
003510     SET WS-RUN-STARTED TO TRUE.
003520 1060-EXIT.
003530     EXIT.
003540******************************************************************
003550*    1070-READ-RUN-ENTRY - ONLY AN END RECORD WITH RETURN CODE
003560*                 ZERO FOR THE BUSINESS DATE COUNTS AS A CLEAN
003570*                 COMPLETION
003580******************************************************************
003590 1070-READ-RUN-ENTRY.
003600     READ RUNLEDGR
003610         AT END
003620             SET WS-RUN-EOF TO TRUE
003630             GO TO 1070-EXIT
003640     END-READ.
003650     IF RUN-BUSINESS-DATE NOT = WS-CURRENT-DATE
003660         OR NOT RUN-EVENT-END
003670         OR RUN-RETURN-CODE NOT = ZERO
003680         GO TO 1070-EXIT
003690     END-IF.
003700     IF RUN-PROGRAM = WS-RUN-PROGRAM
003710         SET WS-RUN-ALREADY-DONE TO TRUE
003720     END-IF.
003730     PERFORM 1075-MARK-PREREQ THRU 1075-EXIT
003740         VARYING WS-RUN-IDX FROM 1 BY 1
003750         UNTIL WS-RUN-IDX > WS-RUN-PRQ-COUNT.
003760 1070-EXIT.
003770     EXIT.
003780******************************************************************
003790*    1075-MARK-PREREQ - FLAG A PREDECESSOR SEEN CLEAN
003800******************************************************************
003810 1075-MARK-PREREQ.
003820     IF WS-RUN-PRQ-PROGRAM(WS-RUN-IDX) = RUN-PROGRAM
003830         MOVE "Y" TO WS-RUN-PRQ-DONE(WS-RUN-IDX)
003840     END-IF.
003850 1075-EXIT.
003860     EXIT.
003870******************************************************************
003880*    1080-CHECK-ONE-PREREQ - NAME EVERY REQUIRED PREDECESSOR NOT
003890*                 YET ENDED CLEANLY FOR THE BUSINESS DATE
003900******************************************************************
003910 1080-CHECK-ONE-PREREQ.
003920     IF NOT WS-RUN-PRQ-CLEAN(WS-RUN-IDX)
003930         DISPLAY "ERRO: PREDECESSOR "
003940             WS-RUN-PRQ-PROGRAM(WS-RUN-IDX)
003950             " NAO CONCLUIDO PARA " WS-CURRENT-DATE
003960         SET WS-RUN-PREREQ-MISSING TO TRUE
003970     END-IF.
003980 1080-EXIT.
003990     EXIT.
004000******************************************************************
004010*    1090-APPEND-RUN-ENTRY - ADD ONE START OR END RECORD TO THE
004020*                 LEDGER, STAMPED WITH THE SYSTEM CLOCK
004030******************************************************************
004040 1090-APPEND-RUN-ENTRY.
004050     OPEN EXTEND RUNLEDGR.
004060     IF WS-RUNLEDGR-STATUS = "35"
004070         OPEN OUTPUT RUNLEDGR
004080     END-IF.
004090     IF WS-RUNLEDGR-STATUS NOT = "00"
004100         DISPLAY "ERRO AO GRAVAR RUNLEDGR - STATUS "
004110             WS-RUNLEDGR-STATUS
004120         MOVE 8 TO RETURN-CODE
004130         STOP RUN
004140     END-IF.
004150     ACCEPT WS-RUN-SYS-TIME FROM TIME.
004160     MOVE SPACES TO RUN-LEDGER-RECORD.
004170     MOVE WS-CURRENT-DATE TO RUN-BUSINESS-DATE.
004180     MOVE WS-RUN-PROGRAM TO RUN-PROGRAM.
004190     MOVE WS-RUN-EVENT TO RUN-EVENT.
004200     ACCEPT RUN-TS-DATE FROM DATE YYYYMMDD.
004210     MOVE WS-RUN-SYS-TIME(1:6) TO RUN-TS-TIME.
004220     MOVE WS-RUN-RC TO RUN-RETURN-CODE.
004230     MOVE WS-RUN-READ-COUNT TO RUN-COUNT-READ.
004240     MOVE WS-RUN-PROC-COUNT TO RUN-COUNT-PROCESSED.
004250     MOVE WS-RUN-EXC-COUNT TO RUN-COUNT-EXCEPTIONS.
004260     WRITE RUN-LEDGER-RECORD.
004270     CLOSE RUNLEDGR.
004280 1090-EXIT.
004290     EXIT.
004300******************************************************************
004310*    1100-READ-PARAMETERS - THIS BANK'S CLEARING CODE FOR THE FILE
004320*                 HEADER. THE FILE CANNOT GO OUT WITHOUT IT.
004330******************************************************************
004340 1100-READ-PARAMETERS.
004350     OPEN INPUT PAGPARM.
004360     IF WS-PAGPARM-STATUS NOT = "00"
004370         DISPLAY "ERRO AO ABRIR PAGPARM - STATUS "
004380             WS-PAGPARM-STATUS
004390         MOVE 8 TO RETURN-CODE
004400         PERFORM 9900-WRITE-RUN-END THRU 9900-EXIT
004410         STOP RUN
004420     END-IF.
004430     READ PAGPARM
004440         AT END
004450             DISPLAY "ERRO: PAGPARM VAZIO"
004460             MOVE 8 TO RETURN-CODE
004470             PERFORM 9900-WRITE-RUN-END THRU 9900-EXIT
004480             STOP RUN
004490     END-READ.
004500     IF PAGP-BANK-CODE NOT NUMERIC
004510        OR PAGP-BANK-CODE = ZERO
004520         DISPLAY "ERRO: CODIGO DO BANCO INVALIDO EM PAGPARM"
004530         MOVE 8 TO RETURN-CODE
004540         PERFORM 9900-WRITE-RUN-END THRU 9900-EXIT
004550         STOP RUN
004560     END-IF.
004570     MOVE PAGP-BANK-CODE TO WS-BANK-CODE.
004580     CLOSE PAGPARM.
004590 1100-EXIT.
004600     EXIT.
004610******************************************************************
004620*    1200-LOAD-PENDING - READ TONIGHT'S PAGPEND QUEUE INTO THE
004630*                 PENDING TABLE. A MISSING FILE (STATUS 35) JUST
004640*                 MEANS NOTHING WAS PAID OUT TODAY.
004650******************************************************************
004660 1200-LOAD-PENDING.
004670     OPEN INPUT PAGPEND.
004680     IF WS-PAGPEND-STATUS = "35"
004690         GO TO 1200-EXIT
004700     END-IF.
004710     IF WS-PAGPEND-STATUS NOT = "00"
004720         DISPLAY "ERRO AO ABRIR PAGPEND - STATUS "
004730             WS-PAGPEND-STATUS
004740         MOVE 8 TO RETURN-CODE
004750         PERFORM 9900-WRITE-RUN-END THRU 9900-EXIT
004760         STOP RUN
004770     END-IF.
004780     SET WS-PAGPEND-PRESENT TO TRUE.
004790     PERFORM 1210-READ-PENDING THRU 1210-EXIT.
004800     PERFORM 1220-BUILD-PEND-ENTRY THRU 1220-EXIT
004810         UNTIL WS-EOF-YES.
004820     CLOSE PAGPEND.
004830 1200-EXIT.
004840     EXIT.
004850******************************************************************
004860*    1210-READ-PENDING
004870******************************************************************
004880 1210-READ-PENDING.
004890     READ PAGPEND
004900         AT END
004910             SET WS-EOF-YES TO TRUE
004920     END-READ.
004930 1210-EXIT.
004940     EXIT.
004950******************************************************************
004960*    1220-BUILD-PEND-ENTRY - TABLE ONE QUEUED PAYMENT AGAINST THE
004970*                 CYCLE FOR ITS CURRENCY. A PAYMENT CANNOT BE
004980*                 LEFT OFF THE FILE, SO A FULL TABLE STOPS THE RUN
004990*                 WITH PAGPEND UNTOUCHED.
005000******************************************************************
005010 1220-BUILD-PEND-ENTRY.
005020     ADD 1 TO WS-READ-COUNT.
005030     IF WS-PEND-COUNT NOT < 5000
005040         DISPLAY "ERRO: TABELA DE PAGAMENTOS CHEIA - ARQUIVO NAO "
005050             "GERADO"
005060         MOVE 8 TO RETURN-CODE
005070         PERFORM 9900-WRITE-RUN-END THRU 9900-EXIT
005080         STOP RUN
005090     END-IF.
005100     ADD 1 TO WS-PEND-COUNT.
005110     MOVE PAG-RECORD TO WS-PEND-ENTRY(WS-PEND-COUNT).
005120     PERFORM 1230-FIND-CYCLE THRU 1230-EXIT.
005130     MOVE WS-CYCLE-SUB TO WS-PD-CYCLE(WS-PEND-COUNT).
005140     PERFORM 1210-READ-PENDING THRU 1210-EXIT.
005150 1220-EXIT.
005160     EXIT.
005170******************************************************************
005180*    1230-FIND-CYCLE - LEAVE WS-CYCLE-SUB ON THE CYCLE FOR THE
005190*                 PAYMENT'S CURRENCY, OPENING A NEW ONE THE FIRST
005200*                 TIME A CURRENCY IS SEEN
005210******************************************************************
005220 1230-FIND-CYCLE.
005230     SET WS-CYCLE-NOT-FOUND TO TRUE.
005240     PERFORM 1240-TEST-CYCLE-ENTRY THRU 1240-EXIT
005250         VARYING WS-CYCLE-SUB FROM 1 BY 1
005260         UNTIL WS-CYCLE-SUB > WS-CYCLE-COUNT
005270            OR WS-CYCLE-FOUND.
005280     IF WS-CYCLE-FOUND
005290         SUBTRACT 1 FROM WS-CYCLE-SUB
005300         GO TO 1230-EXIT
005310     END-IF.
005320     IF WS-CYCLE-COUNT NOT < 20
005330         DISPLAY "ERRO: MOEDAS DEMAIS PARA UM ARQUIVO - ARQUIVO "
005340             "NAO GERADO"
005350         MOVE 8 TO RETURN-CODE
005360         PERFORM 9900-WRITE-RUN-END THRU 9900-EXIT
005370         STOP RUN
005380     END-IF.
005390     ADD 1 TO WS-CYCLE-COUNT.
005400     MOVE WS-CYCLE-COUNT TO WS-CYCLE-SUB.
005410     MOVE PAG-CURRENCY TO WS-CY-CURRENCY(WS-CYCLE-SUB).
005420     MOVE ZERO TO WS-CY-ITEM-COUNT(WS-CYCLE-SUB).
005430     MOVE ZERO TO WS-CY-HASH-TOTAL(WS-CYCLE-SUB).
005440 1230-EXIT.
005450     EXIT.
005460******************************************************************
005470*    1240-TEST-CYCLE-ENTRY
005480******************************************************************
005490 1240-TEST-CYCLE-ENTRY.
005500     IF WS-CY-CURRENCY(WS-CYCLE-SUB) = PAG-CURRENCY
005510         SET WS-CYCLE-FOUND TO TRUE
005520     END-IF.
005530 1240-EXIT.
005540     EXIT.
005550******************************************************************
005560*    3000-WRITE-FILE-HEADER - BUSINESS DATE, THIS BANK'S CLEARING
005570*                 CODE AND THE TIME THE FILE WAS BUILT
005580******************************************************************
005590 3000-WRITE-FILE-HEADER.
005600     MOVE SPACES TO PAGO-RECORD.
005610     SET PAGO-REC-FILE-HEADER TO TRUE.
005620     MOVE WS-CURRENT-DATE TO PAGO-FH-FILE-DATE.
005630     MOVE WS-BANK-CODE TO PAGO-FH-SENDER-BANK.
005640     ACCEPT WS-CURRENT-TIME FROM TIME.
005650     MOVE WS-CURRENT-TIME(1:6) TO PAGO-FH-FILE-TIME.
005660     PERFORM 6000-WRITE-PAGOUT THRU 6000-EXIT.
005670 3000-EXIT.
005680     EXIT.
005690******************************************************************
005700*    4000-WRITE-CYCLE - ONE SETTLEMENT CYCLE: ITS HEADER, THE
005710*                 PAYMENTS IN ITS CURRENCY AND ITS TRAILER
005720******************************************************************
005730 4000-WRITE-CYCLE.
005740     MOVE SPACES TO PAGO-RECORD.
005750     SET PAGO-REC-CYCLE-HEADER TO TRUE.
005760     MOVE WS-CYCLE-SUB TO PAGO-CH-CYCLE.
005770     MOVE WS-CURRENT-DATE TO PAGO-CH-SETTLE-DATE.
005780     MOVE WS-CY-CURRENCY(WS-CYCLE-SUB) TO PAGO-CH-CURRENCY.
005790     PERFORM 6000-WRITE-PAGOUT THRU 6000-EXIT.
005800     PERFORM 4100-WRITE-DETAIL THRU 4100-EXIT
005810         VARYING WS-PEND-SUB FROM 1 BY 1
005820         UNTIL WS-PEND-SUB > WS-PEND-COUNT.
005830     MOVE SPACES TO PAGO-RECORD.
005840     SET PAGO-REC-CYCLE-TRAILER TO TRUE.
005850     MOVE WS-CYCLE-SUB TO PAGO-CT-CYCLE.
005860     MOVE WS-CY-ITEM-COUNT(WS-CYCLE-SUB) TO PAGO-CT-ITEM-COUNT.
005870     MOVE WS-CY-HASH-TOTAL(WS-CYCLE-SUB) TO PAGO-CT-HASH-TOTAL.
005880     PERFORM 6000-WRITE-PAGOUT THRU 6000-EXIT.
005890     ADD WS-CY-HASH-TOTAL(WS-CYCLE-SUB) TO WS-HASH-TOTAL.
005900     MOVE WS-CYCLE-SUB TO WS-CYL-CYCLE.
005910     MOVE WS-CY-CURRENCY(WS-CYCLE-SUB) TO WS-CYL-CURRENCY.
005920     MOVE WS-CY-ITEM-COUNT(WS-CYCLE-SUB) TO WS-CYL-COUNT.
005930     MOVE WS-CY-HASH-TOTAL(WS-CYCLE-SUB) TO WS-CYL-AMOUNT.
005940     MOVE WS-CYCLE-LINE TO PAG-REPORT-LINE.
005950     WRITE PAG-REPORT-LINE.
005960     MOVE WS-RULE-LINE TO PAG-REPORT-LINE.
005970     WRITE PAG-REPORT-LINE.
005980 4000-EXIT.
005990     EXIT.
006000******************************************************************
006010*    4100-WRITE-DETAIL - ONE PAYMENT, IF IT BELONGS TO THE CYCLE
006020*                 BEING WRITTEN
006030******************************************************************
006040 4100-WRITE-DETAIL.
006050     IF WS-PD-CYCLE(WS-PEND-SUB) NOT = WS-CYCLE-SUB
006060         GO TO 4100-EXIT
006070     END-IF.
006080     MOVE SPACES TO PAGO-RECORD.
006090     SET PAGO-REC-DETAIL TO TRUE.
006100     MOVE WS-PD-REFERENCE(WS-PEND-SUB) TO PAGO-REFERENCE.
006110     MOVE WS-PD-ACCT-NUMBER(WS-PEND-SUB) TO PAGO-ORIG-ACCT.
006120     MOVE WS-PD-CURRENCY(WS-PEND-SUB) TO PAGO-CURRENCY.
006130     MOVE WS-PD-AMOUNT(WS-PEND-SUB) TO PAGO-AMOUNT.
006140     MOVE WS-PD-BENEF-BANK(WS-PEND-SUB) TO PAGO-BENEF-BANK.
006150     MOVE WS-PD-BENEF-BRANCH(WS-PEND-SUB) TO PAGO-BENEF-BRANCH.
006160     MOVE WS-PD-BENEF-ACCOUNT(WS-PEND-SUB) TO PAGO-BENEF-ACCOUNT.
006170     MOVE WS-PD-BENEF-NAME(WS-PEND-SUB) TO PAGO-BENEF-NAME.
006180     PERFORM 6000-WRITE-PAGOUT THRU 6000-EXIT.
006190     ADD 1 TO WS-CY-ITEM-COUNT(WS-CYCLE-SUB).
006200     ADD WS-PD-AMOUNT(WS-PEND-SUB) TO
006210         WS-CY-HASH-TOTAL(WS-CYCLE-SUB).
006220     ADD 1 TO WS-ITEM-COUNT.
006230     MOVE WS-PD-ACCT-NUMBER(WS-PEND-SUB) TO WS-RL-ACCT.
006240     MOVE WS-PD-REFERENCE(WS-PEND-SUB) TO WS-RL-REFERENCE.
006250     MOVE WS-PD-AMOUNT(WS-PEND-SUB) TO WS-RL-AMOUNT.
006260     MOVE WS-PD-BENEF-BANK(WS-PEND-SUB) TO WS-RL-BANK.
006270     MOVE WS-PD-BENEF-BRANCH(WS-PEND-SUB) TO WS-RL-BRANCH.
006280     MOVE WS-PD-BENEF-ACCOUNT(WS-PEND-SUB) TO WS-RL-BENEF-ACCOUNT.
006290     MOVE WS-RESULT-LINE TO PAG-REPORT-LINE.
006300     WRITE PAG-REPORT-LINE.
006310 4100-EXIT.
006320     EXIT.
006330******************************************************************
006340*    5000-WRITE-FILE-TRAILER - CYCLES, ITEMS, RECORDS ON THE FILE
006350*                 COUNTING THIS TRAILER, AND THE OVERALL HASH
006360******************************************************************
006370 5000-WRITE-FILE-TRAILER.
006380     MOVE SPACES TO PAGO-RECORD.
006390     SET PAGO-REC-FILE-TRAILER TO TRUE.
006400     MOVE WS-CYCLE-COUNT TO PAGO-FT-CYCLE-COUNT.
006410     MOVE WS-ITEM-COUNT TO PAGO-FT-ITEM-COUNT.
006420     COMPUTE PAGO-FT-REC-COUNT = WS-RECORD-COUNT + 1.
006430     MOVE WS-HASH-TOTAL TO PAGO-FT-HASH-TOTAL.
006440     PERFORM 6000-WRITE-PAGOUT THRU 6000-EXIT.
006450 5000-EXIT.
006460     EXIT.
006470******************************************************************
006480*    6000-WRITE-PAGOUT - NUMBER AND WRITE ONE RECORD OF THE
006490*                 OUTBOUND FILE. NOTHING HAS YET GONE TO PAGSENT
006500*                 OR LEFT PAGPEND, SO A FAILED WRITE CAN SIMPLY BE
006510*                 RERUN.
006520******************************************************************
006530 6000-WRITE-PAGOUT.
006540     ADD 1 TO WS-RECORD-COUNT.
006550     MOVE WS-RECORD-COUNT TO PAGO-SEQ.
006560     WRITE PAGO-RECORD.
006570     IF WS-PAGOUT-STATUS NOT = "00"
006580         DISPLAY "ERRO AO GRAVAR PAGOUT - STATUS "
006590             WS-PAGOUT-STATUS
006600         MOVE 8 TO RETURN-CODE
006610         PERFORM 9900-WRITE-RUN-END THRU 9900-EXIT
006620         STOP RUN
006630     END-IF.
006640 6000-EXIT.
006650     EXIT.
006660******************************************************************
006670*    7000-RECORD-SENT-ITEM - REGISTER ONE SENT PAYMENT ON PAGSENT,
006680*                 STAMPED WITH THE DATE SENT (ITS CYCLE IS ALREADY
006690*                 ON THE ENTRY), FOR VLD-PAG-RET TO SETTLE
006700******************************************************************
006710 7000-RECORD-SENT-ITEM.
006720     MOVE WS-CURRENT-DATE TO WS-PD-SENT-DATE(WS-PEND-SUB).
006730     MOVE WS-PEND-ENTRY(WS-PEND-SUB) TO PGS-RECORD.
006740     WRITE PGS-RECORD.
006750     IF WS-PAGSENT-STATUS NOT = "00"
006760         DISPLAY "ERRO AO GRAVAR PAGSENT - STATUS "
006770             WS-PAGSENT-STATUS
006780         MOVE 8 TO RETURN-CODE
006790         PERFORM 9900-WRITE-RUN-END THRU 9900-EXIT
006800         STOP RUN
006810     END-IF.
006820 7000-EXIT.
006830     EXIT.
006840******************************************************************
006850*    7500-EMPTY-PENDING - EVERYTHING QUEUED IS NOW ON PAGOUT AND
006860*                 PAGSENT, SO START TOMORROW'S QUEUE EMPTY
006870******************************************************************
006880 7500-EMPTY-PENDING.
006890     IF WS-PAGPEND-ABSENT
006900         GO TO 7500-EXIT
006910     END-IF.
006920     OPEN OUTPUT PAGPEND.
006930     CLOSE PAGPEND.
006940 7500-EXIT.
006950     EXIT.
006960******************************************************************
006970*    9000-TERMINATE - PRINT THE TOTALS AND CLOSE THE FILES
006980******************************************************************
006990 9000-TERMINATE.
007000     MOVE "PAGAMENTOS NA FILA:" TO WS-CL-LABEL.
007010     MOVE WS-READ-COUNT TO WS-CL-COUNT.
007020     PERFORM 9100-WRITE-COUNT-LINE THRU 9100-EXIT.
007030     MOVE "CICLOS DE LIQUIDACAO:" TO WS-CL-LABEL.
007040     MOVE WS-CYCLE-COUNT TO WS-CL-COUNT.
007050     PERFORM 9100-WRITE-COUNT-LINE THRU 9100-EXIT.
007060     MOVE "PAGAMENTOS ENVIADOS:" TO WS-CL-LABEL.
007070     MOVE WS-ITEM-COUNT TO WS-CL-COUNT.
007080     PERFORM 9100-WRITE-COUNT-LINE THRU 9100-EXIT.
007090     MOVE "REGISTROS NO ARQUIVO:" TO WS-CL-LABEL.
007100     MOVE WS-RECORD-COUNT TO WS-CL-COUNT.
007110     PERFORM 9100-WRITE-COUNT-LINE THRU 9100-EXIT.
007120     MOVE "TOTAL DE CONTROLE (HASH):" TO WS-TL-LABEL.
007130     MOVE WS-HASH-TOTAL TO WS-TL-AMOUNT.
007140     PERFORM 9200-WRITE-TOTAL-LINE THRU 9200-EXIT.
007150     CLOSE PAGOUT.
007160     CLOSE PAGSENT.
007170     CLOSE PAGRPT.
007180 9000-EXIT.
007190     EXIT.
007200******************************************************************
007210*    9100-WRITE-COUNT-LINE
007220******************************************************************
007230 9100-WRITE-COUNT-LINE.
007240     MOVE WS-COUNT-LINE TO PAG-REPORT-LINE.
007250     WRITE PAG-REPORT-LINE.
007260 9100-EXIT.
007270     EXIT.
007280******************************************************************
007290*    9200-WRITE-TOTAL-LINE
007300******************************************************************
007310 9200-WRITE-TOTAL-LINE.
007320     MOVE WS-TOTAL-LINE TO PAG-REPORT-LINE.
007330     WRITE PAG-REPORT-LINE.
007340 9200-EXIT.
007350     EXIT.
007360******************************************************************
007370*    9900-WRITE-RUN-END - CLOSE THIS STEP'S LEDGER ENTRY WITH
007380*                 ITS RETURN CODE AND KEY COUNTS.
007390*                 PERFORMED AHEAD OF EVERY STOP RUN ONCE THE
007400*                 START RECORD IS ON THE LEDGER.
007410******************************************************************
007420 9900-WRITE-RUN-END.
007430     IF WS-RUN-NOT-STARTED
007440         GO TO 9900-EXIT
007450     END-IF.
007460     SET WS-RUN-NOT-STARTED TO TRUE.
007470     MOVE "F" TO WS-RUN-EVENT.
007480     MOVE RETURN-CODE TO WS-RUN-RC.
007490     MOVE WS-READ-COUNT TO WS-RUN-READ-COUNT.
007500     MOVE WS-ITEM-COUNT TO WS-RUN-PROC-COUNT.
007510     MOVE ZERO TO WS-RUN-EXC-COUNT.
007520     PERFORM 1090-APPEND-RUN-ENTRY THRU 1090-EXIT.
007530 9900-EXIT.
007540     EXIT.
007550
007560 END PROGRAM VLD-PAG-EXT.
