000010******************************************************************
000020* PROGRAM-ID:   VLD-DEP-LIB
000030* AUTHOR:       GABRIELLY ANDRADE
000040* INSTALLATION: RETAIL BANKING SYSTEMS
000050* DATE-WRITTEN: 15/10/2026
000060* DATE-COMPILED:
000070* PURPOSE:      NIGHTLY UNCOLLECTED-FUNDS RELEASE. READS THE
000080*               UNCHOLD DEPOSIT HOLDS WRITTEN BY VLD-SAQ-BANC AND
000090*               THE RETITEM FILE OF DEPOSITED ITEMS RETURNED
000100*               UNPAID, AND FOR EACH OPEN HOLD:
000110*               - A HOLD CANCELLED BY A REVERSAL OF ITS DEPOSITO
000120*                 IS DROPPED (THE REVERSAL ALREADY TOOK THE
000130*                 AMOUNT OFF THE ACCOUNT AND ITS HOLD);
000140*               - A HOLD WHOSE DEPOSITO IS RETURNED (SAME
000150*                 REFERENCE, ACCOUNT AND AMOUNT) IS REVERSED:
000160*                 THE AMOUNT IS DEBITED FROM THE ACCOUNT WHATEVER
000170*                 ITS BALANCE, TAKEN OFF ACCT-UNCOLLECTED-AMT AND
000180*                 RECORDED ON AUDITLOG, GLEXTRACT (THE DEPOSITO
000190*                 REVERSAL CODE) AND POSTEDREF, SO THE DEPOSITO
000200*                 CANNOT ALSO BE REVERSED BY HAND;
000210*               - A HOLD WHOSE LAST HELD DAY IS ON OR BEFORE THE
000220*                 BDATECTL BUSINESS DATE IS RELEASED - THE AMOUNT
000230*                 COMES OFF ACCT-UNCOLLECTED-AMT AND BECOMES
000240*                 AVAILABLE;
000250*               - ANY OTHER HOLD IS CARRIED FORWARD TO UNCOUT,
000260*                 WHICH THE JCL PROMOTES TO UNCHOLD FOR THE NEXT
000270*                 NIGHT.
000280*               A RETURN THAT MATCHES NO OPEN HOLD IS LISTED AS AN
000290*               EXCEPTION ON DEPRPT AND LEFT FOR OPERATIONS. A
000300*               MISSING RETITEM (STATUS 35) IS A NIGHT WITH NO
000310*               RETURNS, AND A MISSING UNCHOLD ONE WITH NOTHING ON
000320*               HOLD.
000330* TECTONICS:    COBC
000340*----------------------------------------------------------------
000350* MODIFICATION HISTORY
000360*   DATE        INIT  DESCRIPTION
000370*   15/10/2026  GA    INITIAL VERSION - HOLD RELEASE AND RETURNED
000380*                     DEPOSITS. EACH RUN IS RECORDED ON THE
000390*                     RUNLEDGR RUN-STEP LEDGER AND IS REFUSED WITH
000400*                     RETURN CODE 8 FOR A BUSINESS DATE THE STEP
000410*                     HAS ALREADY ENDED CLEANLY OR BEFORE
000420*                     VLD-SAQ-BANC HAS.
000430*   15/10/2026  GA    POSTEDREF NOW TAKES ITS LAYOUT FROM THE NEW
000440*                     PREFREC COPYBOOK.
000450******************************************************************
000460 IDENTIFICATION DIVISION.
000470 PROGRAM-ID. VLD-DEP-LIB.
000480 AUTHOR. GABRIELLY ANDRADE.
000490 INSTALLATION. RETAIL BANKING SYSTEMS.
000500 DATE-WRITTEN. 15/10/2026.
000510 DATE-COMPILED. 15/10/2026.
000520******************************************************************
000530 ENVIRONMENT DIVISION.
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560     SELECT UNCHOLD ASSIGN TO UNCHOLD
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-UNCHOLD-STATUS.
000590
000600     SELECT UNCOUT ASSIGN TO UNCOUT
000610         ORGANIZATION IS LINE SEQUENTIAL.
000620
000630     SELECT RETITEM ASSIGN TO RETITEM
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-RETITEM-STATUS.
000660
000670     SELECT ACCTMSTR ASSIGN TO ACCTMSTR
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS DYNAMIC
000700         RECORD KEY IS ACCT-NUMBER
000710         FILE STATUS IS WS-ACCTMSTR-STATUS.
000720
000730     SELECT AUDITLOG ASSIGN TO AUDITLOG
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-AUDITLOG-STATUS.
000760
000770     SELECT GLEXTRACT ASSIGN TO GLEXTRACT
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WS-GLEXTRACT-STATUS.
000800
000810     SELECT POSTEDREF ASSIGN TO POSTEDREF
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS WS-POSTEDREF-STATUS.
000840
000850     SELECT DEPRPT ASSIGN TO DEPRPT
000860         ORGANIZATION IS LINE SEQUENTIAL.
000870
000880     SELECT BDATECTL ASSIGN TO BDATECTL
000890         ORGANIZATION IS LINE SEQUENTIAL.
000900
000910     SELECT RUNLEDGR ASSIGN TO RUNLEDGR
000920         ORGANIZATION IS LINE SEQUENTIAL
000930         FILE STATUS IS WS-RUNLEDGR-STATUS.
000940******************************************************************
000950 DATA DIVISION.
000960 FILE SECTION.
000970 FD  UNCHOLD
000980     LABEL RECORDS ARE STANDARD.
000990     COPY UNCREC.
001000
001010 FD  UNCOUT
001020     LABEL RECORDS ARE STANDARD.
001030 01  UNCOUT-RECORD           PIC X(68).
001040
001050 FD  RETITEM
001060     LABEL RECORDS ARE STANDARD.
001070     COPY RTIREC.
001080
001090 FD  ACCTMSTR
001100     LABEL RECORDS ARE STANDARD.
001110     COPY ACCTREC.
001120
001130 FD  AUDITLOG
001140     LABEL RECORDS ARE STANDARD.
001150     COPY AUDREC.
001160
001170 FD  GLEXTRACT
001180     LABEL RECORDS ARE STANDARD.
001190     COPY GLREC.
001200
001210 FD  POSTEDREF
001220     LABEL RECORDS ARE STANDARD.
001230     COPY PREFREC.
001240
001250 FD  DEPRPT
001260     LABEL RECORDS ARE STANDARD.
001270 01  DEP-REPORT-LINE         PIC X(80).
001280
001290 FD  BDATECTL
001300     LABEL RECORDS ARE STANDARD.
001310     COPY BDTREC.
001320
001330 FD  RUNLEDGR
001340     LABEL RECORDS ARE STANDARD.
001350     COPY RUNREC.
001360
001370 WORKING-STORAGE SECTION.
001380 77  WS-EOF-SWITCH           PIC X(01) VALUE "N".
001390     88  WS-EOF-YES                    VALUE "Y".
001400     88  WS-EOF-NO                     VALUE "N".
001410
001420 77  WS-RETITEM-EOF-SWITCH   PIC X(01) VALUE "N".
001430     88  WS-RETITEM-EOF-YES            VALUE "Y".
001440     88  WS-RETITEM-EOF-NO             VALUE "N".
001450
001460 77  WS-UNCHOLD-SWITCH       PIC X(01) VALUE "N".
001470     88  WS-UNCHOLD-PRESENT             VALUE "Y".
001480     88  WS-UNCHOLD-ABSENT              VALUE "N".
001490
001500 77  WS-ACCOUNT-SWITCH       PIC X(01) VALUE "N".
001510     88  WS-ACCOUNT-FOUND               VALUE "Y".
001520     88  WS-ACCOUNT-NOT-FOUND           VALUE "N".
001530
001540 77  WS-CANCEL-SWITCH        PIC X(01) VALUE "N".
001550     88  WS-HOLD-CANCELLED              VALUE "Y".
001560     88  WS-HOLD-NOT-CANCELLED          VALUE "N".
001570
001580 77  WS-RETURN-SWITCH        PIC X(01) VALUE "N".
001590     88  WS-RETURN-FOUND                VALUE "Y".
001600     88  WS-RETURN-NOT-FOUND            VALUE "N".
001610
001620 77  WS-UNCHOLD-STATUS       PIC X(02) VALUE "00".
001630 77  WS-RETITEM-STATUS       PIC X(02) VALUE "00".
001640 77  WS-ACCTMSTR-STATUS      PIC X(02) VALUE "00".
001650 77  WS-AUDITLOG-STATUS      PIC X(02) VALUE "00".
001660 77  WS-GLEXTRACT-STATUS     PIC X(02) VALUE "00".
001670 77  WS-POSTEDREF-STATUS     PIC X(02) VALUE "00".
001680
001690 77  WS-CURRENT-DATE         PIC 9(08) VALUE ZERO.
001700 77  WS-CURRENT-TIME         PIC 9(08) VALUE ZERO.
001710
001720 77  WS-HOLD-READ-COUNT      PIC 9(07) COMP VALUE ZERO.
001730 77  WS-RELEASED-COUNT       PIC 9(07) COMP VALUE ZERO.
001740 77  WS-RETURNED-COUNT       PIC 9(07) COMP VALUE ZERO.
001750 77  WS-CANCELLED-COUNT      PIC 9(07) COMP VALUE ZERO.
001760 77  WS-CARRIED-COUNT        PIC 9(07) COMP VALUE ZERO.
001770 77  WS-RETURN-READ-COUNT    PIC 9(05) COMP VALUE ZERO.
001780 77  WS-EXCEPTION-COUNT      PIC 9(05) COMP VALUE ZERO.
001790
001800 77  WS-TOTAL-RELEASED       PIC 9(13)V99 VALUE ZERO.
001810 77  WS-TOTAL-RETURNED       PIC 9(13)V99 VALUE ZERO.
001820 77  WS-TOTAL-CARRIED        PIC 9(13)V99 VALUE ZERO.
001830
001840 77  WS-CANCEL-COUNT         PIC 9(05) COMP VALUE ZERO.
001850 77  WS-CANCEL-SUB           PIC 9(05) COMP VALUE ZERO.
001860 77  WS-RETURN-COUNT         PIC 9(05) COMP VALUE ZERO.
001870 77  WS-RETURN-SUB           PIC 9(05) COMP VALUE ZERO.
001880
001890 77  WS-OUTCOME-MSG          PIC X(30) VALUE SPACES.
001900 77  WS-NEW-BALANCE          PIC S9(12)V99 VALUE ZERO.
001910
001920 77  WS-GL-CODE-REV-DEPOSITO PIC X(06) VALUE "200110".
001930
001940*    RETURN REFERENCE - "U" + BUSINESS DATE + SEQUENCE, SO THE
001950*    AUDITLOG, GLEXTRACT AND POSTEDREF LINES OF ONE RETURN TIE UP
001960 01  WS-RETURN-REFERENCE.
001970     05  WS-RR-SOURCE        PIC X(01) VALUE "U".
001980     05  WS-RR-DATE          PIC 9(08) VALUE ZERO.
001990     05  WS-RR-SEQ           PIC 9(05) VALUE ZERO.
002000
002010*    HOLDS CANCELLED BY A REVERSAL OF THEIR DEPOSITO
002020 01  WS-CANCEL-TABLE.
002030     05  WS-CANCEL-ENTRY     OCCURS 5000 TIMES.
002040         10  WS-CN-REFERENCE         PIC X(14).
002050         10  WS-CN-ACCT              PIC 9(10).
002060
002070*    TONIGHT'S RETURNED ITEMS AND WHETHER A HOLD TOOK THEM
002080 01  WS-RETURN-TABLE.
002090     05  WS-RETURN-ENTRY     OCCURS 5000 TIMES.
002100         10  WS-RT-REFERENCE         PIC X(14).
002110         10  WS-RT-ACCT              PIC 9(10).
002120         10  WS-RT-AMOUNT            PIC 9(12)V99.
002130         10  WS-RT-REASON-CODE       PIC X(02).
002140         10  WS-RT-REASON-TEXT       PIC X(20).
002150         10  WS-RT-MATCHED           PIC X(01).
002160             88  WS-RT-IS-MATCHED               VALUE "Y".
002170
002180 01  WS-TITLE-LINE.
002190     05  FILLER              PIC X(49) VALUE
002200         "LIBERACAO DE FUNDOS EM COMPENSACAO - VLD-DEP-LIB".
002210
002220 01  WS-DATE-LINE.
002230     05  FILLER              PIC X(16) VALUE "DATA CONTABIL: ".
002240     05  WS-DT-DATE          PIC 9(08).
002250
002260 01  WS-RULE-LINE.
002270     05  FILLER              PIC X(60) VALUE ALL "-".
002280
002290 01  WS-RESULT-LINE.
002300     05  WS-RL-ACCT          PIC 9(10).
002310     05  FILLER              PIC X(02) VALUE SPACES.
002320     05  WS-RL-REFERENCE     PIC X(14).
002330     05  FILLER              PIC X(01) VALUE SPACES.
002340     05  WS-RL-AMOUNT        PIC Z(9)9.99.
002350     05  FILLER              PIC X(02) VALUE SPACES.
002360     05  WS-RL-MSG           PIC X(30).
002370
002380 01  WS-REASON-LINE.
002390     05  FILLER              PIC X(12) VALUE SPACES.
002400     05  FILLER              PIC X(08) VALUE "MOTIVO: ".
002410     05  WS-RS-CODE          PIC X(02).
002420     05  FILLER              PIC X(01) VALUE SPACE.
002430     05  WS-RS-TEXT          PIC X(20).
002440
002450 01  WS-COUNT-LINE.
002460     05  WS-CL-LABEL         PIC X(29).
002470     05  WS-CL-COUNT         PIC ZZZ,ZZZ,ZZ9.
002480
002490 01  WS-TOTAL-LINE.
002500     05  WS-TL-LABEL         PIC X(29).
002510     05  WS-TL-AMOUNT        PIC Z(10)ZZ9.99.
002520*
002530*    RUN-STEP LEDGER CONTROL
002540*
002550 77  WS-RUNLEDGR-STATUS      PIC X(02) VALUE "00".
002560 77  WS-RUN-PROGRAM          PIC X(12) VALUE "VLD-DEP-LIB".
002570 77  WS-RUN-EVENT            PIC X(01) VALUE SPACE.
002580 77  WS-RUN-RC               PIC 9(04) VALUE ZERO.
002590 77  WS-RUN-READ-COUNT       PIC 9(09) VALUE ZERO.
002600 77  WS-RUN-PROC-COUNT       PIC 9(09) VALUE ZERO.
002610 77  WS-RUN-EXC-COUNT        PIC 9(09) VALUE ZERO.
002620 77  WS-RUN-SYS-TIME         PIC 9(08) VALUE ZERO.
002630
002640 77  WS-RUN-STARTED-SWITCH   PIC X(01) VALUE "N".
002650     88  WS-RUN-STARTED                VALUE "Y".
002660     88  WS-RUN-NOT-STARTED            VALUE "N".
002670
002680 77  WS-RUN-DONE-SWITCH      PIC X(01) VALUE "N".
002690     88  WS-RUN-ALREADY-DONE           VALUE "Y".
002700
002710 77  WS-RUN-EOF-SWITCH       PIC X(01) VALUE "N".
002720     88  WS-RUN-EOF                    VALUE "Y".
002730     88  WS-RUN-NOT-EOF                VALUE "N".
002740
002750 77  WS-RUN-PREREQ-SWITCH    PIC X(01) VALUE "N".
002760     88  WS-RUN-PREREQ-MISSING         VALUE "Y".
002770
002780 77  WS-RUN-PRQ-COUNT        PIC 9(02) COMP VALUE 1.
002790
002800*    PREDECESSORS THAT MUST HAVE ENDED CLEANLY FOR THE SAME
002810*    BUSINESS DATE - PROGRAM, WHEN REQUIRED (D = EVERY DAY,
002820*    M = LAST DAY OF THE MONTH ONLY) AND THE FOUND FLAG
002830 01  WS-RUN-PRQ-VALUES.
002840     05  FILLER              PIC X(14) VALUE
002850         "VLD-SAQ-BANCDN".
002860 01  WS-RUN-PRQ-TABLE REDEFINES WS-RUN-PRQ-VALUES.
002870     05  WS-RUN-PRQ-ENTRY    OCCURS 1 TIMES
002880                             INDEXED BY WS-RUN-IDX.
002890         10  WS-RUN-PRQ-PROGRAM      PIC X(12).
002900         10  WS-RUN-PRQ-WHEN         PIC X(01).
002910             88  WS-RUN-PRQ-MONTH-END-ONLY     VALUE "M".
002920         10  WS-RUN-PRQ-DONE         PIC X(01).
002930             88  WS-RUN-PRQ-CLEAN              VALUE "Y".
002940******************************************************************
002950 PROCEDURE DIVISION.
002960******************************************************************
002970*    0000-MAINLINE
002980******************************************************************
002990 0000-MAINLINE.
003000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003010     PERFORM 2000-PROCESS-HOLDS THRU 2000-EXIT
003020         UNTIL WS-EOF-YES.
003030     PERFORM 7500-LIST-UNMATCHED-RETURNS THRU 7500-EXIT
003040         VARYING WS-RETURN-SUB FROM 1 BY 1
003050         UNTIL WS-RETURN-SUB > WS-RETURN-COUNT.
003060     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003070     PERFORM 9900-WRITE-RUN-END THRU 9900-EXIT.
003080     STOP RUN.
003090******************************************************************
003100*    1000-INITIALIZE - OPEN FILES, LOAD TONIGHT'S RETURNS AND THE
003110*                 CANCELLED HOLDS, PRINT THE TITLE AND PRIME THE
003120*                 READ OF THE HOLDS
003130******************************************************************
003140 1000-INITIALIZE.
003150     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT.
003160     PERFORM 1060-CHECK-RUN-LEDGER THRU 1060-EXIT.
003170     MOVE WS-CURRENT-DATE TO WS-RR-DATE.
003180     OPEN I-O ACCTMSTR.
003190     IF WS-ACCTMSTR-STATUS NOT = "00"
003200         DISPLAY "ERRO AO ABRIR ACCTMSTR - STATUS "
003210             WS-ACCTMSTR-STATUS
003220         MOVE 8 TO RETURN-CODE
003230         PERFORM 9900-WRITE-RUN-END THRU 9900-EXIT
003240         STOP RUN
003250     END-IF.
003260     PERFORM 1100-LOAD-RETURNS THRU 1100-EXIT.
003270     PERFORM 1200-LOAD-CANCELLED-HOLDS THRU 1200-EXIT.
003280     OPEN EXTEND AUDITLOG.
003290     IF WS-AUDITLOG-STATUS = "35"
003300         OPEN OUTPUT AUDITLOG
003310     END-IF.
003320     OPEN EXTEND GLEXTRACT.
003330     IF WS-GLEXTRACT-STATUS = "35"
003340         OPEN OUTPUT GLEXTRACT
003350     END-IF.
003360     OPEN EXTEND POSTEDREF.
003370     IF WS-POSTEDREF-STATUS = "35"
003380         OPEN OUTPUT POSTEDREF
003390     END-IF.
003400     OPEN OUTPUT UNCOUT.
003410     OPEN OUTPUT DEPRPT.
003420     MOVE WS-TITLE-LINE TO DEP-REPORT-LINE.
003430     WRITE DEP-REPORT-LINE.
003440     MOVE WS-CURRENT-DATE TO WS-DT-DATE.
003450     MOVE WS-DATE-LINE TO DEP-REPORT-LINE.
003460     WRITE DEP-REPORT-LINE.
003470     MOVE WS-RULE-LINE TO DEP-REPORT-LINE.
003480     WRITE DEP-REPORT-LINE.
003490     OPEN INPUT UNCHOLD.
003500     IF WS-UNCHOLD-STATUS = "35"
003510         SET WS-EOF-YES TO TRUE
003520         GO TO 1000-EXIT
003530     END-IF.
003540     IF WS-UNCHOLD-STATUS NOT = "00"
003550         DISPLAY "ERRO AO ABRIR UNCHOLD - STATUS "
003560             WS-UNCHOLD-STATUS
003570         MOVE 8 TO RETURN-CODE
003580         PERFORM 9900-WRITE-RUN-END THRU 9900-EXIT
003590         STOP RUN
003600     END-IF.
003610     SET WS-UNCHOLD-PRESENT TO TRUE.
003620     PERFORM 2100-READ-HOLD THRU 2100-EXIT.
003630 1000-EXIT.
003640     EXIT.
003650******************************************************************
003660*    1050-READ-BUSINESS-DATE - THE BUSINESS DATE COMES FROM THE
003670*                 BDATECTL CONTROL RECORD, NOT THE SYSTEM CLOCK,
003680*                 SO A LATE OR RERUN JOB STILL WORKS THE RIGHT
003690*                 BUSINESS DAY. ONLY THE VLD-DIA-FCH END-OF-DAY
003700*                 CLOSE ADVANCES IT.
003710******************************************************************
003720 1050-READ-BUSINESS-DATE.
003730     OPEN INPUT BDATECTL.
003740     READ BDATECTL
003750         AT END
003760             DISPLAY "ERRO: BDATECTL VAZIO"
003770             MOVE 8 TO RETURN-CODE
003780             PERFORM 9900-WRITE-RUN-END THRU 9900-EXIT
003790             STOP RUN
003800     END-READ.
003810     MOVE BDT-BUSINESS-DATE TO WS-CURRENT-DATE.
003820     CLOSE BDATECTL.
003830 1050-EXIT.
003840     EXIT.
003850******************************************************************
003860*    1060-CHECK-RUN-LEDGER - REFUSE TO START WHEN THIS STEP HAS
003870*                 ALREADY ENDED CLEANLY FOR THE BUSINESS DATE
003880*                 OR WHEN A REQUIRED PREDECESSOR HAS NOT, THEN
003890*                 APPEND THE START RECORD TO THE RUNLEDGR
003900*                 RUN-STEP LEDGER. A MISSING LEDGER IS AN
003910*                 EMPTY ONE.
003920******************************************************************
003930 1060-CHECK-RUN-LEDGER.
003940     OPEN INPUT RUNLEDGR.
003950     IF WS-RUNLEDGR-STATUS NOT = "00"
003960         AND WS-RUNLEDGR-STATUS NOT = "35"
003970         DISPLAY "ERRO AO ABRIR RUNLEDGR - STATUS "
003980             WS-RUNLEDGR-STATUS
003990         MOVE 8 TO RETURN-CODE
004000         STOP RUN
004010     END-IF.
004020     IF WS-RUNLEDGR-STATUS = "00"
004030         PERFORM 1070-READ-RUN-ENTRY THRU 1070-EXIT
004040             UNTIL WS-RUN-EOF
004050         CLOSE RUNLEDGR
004060     END-IF.
004070     IF WS-RUN-ALREADY-DONE
004080         DISPLAY "ERRO: " WS-RUN-PROGRAM " JA CONCLUIDO PARA "
004090             WS-CURRENT-DATE
004100         MOVE 8 TO RETURN-CODE
004110         STOP RUN
004120     END-IF.
004130     PERFORM 1080-CHECK-ONE-PREREQ THRU 1080-EXIT
004140         VARYING WS-RUN-IDX FROM 1 BY 1
004150         UNTIL WS-RUN-IDX > WS-RUN-PRQ-COUNT.
004160     IF WS-RUN-PREREQ-MISSING
004170         MOVE 8 TO RETURN-CODE
004180         STOP RUN
004190     END-IF.
004200     MOVE "I" TO WS-RUN-EVENT.
004210     MOVE ZERO TO WS-RUN-RC.
004220     PERFORM 1090-APPEND-RUN-ENTRY THRU 1090-EXIT.
004230     SET WS-RUN-STARTED TO TRUE.
004240 1060-EXIT.
004250     EXIT.
004260******************************************************************
004270*    1070-READ-RUN-ENTRY - ONLY AN END RECORD WITH RETURN CODE
004280*                 ZERO FOR THE BUSINESS DATE COUNTS AS A CLEAN
004290*                 COMPLETION
004300******************************************************************
004310 1070-READ-RUN-ENTRY.
004320     READ RUNLEDGR
004330         AT END
004340             SET WS-RUN-EOF TO TRUE
004350             GO TO 1070-EXIT
004360     END-READ.
004370     IF RUN-BUSINESS-DATE NOT = WS-CURRENT-DATE
004380         OR NOT RUN-EVENT-END
004390         OR RUN-RETURN-CODE NOT = ZERO
004400         GO TO 1070-EXIT
004410     END-IF.
004420     IF RUN-PROGRAM = WS-RUN-PROGRAM
004430         SET WS-RUN-ALREADY-DONE TO TRUE
004440     END-IF.
004450     PERFORM 1075-MARK-PREREQ THRU 1075-EXIT
004460         VARYING WS-RUN-IDX FROM 1 BY 1
004470         UNTIL WS-RUN-IDX > WS-RUN-PRQ-COUNT.
004480 1070-EXIT.
004490     EXIT.
004500******************************************************************
004510*    1075-MARK-PREREQ - FLAG A PREDECESSOR SEEN CLEAN
004520******************************************************************
004530 1075-MARK-PREREQ.
004540     IF WS-RUN-PRQ-PROGRAM(WS-RUN-IDX) = RUN-PROGRAM
004550         MOVE "Y" TO WS-RUN-PRQ-DONE(WS-RUN-IDX)
004560     END-IF.
004570 1075-EXIT.
004580     EXIT.
004590******************************************************************
004600*    1080-CHECK-ONE-PREREQ - NAME EVERY REQUIRED PREDECESSOR NOT
004610*                 YET ENDED CLEANLY FOR THE BUSINESS DATE
004620******************************************************************
004630 1080-CHECK-ONE-PREREQ.
004640     IF NOT WS-RUN-PRQ-CLEAN(WS-RUN-IDX)
004650         DISPLAY "ERRO: PREDECESSOR "
004660             WS-RUN-PRQ-PROGRAM(WS-RUN-IDX)
004670             " NAO CONCLUIDO PARA " WS-CURRENT-DATE
004680         SET WS-RUN-PREREQ-MISSING TO TRUE
004690     END-IF.
004700 1080-EXIT.
004710     EXIT.
004720******************************************************************
004730*    1090-APPEND-RUN-ENTRY - ADD ONE START OR END RECORD TO THE
004740*                 LEDGER, STAMPED WITH THE SYSTEM CLOCK
004750******************************************************************
004760 1090-APPEND-RUN-ENTRY.
004770     OPEN EXTEND RUNLEDGR.
004780     IF WS-RUNLEDGR-STATUS = "35"
004790         OPEN OUTPUT RUNLEDGR
004800     END-IF.
004810     IF WS-RUNLEDGR-STATUS NOT = "00"
004820         DISPLAY "ERRO AO GRAVAR RUNLEDGR - STATUS "
004830             WS-RUNLEDGR-STATUS
004840         MOVE 8 TO RETURN-CODE
004850         STOP RUN
004860     END-IF.
004870     ACCEPT WS-RUN-SYS-TIME FROM TIME.
004880     MOVE SPACES TO RUN-LEDGER-RECORD.
004890     MOVE WS-CURRENT-DATE TO RUN-BUSINESS-DATE.
004900     MOVE WS-RUN-PROGRAM TO RUN-PROGRAM.
004910     MOVE WS-RUN-EVENT TO RUN-EVENT.
004920     ACCEPT RUN-TS-DATE FROM DATE YYYYMMDD.
004930     MOVE WS-RUN-SYS-TIME(1:6) TO RUN-TS-TIME.
004940     MOVE WS-RUN-RC TO RUN-RETURN-CODE.
004950     MOVE WS-RUN-READ-COUNT TO RUN-COUNT-READ.
004960     MOVE WS-RUN-PROC-COUNT TO RUN-COUNT-PROCESSED.
004970     MOVE WS-RUN-EXC-COUNT TO RUN-COUNT-EXCEPTIONS.
004980     WRITE RUN-LEDGER-RECORD.
004990     CLOSE RUNLEDGR.
005000 1090-EXIT.
005010     EXIT.
005020******************************************************************
005030*    1100-LOAD-RETURNS - READ TONIGHT'S RETITEM INTO THE RETURN
005040*                 TABLE. A MISSING FILE (STATUS 35) JUST MEANS
005050*                 NOTHING WAS RETURNED.
005060******************************************************************
005070 1100-LOAD-RETURNS.
005080     OPEN INPUT RETITEM.
005090     IF WS-RETITEM-STATUS = "35"
005100         GO TO 1100-EXIT
005110     END-IF.
005120     IF WS-RETITEM-STATUS NOT = "00"
005130         DISPLAY "ERRO AO ABRIR RETITEM - STATUS "
005140             WS-RETITEM-STATUS
005150         MOVE 8 TO RETURN-CODE
005160         PERFORM 9900-WRITE-RUN-END THRU 9900-EXIT
005170         STOP RUN
005180     END-IF.
005190     PERFORM 1110-READ-RETURN THRU 1110-EXIT.
005200     PERFORM 1120-BUILD-RETURN-ENTRY THRU 1120-EXIT
005210         UNTIL WS-RETITEM-EOF-YES.
005220     CLOSE RETITEM.
005230 1100-EXIT.
005240     EXIT.
005250******************************************************************
005260*    1110-READ-RETURN
005270******************************************************************
005280 1110-READ-RETURN.
005290     READ RETITEM
005300         AT END
005310             SET WS-RETITEM-EOF-YES TO TRUE
005320     END-READ.
005330 1110-EXIT.
005340     EXIT.
005350******************************************************************
005360*    1120-BUILD-RETURN-ENTRY - TABLE ONE RETURNED ITEM
005370******************************************************************
005380 1120-BUILD-RETURN-ENTRY.
005390     ADD 1 TO WS-RETURN-READ-COUNT.
005400     IF WS-RETURN-COUNT < 5000
005410         ADD 1 TO WS-RETURN-COUNT
005420         MOVE RTI-REFERENCE TO WS-RT-REFERENCE(WS-RETURN-COUNT)
005430         MOVE RTI-ACCT-NUMBER TO WS-RT-ACCT(WS-RETURN-COUNT)
005440         MOVE RTI-AMOUNT TO WS-RT-AMOUNT(WS-RETURN-COUNT)
005450         MOVE RTI-REASON-CODE TO
005460             WS-RT-REASON-CODE(WS-RETURN-COUNT)
005470         MOVE RTI-REASON-TEXT TO
005480             WS-RT-REASON-TEXT(WS-RETURN-COUNT)
005490         MOVE "N" TO WS-RT-MATCHED(WS-RETURN-COUNT)
005500     ELSE
005510         DISPLAY "AVISO: TABELA DE DEVOLUCOES CHEIA - REGISTRO "
005520             "IGNORADO"
005530     END-IF.
005540     PERFORM 1110-READ-RETURN THRU 1110-EXIT.
005550 1120-EXIT.
005560     EXIT.
005570******************************************************************
005580*    1200-LOAD-CANCELLED-HOLDS - FIRST PASS OVER UNCHOLD TO TABLE
005590*                 THE CANCEL RECORDS, WHICH VLD-SAQ-BANC APPENDS
005600*                 BEHIND THE HOLDS THEY CLOSE
005610******************************************************************
005620 1200-LOAD-CANCELLED-HOLDS.
005630     OPEN INPUT UNCHOLD.
005640     IF WS-UNCHOLD-STATUS NOT = "00"
005650         GO TO 1200-EXIT
005660     END-IF.
005670     PERFORM 2100-READ-HOLD THRU 2100-EXIT.
005680     PERFORM 1210-KEEP-CANCEL THRU 1210-EXIT
005690         UNTIL WS-EOF-YES.
005700     CLOSE UNCHOLD.
005710     SET WS-EOF-NO TO TRUE.
005720 1200-EXIT.
005730     EXIT.
005740******************************************************************
005750*    1210-KEEP-CANCEL - TABLE ONE CANCEL RECORD
005760******************************************************************
005770 1210-KEEP-CANCEL.
005780     IF UNC-KIND-CANCEL
005790         IF WS-CANCEL-COUNT < 5000
005800             ADD 1 TO WS-CANCEL-COUNT
005810             MOVE UNC-REFERENCE TO
005820                 WS-CN-REFERENCE(WS-CANCEL-COUNT)
005830             MOVE UNC-ACCT-NUMBER TO WS-CN-ACCT(WS-CANCEL-COUNT)
005840         ELSE
005850             DISPLAY "AVISO: TABELA DE CANCELAMENTOS CHEIA"
005860         END-IF
005870     END-IF.
005880     PERFORM 2100-READ-HOLD THRU 2100-EXIT.
005890 1210-EXIT.
005900     EXIT.
005910******************************************************************
005920*    2000-PROCESS-HOLDS - DROP, RETURN, RELEASE OR CARRY FORWARD
005930*                 ONE UNCHOLD RECORD
005940******************************************************************
005950 2000-PROCESS-HOLDS.
005960     IF NOT UNC-KIND-HOLD
005970         GO TO 2000-NEXT
005980     END-IF.
005990     ADD 1 TO WS-HOLD-READ-COUNT.
006000     PERFORM 2200-CHECK-CANCELLED THRU 2200-EXIT.
006010     IF WS-HOLD-CANCELLED
006020         ADD 1 TO WS-CANCELLED-COUNT
006030         GO TO 2000-NEXT
006040     END-IF.
006050     PERFORM 2300-FIND-RETURN THRU 2300-EXIT.
006060     IF WS-RETURN-FOUND
006070         PERFORM 3000-RETURN-DEPOSIT THRU 3000-EXIT
006080         GO TO 2000-NEXT
006090     END-IF.
006100     IF UNC-HELD-UNTIL NOT > WS-CURRENT-DATE
006110         PERFORM 4000-RELEASE-HOLD THRU 4000-EXIT
006120         GO TO 2000-NEXT
006130     END-IF.
006140     MOVE UNC-RECORD TO UNCOUT-RECORD.
006150     WRITE UNCOUT-RECORD.
006160     ADD 1 TO WS-CARRIED-COUNT.
006170     ADD UNC-AMOUNT TO WS-TOTAL-CARRIED.
006180 2000-NEXT.
006190     PERFORM 2100-READ-HOLD THRU 2100-EXIT.
006200 2000-EXIT.
006210     EXIT.
006220******************************************************************
006230*    2100-READ-HOLD
006240******************************************************************
006250 2100-READ-HOLD.
006260     READ UNCHOLD
006270         AT END
006280             SET WS-EOF-YES TO TRUE
006290     END-READ.
006300 2100-EXIT.
006310     EXIT.
006320******************************************************************
006330*    2200-CHECK-CANCELLED - HAS A REVERSAL ALREADY CLOSED THIS
006340*                 HOLD?
006350******************************************************************
006360 2200-CHECK-CANCELLED.
006370     SET WS-HOLD-NOT-CANCELLED TO TRUE.
006380     IF UNC-REFERENCE = SPACES
006390         GO TO 2200-EXIT
006400     END-IF.
006410     PERFORM 2210-TEST-CANCEL-ENTRY THRU 2210-EXIT
006420         VARYING WS-CANCEL-SUB FROM 1 BY 1
006430         UNTIL WS-CANCEL-SUB > WS-CANCEL-COUNT
006440            OR WS-HOLD-CANCELLED.
006450 2200-EXIT.
006460     EXIT.
006470******************************************************************
006480*    2210-TEST-CANCEL-ENTRY
006490******************************************************************
006500 2210-TEST-CANCEL-ENTRY.
006510     IF WS-CN-REFERENCE(WS-CANCEL-SUB) = UNC-REFERENCE
006520         AND WS-CN-ACCT(WS-CANCEL-SUB) = UNC-ACCT-NUMBER
006530         SET WS-HOLD-CANCELLED TO TRUE
006540     END-IF.
006550 2210-EXIT.
006560     EXIT.
006570******************************************************************
006580*    2300-FIND-RETURN - IS THIS HOLD'S DEPOSITO AMONG TONIGHT'S
006590*                 RETURNS? REFERENCE, ACCOUNT AND AMOUNT MUST ALL
006600*                 AGREE, AND A RETURN TAKES ONE HOLD ONLY.
006610******************************************************************
006620 2300-FIND-RETURN.
006630     SET WS-RETURN-NOT-FOUND TO TRUE.
006640     IF UNC-REFERENCE = SPACES
006650         GO TO 2300-EXIT
006660     END-IF.
006670     PERFORM 2310-TEST-RETURN-ENTRY THRU 2310-EXIT
006680         VARYING WS-RETURN-SUB FROM 1 BY 1
006690         UNTIL WS-RETURN-SUB > WS-RETURN-COUNT
006700            OR WS-RETURN-FOUND.
006710     IF WS-RETURN-FOUND
006720         SUBTRACT 1 FROM WS-RETURN-SUB
006730     END-IF.
006740 2300-EXIT.
006750     EXIT.
006760******************************************************************
006770*    2310-TEST-RETURN-ENTRY
006780******************************************************************
006790 2310-TEST-RETURN-ENTRY.
006800     IF NOT WS-RT-IS-MATCHED(WS-RETURN-SUB)
006810         AND WS-RT-REFERENCE(WS-RETURN-SUB) = UNC-REFERENCE
006820         AND WS-RT-ACCT(WS-RETURN-SUB) = UNC-ACCT-NUMBER
006830         AND WS-RT-AMOUNT(WS-RETURN-SUB) = UNC-AMOUNT
006840         SET WS-RETURN-FOUND TO TRUE
006850     END-IF.
006860 2310-EXIT.
006870     EXIT.
006880******************************************************************
006890*    3000-RETURN-DEPOSIT - TAKE A RETURNED DEPOSITO BACK OFF THE
006900*                 ACCOUNT TOGETHER WITH ITS HOLD. THE ITEM WAS
006910*                 NEVER PAID, SO THE DEBIT IS MADE WHATEVER THE
006920*                 BALANCE AND LIMIT - AN ACCOUNT LEFT OVERDRAWN
006930*                 IS AGED BY VLD-ACC-DLQ LIKE ANY OTHER. A HOLD
006940*                 WHOSE ACCOUNT CANNOT BE UPDATED IS CARRIED
006950*                 FORWARD AND THE RETURN LISTED AS AN EXCEPTION.
006960******************************************************************
006970 3000-RETURN-DEPOSIT.
006980     MOVE "Y" TO WS-RT-MATCHED(WS-RETURN-SUB).
006990     PERFORM 5000-READ-ACCOUNT THRU 5000-EXIT.
007000     IF WS-ACCOUNT-NOT-FOUND
007010         MOVE "Conta nao encontrada." TO WS-OUTCOME-MSG
007020         GO TO 3090-RETURN-FAILED
007030     END-IF.
007040     SUBTRACT UNC-AMOUNT FROM ACCT-BALANCE.
007050     PERFORM 5100-REDUCE-UNCOLLECTED THRU 5100-EXIT.
007060     REWRITE ACCT-MASTER-RECORD
007070         INVALID KEY
007080             MOVE "Erro ao atualizar conta." TO WS-OUTCOME-MSG
007090             GO TO 3090-RETURN-FAILED
007100     END-REWRITE.
007110     IF WS-ACCTMSTR-STATUS NOT = "00"
007120         MOVE "Erro ao atualizar conta." TO WS-OUTCOME-MSG
007130         GO TO 3090-RETURN-FAILED
007140     END-IF.
007150     MOVE ACCT-BALANCE TO WS-NEW-BALANCE.
007160     ADD 1 TO WS-RR-SEQ.
007170     PERFORM 6000-WRITE-RETURN-AUDIT THRU 6000-EXIT.
007180     PERFORM 6100-WRITE-RETURN-GL THRU 6100-EXIT.
007190     PERFORM 6200-WRITE-RETURN-POSTEDREF THRU 6200-EXIT.
007200     ADD 1 TO WS-RETURNED-COUNT.
007210     ADD UNC-AMOUNT TO WS-TOTAL-RETURNED.
007220     MOVE "Deposito devolvido." TO WS-OUTCOME-MSG.
007230     PERFORM 7000-WRITE-RESULT-LINE THRU 7000-EXIT.
007240     PERFORM 7100-WRITE-REASON-LINE THRU 7100-EXIT.
007250     GO TO 3000-EXIT.
007260 3090-RETURN-FAILED.
007270     ADD 1 TO WS-EXCEPTION-COUNT.
007280     PERFORM 7000-WRITE-RESULT-LINE THRU 7000-EXIT.
007290     PERFORM 7100-WRITE-REASON-LINE THRU 7100-EXIT.
007300     MOVE UNC-RECORD TO UNCOUT-RECORD.
007310     WRITE UNCOUT-RECORD.
007320     ADD 1 TO WS-CARRIED-COUNT.
007330     ADD UNC-AMOUNT TO WS-TOTAL-CARRIED.
007340 3000-EXIT.
007350     EXIT.
007360******************************************************************
007370*    4000-RELEASE-HOLD - THE LAST HELD DAY HAS COME: THE AMOUNT
007380*                 STOPS COUNTING AS UNCOLLECTED. A HOLD WHOSE
007390*                 ACCOUNT CANNOT BE UPDATED IS CARRIED FORWARD.
007400******************************************************************
007410 4000-RELEASE-HOLD.
007420     PERFORM 5000-READ-ACCOUNT THRU 5000-EXIT.
007430     IF WS-ACCOUNT-NOT-FOUND
007440         MOVE "Conta nao encontrada." TO WS-OUTCOME-MSG
007450         GO TO 4090-RELEASE-FAILED
007460     END-IF.
007470     PERFORM 5100-REDUCE-UNCOLLECTED THRU 5100-EXIT.
007480     REWRITE ACCT-MASTER-RECORD
007490         INVALID KEY
007500             MOVE "Erro ao atualizar conta." TO WS-OUTCOME-MSG
007510             GO TO 4090-RELEASE-FAILED
007520     END-REWRITE.
007530     IF WS-ACCTMSTR-STATUS NOT = "00"
007540         MOVE "Erro ao atualizar conta." TO WS-OUTCOME-MSG
007550         GO TO 4090-RELEASE-FAILED
007560     END-IF.
007570     ADD 1 TO WS-RELEASED-COUNT.
007580     ADD UNC-AMOUNT TO WS-TOTAL-RELEASED.
007590     MOVE "Fundos liberados." TO WS-OUTCOME-MSG.
007600     PERFORM 7000-WRITE-RESULT-LINE THRU 7000-EXIT.
007610     GO TO 4000-EXIT.
007620 4090-RELEASE-FAILED.
007630     ADD 1 TO WS-EXCEPTION-COUNT.
007640     PERFORM 7000-WRITE-RESULT-LINE THRU 7000-EXIT.
007650     MOVE UNC-RECORD TO UNCOUT-RECORD.
007660     WRITE UNCOUT-RECORD.
007670     ADD 1 TO WS-CARRIED-COUNT.
007680     ADD UNC-AMOUNT TO WS-TOTAL-CARRIED.
007690 4000-EXIT.
007700     EXIT.
007710******************************************************************
007720*    5000-READ-ACCOUNT - READ THE HOLD'S ACCOUNT FOR UPDATE
007730******************************************************************
007740 5000-READ-ACCOUNT.
007750     MOVE UNC-ACCT-NUMBER TO ACCT-NUMBER.
007760     READ ACCTMSTR
007770         INVALID KEY
007780             SET WS-ACCOUNT-NOT-FOUND TO TRUE
007790         NOT INVALID KEY
007800             SET WS-ACCOUNT-FOUND TO TRUE
007810     END-READ.
007820 5000-EXIT.
007830     EXIT.
007840******************************************************************
007850*    5100-REDUCE-UNCOLLECTED - TAKE THE HOLD OFF THE ACCOUNT'S
007860*                 UNCOLLECTED AMOUNT, NEVER BELOW ZERO. A RECORD
007870*                 WRITTEN BEFORE THE FIELD EXISTED HAS NOTHING ON
007880*                 HOLD.
007890******************************************************************
007900 5100-REDUCE-UNCOLLECTED.
007910     IF ACCT-UNCOLLECTED-AMT NOT NUMERIC
007920         MOVE ZERO TO ACCT-UNCOLLECTED-AMT
007930     END-IF.
007940     IF ACCT-UNCOLLECTED-AMT > UNC-AMOUNT
007950         SUBTRACT UNC-AMOUNT FROM ACCT-UNCOLLECTED-AMT
007960     ELSE
007970         MOVE ZERO TO ACCT-UNCOLLECTED-AMT
007980     END-IF.
007990 5100-EXIT.
008000     EXIT.
008010******************************************************************
008020*    6000-WRITE-RETURN-AUDIT - THE RETURN GOES ON AUDITLOG AS A
008030*                 REVERSAL OF THE DEPOSITO, SO STATEMENTS AND THE
008040*                 BALANCE REPLAY OF VLD-ACC-VER SEE IT
008050******************************************************************
008060 6000-WRITE-RETURN-AUDIT.
008070     ACCEPT WS-CURRENT-TIME FROM TIME.
008080     MOVE UNC-ACCT-NUMBER TO AUD-ACCT-NUMBER.
008090     MOVE "R" TO AUD-TRAN-TYPE.
008100     MOVE WS-CURRENT-DATE TO AUD-TS-DATE.
008110     MOVE WS-CURRENT-TIME(1:6) TO AUD-TS-TIME.
008120     MOVE UNC-AMOUNT TO AUD-REQUESTED-AMT.
008130     MOVE UNC-AMOUNT TO AUD-TOTAL-CHARGED.
008140     MOVE WS-NEW-BALANCE TO AUD-SALDO-FINAL.
008150     MOVE "Deposito devolvido." TO AUD-OUTCOME-MSG.
008160     MOVE WS-RETURN-REFERENCE TO AUD-REFERENCE.
008170     MOVE UNC-REFERENCE TO AUD-ORIG-REFERENCE.
008180     MOVE SPACES TO AUD-CREDIT-CURRENCY.
008190     MOVE ZERO TO AUD-CREDIT-AMOUNT.
008200     MOVE ZERO TO AUD-FX-RATE.
008210     WRITE AUDIT-RECORD.
008220 6000-EXIT.
008230     EXIT.
008240******************************************************************
008250*    6100-WRITE-RETURN-GL - THE RETURN IS JOURNALLED UNDER THE
008260*                 DEPOSITO REVERSAL CODE, SO VLD-GL-JRN PAIRS IT
008270*                 WITH NO NEW RULES
008280******************************************************************
008290 6100-WRITE-RETURN-GL.
008300     MOVE UNC-ACCT-NUMBER TO GL-ACCT-NUMBER.
008310     MOVE UNC-AMOUNT TO GL-AMOUNT.
008320     MOVE ZERO TO GL-FEE.
008330     MOVE WS-GL-CODE-REV-DEPOSITO TO GL-ACCOUNT-CODE.
008340     MOVE WS-CURRENT-DATE TO GL-POSTING-DATE.
008350     MOVE WS-RETURN-REFERENCE TO GL-REFERENCE.
008360     MOVE UNC-REFERENCE TO GL-ORIG-REFERENCE.
008370     MOVE ACCT-CURRENCY-CODE TO GL-CURRENCY-CODE.
008380     WRITE GL-EXTRACT-RECORD.
008390 6100-EXIT.
008400     EXIT.
008410******************************************************************
008420*    6200-WRITE-RETURN-POSTEDREF - RECORD THE RETURN AS A REVERSAL
008430*                 OF THE DEPOSITO, SO VLD-SAQ-BANC REFUSES A LATER
008440*                 REVERSAL OF THE SAME REFERENCE AS ALREADY DONE
008450******************************************************************
008460 6200-WRITE-RETURN-POSTEDREF.
008470     MOVE SPACES TO PREF-RECORD.
008480     MOVE WS-RETURN-REFERENCE TO PREF-REFERENCE.
008490     MOVE WS-CURRENT-DATE TO PREF-POST-DATE.
008500     SET PREF-KIND-REVERSAL TO TRUE.
008510     MOVE "R" TO PREF-TRAN-TYPE.
008520     MOVE UNC-ACCT-NUMBER TO PREF-ACCT-NUMBER.
008530     MOVE ZERO TO PREF-CREDIT-ACCT.
008540     MOVE UNC-AMOUNT TO PREF-AMOUNT.
008550     MOVE ZERO TO PREF-TAXA.
008560     MOVE UNC-REFERENCE TO PREF-ORIG-REFERENCE.
008570     MOVE ZERO TO PREF-CREDIT-AMOUNT.
008580     MOVE ZERO TO PREF-FX-RATE.
008590     WRITE PREF-RECORD.
008600 6200-EXIT.
008610     EXIT.
008620******************************************************************
008630*    7000-WRITE-RESULT-LINE - ONE DEPRPT LINE FOR THE CURRENT HOLD
008640******************************************************************
008650 7000-WRITE-RESULT-LINE.
008660     MOVE UNC-ACCT-NUMBER TO WS-RL-ACCT.
008670     MOVE UNC-REFERENCE TO WS-RL-REFERENCE.
008680     MOVE UNC-AMOUNT TO WS-RL-AMOUNT.
008690     MOVE WS-OUTCOME-MSG TO WS-RL-MSG.
008700     MOVE WS-RESULT-LINE TO DEP-REPORT-LINE.
008710     WRITE DEP-REPORT-LINE.
008720 7000-EXIT.
008730     EXIT.
008740******************************************************************
008750*    7100-WRITE-REASON-LINE - THE RETURN REASON UNDER ITS RESULT
008760******************************************************************
008770 7100-WRITE-REASON-LINE.
008780     MOVE WS-RT-REASON-CODE(WS-RETURN-SUB) TO WS-RS-CODE.
008790     MOVE WS-RT-REASON-TEXT(WS-RETURN-SUB) TO WS-RS-TEXT.
008800     MOVE WS-REASON-LINE TO DEP-REPORT-LINE.
008810     WRITE DEP-REPORT-LINE.
008820 7100-EXIT.
008830     EXIT.
008840******************************************************************
008850*    7500-LIST-UNMATCHED-RETURNS - A RETURN NO OPEN HOLD TOOK IS
008860*                 AN EXCEPTION FOR OPERATIONS: THE DEPOSITO WAS
008870*                 NEVER HELD, WAS ALREADY RELEASED OR REVERSED, OR
008880*                 THE RETURN DOES NOT AGREE WITH IT
008890******************************************************************
008900 7500-LIST-UNMATCHED-RETURNS.
008910     IF WS-RT-IS-MATCHED(WS-RETURN-SUB)
008920         GO TO 7500-EXIT
008930     END-IF.
008940     ADD 1 TO WS-EXCEPTION-COUNT.
008950     MOVE WS-RT-ACCT(WS-RETURN-SUB) TO WS-RL-ACCT.
008960     MOVE WS-RT-REFERENCE(WS-RETURN-SUB) TO WS-RL-REFERENCE.
008970     MOVE WS-RT-AMOUNT(WS-RETURN-SUB) TO WS-RL-AMOUNT.
008980     MOVE "Devolucao sem bloqueio aberto." TO WS-RL-MSG.
008990     MOVE WS-RESULT-LINE TO DEP-REPORT-LINE.
009000     WRITE DEP-REPORT-LINE.
009010     PERFORM 7100-WRITE-REASON-LINE THRU 7100-EXIT.
009020 7500-EXIT.
009030     EXIT.
009040******************************************************************
009050*    9000-TERMINATE - PRINT THE TOTALS AND CLOSE THE FILES
009060******************************************************************
009070 9000-TERMINATE.
009080     MOVE WS-RULE-LINE TO DEP-REPORT-LINE.
009090     WRITE DEP-REPORT-LINE.
009100     MOVE "BLOQUEIOS LIDOS:" TO WS-CL-LABEL.
009110     MOVE WS-HOLD-READ-COUNT TO WS-CL-COUNT.
009120     PERFORM 9100-WRITE-COUNT-LINE THRU 9100-EXIT.
009130     MOVE "BLOQUEIOS LIBERADOS:" TO WS-CL-LABEL.
009140     MOVE WS-RELEASED-COUNT TO WS-CL-COUNT.
009150     PERFORM 9100-WRITE-COUNT-LINE THRU 9100-EXIT.
009160     MOVE "DEPOSITOS DEVOLVIDOS:" TO WS-CL-LABEL.
009170     MOVE WS-RETURNED-COUNT TO WS-CL-COUNT.
009180     PERFORM 9100-WRITE-COUNT-LINE THRU 9100-EXIT.
009190     MOVE "BLOQUEIOS CANCELADOS:" TO WS-CL-LABEL.
009200     MOVE WS-CANCELLED-COUNT TO WS-CL-COUNT.
009210     PERFORM 9100-WRITE-COUNT-LINE THRU 9100-EXIT.
009220     MOVE "BLOQUEIOS MANTIDOS:" TO WS-CL-LABEL.
009230     MOVE WS-CARRIED-COUNT TO WS-CL-COUNT.
009240     PERFORM 9100-WRITE-COUNT-LINE THRU 9100-EXIT.
009250     MOVE "DEVOLUCOES LIDAS:" TO WS-CL-LABEL.
009260     MOVE WS-RETURN-READ-COUNT TO WS-CL-COUNT.
009270     PERFORM 9100-WRITE-COUNT-LINE THRU 9100-EXIT.
009280     MOVE "EXCECOES:" TO WS-CL-LABEL.
009290     MOVE WS-EXCEPTION-COUNT TO WS-CL-COUNT.
009300     PERFORM 9100-WRITE-COUNT-LINE THRU 9100-EXIT.
009310     MOVE "TOTAL LIBERADO:" TO WS-TL-LABEL.
009320     MOVE WS-TOTAL-RELEASED TO WS-TL-AMOUNT.
009330     PERFORM 9200-WRITE-TOTAL-LINE THRU 9200-EXIT.
009340     MOVE "TOTAL DEVOLVIDO:" TO WS-TL-LABEL.
009350     MOVE WS-TOTAL-RETURNED TO WS-TL-AMOUNT.
009360     PERFORM 9200-WRITE-TOTAL-LINE THRU 9200-EXIT.
009370     MOVE "TOTAL AINDA EM COMPENSACAO:" TO WS-TL-LABEL.
009380     MOVE WS-TOTAL-CARRIED TO WS-TL-AMOUNT.
009390     PERFORM 9200-WRITE-TOTAL-LINE THRU 9200-EXIT.
009400     IF WS-UNCHOLD-PRESENT
009410         CLOSE UNCHOLD
009420     END-IF.
009430     CLOSE ACCTMSTR.
009440     CLOSE AUDITLOG.
009450     CLOSE GLEXTRACT.
009460     CLOSE POSTEDREF.
009470     CLOSE UNCOUT.
009480     CLOSE DEPRPT.
009490 9000-EXIT.
009500     EXIT.
009510******************************************************************
009520*    9100-WRITE-COUNT-LINE
009530******************************************************************
009540 9100-WRITE-COUNT-LINE.
009550     MOVE WS-COUNT-LINE TO DEP-REPORT-LINE.
009560     WRITE DEP-REPORT-LINE.
009570 9100-EXIT.
009580     EXIT.
009590******************************************************************
009600*    9200-WRITE-TOTAL-LINE
009610******************************************************************
009620 9200-WRITE-TOTAL-LINE.
009630     MOVE WS-TOTAL-LINE TO DEP-REPORT-LINE.
009640     WRITE DEP-REPORT-LINE.
009650 9200-EXIT.
009660     EXIT.
009670******************************************************************
009680*    9900-WRITE-RUN-END - CLOSE THIS STEP'S LEDGER ENTRY WITH
009690*                 ITS RETURN CODE AND KEY COUNTS.
009700*                 PERFORMED AHEAD OF EVERY STOP RUN ONCE THE
009710*                 START RECORD IS ON THE LEDGER.
009720******************************************************************
009730 9900-WRITE-RUN-END.
009740     IF WS-RUN-NOT-STARTED
009750         GO TO 9900-EXIT
009760     END-IF.
009770     SET WS-RUN-NOT-STARTED TO TRUE.
009780     MOVE "F" TO WS-RUN-EVENT.
009790     MOVE RETURN-CODE TO WS-RUN-RC.
009800     MOVE WS-HOLD-READ-COUNT TO WS-RUN-READ-COUNT.
009810     COMPUTE WS-RUN-PROC-COUNT =
009820         WS-RELEASED-COUNT + WS-RETURNED-COUNT.
009830     MOVE WS-EXCEPTION-COUNT TO WS-RUN-EXC-COUNT.
009840     PERFORM 1090-APPEND-RUN-ENTRY THRU 1090-EXIT.
009850 9900-EXIT.
009860     EXIT.
009870
009880 END PROGRAM VLD-DEP-LIB.
