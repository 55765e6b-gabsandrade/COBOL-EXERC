000010******************************************************************
000020* PROGRAM-ID:   VLD-PAG-RET
000030* AUTHOR:       GABRIELLY ANDRADE
000040* INSTALLATION: RETAIL BANKING SYSTEMS
000050* DATE-WRITTEN: 15/10/2026
000060* DATE-COMPILED:
000070* PURPOSE:      NIGHTLY OUTBOUND PAYMENT SETTLEMENT AND RETURNS.
000080*               READS PAGSENT, THE REGISTER OF EXTERNAL PAYMENTS
000090*               SENT BY VLD-PAG-EXT AND NOT YET SETTLED, AND THE
000100*               PAGRET FILE OF CLEARING HOUSE RESPONSES, AND FOR
000110*               EACH PAYMENT ON THE REGISTER:
000120*               - A PAYMENT SETTLED BY THE RECEIVING BANK (SAME
000130*                 TRAN-REFERENCE AND AMOUNT) IS CLEARED FROM THE
000140*                 CLEARING SUSPENSE ACCOUNT BY A GLEXTRACT LINE
000150*                 UNDER THE SETTLEMENT CODE;
000160*               - A PAYMENT RETURNED OR REJECTED IS CREDITED BACK
000170*                 TO THE CUSTOMER - THE PRINCIPAL ONLY, THE FEE
000180*                 STAYS CHARGED - AND RECORDED ON AUDITLOG,
000190*                 GLEXTRACT (THE RETURN CODE, WHICH ALSO CLEARS
000200*                 THE SUSPENSE ENTRY) AND POSTEDREF, WITH THE
000210*                 CLEARING HOUSE REASON ON PAGRRPT. WHEN THE
000220*                 ACCOUNT CANNOT BE CREDITED THE RETURN IS LISTED
000230*                 AS NOT APPLIED, THE PAYMENT STAYS ON THE
000240*                 REGISTER AND THE RESPONSE IS KEPT ON PAGRPNEW,
000250*                 WHICH THE JCL PROMOTES TO PAGRPEND, SO THE
000260*                 CREDIT IS TRIED AGAIN EVERY NIGHT UNTIL IT GOES
000270*                 THROUGH;
000280*               - ANY OTHER PAYMENT IS CARRIED FORWARD TO PAGSNEW,
000290*                 WHICH THE JCL PROMOTES TO PAGSENT FOR THE NEXT
000300*                 NIGHT, AND IS LISTED AS UNSETTLED ONCE IT HAS
000310*                 BEEN OUT FOR THE PAGPARM NUMBER OF DAYS.
000320*               A RESPONSE THAT MATCHES NO PAYMENT ON THE REGISTER
000330*               IS LISTED AS AN EXCEPTION ON PAGRRPT AND LEFT FOR
000340*               OPERATIONS. A MISSING PAGRET (STATUS 35) IS A
000350*               NIGHT WITH NO RESPONSES, AND A MISSING PAGSENT ONE
000360*               WITH NOTHING OUTSTANDING.
000370* TECTONICS:    COBC
000380*----------------------------------------------------------------
000390* MODIFICATION HISTORY
000400*   DATE        INIT  DESCRIPTION
000410*   15/10/2026  GA    INITIAL VERSION - PAYMENT SETTLEMENT AND
000420*                     RETURNS. EACH RUN IS RECORDED ON THE
000430*                     RUNLEDGR RUN-STEP LEDGER AND IS REFUSED WITH
000440*                     RETURN CODE 8 FOR A BUSINESS DATE THE STEP
000450*                     HAS ALREADY ENDED CLEANLY OR BEFORE
000460*                     VLD-PAG-EXT HAS.
000470*   15/10/2026  GA    A RETURN THAT CANNOT BE CREDITED IS NOW
000480*                     LISTED AS "Devolucao nao aplicada." WITH ITS
000490*                     CAUSE AND ITS RESPONSE KEPT ON THE NEW
000500*                     PAGRPNEW, READ BACK NEXT NIGHT AS PAGRPEND,
000510*                     SO IT IS NOT LOST. PAGSNEW AND POSTEDREF NOW
000520*                     TAKE THE PAGREC AND PREFREC COPYBOOKS.
000530******************************************************************
000540 IDENTIFICATION DIVISION.
000550 PROGRAM-ID. VLD-PAG-RET.
000560 AUTHOR. GABRIELLY ANDRADE.
000570 INSTALLATION. RETAIL BANKING SYSTEMS.
000580 DATE-WRITTEN. 15/10/2026.
000590 DATE-COMPILED. 15/10/2026.
000600******************************************************************
000610 ENVIRONMENT DIVISION.
000620 INPUT-OUTPUT SECTION.
000630 FILE-CONTROL.
000640     SELECT PAGSENT ASSIGN TO PAGSENT
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-PAGSENT-STATUS.
000670
000680     SELECT PAGSNEW ASSIGN TO PAGSNEW
000690         ORGANIZATION IS LINE SEQUENTIAL.
000700
000710     SELECT PAGRET ASSIGN TO PAGRET
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-PAGRET-STATUS.
000740
000750     SELECT PAGRPEND ASSIGN TO PAGRPEND
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-PAGRPEND-STATUS.
000780
000790     SELECT PAGRPNEW ASSIGN TO PAGRPNEW
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS WS-PAGRPNEW-STATUS.
000820
000830     SELECT PAGPARM ASSIGN TO PAGPARM
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS WS-PAGPARM-STATUS.
000860
000870     SELECT ACCTMSTR ASSIGN TO ACCTMSTR
000880         ORGANIZATION IS INDEXED
000890         ACCESS MODE IS DYNAMIC
000900         RECORD KEY IS ACCT-NUMBER
000910         FILE STATUS IS WS-ACCTMSTR-STATUS.
000920
000930     SELECT AUDITLOG ASSIGN TO AUDITLOG
000940         ORGANIZATION IS LINE SEQUENTIAL
000950         FILE STATUS IS WS-AUDITLOG-STATUS.
000960
000970     SELECT GLEXTRACT ASSIGN TO GLEXTRACT
000980         ORGANIZATION IS LINE SEQUENTIAL
000990         FILE STATUS IS WS-GLEXTRACT-STATUS.
001000
001010     SELECT POSTEDREF ASSIGN TO POSTEDREF
001020         ORGANIZATION IS LINE SEQUENTIAL
001030         FILE STATUS IS WS-POSTEDREF-STATUS.
001040
001050     SELECT PAGRRPT ASSIGN TO PAGRRPT
001060         ORGANIZATION IS LINE SEQUENTIAL.
001070
001080     SELECT BDATECTL ASSIGN TO BDATECTL
001090         ORGANIZATION IS LINE SEQUENTIAL.
001100
001110     SELECT RUNLEDGR ASSIGN TO RUNLEDGR
001120         ORGANIZATION IS LINE SEQUENTIAL
001130         FILE STATUS IS WS-RUNLEDGR-STATUS.
001140******************************************************************
001150 DATA DIVISION.
001160 FILE SECTION.
001170 FD  PAGSENT
001180     LABEL RECORDS ARE STANDARD.
001190     COPY PAGREC.
001200
001210 FD  PAGSNEW
001220     LABEL RECORDS ARE STANDARD.
001230     COPY PAGREC REPLACING LEADING ==PAG-== BY ==PGN-==.
001240
001250 FD  PAGRET
001260     LABEL RECORDS ARE STANDARD.
001270     COPY PGRREC.
001280
001290 FD  PAGRPEND
001300     LABEL RECORDS ARE STANDARD.
001310     COPY PGRREC REPLACING LEADING ==PGR-== BY ==PRP-==.
001320
001330 FD  PAGRPNEW
001340     LABEL RECORDS ARE STANDARD.
001350     COPY PGRREC REPLACING LEADING ==PGR-== BY ==PRN-==.
001360
001370 FD  PAGPARM
001380     LABEL RECORDS ARE STANDARD.
001390     COPY PAGPARM.
001400
001410 FD  ACCTMSTR
001420     LABEL RECORDS ARE STANDARD.
001430     COPY ACCTREC.
001440
001450 FD  AUDITLOG
001460     LABEL RECORDS ARE STANDARD.
001470     COPY AUDREC.
001480
001490 FD  GLEXTRACT
001500     LABEL RECORDS ARE STANDARD.
001510     COPY GLREC.
001520
001530 FD  POSTEDREF
001540     LABEL RECORDS ARE STANDARD.
001550     COPY PREFREC.
001560
001570 FD  PAGRRPT
001580     LABEL RECORDS ARE STANDARD.
001590 01  PGR-REPORT-LINE         PIC X(80).
001600
001610 FD  BDATECTL
001620     LABEL RECORDS ARE STANDARD.
001630     COPY BDTREC.
001640
001650 FD  RUNLEDGR
001660     LABEL RECORDS ARE STANDARD.
001670     COPY RUNREC.
001680
001690 WORKING-STORAGE SECTION.
001700 77  WS-EOF-SWITCH           PIC X(01) VALUE "N".
001710     88  WS-EOF-YES                    VALUE "Y".
001720     88  WS-EOF-NO                     VALUE "N".
001730
001740 77  WS-PAGRET-EOF-SWITCH    PIC X(01) VALUE "N".
001750     88  WS-PAGRET-EOF-YES             VALUE "Y".
001760     88  WS-PAGRET-EOF-NO              VALUE "N".
001770
001780 77  WS-PAGRPEND-EOF-SWITCH  PIC X(01) VALUE "N".
001790     88  WS-PAGRPEND-EOF-YES           VALUE "Y".
001800     88  WS-PAGRPEND-EOF-NO            VALUE "N".
001810
001820 77  WS-PAGSENT-SWITCH       PIC X(01) VALUE "N".
001830     88  WS-PAGSENT-PRESENT             VALUE "Y".
001840     88  WS-PAGSENT-ABSENT              VALUE "N".
001850
001860 77  WS-ACCOUNT-SWITCH       PIC X(01) VALUE "N".
001870     88  WS-ACCOUNT-FOUND               VALUE "Y".
001880     88  WS-ACCOUNT-NOT-FOUND           VALUE "N".
001890
001900 77  WS-RESPONSE-SWITCH      PIC X(01) VALUE "N".
001910     88  WS-RESPONSE-FOUND              VALUE "Y".
001920     88  WS-RESPONSE-NOT-FOUND          VALUE "N".
001930
001940 77  WS-PAGSENT-STATUS       PIC X(02) VALUE "00".
001950 77  WS-PAGRET-STATUS        PIC X(02) VALUE "00".
001960 77  WS-PAGRPEND-STATUS      PIC X(02) VALUE "00".
001970 77  WS-PAGRPNEW-STATUS      PIC X(02) VALUE "00".
001980 77  WS-PAGPARM-STATUS       PIC X(02) VALUE "00".
001990 77  WS-ACCTMSTR-STATUS      PIC X(02) VALUE "00".
002000 77  WS-AUDITLOG-STATUS      PIC X(02) VALUE "00".
002010 77  WS-GLEXTRACT-STATUS     PIC X(02) VALUE "00".
002020 77  WS-POSTEDREF-STATUS     PIC X(02) VALUE "00".
002030
002040 77  WS-CURRENT-DATE         PIC 9(08) VALUE ZERO.
002050 77  WS-CURRENT-TIME         PIC 9(08) VALUE ZERO.
002060 77  WS-UNSETTLED-DAYS       PIC 9(02) VALUE ZERO.
002070 77  WS-DAYS-OUT             PIC 9(07) COMP VALUE ZERO.
002080
002090 77  WS-SENT-READ-COUNT      PIC 9(07) COMP VALUE ZERO.
002100 77  WS-SETTLED-COUNT        PIC 9(07) COMP VALUE ZERO.
002110 77  WS-RETURNED-COUNT       PIC 9(07) COMP VALUE ZERO.
002120 77  WS-CARRIED-COUNT        PIC 9(07) COMP VALUE ZERO.
002130 77  WS-UNSETTLED-COUNT      PIC 9(07) COMP VALUE ZERO.
002140 77  WS-RESPONSE-READ-COUNT  PIC 9(05) COMP VALUE ZERO.
002150 77  WS-EXCEPTION-COUNT      PIC 9(05) COMP VALUE ZERO.
002160 77  WS-HELD-READ-COUNT      PIC 9(05) COMP VALUE ZERO.
002170 77  WS-NOT-APPLIED-COUNT    PIC 9(05) COMP VALUE ZERO.
002180
002190 77  WS-TOTAL-SETTLED        PIC 9(13)V99 VALUE ZERO.
002200 77  WS-TOTAL-RETURNED       PIC 9(13)V99 VALUE ZERO.
002210 77  WS-TOTAL-CARRIED        PIC 9(13)V99 VALUE ZERO.
002220
002230 77  WS-RESPONSE-COUNT       PIC 9(05) COMP VALUE ZERO.
002240 77  WS-RESPONSE-SUB         PIC 9(05) COMP VALUE ZERO.
002250
002260 77  WS-OUTCOME-MSG          PIC X(30) VALUE SPACES.
002270 77  WS-NEW-BALANCE          PIC S9(12)V99 VALUE ZERO.
002280
002290 77  WS-GL-CODE-PAG-RETURN   PIC X(06) VALUE "200170".
002300 77  WS-GL-CODE-PAG-SETTLE   PIC X(06) VALUE "300191".
002310
002320 77  WS-TODAY-DAYNUM         PIC 9(07) COMP VALUE ZERO.
002330 77  WS-DAYNUM               PIC 9(07) COMP VALUE ZERO.
002340 77  WS-CALC-YEAR            PIC 9(04) COMP VALUE ZERO.
002350 77  WS-LEAP-4               PIC 9(04) COMP VALUE ZERO.
002360 77  WS-LEAP-100             PIC 9(04) COMP VALUE ZERO.
002370 77  WS-LEAP-400             PIC 9(04) COMP VALUE ZERO.
002380
002390 01  WS-WORK-DATE.
002400     05  WS-WD-YEAR          PIC 9(04).
002410     05  WS-WD-MONTH         PIC 9(02).
002420     05  WS-WD-DAY           PIC 9(02).
002430 01  WS-WORK-DATE-N REDEFINES WS-WORK-DATE
002440                             PIC 9(08).
002450
002460*    DAYS IN THE YEAR BEFORE THE FIRST OF EACH MONTH (NON-LEAP)
002470 01  WS-MONTH-CUM-TABLE.
002480     05  FILLER              PIC X(36) VALUE
002490         "000031059090120151181212243273304334".
002500 01  WS-MONTH-CUM REDEFINES WS-MONTH-CUM-TABLE.
002510     05  WS-MTH-CUM          OCCURS 12 TIMES PIC 9(03).
002520
002530*    SETTLEMENT AND RETURN REFERENCE - "P" + BUSINESS DATE +
002540*    SEQUENCE, SO THE AUDITLOG, GLEXTRACT AND POSTEDREF LINES OF
002550*    ONE SETTLEMENT OR RETURN TIE UP
002560 01  WS-RETURN-REFERENCE.
002570     05  WS-RR-SOURCE        PIC X(01) VALUE "P".
002580     05  WS-RR-DATE          PIC 9(08) VALUE ZERO.
002590     05  WS-RR-SEQ           PIC 9(05) VALUE ZERO.
002600
002610*    TONIGHT'S CLEARING HOUSE RESPONSES AND WHETHER A PAYMENT
002620*    TOOK THEM
002630 01  WS-RESPONSE-TABLE.
002640     05  WS-RESPONSE-ENTRY   OCCURS 5000 TIMES.
002650         10  WS-RP-KIND              PIC X(01).
002660             88  WS-RP-SETTLED                  VALUE "L".
002670             88  WS-RP-RETURNED                 VALUES "D" "R".
002680         10  WS-RP-REFERENCE         PIC X(14).
002690         10  WS-RP-AMOUNT            PIC 9(12)V99.
002700         10  WS-RP-REASON-CODE       PIC X(02).
002710         10  WS-RP-REASON-TEXT       PIC X(30).
002720         10  WS-RP-MATCHED           PIC X(01).
002730             88  WS-RP-IS-MATCHED               VALUE "Y".
002740
002750 01  WS-TITLE-LINE.
002760     05  FILLER              PIC X(51) VALUE
002770         "LIQUIDACAO DE PAGAMENTOS EXTERNOS - VLD-PAG-RET".
002780
002790 01  WS-DATE-LINE.
002800     05  FILLER              PIC X(16) VALUE "DATA CONTABIL: ".
002810     05  WS-DT-DATE          PIC 9(08).
002820
002830 01  WS-RULE-LINE.
002840     05  FILLER              PIC X(60) VALUE ALL "-".
002850
002860 01  WS-RESULT-LINE.
002870     05  WS-RL-ACCT          PIC 9(10).
002880     05  FILLER              PIC X(02) VALUE SPACES.
002890     05  WS-RL-REFERENCE     PIC X(14).
002900     05  FILLER              PIC X(01) VALUE SPACES.
002910     05  WS-RL-AMOUNT        PIC Z(9)9.99.
002920     05  FILLER              PIC X(02) VALUE SPACES.
002930     05  WS-RL-MSG           PIC X(30).
002940
002950 01  WS-REASON-LINE.
002960     05  FILLER              PIC X(12) VALUE SPACES.
002970     05  FILLER              PIC X(08) VALUE "MOTIVO: ".
002980     05  WS-RS-CODE          PIC X(02).
002990     05  FILLER              PIC X(01) VALUE SPACE.
003000     05  WS-RS-TEXT          PIC X(30).
003010
003020 01  WS-CAUSE-LINE.
003030     05  FILLER              PIC X(12) VALUE SPACES.
003040     05  FILLER              PIC X(07) VALUE "CAUSA: ".
003050     05  WS-CA-TEXT          PIC X(30).
003060
003070 01  WS-AGE-LINE.
003080     05  FILLER              PIC X(12) VALUE SPACES.
003090     05  FILLER              PIC X(12) VALUE "ENVIADO EM: ".
003100     05  WS-AG-SENT-DATE     PIC 9(08).
003110     05  FILLER              PIC X(08) VALUE "  DIAS: ".
003120     05  WS-AG-DAYS          PIC ZZZ,ZZ9.
003130
003140 01  WS-COUNT-LINE.
003150     05  WS-CL-LABEL         PIC X(29).
003160     05  WS-CL-COUNT         PIC ZZZ,ZZZ,ZZ9.
003170
003180 01  WS-TOTAL-LINE.
003190     05  WS-TL-LABEL         PIC X(29).
003200     05  WS-TL-AMOUNT        PIC Z(10)ZZ9.99.
003210*
003220*    RUN-STEP LEDGER CONTROL
003230*
003240 77  WS-RUNLEDGR-STATUS      PIC X(02) VALUE "00".
003250 77  WS-RUN-PROGRAM          PIC X(12) VALUE "VLD-PAG-RET".
003260 77  WS-RUN-EVENT            PIC X(01) VALUE SPACE.
003270 77  WS-RUN-RC               PIC 9(04) VALUE ZERO.
003280 77  WS-RUN-READ-COUNT       PIC 9(09) VALUE ZERO.
003290 77  WS-RUN-PROC-COUNT       PIC 9(09) VALUE ZERO.
003300 77  WS-RUN-EXC-COUNT        PIC 9(09) VALUE ZERO.
003310 77  WS-RUN-SYS-TIME         PIC 9(08) VALUE ZERO.
003320
003330 77  WS-RUN-STARTED-SWITCH   PIC X(01) VALUE "N".
003340     88  WS-RUN-STARTED                VALUE "Y".
003350     88  WS-RUN-NOT-STARTED            VALUE "N".
003360
003370 77  WS-RUN-DONE-SWITCH      PIC X(01) VALUE "N".
003380     88  WS-RUN-ALREADY-DONE           VALUE "Y".
003390
003400 77  WS-RUN-EOF-SWITCH       PIC X(01) VALUE "N".
003410     88  WS-RUN-EOF                    VALUE "Y".
003420     88  WS-RUN-NOT-EOF                VALUE "N".
003430
003440 77  WS-RUN-PREREQ-SWITCH    PIC X(01) VALUE "N".
003450     88  WS-RUN-PREREQ-MISSING         VALUE "Y".
003460
003470 77  WS-RUN-PRQ-COUNT        PIC 9(02) COMP VALUE 1.
003480
003490*    PREDECESSORS THAT MUST HAVE ENDED CLEANLY FOR THE SAME
003500*    BUSINESS DATE - PROGRAM, WHEN REQUIRED (D = EVERY DAY,
003510*    M = LAST DAY OF THE MONTH ONLY) AND THE FOUND FLAG
003520 01  WS-RUN-PRQ-VALUES.
003530     05  FILLER              PIC X(14) VALUE
003540         "VLD-PAG-EXT DN".
003550 01  WS-RUN-PRQ-TABLE REDEFINES WS-RUN-PRQ-VALUES.
003560     05  WS-RUN-PRQ-ENTRY    OCCURS 1 TIMES
003570                             INDEXED BY WS-RUN-IDX.
003580         10  WS-RUN-PRQ-PROGRAM      PIC X(12).
003590         10  WS-RUN-PRQ-WHEN         PIC X(01).
003600             88  WS-RUN-PRQ-MONTH-END-ONLY     VALUE "M".
003610         10  WS-RUN-PRQ-DONE         PIC X(01).
003620             88  WS-RUN-PRQ-CLEAN              VALUE "Y".
003630******************************************************************
003640 PROCEDURE DIVISION.
003650******************************************************************
003660*    0000-MAINLINE
003670******************************************************************
003680 0000-MAINLINE.
003690     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003700     PERFORM 2000-PROCESS-SENT THRU 2000-EXIT
003710         UNTIL WS-EOF-YES.
003720     PERFORM 7500-LIST-UNMATCHED-RESPONSES THRU 7500-EXIT
003730         VARYING WS-RESPONSE-SUB FROM 1 BY 1
003740         UNTIL WS-RESPONSE-SUB > WS-RESPONSE-COUNT.
003750     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003760     PERFORM 9900-WRITE-RUN-END THRU 9900-EXIT.
003770     STOP RUN.
003780******************************************************************
003790*    1000-INITIALIZE - OPEN FILES, READ THE PARAMETERS, LOAD
003800*                 TONIGHT'S RESPONSES, PRINT THE TITLE AND PRIME
003810*                 THE READ OF THE REGISTER
003820******************************************************************
003830 1000-INITIALIZE.
003840     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT.
003850     PERFORM 1060-CHECK-RUN-LEDGER THRU 1060-EXIT.
003860     MOVE WS-CURRENT-DATE TO WS-RR-DATE.
003870     MOVE WS-CURRENT-DATE TO WS-WORK-DATE-N.
003880     PERFORM 6500-DATE-TO-DAY-NUMBER THRU 6500-EXIT.
003890     MOVE WS-DAYNUM TO WS-TODAY-DAYNUM.
003900     PERFORM 1100-READ-PARAMETERS THRU 1100-EXIT.
003910     OPEN I-O ACCTMSTR.
003920     IF WS-ACCTMSTR-STATUS NOT = "00"
003930         DISPLAY "ERRO AO ABRIR ACCTMSTR - STATUS "
003940             WS-ACCTMSTR-STATUS
003950         MOVE 8 TO RETURN-CODE
003960         PERFORM 9900-WRITE-RUN-END THRU 9900-EXIT
003970         STOP RUN
003980     END-IF.
003990     PERFORM 1200-LOAD-RESPONSES THRU 1200-EXIT.
004000     OPEN EXTEND AUDITLOG.
004010     IF WS-AUDITLOG-STATUS = "35"
004020         OPEN OUTPUT AUDITLOG
004030     END-IF.
004040     OPEN EXTEND GLEXTRACT.
004050     IF WS-GLEXTRACT-STATUS = "35"
004060         OPEN OUTPUT GLEXTRACT
004070     END-IF.
004080     OPEN EXTEND POSTEDREF.
004090     IF WS-POSTEDREF-STATUS = "35"
004100         OPEN OUTPUT POSTEDREF
004110     END-IF.
004120     OPEN OUTPUT PAGSNEW.
004130     OPEN OUTPUT PAGRPNEW.
004140     OPEN OUTPUT PAGRRPT.
004150     MOVE WS-TITLE-LINE TO PGR-REPORT-LINE.
004160     WRITE PGR-REPORT-LINE.
004170     MOVE WS-CURRENT-DATE TO WS-DT-DATE.
004180     MOVE WS-DATE-LINE TO PGR-REPORT-LINE.
004190     WRITE PGR-REPORT-LINE.
004200     MOVE WS-RULE-LINE TO PGR-REPORT-LINE.
004210     WRITE PGR-REPORT-LINE.
004220     OPEN INPUT PAGSENT.
004230     IF WS-PAGSENT-STATUS = "35"
004240         SET WS-EOF-YES TO TRUE
004250         GO TO 1000-EXIT
004260     END-IF.
004270     IF WS-PAGSENT-STATUS NOT = "00"
004280         DISPLAY "ERRO AO ABRIR PAGSENT - STATUS "
004290             WS-PAGSENT-STATUS
004300         MOVE 8 TO RETURN-CODE
004310         PERFORM 9900-WRITE-RUN-END THRU 9900-EXIT
004320         STOP RUN
004330     END-IF.
004340     SET WS-PAGSENT-PRESENT TO TRUE.
004350     PERFORM 2100-READ-SENT THRU 2100-EXIT.
004360 1000-EXIT.
004370     EXIT.
004380******************************************************************
004390*    1050-READ-BUSINESS-DATE - THE BUSINESS DATE COMES FROM THE
004400*                 BDATECTL CONTROL RECORD, NOT THE SYSTEM CLOCK,
004410*                 SO A LATE OR RERUN JOB STILL WORKS THE RIGHT
004420*                 BUSINESS DAY. ONLY THE VLD-DIA-FCH END-OF-DAY
004430*                 CLOSE ADVANCES IT.
004440******************************************************************
004450 1050-READ-BUSINESS-DATE.
004460     OPEN INPUT BDATECTL.
004470     READ BDATECTL
004480         AT END
004490             DISPLAY "ERRO: BDATECTL VAZIO"
004500             MOVE 8 TO RETURN-CODE
004510             PERFORM 9900-WRITE-RUN-END THRU 9900-EXIT
004520             STOP RUN
004530     END-READ.
004540     MOVE BDT-BUSINESS-DATE TO WS-CURRENT-DATE.
004550     CLOSE BDATECTL.
004560 1050-EXIT.
004570     EXIT.
004580******************************************************************
004590*    1060-CHECK-RUN-LEDGER - REFUSE TO START WHEN THIS STEP HAS
004600*                 ALREADY ENDED CLEANLY FOR THE BUSINESS DATE
004610*                 OR WHEN A REQUIRED PREDECESSOR HAS NOT, THEN
004620*                 APPEND THE START RECORD TO THE RUNLEDGR
004630*                 RUN-STEP LEDGER. A MISSING LEDGER IS AN
004640*                 EMPTY ONE.
004650******************************************************************
004660 1060-CHECK-RUN-LEDGER.
004670     OPEN INPUT RUNLEDGR.
004680     IF WS-RUNLEDGR-STATUS NOT = "00"
004690         AND WS-RUNLEDGR-STATUS NOT = "35"
004700         DISPLAY "ERRO AO ABRIR RUNLEDGR - STATUS "
004710             WS-RUNLEDGR-STATUS
004720         MOVE 8 TO RETURN-CODE
004730         STOP RUN
004740     END-IF.
004750     IF WS-RUNLEDGR-STATUS = "00"
004760         PERFORM 1070-READ-RUN-ENTRY THRU 1070-EXIT
004770             UNTIL WS-RUN-EOF
004780         CLOSE RUNLEDGR
004790     END-IF.
004800     IF WS-RUN-ALREADY-DONE
004810         DISPLAY "ERRO: " WS-RUN-PROGRAM " JA CONCLUIDO PARA "
004820             WS-CURRENT-DATE
004830         MOVE 8 TO RETURN-CODE
004840         STOP RUN
004850     END-IF.
004860     PERFORM 1080-CHECK-ONE-PREREQ THRU 1080-EXIT
004870         VARYING WS-RUN-IDX FROM 1 BY 1
004880         UNTIL WS-RUN-IDX > WS-RUN-PRQ-COUNT.
004890     IF WS-RUN-PREREQ-MISSING
004900         MOVE 8 TO RETURN-CODE
004910         STOP RUN
004920     END-IF.
004930     MOVE "I" TO WS-RUN-EVENT.
004940     MOVE ZERO TO WS-RUN-RC.
004950     PERFORM 1090-APPEND-RUN-ENTRY THRU 1090-EXIT.
004960     SET WS-RUN-STARTED TO TRUE.
004970 1060-EXIT.
004980     EXIT.
004990******************************************************************
005000*    1070-READ-RUN-ENTRY - ONLY AN END RECORD WITH RETURN CODE
005010*                 ZERO FOR THE BUSINESS DATE COUNTS AS A CLEAN
005020*                 COMPLETION
005030******************************************************************
005040 1070-READ-RUN-ENTRY.
005050     READ RUNLEDGR
005060         AT END
005070             SET WS-RUN-EOF TO TRUE
005080             GO TO 1070-EXIT
005090     END-READ.
005100     IF RUN-BUSINESS-DATE NOT = WS-CURRENT-DATE
005110         OR NOT RUN-EVENT-END
005120         OR RUN-RETURN-CODE NOT = ZERO
005130         GO TO 1070-EXIT
005140     END-IF.
005150     IF RUN-PROGRAM = WS-RUN-PROGRAM
005160         SET WS-RUN-ALREADY-DONE TO TRUE
005170     END-IF.
005180     PERFORM 1075-MARK-PREREQ THRU 1075-EXIT
005190         VARYING WS-RUN-IDX FROM 1 BY 1
005200         UNTIL WS-RUN-IDX > WS-RUN-PRQ-COUNT.
005210 1070-EXIT.
005220     EXIT.
005230******************************************************************
005240*    1075-MARK-PREREQ - FLAG A PREDECESSOR SEEN CLEAN
005250******************************************************************
005260 1075-MARK-PREREQ.
005270     IF WS-RUN-PRQ-PROGRAM(WS-RUN-IDX) = RUN-PROGRAM
005280         MOVE "Y" TO WS-RUN-PRQ-DONE(WS-RUN-IDX)
005290     END-IF.
005300 1075-EXIT.
005310     EXIT.
005320******************************************************************
005330*    1080-CHECK-ONE-PREREQ - NAME EVERY REQUIRED PREDECESSOR NOT
005340*                 YET ENDED CLEANLY FOR THE BUSINESS DATE
005350******************************************************************
005360 1080-CHECK-ONE-PREREQ.
005370     IF NOT WS-RUN-PRQ-CLEAN(WS-RUN-IDX)
005380         DISPLAY "ERRO: PREDECESSOR "
005390             WS-RUN-PRQ-PROGRAM(WS-RUN-IDX)
005400             " NAO CONCLUIDO PARA " WS-CURRENT-DATE
005410         SET WS-RUN-PREREQ-MISSING TO TRUE
005420     END-IF.
005430 1080-EXIT.
005440     EXIT.
005450******************************************************************
005460*    1090-APPEND-RUN-ENTRY - ADD ONE START OR END RECORD TO THE
005470*                 LEDGER, STAMPED WITH THE SYSTEM CLOCK
005480******************************************************************
005490 1090-APPEND-RUN-ENTRY.
005500     OPEN EXTEND RUNLEDGR.
005510     IF WS-RUNLEDGR-STATUS = "35"
005520         OPEN OUTPUT RUNLEDGR
005530     END-IF.
005540     IF WS-RUNLEDGR-STATUS NOT = "00"
005550         DISPLAY "ERRO AO GRAVAR RUNLEDGR - STATUS "
005560             WS-RUNLEDGR-STATUS
005570         MOVE 8 TO RETURN-CODE
005580         STOP RUN
005590     END-IF.
005600     ACCEPT WS-RUN-SYS-TIME FROM TIME.
005610     MOVE SPACES TO RUN-LEDGER-RECORD.
005620     MOVE WS-CURRENT-DATE TO RUN-BUSINESS-DATE.
005630     MOVE WS-RUN-PROGRAM TO RUN-PROGRAM.
005640     MOVE WS-RUN-EVENT TO RUN-EVENT.
005650     ACCEPT RUN-TS-DATE FROM DATE YYYYMMDD.
005660     MOVE WS-RUN-SYS-TIME(1:6) TO RUN-TS-TIME.
005670     MOVE WS-RUN-RC TO RUN-RETURN-CODE.
005680     MOVE WS-RUN-READ-COUNT TO RUN-COUNT-READ.
005690     MOVE WS-RUN-PROC-COUNT TO RUN-COUNT-PROCESSED.
005700     MOVE WS-RUN-EXC-COUNT TO RUN-COUNT-EXCEPTIONS.
005710     WRITE RUN-LEDGER-RECORD.
005720     CLOSE RUNLEDGR.
005730 1090-EXIT.
005740     EXIT.
005750******************************************************************
005760*    1100-READ-PARAMETERS - THE NUMBER OF DAYS A PAYMENT MAY STAY
005770*                 OUT BEFORE IT IS LISTED AS UNSETTLED
005780******************************************************************
005790 1100-READ-PARAMETERS.
005800     OPEN INPUT PAGPARM.
005810     IF WS-PAGPARM-STATUS NOT = "00"
005820         DISPLAY "ERRO AO ABRIR PAGPARM - STATUS "
005830             WS-PAGPARM-STATUS
005840         MOVE 8 TO RETURN-CODE
005850         PERFORM 9900-WRITE-RUN-END THRU 9900-EXIT
005860         STOP RUN
005870     END-IF.
005880     READ PAGPARM
005890         AT END
005900             DISPLAY "ERRO: PAGPARM VAZIO"
005910             MOVE 8 TO RETURN-CODE
005920             PERFORM 9900-WRITE-RUN-END THRU 9900-EXIT
005930             STOP RUN
005940     END-READ.
005950     IF PAGP-UNSETTLED-DAYS NOT NUMERIC
005960        OR PAGP-UNSETTLED-DAYS = ZERO
005970         DISPLAY "ERRO: DIAS PARA LIQUIDACAO NAO CONFIGURADOS"
005980         MOVE 8 TO RETURN-CODE
005990         PERFORM 9900-WRITE-RUN-END THRU 9900-EXIT
006000         STOP RUN
006010     END-IF.
006020     MOVE PAGP-UNSETTLED-DAYS TO WS-UNSETTLED-DAYS.
006030     CLOSE PAGPARM.
006040 1100-EXIT.
006050     EXIT.
006060******************************************************************
006070*    1200-LOAD-RESPONSES - READ THE RETURNS HELD OVER FROM EARLIER
006080*                 NIGHTS ON PAGRPEND, THEN TONIGHT'S PAGRET, INTO
006090*                 THE RESPONSE TABLE. A MISSING FILE (STATUS 35)
006100*                 JUST MEANS THERE IS NOTHING OF THAT KIND.
006110******************************************************************
006120 1200-LOAD-RESPONSES.
006130     PERFORM 1250-LOAD-HELD-RESPONSES THRU 1250-EXIT.
006140     OPEN INPUT PAGRET.
006150     IF WS-PAGRET-STATUS = "35"
006160         GO TO 1200-EXIT
006170     END-IF.
006180     IF WS-PAGRET-STATUS NOT = "00"
006190         DISPLAY "ERRO AO ABRIR PAGRET - STATUS "
006200             WS-PAGRET-STATUS
006210         MOVE 8 TO RETURN-CODE
006220         PERFORM 9900-WRITE-RUN-END THRU 9900-EXIT
006230         STOP RUN
006240     END-IF.
006250     PERFORM 1210-READ-RESPONSE THRU 1210-EXIT.
006260     PERFORM 1220-BUILD-RESPONSE-ENTRY THRU 1220-EXIT
006270         UNTIL WS-PAGRET-EOF-YES.
006280     CLOSE PAGRET.
006290 1200-EXIT.
006300     EXIT.
006310******************************************************************
006320*    1210-READ-RESPONSE
006330******************************************************************
006340 1210-READ-RESPONSE.
006350     READ PAGRET
006360         AT END
006370             SET WS-PAGRET-EOF-YES TO TRUE
006380     END-READ.
006390 1210-EXIT.
006400     EXIT.
006410******************************************************************
006420*    1220-BUILD-RESPONSE-ENTRY - TABLE ONE RESPONSE. A RESPONSE
006430*                 OF AN UNKNOWN KIND IS LISTED AND LEFT FOR
006440*                 OPERATIONS.
006450******************************************************************
006460 1220-BUILD-RESPONSE-ENTRY.
006470     ADD 1 TO WS-RESPONSE-READ-COUNT.
006480     IF NOT PGR-KIND-SETTLED
006490        AND NOT PGR-KIND-RETURNED
006500        AND NOT PGR-KIND-REJECTED
006510         ADD 1 TO WS-EXCEPTION-COUNT
006520         MOVE ZERO TO WS-RL-ACCT
006530         MOVE PGR-REFERENCE TO WS-RL-REFERENCE
006540         MOVE PGR-AMOUNT TO WS-RL-AMOUNT
006550         MOVE "Resposta de tipo invalido." TO WS-RL-MSG
006560         MOVE WS-RESULT-LINE TO PGR-REPORT-LINE
006570         WRITE PGR-REPORT-LINE
006580         GO TO 1220-NEXT
006590     END-IF.
006600     IF WS-RESPONSE-COUNT < 5000
006610         ADD 1 TO WS-RESPONSE-COUNT
006620         MOVE PGR-KIND TO WS-RP-KIND(WS-RESPONSE-COUNT)
006630         MOVE PGR-REFERENCE TO WS-RP-REFERENCE(WS-RESPONSE-COUNT)
006640         MOVE PGR-AMOUNT TO WS-RP-AMOUNT(WS-RESPONSE-COUNT)
006650         MOVE PGR-REASON-CODE TO
006660             WS-RP-REASON-CODE(WS-RESPONSE-COUNT)
006670         MOVE PGR-REASON-TEXT TO
006680             WS-RP-REASON-TEXT(WS-RESPONSE-COUNT)
006690         MOVE "N" TO WS-RP-MATCHED(WS-RESPONSE-COUNT)
006700     ELSE
006710         DISPLAY "AVISO: TABELA DE RESPOSTAS CHEIA - REGISTRO "
006720             "IGNORADO"
006730     END-IF.
006740 1220-NEXT.
006750     PERFORM 1210-READ-RESPONSE THRU 1210-EXIT.
006760 1220-EXIT.
006770     EXIT.
006780******************************************************************
006790*    1250-LOAD-HELD-RESPONSES - A RETURN THAT COULD NOT BE
006800*                 CREDITED ON AN EARLIER NIGHT WAS KEPT ON
006810*                 PAGRPNEW, WHICH THE JCL PROMOTES TO PAGRPEND.
006820*                 IT IS TABLED AGAIN SO THE PAYMENT IS RETRIED
006830*                 UNTIL THE CREDIT GOES THROUGH.
006840******************************************************************
006850 1250-LOAD-HELD-RESPONSES.
006860     OPEN INPUT PAGRPEND.
006870     IF WS-PAGRPEND-STATUS = "35"
006880         GO TO 1250-EXIT
006890     END-IF.
006900     IF WS-PAGRPEND-STATUS NOT = "00"
006910         DISPLAY "ERRO AO ABRIR PAGRPEND - STATUS "
006920             WS-PAGRPEND-STATUS
006930         MOVE 8 TO RETURN-CODE
006940         PERFORM 9900-WRITE-RUN-END THRU 9900-EXIT
006950         STOP RUN
006960     END-IF.
006970     PERFORM 1260-READ-HELD-RESPONSE THRU 1260-EXIT.
006980     PERFORM 1270-BUILD-HELD-ENTRY THRU 1270-EXIT
006990         UNTIL WS-PAGRPEND-EOF-YES.
007000     CLOSE PAGRPEND.
007010 1250-EXIT.
007020     EXIT.
007030******************************************************************
007040*    1260-READ-HELD-RESPONSE
007050******************************************************************
007060 1260-READ-HELD-RESPONSE.
007070     READ PAGRPEND
007080         AT END
007090             SET WS-PAGRPEND-EOF-YES TO TRUE
007100     END-READ.
007110 1260-EXIT.
007120     EXIT.
007130******************************************************************
007140*    1270-BUILD-HELD-ENTRY - TABLE ONE HELD-OVER RETURN. ITS KIND
007150*                 WAS CHECKED THE NIGHT IT FIRST ARRIVED.
007160******************************************************************
007170 1270-BUILD-HELD-ENTRY.
007180     ADD 1 TO WS-HELD-READ-COUNT.
007190     IF WS-RESPONSE-COUNT < 5000
007200         ADD 1 TO WS-RESPONSE-COUNT
007210         MOVE PRP-KIND TO WS-RP-KIND(WS-RESPONSE-COUNT)
007220         MOVE PRP-REFERENCE TO WS-RP-REFERENCE(WS-RESPONSE-COUNT)
007230         MOVE PRP-AMOUNT TO WS-RP-AMOUNT(WS-RESPONSE-COUNT)
007240         MOVE PRP-REASON-CODE TO
007250             WS-RP-REASON-CODE(WS-RESPONSE-COUNT)
007260         MOVE PRP-REASON-TEXT TO
007270             WS-RP-REASON-TEXT(WS-RESPONSE-COUNT)
007280         MOVE "N" TO WS-RP-MATCHED(WS-RESPONSE-COUNT)
007290     ELSE
007300         DISPLAY "AVISO: TABELA DE RESPOSTAS CHEIA - REGISTRO "
007310             "IGNORADO"
007320     END-IF.
007330     PERFORM 1260-READ-HELD-RESPONSE THRU 1260-EXIT.
007340 1270-EXIT.
007350     EXIT.
007360******************************************************************
007370*    2000-PROCESS-SENT - SETTLE, RETURN OR CARRY FORWARD ONE
007380*                 PAYMENT ON THE REGISTER
007390******************************************************************
007400 2000-PROCESS-SENT.
007410     ADD 1 TO WS-SENT-READ-COUNT.
007420     PERFORM 2300-FIND-RESPONSE THRU 2300-EXIT.
007430     IF WS-RESPONSE-NOT-FOUND
007440         PERFORM 4000-CARRY-FORWARD THRU 4000-EXIT
007450         GO TO 2000-NEXT
007460     END-IF.
007470     MOVE "Y" TO WS-RP-MATCHED(WS-RESPONSE-SUB).
007480     IF WS-RP-SETTLED(WS-RESPONSE-SUB)
007490         PERFORM 3500-SETTLE-PAYMENT THRU 3500-EXIT
007500     ELSE
007510         PERFORM 3000-RETURN-PAYMENT THRU 3000-EXIT
007520     END-IF.
007530 2000-NEXT.
007540     PERFORM 2100-READ-SENT THRU 2100-EXIT.
007550 2000-EXIT.
007560     EXIT.
007570******************************************************************
007580*    2100-READ-SENT
007590******************************************************************
007600 2100-READ-SENT.
007610     READ PAGSENT
007620         AT END
007630             SET WS-EOF-YES TO TRUE
007640     END-READ.
007650 2100-EXIT.
007660     EXIT.
007670******************************************************************
007680*    2300-FIND-RESPONSE - IS THERE A RESPONSE FOR THIS PAYMENT?
007690*                 REFERENCE AND AMOUNT MUST BOTH AGREE, AND A
007700*                 RESPONSE TAKES ONE PAYMENT ONLY.
007710******************************************************************
007720 2300-FIND-RESPONSE.
007730     SET WS-RESPONSE-NOT-FOUND TO TRUE.
007740     PERFORM 2310-TEST-RESPONSE-ENTRY THRU 2310-EXIT
007750         VARYING WS-RESPONSE-SUB FROM 1 BY 1
007760         UNTIL WS-RESPONSE-SUB > WS-RESPONSE-COUNT
007770            OR WS-RESPONSE-FOUND.
007780     IF WS-RESPONSE-FOUND
007790         SUBTRACT 1 FROM WS-RESPONSE-SUB
007800     END-IF.
007810 2300-EXIT.
007820     EXIT.
007830******************************************************************
007840*    2310-TEST-RESPONSE-ENTRY
007850******************************************************************
007860 2310-TEST-RESPONSE-ENTRY.
007870     IF NOT WS-RP-IS-MATCHED(WS-RESPONSE-SUB)
007880         AND WS-RP-REFERENCE(WS-RESPONSE-SUB) = PAG-REFERENCE
007890         AND WS-RP-AMOUNT(WS-RESPONSE-SUB) = PAG-AMOUNT
007900         SET WS-RESPONSE-FOUND TO TRUE
007910     END-IF.
007920 2310-EXIT.
007930     EXIT.
007940******************************************************************
007950*    3000-RETURN-PAYMENT - THE RECEIVING BANK RETURNED THE
007960*                 PAYMENT OR THE CLEARING HOUSE REJECTED IT:
007970*                 CREDIT THE PRINCIPAL BACK TO THE CUSTOMER. THE
007980*                 FEE WAS FOR THE SERVICE AND STAYS CHARGED. A
007990*                 PAYMENT WHOSE ACCOUNT CANNOT BE CREDITED - GONE,
008000*                 CLOSED OR NOT UPDATABLE - IS LISTED AS A RETURN
008010*                 NOT APPLIED AND CARRIED FORWARD ON PAGSNEW, AND
008020*                 ITS RESPONSE IS KEPT ON PAGRPNEW SO THE CREDIT
008030*                 IS TRIED AGAIN THE NEXT NIGHT.
008040******************************************************************
008050 3000-RETURN-PAYMENT.
008060     PERFORM 5000-READ-ACCOUNT THRU 5000-EXIT.
008070     IF WS-ACCOUNT-NOT-FOUND
008080         MOVE "Conta nao encontrada." TO WS-OUTCOME-MSG
008090         GO TO 3090-RETURN-FAILED
008100     END-IF.
008110     IF ACCT-STATUS-CLOSED
008120         MOVE "Conta encerrada." TO WS-OUTCOME-MSG
008130         GO TO 3090-RETURN-FAILED
008140     END-IF.
008150     ADD PAG-AMOUNT TO ACCT-BALANCE.
008160     REWRITE ACCT-MASTER-RECORD
008170         INVALID KEY
008180             MOVE "Erro ao atualizar conta." TO WS-OUTCOME-MSG
008190             GO TO 3090-RETURN-FAILED
008200     END-REWRITE.
008210     IF WS-ACCTMSTR-STATUS NOT = "00"
008220         MOVE "Erro ao atualizar conta." TO WS-OUTCOME-MSG
008230         GO TO 3090-RETURN-FAILED
008240     END-IF.
008250     MOVE ACCT-BALANCE TO WS-NEW-BALANCE.
008260     ADD 1 TO WS-RR-SEQ.
008270     PERFORM 6000-WRITE-RETURN-AUDIT THRU 6000-EXIT.
008280     PERFORM 6100-WRITE-RETURN-GL THRU 6100-EXIT.
008290     PERFORM 6200-WRITE-RETURN-POSTEDREF THRU 6200-EXIT.
008300     ADD 1 TO WS-RETURNED-COUNT.
008310     ADD PAG-AMOUNT TO WS-TOTAL-RETURNED.
008320     MOVE "Pagamento externo devolvido." TO WS-OUTCOME-MSG.
008330     PERFORM 7000-WRITE-RESULT-LINE THRU 7000-EXIT.
008340     PERFORM 7100-WRITE-REASON-LINE THRU 7100-EXIT.
008350     GO TO 3000-EXIT.
008360 3090-RETURN-FAILED.
008370     ADD 1 TO WS-EXCEPTION-COUNT.
008380     ADD 1 TO WS-NOT-APPLIED-COUNT.
008390     MOVE WS-OUTCOME-MSG TO WS-CA-TEXT.
008400     MOVE "Devolucao nao aplicada." TO WS-OUTCOME-MSG.
008410     PERFORM 7000-WRITE-RESULT-LINE THRU 7000-EXIT.
008420     PERFORM 7100-WRITE-REASON-LINE THRU 7100-EXIT.
008430     MOVE WS-CAUSE-LINE TO PGR-REPORT-LINE.
008440     WRITE PGR-REPORT-LINE.
008450     PERFORM 3095-HOLD-RESPONSE THRU 3095-EXIT.
008460     MOVE PAG-RECORD TO PGN-RECORD.
008470     WRITE PGN-RECORD.
008480     ADD 1 TO WS-CARRIED-COUNT.
008490     ADD PAG-AMOUNT TO WS-TOTAL-CARRIED.
008500 3000-EXIT.
008510     EXIT.
008520******************************************************************
008530*    3095-HOLD-RESPONSE - KEEP THE RETURN FOR THE NEXT NIGHT. IF
008540*                 IT CANNOT BE WRITTEN THE RETURN WOULD BE LOST,
008550*                 SO THE RUN STOPS.
008560******************************************************************
008570 3095-HOLD-RESPONSE.
008580     MOVE WS-RP-KIND(WS-RESPONSE-SUB) TO PRN-KIND.
008590     MOVE WS-RP-REFERENCE(WS-RESPONSE-SUB) TO PRN-REFERENCE.
008600     MOVE WS-RP-AMOUNT(WS-RESPONSE-SUB) TO PRN-AMOUNT.
008610     MOVE WS-RP-REASON-CODE(WS-RESPONSE-SUB) TO PRN-REASON-CODE.
008620     MOVE WS-RP-REASON-TEXT(WS-RESPONSE-SUB) TO PRN-REASON-TEXT.
008630     WRITE PRN-RECORD.
008640     IF WS-PAGRPNEW-STATUS NOT = "00"
008650         DISPLAY "ERRO AO GRAVAR PAGRPNEW - STATUS "
008660             WS-PAGRPNEW-STATUS " REFERENCIA " PAG-REFERENCE
008670         MOVE 8 TO RETURN-CODE
008680         PERFORM 9900-WRITE-RUN-END THRU 9900-EXIT
008690         STOP RUN
008700     END-IF.
008710 3095-EXIT.
008720     EXIT.
008730******************************************************************
008740*    3500-SETTLE-PAYMENT - THE RECEIVING BANK HAS THE FUNDS: MOVE
008750*                 THE PAYMENT OUT OF THE CLEARING SUSPENSE ACCOUNT
008760*                 TO THE SETTLEMENT ACCOUNT. THE CUSTOMER WAS
008770*                 DEBITED WHEN THE PAYMENT WAS MADE, SO THE
008780*                 ACCOUNT IS NOT TOUCHED.
008790******************************************************************
008800 3500-SETTLE-PAYMENT.
008810     ADD 1 TO WS-RR-SEQ.
008820     MOVE PAG-ACCT-NUMBER TO GL-ACCT-NUMBER.
008830     MOVE PAG-AMOUNT TO GL-AMOUNT.
008840     MOVE ZERO TO GL-FEE.
008850     MOVE WS-GL-CODE-PAG-SETTLE TO GL-ACCOUNT-CODE.
008860     MOVE WS-CURRENT-DATE TO GL-POSTING-DATE.
008870     MOVE WS-RETURN-REFERENCE TO GL-REFERENCE.
008880     MOVE PAG-REFERENCE TO GL-ORIG-REFERENCE.
008890     MOVE PAG-CURRENCY TO GL-CURRENCY-CODE.
008900     WRITE GL-EXTRACT-RECORD.
008910     ADD 1 TO WS-SETTLED-COUNT.
008920     ADD PAG-AMOUNT TO WS-TOTAL-SETTLED.
008930     MOVE "Pagamento liquidado." TO WS-OUTCOME-MSG.
008940     PERFORM 7000-WRITE-RESULT-LINE THRU 7000-EXIT.
008950 3500-EXIT.
008960     EXIT.
008970******************************************************************
008980*    4000-CARRY-FORWARD - NO RESPONSE YET: KEEP THE PAYMENT ON THE
008990*                 REGISTER, AND LIST IT ONCE IT HAS BEEN OUT FOR
009000*                 THE PAGPARM NUMBER OF DAYS
009010******************************************************************
009020 4000-CARRY-FORWARD.
009030     MOVE PAG-RECORD TO PGN-RECORD.
009040     WRITE PGN-RECORD.
009050     ADD 1 TO WS-CARRIED-COUNT.
009060     ADD PAG-AMOUNT TO WS-TOTAL-CARRIED.
009070     PERFORM 5100-COUNT-DAYS-OUT THRU 5100-EXIT.
009080     IF WS-DAYS-OUT < WS-UNSETTLED-DAYS
009090         GO TO 4000-EXIT
009100     END-IF.
009110     ADD 1 TO WS-UNSETTLED-COUNT.
009120     MOVE "Pagamento nao liquidado." TO WS-OUTCOME-MSG.
009130     PERFORM 7000-WRITE-RESULT-LINE THRU 7000-EXIT.
009140     MOVE PAG-SENT-DATE TO WS-AG-SENT-DATE.
009150     MOVE WS-DAYS-OUT TO WS-AG-DAYS.
009160     MOVE WS-AGE-LINE TO PGR-REPORT-LINE.
009170     WRITE PGR-REPORT-LINE.
009180 4000-EXIT.
009190     EXIT.
009200******************************************************************
009210*    5000-READ-ACCOUNT - READ THE PAYMENT'S ACCOUNT FOR UPDATE
009220******************************************************************
009230 5000-READ-ACCOUNT.
009240     MOVE PAG-ACCT-NUMBER TO ACCT-NUMBER.
009250     READ ACCTMSTR
009260         INVALID KEY
009270             SET WS-ACCOUNT-NOT-FOUND TO TRUE
009280         NOT INVALID KEY
009290             SET WS-ACCOUNT-FOUND TO TRUE
009300     END-READ.
009310 5000-EXIT.
009320     EXIT.
009330******************************************************************
009340*    5100-COUNT-DAYS-OUT - CALENDAR DAYS FROM THE DATE THE PAYMENT
009350*                 WAS SENT TO THE RUN DATE INTO WS-DAYS-OUT. A
009360*                 SENT DATE AHEAD OF THE RUN DATE (BUSINESS DATE
009370*                 SET BACK) OR NOT A DATE AT ALL COUNTS AS ZERO.
009380******************************************************************
009390 5100-COUNT-DAYS-OUT.
009400     MOVE ZERO TO WS-DAYS-OUT.
009410     IF PAG-SENT-DATE NOT NUMERIC
009420         GO TO 5100-EXIT
009430     END-IF.
009440     MOVE PAG-SENT-DATE TO WS-WORK-DATE-N.
009450     IF WS-WD-MONTH < 1 OR WS-WD-MONTH > 12
009460         GO TO 5100-EXIT
009470     END-IF.
009480     PERFORM 6500-DATE-TO-DAY-NUMBER THRU 6500-EXIT.
009490     IF WS-DAYNUM > WS-TODAY-DAYNUM
009500         GO TO 5100-EXIT
009510     END-IF.
009520     COMPUTE WS-DAYS-OUT = WS-TODAY-DAYNUM - WS-DAYNUM.
009530 5100-EXIT.
009540     EXIT.
009550******************************************************************
009560*    6000-WRITE-RETURN-AUDIT - THE RETURN GOES ON AUDITLOG AS A
009570*                 REVERSAL OF THE PAYMENT, SO STATEMENTS AND THE
009580*                 BALANCE REPLAY OF VLD-ACC-VER SEE IT
009590******************************************************************
009600 6000-WRITE-RETURN-AUDIT.
009610     ACCEPT WS-CURRENT-TIME FROM TIME.
009620     MOVE PAG-ACCT-NUMBER TO AUD-ACCT-NUMBER.
009630     MOVE "R" TO AUD-TRAN-TYPE.
009640     MOVE WS-CURRENT-DATE TO AUD-TS-DATE.
009650     MOVE WS-CURRENT-TIME(1:6) TO AUD-TS-TIME.
009660     MOVE PAG-AMOUNT TO AUD-REQUESTED-AMT.
009670     MOVE PAG-AMOUNT TO AUD-TOTAL-CHARGED.
009680     MOVE WS-NEW-BALANCE TO AUD-SALDO-FINAL.
009690     MOVE "Pagamento externo devolvido." TO AUD-OUTCOME-MSG.
009700     MOVE WS-RETURN-REFERENCE TO AUD-REFERENCE.
009710     MOVE PAG-REFERENCE TO AUD-ORIG-REFERENCE.
009720     MOVE SPACES TO AUD-CREDIT-CURRENCY.
009730     MOVE ZERO TO AUD-CREDIT-AMOUNT.
009740     MOVE ZERO TO AUD-FX-RATE.
009750     WRITE AUDIT-RECORD.
009760 6000-EXIT.
009770     EXIT.
009780******************************************************************
009790*    6100-WRITE-RETURN-GL - THE RETURN IS JOURNALLED UNDER ITS
009800*                 OWN CODE, WHICH VLD-GL-JRN PAIRS AGAINST THE
009810*                 CLEARING SUSPENSE ACCOUNT THE PAYMENT WAS HELD
009820*                 IN
009830******************************************************************
009840 6100-WRITE-RETURN-GL.
009850     MOVE PAG-ACCT-NUMBER TO GL-ACCT-NUMBER.
009860     MOVE PAG-AMOUNT TO GL-AMOUNT.
009870     MOVE ZERO TO GL-FEE.
009880     MOVE WS-GL-CODE-PAG-RETURN TO GL-ACCOUNT-CODE.
009890     MOVE WS-CURRENT-DATE TO GL-POSTING-DATE.
009900     MOVE WS-RETURN-REFERENCE TO GL-REFERENCE.
009910     MOVE PAG-REFERENCE TO GL-ORIG-REFERENCE.
009920     MOVE PAG-CURRENCY TO GL-CURRENCY-CODE.
009930     WRITE GL-EXTRACT-RECORD.
009940 6100-EXIT.
009950     EXIT.
009960******************************************************************
009970*    6200-WRITE-RETURN-POSTEDREF - RECORD THE RETURN AS A REVERSAL
009980*                 OF THE PAYMENT, SO VLD-SAQ-BANC REFUSES A LATER
009990*                 REVERSAL OF THE SAME REFERENCE AS ALREADY DONE
010000******************************************************************
010010 6200-WRITE-RETURN-POSTEDREF.
010020     MOVE SPACES TO PREF-RECORD.
010030     MOVE WS-RETURN-REFERENCE TO PREF-REFERENCE.
010040     MOVE WS-CURRENT-DATE TO PREF-POST-DATE.
010050     SET PREF-KIND-REVERSAL TO TRUE.
010060     MOVE "R" TO PREF-TRAN-TYPE.
010070     MOVE PAG-ACCT-NUMBER TO PREF-ACCT-NUMBER.
010080     MOVE ZERO TO PREF-CREDIT-ACCT.
010090     MOVE PAG-AMOUNT TO PREF-AMOUNT.
010100     MOVE ZERO TO PREF-TAXA.
010110     MOVE PAG-REFERENCE TO PREF-ORIG-REFERENCE.
010120     MOVE ZERO TO PREF-CREDIT-AMOUNT.
010130     MOVE ZERO TO PREF-FX-RATE.
010140     WRITE PREF-RECORD.
010150 6200-EXIT.
010160     EXIT.
010170******************************************************************
010180*    6500-DATE-TO-DAY-NUMBER - TURN WS-WORK-DATE INTO A DAY
010190*                 COUNT IN WS-DAYNUM SO TWO DATES CAN BE
010200*                 SUBTRACTED. JANUARY AND FEBRUARY COUNT THE
010210*                 LEAP DAYS OF THE YEARS BEFORE, SO 29/02 IS
010220*                 ONLY ADDED ONCE MARCH IS REACHED.
010230******************************************************************
010240 6500-DATE-TO-DAY-NUMBER.
010250     MOVE WS-WD-YEAR TO WS-CALC-YEAR.
010260     IF WS-WD-MONTH < 3
010270         SUBTRACT 1 FROM WS-CALC-YEAR
010280     END-IF.
010290     DIVIDE WS-CALC-YEAR BY 4 GIVING WS-LEAP-4.
010300     DIVIDE WS-CALC-YEAR BY 100 GIVING WS-LEAP-100.
010310     DIVIDE WS-CALC-YEAR BY 400 GIVING WS-LEAP-400.
010320     COMPUTE WS-DAYNUM = WS-WD-YEAR * 365
010330                       + WS-LEAP-4 - WS-LEAP-100 + WS-LEAP-400
010340                       + WS-MTH-CUM(WS-WD-MONTH)
010350                       + WS-WD-DAY.
010360 6500-EXIT.
010370     EXIT.
010380******************************************************************
010390*    7000-WRITE-RESULT-LINE - ONE PAGRRPT LINE FOR THE CURRENT
010400*                 PAYMENT
010410******************************************************************
010420 7000-WRITE-RESULT-LINE.
010430     MOVE PAG-ACCT-NUMBER TO WS-RL-ACCT.
010440     MOVE PAG-REFERENCE TO WS-RL-REFERENCE.
010450     MOVE PAG-AMOUNT TO WS-RL-AMOUNT.
010460     MOVE WS-OUTCOME-MSG TO WS-RL-MSG.
010470     MOVE WS-RESULT-LINE TO PGR-REPORT-LINE.
010480     WRITE PGR-REPORT-LINE.
010490 7000-EXIT.
010500     EXIT.
010510******************************************************************
010520*    7100-WRITE-REASON-LINE - THE CLEARING HOUSE REASON UNDER ITS
010530*                 RESULT
010540******************************************************************
010550 7100-WRITE-REASON-LINE.
010560     MOVE WS-RP-REASON-CODE(WS-RESPONSE-SUB) TO WS-RS-CODE.
010570     MOVE WS-RP-REASON-TEXT(WS-RESPONSE-SUB) TO WS-RS-TEXT.
010580     MOVE WS-REASON-LINE TO PGR-REPORT-LINE.
010590     WRITE PGR-REPORT-LINE.
010600 7100-EXIT.
010610     EXIT.
010620******************************************************************
010630*    7500-LIST-UNMATCHED-RESPONSES - A RESPONSE NO PAYMENT ON
010640*                 THE REGISTER TOOK IS AN EXCEPTION FOR
010650*                 OPERATIONS: THE PAYMENT WAS NEVER SENT, WAS
010660*                 ALREADY SETTLED OR RETURNED, OR THE RESPONSE
010670*                 DOES NOT AGREE WITH IT
010680******************************************************************
010690 7500-LIST-UNMATCHED-RESPONSES.
010700     IF WS-RP-IS-MATCHED(WS-RESPONSE-SUB)
010710         GO TO 7500-EXIT
010720     END-IF.
010730     ADD 1 TO WS-EXCEPTION-COUNT.
010740     MOVE ZERO TO WS-RL-ACCT.
010750     MOVE WS-RP-REFERENCE(WS-RESPONSE-SUB) TO WS-RL-REFERENCE.
010760     MOVE WS-RP-AMOUNT(WS-RESPONSE-SUB) TO WS-RL-AMOUNT.
010770     MOVE "Resposta sem pagto pendente." TO WS-RL-MSG.
010780     MOVE WS-RESULT-LINE TO PGR-REPORT-LINE.
010790     WRITE PGR-REPORT-LINE.
010800     PERFORM 7100-WRITE-REASON-LINE THRU 7100-EXIT.
010810 7500-EXIT.
010820     EXIT.
010830******************************************************************
010840*    9000-TERMINATE - PRINT THE TOTALS AND CLOSE THE FILES
010850******************************************************************
010860 9000-TERMINATE.
010870     MOVE WS-RULE-LINE TO PGR-REPORT-LINE.
010880     WRITE PGR-REPORT-LINE.
010890     MOVE "PAGAMENTOS PENDENTES LIDOS:" TO WS-CL-LABEL.
010900     MOVE WS-SENT-READ-COUNT TO WS-CL-COUNT.
010910     PERFORM 9100-WRITE-COUNT-LINE THRU 9100-EXIT.
010920     MOVE "PAGAMENTOS LIQUIDADOS:" TO WS-CL-LABEL.
010930     MOVE WS-SETTLED-COUNT TO WS-CL-COUNT.
010940     PERFORM 9100-WRITE-COUNT-LINE THRU 9100-EXIT.
010950     MOVE "PAGAMENTOS DEVOLVIDOS:" TO WS-CL-LABEL.
010960     MOVE WS-RETURNED-COUNT TO WS-CL-COUNT.
010970     PERFORM 9100-WRITE-COUNT-LINE THRU 9100-EXIT.
010980     MOVE "PAGAMENTOS MANTIDOS:" TO WS-CL-LABEL.
010990     MOVE WS-CARRIED-COUNT TO WS-CL-COUNT.
011000     PERFORM 9100-WRITE-COUNT-LINE THRU 9100-EXIT.
011010     MOVE "PAGAMENTOS NAO LIQUIDADOS:" TO WS-CL-LABEL.
011020     MOVE WS-UNSETTLED-COUNT TO WS-CL-COUNT.
011030     PERFORM 9100-WRITE-COUNT-LINE THRU 9100-EXIT.
011040     MOVE "RESPOSTAS LIDAS:" TO WS-CL-LABEL.
011050     MOVE WS-RESPONSE-READ-COUNT TO WS-CL-COUNT.
011060     PERFORM 9100-WRITE-COUNT-LINE THRU 9100-EXIT.
011070     MOVE "DEVOLUCOES RETOMADAS:" TO WS-CL-LABEL.
011080     MOVE WS-HELD-READ-COUNT TO WS-CL-COUNT.
011090     PERFORM 9100-WRITE-COUNT-LINE THRU 9100-EXIT.
011100     MOVE "DEVOLUCOES NAO APLICADAS:" TO WS-CL-LABEL.
011110     MOVE WS-NOT-APPLIED-COUNT TO WS-CL-COUNT.
011120     PERFORM 9100-WRITE-COUNT-LINE THRU 9100-EXIT.
011130     MOVE "EXCECOES:" TO WS-CL-LABEL.
011140     MOVE WS-EXCEPTION-COUNT TO WS-CL-COUNT.
011150     PERFORM 9100-WRITE-COUNT-LINE THRU 9100-EXIT.
011160     MOVE "TOTAL LIQUIDADO:" TO WS-TL-LABEL.
011170     MOVE WS-TOTAL-SETTLED TO WS-TL-AMOUNT.
011180     PERFORM 9200-WRITE-TOTAL-LINE THRU 9200-EXIT.
011190     MOVE "TOTAL DEVOLVIDO:" TO WS-TL-LABEL.
011200     MOVE WS-TOTAL-RETURNED TO WS-TL-AMOUNT.
011210     PERFORM 9200-WRITE-TOTAL-LINE THRU 9200-EXIT.
011220     MOVE "TOTAL AINDA PENDENTE:" TO WS-TL-LABEL.
011230     MOVE WS-TOTAL-CARRIED TO WS-TL-AMOUNT.
011240     PERFORM 9200-WRITE-TOTAL-LINE THRU 9200-EXIT.
011250     IF WS-PAGSENT-PRESENT
011260         CLOSE PAGSENT
011270     END-IF.
011280     CLOSE ACCTMSTR.
011290     CLOSE AUDITLOG.
011300     CLOSE GLEXTRACT.
011310     CLOSE POSTEDREF.
011320     CLOSE PAGSNEW.
011330     CLOSE PAGRPNEW.
011340     CLOSE PAGRRPT.
011350 9000-EXIT.
011360     EXIT.
011370******************************************************************
011380*    9100-WRITE-COUNT-LINE
011390******************************************************************
011400 9100-WRITE-COUNT-LINE.
011410     MOVE WS-COUNT-LINE TO PGR-REPORT-LINE.
011420     WRITE PGR-REPORT-LINE.
011430 9100-EXIT.
011440     EXIT.
011450******************************************************************
011460*    9200-WRITE-TOTAL-LINE
011470******************************************************************
011480 9200-WRITE-TOTAL-LINE.
011490     MOVE WS-TOTAL-LINE TO PGR-REPORT-LINE.
011500     WRITE PGR-REPORT-LINE.
011510 9200-EXIT.
011520     EXIT.
011530******************************************************************
011540*    9900-WRITE-RUN-END - CLOSE THIS STEP'S LEDGER ENTRY WITH
011550*                 ITS RETURN CODE AND KEY COUNTS.
011560*                 PERFORMED AHEAD OF EVERY STOP RUN ONCE THE
011570*                 START RECORD IS ON THE LEDGER.
011580******************************************************************
011590 9900-WRITE-RUN-END.
011600     IF WS-RUN-NOT-STARTED
011610         GO TO 9900-EXIT
011620     END-IF.
011630     SET WS-RUN-NOT-STARTED TO TRUE.
011640     MOVE "F" TO WS-RUN-EVENT.
011650     MOVE RETURN-CODE TO WS-RUN-RC.
011660     MOVE WS-SENT-READ-COUNT TO WS-RUN-READ-COUNT.
011670     COMPUTE WS-RUN-PROC-COUNT =
011680         WS-SETTLED-COUNT + WS-RETURNED-COUNT.
011690     COMPUTE WS-RUN-EXC-COUNT =
011700         WS-EXCEPTION-COUNT + WS-UNSETTLED-COUNT.
011710     PERFORM 1090-APPEND-RUN-ENTRY THRU 1090-EXIT.
011720 9900-EXIT.
011730     EXIT.
011740
011750 END PROGRAM VLD-PAG-RET.
