000570*                     RERUN ON A LATER DAY STILL WORKS THE RIGHT
000580*                     BUSINESS DAY. THE DATE ADVANCES ONLY THROUGH
000590*                     THE VLD-DIA-FCH END-OF-DAY CLOSE.
000600*   15/10/2026  GA    OPEN NOW ZEROES THE NEW OVERDRAWN-SINCE AND
000610*                     BEYOND-LIMIT-SINCE DATES SO A NEW ACCOUNT
000620*                     STARTS OUTSIDE THE VLD-ACC-DLQ AGING.
000630*   15/10/2026  GA    EACH RUN IS NOW RECORDED ON THE RUNLEDGR
000640*                     RUN-STEP LEDGER WITH A START RECORD AND AN
000650*                     END RECORD CARRYING THE RETURN CODE AND KEY
000660*                     COUNTS. MAINTENANCE WAITS FOR NO OTHER STEP
000670*                     AND MAY RUN MORE THAN ONCE A DAY. THE
000680*                     ACCTMSTR AND CUSTMSTR OPEN ERRORS NOW SET
000690*                     RETURN CODE 8.
000700*   15/10/2026  GA    OPEN NOW ZEROES THE NEW UNCOLLECTED-FUNDS
000710*                     AMOUNT.
000720******************************************************************
000730 IDENTIFICATION DIVISION.
000740 PROGRAM-ID. VLD-ACC-MNT.
000750 AUTHOR. GABRIELLY ANDRADE.
000760 INSTALLATION. RETAIL BANKING SYSTEMS.
000770 DATE-WRITTEN. 22/08/2026.
000780 DATE-COMPILED. 22/08/2026.
000790******************************************************************
000800 ENVIRONMENT DIVISION.
000810 INPUT-OUTPUT SECTION.
000820 FILE-CONTROL.
000830     SELECT MNTFILE ASSIGN TO MNTFILE
000840         ORGANIZATION IS LINE SEQUENTIAL.
000850
000860     SELECT ACCTMSTR ASSIGN TO ACCTMSTR
000870         ORGANIZATION IS INDEXED
000880         ACCESS MODE IS DYNAMIC
000890         RECORD KEY IS ACCT-NUMBER
000900         FILE STATUS IS WS-ACCTMSTR-STATUS.
000910
000920     SELECT CUSTMSTR ASSIGN TO CUSTMSTR
000930         ORGANIZATION IS INDEXED
000940         ACCESS MODE IS DYNAMIC
000950         RECORD KEY IS CUST-ID
000960         FILE STATUS IS WS-CUSTMSTR-STATUS.
000970
000980     SELECT MNTRPT ASSIGN TO MNTRPT
000990         ORGANIZATION IS LINE SEQUENTIAL.
001000
001010     SELECT MNTAUDIT ASSIGN TO MNTAUDIT
001020         ORGANIZATION IS LINE SEQUENTIAL.
001030
001040     SELECT BDATECTL ASSIGN TO BDATECTL
001050         ORGANIZATION IS LINE SEQUENTIAL.
001060     SELECT RUNLEDGR ASSIGN TO RUNLEDGR
001070         ORGANIZATION IS LINE SEQUENTIAL
001080         FILE STATUS IS WS-RUNLEDGR-STATUS.
001090******************************************************************
001100 DATA DIVISION.
001110 FILE SECTION.
001120 FD  MNTFILE
001130     LABEL RECORDS ARE STANDARD.
001140     COPY MNTREC.
001150
001160 FD  ACCTMSTR
001170     LABEL RECORDS ARE STANDARD.
001180     COPY ACCTREC.
001190
001200 FD  CUSTMSTR
001210     LABEL RECORDS ARE STANDARD.
001220     COPY CUSTREC.
001230
001240 FD  MNTRPT
001250     LABEL RECORDS ARE STANDARD.
001260 01  MNT-REPORT-LINE         PIC X(80).
001270
001280 FD  MNTAUDIT
001290     LABEL RECORDS ARE STANDARD.
001300     COPY MNTAUD.
001310
001320 FD  BDATECTL
001330     LABEL RECORDS ARE STANDARD.
001340     COPY BDTREC.
001350
001360 FD  RUNLEDGR
001370     LABEL RECORDS ARE STANDARD.
001380     COPY RUNREC.
001390
001400 WORKING-STORAGE SECTION.
001410 77  WS-EOF-SWITCH           PIC X(01) VALUE "N".
001420     88  WS-EOF-YES                    VALUE "Y".
001430     88  WS-EOF-NO                     VALUE "N".
001440
001450 77  WS-ACCOUNT-SWITCH       PIC X(01) VALUE "N".
001460     88  WS-ACCOUNT-FOUND               VALUE "Y".
001470     88  WS-ACCOUNT-NOT-FOUND           VALUE "N".
001480
001490 77  WS-ACCTMSTR-STATUS      PIC X(02) VALUE "00".
001500 77  WS-CUSTMSTR-STATUS      PIC X(02) VALUE "00".
001510
001520 77  WS-CUSTOMER-SWITCH      PIC X(01) VALUE "N".
001530     88  WS-CUSTOMER-FOUND              VALUE "Y".
001540     88  WS-CUSTOMER-NOT-FOUND          VALUE "N".
001550
001560 77  WS-CUSTOMER-ID          PIC 9(08) VALUE ZERO.
001570
001580 77  WS-CURRENT-DATE         PIC 9(08) VALUE ZERO.
001590 77  WS-CURRENT-TIME         PIC 9(08) VALUE ZERO.
001600
001610 77  WS-READ-COUNT           PIC 9(05) COMP VALUE ZERO.
001620 77  WS-APPLIED-COUNT        PIC 9(05) COMP VALUE ZERO.
001630 77  WS-REJECT-COUNT         PIC 9(05) COMP VALUE ZERO.
001640
001650 77  WS-OUTCOME-MSG          PIC X(30) VALUE SPACES.
001660
001670 01  WS-OLD-IMAGE.
001680     05  WS-OLD-HOLDER-NAME  PIC X(30).
001690     05  WS-OLD-CURRENCY     PIC X(03).
001700     05  WS-OLD-DAILY-LIMIT  PIC 9(12)V99.
001710     05  WS-OLD-OD-LIMIT     PIC 9(12)V99.
001720     05  WS-OLD-STATUS       PIC X(01).
001730     05  WS-OLD-CUST-LIMIT   PIC 9(12)V99.
001740     05  WS-OLD-PRODUCT      PIC X(04).
001750
001760 01  WS-NEW-IMAGE.
001770     05  WS-NEW-HOLDER-NAME  PIC X(30).
001780     05  WS-NEW-CURRENCY     PIC X(03).
001790     05  WS-NEW-DAILY-LIMIT  PIC 9(12)V99.
001800     05  WS-NEW-OD-LIMIT     PIC 9(12)V99.
001810     05  WS-NEW-STATUS       PIC X(01).
001820     05  WS-NEW-CUST-LIMIT   PIC 9(12)V99.
001830     05  WS-NEW-PRODUCT      PIC X(04).
001840
001850 01  WS-TITLE-LINE.
001860     05  FILLER              PIC X(47) VALUE
001870         "RELATORIO DE MANUTENCAO DE CONTAS - VLD-ACC-MNT".
001880
001890 01  WS-RULE-LINE.
001900     05  FILLER              PIC X(60) VALUE ALL "-".
001910
001920 01  WS-RESULT-LINE.
001930     05  WS-RL-ACTION        PIC X(01).
001940     05  FILLER              PIC X(02) VALUE SPACES.
001950     05  WS-RL-ACCT          PIC 9(10).
001960     05  FILLER              PIC X(02) VALUE SPACES.
001970     05  WS-RL-OPERATOR      PIC X(08).
001980     05  FILLER              PIC X(02) VALUE SPACES.
001990     05  WS-RL-MSG           PIC X(30).
002000
002010 01  WS-SUMMARY-LINE.
002020     05  FILLER              PIC X(13) VALUE "ACOES LIDAS: ".
002030     05  WS-SL-READ          PIC ZZZZ9.
002040     05  FILLER              PIC X(13) VALUE "  APLICADAS: ".
002050     05  WS-SL-APPLIED       PIC ZZZZ9.
002060     05  FILLER              PIC X(14) VALUE "  REJEITADAS: ".
002070     05  WS-SL-REJECTED      PIC ZZZZ9.
002080*
002090*    RUN-STEP LEDGER CONTROL
002100*
002110 77  WS-RUNLEDGR-STATUS      PIC X(02) VALUE "00".
002120 77  WS-RUN-PROGRAM          PIC X(12) VALUE "VLD-ACC-MNT".
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
002230******************************************************************
002240 PROCEDURE DIVISION.
002250******************************************************************
002260*    0000-MAINLINE
002270******************************************************************
002280 0000-MAINLINE.
002290     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002300     PERFORM 2000-PROCESS-ACTIONS THRU 2000-EXIT
002310         UNTIL WS-EOF-YES.
002320     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002330     PERFORM 9900-WRITE-RUN-END THRU 9900-EXIT
002340     STOP RUN.
002350******************************************************************
002360*    1000-INITIALIZE - OPEN FILES, PRINT TITLE, PRIME THE READ.
002370*                      A STATUS 35 ON ACCTMSTR MEANS THE MASTER
002380*                      DOES NOT EXIST YET (FIRST EVER RUN), SO IT
002390*                      IS CREATED EMPTY AND REOPENED I-O.
002400******************************************************************
002410 1000-INITIALIZE.
002420     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT.
002430     PERFORM 1060-CHECK-RUN-LEDGER THRU 1060-EXIT.
002440     OPEN INPUT MNTFILE.
002450     OPEN I-O ACCTMSTR.
002460     IF WS-ACCTMSTR-STATUS = "35"
002470         OPEN OUTPUT ACCTMSTR
002480         CLOSE ACCTMSTR
002490         OPEN I-O ACCTMSTR
002500     END-IF.
002510     IF WS-ACCTMSTR-STATUS NOT = "00"
002520         DISPLAY "ERRO AO ABRIR ACCTMSTR - STATUS "
002530             WS-ACCTMSTR-STATUS
002540         MOVE 8 TO RETURN-CODE
002550         PERFORM 9900-WRITE-RUN-END THRU 9900-EXIT
002560         STOP RUN
002570     END-IF.
002580     OPEN I-O CUSTMSTR.
002590     IF WS-CUSTMSTR-STATUS = "35"
002600         OPEN OUTPUT CUSTMSTR
002610         CLOSE CUSTMSTR
002620         OPEN I-O CUSTMSTR
002630     END-IF.
002640     IF WS-CUSTMSTR-STATUS NOT = "00"
002650         DISPLAY "ERRO AO ABRIR CUSTMSTR - STATUS "
002660             WS-CUSTMSTR-STATUS
002670         MOVE 8 TO RETURN-CODE
002680         PERFORM 9900-WRITE-RUN-END THRU 9900-EXIT
002690         STOP RUN
002700     END-IF.
002710     OPEN OUTPUT MNTRPT.
002720     OPEN EXTEND MNTAUDIT.
002730     MOVE WS-TITLE-LINE TO MNT-REPORT-LINE.
002740     WRITE MNT-REPORT-LINE.
002750     MOVE WS-RULE-LINE TO MNT-REPORT-LINE.
002760     WRITE MNT-REPORT-LINE.
002770     PERFORM 2100-READ-MAINTENANCE THRU 2100-EXIT.
002780 1000-EXIT.
002790     EXIT.
002800******************************************************************
002810*    1050-READ-BUSINESS-DATE - THE BUSINESS DATE COMES FROM THE
002820*                 BDATECTL CONTROL RECORD, NOT THE SYSTEM CLOCK,
002830*                 SO A LATE OR RERUN JOB STILL WORKS THE RIGHT
002840*                 BUSINESS DAY. ONLY THE VLD-DIA-FCH END-OF-DAY
002850*                 CLOSE ADVANCES IT.
002860******************************************************************
002870 1050-READ-BUSINESS-DATE.
002880     OPEN INPUT BDATECTL.
002890     READ BDATECTL
002900         AT END
002910             DISPLAY "ERRO: BDATECTL VAZIO"
002920             MOVE 8 TO RETURN-CODE
002930             PERFORM 9900-WRITE-RUN-END THRU 9900-EXIT
002940             STOP RUN
002950     END-READ.
002960     MOVE BDT-BUSINESS-DATE TO WS-CURRENT-DATE.
002970     CLOSE BDATECTL.
002980 1050-EXIT.
002990     EXIT.
003000******************************************************************
003010*    1060-CHECK-RUN-LEDGER - APPEND THE START RECORD TO THE
003020*                 RUNLEDGR RUN-STEP LEDGER. MAINTENANCE MAY RUN
003030*                 ANY NUMBER OF TIMES A DAY AND WAITS FOR NO
003040*                 OTHER STEP, SO THERE IS NOTHING TO CHECK.
003050******************************************************************
003060 1060-CHECK-RUN-LEDGER.
003070     MOVE "I" TO WS-RUN-EVENT.
003080     MOVE ZERO TO WS-RUN-RC.
003090     PERFORM 1090-APPEND-RUN-ENTRY THRU 1090-EXIT.
003100     SET WS-RUN-STARTED TO TRUE.
003110 1060-EXIT.
003120     EXIT.
003130******************************************************************
003140*    1090-APPEND-RUN-ENTRY - ADD ONE START OR END RECORD TO THE
003150*                 LEDGER, STAMPED WITH THE SYSTEM CLOCK
003160******************************************************************
003170 1090-APPEND-RUN-ENTRY.
003180     OPEN EXTEND RUNLEDGR.
003190     IF WS-RUNLEDGR-STATUS = "35"
003200         OPEN OUTPUT RUNLEDGR
003210     END-IF.
003220     IF WS-RUNLEDGR-STATUS NOT = "00"
003230         DISPLAY "ERRO AO GRAVAR RUNLEDGR - STATUS "
003240             WS-RUNLEDGR-STATUS
003250         MOVE 8 TO RETURN-CODE
003260         STOP RUN
003270     END-IF.
003280     ACCEPT WS-RUN-SYS-TIME FROM TIME.
003290     MOVE SPACES TO RUN-LEDGER-RECORD.
003300     MOVE WS-CURRENT-DATE TO RUN-BUSINESS-DATE.
003310     MOVE WS-RUN-PROGRAM TO RUN-PROGRAM.
003320     MOVE WS-RUN-EVENT TO RUN-EVENT.
003330     ACCEPT RUN-TS-DATE FROM DATE YYYYMMDD.
003340     MOVE WS-RUN-SYS-TIME(1:6) TO RUN-TS-TIME.
003350     MOVE WS-RUN-RC TO RUN-RETURN-CODE.
003360     MOVE WS-RUN-READ-COUNT TO RUN-COUNT-READ.
003370     MOVE WS-RUN-PROC-COUNT TO RUN-COUNT-PROCESSED.
003380     MOVE WS-RUN-EXC-COUNT TO RUN-COUNT-EXCEPTIONS.
003390     WRITE RUN-LEDGER-RECORD.
003400     CLOSE RUNLEDGR.
003410 1090-EXIT.
003420     EXIT.
003430******************************************************************
003440*    2000-PROCESS-ACTIONS - MAIN BATCH LOOP
003450******************************************************************
003460 2000-PROCESS-ACTIONS.
003470     PERFORM 2200-PROCESS-ONE-ACTION THRU 2200-EXIT.
003480     PERFORM 2100-READ-MAINTENANCE THRU 2100-EXIT.
003490 2000-EXIT.
003500     EXIT.
003510******************************************************************
003520*    2100-READ-MAINTENANCE
003530******************************************************************
003540 2100-READ-MAINTENANCE.
003550     READ MNTFILE
003560         AT END
003570             SET WS-EOF-YES TO TRUE
003580         NOT AT END
003590             ADD 1 TO WS-READ-COUNT
003600     END-READ.
003610 2100-EXIT.
003620     EXIT.
003630******************************************************************
003640*    2200-PROCESS-ONE-ACTION - DISPATCH ONE MAINTENANCE ACTION
003650*                              AND WRITE ITS RESULT AND AUDIT
003660******************************************************************
003670 2200-PROCESS-ONE-ACTION.
003680     MOVE SPACES TO WS-OUTCOME-MSG.
003690     MOVE SPACES TO WS-OLD-HOLDER-NAME WS-OLD-CURRENCY.
003700     MOVE ZERO TO WS-OLD-DAILY-LIMIT WS-OLD-OD-LIMIT.
003710     MOVE SPACES TO WS-OLD-STATUS WS-NEW-STATUS.
003720     MOVE SPACES TO WS-NEW-HOLDER-NAME WS-NEW-CURRENCY.
003730     MOVE ZERO TO WS-NEW-DAILY-LIMIT WS-NEW-OD-LIMIT.
003740     MOVE ZERO TO WS-OLD-CUST-LIMIT WS-NEW-CUST-LIMIT.
003750     MOVE SPACES TO WS-OLD-PRODUCT WS-NEW-PRODUCT.
003760     MOVE ZERO TO WS-CUSTOMER-ID.
003770     IF MNT-ACTION-CUST-OPEN OR MNT-ACTION-CUST-AMEND
003780         MOVE MNT-CUSTOMER-ID TO WS-CUSTOMER-ID
003790         PERFORM 2350-READ-CUSTOMER THRU 2350-EXIT
003800         IF WS-CUSTOMER-FOUND
003810             MOVE CUST-NAME TO WS-OLD-HOLDER-NAME
003820             MOVE CUST-DAILY-DEBIT-LIMIT TO WS-OLD-CUST-LIMIT
003830         END-IF
003840     ELSE
003850         PERFORM 2300-READ-ACCOUNT THRU 2300-EXIT
003860         IF WS-ACCOUNT-FOUND
003870             MOVE ACCT-HOLDER-NAME TO WS-OLD-HOLDER-NAME
003880             MOVE ACCT-CURRENCY-CODE TO WS-OLD-CURRENCY
003890             MOVE ACCT-DAILY-LIMIT TO WS-OLD-DAILY-LIMIT
003900             MOVE ACCT-OVERDRAFT-LIMIT TO WS-OLD-OD-LIMIT
003910             MOVE ACCT-STATUS TO WS-OLD-STATUS
003920             MOVE ACCT-CUSTOMER-ID TO WS-CUSTOMER-ID
003930             MOVE ACCT-PRODUCT-CODE TO WS-OLD-PRODUCT
003940         END-IF
003950     END-IF.
003960
003970     EVALUATE TRUE
003980         WHEN MNT-ACTION-OPEN
003990             PERFORM 3000-OPEN-ACCOUNT THRU 3000-EXIT
004000         WHEN MNT-ACTION-AMEND
004010             PERFORM 4000-AMEND-ACCOUNT THRU 4000-EXIT
004020         WHEN MNT-ACTION-CLOSE
004030             PERFORM 5000-CLOSE-ACCOUNT THRU 5000-EXIT
004040         WHEN MNT-ACTION-STATUS
004050             PERFORM 6000-SET-ACCOUNT-STATUS THRU 6000-EXIT
004060         WHEN MNT-ACTION-CUST-OPEN
004070             PERFORM 6500-OPEN-CUSTOMER THRU 6500-EXIT
004080         WHEN MNT-ACTION-CUST-AMEND
004090             PERFORM 6600-AMEND-CUSTOMER THRU 6600-EXIT
004100         WHEN OTHER
004110             MOVE "Acao invalida." TO WS-OUTCOME-MSG
004120             ADD 1 TO WS-REJECT-COUNT
004130     END-EVALUATE.
004140
004150     PERFORM 7000-WRITE-RESULT-LINE THRU 7000-EXIT.
004160     PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT.
004170 2200-EXIT.
004180     EXIT.
004190******************************************************************
004200*    2300-READ-ACCOUNT - LOOK UP THE ACCOUNT MASTER RECORD
004210******************************************************************
004220 2300-READ-ACCOUNT.
004230     MOVE MNT-ACCT-NUMBER TO ACCT-NUMBER.
004240     READ ACCTMSTR
004250         INVALID KEY
004260             SET WS-ACCOUNT-NOT-FOUND TO TRUE
004270         NOT INVALID KEY
004280             SET WS-ACCOUNT-FOUND TO TRUE
004290     END-READ.
004300 2300-EXIT.
004310     EXIT.
004320******************************************************************
004330*    2350-READ-CUSTOMER - LOOK UP THE CUSTOMER MASTER RECORD
004340******************************************************************
004350 2350-READ-CUSTOMER.
004360     MOVE MNT-CUSTOMER-ID TO CUST-ID.
004370     READ CUSTMSTR
004380         INVALID KEY
004390             SET WS-CUSTOMER-NOT-FOUND TO TRUE
004400         NOT INVALID KEY
004410             SET WS-CUSTOMER-FOUND TO TRUE
004420     END-READ.
004430 2350-EXIT.
004440     EXIT.
004450******************************************************************
004460*    3000-OPEN-ACCOUNT - CREATE A NEW ACCOUNT MASTER RECORD
004470******************************************************************
004480 3000-OPEN-ACCOUNT.
004490     IF WS-ACCOUNT-FOUND
004500         MOVE "Conta ja existe." TO WS-OUTCOME-MSG
004510         ADD 1 TO WS-REJECT-COUNT
004520         GO TO 3000-EXIT
004530     END-IF.
004540     IF MNT-CUSTOMER-ID > ZERO
004550         PERFORM 2350-READ-CUSTOMER THRU 2350-EXIT
004560         IF WS-CUSTOMER-NOT-FOUND
004570             MOVE "Cliente nao encontrado." TO WS-OUTCOME-MSG
004580             ADD 1 TO WS-REJECT-COUNT
004590             GO TO 3000-EXIT
004600         END-IF
004610     END-IF.
004620     MOVE MNT-ACCT-NUMBER TO ACCT-NUMBER.
004630     MOVE MNT-HOLDER-NAME TO ACCT-HOLDER-NAME.
004640     MOVE MNT-CURRENCY-CODE TO ACCT-CURRENCY-CODE.
004650     MOVE MNT-DAILY-LIMIT TO ACCT-DAILY-LIMIT.
004660     MOVE MNT-OVERDRAFT-LIMIT TO ACCT-OVERDRAFT-LIMIT.
004670     MOVE ZERO TO ACCT-BALANCE.
004680     MOVE ZERO TO ACCT-DAILY-WITHDRAWN.
004690     MOVE WS-CURRENT-DATE TO ACCT-DAILY-DATE.
004700     MOVE ZERO TO ACCT-LAST-SWEEP-MONTH.
004710     MOVE "A" TO ACCT-STATUS.
004720     MOVE WS-CURRENT-DATE TO ACCT-LAST-ACTIVITY-DATE.
004730     MOVE MNT-CUSTOMER-ID TO ACCT-CUSTOMER-ID.
004740     MOVE MNT-PRODUCT-CODE TO ACCT-PRODUCT-CODE.
004750     MOVE ZERO TO ACCT-OVERDRAWN-SINCE.
004760     MOVE ZERO TO ACCT-BEYOND-LIMIT-SINCE.
004770     MOVE ZERO TO ACCT-UNCOLLECTED-AMT.
004780     WRITE ACCT-MASTER-RECORD
004790         INVALID KEY
004800             MOVE "Erro ao gravar conta." TO WS-OUTCOME-MSG
004810             ADD 1 TO WS-REJECT-COUNT
004820         NOT INVALID KEY
004830             IF WS-ACCTMSTR-STATUS NOT = "00"
004840                 MOVE "Erro ao gravar conta." TO WS-OUTCOME-MSG
004850                 ADD 1 TO WS-REJECT-COUNT
004860             ELSE
004870                 MOVE "Conta aberta com sucesso." TO
004880                     WS-OUTCOME-MSG
004890                 MOVE ACCT-HOLDER-NAME TO WS-NEW-HOLDER-NAME
004900                 MOVE ACCT-CURRENCY-CODE TO WS-NEW-CURRENCY
004910                 MOVE ACCT-DAILY-LIMIT TO WS-NEW-DAILY-LIMIT
004920                 MOVE ACCT-OVERDRAFT-LIMIT TO WS-NEW-OD-LIMIT
004930                 MOVE ACCT-STATUS TO WS-NEW-STATUS
004940                 MOVE ACCT-CUSTOMER-ID TO WS-CUSTOMER-ID
004950                 MOVE ACCT-PRODUCT-CODE TO WS-NEW-PRODUCT
004960                 ADD 1 TO WS-APPLIED-COUNT
004970             END-IF
004980     END-WRITE.
004990 3000-EXIT.
005000     EXIT.
005010******************************************************************
005020*    4000-AMEND-ACCOUNT - UPDATE HOLDER NAME, CURRENCY AND/OR
005030*                         DAILY LIMIT ON AN EXISTING ACCOUNT.
005040*                         A FIELD LEFT AT SPACES (ZERO FOR THE
005050*                         DAILY LIMIT) IS LEFT UNCHANGED.
005060******************************************************************
005070 4000-AMEND-ACCOUNT.
005080     IF WS-ACCOUNT-NOT-FOUND
005090         MOVE "Conta nao encontrada." TO WS-OUTCOME-MSG
005100         ADD 1 TO WS-REJECT-COUNT
005110         GO TO 4000-EXIT
005120     END-IF.
005130     IF MNT-HOLDER-NAME NOT = SPACES
005140         MOVE MNT-HOLDER-NAME TO ACCT-HOLDER-NAME
005150     END-IF.
005160     IF MNT-CURRENCY-CODE NOT = SPACES
005170         MOVE MNT-CURRENCY-CODE TO ACCT-CURRENCY-CODE
005180     END-IF.
005190     IF MNT-DAILY-LIMIT NOT = ZERO
005200         MOVE MNT-DAILY-LIMIT TO ACCT-DAILY-LIMIT
005210     END-IF.
005220     IF MNT-PRODUCT-CODE NOT = SPACES
005230         MOVE MNT-PRODUCT-CODE TO ACCT-PRODUCT-CODE
005240     END-IF.
005250     IF MNT-OD-APPLY
005260         MOVE MNT-OVERDRAFT-LIMIT TO ACCT-OVERDRAFT-LIMIT
005270     END-IF.
005280     IF MNT-CUSTOMER-ID > ZERO
005290         PERFORM 2350-READ-CUSTOMER THRU 2350-EXIT
005300         IF WS-CUSTOMER-NOT-FOUND
005310             MOVE "Cliente nao encontrado." TO WS-OUTCOME-MSG
005320             ADD 1 TO WS-REJECT-COUNT
005330             GO TO 4000-EXIT
005340         END-IF
005350         MOVE MNT-CUSTOMER-ID TO ACCT-CUSTOMER-ID
005360     END-IF.
005370     REWRITE ACCT-MASTER-RECORD
005380         INVALID KEY
005390             MOVE "Erro ao atualizar conta." TO WS-OUTCOME-MSG
005440                     WS-OUTCOME-MSG
005450                 ADD 1 TO WS-REJECT-COUNT
005460             ELSE
005470                 MOVE "Conta alterada com sucesso." TO
005480                     WS-OUTCOME-MSG
005490                 MOVE ACCT-HOLDER-NAME TO WS-NEW-HOLDER-NAME
005500                 MOVE ACCT-CURRENCY-CODE TO WS-NEW-CURRENCY
005510                 MOVE ACCT-DAILY-LIMIT TO WS-NEW-DAILY-LIMIT
005520                 MOVE ACCT-OVERDRAFT-LIMIT TO WS-NEW-OD-LIMIT
005530                 MOVE ACCT-STATUS TO WS-NEW-STATUS
005540                 MOVE ACCT-CUSTOMER-ID TO WS-CUSTOMER-ID
005550                 MOVE ACCT-PRODUCT-CODE TO WS-NEW-PRODUCT
005560                 ADD 1 TO WS-APPLIED-COUNT
005570             END-IF
005580     END-REWRITE.
005590 4000-EXIT.
005600     EXIT.
005610******************************************************************
005620*    5000-CLOSE-ACCOUNT - MARK AN ACCOUNT ENCERRADA, GUARDED
005630*                         AGAINST A NON-ZERO BALANCE. THE RECORD
005640*                         IS KEPT SO THE BALANCE HISTORY AND
005650*                         AUDIT TRAIL SURVIVE THE CLOSURE.
005660******************************************************************
005670 5000-CLOSE-ACCOUNT.
005680     IF WS-ACCOUNT-NOT-FOUND
005690         MOVE "Conta nao encontrada." TO WS-OUTCOME-MSG
005700         ADD 1 TO WS-REJECT-COUNT
005710         GO TO 5000-EXIT
005720     END-IF.
005730     IF ACCT-STATUS-CLOSED
005740         MOVE "Conta ja encerrada." TO WS-OUTCOME-MSG
005750         ADD 1 TO WS-REJECT-COUNT
005760         GO TO 5000-EXIT
005770     END-IF.
005780     IF ACCT-BALANCE NOT = ZERO
005790         MOVE "Saldo nao zerado." TO WS-OUTCOME-MSG
005800         ADD 1 TO WS-REJECT-COUNT
005810         GO TO 5000-EXIT
005820     END-IF.
005830     MOVE "E" TO ACCT-STATUS.
005840     REWRITE ACCT-MASTER-RECORD
005850         INVALID KEY
005860             MOVE "Erro ao encerrar conta." TO WS-OUTCOME-MSG
005870             ADD 1 TO WS-REJECT-COUNT
005880         NOT INVALID KEY
005890             IF WS-ACCTMSTR-STATUS NOT = "00"
005900                 MOVE "Erro ao encerrar conta." TO
005910                     WS-OUTCOME-MSG
005920                 ADD 1 TO WS-REJECT-COUNT
005930             ELSE
005940                 MOVE "Conta encerrada com sucesso." TO
005950                     WS-OUTCOME-MSG
005960                 MOVE ACCT-STATUS TO WS-NEW-STATUS
005970                 ADD 1 TO WS-APPLIED-COUNT
005980             END-IF
005990     END-REWRITE.
006000 5000-EXIT.
006010     EXIT.
006020******************************************************************
006030*    6000-SET-ACCOUNT-STATUS - APPLY A LIFECYCLE STATUS CHANGE.
006040*                 A CHANGE TO ENCERRADA TAKES THE SAME ZERO-
006050*                 BALANCE GUARD AS A CLOSE.
006060******************************************************************
006070 6000-SET-ACCOUNT-STATUS.
006080     IF WS-ACCOUNT-NOT-FOUND
006090         MOVE "Conta nao encontrada." TO WS-OUTCOME-MSG
006100         ADD 1 TO WS-REJECT-COUNT
006110         GO TO 6000-EXIT
006120     END-IF.
006130     IF NOT MNT-NEW-STATUS-VALID
006140         MOVE "Situacao invalida." TO WS-OUTCOME-MSG
006150         ADD 1 TO WS-REJECT-COUNT
006160         GO TO 6000-EXIT
006170     END-IF.
006180     IF MNT-NEW-STATUS = "E" AND ACCT-BALANCE NOT = ZERO
006190         MOVE "Saldo nao zerado." TO WS-OUTCOME-MSG
006200         ADD 1 TO WS-REJECT-COUNT
006210         GO TO 6000-EXIT
006220     END-IF.
006230     MOVE MNT-NEW-STATUS TO ACCT-STATUS.
006240     REWRITE ACCT-MASTER-RECORD
006250         INVALID KEY
006260             MOVE "Erro ao atualizar conta." TO WS-OUTCOME-MSG
006270             ADD 1 TO WS-REJECT-COUNT
006280         NOT INVALID KEY
006290             IF WS-ACCTMSTR-STATUS NOT = "00"
006300                 MOVE "Erro ao atualizar conta." TO
006310                     WS-OUTCOME-MSG
006320                 ADD 1 TO WS-REJECT-COUNT
006330             ELSE
006340                 MOVE "Situacao alterada com sucesso." TO
006350                     WS-OUTCOME-MSG
006360                 MOVE ACCT-STATUS TO WS-NEW-STATUS
006370                 ADD 1 TO WS-APPLIED-COUNT
006380             END-IF
006390     END-REWRITE.
006400 6000-EXIT.
006410     EXIT.
006420******************************************************************
006430*    6500-OPEN-CUSTOMER - CREATE A NEW CUSTOMER MASTER RECORD
006440******************************************************************
006450 6500-OPEN-CUSTOMER.
006460     IF WS-CUSTOMER-FOUND
006470         MOVE "Cliente ja existe." TO WS-OUTCOME-MSG
006480         ADD 1 TO WS-REJECT-COUNT
006490         GO TO 6500-EXIT
006500     END-IF.
006510     IF MNT-CUSTOMER-ID = ZERO
006520         MOVE "Cliente invalido." TO WS-OUTCOME-MSG
006530         ADD 1 TO WS-REJECT-COUNT
006540         GO TO 6500-EXIT
006550     END-IF.
006560     MOVE MNT-CUSTOMER-ID TO CUST-ID.
006570     MOVE MNT-HOLDER-NAME TO CUST-NAME.
006580     MOVE MNT-CUST-DEBIT-LIMIT TO CUST-DAILY-DEBIT-LIMIT.
006590     MOVE ZERO TO CUST-DAILY-DEBITED.
006600     MOVE WS-CURRENT-DATE TO CUST-DAILY-DATE.
006610     WRITE CUST-MASTER-RECORD
006620         INVALID KEY
006630             MOVE "Erro ao gravar cliente." TO WS-OUTCOME-MSG
006640             ADD 1 TO WS-REJECT-COUNT
006650         NOT INVALID KEY
006660             IF WS-CUSTMSTR-STATUS NOT = "00"
006670                 MOVE "Erro ao gravar cliente." TO WS-OUTCOME-MSG
006680                 ADD 1 TO WS-REJECT-COUNT
006690             ELSE
006700                 MOVE "Cliente aberto com sucesso." TO
006710                     WS-OUTCOME-MSG
006720                 MOVE CUST-NAME TO WS-NEW-HOLDER-NAME
006730                 MOVE CUST-DAILY-DEBIT-LIMIT TO WS-NEW-CUST-LIMIT
006740                 ADD 1 TO WS-APPLIED-COUNT
006750             END-IF
006760     END-WRITE.
006770 6500-EXIT.
006780     EXIT.
006790******************************************************************
006800*    6600-AMEND-CUSTOMER - UPDATE THE CUSTOMER NAME AND/OR THE
006810*                 AGGREGATE DAILY DEBIT CEILING. THE NAME IS LEFT
006820*                 UNCHANGED WHEN AT SPACES; THE CEILING IS ONLY
006830*                 TAKEN WHEN MNT-CDL-APPLY-FLAG IS "S", SO IT CAN
006840*                 ALSO BE AMENDED BACK TO ZERO (NO CEILING).
006850******************************************************************
006860 6600-AMEND-CUSTOMER.
006870     IF WS-CUSTOMER-NOT-FOUND
006880         MOVE "Cliente nao encontrado." TO WS-OUTCOME-MSG
006890         ADD 1 TO WS-REJECT-COUNT
006900         GO TO 6600-EXIT
006910     END-IF.
006920     IF MNT-HOLDER-NAME NOT = SPACES
006930         MOVE MNT-HOLDER-NAME TO CUST-NAME
006940     END-IF.
006950     IF MNT-CDL-APPLY
006960         MOVE MNT-CUST-DEBIT-LIMIT TO CUST-DAILY-DEBIT-LIMIT
006970     END-IF.
006980     REWRITE CUST-MASTER-RECORD
006990         INVALID KEY
007000             MOVE "Erro ao atualizar cliente." TO WS-OUTCOME-MSG
007010             ADD 1 TO WS-REJECT-COUNT
007020         NOT INVALID KEY
007030             IF WS-CUSTMSTR-STATUS NOT = "00"
007040                 MOVE "Erro ao atualizar cliente." TO
007050                     WS-OUTCOME-MSG
007060                 ADD 1 TO WS-REJECT-COUNT
007070             ELSE
007080                 MOVE "Cliente alterado com sucesso." TO
007090                     WS-OUTCOME-MSG
007100                 MOVE CUST-NAME TO WS-NEW-HOLDER-NAME
007110                 MOVE CUST-DAILY-DEBIT-LIMIT TO WS-NEW-CUST-LIMIT
007120                 ADD 1 TO WS-APPLIED-COUNT
007130             END-IF
007140     END-REWRITE.
007150 6600-EXIT.
007160     EXIT.
007170******************************************************************
007180*    7000-WRITE-RESULT-LINE - APPEND ONE RESULT LINE TO MNTRPT
007190******************************************************************
007200 7000-WRITE-RESULT-LINE.
007210     MOVE MNT-ACTION TO WS-RL-ACTION.
007220     IF MNT-ACTION-CUST-OPEN OR MNT-ACTION-CUST-AMEND
007230         MOVE MNT-CUSTOMER-ID TO WS-RL-ACCT
007240     ELSE
007250         MOVE MNT-ACCT-NUMBER TO WS-RL-ACCT
007260     END-IF.
007270     MOVE MNT-OPERATOR-ID TO WS-RL-OPERATOR.
007280     MOVE WS-OUTCOME-MSG TO WS-RL-MSG.
007290     MOVE WS-RESULT-LINE TO MNT-REPORT-LINE.
007300     WRITE MNT-REPORT-LINE.
007310 7000-EXIT.
007320     EXIT.
007330******************************************************************
007340*    8000-WRITE-AUDIT-RECORD - APPEND ONE MAINTENANCE AUDIT ENTRY
007350******************************************************************
007360 8000-WRITE-AUDIT-RECORD.
007370     ACCEPT WS-CURRENT-TIME FROM TIME.
007380     MOVE MNT-ACTION TO MNTA-ACTION.
007390     MOVE MNT-ACCT-NUMBER TO MNTA-ACCT-NUMBER.
007400     MOVE MNT-OPERATOR-ID TO MNTA-OPERATOR-ID.
007410     MOVE WS-CURRENT-DATE TO MNTA-TS-DATE.
007420     MOVE WS-CURRENT-TIME(1:6) TO MNTA-TS-TIME.
007430     MOVE WS-OLD-HOLDER-NAME TO MNTA-OLD-HOLDER-NAME.
007440     MOVE WS-NEW-HOLDER-NAME TO MNTA-NEW-HOLDER-NAME.
007450     MOVE WS-OLD-CURRENCY TO MNTA-OLD-CURRENCY.
007460     MOVE WS-NEW-CURRENCY TO MNTA-NEW-CURRENCY.
007470     MOVE WS-OLD-DAILY-LIMIT TO MNTA-OLD-DAILY-LIMIT.
007480     MOVE WS-NEW-DAILY-LIMIT TO MNTA-NEW-DAILY-LIMIT.
007490     MOVE WS-OLD-OD-LIMIT TO MNTA-OLD-OD-LIMIT.
007500     MOVE WS-NEW-OD-LIMIT TO MNTA-NEW-OD-LIMIT.
007510     MOVE WS-OLD-STATUS TO MNTA-OLD-STATUS.
007520     MOVE WS-NEW-STATUS TO MNTA-NEW-STATUS.
007530     MOVE WS-CUSTOMER-ID TO MNTA-CUSTOMER-ID.
007540     MOVE WS-OLD-CUST-LIMIT TO MNTA-OLD-CUST-LIMIT.
007550     MOVE WS-NEW-CUST-LIMIT TO MNTA-NEW-CUST-LIMIT.
007560     MOVE WS-OLD-PRODUCT TO MNTA-OLD-PRODUCT.
007570     MOVE WS-NEW-PRODUCT TO MNTA-NEW-PRODUCT.
007580     MOVE WS-OUTCOME-MSG TO MNTA-OUTCOME-MSG.
007590     WRITE MNT-AUDIT-RECORD.
007600 8000-EXIT.
007610     EXIT.
007620******************************************************************
007630*    9000-TERMINATE - WRITE THE SUMMARY LINE AND CLOSE FILES
007640******************************************************************
007650 9000-TERMINATE.
007660     MOVE WS-RULE-LINE TO MNT-REPORT-LINE.
007670     WRITE MNT-REPORT-LINE.
007680     MOVE WS-READ-COUNT TO WS-SL-READ.
007690     MOVE WS-APPLIED-COUNT TO WS-SL-APPLIED.
007700     MOVE WS-REJECT-COUNT TO WS-SL-REJECTED.
007710     MOVE WS-SUMMARY-LINE TO MNT-REPORT-LINE.
007720     WRITE MNT-REPORT-LINE.
007730     CLOSE MNTFILE.
007740     CLOSE ACCTMSTR.
007750     CLOSE CUSTMSTR.
007760     CLOSE MNTRPT.
007770     CLOSE MNTAUDIT.
007780 9000-EXIT.
007790     EXIT.
007800******************************************************************
007810*    9900-WRITE-RUN-END - CLOSE THIS STEP'S LEDGER ENTRY WITH
007820*                 ITS RETURN CODE AND KEY COUNTS.
007830*                 PERFORMED AHEAD OF EVERY STOP RUN ONCE THE
007840*                 START RECORD IS ON THE LEDGER.
007850******************************************************************
007860 9900-WRITE-RUN-END.
007870     IF WS-RUN-NOT-STARTED
007880         GO TO 9900-EXIT
007890     END-IF.
007900     SET WS-RUN-NOT-STARTED TO TRUE.
007910     MOVE "F" TO WS-RUN-EVENT.
007920     MOVE RETURN-CODE TO WS-RUN-RC.
007930     MOVE WS-READ-COUNT TO WS-RUN-READ-COUNT.
007940     MOVE WS-APPLIED-COUNT TO WS-RUN-PROC-COUNT.
007950     MOVE WS-REJECT-COUNT TO WS-RUN-EXC-COUNT.
007960     PERFORM 1090-APPEND-RUN-ENTRY THRU 1090-EXIT.
007970 9900-EXIT.
007980     EXIT.
007990
008000 END PROGRAM VLD-ACC-MNT.
