000500*                     PROLOGUE STATES THAT THE SNAPSHOT MUST
000510*                     POSTDATE THE LATEST MONTH-END SWEEP, WHOSE
000520*                     ACCRUALS LEAVE NO AUDITLOG TRACE.
000530*   15/10/2026  GA    POSTED REVERSALS ("Estorno realizado." AND
000540*                     "Estorno contrapartida.") NOW COUNT AS
000550*                     SUCCESSFUL ENTRIES IN THE REPLAY.
000560*   15/10/2026  GA    CLOSURE SETTLEMENT ENTRIES ("Juros pro-rata
000570*                     creditados.", "Tarifa pro-rata debitada.",
000580*                     "Encerramento liquidado." AND "Liquidacao
000590*                     recebida.") NOW COUNT AS SUCCESSFUL ENTRIES
000600*                     IN THE REPLAY.
000610*   15/10/2026  GA    RETURNED DEPOSITS ("Deposito devolvido.")
000620*                     NOW COUNT AS SUCCESSFUL ENTRIES IN THE
000630*                     BALANCE REPLAY.
000640*   15/10/2026  GA    EXTERNAL PAYMENTS ("Pagamento externo
000650*                     realizado." AND "Pagamento externo
000660*                     devolvido.") NOW COUNT AS SUCCESSFUL ENTRIES
000670*                     IN THE BALANCE REPLAY.
000680*   15/10/2026  GA    EACH RUN IS NOW RECORDED ON THE RUNLEDGR
000690*                     RUN-STEP LEDGER WITH A START AND AN END
000700*                     RECORD, UNDER THE BDATECTL BUSINESS DATE. AN
000710*                     EMPTY VERPARM NOW ENDS WITH RETURN CODE 8.
000720******************************************************************
000730 IDENTIFICATION DIVISION.
000740 PROGRAM-ID. VLD-ACC-VER.
000750 AUTHOR. GABRIELLY ANDRADE.
000760 INSTALLATION. RETAIL BANKING SYSTEMS.
000770 DATE-WRITTEN. 02/09/2026.
000780 DATE-COMPILED. 02/09/2026.
000790******************************************************************
000800 ENVIRONMENT DIVISION.
000810 INPUT-OUTPUT SECTION.
000820 FILE-CONTROL.
000830     SELECT VERPARM ASSIGN TO VERPARM
000840         ORGANIZATION IS LINE SEQUENTIAL.
000850
000860     SELECT ACCTSNAP ASSIGN TO ACCTSNAP
000870         ORGANIZATION IS LINE SEQUENTIAL.
000880
000890     SELECT AUDITLOG ASSIGN TO AUDITLOG
000900         ORGANIZATION IS LINE SEQUENTIAL
000910         FILE STATUS IS WS-AUDITLOG-STATUS.
000920
000930     SELECT ACCTMSTR ASSIGN TO ACCTMSTR
000940         ORGANIZATION IS INDEXED
000950         ACCESS MODE IS DYNAMIC
000960         RECORD KEY IS ACCT-NUMBER
000970         FILE STATUS IS WS-ACCTMSTR-STATUS.
000980
000990     SELECT NEWACCT ASSIGN TO NEWACCT
001000         ORGANIZATION IS INDEXED
001010         ACCESS MODE IS DYNAMIC
001020         RECORD KEY IS NEW-NUMBER
001030         FILE STATUS IS WS-NEWACCT-STATUS.
001040
001050     SELECT VERRPT ASSIGN TO VERRPT
001060         ORGANIZATION IS LINE SEQUENTIAL.
001070     SELECT BDATECTL ASSIGN TO BDATECTL
001080         ORGANIZATION IS LINE SEQUENTIAL.
001090     SELECT RUNLEDGR ASSIGN TO RUNLEDGR
001100         ORGANIZATION IS LINE SEQUENTIAL
001110         FILE STATUS IS WS-RUNLEDGR-STATUS.
001120******************************************************************
001130 DATA DIVISION.
001140 FILE SECTION.
001150 FD  VERPARM
001160     LABEL RECORDS ARE STANDARD.
001170     COPY VERPARM.
001180
001190 FD  ACCTSNAP
001200     LABEL RECORDS ARE STANDARD.
001210     COPY ACCTREC REPLACING LEADING ==ACCT-== BY ==SNAP-==.
001220
001230 FD  AUDITLOG
001240     LABEL RECORDS ARE STANDARD.
001250     COPY AUDREC.
001260
001270 FD  ACCTMSTR
001280     LABEL RECORDS ARE STANDARD.
001290     COPY ACCTREC.
001300
001310 FD  NEWACCT
001320     LABEL RECORDS ARE STANDARD.
001330     COPY ACCTREC REPLACING LEADING ==ACCT-== BY ==NEW-==.
001340
001350 FD  VERRPT
001360     LABEL RECORDS ARE STANDARD.
001370 01  VER-REPORT-LINE         PIC X(80).
001380 FD  BDATECTL
001390     LABEL RECORDS ARE STANDARD.
001400     COPY BDTREC.
001410
001420 FD  RUNLEDGR
001430     LABEL RECORDS ARE STANDARD.
001440     COPY RUNREC.
001450
001460 WORKING-STORAGE SECTION.
001470 77  WS-SNAP-EOF-SWITCH      PIC X(01) VALUE "N".
001480     88  WS-SNAP-EOF-YES                VALUE "Y".
001490     88  WS-SNAP-EOF-NO                 VALUE "N".
001500
001510 77  WS-AUDIT-EOF-SWITCH     PIC X(01) VALUE "N".
001520     88  WS-AUDIT-EOF-YES               VALUE "Y".
001530     88  WS-AUDIT-EOF-NO                VALUE "N".
001540
001550 77  WS-ACCOUNT-SWITCH       PIC X(01) VALUE "N".
001560     88  WS-ACCOUNT-FOUND               VALUE "Y".
001570     88  WS-ACCOUNT-NOT-FOUND           VALUE "N".
001580
001590 77  WS-ACCTMSTR-STATUS      PIC X(02) VALUE "00".
001600 77  WS-NEWACCT-STATUS       PIC X(02) VALUE "00".
001610 77  WS-AUDITLOG-STATUS      PIC X(02) VALUE "00".
001620
001630 77  WS-RUN-MODE             PIC X(01) VALUE SPACE.
001640     88  WS-MODE-VERIFY                 VALUE "V".
001650     88  WS-MODE-REBUILD                VALUE "R".
001660
001670 77  WS-EXPECTED-BALANCE     PIC S9(12)V99 VALUE ZERO.
001680
001690 77  WS-SNAP-COUNT           PIC 9(09) COMP VALUE ZERO.
001700 77  WS-OK-COUNT             PIC 9(09) COMP VALUE ZERO.
001710 77  WS-MISMATCH-COUNT       PIC 9(09) COMP VALUE ZERO.
001720 77  WS-MISSING-COUNT        PIC 9(09) COMP VALUE ZERO.
001730 77  WS-REBUILT-COUNT        PIC 9(09) COMP VALUE ZERO.
001740 77  WS-ORPHAN-COUNT         PIC 9(09) COMP VALUE ZERO.
001750
001760 77  WS-SNAP-TAB-COUNT       PIC 9(05) COMP VALUE ZERO.
001770 77  WS-SNAP-SUB             PIC 9(05) COMP VALUE ZERO.
001780 77  WS-RPTD-COUNT           PIC 9(04) COMP VALUE ZERO.
001790 77  WS-RPTD-SUB             PIC 9(04) COMP VALUE ZERO.
001800
001810 77  WS-SNAP-TAB-SWITCH      PIC X(01) VALUE "Y".
001820     88  WS-SNAP-TABLE-OK               VALUE "Y".
001830     88  WS-SNAP-TABLE-FULL             VALUE "N".
001840
001850 77  WS-INSNAP-SWITCH        PIC X(01) VALUE "N".
001860     88  WS-INSNAP-FOUND                VALUE "Y".
001870     88  WS-INSNAP-NOT-FOUND            VALUE "N".
001880
001890 77  WS-RPTD-SWITCH          PIC X(01) VALUE "N".
001900     88  WS-RPTD-FOUND                  VALUE "Y".
001910     88  WS-RPTD-NOT-FOUND              VALUE "N".
001920
001930 01  WS-SNAP-ACCT-TABLE.
001940     05  WS-SNAP-ACCT        OCCURS 10000 TIMES
001950                             PIC 9(10).
001960
001970 01  WS-RPTD-ACCT-TABLE.
001980     05  WS-RPTD-ACCT        OCCURS 1000 TIMES
001990                             PIC 9(10).
002000
002010 01  WS-TITLE-LINE.
002020     05  FILLER              PIC X(46) VALUE
002030         "PROVA DE INTEGRIDADE DO CADASTRO - VLD-ACC-VER".
002040
002050 01  WS-RULE-LINE.
002060     05  FILLER              PIC X(60) VALUE ALL "-".
002070
002080 01  WS-MODE-LINE.
002090     05  FILLER              PIC X(06) VALUE "MODO: ".
002100     05  WS-ML-MODE          PIC X(10).
002110
002120 01  WS-MISMATCH-LINE.
002130     05  FILLER              PIC X(06) VALUE "CONTA ".
002140     05  WS-MM-ACCT          PIC 9(10).
002150     05  FILLER              PIC X(10) VALUE " ESPERADO ".
002160     05  WS-MM-EXPECTED      PIC -(12)9.99.
002170     05  FILLER              PIC X(07) VALUE " ATUAL ".
002180     05  WS-MM-CURRENT       PIC -(12)9.99.
002190
002200 01  WS-MISSING-LINE.
002210     05  FILLER              PIC X(06) VALUE "CONTA ".
002220     05  WS-MS-ACCT          PIC 9(10).
002230     05  FILLER              PIC X(28) VALUE
002240         " AUSENTE NO CADASTRO ATUAL".
002250
002260 01  WS-ORPHAN-LINE.
002270     05  FILLER              PIC X(06) VALUE "CONTA ".
002280     05  WS-OR-ACCT          PIC 9(10).
002290     05  FILLER              PIC X(33) VALUE
002300         " COM MOVIMENTO FORA DO SNAPSHOT".
002310
002320 01  WS-COUNT-LINE.
002330     05  WS-CL-LABEL         PIC X(29).
002340     05  WS-CL-COUNT         PIC ZZZ,ZZZ,ZZ9.
002350*
002360*    RUN-STEP LEDGER CONTROL
002370*
002380 77  WS-CURRENT-DATE         PIC 9(08) VALUE ZERO.
002390 77  WS-RUNLEDGR-STATUS      PIC X(02) VALUE "00".
002400 77  WS-RUN-PROGRAM          PIC X(12) VALUE "VLD-ACC-VER".
002410 77  WS-RUN-EVENT            PIC X(01) VALUE SPACE.
002420 77  WS-RUN-RC               PIC 9(04) VALUE ZERO.
002430 77  WS-RUN-READ-COUNT       PIC 9(09) VALUE ZERO.
002440 77  WS-RUN-PROC-COUNT       PIC 9(09) VALUE ZERO.
002450 77  WS-RUN-EXC-COUNT        PIC 9(09) VALUE ZERO.
002460 77  WS-RUN-SYS-TIME         PIC 9(08) VALUE ZERO.
002470
002480 77  WS-RUN-STARTED-SWITCH   PIC X(01) VALUE "N".
002490     88  WS-RUN-STARTED                VALUE "Y".
002500     88  WS-RUN-NOT-STARTED            VALUE "N".
002510******************************************************************
002520 PROCEDURE DIVISION.
002530******************************************************************
002540*    0000-MAINLINE
002550******************************************************************
002560 0000-MAINLINE.
002570     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002580     PERFORM 2000-PROCESS-SNAPSHOT THRU 2000-EXIT
002590         UNTIL WS-SNAP-EOF-YES.
002600     PERFORM 7000-SCAN-ORPHAN-ACCOUNTS THRU 7000-EXIT.
002610     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002620     PERFORM 9900-WRITE-RUN-END THRU 9900-EXIT.
002630     STOP RUN.
002640******************************************************************
002650*    1000-INITIALIZE - LOAD THE MODE, OPEN FILES. ONLY VERIFY
002660*                 MODE TOUCHES THE LIVE MASTER; ONLY REBUILD
002670*                 MODE CREATES THE FRESH ONE, SO A CORRUPT
002680*                 INDEX CANNOT BLOCK ITS OWN RECOVERY.
002690******************************************************************
002700 1000-INITIALIZE.
002710     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT.
002720     PERFORM 1060-CHECK-RUN-LEDGER THRU 1060-EXIT.
002730     OPEN INPUT VERPARM.
002740     READ VERPARM
002750         AT END
002760             DISPLAY "ERRO: VERPARM VAZIO"
002770             MOVE 8 TO RETURN-CODE
002780             PERFORM 9900-WRITE-RUN-END THRU 9900-EXIT
002790             STOP RUN
002800     END-READ.
002810     MOVE VER-PARM-MODE TO WS-RUN-MODE.
002820     CLOSE VERPARM.
002830     IF NOT WS-MODE-VERIFY AND NOT WS-MODE-REBUILD
002840         DISPLAY "ERRO: MODO INVALIDO EM VERPARM - " WS-RUN-MODE
002850         MOVE 8 TO RETURN-CODE
002860         PERFORM 9900-WRITE-RUN-END THRU 9900-EXIT
002870         STOP RUN
002880     END-IF.
002890     OPEN INPUT ACCTSNAP.
002900     OPEN OUTPUT VERRPT.
002910     IF WS-MODE-VERIFY
002920         OPEN INPUT ACCTMSTR
002930         IF WS-ACCTMSTR-STATUS NOT = "00"
002940             DISPLAY "ERRO AO ABRIR ACCTMSTR - STATUS "
002950                 WS-ACCTMSTR-STATUS
002960             DISPLAY "CADASTRO ILEGIVEL - EXECUTAR EM MODO R"
002970             MOVE 8 TO RETURN-CODE
002980             PERFORM 9900-WRITE-RUN-END THRU 9900-EXIT
002990             STOP RUN
003000         END-IF
003010     ELSE
003020         OPEN OUTPUT NEWACCT
003030         IF WS-NEWACCT-STATUS NOT = "00"
003040             DISPLAY "ERRO AO ABRIR NEWACCT - STATUS "
003050                 WS-NEWACCT-STATUS
003060             MOVE 8 TO RETURN-CODE
003070             PERFORM 9900-WRITE-RUN-END THRU 9900-EXIT
003080             STOP RUN
003090         END-IF
003100     END-IF.
003110     MOVE WS-TITLE-LINE TO VER-REPORT-LINE.
003120     WRITE VER-REPORT-LINE.
003130     MOVE WS-RULE-LINE TO VER-REPORT-LINE.
003140     WRITE VER-REPORT-LINE.
003150     IF WS-MODE-VERIFY
003160         MOVE "VERIFICAR" TO WS-ML-MODE
003170     ELSE
003180         MOVE "RECONSTRUIR" TO WS-ML-MODE
003190     END-IF.
003200     MOVE WS-MODE-LINE TO VER-REPORT-LINE.
003210     WRITE VER-REPORT-LINE.
003220     PERFORM 2100-READ-SNAPSHOT THRU 2100-EXIT.
003230 1000-EXIT.
003240     EXIT.
003250******************************************************************
003260*    1050-READ-BUSINESS-DATE - THE BUSINESS DATE COMES FROM THE
003270*                 BDATECTL CONTROL RECORD, NOT THE SYSTEM CLOCK,
003280*                 SO THE LEDGER ENTRY CARRIES THE BUSINESS DAY
003290*                 THE RUN BELONGS TO.
003300******************************************************************
003310 1050-READ-BUSINESS-DATE.
003320     OPEN INPUT BDATECTL.
003330     READ BDATECTL
003340         AT END
003350             DISPLAY "ERRO: BDATECTL VAZIO"
003360             MOVE 8 TO RETURN-CODE
003370             STOP RUN
003380     END-READ.
003390     MOVE BDT-BUSINESS-DATE TO WS-CURRENT-DATE.
003400     CLOSE BDATECTL.
003410 1050-EXIT.
003420     EXIT.
003430******************************************************************
003440*    1060-CHECK-RUN-LEDGER - APPEND THE START RECORD TO THE
003450*                 RUNLEDGR RUN-STEP LEDGER. VERIFICATION AND
003460*                 REBUILD ARE RUN ON DEMAND AND WAIT FOR NO OTHER
003470*                 STEP, SO THERE IS NOTHING TO CHECK.
003480******************************************************************
003490 1060-CHECK-RUN-LEDGER.
003500     MOVE "I" TO WS-RUN-EVENT.
003510     MOVE ZERO TO WS-RUN-RC.
003520     PERFORM 1090-APPEND-RUN-ENTRY THRU 1090-EXIT.
003530     SET WS-RUN-STARTED TO TRUE.
003540 1060-EXIT.
003550     EXIT.
003560******************************************************************
003570*    1090-APPEND-RUN-ENTRY - ADD ONE START OR END RECORD TO THE
003580*                 LEDGER, STAMPED WITH THE SYSTEM CLOCK
003590******************************************************************
003600 1090-APPEND-RUN-ENTRY.
003610     OPEN EXTEND RUNLEDGR.
003620     IF WS-RUNLEDGR-STATUS = "35"
003630         OPEN OUTPUT RUNLEDGR
003640     END-IF.
003650     IF WS-RUNLEDGR-STATUS NOT = "00"
003660         DISPLAY "ERRO AO GRAVAR RUNLEDGR - STATUS "
003670             WS-RUNLEDGR-STATUS
003680         MOVE 8 TO RETURN-CODE
003690         STOP RUN
003700     END-IF.
003710     ACCEPT WS-RUN-SYS-TIME FROM TIME.
003720     MOVE SPACES TO RUN-LEDGER-RECORD.
003730     MOVE WS-CURRENT-DATE TO RUN-BUSINESS-DATE.
003740     MOVE WS-RUN-PROGRAM TO RUN-PROGRAM.
003750     MOVE WS-RUN-EVENT TO RUN-EVENT.
003760     ACCEPT RUN-TS-DATE FROM DATE YYYYMMDD.
003770     MOVE WS-RUN-SYS-TIME(1:6) TO RUN-TS-TIME.
003780     MOVE WS-RUN-RC TO RUN-RETURN-CODE.
003790     MOVE WS-RUN-READ-COUNT TO RUN-COUNT-READ.
003800     MOVE WS-RUN-PROC-COUNT TO RUN-COUNT-PROCESSED.
003810     MOVE WS-RUN-EXC-COUNT TO RUN-COUNT-EXCEPTIONS.
003820     WRITE RUN-LEDGER-RECORD.
003830     CLOSE RUNLEDGR.
003840 1090-EXIT.
003850     EXIT.
003860******************************************************************
003870*    2000-PROCESS-SNAPSHOT - MAIN LOOP, ONE SNAPSHOT ACCOUNT
003880******************************************************************
003890 2000-PROCESS-SNAPSHOT.
003900     PERFORM 2200-PROVE-ONE-ACCOUNT THRU 2200-EXIT.
003910     PERFORM 2100-READ-SNAPSHOT THRU 2100-EXIT.
003920 2000-EXIT.
003930     EXIT.
003940******************************************************************
003950*    2100-READ-SNAPSHOT
003960******************************************************************
003970 2100-READ-SNAPSHOT.
003980     READ ACCTSNAP
003990         AT END
004000             SET WS-SNAP-EOF-YES TO TRUE
004010         NOT AT END
004020             ADD 1 TO WS-SNAP-COUNT
004030             PERFORM 2150-TABLE-SNAP-ACCOUNT THRU 2150-EXIT
004040     END-READ.
004050 2100-EXIT.
004060     EXIT.
004070******************************************************************
004080*    2150-TABLE-SNAP-ACCOUNT - REMEMBER THE SNAPSHOT ACCOUNT FOR
004090*                 THE OUT-OF-SNAPSHOT SCAN. ON AN OVERFLOW THE
004100*                 SCAN IS SKIPPED RATHER THAN FALSE-FLAGGING.
004110******************************************************************
004120 2150-TABLE-SNAP-ACCOUNT.
004130     IF WS-SNAP-TAB-COUNT < 10000
004140         ADD 1 TO WS-SNAP-TAB-COUNT
004150         MOVE SNAP-NUMBER TO WS-SNAP-ACCT(WS-SNAP-TAB-COUNT)
004160     ELSE
004170         SET WS-SNAP-TABLE-FULL TO TRUE
004180     END-IF.
004190 2150-EXIT.
004200     EXIT.
004210******************************************************************
004220*    2200-PROVE-ONE-ACCOUNT - REPLAY THE AUDIT LOG FOR THIS
004230*                 ACCOUNT'S EXPECTED CLOSING POSITION, THEN
004240*                 EITHER TIE IT OUT AGAINST THE LIVE MASTER OR
004250*                 WRITE THE REBUILT RECORD
004260******************************************************************
004270 2200-PROVE-ONE-ACCOUNT.
004280     PERFORM 3000-FIND-EXPECTED-BALANCE THRU 3000-EXIT.
004290     IF WS-MODE-VERIFY
004300         PERFORM 4000-VERIFY-ONE-ACCOUNT THRU 4000-EXIT
004310     ELSE
004320         PERFORM 5000-REBUILD-ONE-ACCOUNT THRU 5000-EXIT
004330     END-IF.
004340 2200-EXIT.
004350     EXIT.
004360******************************************************************
004370*    3000-FIND-EXPECTED-BALANCE - ONE PASS OVER AUDITLOG. THE
004380*                 EXPECTED POSITION IS THE AUD-SALDO-FINAL OF
004390*                 THE ACCOUNT'S LAST SUCCESSFUL ENTRY, OR THE
004400*                 SNAPSHOT BALANCE WHEN THERE IS NONE.
004410******************************************************************
004420 3000-FIND-EXPECTED-BALANCE.
004430     MOVE SNAP-BALANCE TO WS-EXPECTED-BALANCE.
004440     SET WS-AUDIT-EOF-NO TO TRUE.
004450     OPEN INPUT AUDITLOG.
004460     IF WS-AUDITLOG-STATUS NOT = "00"
004470         DISPLAY "ERRO AO ABRIR AUDITLOG - STATUS "
004480             WS-AUDITLOG-STATUS
004490         GO TO 3000-EXIT
004500     END-IF.
004510     PERFORM 3100-READ-AUDIT THRU 3100-EXIT.
004520     PERFORM 3200-REPLAY-AUDIT-ENTRY THRU 3200-EXIT
004530         UNTIL WS-AUDIT-EOF-YES.
004540     CLOSE AUDITLOG.
004550 3000-EXIT.
004560     EXIT.
004570******************************************************************
004580*    3100-READ-AUDIT
004590******************************************************************
004600 3100-READ-AUDIT.
004610     READ AUDITLOG
004620         AT END
004630             SET WS-AUDIT-EOF-YES TO TRUE
004640     END-READ.
004650 3100-EXIT.
004660     EXIT.
004670******************************************************************
004680*    3200-REPLAY-AUDIT-ENTRY - KEEP THE CLOSING POSITION OF THE
004690*                 LAST SUCCESSFUL ENTRY FOR THIS ACCOUNT
004700******************************************************************
004710 3200-REPLAY-AUDIT-ENTRY.
004720     IF AUD-ACCT-NUMBER = SNAP-NUMBER
004730         IF AUD-OUTCOME-MSG = "Saque realizado com sucesso!"
004740             OR AUD-OUTCOME-MSG =
004750                 "Deposito realizado com sucesso"
004760             OR AUD-OUTCOME-MSG = "Transferencia realizada."
004770             OR AUD-OUTCOME-MSG = "Transferencia recebida."
004780             OR AUD-OUTCOME-MSG = "Estorno realizado."
004790             OR AUD-OUTCOME-MSG = "Estorno contrapartida."
004800             OR AUD-OUTCOME-MSG = "Juros pro-rata creditados."
004810             OR AUD-OUTCOME-MSG = "Tarifa pro-rata debitada."
004820             OR AUD-OUTCOME-MSG = "Encerramento liquidado."
004830             OR AUD-OUTCOME-MSG = "Liquidacao recebida."
004840             OR AUD-OUTCOME-MSG = "Deposito devolvido."
004850             OR AUD-OUTCOME-MSG = "Pagamento externo realizado."
004860             OR AUD-OUTCOME-MSG = "Pagamento externo devolvido."
004870             MOVE AUD-SALDO-FINAL TO WS-EXPECTED-BALANCE
004880         END-IF
004890     END-IF.
004900     PERFORM 3100-READ-AUDIT THRU 3100-EXIT.
004910 3200-EXIT.
004920     EXIT.
004930******************************************************************
004940*    4000-VERIFY-ONE-ACCOUNT - TIE THE LIVE BALANCE OUT AGAINST
004950*                 THE REPLAYED POSITION
004960******************************************************************
004970 4000-VERIFY-ONE-ACCOUNT.
004980     MOVE SNAP-NUMBER TO ACCT-NUMBER.
004990     READ ACCTMSTR
005000         INVALID KEY
005010             SET WS-ACCOUNT-NOT-FOUND TO TRUE
005020         NOT INVALID KEY
005030             SET WS-ACCOUNT-FOUND TO TRUE
005040     END-READ.
005050     IF WS-ACCOUNT-NOT-FOUND
005060         ADD 1 TO WS-MISSING-COUNT
005070         MOVE SNAP-NUMBER TO WS-MS-ACCT
005080         MOVE WS-MISSING-LINE TO VER-REPORT-LINE
005090         WRITE VER-REPORT-LINE
005100         GO TO 4000-EXIT
005110     END-IF.
005120     IF ACCT-BALANCE = WS-EXPECTED-BALANCE
005130         ADD 1 TO WS-OK-COUNT
005140     ELSE
005150         ADD 1 TO WS-MISMATCH-COUNT
005160         MOVE SNAP-NUMBER TO WS-MM-ACCT
005170         MOVE WS-EXPECTED-BALANCE TO WS-MM-EXPECTED
005180         MOVE ACCT-BALANCE TO WS-MM-CURRENT
005190         MOVE WS-MISMATCH-LINE TO VER-REPORT-LINE
005200         WRITE VER-REPORT-LINE
005210     END-IF.
005220 4000-EXIT.
005230     EXIT.
005240******************************************************************
005250*    5000-REBUILD-ONE-ACCOUNT - WRITE THE SNAPSHOT RECORD WITH
005260*                 ITS BALANCE REPLACED BY THE REPLAYED POSITION
005270******************************************************************
005280 5000-REBUILD-ONE-ACCOUNT.
005290     MOVE SNAP-MASTER-RECORD TO NEW-MASTER-RECORD.
005300     MOVE WS-EXPECTED-BALANCE TO NEW-BALANCE.
005310     WRITE NEW-MASTER-RECORD
005320         INVALID KEY
005330             DISPLAY "ERRO AO GRAVAR CONTA " NEW-NUMBER
005340         NOT INVALID KEY
005350             IF WS-NEWACCT-STATUS NOT = "00"
005360                 DISPLAY "ERRO AO GRAVAR CONTA " NEW-NUMBER
005370             ELSE
005380                 ADD 1 TO WS-REBUILT-COUNT
005390             END-IF
005400     END-WRITE.
005410 5000-EXIT.
005420     EXIT.
005430******************************************************************
005440*    7000-SCAN-ORPHAN-ACCOUNTS - ONE PASS OVER AUDITLOG FOR
005450*                 ACCOUNTS WITH SUCCESSFUL ACTIVITY BUT NO
005460*                 SNAPSHOT RECORD (OPENED AFTER THE SNAPSHOT WAS
005470*                 CUT). EACH ONE IS REPORTED ONCE AND FAILS THE
005480*                 RUN - VERIFY CANNOT VOUCH FOR IT AND A REBUILT
005490*                 MASTER WOULD SILENTLY DROP IT.
005500******************************************************************
005510 7000-SCAN-ORPHAN-ACCOUNTS.
005520     IF WS-SNAP-TABLE-FULL
005530         DISPLAY "AVISO: TABELA DO SNAPSHOT CHEIA - CONTAS FORA "
005540             "DO SNAPSHOT NAO VERIFICADAS"
005550         GO TO 7000-EXIT
005560     END-IF.
005570     SET WS-AUDIT-EOF-NO TO TRUE.
005580     OPEN INPUT AUDITLOG.
005590     IF WS-AUDITLOG-STATUS NOT = "00"
005600         DISPLAY "ERRO AO ABRIR AUDITLOG - STATUS "
005610             WS-AUDITLOG-STATUS
005620         GO TO 7000-EXIT
005630     END-IF.
005640     PERFORM 3100-READ-AUDIT THRU 3100-EXIT.
005650     PERFORM 7100-TEST-AUDIT-ACCOUNT THRU 7100-EXIT
005660         UNTIL WS-AUDIT-EOF-YES.
005670     CLOSE AUDITLOG.
005680 7000-EXIT.
005690     EXIT.
005700******************************************************************
005710*    7100-TEST-AUDIT-ACCOUNT - REPORT ONE SUCCESSFUL ENTRY WHOSE
005720*                 ACCOUNT IS ON NEITHER THE SNAPSHOT NOR THE
005730*                 ALREADY-REPORTED TABLE
005740******************************************************************
005750 7100-TEST-AUDIT-ACCOUNT.
005760     IF AUD-OUTCOME-MSG NOT = "Saque realizado com sucesso!"
005770         AND AUD-OUTCOME-MSG NOT =
005780             "Deposito realizado com sucesso"
005790         AND AUD-OUTCOME-MSG NOT = "Transferencia realizada."
005800         AND AUD-OUTCOME-MSG NOT = "Transferencia recebida."
005810         AND AUD-OUTCOME-MSG NOT = "Estorno realizado."
005820         AND AUD-OUTCOME-MSG NOT = "Estorno contrapartida."
005830         AND AUD-OUTCOME-MSG NOT = "Juros pro-rata creditados."
005840         AND AUD-OUTCOME-MSG NOT = "Tarifa pro-rata debitada."
005850         AND AUD-OUTCOME-MSG NOT = "Encerramento liquidado."
005860         AND AUD-OUTCOME-MSG NOT = "Liquidacao recebida."
005870         AND AUD-OUTCOME-MSG NOT = "Deposito devolvido."
005880         AND AUD-OUTCOME-MSG NOT = "Pagamento externo realizado."
005890         AND AUD-OUTCOME-MSG NOT = "Pagamento externo devolvido."
005900         GO TO 7100-NEXT
005910     END-IF.
005920     SET WS-INSNAP-NOT-FOUND TO TRUE.
005930     PERFORM 7200-TEST-SNAP-ENTRY THRU 7200-EXIT
005940         VARYING WS-SNAP-SUB FROM 1 BY 1
005950         UNTIL WS-SNAP-SUB > WS-SNAP-TAB-COUNT
005960         OR WS-INSNAP-FOUND.
005970     IF WS-INSNAP-FOUND
005980         GO TO 7100-NEXT
005990     END-IF.
006000     SET WS-RPTD-NOT-FOUND TO TRUE.
006010     PERFORM 7300-TEST-RPTD-ENTRY THRU 7300-EXIT
006020         VARYING WS-RPTD-SUB FROM 1 BY 1
006030         UNTIL WS-RPTD-SUB > WS-RPTD-COUNT
006040         OR WS-RPTD-FOUND.
006050     IF WS-RPTD-FOUND
006060         GO TO 7100-NEXT
006070     END-IF.
006080     ADD 1 TO WS-ORPHAN-COUNT.
006090     IF WS-RPTD-COUNT < 1000
006100         ADD 1 TO WS-RPTD-COUNT
006110         MOVE AUD-ACCT-NUMBER TO WS-RPTD-ACCT(WS-RPTD-COUNT)
006120     END-IF.
006130     MOVE AUD-ACCT-NUMBER TO WS-OR-ACCT.
006140     MOVE WS-ORPHAN-LINE TO VER-REPORT-LINE.
006150     WRITE VER-REPORT-LINE.
006160 7100-NEXT.
006170     PERFORM 3100-READ-AUDIT THRU 3100-EXIT.
006180 7100-EXIT.
006190     EXIT.
006200******************************************************************
006210*    7200-TEST-SNAP-ENTRY - TEST ONE SNAPSHOT ACCOUNT TABLE ENTRY
006220******************************************************************
006230 7200-TEST-SNAP-ENTRY.
006240     IF AUD-ACCT-NUMBER = WS-SNAP-ACCT(WS-SNAP-SUB)
006250         SET WS-INSNAP-FOUND TO TRUE
006260     END-IF.
006270 7200-EXIT.
006280     EXIT.
006290******************************************************************
006300*    7300-TEST-RPTD-ENTRY - TEST ONE ALREADY-REPORTED ENTRY
006310******************************************************************
006320 7300-TEST-RPTD-ENTRY.
006330     IF AUD-ACCT-NUMBER = WS-RPTD-ACCT(WS-RPTD-SUB)
006340         SET WS-RPTD-FOUND TO TRUE
006350     END-IF.
006360 7300-EXIT.
006370     EXIT.
006380******************************************************************
006390*    9000-TERMINATE - WRITE THE RUN SUMMARY, SET RETURN CODE 8
006400*                 WHEN THE PROOF FAILED, CLOSE FILES
006410******************************************************************
006420 9000-TERMINATE.
006430     MOVE WS-RULE-LINE TO VER-REPORT-LINE.
006440     WRITE VER-REPORT-LINE.
006450     MOVE "CONTAS NO SNAPSHOT:          " TO WS-CL-LABEL.
006460     MOVE WS-SNAP-COUNT TO WS-CL-COUNT.
006470     MOVE WS-COUNT-LINE TO VER-REPORT-LINE.
006480     WRITE VER-REPORT-LINE.
006490     IF WS-MODE-VERIFY
006500         MOVE "CONTAS CONFERIDAS OK:        " TO WS-CL-LABEL
006510         MOVE WS-OK-COUNT TO WS-CL-COUNT
006520         MOVE WS-COUNT-LINE TO VER-REPORT-LINE
006530         WRITE VER-REPORT-LINE
006540         MOVE "CONTAS DIVERGENTES:          " TO WS-CL-LABEL
006550         MOVE WS-MISMATCH-COUNT TO WS-CL-COUNT
006560         MOVE WS-COUNT-LINE TO VER-REPORT-LINE
006570         WRITE VER-REPORT-LINE
006580         MOVE "CONTAS AUSENTES:             " TO WS-CL-LABEL
006590         MOVE WS-MISSING-COUNT TO WS-CL-COUNT
006600         MOVE WS-COUNT-LINE TO VER-REPORT-LINE
006610         WRITE VER-REPORT-LINE
006620         IF WS-MISMATCH-COUNT > ZERO OR WS-MISSING-COUNT > ZERO
006630             MOVE 8 TO RETURN-CODE
006640             DISPLAY "ERRO: CADASTRO NAO CONFERE - VER VERRPT"
006650         END-IF
006660     ELSE
006670         MOVE "CONTAS RECONSTRUIDAS:        " TO WS-CL-LABEL
006680         MOVE WS-REBUILT-COUNT TO WS-CL-COUNT
006690         MOVE WS-COUNT-LINE TO VER-REPORT-LINE
006700         WRITE VER-REPORT-LINE
006710         IF WS-REBUILT-COUNT NOT = WS-SNAP-COUNT
006720             MOVE 8 TO RETURN-CODE
006730             DISPLAY "ERRO: RECONSTRUCAO INCOMPLETA - VER VERRPT"
006740         END-IF
006750     END-IF.
006760     MOVE "CONTAS FORA DO SNAPSHOT:     " TO WS-CL-LABEL.
006770     MOVE WS-ORPHAN-COUNT TO WS-CL-COUNT.
006780     MOVE WS-COUNT-LINE TO VER-REPORT-LINE.
006790     WRITE VER-REPORT-LINE.
006800     IF WS-ORPHAN-COUNT > ZERO
006810         MOVE 8 TO RETURN-CODE
006820         DISPLAY "ERRO: CONTAS COM MOVIMENTO FORA DO SNAPSHOT - "
006830             "VER VERRPT"
006840     END-IF.
006850     CLOSE ACCTSNAP.
006860     IF WS-MODE-VERIFY
006870         CLOSE ACCTMSTR
006880     ELSE
006890         CLOSE NEWACCT
006900     END-IF.
006910     CLOSE VERRPT.
006920 9000-EXIT.
006930     EXIT.
006940******************************************************************
006950*    9900-WRITE-RUN-END - CLOSE THIS STEP'S LEDGER ENTRY WITH
006960*                 ITS RETURN CODE AND KEY COUNTS.
006970*                 PERFORMED AHEAD OF EVERY STOP RUN ONCE THE
006980*                 START RECORD IS ON THE LEDGER.
006990******************************************************************
007000 9900-WRITE-RUN-END.
007010     IF WS-RUN-NOT-STARTED
007020         GO TO 9900-EXIT
007030     END-IF.
007040     SET WS-RUN-NOT-STARTED TO TRUE.
007050     MOVE "F" TO WS-RUN-EVENT.
007060     MOVE RETURN-CODE TO WS-RUN-RC.
007070     MOVE WS-SNAP-COUNT TO WS-RUN-READ-COUNT.
007080     COMPUTE WS-RUN-PROC-COUNT = WS-OK-COUNT + WS-REBUILT-COUNT.
007090     COMPUTE WS-RUN-EXC-COUNT = WS-MISMATCH-COUNT
007100         + WS-MISSING-COUNT + WS-ORPHAN-COUNT.
007110     PERFORM 1090-APPEND-RUN-ENTRY THRU 1090-EXIT.
007120 9900-EXIT.
007130     EXIT.
007140
007150 END PROGRAM VLD-ACC-VER.
