001890*                     AND A DIVERTED REFERENCE IS RECORDED ON
001900*                     POSTEDREF SO A RESENT FILE CANNOT QUEUE THE
001910*                     SAME DETAIL TWICE IN ONE BUSINESS DAY.
001920*   15/10/2026  GA    ADDED THE REVERSAL TRANSACTION TYPE (R). A
001930*                     REVERSAL NAMES THE REFERENCE OF A POSTED
001940*                     SAQUE, DEPOSITO OR TRANSFER IN TRAN-ORIG-
001950*                     REFERENCE; POSTEDREF (NOW CARRYING THE KIND,
001960*                     TYPE, ACCOUNTS, AMOUNT AND TAXA OF EVERY
001970*                     PROCESSED REFERENCE) PROVES IT POSTED AND
001980*                     WAS NOT ALREADY REVERSED. THE ORIGINAL IS
001990*                     UNDONE END TO END - BOTH LEGS OF A TRANSFER
002000*                     ALL-OR-NOTHING, THE TAXA REFUNDED AND THE
002010*                     ACCOUNT AND CUSTOMER DAILY ACCUMULATORS
002020*                     ROLLED BACK WHEN THE ORIGINAL POSTED THE
002030*                     SAME BUSINESS DAY. AUDITLOG, OUTFILE AND
002040*                     GLEXTRACT LINES CARRY BOTH REFERENCES, THE
002050*                     GL LINES USE THE NEW 400110/200110/400160/
002060*                     200160 REVERSAL CODES AND CTLRPT SHOWS
002070*                     REVERSALS ON THEIR OWN COUNT AND AMOUNT
002080*                     LINES.
002090*   15/10/2026  GA    A TRANSFER BETWEEN ACCOUNTS OF DIFFERENT
002100*                     CURRENCIES IS NO LONGER REJECTED. THE
002110*                     RATEFILE TABLE VLD-SAQ-REL USES IS LOADED
002120*                     AT STARTUP AND THE AMOUNT IS CONVERTED
002130*                     THROUGH THE BASE CURRENCY; THE RECEIVING
002140*                     ACCOUNT IS CREDITED THE CONVERTED AMOUNT.
002150*                     A MISSING RATE FOR EITHER CURRENCY REJECTS
002160*                     THE TRANSFER ("Cotacao nao encontrada.").
002170*                     THE FEE COMES FROM THE FX BANDS OF FEESCHED
002180*                     (FEE-REC-KIND "C") WHEN ONE MATCHES. OUTFILE
002190*                     AND AUDITLOG CARRY THE RECEIVING CURRENCY,
002200*                     CONVERTED AMOUNT AND CROSS RATE, AND THE
002210*                     CONVERSION WRITES ITS OWN 300171/300172 GL
002220*                     LINES AGAINST THE FX POSITION ACCOUNT. EVERY
002230*                     GL LINE NOW CARRIES ITS CURRENCY. A REVERSAL
002240*                     OF A CONVERTED TRANSFER UNDOES IT AT THE
002250*                     ORIGINAL AMOUNTS (300181/300182).
002260*   15/10/2026  GA    EACH RUN IS NOW RECORDED ON THE RUNLEDGR
002270*                     RUN-STEP LEDGER WITH A START RECORD AND AN
002280*                     END RECORD CARRYING THE RETURN CODE AND KEY
002290*                     COUNTS. A RUN FOR A BUSINESS DATE THE STEP
002300*                     HAS ALREADY ENDED CLEANLY IS REFUSED WITH
002310*                     RETURN CODE 8, AS IS ONE STARTED BEFORE
002320*                     VLD-ORD-GER, VLD-TRN-EDT AND VLD-SAQ-APR
002330*                     HAVE ENDED CLEANLY FOR THE DATE. THE
002340*                     ACCTMSTR AND CUSTMSTR OPEN ERRORS NOW SET
002350*                     RETURN CODE 8.
002360*   15/10/2026  GA    DEPOSITS FROM A SOURCE/CURRENCY NAMED ON
002370*                     UNCPARM NOW STAY IN COMPENSATION FOR ITS
002380*                     HOLD DAYS: ACCT-UNCOLLECTED-AMT CARRIES THE
002390*                     HELD PART AND EACH HOLD IS RECORDED ON
002400*                     UNCHOLD FOR VLD-DEP-LIB. SAQUE AND TRANSFER
002410*                     DEBITS ARE CHECKED AGAINST THE AVAILABLE
002420*                     BALANCE; A DEBIT ONLY THE HOLD REFUSES IS
002430*                     SUSPENDED AS SALDO DISPONIVEL INSUFICIENTE.
002440*                     REVERSING A HELD DEPOSIT CANCELS ITS HOLD.
002450*   15/10/2026  GA    ADDED THE EXTERNAL PAYMENT TYPE "X": THE
002460*                     CUSTOMER IS DEBITED WITH THE USUAL STATUS,
002470*                     LIMIT, FUNDS AND APPROVAL-HOLD CHECKS UNDER
002480*                     GL CODE 400170 AGAINST THE INTERBANK
002490*                     CLEARING SUSPENSE ACCOUNT, PRICED FROM THE
002500*                     "X" FEE BANDS, AND THE PAYMENT ORDER IS
002510*                     QUEUED ON PAGPEND FOR VLD-PAG-EXT. THE
002520*                     BENEFICIARY IS CARRIED THROUGH SUSPENSE AND
002530*                     THE HOLD QUEUE. AN EXTERNAL PAYMENT CANNOT
002540*                     BE REVERSED HERE.
002550*   15/10/2026  GA    A FAILED PAGPEND WRITE NOW ENDS THE RUN WITH
002560*                     RETURN CODE 8. THE TRANSFER REVERSAL FUNDS
002570*                     CHECK NOW LEAVES OUT UNCOLLECTED FUNDS.
002580*   15/10/2026  GA    THE POSTEDREF LAYOUT MOVED TO THE NEW
002590*                     PREFREC COPYBOOK.
002600******************************************************************
002610 IDENTIFICATION DIVISION.
002620 PROGRAM-ID. VLD-SAQ-BANC.
002630 AUTHOR. GABRIELLY ANDRADE.
002640 INSTALLATION. RETAIL BANKING SYSTEMS.
002650 DATE-WRITTEN. 25/03/2026.
002660 DATE-COMPILED. 09/08/2026.
002670******************************************************************
002680 ENVIRONMENT DIVISION.
002690 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002710     SELECT TRANFILE ASSIGN TO TRANFILE
002720         ORGANIZATION IS LINE SEQUENTIAL.
002730      
002740     SELECT OUTFILE ASSIGN TO OUTFILE
002750         ORGANIZATION IS LINE SEQUENTIAL.
002760      
002770     SELECT ACCTMSTR ASSIGN TO ACCTMSTR
002780         ORGANIZATION IS INDEXED
002790         ACCESS MODE IS DYNAMIC
002800         RECORD KEY IS ACCT-NUMBER
002810         FILE STATUS IS WS-ACCTMSTR-STATUS.
002820
002830     SELECT CUSTMSTR ASSIGN TO CUSTMSTR
002840         ORGANIZATION IS INDEXED
002850         ACCESS MODE IS DYNAMIC
002860         RECORD KEY IS CUST-ID
002870         FILE STATUS IS WS-CUSTMSTR-STATUS.
002880      
002890     SELECT FEESCHED ASSIGN TO FEESCHED
002900         ORGANIZATION IS LINE SEQUENTIAL.
002910      
002920     SELECT AUDITLOG ASSIGN TO AUDITLOG
002930         ORGANIZATION IS LINE SEQUENTIAL.
002940      
002950     SELECT CKPTFILE ASSIGN TO CKPTFILE
002960         ORGANIZATION IS LINE SEQUENTIAL
002970         FILE STATUS IS WS-CKPTFILE-STATUS.
002980
002990     SELECT POSTEDREF ASSIGN TO POSTEDREF
003000         ORGANIZATION IS LINE SEQUENTIAL
003010         FILE STATUS IS WS-POSTEDREF-STATUS.
003020
003030     SELECT HLDPARM ASSIGN TO HLDPARM
003040         ORGANIZATION IS LINE SEQUENTIAL
003050         FILE STATUS IS WS-HLDPARM-STATUS.
003060
003070     SELECT HOLDOUT ASSIGN TO HOLDOUT
003080         ORGANIZATION IS LINE SEQUENTIAL
003090         FILE STATUS IS WS-HOLDOUT-STATUS.
003100      
003110     SELECT GLEXTRACT ASSIGN TO GLEXTRACT
003120         ORGANIZATION IS LINE SEQUENTIAL.
003130
003140     SELECT CTLRPT ASSIGN TO CTLRPT
003150         ORGANIZATION IS LINE SEQUENTIAL.
003160
003170     SELECT SUSPIN ASSIGN TO SUSPIN
003180         ORGANIZATION IS LINE SEQUENTIAL
003190         FILE STATUS IS WS-SUSPIN-STATUS.
003200
003210     SELECT SUSPOUT ASSIGN TO SUSPOUT
003220         ORGANIZATION IS LINE SEQUENTIAL.
003230
003240     SELECT FINALREJ ASSIGN TO FINALREJ
003250         ORGANIZATION IS LINE SEQUENTIAL.
003260
003270     SELECT BDATECTL ASSIGN TO BDATECTL
003280         ORGANIZATION IS LINE SEQUENTIAL.
003290
003300     SELECT RATEFILE ASSIGN TO RATEFILE
003310         ORGANIZATION IS LINE SEQUENTIAL
003320         FILE STATUS IS WS-RATEFILE-STATUS.
003330
003340     SELECT UNCPARM ASSIGN TO UNCPARM
003350         ORGANIZATION IS LINE SEQUENTIAL
003360         FILE STATUS IS WS-UNCPARM-STATUS.
003370
003380     SELECT UNCHOLD ASSIGN TO UNCHOLD
003390         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS WS-UNCHOLD-STATUS.
003410
003420     SELECT PAGPEND ASSIGN TO PAGPEND
003430         ORGANIZATION IS LINE SEQUENTIAL
003440         FILE STATUS IS WS-PAGPEND-STATUS.
003450
003460     SELECT RUNLEDGR ASSIGN TO RUNLEDGR
003470         ORGANIZATION IS LINE SEQUENTIAL
003480         FILE STATUS IS WS-RUNLEDGR-STATUS.
003490******************************************************************
003500 DATA DIVISION.
003510 FILE SECTION.
003520 FD  TRANFILE
003530     LABEL RECORDS ARE STANDARD.
003540     COPY TRANREC.
003550      
003560 FD  OUTFILE
003570     LABEL RECORDS ARE STANDARD.
003580     COPY OUTREC.
003590      
003600 FD  ACCTMSTR
003610     LABEL RECORDS ARE STANDARD.
003620     COPY ACCTREC.
003630
003640 FD  CUSTMSTR
003650     LABEL RECORDS ARE STANDARD.
003660     COPY CUSTREC.
003670      
003680 FD  FEESCHED
003690     LABEL RECORDS ARE STANDARD.
003700     COPY FEETAB.
003710      
003720 FD  AUDITLOG
003730     LABEL RECORDS ARE STANDARD.
003740     COPY AUDREC.
003750      
003760 FD  CKPTFILE
003770     LABEL RECORDS ARE STANDARD.
003780     COPY CKPTREC.
003790      
003800 FD  GLEXTRACT
003810     LABEL RECORDS ARE STANDARD.
003820     COPY GLREC.
003830
003840 FD  CTLRPT
003850     LABEL RECORDS ARE STANDARD.
003860 01  CTL-REPORT-LINE         PIC X(80).
003870
003880 FD  SUSPIN
003890     LABEL RECORDS ARE STANDARD.
003900     COPY SUSPREC.
003910
003920 FD  SUSPOUT
003930     LABEL RECORDS ARE STANDARD.
003940 01  SUSPOUT-RECORD          PIC X(130).
003950
003960 FD  POSTEDREF
003970     LABEL RECORDS ARE STANDARD.
003980     COPY PREFREC.
003990
004000 FD  HLDPARM
004010     LABEL RECORDS ARE STANDARD.
004020     COPY HLDTAB.
004030
004040 FD  HOLDOUT
004050     LABEL RECORDS ARE STANDARD.
004060     COPY HOLDREC.
004070
004080 FD  FINALREJ
004090     LABEL RECORDS ARE STANDARD.
004100 01  FR-REPORT-LINE          PIC X(80).
004110      
004120 FD  BDATECTL
004130     LABEL RECORDS ARE STANDARD.
004140     COPY BDTREC.
004150
004160 FD  RATEFILE
004170     LABEL RECORDS ARE STANDARD.
004180     COPY RATEREC.
004190
004200 FD  UNCPARM
004210     LABEL RECORDS ARE STANDARD.
004220     COPY UNCPARM.
004230
004240 FD  UNCHOLD
004250     LABEL RECORDS ARE STANDARD.
004260     COPY UNCREC.
004270
004280 FD  PAGPEND
004290     LABEL RECORDS ARE STANDARD.
004300     COPY PAGREC.
004310
004320 FD  RUNLEDGR
004330     LABEL RECORDS ARE STANDARD.
004340     COPY RUNREC.
004350
004360 WORKING-STORAGE SECTION.
004370 77  WS-EOF-SWITCH           PIC X(01) VALUE "N".
004380     88  WS-EOF-YES                    VALUE "Y".
004390     88  WS-EOF-NO                     VALUE "N".
004400      
004410 77  WS-FEESCHED-EOF-SWITCH  PIC X(01) VALUE "N".
004420     88  WS-FEESCHED-EOF-YES            VALUE "Y".
004430     88  WS-FEESCHED-EOF-NO             VALUE "N".
004440      
004450 77  WS-CKPT-EOF-SWITCH      PIC X(01) VALUE "N".
004460     88  WS-CKPT-EOF-YES                VALUE "Y".
004470     88  WS-CKPT-EOF-NO                 VALUE "N".
004480      
004490 77  WS-ACCOUNT-SWITCH       PIC X(01) VALUE "N".
004500     88  WS-ACCOUNT-FOUND               VALUE "Y".
004510     88  WS-ACCOUNT-NOT-FOUND           VALUE "N".
004520      
004530 77  WS-FEE-SWITCH           PIC X(01) VALUE "N".
004540     88  WS-FEE-FOUND                   VALUE "Y".
004550     88  WS-FEE-NOT-FOUND                VALUE "N".
004560      
004570 77  WS-DAILY-LIMIT-SWITCH   PIC X(01) VALUE "Y".
004580     88  WS-DAILY-LIMIT-OK              VALUE "Y".
004590     88  WS-DAILY-LIMIT-EXCEEDED        VALUE "N".
004600
004610 77  WS-CUST-LIMIT-SWITCH    PIC X(01) VALUE "Y".
004620     88  WS-CUST-LIMIT-OK               VALUE "Y".
004630     88  WS-CUST-LIMIT-EXCEEDED         VALUE "N".
004640
004650 77  WS-CUSTOMER-SWITCH      PIC X(01) VALUE "N".
004660     88  WS-CUSTOMER-FOUND              VALUE "Y".
004670     88  WS-CUSTOMER-NOT-FOUND          VALUE "N".
004680
004690 77  WS-ACCTMSTR-STATUS      PIC X(02) VALUE "00".
004700 77  WS-CUSTMSTR-STATUS      PIC X(02) VALUE "00".
004710 77  WS-CKPTFILE-STATUS      PIC X(02) VALUE "00".
004720      
004730 77  WS-FEE-ENTRY-COUNT      PIC 9(04) COMP VALUE ZERO.
004740      
004750 77  WS-CURRENT-DATE         PIC 9(08) VALUE ZERO.
004760 77  WS-CURRENT-TIME         PIC 9(08) VALUE ZERO.
004770      
004780 77  WS-RECORD-COUNT         PIC 9(09) COMP VALUE ZERO.
004790 77  WS-RESTART-KEY          PIC 9(09) COMP VALUE ZERO.
004800 77  WS-CKPT-INTERVAL        PIC 9(05) COMP VALUE 1.
004810 77  WS-CKPT-QUOTIENT        PIC 9(09) COMP VALUE ZERO.
004820 77  WS-CKPT-REMAINDER       PIC 9(05) COMP VALUE ZERO.
004830 77  WS-REQUESTED-AMOUNT     PIC 9(12)V99 VALUE ZERO.
004840      
004850 01  FEE-SCHEDULE-TABLE.
004860     05  FEE-SCHEDULE-ENTRY  OCCURS 20 TIMES
004870                             INDEXED BY FEE-IDX.
004880         10  FEE-TAB-CURRENCY        PIC X(03).
004890         10  FEE-TAB-UPPER-LIMIT     PIC 9(12)V99.
004900         10  FEE-TAB-AMOUNT          PIC 9(3)V99.
004910         10  FEE-TAB-KIND            PIC X(01).
004920
004930 77  WS-FEE-KIND             PIC X(01) VALUE SPACE.
004940     88  WS-FEE-KIND-ORDINARY           VALUE SPACE.
004950     88  WS-FEE-KIND-FX                 VALUE "C".
004960     88  WS-FEE-KIND-EXTERNAL           VALUE "X".
004970      
004980 01  SALDO                   PIC S9(12)V99.
004990 01  SAQUE                   PIC 9(12)V99.
005000 01  DEPOSITO                PIC 9(12)V99.
005010 01  TAXA                    PIC 9(3)V99.
005020 01  TOTAL                   PIC 9(12)V99.
005030 01  SALDO-FINAL             PIC S9(12)V99.
005040 01  WS-AVAILABLE-FUNDS      PIC S9(13)V99.
005050 01  MOEDA                   PIC X(03).
005060      
005070 77  WS-GL-CODE-SAQUE        PIC X(06) VALUE "400100".
005080 77  WS-GL-CODE-DEPOSITO     PIC X(06) VALUE "200100".
005090 77  WS-GL-CODE-TRF-DEBIT    PIC X(06) VALUE "400150".
005100 77  WS-GL-CODE-TRF-CREDIT   PIC X(06) VALUE "200150".
005110 77  WS-GL-CODE-REV-SAQUE    PIC X(06) VALUE "400110".
005120 77  WS-GL-CODE-REV-DEPOSITO PIC X(06) VALUE "200110".
005130 77  WS-GL-CODE-REV-TRF-DEB  PIC X(06) VALUE "400160".
005140 77  WS-GL-CODE-REV-TRF-CRD  PIC X(06) VALUE "200160".
005150 77  WS-GL-CODE-FX-OUT       PIC X(06) VALUE "300171".
005160 77  WS-GL-CODE-FX-IN        PIC X(06) VALUE "300172".
005170 77  WS-GL-CODE-REV-FX-OUT   PIC X(06) VALUE "300181".
005180 77  WS-GL-CODE-REV-FX-IN    PIC X(06) VALUE "300182".
005190 77  WS-GL-CODE-PAG-EXT      PIC X(06) VALUE "400170".
005200 77  WS-GL-ACCOUNT-CODE      PIC X(06).
005210
005220 77  WS-CREDIT-SWITCH        PIC X(01) VALUE "N".
005230     88  WS-CREDIT-FOUND                VALUE "Y".
005240     88  WS-CREDIT-NOT-FOUND            VALUE "N".
005250
005260 77  WS-STATUS-SWITCH        PIC X(01) VALUE "Y".
005270     88  WS-STATUS-OK                   VALUE "Y".
005280     88  WS-STATUS-BLOCKED              VALUE "N".
005290
005300 77  WS-TRF-CRD-OLD-BALANCE  PIC S9(12)V99 VALUE ZERO.
005310
005320 77  WS-RATEFILE-STATUS      PIC X(02) VALUE "00".
005330
005340 77  WS-RATEFILE-EOF-SWITCH  PIC X(01) VALUE "N".
005350     88  WS-RATEFILE-EOF-YES            VALUE "Y".
005360     88  WS-RATEFILE-EOF-NO             VALUE "N".
005370
005380 77  WS-RATE-FOUND-SWITCH    PIC X(01) VALUE "N".
005390     88  WS-RATE-FOUND                  VALUE "Y".
005400     88  WS-RATE-NOT-FOUND              VALUE "N".
005410
005420 77  WS-RATE-COUNT           PIC 9(03) COMP VALUE ZERO.
005430 77  WS-RATE-CURRENCY-KEY    PIC X(03) VALUE SPACES.
005440 77  WS-RATE-WORK            PIC 9(04)V9(06) VALUE ZERO.
005450 77  WS-DEBIT-RATE           PIC 9(04)V9(06) VALUE ZERO.
005460 77  WS-CREDIT-RATE          PIC 9(04)V9(06) VALUE ZERO.
005470 77  WS-FX-RATE              PIC 9(04)V9(06) VALUE ZERO.
005480 77  WS-FX-CREDIT-AMOUNT     PIC 9(12)V99 VALUE ZERO.
005490 77  WS-CREDIT-CURRENCY      PIC X(03) VALUE SPACES.
005500
005510 01  WS-RATE-TABLE.
005520     05  WS-RATE-ENTRY       OCCURS 20 TIMES
005530                             INDEXED BY WS-RATE-IDX.
005540         10  WS-RATE-CURRENCY        PIC X(03).
005550         10  WS-RATE-TO-BASE         PIC 9(04)V9(06).
005560
005570 77  WS-ORIG-SWITCH          PIC X(01) VALUE "N".
005580     88  WS-ORIG-FOUND                  VALUE "Y".
005590     88  WS-ORIG-NOT-FOUND              VALUE "N".
005600
005610 77  WS-REVERSED-SWITCH      PIC X(01) VALUE "N".
005620     88  WS-ORIG-REVERSED               VALUE "Y".
005630     88  WS-ORIG-NOT-REVERSED           VALUE "N".
005640
005650 01  WS-ORIG-POSTING.
005660     05  WS-ORIG-TRAN-TYPE   PIC X(01).
005670     05  WS-ORIG-ACCT        PIC 9(10).
005680     05  WS-ORIG-CREDIT-ACCT PIC 9(10).
005690     05  WS-ORIG-AMOUNT      PIC 9(12)V99.
005700     05  WS-ORIG-TAXA        PIC 9(3)V99.
005710     05  WS-ORIG-POST-DATE   PIC 9(08).
005720     05  WS-ORIG-CREDIT-AMOUNT PIC 9(12)V99.
005730     05  WS-ORIG-FX-RATE     PIC 9(04)V9(06).
005740
005750 77  WS-REV-CTR-OLD-BALANCE  PIC S9(12)V99 VALUE ZERO.
005760 77  WS-REV-CTR-CURRENCY     PIC X(03) VALUE SPACES.
005770
005780 77  WS-SUSPIN-STATUS        PIC X(02) VALUE "00".
005790
005800 77  WS-SUSP-EOF-SWITCH      PIC X(01) VALUE "N".
005810     88  WS-SUSP-EOF-YES                VALUE "Y".
005820     88  WS-SUSP-EOF-NO                 VALUE "N".
005830
005840 77  WS-MAX-RETRY            PIC 9(02) VALUE 3.
005850 77  WS-CURRENT-RETRY        PIC 9(02) VALUE ZERO.
005860 77  WS-CNT-SUSPENDED        PIC 9(09) COMP VALUE ZERO.
005870 77  WS-CNT-FINAL-REJECT     PIC 9(09) COMP VALUE ZERO.
005880
005890 77  WS-HDR-FILE-DATE        PIC 9(08) VALUE ZERO.
005900 77  WS-HDR-SOURCE           PIC X(10) VALUE SPACES.
005910 77  WS-DETAIL-READ-COUNT    PIC 9(09) COMP VALUE ZERO.
005920 77  WS-HASH-TOTAL           PIC 9(13)V99 VALUE ZERO.
005930
005940 77  WS-TRAILER-STATE        PIC X(01) VALUE "A".
005950     88  WS-TRAILER-OK                  VALUE "O".
005960     88  WS-TRAILER-DIVERGENT           VALUE "D".
005970     88  WS-TRAILER-MISSING             VALUE "A".
005980
005990 77  WS-CNT-POSTED           PIC 9(09) COMP VALUE ZERO.
006000 77  WS-CNT-REJECTED         PIC 9(09) COMP VALUE ZERO.
006010 77  WS-CTL-DEBITS           PIC 9(13)V99 VALUE ZERO.
006020 77  WS-CTL-CREDITS          PIC 9(13)V99 VALUE ZERO.
006030 77  WS-CNT-REVERSED         PIC 9(09) COMP VALUE ZERO.
006040 77  WS-CTL-REVERSED-AMT     PIC 9(13)V99 VALUE ZERO.
006050 77  WS-CNT-EXTERNAL         PIC 9(09) COMP VALUE ZERO.
006060 77  WS-CTL-EXTERNAL-AMT     PIC 9(13)V99 VALUE ZERO.
006070
006080 77  WS-REASON-USED          PIC 9(02) COMP VALUE ZERO.
006090 77  WS-REASON-SUB           PIC 9(02) COMP VALUE ZERO.
006100
006110 77  WS-REASON-SWITCH        PIC X(01) VALUE "N".
006120     88  WS-REASON-FOUND                VALUE "Y".
006130     88  WS-REASON-NOT-FOUND            VALUE "N".
006140
006150 01  WS-REASON-TABLE.
006160     05  WS-REASON-ENTRY     OCCURS 20 TIMES.
006170         10  WS-REASON-MSG           PIC X(30).
006180         10  WS-REASON-CNT           PIC 9(09) COMP.
006190
006200 01  WS-CTL-TITLE-LINE.
006210     05  FILLER              PIC X(36) VALUE
006220         "RELATORIO DE CONTROLE - VLD-SAQ-BANC".
006230
006240 01  WS-CTL-RULE-LINE.
006250     05  FILLER              PIC X(60) VALUE ALL "-".
006260
006270 01  WS-CTL-TEXT-LINE.
006280     05  WS-CTL-LABEL        PIC X(24).
006290     05  WS-CTL-TEXT         PIC X(30).
006300
006310 01  WS-CTL-COUNT-LINE.
006320     05  WS-CTL-CNT-LABEL    PIC X(24).
006330     05  WS-CTL-CNT          PIC ZZZ,ZZZ,ZZ9.
006340
006350 01  WS-CTL-AMT-LINE.
006360     05  WS-CTL-AMT-LABEL    PIC X(24).
006370     05  WS-CTL-AMT          PIC Z(10)ZZ9.99.
006380
006390 01  WS-CTL-REASON-LINE.
006400     05  FILLER              PIC X(02) VALUE SPACES.
006410     05  WS-CTL-REASON-MSG   PIC X(30).
006420     05  FILLER              PIC X(01) VALUE SPACE.
006430     05  WS-CTL-REASON-CNT   PIC ZZZ,ZZZ,ZZ9.
006440 01  WS-SUSP-WORK.
006450     05  WS-SUSP-TRAN-DATA   PIC X(35).
006460     05  WS-SUSP-REASON      PIC X(30).
006470     05  WS-SUSP-RETRY       PIC 9(02).
006480     05  WS-SUSP-REFERENCE   PIC X(14).
006490     05  WS-SUSP-BENEF-DATA  PIC X(49).
006500
006510 77  WS-POSTEDREF-STATUS     PIC X(02) VALUE "00".
006520
006530 77  WS-PREF-EOF-SWITCH      PIC X(01) VALUE "N".
006540     88  WS-PREF-EOF-YES                VALUE "Y".
006550     88  WS-PREF-EOF-NO                 VALUE "N".
006560
006570 77  WS-DUP-SWITCH           PIC X(01) VALUE "N".
006580     88  WS-DUP-FOUND                   VALUE "Y".
006590     88  WS-DUP-NOT-FOUND               VALUE "N".
006600
006610 77  WS-REF-COUNT            PIC 9(05) COMP VALUE ZERO.
006620 77  WS-REF-SUB              PIC 9(05) COMP VALUE ZERO.
006630
006640 01  WS-REF-TABLE.
006650     05  WS-REF-ENTRY        OCCURS 10000 TIMES
006660                             PIC X(14).
006670
006680 77  WS-HLDPARM-STATUS       PIC X(02) VALUE "00".
006690 77  WS-HOLDOUT-STATUS       PIC X(02) VALUE "00".
006700 77  WS-PAGPEND-STATUS       PIC X(02) VALUE "00".
006710
006720 77  WS-HLDPARM-EOF-SWITCH   PIC X(01) VALUE "N".
006730     88  WS-HLDPARM-EOF-YES             VALUE "Y".
006740     88  WS-HLDPARM-EOF-NO              VALUE "N".
006750
006760 77  WS-HOLD-SWITCH          PIC X(01) VALUE "N".
006770     88  WS-HOLD-DIVERTED               VALUE "Y".
006780     88  WS-HOLD-NOT-DIVERTED           VALUE "N".
006790
006800 77  WS-THRESH-SWITCH        PIC X(01) VALUE "N".
006810     88  WS-THRESH-FOUND                VALUE "Y".
006820     88  WS-THRESH-NOT-FOUND            VALUE "N".
006830
006840 77  WS-HOLD-ENTRY-COUNT     PIC 9(04) COMP VALUE ZERO.
006850 77  WS-HOLD-THRESHOLD       PIC 9(12)V99 VALUE ZERO.
006860 77  WS-CNT-HELD             PIC 9(09) COMP VALUE ZERO.
006870
006880 01  WS-HOLD-THRESH-TABLE.
006890     05  WS-HOLD-THRESH-ENTRY OCCURS 20 TIMES
006900                             INDEXED BY HLD-IDX.
006910         10  WS-HT-CURRENCY          PIC X(03).
006920         10  WS-HT-THRESHOLD         PIC 9(12)V99.
006930
006940 01  WS-FINAL-REJ-LINE.
006950     05  WS-FR-TRAN-TYPE     PIC X(01).
006960     05  FILLER              PIC X(02) VALUE SPACES.
006970     05  WS-FR-ACCT          PIC 9(10).
006980     05  FILLER              PIC X(02) VALUE SPACES.
006990     05  WS-FR-AMOUNT        PIC Z(10)ZZ9.99.
007000     05  FILLER              PIC X(02) VALUE SPACES.
007010     05  WS-FR-REASON        PIC X(30).
007020     05  FILLER              PIC X(02) VALUE SPACES.
007030     05  WS-FR-ATTEMPTS      PIC ZZ9.
007040*
007050*    DEPOSIT HOLDS - UNCOLLECTED FUNDS
007060*
007070 77  WS-UNCPARM-STATUS       PIC X(02) VALUE "00".
007080 77  WS-UNCHOLD-STATUS       PIC X(02) VALUE "00".
007090
007100 77  WS-UNCPARM-EOF-SWITCH   PIC X(01) VALUE "N".
007110     88  WS-UNCPARM-EOF-YES             VALUE "Y".
007120     88  WS-UNCPARM-EOF-NO              VALUE "N".
007130
007140 77  WS-UNCHOLD-EOF-SWITCH   PIC X(01) VALUE "N".
007150     88  WS-UNCHOLD-EOF-YES             VALUE "Y".
007160     88  WS-UNCHOLD-EOF-NO              VALUE "N".
007170
007180 77  WS-UNC-RULE-SWITCH      PIC X(01) VALUE "N".
007190     88  WS-UNC-RULE-FOUND              VALUE "Y".
007200     88  WS-UNC-RULE-NOT-FOUND          VALUE "N".
007210
007220 77  WS-OPEN-HOLD-SWITCH     PIC X(01) VALUE "N".
007230     88  WS-OPEN-HOLD-FOUND             VALUE "Y".
007240     88  WS-OPEN-HOLD-NOT-FOUND         VALUE "N".
007250
007260 77  WS-UNC-RULE-COUNT       PIC 9(04) COMP VALUE ZERO.
007270 77  WS-UNC-HOLD-DAYS        PIC 9(02) VALUE ZERO.
007280 77  WS-UNC-DAY-STEPS        PIC 9(02) VALUE ZERO.
007290 77  WS-UNCOLLECTED          PIC 9(12)V99 VALUE ZERO.
007300 77  WS-HELD-RELEASE-AMT     PIC 9(12)V99 VALUE ZERO.
007310 77  WS-CNT-DEP-HELD         PIC 9(09) COMP VALUE ZERO.
007320 77  WS-CTL-DEP-HELD-AMT     PIC 9(13)V99 VALUE ZERO.
007330 77  WS-OPEN-HOLD-COUNT      PIC 9(05) COMP VALUE ZERO.
007340 77  WS-OPEN-HOLD-SUB        PIC 9(05) COMP VALUE ZERO.
007350 77  WS-HOLD-DAYS-IN-MONTH   PIC 9(02) VALUE ZERO.
007360 77  WS-HOLD-LEAP-QUOT       PIC 9(04) VALUE ZERO.
007370 77  WS-HOLD-LEAP-REM        PIC 9(04) VALUE ZERO.
007380 01  WS-HOLD-KEY.
007390     05  WS-HOLD-KEY-REFERENCE   PIC X(14).
007400     05  WS-HOLD-KEY-ACCT        PIC 9(10).
007410
007420*    DEPOSIT HOLD RULES FROM UNCPARM - SOURCE AND CURRENCY
007430*    (SPACES MATCH ANY) AND THE BUSINESS DAYS TO HOLD
007440 01  WS-UNC-RULE-TABLE.
007450     05  WS-UNC-RULE-ENTRY   OCCURS 20 TIMES
007460                             INDEXED BY UNC-IDX.
007470         10  WS-UR-SOURCE            PIC X(10).
007480         10  WS-UR-CURRENCY          PIC X(03).
007490         10  WS-UR-HOLD-DAYS         PIC 9(02).
007500
007510*    DEPOSITS STILL ON HOLD, SO A REVERSAL OF ONE RELEASES ITS
007520*    HOLD WITH IT (STATE H = OPEN, C = CANCELLED)
007530 01  WS-OPEN-HOLD-TABLE.
007540     05  WS-OPEN-HOLD-ENTRY  OCCURS 10000 TIMES.
007550         10  WS-OH-REFERENCE         PIC X(14).
007560         10  WS-OH-ACCT              PIC 9(10).
007570         10  WS-OH-AMOUNT            PIC 9(12)V99.
007580         10  WS-OH-STATE             PIC X(01).
007590
007600 01  WS-HOLD-WORK-DATE.
007610     05  WS-HW-YEAR          PIC 9(04).
007620     05  WS-HW-MONTH         PIC 9(02).
007630     05  WS-HW-DAY           PIC 9(02).
007640 01  WS-HOLD-WORK-DATE-N REDEFINES WS-HOLD-WORK-DATE
007650                             PIC 9(08).
007660
007670 01  WS-HOLD-MONTH-TABLE.
007680     05  FILLER              PIC X(24) VALUE
007690         "312831303130313130313031".
007700 01  WS-HOLD-MONTH-DAYS REDEFINES WS-HOLD-MONTH-TABLE.
007710     05  WS-HOLD-MTH-DAYS    OCCURS 12 TIMES PIC 9(02).
007720*
007730*    RUN-STEP LEDGER CONTROL
007740*
007750 77  WS-RUNLEDGR-STATUS      PIC X(02) VALUE "00".
007760 77  WS-RUN-PROGRAM          PIC X(12) VALUE "VLD-SAQ-BANC".
007770 77  WS-RUN-EVENT            PIC X(01) VALUE SPACE.
007780 77  WS-RUN-RC               PIC 9(04) VALUE ZERO.
007790 77  WS-RUN-READ-COUNT       PIC 9(09) VALUE ZERO.
007800 77  WS-RUN-PROC-COUNT       PIC 9(09) VALUE ZERO.
007810 77  WS-RUN-EXC-COUNT        PIC 9(09) VALUE ZERO.
007820 77  WS-RUN-SYS-TIME         PIC 9(08) VALUE ZERO.
007830
007840 77  WS-RUN-STARTED-SWITCH   PIC X(01) VALUE "N".
007850     88  WS-RUN-STARTED                VALUE "Y".
007860     88  WS-RUN-NOT-STARTED            VALUE "N".
007870
007880 77  WS-RUN-DONE-SWITCH      PIC X(01) VALUE "N".
007890     88  WS-RUN-ALREADY-DONE           VALUE "Y".
007900
007910 77  WS-RUN-EOF-SWITCH       PIC X(01) VALUE "N".
007920     88  WS-RUN-EOF                    VALUE "Y".
007930     88  WS-RUN-NOT-EOF                VALUE "N".
007940
007950 77  WS-RUN-PREREQ-SWITCH    PIC X(01) VALUE "N".
007960     88  WS-RUN-PREREQ-MISSING         VALUE "Y".
007970
007980 77  WS-RUN-PRQ-COUNT        PIC 9(02) COMP VALUE 3.
007990
008000*    PREDECESSORS THAT MUST HAVE ENDED CLEANLY FOR THE SAME
008010*    BUSINESS DATE - PROGRAM, WHEN REQUIRED (D = EVERY DAY,
008020*    M = LAST DAY OF THE MONTH ONLY) AND THE FOUND FLAG
008030 01  WS-RUN-PRQ-VALUES.
008040     05  FILLER              PIC X(14) VALUE
008050         "VLD-ORD-GER DN".
008060     05  FILLER              PIC X(14) VALUE
008070         "VLD-TRN-EDT DN".
008080     05  FILLER              PIC X(14) VALUE
008090         "VLD-SAQ-APR DN".
008100 01  WS-RUN-PRQ-TABLE REDEFINES WS-RUN-PRQ-VALUES.
008110     05  WS-RUN-PRQ-ENTRY    OCCURS 3 TIMES
008120                             INDEXED BY WS-RUN-IDX.
008130         10  WS-RUN-PRQ-PROGRAM      PIC X(12).
008140         10  WS-RUN-PRQ-WHEN         PIC X(01).
008150             88  WS-RUN-PRQ-MONTH-END-ONLY     VALUE "M".
008160         10  WS-RUN-PRQ-DONE         PIC X(01).
008170             88  WS-RUN-PRQ-CLEAN              VALUE "Y".
008180******************************************************************
008190 PROCEDURE DIVISION.
008200******************************************************************
008210*    0000-MAINLINE
008220******************************************************************
008230 0000-MAINLINE.
008240     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
008250     PERFORM 2000-PROCESS-TRANSACTIONS THRU 2000-EXIT
008260         UNTIL WS-EOF-YES.
008270     PERFORM 9000-TERMINATE THRU 9000-EXIT.
008280     PERFORM 9900-WRITE-RUN-END THRU 9900-EXIT
008290     STOP RUN.
008300******************************************************************
008310*    1000-INITIALIZE - OPEN FILES, LOAD FEE SCHEDULE, CHECK FOR
008320*                      A RESTART, PRIME READ
008330******************************************************************
008340 1000-INITIALIZE.
008350     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT.
008360     PERFORM 1060-CHECK-RUN-LEDGER THRU 1060-EXIT.
008370     OPEN INPUT TRANFILE.
008380     OPEN I-O ACCTMSTR.
008390     IF WS-ACCTMSTR-STATUS NOT = "00"
008400         DISPLAY "ERRO AO ABRIR ACCTMSTR - STATUS "
008410             WS-ACCTMSTR-STATUS
008420         MOVE 8 TO RETURN-CODE
008430         PERFORM 9900-WRITE-RUN-END THRU 9900-EXIT
008440         STOP RUN
008450     END-IF.
008460     OPEN I-O CUSTMSTR.
008470     IF WS-CUSTMSTR-STATUS = "35"
008480*        A MISSING CUSTOMER MASTER JUST MEANS NO CEILINGS ARE
008490*        CONFIGURED YET - CREATE IT EMPTY SO THE NIGHT STILL RUNS
008500         OPEN OUTPUT CUSTMSTR
008510         CLOSE CUSTMSTR
008520         OPEN I-O CUSTMSTR
008530     END-IF.
008540     IF WS-CUSTMSTR-STATUS NOT = "00"
008550         DISPLAY "ERRO AO ABRIR CUSTMSTR - STATUS "
008560             WS-CUSTMSTR-STATUS
008570         MOVE 8 TO RETURN-CODE
008580         PERFORM 9900-WRITE-RUN-END THRU 9900-EXIT
008590         STOP RUN
008600     END-IF.
008610     OPEN EXTEND AUDITLOG.
008620     PERFORM 1100-LOAD-FEE-SCHEDULE THRU 1100-EXIT.
008630     PERFORM 1700-LOAD-EXCHANGE-RATES THRU 1700-EXIT.
008640     PERFORM 1600-LOAD-HOLD-THRESHOLDS THRU 1600-EXIT.
008650     PERFORM 1800-LOAD-DEPOSIT-HOLD-RULES THRU 1800-EXIT.
008660     PERFORM 1850-LOAD-OPEN-HOLDS THRU 1850-EXIT.
008670     PERFORM 1200-RESTART-CHECKPOINT THRU 1200-EXIT.
008680     PERFORM 1500-LOAD-POSTED-REFS THRU 1500-EXIT.
008690     PERFORM 1300-OPEN-RESULT-FILES THRU 1300-EXIT.
008700     PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
008710     IF WS-EOF-YES OR NOT TRAN-REC-HEADER
008720         DISPLAY "ERRO: TRANFILE SEM HEADER - POSTAGEM RECUSADA"
008730         MOVE 8 TO RETURN-CODE
008740         PERFORM 9900-WRITE-RUN-END THRU 9900-EXIT
008750         STOP RUN
008760     END-IF.
008770     MOVE TRAN-HDR-FILE-DATE TO WS-HDR-FILE-DATE.
008780     MOVE TRAN-HDR-SOURCE TO WS-HDR-SOURCE.
008790*    A FILE CUT FOR A DIFFERENT BUSINESS DAY MUST NOT POST - THE
008800*    SAME REFUSAL A MISSING HEADER GETS
008810     IF WS-HDR-FILE-DATE NOT = WS-CURRENT-DATE
008820         DISPLAY "ERRO: DATA DO HEADER " WS-HDR-FILE-DATE
008830             " DIFERE DA DATA CONTABIL " WS-CURRENT-DATE
008840             " - POSTAGEM RECUSADA"
008850         MOVE 8 TO RETURN-CODE
008860         PERFORM 9900-WRITE-RUN-END THRU 9900-EXIT
008870         STOP RUN
008880     END-IF.
008890     PERFORM 1400-PROCESS-SUSPENSE THRU 1400-EXIT.
008900     PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
008910 1000-EXIT.
008920     EXIT.
008930******************************************************************
008940*    1050-READ-BUSINESS-DATE - THE BUSINESS DATE COMES FROM THE
008950*                 BDATECTL CONTROL RECORD, NOT THE SYSTEM CLOCK,
008960*                 SO A LATE OR RERUN JOB STILL WORKS THE RIGHT
008970*                 BUSINESS DAY. ONLY THE VLD-DIA-FCH END-OF-DAY
008980*                 CLOSE ADVANCES IT.
008990******************************************************************
009000 1050-READ-BUSINESS-DATE.
009010     OPEN INPUT BDATECTL.
009020     READ BDATECTL
009030         AT END
009040             DISPLAY "ERRO: BDATECTL VAZIO"
009050             MOVE 8 TO RETURN-CODE
009060             PERFORM 9900-WRITE-RUN-END THRU 9900-EXIT
009070             STOP RUN
009080     END-READ.
009090     MOVE BDT-BUSINESS-DATE TO WS-CURRENT-DATE.
009100     CLOSE BDATECTL.
009110 1050-EXIT.
009120     EXIT.
009130******************************************************************
009140*    1060-CHECK-RUN-LEDGER - REFUSE TO START WHEN THIS STEP HAS
009150*                 ALREADY ENDED CLEANLY FOR THE BUSINESS DATE
009160*                 OR WHEN A REQUIRED PREDECESSOR HAS NOT, THEN
009170*                 APPEND THE START RECORD TO THE RUNLEDGR
009180*                 RUN-STEP LEDGER. A MISSING LEDGER IS AN
009190*                 EMPTY ONE.
009200******************************************************************
009210 1060-CHECK-RUN-LEDGER.
009220     OPEN INPUT RUNLEDGR.
009230     IF WS-RUNLEDGR-STATUS NOT = "00"
009240         AND WS-RUNLEDGR-STATUS NOT = "35"
009250         DISPLAY "ERRO AO ABRIR RUNLEDGR - STATUS "
009260             WS-RUNLEDGR-STATUS
009270         MOVE 8 TO RETURN-CODE
009280         STOP RUN
009290     END-IF.
009300     IF WS-RUNLEDGR-STATUS = "00"
009310         PERFORM 1070-READ-RUN-ENTRY THRU 1070-EXIT
009320             UNTIL WS-RUN-EOF
009330         CLOSE RUNLEDGR
009340     END-IF.
009350     IF WS-RUN-ALREADY-DONE
009360         DISPLAY "ERRO: " WS-RUN-PROGRAM " JA CONCLUIDO PARA "
009370             WS-CURRENT-DATE
009380         MOVE 8 TO RETURN-CODE
009390         STOP RUN
009400     END-IF.
009410     PERFORM 1080-CHECK-ONE-PREREQ THRU 1080-EXIT
009420         VARYING WS-RUN-IDX FROM 1 BY 1
009430         UNTIL WS-RUN-IDX > WS-RUN-PRQ-COUNT.
009440     IF WS-RUN-PREREQ-MISSING
009450         MOVE 8 TO RETURN-CODE
009460         STOP RUN
009470     END-IF.
009480     MOVE "I" TO WS-RUN-EVENT.
009490     MOVE ZERO TO WS-RUN-RC.
009500     PERFORM 1090-APPEND-RUN-ENTRY THRU 1090-EXIT.
009510     SET WS-RUN-STARTED TO TRUE.
009520 1060-EXIT.
009530     EXIT.
009540******************************************************************
009550*    1070-READ-RUN-ENTRY - ONLY AN END RECORD WITH RETURN CODE
009560*                 ZERO FOR THE BUSINESS DATE COUNTS AS A CLEAN
009570*                 COMPLETION
009580******************************************************************
009590 1070-READ-RUN-ENTRY.
009600     READ RUNLEDGR
009610         AT END
009620             SET WS-RUN-EOF TO TRUE
009630             GO TO 1070-EXIT
009640     END-READ.
009650     IF RUN-BUSINESS-DATE NOT = WS-CURRENT-DATE
009660         OR NOT RUN-EVENT-END
009670         OR RUN-RETURN-CODE NOT = ZERO
009680         GO TO 1070-EXIT
009690     END-IF.
009700     IF RUN-PROGRAM = WS-RUN-PROGRAM
009710         SET WS-RUN-ALREADY-DONE TO TRUE
009720     END-IF.
009730     PERFORM 1075-MARK-PREREQ THRU 1075-EXIT
009740         VARYING WS-RUN-IDX FROM 1 BY 1
009750         UNTIL WS-RUN-IDX > WS-RUN-PRQ-COUNT.
009760 1070-EXIT.
009770     EXIT.
009780******************************************************************
009790*    1075-MARK-PREREQ - FLAG A PREDECESSOR SEEN CLEAN
009800******************************************************************
009810 1075-MARK-PREREQ.
009820     IF WS-RUN-PRQ-PROGRAM(WS-RUN-IDX) = RUN-PROGRAM
009830         MOVE "Y" TO WS-RUN-PRQ-DONE(WS-RUN-IDX)
009840     END-IF.
009850 1075-EXIT.
009860     EXIT.
009870******************************************************************
009880*    1080-CHECK-ONE-PREREQ - NAME EVERY REQUIRED PREDECESSOR NOT
009890*                 YET ENDED CLEANLY FOR THE BUSINESS DATE
009900******************************************************************
009910 1080-CHECK-ONE-PREREQ.
009920     IF NOT WS-RUN-PRQ-CLEAN(WS-RUN-IDX)
009930         DISPLAY "ERRO: PREDECESSOR "
009940             WS-RUN-PRQ-PROGRAM(WS-RUN-IDX)
009950             " NAO CONCLUIDO PARA " WS-CURRENT-DATE
009960         SET WS-RUN-PREREQ-MISSING TO TRUE
009970     END-IF.
009980 1080-EXIT.
009990     EXIT.
010000******************************************************************
010010*    1090-APPEND-RUN-ENTRY - ADD ONE START OR END RECORD TO THE
010020*                 LEDGER, STAMPED WITH THE SYSTEM CLOCK
010030******************************************************************
010040 1090-APPEND-RUN-ENTRY.
010050     OPEN EXTEND RUNLEDGR.
010060     IF WS-RUNLEDGR-STATUS = "35"
010070         OPEN OUTPUT RUNLEDGR
010080     END-IF.
010090     IF WS-RUNLEDGR-STATUS NOT = "00"
010100         DISPLAY "ERRO AO GRAVAR RUNLEDGR - STATUS "
010110             WS-RUNLEDGR-STATUS
010120         MOVE 8 TO RETURN-CODE
010130         STOP RUN
010140     END-IF.
010150     ACCEPT WS-RUN-SYS-TIME FROM TIME.
010160     MOVE SPACES TO RUN-LEDGER-RECORD.
010170     MOVE WS-CURRENT-DATE TO RUN-BUSINESS-DATE.
010180     MOVE WS-RUN-PROGRAM TO RUN-PROGRAM.
010190     MOVE WS-RUN-EVENT TO RUN-EVENT.
010200     ACCEPT RUN-TS-DATE FROM DATE YYYYMMDD.
010210     MOVE WS-RUN-SYS-TIME(1:6) TO RUN-TS-TIME.
010220     MOVE WS-RUN-RC TO RUN-RETURN-CODE.
010230     MOVE WS-RUN-READ-COUNT TO RUN-COUNT-READ.
010240     MOVE WS-RUN-PROC-COUNT TO RUN-COUNT-PROCESSED.
010250     MOVE WS-RUN-EXC-COUNT TO RUN-COUNT-EXCEPTIONS.
010260     WRITE RUN-LEDGER-RECORD.
010270     CLOSE RUNLEDGR.
010280 1090-EXIT.
010290     EXIT.
010300******************************************************************
010310*    1400-PROCESS-SUSPENSE - RESUBMIT THE PREVIOUS RUN'S
010320*                 SUSPENDED TRANSACTIONS AHEAD OF THE DAY'S NEW
010330*                 TRANFILE DETAILS. A MISSING SUSPIN (STATUS 35)
010340*                 JUST MEANS THERE IS NOTHING TO RETRY. EACH
010350*                 SUSPENSE READ SHARES WS-RECORD-COUNT SO THE
010360*                 CHECKPOINT/RESTART REPLAY COVERS THIS STREAM.
010370******************************************************************
010380 1400-PROCESS-SUSPENSE.
010390     OPEN INPUT SUSPIN.
010400     IF WS-SUSPIN-STATUS = "35"
010410         GO TO 1400-EXIT
010420     END-IF.
010430     IF WS-SUSPIN-STATUS NOT = "00"
010440         DISPLAY "ERRO AO ABRIR SUSPIN - STATUS "
010450             WS-SUSPIN-STATUS
010460         GO TO 1400-EXIT
010470     END-IF.
010480     PERFORM 1410-READ-SUSPENSE THRU 1410-EXIT.
010490     PERFORM 1420-PROCESS-SUSPENSE-ITEM THRU 1420-EXIT
010500         UNTIL WS-SUSP-EOF-YES.
010510     CLOSE SUSPIN.
010520 1400-EXIT.
010530     EXIT.
010540******************************************************************
010550*    1410-READ-SUSPENSE
010560******************************************************************
010570 1410-READ-SUSPENSE.
010580     READ SUSPIN
010590         AT END
010600             SET WS-SUSP-EOF-YES TO TRUE
010610         NOT AT END
010620             ADD 1 TO WS-RECORD-COUNT
010630     END-READ.
010640 1410-EXIT.
010650     EXIT.
010660******************************************************************
010670*    1420-PROCESS-SUSPENSE-ITEM - RUN ONE SUSPENDED TRANSACTION
010680*                 BACK THROUGH THE NORMAL POSTING PATH
010690******************************************************************
010700 1420-PROCESS-SUSPENSE-ITEM.
010710     IF WS-RECORD-COUNT > WS-RESTART-KEY
010720         MOVE "2" TO TRAN-REC-TYPE
010730         MOVE SUSP-TRAN-DATA TO TRAN-DETAIL-DATA
010740         MOVE SUSP-REFERENCE TO TRAN-REFERENCE
010750         MOVE SPACES TO TRAN-ORIG-REFERENCE
010760         MOVE SUSP-BENEF-DATA TO TRAN-BENEF-DATA
010770         MOVE SUSP-RETRY-COUNT TO WS-CURRENT-RETRY
010780         PERFORM 2200-PROCESS-ONE-TRANSACTION THRU 2200-EXIT
010790         PERFORM 2600-CHECKPOINT-IF-DUE THRU 2600-EXIT
010800     END-IF.
010810     PERFORM 1410-READ-SUSPENSE THRU 1410-EXIT.
010820 1420-EXIT.
010830     EXIT.
010840******************************************************************
010850*    1100-LOAD-FEE-SCHEDULE - READ FEESCHED INTO THE FEE TABLE
010860******************************************************************
010870 1100-LOAD-FEE-SCHEDULE.
010880     OPEN INPUT FEESCHED.
010890     PERFORM 1110-READ-FEE-RECORD THRU 1110-EXIT.
010900     PERFORM 1120-BUILD-FEE-ENTRY THRU 1120-EXIT
010910         UNTIL WS-FEESCHED-EOF-YES.
010920     CLOSE FEESCHED.
010930 1100-EXIT.
010940     EXIT.
010950******************************************************************
010960*    1110-READ-FEE-RECORD
010970******************************************************************
010980 1110-READ-FEE-RECORD.
010990     READ FEESCHED
011000         AT END
011010             SET WS-FEESCHED-EOF-YES TO TRUE
011020     END-READ.
011030 1110-EXIT.
011040     EXIT.
011050******************************************************************
011060*    1120-BUILD-FEE-ENTRY - APPEND ONE BAND TO THE FEE TABLE
011070******************************************************************
011080 1120-BUILD-FEE-ENTRY.
011090     IF WS-FEE-ENTRY-COUNT < 20
011100         ADD 1 TO WS-FEE-ENTRY-COUNT
011110         SET FEE-IDX TO WS-FEE-ENTRY-COUNT
011120         MOVE FEE-REC-CURRENCY-CODE TO FEE-TAB-CURRENCY(FEE-IDX)
011130         MOVE FEE-REC-UPPER-LIMIT TO
011140             FEE-TAB-UPPER-LIMIT(FEE-IDX)
011150         MOVE FEE-REC-AMOUNT TO FEE-TAB-AMOUNT(FEE-IDX)
011160         MOVE FEE-REC-KIND TO FEE-TAB-KIND(FEE-IDX)
011170     ELSE
011180         DISPLAY "AVISO: TABELA DE TAXAS CHEIA - REGISTRO "
011190             "IGNORADO"
011200     END-IF.
011210     PERFORM 1110-READ-FEE-RECORD THRU 1110-EXIT.
011220 1120-EXIT.
011230     EXIT.
011240******************************************************************
011250*    1200-RESTART-CHECKPOINT - FIND THE LAST COMMITTED KEY AND
011260*                              REOPEN CKPTFILE FOR THIS RUN
011270******************************************************************
011280 1200-RESTART-CHECKPOINT.
011290     OPEN INPUT CKPTFILE.
011300     IF WS-CKPTFILE-STATUS = "00"
011310         PERFORM 1210-READ-CHECKPOINT THRU 1210-EXIT
011320         PERFORM 1220-SCAN-CHECKPOINTS THRU 1220-EXIT
011330             UNTIL WS-CKPT-EOF-YES
011340         CLOSE CKPTFILE
011350         OPEN EXTEND CKPTFILE
011360     ELSE
011370         OPEN OUTPUT CKPTFILE
011380     END-IF.
011390 1200-EXIT.
011400     EXIT.
011410******************************************************************
011420*    1210-READ-CHECKPOINT
011430******************************************************************
011440 1210-READ-CHECKPOINT.
011450     READ CKPTFILE
011460         AT END
011470             SET WS-CKPT-EOF-YES TO TRUE
011480     END-READ.
011490 1210-EXIT.
011500     EXIT.
011510******************************************************************
011520*    1220-SCAN-CHECKPOINTS - KEEP THE HIGHEST KEY SEEN
011530******************************************************************
011540 1220-SCAN-CHECKPOINTS.
011550     MOVE CKPT-LAST-KEY TO WS-RESTART-KEY.
011560     PERFORM 1210-READ-CHECKPOINT THRU 1210-EXIT.
011570 1220-EXIT.
011580     EXIT.
011590******************************************************************
011600*    1300-OPEN-RESULT-FILES - OPEN OUTFILE AND GLEXTRACT EXTEND
011610*                             ON A RESTART SO PREVIOUSLY POSTED
011620*                             RESULT AND GL LINES ARE NOT LOST.
011630*                             HOLDOUT IS ALWAYS OPENED EXTEND -
011640*                             VLD-SAQ-APR CARRIES UNDECIDED HOLDS
011650*                             FORWARD INTO THE SAME FILE EARLIER IN
011660*                             THE DAY AND THIS RUN'S NEW DIVERSIONS
011670*                             APPEND BEHIND THEM, SO ONE FILE FEEDS
011680*                             THE NEXT REVIEW. A MISSING HOLDOUT
011690*                             (FIRST EVER RUN) IS CREATED EMPTY.
011700*                             PAGPEND IS OPENED THE SAME WAY - IT
011710*                             HOLDS THE EXTERNAL PAYMENTS POSTED
011720*                             SINCE VLD-PAG-EXT LAST BUILT THE
011730*                             OUTBOUND FILE.
011740******************************************************************
011750 1300-OPEN-RESULT-FILES.
011760     IF WS-RESTART-KEY > 0
011770         OPEN EXTEND OUTFILE
011780         OPEN EXTEND GLEXTRACT
011790         OPEN EXTEND SUSPOUT
011800         OPEN EXTEND FINALREJ
011810     ELSE
011820         OPEN OUTPUT OUTFILE
011830         OPEN OUTPUT GLEXTRACT
011840         OPEN OUTPUT SUSPOUT
011850         OPEN OUTPUT FINALREJ
011860     END-IF.
011870     OPEN EXTEND HOLDOUT.
011880     IF WS-HOLDOUT-STATUS = "35"
011890         OPEN OUTPUT HOLDOUT
011900     END-IF.
011910     IF WS-HOLDOUT-STATUS NOT = "00"
011920         DISPLAY "ERRO AO ABRIR HOLDOUT - STATUS "
011930             WS-HOLDOUT-STATUS
011940         MOVE 8 TO RETURN-CODE
011950         PERFORM 9900-WRITE-RUN-END THRU 9900-EXIT
011960         STOP RUN
011970     END-IF.
011980     OPEN EXTEND PAGPEND.
011990     IF WS-PAGPEND-STATUS = "35"
012000         OPEN OUTPUT PAGPEND
012010     END-IF.
012020     IF WS-PAGPEND-STATUS NOT = "00"
012030         DISPLAY "ERRO AO ABRIR PAGPEND - STATUS "
012040             WS-PAGPEND-STATUS
012050         MOVE 8 TO RETURN-CODE
012060         PERFORM 9900-WRITE-RUN-END THRU 9900-EXIT
012070         STOP RUN
012080     END-IF.
012090 1300-EXIT.
012100     EXIT.
012110******************************************************************
012120*    1500-LOAD-POSTED-REFS - RELOAD THE REFERENCES ALREADY
012130*                 PROCESSED TODAY (POSTED OR DIVERTED TO THE HOLD
012140*                 QUEUE) SO A RESENT FILE (OR A RESTART) CANNOT
012150*                 POST OR RE-QUEUE THE SAME DETAIL TWICE. A
012160*                 MISSING POSTEDREF JUST MEANS NOTHING HAS BEEN
012170*                 PROCESSED YET. THE FILE IS LEFT OPEN EXTEND
012180*                 FOR THIS RUN.
012190******************************************************************
012200 1500-LOAD-POSTED-REFS.
012210     OPEN INPUT POSTEDREF.
012220     IF WS-POSTEDREF-STATUS = "00"
012230         PERFORM 1510-READ-POSTED-REF THRU 1510-EXIT
012240         PERFORM 1520-KEEP-TODAYS-REF THRU 1520-EXIT
012250             UNTIL WS-PREF-EOF-YES
012260         CLOSE POSTEDREF
012270         OPEN EXTEND POSTEDREF
012280     ELSE
012290         OPEN OUTPUT POSTEDREF
012300     END-IF.
012310 1500-EXIT.
012320     EXIT.
012330******************************************************************
012340*    1510-READ-POSTED-REF
012350******************************************************************
012360 1510-READ-POSTED-REF.
012370     READ POSTEDREF
012380         AT END
012390             SET WS-PREF-EOF-YES TO TRUE
012400     END-READ.
012410 1510-EXIT.
012420     EXIT.
012430******************************************************************
012440*    1520-KEEP-TODAYS-REF - TABLE ONE REFERENCE POSTED ON THE
012450*                           CURRENT BUSINESS DAY
012460******************************************************************
012470 1520-KEEP-TODAYS-REF.
012480     IF PREF-POST-DATE = WS-CURRENT-DATE
012490         IF WS-REF-COUNT < 10000
012500             ADD 1 TO WS-REF-COUNT
012510             MOVE PREF-REFERENCE TO WS-REF-ENTRY(WS-REF-COUNT)
012520         ELSE
012530             DISPLAY "AVISO: TABELA DE REFERENCIAS CHEIA"
012540         END-IF
012550     END-IF.
012560     PERFORM 1510-READ-POSTED-REF THRU 1510-EXIT.
012570 1520-EXIT.
012580     EXIT.
012590******************************************************************
012600*    1600-LOAD-HOLD-THRESHOLDS - READ HLDPARM INTO THE HOLD
012610*                 THRESHOLD TABLE. A MISSING FILE (STATUS 35) JUST
012620*                 MEANS NO THRESHOLDS ARE CONFIGURED AND NOTHING
012630*                 IS DIVERTED.
012640******************************************************************
012650 1600-LOAD-HOLD-THRESHOLDS.
012660     OPEN INPUT HLDPARM.
012670     IF WS-HLDPARM-STATUS = "35"
012680         GO TO 1600-EXIT
012690     END-IF.
012700     IF WS-HLDPARM-STATUS NOT = "00"
012710         DISPLAY "ERRO AO ABRIR HLDPARM - STATUS "
012720             WS-HLDPARM-STATUS
012730         GO TO 1600-EXIT
012740     END-IF.
012750     PERFORM 1610-READ-HOLD-PARM THRU 1610-EXIT.
012760     PERFORM 1620-BUILD-HOLD-ENTRY THRU 1620-EXIT
012770         UNTIL WS-HLDPARM-EOF-YES.
012780     CLOSE HLDPARM.
012790 1600-EXIT.
012800     EXIT.
012810******************************************************************
012820*    1610-READ-HOLD-PARM
012830******************************************************************
012840 1610-READ-HOLD-PARM.
012850     READ HLDPARM
012860         AT END
012870             SET WS-HLDPARM-EOF-YES TO TRUE
012880     END-READ.
012890 1610-EXIT.
012900     EXIT.
012910******************************************************************
012920*    1620-BUILD-HOLD-ENTRY - APPEND ONE CURRENCY THRESHOLD
012930******************************************************************
012940 1620-BUILD-HOLD-ENTRY.
012950     IF WS-HOLD-ENTRY-COUNT < 20
012960         ADD 1 TO WS-HOLD-ENTRY-COUNT
012970         SET HLD-IDX TO WS-HOLD-ENTRY-COUNT
012980         MOVE HLD-REC-CURRENCY-CODE TO WS-HT-CURRENCY(HLD-IDX)
012990         MOVE HLD-REC-THRESHOLD TO WS-HT-THRESHOLD(HLD-IDX)
013000     ELSE
013010         DISPLAY "AVISO: TABELA DE RETENCAO CHEIA - REGISTRO "
013020             "IGNORADO"
013030     END-IF.
013040     PERFORM 1610-READ-HOLD-PARM THRU 1610-EXIT.
013050 1620-EXIT.
013060     EXIT.
013070******************************************************************
013080*    1700-LOAD-EXCHANGE-RATES - READ RATEFILE INTO THE RATE TABLE.
013090*                 A MISSING FILE (STATUS 35) JUST MEANS NO RATES
013100*                 ARE LOADED - A SAME-CURRENCY TRANSFER STILL
013110*                 POSTS, BUT EVERY CROSS-CURRENCY ONE IS REJECTED.
013120******************************************************************
013130 1700-LOAD-EXCHANGE-RATES.
013140     OPEN INPUT RATEFILE.
013150     IF WS-RATEFILE-STATUS = "35"
013160         GO TO 1700-EXIT
013170     END-IF.
013180     IF WS-RATEFILE-STATUS NOT = "00"
013190         DISPLAY "ERRO AO ABRIR RATEFILE - STATUS "
013200             WS-RATEFILE-STATUS
013210         GO TO 1700-EXIT
013220     END-IF.
013230     PERFORM 1710-READ-RATE-RECORD THRU 1710-EXIT.
013240     PERFORM 1720-BUILD-RATE-ENTRY THRU 1720-EXIT
013250         UNTIL WS-RATEFILE-EOF-YES.
013260     CLOSE RATEFILE.
013270 1700-EXIT.
013280     EXIT.
013290******************************************************************
013300*    1710-READ-RATE-RECORD
013310******************************************************************
013320 1710-READ-RATE-RECORD.
013330     READ RATEFILE
013340         AT END
013350             SET WS-RATEFILE-EOF-YES TO TRUE
013360     END-READ.
013370 1710-EXIT.
013380     EXIT.
013390******************************************************************
013400*    1720-BUILD-RATE-ENTRY - APPEND ONE CURRENCY RATE
013410******************************************************************
013420 1720-BUILD-RATE-ENTRY.
013430     IF WS-RATE-COUNT < 20
013440         ADD 1 TO WS-RATE-COUNT
013450         SET WS-RATE-IDX TO WS-RATE-COUNT
013460         MOVE RATE-CURRENCY-CODE TO
013470             WS-RATE-CURRENCY(WS-RATE-IDX)
013480         MOVE RATE-TO-BASE TO WS-RATE-TO-BASE(WS-RATE-IDX)
013490     ELSE
013500         DISPLAY "AVISO: TABELA DE COTACOES CHEIA - REGISTRO "
013510             "IGNORADO"
013520     END-IF.
013530     PERFORM 1710-READ-RATE-RECORD THRU 1710-EXIT.
013540 1720-EXIT.
013550     EXIT.
013560******************************************************************
013570*    1800-LOAD-DEPOSIT-HOLD-RULES - READ UNCPARM INTO THE DEPOSIT
013580*                 HOLD RULE TABLE. A MISSING FILE (STATUS 35) JUST
013590*                 MEANS NO DEPOSIT IS HELD - EVERY DEPOSIT IS
013600*                 AVAILABLE AS SOON AS IT POSTS.
013610******************************************************************
013620 1800-LOAD-DEPOSIT-HOLD-RULES.
013630     OPEN INPUT UNCPARM.
013640     IF WS-UNCPARM-STATUS = "35"
013650         GO TO 1800-EXIT
013660     END-IF.
013670     IF WS-UNCPARM-STATUS NOT = "00"
013680         DISPLAY "ERRO AO ABRIR UNCPARM - STATUS "
013690             WS-UNCPARM-STATUS
013700         GO TO 1800-EXIT
013710     END-IF.
013720     PERFORM 1810-READ-UNC-PARM THRU 1810-EXIT.
013730     PERFORM 1820-BUILD-UNC-RULE THRU 1820-EXIT
013740         UNTIL WS-UNCPARM-EOF-YES.
013750     CLOSE UNCPARM.
013760 1800-EXIT.
013770     EXIT.
013780******************************************************************
013790*    1810-READ-UNC-PARM
013800******************************************************************
013810 1810-READ-UNC-PARM.
013820     READ UNCPARM
013830         AT END
013840             SET WS-UNCPARM-EOF-YES TO TRUE
013850     END-READ.
013860 1810-EXIT.
013870     EXIT.
013880******************************************************************
013890*    1820-BUILD-UNC-RULE - APPEND ONE SOURCE/CURRENCY RULE
013900******************************************************************
013910 1820-BUILD-UNC-RULE.
013920     IF WS-UNC-RULE-COUNT < 20
013930         ADD 1 TO WS-UNC-RULE-COUNT
013940         SET UNC-IDX TO WS-UNC-RULE-COUNT
013950         MOVE UNCP-SOURCE TO WS-UR-SOURCE(UNC-IDX)
013960         MOVE UNCP-CURRENCY-CODE TO WS-UR-CURRENCY(UNC-IDX)
013970         IF UNCP-HOLD-DAYS NUMERIC
013980             MOVE UNCP-HOLD-DAYS TO WS-UR-HOLD-DAYS(UNC-IDX)
013990         ELSE
014000             MOVE ZERO TO WS-UR-HOLD-DAYS(UNC-IDX)
014010         END-IF
014020     ELSE
014030         DISPLAY "AVISO: TABELA DE COMPENSACAO CHEIA - REGISTRO "
014040             "IGNORADO"
014050     END-IF.
014060     PERFORM 1810-READ-UNC-PARM THRU 1810-EXIT.
014070 1820-EXIT.
014080     EXIT.
014090******************************************************************
014100*    1850-LOAD-OPEN-HOLDS - TABLE THE DEPOSITS STILL ON HOLD SO A
014110*                 REVERSAL CAN CANCEL ITS OWN HOLD. A CANCEL
014120*                 RECORD CLOSES THE HOLD IT NAMES. A MISSING
014130*                 UNCHOLD JUST MEANS NOTHING IS ON HOLD. THE FILE
014140*                 IS LEFT OPEN EXTEND FOR THIS RUN.
014150******************************************************************
014160 1850-LOAD-OPEN-HOLDS.
014170     OPEN INPUT UNCHOLD.
014180     IF WS-UNCHOLD-STATUS = "00"
014190         PERFORM 1860-READ-OPEN-HOLD THRU 1860-EXIT
014200         PERFORM 1870-KEEP-OPEN-HOLD THRU 1870-EXIT
014210             UNTIL WS-UNCHOLD-EOF-YES
014220         CLOSE UNCHOLD
014230         OPEN EXTEND UNCHOLD
014240     ELSE
014250         OPEN OUTPUT UNCHOLD
014260     END-IF.
014270 1850-EXIT.
014280     EXIT.
014290******************************************************************
014300*    1860-READ-OPEN-HOLD
014310******************************************************************
014320 1860-READ-OPEN-HOLD.
014330     READ UNCHOLD
014340         AT END
014350             SET WS-UNCHOLD-EOF-YES TO TRUE
014360     END-READ.
014370 1860-EXIT.
014380     EXIT.
014390******************************************************************
014400*    1870-KEEP-OPEN-HOLD - TABLE ONE HOLD, OR CLOSE THE ONE A
014410*                          CANCEL RECORD NAMES
014420******************************************************************
014430 1870-KEEP-OPEN-HOLD.
014440     IF UNC-REFERENCE = SPACES
014450         GO TO 1870-READ-NEXT
014460     END-IF.
014470     IF UNC-KIND-CANCEL
014480         MOVE UNC-REFERENCE TO WS-HOLD-KEY-REFERENCE
014490         MOVE UNC-ACCT-NUMBER TO WS-HOLD-KEY-ACCT
014500         PERFORM 3310-FIND-OPEN-HOLD THRU 3310-EXIT
014510         IF WS-OPEN-HOLD-FOUND
014520             MOVE "C" TO WS-OH-STATE(WS-OPEN-HOLD-SUB)
014530         END-IF
014540         GO TO 1870-READ-NEXT
014550     END-IF.
014560     IF WS-OPEN-HOLD-COUNT < 10000
014570         ADD 1 TO WS-OPEN-HOLD-COUNT
014580         MOVE UNC-REFERENCE TO WS-OH-REFERENCE(WS-OPEN-HOLD-COUNT)
014590         MOVE UNC-ACCT-NUMBER TO WS-OH-ACCT(WS-OPEN-HOLD-COUNT)
014600         MOVE UNC-AMOUNT TO WS-OH-AMOUNT(WS-OPEN-HOLD-COUNT)
014610         MOVE "H" TO WS-OH-STATE(WS-OPEN-HOLD-COUNT)
014620     ELSE
014630         DISPLAY "AVISO: TABELA DE COMPENSACAO CHEIA"
014640     END-IF.
014650 1870-READ-NEXT.
014660     PERFORM 1860-READ-OPEN-HOLD THRU 1860-EXIT.
014670 1870-EXIT.
014680     EXIT.
014690******************************************************************
014700*    2000-PROCESS-TRANSACTIONS - MAIN BATCH LOOP
014710******************************************************************
014720 2000-PROCESS-TRANSACTIONS.
014730     EVALUATE TRUE
014740         WHEN TRAN-REC-DETAIL AND NOT WS-TRAILER-MISSING
014750*            A DETAIL AFTER THE TRAILER WAS NEVER COVERED BY
014760*            THE VERIFIED CONTROL TOTALS - DO NOT POST IT
014770             DISPLAY "ERRO: DETALHE APOS O TRAILER - IGNORADO"
014780             SET WS-TRAILER-DIVERGENT TO TRUE
014790         WHEN TRAN-REC-DETAIL
014800             ADD 1 TO WS-DETAIL-READ-COUNT
014810             IF TRAN-AMOUNT IS NUMERIC
014820                 ADD TRAN-AMOUNT TO WS-HASH-TOTAL
014830             END-IF
014840             MOVE ZERO TO WS-CURRENT-RETRY
014850             IF WS-RECORD-COUNT > WS-RESTART-KEY
014860                 PERFORM 2200-PROCESS-ONE-TRANSACTION THRU
014870                     2200-EXIT
014880                 PERFORM 2600-CHECKPOINT-IF-DUE THRU 2600-EXIT
014890             END-IF
014900         WHEN TRAN-REC-TRAILER
014910             PERFORM 7000-VERIFY-TRAILER THRU 7000-EXIT
014920         WHEN OTHER
014930             DISPLAY "AVISO: TIPO DE REGISTRO INVALIDO IGNORADO"
014940     END-EVALUATE.
014950     PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
014960 2000-EXIT.
014970     EXIT.
014980******************************************************************
014990*    2100-READ-TRANSACTION
015000******************************************************************
015010 2100-READ-TRANSACTION.
015020     READ TRANFILE
015030         AT END
015040             SET WS-EOF-YES TO TRUE
015050         NOT AT END
015060             ADD 1 TO WS-RECORD-COUNT
015070     END-READ.
015080 2100-EXIT.
015090     EXIT.
015100******************************************************************
015110*    2200-PROCESS-ONE-TRANSACTION - VALIDATE AND POST ONE SAQUE
015120*                                   OR DEPOSITO
015130******************************************************************
015140 2200-PROCESS-ONE-TRANSACTION.
015150     MOVE TRAN-AMOUNT TO WS-REQUESTED-AMOUNT.
015160     MOVE TRAN-TYPE TO OUT-TRAN-TYPE.
015170     MOVE TRAN-REFERENCE TO OUT-REFERENCE.
015180     IF TRAN-TYPE-REVERSAL
015190         MOVE TRAN-ORIG-REFERENCE TO OUT-ORIG-REFERENCE
015200     ELSE
015210         MOVE SPACES TO OUT-ORIG-REFERENCE
015220     END-IF.
015230     MOVE SPACES TO OUT-CREDIT-CURRENCY.
015240     MOVE ZERO TO OUT-CREDIT-AMOUNT OUT-FX-RATE.
015250     MOVE SPACES TO OUT-STATUS-MSG.
015260     PERFORM 2300-READ-ACCOUNT THRU 2300-EXIT.
015270     PERFORM 2250-CHECK-DUPLICATE-REF THRU 2250-EXIT.
015280     IF WS-DUP-FOUND
015290         MOVE TRAN-ACCT-NUMBER TO OUT-ACCT-NUMBER
015300         MOVE ZERO TO OUT-AMOUNT OUT-TAXA OUT-TOTAL
015310         IF WS-ACCOUNT-FOUND
015320             MOVE ACCT-BALANCE TO OUT-SALDO OUT-SALDO-FINAL
015330             MOVE ACCT-CURRENCY-CODE TO OUT-CURRENCY-CODE
015340         ELSE
015350             MOVE ZERO TO OUT-SALDO OUT-SALDO-FINAL
015360             MOVE SPACES TO OUT-CURRENCY-CODE
015370         END-IF
015380         MOVE "Referencia ja processada." TO OUT-STATUS-MSG
015390         GO TO 2200-OUTPUT
015400     END-IF.
015410     IF WS-ACCOUNT-FOUND
015420         PERFORM 2280-CHECK-HOLD-THRESHOLD THRU 2280-EXIT
015430         IF WS-HOLD-DIVERTED
015440             MOVE ACCT-NUMBER TO OUT-ACCT-NUMBER
015450             MOVE ACCT-BALANCE TO OUT-SALDO OUT-SALDO-FINAL
015460             MOVE ACCT-CURRENCY-CODE TO OUT-CURRENCY-CODE
015470             MOVE TRAN-AMOUNT TO OUT-AMOUNT
015480             MOVE ZERO TO OUT-TAXA OUT-TOTAL
015490             MOVE "Retido para aprovacao." TO OUT-STATUS-MSG
015500             GO TO 2200-OUTPUT
015510         END-IF
015520     END-IF.
015530
015540     IF WS-ACCOUNT-FOUND
015550         PERFORM 2350-CHECK-ACCOUNT-STATUS THRU 2350-EXIT
015560         IF WS-STATUS-BLOCKED
015570             MOVE ACCT-NUMBER TO OUT-ACCT-NUMBER
015580             MOVE ACCT-BALANCE TO OUT-SALDO OUT-SALDO-FINAL
015590             MOVE ACCT-CURRENCY-CODE TO OUT-CURRENCY-CODE
015600             MOVE ZERO TO OUT-AMOUNT OUT-TAXA OUT-TOTAL
015610         ELSE
015620         EVALUATE TRUE
015630             WHEN TRAN-TYPE-DEPOSITO
015640                 MOVE TRAN-AMOUNT TO DEPOSITO
015650                 PERFORM 2700-VALIDATE-AND-POST-DEPOSITO THRU
015660                     2700-EXIT
015670             WHEN TRAN-TYPE-SAQUE
015680                 MOVE TRAN-AMOUNT TO SAQUE
015690                 PERFORM 2400-VALIDATE-AND-POST THRU 2400-EXIT
015700             WHEN TRAN-TYPE-TRANSFER
015710                 MOVE TRAN-AMOUNT TO SAQUE
015720                 PERFORM 2800-VALIDATE-AND-POST-TRANSFER THRU
015730                     2800-EXIT
015740             WHEN TRAN-TYPE-REVERSAL
015750                 MOVE TRAN-AMOUNT TO SAQUE
015760                 PERFORM 3000-VALIDATE-AND-POST-REVERSAL THRU
015770                     3000-EXIT
015780             WHEN TRAN-TYPE-EXTERNAL
015790                 MOVE TRAN-AMOUNT TO SAQUE
015800                 PERFORM 2870-VALIDATE-AND-POST-EXTERNAL THRU
015810                     2870-EXIT
015820             WHEN OTHER
015830                 MOVE ACCT-NUMBER TO OUT-ACCT-NUMBER
015840                 MOVE ACCT-BALANCE TO OUT-SALDO OUT-SALDO-FINAL
015850                 MOVE ACCT-CURRENCY-CODE TO OUT-CURRENCY-CODE
015860                 MOVE ZERO TO OUT-AMOUNT OUT-TAXA OUT-TOTAL
015870                 MOVE "Tipo de transacao invalido." TO
015880                     OUT-STATUS-MSG
015890         END-EVALUATE
015900         END-IF
015910     ELSE
015920         MOVE TRAN-ACCT-NUMBER TO OUT-ACCT-NUMBER
015930         MOVE ZERO TO OUT-SALDO OUT-AMOUNT OUT-TAXA OUT-TOTAL
015940             OUT-SALDO-FINAL
015950         MOVE SPACES TO OUT-CURRENCY-CODE
015960         MOVE "Conta nao encontrada." TO OUT-STATUS-MSG
015970     END-IF.
015980
015990 2200-OUTPUT.
016000     WRITE OUT-RECORD.
016010     PERFORM 5000-WRITE-AUDIT-RECORD THRU 5000-EXIT.
016020     IF OUT-STATUS-MSG = "Transferencia realizada."
016030*        THE RECEIVING ACCOUNT IS HALF OF THE TRANSFER - GIVE
016040*        IT ITS OWN AUDIT ENTRY SO STATEMENTS AND DISPUTES SEE
016050*        THE INCOMING LEG
016060         PERFORM 5100-WRITE-CREDIT-AUDIT THRU 5100-EXIT
016070     END-IF.
016080     IF OUT-STATUS-MSG = "Estorno realizado."
016090         AND WS-ORIG-TRAN-TYPE = "T"
016100*        THE ORIGINAL RECEIVING ACCOUNT GAVE THE MONEY BACK - IT
016110*        NEEDS ITS OWN AUDIT ENTRY JUST AS THE INCOMING LEG HAD
016120         PERFORM 5150-WRITE-REVERSAL-CTR-AUDIT THRU 5150-EXIT
016130     END-IF.
016140     PERFORM 2900-TALLY-OUTCOME THRU 2900-EXIT.
016150 2200-EXIT.
016160     EXIT.
016170******************************************************************
016180*    2300-READ-ACCOUNT - LOOK UP THE ACCOUNT MASTER RECORD
016190******************************************************************
016200 2300-READ-ACCOUNT.
016210     MOVE TRAN-ACCT-NUMBER TO ACCT-NUMBER.
016220     READ ACCTMSTR
016230         INVALID KEY
016240             SET WS-ACCOUNT-NOT-FOUND TO TRUE
016250         NOT INVALID KEY
016260             SET WS-ACCOUNT-FOUND TO TRUE
016270     END-READ.
016280 2300-EXIT.
016290     EXIT.
016300******************************************************************
016310*    2250-CHECK-DUPLICATE-REF - REJECT A REFERENCE THAT ALREADY
016320*                 POSTED IN THE SAME BUSINESS DAY. A DETAIL
016330*                 WITHOUT A REFERENCE (LEGACY UPLOAD) PASSES.
016340******************************************************************
016350 2250-CHECK-DUPLICATE-REF.
016360     SET WS-DUP-NOT-FOUND TO TRUE.
016370     IF TRAN-REFERENCE = SPACES
016380         GO TO 2250-EXIT
016390     END-IF.
016400     PERFORM 2260-TEST-REF-ENTRY THRU 2260-EXIT
016410         VARYING WS-REF-SUB FROM 1 BY 1
016420         UNTIL WS-REF-SUB > WS-REF-COUNT
016430         OR WS-DUP-FOUND.
016440 2250-EXIT.
016450     EXIT.
016460******************************************************************
016470*    2260-TEST-REF-ENTRY - TEST ONE POSTED-REFERENCE TABLE ENTRY
016480******************************************************************
016490 2260-TEST-REF-ENTRY.
016500     IF TRAN-REFERENCE = WS-REF-ENTRY(WS-REF-SUB)
016510         SET WS-DUP-FOUND TO TRUE
016520     END-IF.
016530 2260-EXIT.
016540     EXIT.
016550******************************************************************
016560*    2280-CHECK-HOLD-THRESHOLD - DIVERT A LARGE-VALUE TRANSACTION
016570*                 TO THE PENDING-APPROVAL QUEUE. THE THRESHOLD IS
016580*                 THE FIRST TABLE ENTRY WHOSE CURRENCY MATCHES THE
016590*                 ACCOUNT (SPACES MATCHES ANY); NO MATCHING ENTRY
016600*                 MEANS NO CEILING FOR THAT CURRENCY. A FILE
016610*                 RELEASED BY VLD-SAQ-APR (HEADER SOURCE
016620*                 "RETENCOES") IS SUPERVISOR-APPROVED ALREADY -
016630*                 CHECKING IT AGAIN WOULD DIVERT EVERY RELEASE
016640*                 STRAIGHT BACK TO THE QUEUE FOREVER.
016650******************************************************************
016660 2280-CHECK-HOLD-THRESHOLD.
016670     SET WS-HOLD-NOT-DIVERTED TO TRUE.
016680     IF WS-HDR-SOURCE = "RETENCOES"
016690         GO TO 2280-EXIT
016700     END-IF.
016710     IF NOT TRAN-TYPE-SAQUE AND NOT TRAN-TYPE-DEPOSITO
016720         AND NOT TRAN-TYPE-TRANSFER AND NOT TRAN-TYPE-EXTERNAL
016730         GO TO 2280-EXIT
016740     END-IF.
016750     SET WS-THRESH-NOT-FOUND TO TRUE.
016760     PERFORM 2285-FIND-HOLD-THRESHOLD THRU 2285-EXIT
016770         VARYING HLD-IDX FROM 1 BY 1
016780         UNTIL HLD-IDX > WS-HOLD-ENTRY-COUNT
016790         OR WS-THRESH-FOUND.
016800     IF WS-THRESH-NOT-FOUND
016810         GO TO 2280-EXIT
016820     END-IF.
016830     IF TRAN-AMOUNT > WS-HOLD-THRESHOLD
016840         SET WS-HOLD-DIVERTED TO TRUE
016850         PERFORM 2290-WRITE-HOLD-RECORD THRU 2290-EXIT
016860     END-IF.
016870 2280-EXIT.
016880     EXIT.
016890******************************************************************
016900*    2285-FIND-HOLD-THRESHOLD - TEST ONE THRESHOLD TABLE ENTRY
016910******************************************************************
016920 2285-FIND-HOLD-THRESHOLD.
016930     IF WS-HT-CURRENCY(HLD-IDX) = ACCT-CURRENCY-CODE
016940         OR WS-HT-CURRENCY(HLD-IDX) = SPACES
016950         MOVE WS-HT-THRESHOLD(HLD-IDX) TO WS-HOLD-THRESHOLD
016960         SET WS-THRESH-FOUND TO TRUE
016970     END-IF.
016980 2285-EXIT.
016990     EXIT.
017000******************************************************************
017010*    2290-WRITE-HOLD-RECORD - APPEND THE DIVERTED TRANSACTION TO
017020*                             THE PENDING-APPROVAL QUEUE. THE
017030*                             REFERENCE IS RECORDED AS PROCESSED SO
017040*                             A RESENT FILE CANNOT QUEUE THE SAME
017050*                             DETAIL A SECOND TIME THE SAME DAY.
017060******************************************************************
017070 2290-WRITE-HOLD-RECORD.
017080     MOVE TRAN-DETAIL-DATA TO HOLD-TRAN-DATA.
017090     MOVE TRAN-REFERENCE TO HOLD-REFERENCE.
017100     MOVE TRAN-BENEF-DATA TO HOLD-BENEF-DATA.
017110     MOVE ACCT-CURRENCY-CODE TO HOLD-CURRENCY.
017120     MOVE WS-CURRENT-DATE TO HOLD-DATE.
017130     MOVE ZERO TO HOLD-AGE.
017140     WRITE HOLD-RECORD.
017150     ADD 1 TO WS-CNT-HELD.
017160     PERFORM 5500-RECORD-POSTED-REF THRU 5500-EXIT.
017170 2290-EXIT.
017180     EXIT.
017190******************************************************************
017200*    2350-CHECK-ACCOUNT-STATUS - APPLY THE ACCOUNT LIFECYCLE
017210*                 POLICY TO THE REQUESTED TRANSACTION TYPE. A
017220*                 DEPOSITO IS STILL ACCEPTED ON A FROZEN OR
017230*                 DORMANT ACCOUNT; EVERY DEBIT NEEDS AN ACTIVE
017240*                 ACCOUNT; A BLOCKED OR CLOSED ACCOUNT ACCEPTS
017250*                 NOTHING. AN UNRECOGNIZED TRAN-TYPE PASSES SO
017260*                 THE DISPATCH CAN REPORT IT AS AN INVALID TYPE.
017270******************************************************************
017280 2350-CHECK-ACCOUNT-STATUS.
017290     SET WS-STATUS-OK TO TRUE.
017300     IF NOT TRAN-TYPE-SAQUE AND NOT TRAN-TYPE-DEPOSITO
017310         AND NOT TRAN-TYPE-TRANSFER AND NOT TRAN-TYPE-EXTERNAL
017320         GO TO 2350-EXIT
017330     END-IF.
017340     EVALUATE TRUE
017350         WHEN ACCT-STATUS-CLOSED
017360             SET WS-STATUS-BLOCKED TO TRUE
017370             MOVE "Conta encerrada." TO OUT-STATUS-MSG
017380         WHEN ACCT-STATUS-BLOCKED
017390             SET WS-STATUS-BLOCKED TO TRUE
017400             MOVE "Conta bloqueada." TO OUT-STATUS-MSG
017410         WHEN ACCT-STATUS-FROZEN
017420             IF NOT TRAN-TYPE-DEPOSITO
017430                 SET WS-STATUS-BLOCKED TO TRUE
017440                 MOVE "Conta bloqueada." TO OUT-STATUS-MSG
017450             END-IF
017460         WHEN ACCT-STATUS-DORMANT
017470             IF NOT TRAN-TYPE-DEPOSITO
017480                 SET WS-STATUS-BLOCKED TO TRUE
017490                 MOVE "Conta dormente." TO OUT-STATUS-MSG
017500             END-IF
017510     END-EVALUATE.
017520 2350-EXIT.
017530     EXIT.
017540******************************************************************
017550*    2400-VALIDATE-AND-POST - APPLY THE SAQUE TO THE ACCOUNT
017560******************************************************************
017570 2400-VALIDATE-AND-POST.
017580     MOVE ACCT-BALANCE TO SALDO.
017590     MOVE ACCT-CURRENCY-CODE TO MOEDA.
017600     MOVE ZERO TO TOTAL.
017610     MOVE ZERO TO TAXA.
017620     MOVE SALDO TO SALDO-FINAL.
017630     PERFORM 2450-RESET-DAILY-IF-NEW-DAY THRU 2450-EXIT.
017640      
017650     IF SAQUE <= 0
017660         MOVE "Valor invalido, tente outro." TO OUT-STATUS-MSG
017670     ELSE
017680         PERFORM 2500-VALIDATE-DAILY-LIMIT THRU 2500-EXIT
017690      
017700         IF WS-DAILY-LIMIT-OK
017710             PERFORM 4000-COMPUTE-FEE THRU 4000-EXIT
017720             COMPUTE TOTAL = SAQUE + TAXA
017730             PERFORM 2470-SET-AVAILABLE-FUNDS THRU 2470-EXIT
017740      
017750             IF WS-AVAILABLE-FUNDS >= TOTAL
017760                 COMPUTE SALDO-FINAL = SALDO - TOTAL
017770                 MOVE SALDO-FINAL TO ACCT-BALANCE
017780                 ADD SAQUE TO ACCT-DAILY-WITHDRAWN
017790                 MOVE WS-CURRENT-DATE TO ACCT-DAILY-DATE
017800                 MOVE WS-CURRENT-DATE TO ACCT-LAST-ACTIVITY-DATE
017810                 REWRITE ACCT-MASTER-RECORD
017820                     INVALID KEY
017830                         MOVE "Erro ao atualizar conta." TO
017840                             OUT-STATUS-MSG
017850                     NOT INVALID KEY
017860                     IF WS-ACCTMSTR-STATUS NOT = "00"
017870                         MOVE "Erro ao atualizar conta." TO
017880                             OUT-STATUS-MSG
017890                     ELSE
017900                         MOVE "Saque realizado com sucesso!" TO
017910                             OUT-STATUS-MSG
017920                         MOVE WS-GL-CODE-SAQUE TO
017930                             WS-GL-ACCOUNT-CODE
017940                         PERFORM 6000-WRITE-GL-EXTRACT THRU
017950                             6000-EXIT
017960                         PERFORM 2560-POST-CUSTOMER-DEBIT THRU
017970                             2560-EXIT
017980                     END-IF
017990                 END-REWRITE
018000             ELSE
018010                 PERFORM 2480-SET-FUNDS-REJECTION THRU 2480-EXIT
018020             END-IF
018030         ELSE
018040             IF WS-CUST-LIMIT-EXCEEDED
018050                 MOVE "Limite diario do cliente." TO
018060                     OUT-STATUS-MSG
018070             ELSE
018080                 MOVE "Limite diario excedido." TO OUT-STATUS-MSG
018090             END-IF
018100         END-IF
018110     END-IF
018120      
018130     MOVE ACCT-NUMBER TO OUT-ACCT-NUMBER.
018140     MOVE SALDO TO OUT-SALDO.
018150     MOVE MOEDA TO OUT-CURRENCY-CODE.
018160     MOVE SAQUE TO OUT-AMOUNT.
018170     MOVE TAXA TO OUT-TAXA.
018180     MOVE TOTAL TO OUT-TOTAL.
018190     MOVE SALDO-FINAL TO OUT-SALDO-FINAL.
018200 2400-EXIT.
018210     EXIT.
018220******************************************************************
018230*    2470-SET-AVAILABLE-FUNDS - WHAT THE DEBIT ACCOUNT IN THE
018240*                 RECORD AREA MAY SPEND: THE BALANCE LESS THE
018250*                 DEPOSITS STILL IN COMPENSATION, PLUS THE
018260*                 OVERDRAFT LIMIT. A RECORD WRITTEN BEFORE THE
018270*                 HOLD FIELD EXISTED HAS NOTHING ON HOLD.
018280******************************************************************
018290 2470-SET-AVAILABLE-FUNDS.
018300     IF ACCT-UNCOLLECTED-AMT NOT NUMERIC
018310         MOVE ZERO TO ACCT-UNCOLLECTED-AMT
018320     END-IF.
018330     MOVE ACCT-UNCOLLECTED-AMT TO WS-UNCOLLECTED.
018340     COMPUTE WS-AVAILABLE-FUNDS =
018350         SALDO - WS-UNCOLLECTED + ACCT-OVERDRAFT-LIMIT.
018360 2470-EXIT.
018370     EXIT.
018380******************************************************************
018390*    2480-SET-FUNDS-REJECTION - WORD THE REFUSAL OF A DEBIT THAT
018400*                 WS-AVAILABLE-FUNDS DOES NOT COVER. WHEN THE HELD
018410*                 DEPOSITS ARE ALL THAT STAND IN THE WAY THE
018420*                 CUSTOMER IS TOLD SO - THE SAME DEBIT WILL POST
018430*                 ONCE THE HOLD IS RELEASED. USES ONLY WORKING
018440*                 STORAGE, SO IT IS SAFE WHILE THE CREDIT ACCOUNT
018450*                 OF A TRANSFER IS IN THE RECORD AREA.
018460******************************************************************
018470 2480-SET-FUNDS-REJECTION.
018480     IF WS-UNCOLLECTED > ZERO
018490         AND WS-AVAILABLE-FUNDS + WS-UNCOLLECTED >= TOTAL
018500         MOVE "Saldo disponivel insuficiente." TO OUT-STATUS-MSG
018510     ELSE
018520         IF WS-AVAILABLE-FUNDS + WS-UNCOLLECTED > SALDO
018530             MOVE "Excede limite cheque especial." TO
018540                 OUT-STATUS-MSG
018550         ELSE
018560             MOVE "Saldo insuficiente." TO OUT-STATUS-MSG
018570         END-IF
018580     END-IF.
018590 2480-EXIT.
018600     EXIT.
018610******************************************************************
018620*    2700-VALIDATE-AND-POST-DEPOSITO - APPLY THE DEPOSITO TO THE
018630*                                      ACCOUNT
018640******************************************************************
018650 2700-VALIDATE-AND-POST-DEPOSITO.
018660     MOVE ACCT-BALANCE TO SALDO.
018670     MOVE ACCT-CURRENCY-CODE TO MOEDA.
018680     MOVE ZERO TO TOTAL.
018690     MOVE ZERO TO TAXA.
018700     MOVE SALDO TO SALDO-FINAL.
018710
018720     IF DEPOSITO <= 0
018730         MOVE "Valor invalido, tente outro." TO OUT-STATUS-MSG
018740     ELSE
018750         COMPUTE SALDO-FINAL = SALDO + DEPOSITO
018760         MOVE SALDO-FINAL TO ACCT-BALANCE
018770         IF ACCT-UNCOLLECTED-AMT NOT NUMERIC
018780             MOVE ZERO TO ACCT-UNCOLLECTED-AMT
018790         END-IF
018800         PERFORM 2750-FIND-DEPOSIT-HOLD-RULE THRU 2750-EXIT
018810         IF WS-UNC-HOLD-DAYS > ZERO
018820             ADD DEPOSITO TO ACCT-UNCOLLECTED-AMT
018830         END-IF
018840         MOVE WS-CURRENT-DATE TO ACCT-LAST-ACTIVITY-DATE
018850         REWRITE ACCT-MASTER-RECORD
018860             INVALID KEY
018870                 MOVE "Erro ao atualizar conta." TO
018880                     OUT-STATUS-MSG
018890             NOT INVALID KEY
018900                 IF WS-ACCTMSTR-STATUS NOT = "00"
018910                     MOVE "Erro ao atualizar conta." TO
018920                         OUT-STATUS-MSG
018930                 ELSE
018940                     MOVE "Deposito realizado com sucesso" TO
018950                         OUT-STATUS-MSG
018960                     MOVE WS-GL-CODE-DEPOSITO TO
018970                         WS-GL-ACCOUNT-CODE
018980                     PERFORM 6000-WRITE-GL-EXTRACT THRU
018990                         6000-EXIT
019000                     IF WS-UNC-HOLD-DAYS > ZERO
019010                         PERFORM 2760-WRITE-DEPOSIT-HOLD THRU
019020                             2760-EXIT
019030                     END-IF
019040                 END-IF
019050         END-REWRITE
019060     END-IF
019070
019080     MOVE ACCT-NUMBER TO OUT-ACCT-NUMBER.
019090     MOVE SALDO TO OUT-SALDO.
019100     MOVE MOEDA TO OUT-CURRENCY-CODE.
019110     MOVE DEPOSITO TO OUT-AMOUNT.
019120     MOVE TAXA TO OUT-TAXA.
019130     MOVE TOTAL TO OUT-TOTAL.
019140     MOVE SALDO-FINAL TO OUT-SALDO-FINAL.
019150 2700-EXIT.
019160     EXIT.
019170******************************************************************
019180*    2750-FIND-DEPOSIT-HOLD-RULE - THE FIRST UNCPARM RULE MATCHING
019190*                 THE FILE SOURCE AND THE ACCOUNT CURRENCY GIVES
019200*                 THE BUSINESS DAYS THE DEPOSIT STAYS IN
019210*                 COMPENSATION.
019220*                 NO MATCHING RULE MEANS THE FUNDS ARE AVAILABLE
019230*                 AT ONCE.
019240******************************************************************
019250 2750-FIND-DEPOSIT-HOLD-RULE.
019260     MOVE ZERO TO WS-UNC-HOLD-DAYS.
019270     SET WS-UNC-RULE-NOT-FOUND TO TRUE.
019280     PERFORM 2755-TEST-HOLD-RULE THRU 2755-EXIT
019290         VARYING UNC-IDX FROM 1 BY 1
019300         UNTIL UNC-IDX > WS-UNC-RULE-COUNT
019310            OR WS-UNC-RULE-FOUND.
019320 2750-EXIT.
019330     EXIT.
019340******************************************************************
019350*    2755-TEST-HOLD-RULE
019360******************************************************************
019370 2755-TEST-HOLD-RULE.
019380     IF (WS-UR-SOURCE(UNC-IDX) = SPACES
019390         OR WS-UR-SOURCE(UNC-IDX) = WS-HDR-SOURCE)
019400         AND (WS-UR-CURRENCY(UNC-IDX) = SPACES
019410         OR WS-UR-CURRENCY(UNC-IDX) = ACCT-CURRENCY-CODE)
019420         MOVE WS-UR-HOLD-DAYS(UNC-IDX) TO WS-UNC-HOLD-DAYS
019430         SET WS-UNC-RULE-FOUND TO TRUE
019440     END-IF.
019450 2755-EXIT.
019460     EXIT.
019470******************************************************************
019480*    2760-WRITE-DEPOSIT-HOLD - RECORD THE HOLD ON UNCHOLD FOR
019490*                 VLD-DEP-LIB, WHICH RELEASES IT ON THE LAST HELD
019500*                 DAY OR TAKES THE DEPOSIT BACK IF IT IS RETURNED.
019510*                 A HOLD OF N DAYS COVERS TODAY AND THE N-1
019520*                 BUSINESS DAYS AFTER IT.
019530******************************************************************
019540 2760-WRITE-DEPOSIT-HOLD.
019550     MOVE WS-CURRENT-DATE TO WS-HOLD-WORK-DATE-N.
019560     COMPUTE WS-UNC-DAY-STEPS = WS-UNC-HOLD-DAYS - 1.
019570     PERFORM 2770-ADVANCE-HOLD-DATE THRU 2770-EXIT
019580         WS-UNC-DAY-STEPS TIMES.
019590     MOVE SPACES TO UNC-RECORD.
019600     SET UNC-KIND-HOLD TO TRUE.
019610     MOVE TRAN-REFERENCE TO UNC-REFERENCE.
019620     MOVE ACCT-NUMBER TO UNC-ACCT-NUMBER.
019630     MOVE MOEDA TO UNC-CURRENCY.
019640     MOVE DEPOSITO TO UNC-AMOUNT.
019650     MOVE WS-CURRENT-DATE TO UNC-HOLD-DATE.
019660     MOVE WS-HOLD-WORK-DATE-N TO UNC-HELD-UNTIL.
019670     MOVE WS-HDR-SOURCE TO UNC-SOURCE.
019680     WRITE UNC-RECORD.
019690     ADD 1 TO WS-CNT-DEP-HELD.
019700     ADD DEPOSITO TO WS-CTL-DEP-HELD-AMT.
019710     IF TRAN-REFERENCE NOT = SPACES
019720         IF WS-OPEN-HOLD-COUNT < 10000
019730             ADD 1 TO WS-OPEN-HOLD-COUNT
019740             MOVE TRAN-REFERENCE TO
019750                 WS-OH-REFERENCE(WS-OPEN-HOLD-COUNT)
019760             MOVE ACCT-NUMBER TO WS-OH-ACCT(WS-OPEN-HOLD-COUNT)
019770             MOVE DEPOSITO TO WS-OH-AMOUNT(WS-OPEN-HOLD-COUNT)
019780             MOVE "H" TO WS-OH-STATE(WS-OPEN-HOLD-COUNT)
019790         ELSE
019800             DISPLAY "AVISO: TABELA DE COMPENSACAO CHEIA"
019810         END-IF
019820     END-IF.
019830 2760-EXIT.
019840     EXIT.
019850******************************************************************
019860*    2770-ADVANCE-HOLD-DATE - MOVE WS-HOLD-WORK-DATE ON ONE DAY
019870******************************************************************
019880 2770-ADVANCE-HOLD-DATE.
019890     MOVE WS-HOLD-MTH-DAYS(WS-HW-MONTH) TO WS-HOLD-DAYS-IN-MONTH.
019900     IF WS-HW-MONTH = 2
019910         DIVIDE WS-HW-YEAR BY 4 GIVING WS-HOLD-LEAP-QUOT
019920             REMAINDER WS-HOLD-LEAP-REM
019930         IF WS-HOLD-LEAP-REM = ZERO
019940             MOVE 29 TO WS-HOLD-DAYS-IN-MONTH
019950             DIVIDE WS-HW-YEAR BY 100 GIVING WS-HOLD-LEAP-QUOT
019960                 REMAINDER WS-HOLD-LEAP-REM
019970             IF WS-HOLD-LEAP-REM = ZERO
019980                 MOVE 28 TO WS-HOLD-DAYS-IN-MONTH
019990                 DIVIDE WS-HW-YEAR BY 400 GIVING WS-HOLD-LEAP-QUOT
020000                     REMAINDER WS-HOLD-LEAP-REM
020010                 IF WS-HOLD-LEAP-REM = ZERO
020020                     MOVE 29 TO WS-HOLD-DAYS-IN-MONTH
020030                 END-IF
020040             END-IF
020050         END-IF
020060     END-IF.
020070     ADD 1 TO WS-HW-DAY.
020080     IF WS-HW-DAY > WS-HOLD-DAYS-IN-MONTH
020090         MOVE 1 TO WS-HW-DAY
020100         ADD 1 TO WS-HW-MONTH
020110         IF WS-HW-MONTH > 12
020120             MOVE 1 TO WS-HW-MONTH
020130             ADD 1 TO WS-HW-YEAR
020140         END-IF
020150     END-IF.
020160 2770-EXIT.
020170     EXIT.
020180******************************************************************
020190*    2800-VALIDATE-AND-POST-TRANSFER - POST A TRANSFER AS ONE
020200*                 ALL-OR-NOTHING TWO-LEG MOVEMENT. THE DEBIT
020210*                 ACCOUNT IS IN THE RECORD AREA ON ENTRY. BOTH
020220*                 MASTERS ARE VALIDATED BEFORE EITHER IS
020230*                 REWRITTEN; THE CREDIT LEG IS WRITTEN FIRST AND
020240*                 BACKED OUT IF THE DEBIT LEG FAILS AFTER IT.
020250*                 WHEN THE CREDIT ACCOUNT IS IN ANOTHER CURRENCY
020260*                 IT IS CREDITED THE CONVERTED AMOUNT.
020270******************************************************************
020280 2800-VALIDATE-AND-POST-TRANSFER.
020290     MOVE ACCT-BALANCE TO SALDO.
020300     MOVE ACCT-CURRENCY-CODE TO MOEDA.
020310     MOVE ZERO TO TOTAL.
020320     MOVE ZERO TO TAXA.
020330     MOVE SALDO TO SALDO-FINAL.
020340     MOVE MOEDA TO WS-CREDIT-CURRENCY.
020350     MOVE SAQUE TO WS-FX-CREDIT-AMOUNT.
020360     MOVE ZERO TO WS-FX-RATE.
020370     PERFORM 2450-RESET-DAILY-IF-NEW-DAY THRU 2450-EXIT.
020380
020390     IF SAQUE <= 0
020400         MOVE "Valor invalido, tente outro." TO OUT-STATUS-MSG
020410         GO TO 2820-TRANSFER-OUTPUT
020420     END-IF.
020430     IF TRAN-CREDIT-ACCT = TRAN-ACCT-NUMBER
020440         MOVE "Conta credito igual a debito." TO OUT-STATUS-MSG
020450         GO TO 2820-TRANSFER-OUTPUT
020460     END-IF.
020470     PERFORM 2500-VALIDATE-DAILY-LIMIT THRU 2500-EXIT.
020480     IF WS-DAILY-LIMIT-EXCEEDED
020490         IF WS-CUST-LIMIT-EXCEEDED
020500             MOVE "Limite diario do cliente." TO OUT-STATUS-MSG
020510         ELSE
020520             MOVE "Limite diario excedido." TO OUT-STATUS-MSG
020530         END-IF
020540         GO TO 2820-TRANSFER-OUTPUT
020550     END-IF.
020560     PERFORM 4000-COMPUTE-FEE THRU 4000-EXIT.
020570     COMPUTE TOTAL = SAQUE + TAXA.
020580     PERFORM 2470-SET-AVAILABLE-FUNDS THRU 2470-EXIT.
020590     IF WS-AVAILABLE-FUNDS < TOTAL
020600         PERFORM 2480-SET-FUNDS-REJECTION THRU 2480-EXIT
020610         GO TO 2820-TRANSFER-OUTPUT
020620     END-IF.
020630
020640*    CREDIT LEG - VALIDATE AND POST THE RECEIVING ACCOUNT
020650     MOVE TRAN-CREDIT-ACCT TO ACCT-NUMBER.
020660     READ ACCTMSTR
020670         INVALID KEY
020680             SET WS-CREDIT-NOT-FOUND TO TRUE
020690         NOT INVALID KEY
020700             SET WS-CREDIT-FOUND TO TRUE
020710     END-READ.
020720     IF WS-CREDIT-NOT-FOUND
020730         MOVE "Conta credito nao encontrada." TO OUT-STATUS-MSG
020740         GO TO 2820-TRANSFER-OUTPUT
020750     END-IF.
020760     IF ACCT-CURRENCY-CODE NOT = MOEDA
020770         PERFORM 2830-CONVERT-TRANSFER THRU 2830-EXIT
020780         IF OUT-STATUS-MSG NOT = SPACES
020790             GO TO 2820-TRANSFER-OUTPUT
020800         END-IF
020810     END-IF.
020820     IF ACCT-STATUS-CLOSED OR ACCT-STATUS-BLOCKED
020830         MOVE "Conta credito bloqueada." TO OUT-STATUS-MSG
020840         GO TO 2820-TRANSFER-OUTPUT
020850     END-IF.
020860     MOVE ACCT-BALANCE TO WS-TRF-CRD-OLD-BALANCE.
020870     ADD WS-FX-CREDIT-AMOUNT TO ACCT-BALANCE.
020880     MOVE WS-CURRENT-DATE TO ACCT-LAST-ACTIVITY-DATE.
020890     REWRITE ACCT-MASTER-RECORD
020900         INVALID KEY
020910             MOVE "Erro ao atualizar conta." TO OUT-STATUS-MSG
020920         NOT INVALID KEY
020930             IF WS-ACCTMSTR-STATUS NOT = "00"
020940                 MOVE "Erro ao atualizar conta." TO
020950                     OUT-STATUS-MSG
020960             END-IF
020970     END-REWRITE.
020980     IF OUT-STATUS-MSG NOT = SPACES
020990         GO TO 2820-TRANSFER-OUTPUT
021000     END-IF.
021010
021020*    DEBIT LEG - REAPPLY AGAINST A FRESH READ OF THE MASTER
021030     MOVE TRAN-ACCT-NUMBER TO ACCT-NUMBER.
021040     READ ACCTMSTR
021050         INVALID KEY
021060             MOVE "Erro ao atualizar conta." TO OUT-STATUS-MSG
021070     END-READ.
021080     IF OUT-STATUS-MSG = SPACES
021090         PERFORM 2450-RESET-DAILY-IF-NEW-DAY THRU 2450-EXIT
021100         COMPUTE SALDO-FINAL = SALDO - TOTAL
021110         MOVE SALDO-FINAL TO ACCT-BALANCE
021120         ADD SAQUE TO ACCT-DAILY-WITHDRAWN
021130         MOVE WS-CURRENT-DATE TO ACCT-DAILY-DATE
021140         MOVE WS-CURRENT-DATE TO ACCT-LAST-ACTIVITY-DATE
021150         REWRITE ACCT-MASTER-RECORD
021160             INVALID KEY
021170                 MOVE "Erro ao atualizar conta." TO
021180                     OUT-STATUS-MSG
021190             NOT INVALID KEY
021200                 IF WS-ACCTMSTR-STATUS NOT = "00"
021210                     MOVE "Erro ao atualizar conta." TO
021220                         OUT-STATUS-MSG
021230                 END-IF
021240         END-REWRITE
021250     END-IF.
021260     IF OUT-STATUS-MSG NOT = SPACES
021270         PERFORM 2850-BACKOUT-CREDIT-LEG THRU 2850-EXIT
021280         GO TO 2820-TRANSFER-OUTPUT
021290     END-IF.
021300
021310     MOVE "Transferencia realizada." TO OUT-STATUS-MSG.
021320     PERFORM 2560-POST-CUSTOMER-DEBIT THRU 2560-EXIT.
021330     PERFORM 6100-WRITE-GL-TRANSFER THRU 6100-EXIT.
021340******************************************************************
021350*    2820-TRANSFER-OUTPUT - FILL THE RESULT FIELDS (DEBIT SIDE)
021360******************************************************************
021370 2820-TRANSFER-OUTPUT.
021380     MOVE TRAN-ACCT-NUMBER TO OUT-ACCT-NUMBER.
021390     MOVE SALDO TO OUT-SALDO.
021400     MOVE MOEDA TO OUT-CURRENCY-CODE.
021410     MOVE SAQUE TO OUT-AMOUNT.
021420     MOVE TAXA TO OUT-TAXA.
021430     MOVE TOTAL TO OUT-TOTAL.
021440     MOVE SALDO-FINAL TO OUT-SALDO-FINAL.
021450     IF WS-FX-RATE > ZERO
021460         MOVE WS-CREDIT-CURRENCY TO OUT-CREDIT-CURRENCY
021470         MOVE WS-FX-CREDIT-AMOUNT TO OUT-CREDIT-AMOUNT
021480         MOVE WS-FX-RATE TO OUT-FX-RATE
021490     END-IF.
021500 2800-EXIT.
021510     EXIT.
021520******************************************************************
021530*    2830-CONVERT-TRANSFER - THE CREDIT ACCOUNT (IN THE RECORD
021540*                 AREA) IS IN ANOTHER CURRENCY. CONVERT THE
021550*                 AMOUNT THROUGH THE BASE CURRENCY AT THE RATEFILE
021560*                 RATES, REPRICE THE TRANSFER FROM THE FX FEE
021570*                 BANDS AND RECHECK THE DEBIT ACCOUNT'S FUNDS
021580*                 AGAINST THE NEW TOTAL. WS-FX-RATE STAYS ZERO
021590*                 UNLESS THE CONVERSION SUCCEEDS.
021600******************************************************************
021610 2830-CONVERT-TRANSFER.
021620     MOVE ACCT-CURRENCY-CODE TO WS-CREDIT-CURRENCY.
021630     MOVE MOEDA TO WS-RATE-CURRENCY-KEY.
021640     PERFORM 2840-FIND-RATE THRU 2840-EXIT.
021650     IF WS-RATE-NOT-FOUND
021660         MOVE "Cotacao nao encontrada." TO OUT-STATUS-MSG
021670         GO TO 2830-EXIT
021680     END-IF.
021690     MOVE WS-RATE-WORK TO WS-DEBIT-RATE.
021700     MOVE WS-CREDIT-CURRENCY TO WS-RATE-CURRENCY-KEY.
021710     PERFORM 2840-FIND-RATE THRU 2840-EXIT.
021720     IF WS-RATE-NOT-FOUND
021730         MOVE "Cotacao nao encontrada." TO OUT-STATUS-MSG
021740         GO TO 2830-EXIT
021750     END-IF.
021760     MOVE WS-RATE-WORK TO WS-CREDIT-RATE.
021770     COMPUTE WS-FX-CREDIT-AMOUNT ROUNDED =
021780         SAQUE * WS-DEBIT-RATE / WS-CREDIT-RATE
021790         ON SIZE ERROR
021800             MOVE ZERO TO WS-FX-CREDIT-AMOUNT
021810     END-COMPUTE.
021820     IF WS-FX-CREDIT-AMOUNT = ZERO
021830         MOVE "Valor invalido, tente outro." TO OUT-STATUS-MSG
021840         GO TO 2830-EXIT
021850     END-IF.
021860     COMPUTE WS-FX-RATE ROUNDED =
021870         WS-DEBIT-RATE / WS-CREDIT-RATE
021880         ON SIZE ERROR
021890             MOVE 9999.999999 TO WS-FX-RATE
021900     END-COMPUTE.
021910*    NO FX BAND FOR THE CURRENCY LEAVES THE ORDINARY TAXA IN PLACE
021920     PERFORM 4050-COMPUTE-FX-FEE THRU 4050-EXIT.
021930     COMPUTE TOTAL = SAQUE + TAXA.
021940     IF WS-AVAILABLE-FUNDS < TOTAL
021950         PERFORM 2480-SET-FUNDS-REJECTION THRU 2480-EXIT
021960     END-IF.
021970 2830-EXIT.
021980     EXIT.
021990******************************************************************
022000*    2840-FIND-RATE - LOOK UP WS-RATE-CURRENCY-KEY IN THE RATE
022010*                 TABLE. A ZERO RATE COUNTS AS MISSING - IT COULD
022020*                 ONLY DIVIDE BY ZERO OR CREDIT NOTHING.
022030******************************************************************
022040 2840-FIND-RATE.
022050     SET WS-RATE-NOT-FOUND TO TRUE.
022060     MOVE ZERO TO WS-RATE-WORK.
022070     PERFORM 2845-TEST-RATE-ENTRY THRU 2845-EXIT
022080         VARYING WS-RATE-IDX FROM 1 BY 1
022090         UNTIL WS-RATE-IDX > WS-RATE-COUNT
022100         OR WS-RATE-FOUND.
022110     IF WS-RATE-WORK = ZERO
022120         SET WS-RATE-NOT-FOUND TO TRUE
022130     END-IF.
022140 2840-EXIT.
022150     EXIT.
022160******************************************************************
022170*    2845-TEST-RATE-ENTRY - TEST ONE RATE TABLE ENTRY
022180******************************************************************
022190 2845-TEST-RATE-ENTRY.
022200     IF WS-RATE-CURRENCY(WS-RATE-IDX) = WS-RATE-CURRENCY-KEY
022210         MOVE WS-RATE-TO-BASE(WS-RATE-IDX) TO WS-RATE-WORK
022220         SET WS-RATE-FOUND TO TRUE
022230     END-IF.
022240 2845-EXIT.
022250     EXIT.
022260******************************************************************
022270*    2850-BACKOUT-CREDIT-LEG - RESTORE THE CREDIT ACCOUNT'S
022280*                 BALANCE AFTER A FAILED DEBIT LEG SO THE
022290*                 TRANSFER STAYS ALL-OR-NOTHING
022300******************************************************************
022310 2850-BACKOUT-CREDIT-LEG.
022320     MOVE TRAN-CREDIT-ACCT TO ACCT-NUMBER.
022330     READ ACCTMSTR
022340         INVALID KEY
022350             DISPLAY "AVISO: ESTORNO DO CREDITO FALHOU - CONTA "
022360                 TRAN-CREDIT-ACCT
022370         NOT INVALID KEY
022380             MOVE WS-TRF-CRD-OLD-BALANCE TO ACCT-BALANCE
022390             REWRITE ACCT-MASTER-RECORD
022400                 INVALID KEY
022410                     DISPLAY "AVISO: ESTORNO DO CREDITO FALHOU"
022420                         " - CONTA " TRAN-CREDIT-ACCT
022430                 NOT INVALID KEY
022440                     IF WS-ACCTMSTR-STATUS NOT = "00"
022450                         DISPLAY "AVISO: ESTORNO DO CREDITO "
022460                             "FALHOU - CONTA " TRAN-CREDIT-ACCT
022470                     END-IF
022480             END-REWRITE
022490     END-READ.
022500     MOVE SALDO TO SALDO-FINAL.
022510 2850-EXIT.
022520     EXIT.
022530******************************************************************
022540*    2870-VALIDATE-AND-POST-EXTERNAL - DEBIT THE CUSTOMER FOR A
022550*                 PAYMENT TO AN ACCOUNT AT ANOTHER BANK. THE DEBIT
022560*                 ACCOUNT IS IN THE RECORD AREA ON ENTRY AND TAKES
022570*                 THE SAME LIMIT AND FUNDS CHECKS AS A TRANSFER.
022580*                 THE CREDIT SIDE IS THE INTERBANK CLEARING
022590*                 SUSPENSE ACCOUNT UNTIL THE CLEARING HOUSE
022600*                 SETTLES OR RETURNS THE ITEM, AND THE PAYMENT
022610*                 ORDER IS QUEUED ON PAGPEND FOR VLD-PAG-EXT.
022620******************************************************************
022630 2870-VALIDATE-AND-POST-EXTERNAL.
022640     MOVE ACCT-BALANCE TO SALDO.
022650     MOVE ACCT-CURRENCY-CODE TO MOEDA.
022660     MOVE ZERO TO TOTAL.
022670     MOVE ZERO TO TAXA.
022680     MOVE SALDO TO SALDO-FINAL.
022690     PERFORM 2450-RESET-DAILY-IF-NEW-DAY THRU 2450-EXIT.
022700
022710     IF SAQUE <= 0
022720         MOVE "Valor invalido, tente outro." TO OUT-STATUS-MSG
022730         GO TO 2875-EXTERNAL-OUTPUT
022740     END-IF.
022750     PERFORM 2500-VALIDATE-DAILY-LIMIT THRU 2500-EXIT.
022760     IF WS-DAILY-LIMIT-EXCEEDED
022770         IF WS-CUST-LIMIT-EXCEEDED
022780             MOVE "Limite diario do cliente." TO OUT-STATUS-MSG
022790         ELSE
022800             MOVE "Limite diario excedido." TO OUT-STATUS-MSG
022810         END-IF
022820         GO TO 2875-EXTERNAL-OUTPUT
022830     END-IF.
022840     PERFORM 4000-COMPUTE-FEE THRU 4000-EXIT.
022850*    NO EXTERNAL BAND FOR THE CURRENCY LEAVES THE ORDINARY TAXA
022860     PERFORM 4060-COMPUTE-EXT-FEE THRU 4060-EXIT.
022870     COMPUTE TOTAL = SAQUE + TAXA.
022880     PERFORM 2470-SET-AVAILABLE-FUNDS THRU 2470-EXIT.
022890     IF WS-AVAILABLE-FUNDS < TOTAL
022900         PERFORM 2480-SET-FUNDS-REJECTION THRU 2480-EXIT
022910         GO TO 2875-EXTERNAL-OUTPUT
022920     END-IF.
022930     COMPUTE SALDO-FINAL = SALDO - TOTAL.
022940     MOVE SALDO-FINAL TO ACCT-BALANCE.
022950     ADD SAQUE TO ACCT-DAILY-WITHDRAWN.
022960     MOVE WS-CURRENT-DATE TO ACCT-DAILY-DATE.
022970     MOVE WS-CURRENT-DATE TO ACCT-LAST-ACTIVITY-DATE.
022980     REWRITE ACCT-MASTER-RECORD
022990         INVALID KEY
023000             MOVE "Erro ao atualizar conta." TO OUT-STATUS-MSG
023010         NOT INVALID KEY
023020             IF WS-ACCTMSTR-STATUS NOT = "00"
023030                 MOVE "Erro ao atualizar conta." TO
023040                     OUT-STATUS-MSG
023050             END-IF
023060     END-REWRITE.
023070     IF OUT-STATUS-MSG NOT = SPACES
023080         MOVE SALDO TO SALDO-FINAL
023090         GO TO 2875-EXTERNAL-OUTPUT
023100     END-IF.
023110
023120     MOVE "Pagamento externo realizado." TO OUT-STATUS-MSG.
023130     MOVE WS-GL-CODE-PAG-EXT TO WS-GL-ACCOUNT-CODE.
023140     PERFORM 6000-WRITE-GL-EXTRACT THRU 6000-EXIT.
023150     PERFORM 2560-POST-CUSTOMER-DEBIT THRU 2560-EXIT.
023160     PERFORM 2880-WRITE-PAYMENT-ORDER THRU 2880-EXIT.
023170******************************************************************
023180*    2875-EXTERNAL-OUTPUT - FILL THE RESULT FIELDS
023190******************************************************************
023200 2875-EXTERNAL-OUTPUT.
023210     MOVE TRAN-ACCT-NUMBER TO OUT-ACCT-NUMBER.
023220     MOVE SALDO TO OUT-SALDO.
023230     MOVE MOEDA TO OUT-CURRENCY-CODE.
023240     MOVE SAQUE TO OUT-AMOUNT.
023250     MOVE TAXA TO OUT-TAXA.
023260     MOVE TOTAL TO OUT-TOTAL.
023270     MOVE SALDO-FINAL TO OUT-SALDO-FINAL.
023280 2870-EXIT.
023290     EXIT.
023300******************************************************************
023310*    2880-WRITE-PAYMENT-ORDER - QUEUE THE POSTED PAYMENT ON
023320*                 PAGPEND FOR THE NEXT OUTBOUND FILE. IT IS NOT
023330*                 SENT YET, SO THE SENT DATE AND SETTLEMENT CYCLE
023340*                 ARE LEFT AT ZERO. THE CUSTOMER IS ALREADY
023350*                 DEBITED AND THE FUNDS ARE IN CLEARING SUSPENSE,
023360*                 SO A PAYMENT THAT CANNOT BE QUEUED STOPS THE
023370*                 RUN.
023380******************************************************************
023390 2880-WRITE-PAYMENT-ORDER.
023400     MOVE TRAN-REFERENCE TO PAG-REFERENCE.
023410     MOVE TRAN-ACCT-NUMBER TO PAG-ACCT-NUMBER.
023420     MOVE MOEDA TO PAG-CURRENCY.
023430     MOVE SAQUE TO PAG-AMOUNT.
023440     MOVE TAXA TO PAG-TAXA.
023450     MOVE WS-CURRENT-DATE TO PAG-POST-DATE.
023460     MOVE TRAN-BENEF-DATA TO PAG-BENEF-DATA.
023470     MOVE ZERO TO PAG-SENT-DATE.
023480     MOVE ZERO TO PAG-CYCLE.
023490     WRITE PAG-RECORD.
023500     IF WS-PAGPEND-STATUS NOT = "00"
023510         DISPLAY "ERRO AO GRAVAR PAGPEND - STATUS "
023520             WS-PAGPEND-STATUS " REFERENCIA " TRAN-REFERENCE
023530         MOVE 8 TO RETURN-CODE
023540         PERFORM 9900-WRITE-RUN-END THRU 9900-EXIT
023550         STOP RUN
023560     END-IF.
023570 2880-EXIT.
023580     EXIT.
023590******************************************************************
023600*    2900-TALLY-OUTCOME - COUNT THE TRANSACTION INTO THE RUN
023610*                 CONTROL TOTALS FOR THE END-OF-RUN REPORT
023620******************************************************************
023630 2900-TALLY-OUTCOME.
023640     EVALUATE TRUE
023650         WHEN OUT-STATUS-MSG = "Saque realizado com sucesso!"
023660             ADD 1 TO WS-CNT-POSTED
023670             ADD OUT-TOTAL TO WS-CTL-DEBITS
023680             PERFORM 5500-RECORD-POSTED-REF THRU 5500-EXIT
023690         WHEN OUT-STATUS-MSG = "Deposito realizado com sucesso"
023700             ADD 1 TO WS-CNT-POSTED
023710             ADD OUT-AMOUNT TO WS-CTL-CREDITS
023720             PERFORM 5500-RECORD-POSTED-REF THRU 5500-EXIT
023730         WHEN OUT-STATUS-MSG = "Transferencia realizada."
023740             ADD 1 TO WS-CNT-POSTED
023750             ADD OUT-TOTAL TO WS-CTL-DEBITS
023760             ADD OUT-AMOUNT TO WS-CTL-CREDITS
023770             PERFORM 5500-RECORD-POSTED-REF THRU 5500-EXIT
023780         WHEN OUT-STATUS-MSG = "Pagamento externo realizado."
023790             ADD 1 TO WS-CNT-POSTED
023800             ADD OUT-TOTAL TO WS-CTL-DEBITS
023810             ADD 1 TO WS-CNT-EXTERNAL
023820             ADD OUT-AMOUNT TO WS-CTL-EXTERNAL-AMT
023830             PERFORM 5500-RECORD-POSTED-REF THRU 5500-EXIT
023840         WHEN OUT-STATUS-MSG = "Estorno realizado."
023850*            A REVERSAL IS NEITHER NEW BUSINESS NOR A REJECTION -
023860*            IT IS COUNTED AND TOTALLED ON ITS OWN LINES
023870             ADD 1 TO WS-CNT-REVERSED
023880             ADD OUT-TOTAL TO WS-CTL-REVERSED-AMT
023890             PERFORM 5500-RECORD-POSTED-REF THRU 5500-EXIT
023900         WHEN OTHER
023910             ADD 1 TO WS-CNT-REJECTED
023920             PERFORM 2950-TALLY-REJECT-REASON THRU 2950-EXIT
023930             PERFORM 2970-ROUTE-REJECTION THRU 2970-EXIT
023940     END-EVALUATE.
023950 2900-EXIT.
023960     EXIT.
023970******************************************************************
023980*    2950-TALLY-REJECT-REASON - FIND OR ADD THE REJECTION
023990*                 REASON'S ENTRY AND BUMP ITS COUNT
024000******************************************************************
024010 2950-TALLY-REJECT-REASON.
024020     SET WS-REASON-NOT-FOUND TO TRUE.
024030     PERFORM 2960-TEST-REASON-ENTRY THRU 2960-EXIT
024040         VARYING WS-REASON-SUB FROM 1 BY 1
024050         UNTIL WS-REASON-SUB > WS-REASON-USED
024060         OR WS-REASON-FOUND.
024070     IF WS-REASON-FOUND
024080*        THE VARYING INCREMENT RUNS BEFORE THE EXIT TEST, SO THE
024090*        SUBSCRIPT SITS ONE PAST THE MATCHED ENTRY - STEP BACK
024100         SUBTRACT 1 FROM WS-REASON-SUB
024110         ADD 1 TO WS-REASON-CNT(WS-REASON-SUB)
024120     ELSE
024130         IF WS-REASON-USED < 20
024140             ADD 1 TO WS-REASON-USED
024150             MOVE OUT-STATUS-MSG TO
024160                 WS-REASON-MSG(WS-REASON-USED)
024170             MOVE 1 TO WS-REASON-CNT(WS-REASON-USED)
024180         END-IF
024190     END-IF.
024200 2950-EXIT.
024210     EXIT.
024220******************************************************************
024230*    2960-TEST-REASON-ENTRY - TEST ONE REASON TABLE ENTRY
024240******************************************************************
024250 2960-TEST-REASON-ENTRY.
024260     IF OUT-STATUS-MSG = WS-REASON-MSG(WS-REASON-SUB)
024270         SET WS-REASON-FOUND TO TRUE
024280     END-IF.
024290 2960-EXIT.
024300     EXIT.
024310******************************************************************
024320*    2970-ROUTE-REJECTION - A TRANSIENT REJECTION GOES BACK TO
024330*                 THE SUSPENSE FILE FOR THE NEXT RUN, OR TO THE
024340*                 FINAL-REJECT REPORT ONCE IT HAS BEEN SUSPENDED
024350*                 WS-MAX-RETRY TIMES. EVERY OTHER REJECTION IS
024360*                 FINAL ON ITS OWN AND IS NOT SUSPENDED.
024370******************************************************************
024380 2970-ROUTE-REJECTION.
024390     IF OUT-STATUS-MSG NOT = "Saldo insuficiente."
024400         AND OUT-STATUS-MSG NOT = "Limite diario excedido."
024410         AND OUT-STATUS-MSG NOT = "Limite diario do cliente."
024420         AND OUT-STATUS-MSG NOT =
024430             "Excede limite cheque especial."
024440         AND OUT-STATUS-MSG NOT =
024450             "Saldo disponivel insuficiente."
024460         GO TO 2970-EXIT
024470     END-IF.
024480     IF WS-CURRENT-RETRY >= WS-MAX-RETRY
024490         ADD 1 TO WS-CNT-FINAL-REJECT
024500         MOVE TRAN-TYPE TO WS-FR-TRAN-TYPE
024510         MOVE TRAN-ACCT-NUMBER TO WS-FR-ACCT
024520         MOVE TRAN-AMOUNT TO WS-FR-AMOUNT
024530         MOVE OUT-STATUS-MSG TO WS-FR-REASON
024540         COMPUTE WS-FR-ATTEMPTS = WS-CURRENT-RETRY + 1
024550         MOVE WS-FINAL-REJ-LINE TO FR-REPORT-LINE
024560         WRITE FR-REPORT-LINE
024570     ELSE
024580         ADD 1 TO WS-CNT-SUSPENDED
024590*        BUILD THE SUSPENSE IMAGE IN WORKING STORAGE - SUSPIN'S
024600*        RECORD AREA IS NOT ADDRESSABLE WHILE THE FILE IS CLOSED
024610         MOVE TRAN-DETAIL-DATA TO WS-SUSP-TRAN-DATA
024620         MOVE OUT-STATUS-MSG TO WS-SUSP-REASON
024630         COMPUTE WS-SUSP-RETRY = WS-CURRENT-RETRY + 1
024640         MOVE TRAN-REFERENCE TO WS-SUSP-REFERENCE
024650         MOVE TRAN-BENEF-DATA TO WS-SUSP-BENEF-DATA
024660         MOVE WS-SUSP-WORK TO SUSPOUT-RECORD
024670         WRITE SUSPOUT-RECORD
024680     END-IF.
024690 2970-EXIT.
024700     EXIT.
024710******************************************************************
024720*    2450-RESET-DAILY-IF-NEW-DAY - ROLL THE ACCUMULATOR AT
024730*                                   MIDNIGHT
024740******************************************************************
024750 2450-RESET-DAILY-IF-NEW-DAY.
024760     IF ACCT-DAILY-DATE NOT = WS-CURRENT-DATE
024770         MOVE ZERO TO ACCT-DAILY-WITHDRAWN
024780     END-IF.
024790 2450-EXIT.
024800     EXIT.
024810******************************************************************
024820*    2500-VALIDATE-DAILY-LIMIT - CHECK THE DAY'S CUMULATIVE SAQUE
024830*                 AGAINST THE ACCOUNT'S OWN LIMIT AND THEN THE
024840*                 OWNING CUSTOMER'S AGGREGATE DEBIT CEILING
024850******************************************************************
024860 2500-VALIDATE-DAILY-LIMIT.
024870     SET WS-DAILY-LIMIT-OK TO TRUE.
024880     SET WS-CUST-LIMIT-OK TO TRUE.
024890     IF ACCT-DAILY-WITHDRAWN + SAQUE > ACCT-DAILY-LIMIT
024900         SET WS-DAILY-LIMIT-EXCEEDED TO TRUE
024910         GO TO 2500-EXIT
024920     END-IF.
024930     PERFORM 2550-VALIDATE-CUST-LIMIT THRU 2550-EXIT.
024940     IF WS-CUST-LIMIT-EXCEEDED
024950         SET WS-DAILY-LIMIT-EXCEEDED TO TRUE
024960     END-IF.
024970 2500-EXIT.
024980     EXIT.
024990******************************************************************
025000*    2550-VALIDATE-CUST-LIMIT - CHECK THE DAY'S CUMULATIVE DEBITS
025010*                 ACROSS ALL OF THE OWNING CUSTOMER'S ACCOUNTS.
025020*                 AN UNLINKED ACCOUNT, A CUSTOMER MISSING FROM
025030*                 THE MASTER OR A CEILING OF ZERO PASSES.
025040******************************************************************
025050 2550-VALIDATE-CUST-LIMIT.
025060     SET WS-CUST-LIMIT-OK TO TRUE.
025070     IF ACCT-CUSTOMER-ID = ZERO
025080         GO TO 2550-EXIT
025090     END-IF.
025100     MOVE ACCT-CUSTOMER-ID TO CUST-ID.
025110     READ CUSTMSTR
025120         INVALID KEY
025130             SET WS-CUSTOMER-NOT-FOUND TO TRUE
025140         NOT INVALID KEY
025150             SET WS-CUSTOMER-FOUND TO TRUE
025160     END-READ.
025170     IF WS-CUSTOMER-NOT-FOUND
025180         GO TO 2550-EXIT
025190     END-IF.
025200     IF CUST-DAILY-DATE NOT = WS-CURRENT-DATE
025210         MOVE ZERO TO CUST-DAILY-DEBITED
025220     END-IF.
025230     IF CUST-DAILY-DEBIT-LIMIT > ZERO
025240         AND CUST-DAILY-DEBITED + SAQUE > CUST-DAILY-DEBIT-LIMIT
025250         SET WS-CUST-LIMIT-EXCEEDED TO TRUE
025260     END-IF.
025270 2550-EXIT.
025280     EXIT.
025290******************************************************************
025300*    2560-POST-CUSTOMER-DEBIT - ROLL THE OWNING CUSTOMER'S DAILY
025310*                 DEBIT ACCUMULATOR FORWARD AFTER A POSTED DEBIT.
025320*                 A FAILURE HERE ONLY WARNS - THE ACCOUNT POSTING
025330*                 ITSELF HAS ALREADY COMMITTED.
025340******************************************************************
025350 2560-POST-CUSTOMER-DEBIT.
025360     IF ACCT-CUSTOMER-ID = ZERO
025370         GO TO 2560-EXIT
025380     END-IF.
025390     MOVE ACCT-CUSTOMER-ID TO CUST-ID.
025400     READ CUSTMSTR
025410         INVALID KEY
025420             SET WS-CUSTOMER-NOT-FOUND TO TRUE
025430         NOT INVALID KEY
025440             SET WS-CUSTOMER-FOUND TO TRUE
025450     END-READ.
025460     IF WS-CUSTOMER-NOT-FOUND
025470         GO TO 2560-EXIT
025480     END-IF.
025490     IF CUST-DAILY-DATE NOT = WS-CURRENT-DATE
025500         MOVE ZERO TO CUST-DAILY-DEBITED
025510     END-IF.
025520     ADD SAQUE TO CUST-DAILY-DEBITED.
025530     MOVE WS-CURRENT-DATE TO CUST-DAILY-DATE.
025540     REWRITE CUST-MASTER-RECORD
025550         INVALID KEY
025560             DISPLAY "AVISO: ERRO AO ATUALIZAR CLIENTE " CUST-ID
025570         NOT INVALID KEY
025580             IF WS-CUSTMSTR-STATUS NOT = "00"
025590                 DISPLAY "AVISO: ERRO AO ATUALIZAR CLIENTE "
025600                     CUST-ID
025610             END-IF
025620     END-REWRITE.
025630 2560-EXIT.
025640     EXIT.
025650******************************************************************
025660*    2600-CHECKPOINT-IF-DUE - WRITE A CHECKPOINT EVERY
025670*                             WS-CKPT-INTERVAL TRANSACTIONS
025680******************************************************************
025690 2600-CHECKPOINT-IF-DUE.
025700     DIVIDE WS-RECORD-COUNT BY WS-CKPT-INTERVAL
025710         GIVING WS-CKPT-QUOTIENT
025720         REMAINDER WS-CKPT-REMAINDER.
025730     IF WS-CKPT-REMAINDER = 0
025740         PERFORM 2650-WRITE-CHECKPOINT THRU 2650-EXIT
025750     END-IF.
025760 2600-EXIT.
025770     EXIT.
025780******************************************************************
025790*    2650-WRITE-CHECKPOINT - APPEND ONE CHECKPOINT RECORD
025800******************************************************************
025810 2650-WRITE-CHECKPOINT.
025820     MOVE WS-RECORD-COUNT TO CKPT-LAST-KEY.
025830     MOVE WS-CURRENT-DATE TO CKPT-RUN-DATE.
025840     WRITE CKPT-RECORD.
025850 2650-EXIT.
025860     EXIT.
025870******************************************************************
025880*    3000-VALIDATE-AND-POST-REVERSAL - UNDO A POSTED SAQUE,
025890*                 DEPOSITO OR TRANSFER NAMED BY TRAN-ORIG-
025900*                 REFERENCE. THE ACCOUNT IN THE RECORD AREA ON
025910*                 ENTRY IS THE ORIGINAL'S OWN ACCOUNT, AND THE
025920*                 AMOUNT MUST BE THE ORIGINAL AMOUNT - A PARTIAL
025930*                 REVERSAL IS NOT ALLOWED. A REVERSAL IS A
025940*                 CORRECTION, NOT CUSTOMER ACTIVITY: IT IGNORES
025950*                 THE DAILY LIMITS AND LEAVES THE LAST-ACTIVITY
025960*                 DATE ALONE, BUT A CLOSED ACCOUNT CANNOT TAKE IT.
025970*                 NO REJECTION HERE IS TRANSIENT, SO NONE IS EVER
025980*                 SUSPENDED.
025990******************************************************************
026000 3000-VALIDATE-AND-POST-REVERSAL.
026010     MOVE ACCT-BALANCE TO SALDO.
026020     MOVE ACCT-CURRENCY-CODE TO MOEDA.
026030     MOVE ZERO TO TOTAL.
026040     MOVE ZERO TO TAXA.
026050     MOVE SALDO TO SALDO-FINAL.
026060     MOVE SPACES TO WS-ORIG-TRAN-TYPE.
026070
026080     PERFORM 3100-FIND-ORIGINAL THRU 3100-EXIT.
026090     IF WS-ORIG-NOT-FOUND
026100         MOVE "Referencia original invalida." TO OUT-STATUS-MSG
026110         GO TO 3090-REVERSAL-OUTPUT
026120     END-IF.
026130     IF WS-ORIG-REVERSED
026140         MOVE "Transacao ja estornada." TO OUT-STATUS-MSG
026150         GO TO 3090-REVERSAL-OUTPUT
026160     END-IF.
026170     IF TRAN-ACCT-NUMBER NOT = WS-ORIG-ACCT
026180         MOVE "Conta difere da original." TO OUT-STATUS-MSG
026190         GO TO 3090-REVERSAL-OUTPUT
026200     END-IF.
026210     IF SAQUE NOT = WS-ORIG-AMOUNT
026220         MOVE "Valor difere do original." TO OUT-STATUS-MSG
026230         GO TO 3090-REVERSAL-OUTPUT
026240     END-IF.
026250     IF ACCT-STATUS-CLOSED
026260         MOVE "Conta encerrada." TO OUT-STATUS-MSG
026270         GO TO 3090-REVERSAL-OUTPUT
026280     END-IF.
026290     EVALUATE WS-ORIG-TRAN-TYPE
026300         WHEN "S"
026310             PERFORM 3200-REVERSE-SAQUE THRU 3200-EXIT
026320         WHEN "D"
026330             PERFORM 3300-REVERSE-DEPOSITO THRU 3300-EXIT
026340         WHEN "T"
026350             PERFORM 3400-REVERSE-TRANSFER THRU 3400-EXIT
026360*        THE PAYMENT HAS LEFT FOR THE OTHER BANK - ONLY A RETURN
026370*        FROM THE CLEARING HOUSE (VLD-PAG-RET) CAN CREDIT IT BACK
026380         WHEN "X"
026390             MOVE "Pagto externo nao estornavel." TO
026400                 OUT-STATUS-MSG
026410         WHEN OTHER
026420             MOVE "Referencia original invalida." TO
026430                 OUT-STATUS-MSG
026440     END-EVALUATE.
026450******************************************************************
026460*    3090-REVERSAL-OUTPUT - FILL THE RESULT FIELDS (ORIGINAL'S
026470*                 OWN ACCOUNT). A FAILED REVERSAL REFUNDS NOTHING.
026480******************************************************************
026490 3090-REVERSAL-OUTPUT.
026500     IF OUT-STATUS-MSG NOT = "Estorno realizado."
026510         MOVE ZERO TO TAXA TOTAL
026520         MOVE SALDO TO SALDO-FINAL
026530     END-IF.
026540     MOVE TRAN-ACCT-NUMBER TO OUT-ACCT-NUMBER.
026550     MOVE SALDO TO OUT-SALDO.
026560     MOVE MOEDA TO OUT-CURRENCY-CODE.
026570     MOVE SAQUE TO OUT-AMOUNT.
026580     MOVE TAXA TO OUT-TAXA.
026590     MOVE TOTAL TO OUT-TOTAL.
026600     MOVE SALDO-FINAL TO OUT-SALDO-FINAL.
026610     IF OUT-STATUS-MSG = "Estorno realizado."
026620         AND WS-ORIG-TRAN-TYPE = "T"
026630         AND WS-ORIG-FX-RATE > ZERO
026640         MOVE WS-REV-CTR-CURRENCY TO OUT-CREDIT-CURRENCY
026650         MOVE WS-ORIG-CREDIT-AMOUNT TO OUT-CREDIT-AMOUNT
026660         MOVE WS-ORIG-FX-RATE TO OUT-FX-RATE
026670     END-IF.
026680 3000-EXIT.
026690     EXIT.
026700******************************************************************
026710*    3100-FIND-ORIGINAL - RESCAN POSTEDREF FOR THE ORIGINAL
026720*                 POSTING AND FOR ANY EARLIER REVERSAL OF IT. THE
026730*                 WHOLE FILE IS READ, NOT JUST TODAY'S TABLE, SO
026740*                 A POSTING FROM AN EARLIER BUSINESS DAY CAN BE
026750*                 REVERSED. ONLY A POSTED ENTRY QUALIFIES - A HOLD
026760*                 THAT NEVER RELEASED, OR A REFERENCE RECORDED
026770*                 BEFORE POSTEDREF CARRIED THE POSTING DETAIL, IS
026780*                 NOT REVERSIBLE. THE FILE IS LEFT OPEN EXTEND.
026790******************************************************************
026800 3100-FIND-ORIGINAL.
026810     SET WS-ORIG-NOT-FOUND TO TRUE.
026820     SET WS-ORIG-NOT-REVERSED TO TRUE.
026830     CLOSE POSTEDREF.
026840     OPEN INPUT POSTEDREF.
026850     IF WS-POSTEDREF-STATUS NOT = "00"
026860         DISPLAY "ERRO AO ABRIR POSTEDREF - STATUS "
026870             WS-POSTEDREF-STATUS
026880         GO TO 3180-REOPEN-EXTEND
026890     END-IF.
026900     SET WS-PREF-EOF-NO TO TRUE.
026910     PERFORM 1510-READ-POSTED-REF THRU 1510-EXIT.
026920     PERFORM 3110-TEST-POSTED-REF THRU 3110-EXIT
026930         UNTIL WS-PREF-EOF-YES.
026940     CLOSE POSTEDREF.
026950 3180-REOPEN-EXTEND.
026960     OPEN EXTEND POSTEDREF.
026970     IF WS-POSTEDREF-STATUS NOT = "00"
026980         DISPLAY "ERRO AO REABRIR POSTEDREF - STATUS "
026990             WS-POSTEDREF-STATUS
027000         MOVE 8 TO RETURN-CODE
027010         PERFORM 9900-WRITE-RUN-END THRU 9900-EXIT
027020         STOP RUN
027030     END-IF.
027040 3100-EXIT.
027050     EXIT.
027060******************************************************************
027070*    3110-TEST-POSTED-REF - TEST ONE POSTEDREF ENTRY AGAINST THE
027080*                 REFERENCE BEING REVERSED
027090******************************************************************
027100 3110-TEST-POSTED-REF.
027110     IF PREF-KIND-POSTED
027120         AND PREF-REFERENCE = TRAN-ORIG-REFERENCE
027130         SET WS-ORIG-FOUND TO TRUE
027140         MOVE PREF-TRAN-TYPE TO WS-ORIG-TRAN-TYPE
027150         MOVE PREF-ACCT-NUMBER TO WS-ORIG-ACCT
027160         MOVE PREF-CREDIT-ACCT TO WS-ORIG-CREDIT-ACCT
027170         MOVE PREF-AMOUNT TO WS-ORIG-AMOUNT
027180         MOVE PREF-TAXA TO WS-ORIG-TAXA
027190         MOVE PREF-POST-DATE TO WS-ORIG-POST-DATE
027200*        AN ENTRY RECORDED BEFORE POSTEDREF CARRIED THE CONVERTED
027210*        AMOUNT HAS SPACES THERE - IT WAS A SAME-CURRENCY POSTING
027220         IF PREF-CREDIT-AMOUNT IS NUMERIC
027230             MOVE PREF-CREDIT-AMOUNT TO WS-ORIG-CREDIT-AMOUNT
027240         ELSE
027250             MOVE ZERO TO WS-ORIG-CREDIT-AMOUNT
027260         END-IF
027270         IF PREF-FX-RATE IS NUMERIC
027280             MOVE PREF-FX-RATE TO WS-ORIG-FX-RATE
027290         ELSE
027300             MOVE ZERO TO WS-ORIG-FX-RATE
027310         END-IF
027320     END-IF.
027330     IF PREF-KIND-REVERSAL
027340         AND PREF-ORIG-REFERENCE = TRAN-ORIG-REFERENCE
027350         SET WS-ORIG-REVERSED TO TRUE
027360     END-IF.
027370     PERFORM 1510-READ-POSTED-REF THRU 1510-EXIT.
027380 3110-EXIT.
027390     EXIT.
027400******************************************************************
027410*    3200-REVERSE-SAQUE - CREDIT THE WITHDRAWN AMOUNT AND THE
027420*                 TAXA BACK TO THE ACCOUNT
027430******************************************************************
027440 3200-REVERSE-SAQUE.
027450     MOVE WS-ORIG-TAXA TO TAXA.
027460     COMPUTE TOTAL = SAQUE + TAXA.
027470     PERFORM 3500-ROLLBACK-DAILY-DEBIT THRU 3500-EXIT.
027480     COMPUTE SALDO-FINAL = SALDO + TOTAL.
027490     MOVE SALDO-FINAL TO ACCT-BALANCE.
027500     REWRITE ACCT-MASTER-RECORD
027510         INVALID KEY
027520             MOVE "Erro ao atualizar conta." TO OUT-STATUS-MSG
027530         NOT INVALID KEY
027540             IF WS-ACCTMSTR-STATUS NOT = "00"
027550                 MOVE "Erro ao atualizar conta." TO
027560                     OUT-STATUS-MSG
027570             END-IF
027580     END-REWRITE.
027590     IF OUT-STATUS-MSG NOT = SPACES
027600         GO TO 3200-EXIT
027610     END-IF.
027620     MOVE "Estorno realizado." TO OUT-STATUS-MSG.
027630     PERFORM 3550-ROLLBACK-CUSTOMER-DEBIT THRU 3550-EXIT.
027640     PERFORM 6200-WRITE-GL-REVERSAL THRU 6200-EXIT.
027650 3200-EXIT.
027660     EXIT.
027670******************************************************************
027680*    3300-REVERSE-DEPOSITO - TAKE THE DEPOSITED AMOUNT BACK OUT.
027690*                 THE ACCOUNT MUST STILL COVER IT WITHIN ITS
027700*                 BALANCE PLUS AUTHORIZED OVERDRAFT.
027710*                 DEPOSITS STILL IN COMPENSATION DO NOT COVER IT,
027720*                 EXCEPT THE REVERSED DEPOSIT ITSELF - ITS HOLD
027730*                 COMES OFF WITH IT AND IS CANCELLED ON UNCHOLD.
027740******************************************************************
027750 3300-REVERSE-DEPOSITO.
027760     MOVE SAQUE TO TOTAL.
027770     PERFORM 2470-SET-AVAILABLE-FUNDS THRU 2470-EXIT.
027780     MOVE TRAN-ORIG-REFERENCE TO WS-HOLD-KEY-REFERENCE.
027790     MOVE TRAN-ACCT-NUMBER TO WS-HOLD-KEY-ACCT.
027800     PERFORM 3310-FIND-OPEN-HOLD THRU 3310-EXIT.
027810     ADD WS-HELD-RELEASE-AMT TO WS-AVAILABLE-FUNDS.
027820     IF WS-AVAILABLE-FUNDS < TOTAL
027830         MOVE "Saldo insuficiente p/ estorno." TO OUT-STATUS-MSG
027840         GO TO 3300-EXIT
027850     END-IF.
027860     COMPUTE SALDO-FINAL = SALDO - TOTAL.
027870     MOVE SALDO-FINAL TO ACCT-BALANCE.
027880     SUBTRACT WS-HELD-RELEASE-AMT FROM ACCT-UNCOLLECTED-AMT.
027890     REWRITE ACCT-MASTER-RECORD
027900         INVALID KEY
027910             MOVE "Erro ao atualizar conta." TO OUT-STATUS-MSG
027920         NOT INVALID KEY
027930             IF WS-ACCTMSTR-STATUS NOT = "00"
027940                 MOVE "Erro ao atualizar conta." TO
027950                     OUT-STATUS-MSG
027960             END-IF
027970     END-REWRITE.
027980     IF OUT-STATUS-MSG NOT = SPACES
027990         GO TO 3300-EXIT
028000     END-IF.
028010     MOVE "Estorno realizado." TO OUT-STATUS-MSG.
028020     PERFORM 6200-WRITE-GL-REVERSAL THRU 6200-EXIT.
028030     IF WS-OPEN-HOLD-FOUND
028040         PERFORM 3320-CANCEL-OPEN-HOLD THRU 3320-EXIT
028050     END-IF.
028060 3300-EXIT.
028070     EXIT.
028080******************************************************************
028090*    3310-FIND-OPEN-HOLD - IS THE DEPOSIT NAMED BY WS-HOLD-KEY
028100*                 STILL IN COMPENSATION? WS-HELD-RELEASE-AMT IS
028110*                 WHAT ITS HOLD STILL ADDS TO ACCT-UNCOLLECTED-AMT
028120*                 (ZERO IF NONE).
028130******************************************************************
028140 3310-FIND-OPEN-HOLD.
028150     SET WS-OPEN-HOLD-NOT-FOUND TO TRUE.
028160     MOVE ZERO TO WS-HELD-RELEASE-AMT.
028170     PERFORM 3315-TEST-OPEN-HOLD THRU 3315-EXIT
028180         VARYING WS-OPEN-HOLD-SUB FROM 1 BY 1
028190         UNTIL WS-OPEN-HOLD-SUB > WS-OPEN-HOLD-COUNT
028200            OR WS-OPEN-HOLD-FOUND.
028210     IF WS-OPEN-HOLD-FOUND
028220         SUBTRACT 1 FROM WS-OPEN-HOLD-SUB
028230         MOVE WS-OH-AMOUNT(WS-OPEN-HOLD-SUB) TO
028240             WS-HELD-RELEASE-AMT
028250         IF WS-HELD-RELEASE-AMT > WS-UNCOLLECTED
028260             MOVE WS-UNCOLLECTED TO WS-HELD-RELEASE-AMT
028270         END-IF
028280     END-IF.
028290 3310-EXIT.
028300     EXIT.
028310******************************************************************
028320*    3315-TEST-OPEN-HOLD
028330******************************************************************
028340 3315-TEST-OPEN-HOLD.
028350     IF WS-OH-STATE(WS-OPEN-HOLD-SUB) = "H"
028360         AND WS-OH-REFERENCE(WS-OPEN-HOLD-SUB) =
028370             WS-HOLD-KEY-REFERENCE
028380         AND WS-OH-ACCT(WS-OPEN-HOLD-SUB) = WS-HOLD-KEY-ACCT
028390         SET WS-OPEN-HOLD-FOUND TO TRUE
028400     END-IF.
028410 3315-EXIT.
028420     EXIT.
028430******************************************************************
028440*    3320-CANCEL-OPEN-HOLD - TELL VLD-DEP-LIB THE HOLD IS GONE SO
028450*                 IT NEITHER RELEASES NOR RETURNS THE DEPOSIT
028460*                 AGAIN
028470******************************************************************
028480 3320-CANCEL-OPEN-HOLD.
028490     MOVE SPACES TO UNC-RECORD.
028500     SET UNC-KIND-CANCEL TO TRUE.
028510     MOVE TRAN-ORIG-REFERENCE TO UNC-REFERENCE.
028520     MOVE TRAN-ACCT-NUMBER TO UNC-ACCT-NUMBER.
028530     MOVE MOEDA TO UNC-CURRENCY.
028540     MOVE WS-OH-AMOUNT(WS-OPEN-HOLD-SUB) TO UNC-AMOUNT.
028550     MOVE WS-CURRENT-DATE TO UNC-HOLD-DATE.
028560     MOVE ZERO TO UNC-HELD-UNTIL.
028570     MOVE WS-HDR-SOURCE TO UNC-SOURCE.
028580     WRITE UNC-RECORD.
028590     MOVE "C" TO WS-OH-STATE(WS-OPEN-HOLD-SUB).
028600 3320-EXIT.
028610     EXIT.
028620******************************************************************
028630*    3400-REVERSE-TRANSFER - UNDO BOTH LEGS OF A TRANSFER AS ONE
028640*                 ALL-OR-NOTHING MOVEMENT. THE ORIGINAL DEBIT
028650*                 ACCOUNT IS IN THE RECORD AREA ON ENTRY. THE
028660*                 ORIGINAL RECEIVING ACCOUNT IS VALIDATED AND
028670*                 DEBITED FIRST; THE ORIGINAL DEBIT ACCOUNT THEN
028680*                 GETS THE AMOUNT AND TAXA BACK, AND THE FIRST
028690*                 LEG IS BACKED OUT IF THAT REWRITE FAILS. A
028700*                 CONVERTED TRANSFER IS UNDONE AT ITS ORIGINAL
028710*                 AMOUNTS - THE RECEIVING ACCOUNT GIVES BACK WHAT
028720*                 IT WAS CREDITED, NOT A RECONVERSION.
028730******************************************************************
028740 3400-REVERSE-TRANSFER.
028750     MOVE WS-ORIG-TAXA TO TAXA.
028760     COMPUTE TOTAL = SAQUE + TAXA.
028770     IF WS-ORIG-CREDIT-AMOUNT = ZERO
028780         MOVE SAQUE TO WS-ORIG-CREDIT-AMOUNT
028790     END-IF.
028800
028810*    COUNTER LEG - TAKE THE AMOUNT BACK FROM THE RECEIVING ACCOUNT
028820     MOVE WS-ORIG-CREDIT-ACCT TO ACCT-NUMBER.
028830     READ ACCTMSTR
028840         INVALID KEY
028850             SET WS-CREDIT-NOT-FOUND TO TRUE
028860         NOT INVALID KEY
028870             SET WS-CREDIT-FOUND TO TRUE
028880     END-READ.
028890     IF WS-CREDIT-NOT-FOUND
028900         MOVE "Conta credito nao encontrada." TO OUT-STATUS-MSG
028910         GO TO 3400-EXIT
028920     END-IF.
028930     IF ACCT-STATUS-CLOSED
028940         MOVE "Conta encerrada." TO OUT-STATUS-MSG
028950         GO TO 3400-EXIT
028960     END-IF.
028970     MOVE ACCT-CURRENCY-CODE TO WS-REV-CTR-CURRENCY.
028980*    DEPOSITS STILL IN COMPENSATION ARE NOT AVAILABLE, AS IN
028990*    2470 - WHICH WORKS ON SALDO, STILL THE ORIGINAL DEBIT
029000*    ACCOUNT'S BALANCE HERE
029010     IF ACCT-UNCOLLECTED-AMT NOT NUMERIC
029020         MOVE ZERO TO ACCT-UNCOLLECTED-AMT
029030     END-IF.
029040     COMPUTE WS-AVAILABLE-FUNDS =
029050         ACCT-BALANCE - ACCT-UNCOLLECTED-AMT
029060         + ACCT-OVERDRAFT-LIMIT.
029070     IF WS-AVAILABLE-FUNDS < WS-ORIG-CREDIT-AMOUNT
029080         MOVE "Saldo insuficiente p/ estorno." TO OUT-STATUS-MSG
029090         GO TO 3400-EXIT
029100     END-IF.
029110     MOVE ACCT-BALANCE TO WS-REV-CTR-OLD-BALANCE.
029120     SUBTRACT WS-ORIG-CREDIT-AMOUNT FROM ACCT-BALANCE.
029130     REWRITE ACCT-MASTER-RECORD
029140         INVALID KEY
029150             MOVE "Erro ao atualizar conta." TO OUT-STATUS-MSG
029160         NOT INVALID KEY
029170             IF WS-ACCTMSTR-STATUS NOT = "00"
029180                 MOVE "Erro ao atualizar conta." TO
029190                     OUT-STATUS-MSG
029200             END-IF
029210     END-REWRITE.
029220     IF OUT-STATUS-MSG NOT = SPACES
029230         GO TO 3400-EXIT
029240     END-IF.
029250
029260*    ORIGINAL DEBIT ACCOUNT - REAPPLY AGAINST A FRESH READ
029270     MOVE TRAN-ACCT-NUMBER TO ACCT-NUMBER.
029280     READ ACCTMSTR
029290         INVALID KEY
029300             MOVE "Erro ao atualizar conta." TO OUT-STATUS-MSG
029310     END-READ.
029320     IF OUT-STATUS-MSG = SPACES
029330         PERFORM 3500-ROLLBACK-DAILY-DEBIT THRU 3500-EXIT
029340         COMPUTE SALDO-FINAL = SALDO + TOTAL
029350         MOVE SALDO-FINAL TO ACCT-BALANCE
029360         REWRITE ACCT-MASTER-RECORD
029370             INVALID KEY
029380                 MOVE "Erro ao atualizar conta." TO
029390                     OUT-STATUS-MSG
029400             NOT INVALID KEY
029410                 IF WS-ACCTMSTR-STATUS NOT = "00"
029420                     MOVE "Erro ao atualizar conta." TO
029430                         OUT-STATUS-MSG
029440                 END-IF
029450         END-REWRITE
029460     END-IF.
029470     IF OUT-STATUS-MSG NOT = SPACES
029480         PERFORM 3450-BACKOUT-COUNTER-LEG THRU 3450-EXIT
029490         GO TO 3400-EXIT
029500     END-IF.
029510
029520     MOVE "Estorno realizado." TO OUT-STATUS-MSG.
029530     PERFORM 3550-ROLLBACK-CUSTOMER-DEBIT THRU 3550-EXIT.
029540     PERFORM 6200-WRITE-GL-REVERSAL THRU 6200-EXIT.
029550 3400-EXIT.
029560     EXIT.
029570******************************************************************
029580*    3450-BACKOUT-COUNTER-LEG - RESTORE THE RECEIVING ACCOUNT'S
029590*                 BALANCE AFTER THE SECOND LEG OF A TRANSFER
029600*                 REVERSAL FAILS, SO THE REVERSAL STAYS
029610*                 ALL-OR-NOTHING
029620******************************************************************
029630 3450-BACKOUT-COUNTER-LEG.
029640     MOVE WS-ORIG-CREDIT-ACCT TO ACCT-NUMBER.
029650     READ ACCTMSTR
029660         INVALID KEY
029670             DISPLAY "AVISO: DESFAZER CONTRAPARTIDA FALHOU - "
029680                 "CONTA " WS-ORIG-CREDIT-ACCT
029690         NOT INVALID KEY
029700             MOVE WS-REV-CTR-OLD-BALANCE TO ACCT-BALANCE
029710             REWRITE ACCT-MASTER-RECORD
029720                 INVALID KEY
029730                     DISPLAY "AVISO: DESFAZER CONTRAPARTIDA "
029740                         "FALHOU - CONTA " WS-ORIG-CREDIT-ACCT
029750                 NOT INVALID KEY
029760                     IF WS-ACCTMSTR-STATUS NOT = "00"
029770                         DISPLAY "AVISO: DESFAZER "
029780                             "CONTRAPARTIDA FALHOU - CONTA "
029790                             WS-ORIG-CREDIT-ACCT
029800                     END-IF
029810             END-REWRITE
029820     END-READ.
029830 3450-EXIT.
029840     EXIT.
029850******************************************************************
029860*    3500-ROLLBACK-DAILY-DEBIT - TAKE THE REVERSED DEBIT BACK OFF
029870*                 THE ACCOUNT'S DAILY-WITHDRAWN ACCUMULATOR, BUT
029880*                 ONLY WHEN THE ORIGINAL POSTED TODAY AND THE
029890*                 ACCUMULATOR STILL BELONGS TO TODAY. THE ACCOUNT
029900*                 IS IN THE RECORD AREA AND IS REWRITTEN BY THE
029910*                 CALLER.
029920******************************************************************
029930 3500-ROLLBACK-DAILY-DEBIT.
029940     IF WS-ORIG-POST-DATE NOT = WS-CURRENT-DATE
029950         OR ACCT-DAILY-DATE NOT = WS-CURRENT-DATE
029960         GO TO 3500-EXIT
029970     END-IF.
029980     IF ACCT-DAILY-WITHDRAWN > SAQUE
029990         SUBTRACT SAQUE FROM ACCT-DAILY-WITHDRAWN
030000     ELSE
030010         MOVE ZERO TO ACCT-DAILY-WITHDRAWN
030020     END-IF.
030030 3500-EXIT.
030040     EXIT.
030050******************************************************************
030060*    3550-ROLLBACK-CUSTOMER-DEBIT - TAKE THE REVERSED DEBIT BACK
030070*                 OFF THE OWNING CUSTOMER'S DAILY ACCUMULATOR
030080*                 UNDER THE SAME SAME-DAY RULE. A FAILURE HERE
030090*                 ONLY WARNS - THE REVERSAL ITSELF HAS ALREADY
030100*                 COMMITTED.
030110******************************************************************
030120 3550-ROLLBACK-CUSTOMER-DEBIT.
030130     IF WS-ORIG-POST-DATE NOT = WS-CURRENT-DATE
030140         OR ACCT-CUSTOMER-ID = ZERO
030150         GO TO 3550-EXIT
030160     END-IF.
030170     MOVE ACCT-CUSTOMER-ID TO CUST-ID.
030180     READ CUSTMSTR
030190         INVALID KEY
030200             SET WS-CUSTOMER-NOT-FOUND TO TRUE
030210         NOT INVALID KEY
030220             SET WS-CUSTOMER-FOUND TO TRUE
030230     END-READ.
030240     IF WS-CUSTOMER-NOT-FOUND
030250         OR CUST-DAILY-DATE NOT = WS-CURRENT-DATE
030260         GO TO 3550-EXIT
030270     END-IF.
030280     IF CUST-DAILY-DEBITED > SAQUE
030290         SUBTRACT SAQUE FROM CUST-DAILY-DEBITED
030300     ELSE
030310         MOVE ZERO TO CUST-DAILY-DEBITED
030320     END-IF.
030330     REWRITE CUST-MASTER-RECORD
030340         INVALID KEY
030350             DISPLAY "AVISO: ERRO AO ATUALIZAR CLIENTE " CUST-ID
030360         NOT INVALID KEY
030370             IF WS-CUSTMSTR-STATUS NOT = "00"
030380                 DISPLAY "AVISO: ERRO AO ATUALIZAR CLIENTE "
030390                     CUST-ID
030400             END-IF
030410     END-REWRITE.
030420 3550-EXIT.
030430     EXIT.
030440******************************************************************
030450*    4000-COMPUTE-FEE - LOOK UP TAXA FROM THE FEE SCHEDULE TABLE
030460******************************************************************
030470 4000-COMPUTE-FEE.
030480     MOVE ZERO TO TAXA.
030490     SET WS-FEE-KIND-ORDINARY TO TRUE.
030500     SET WS-FEE-NOT-FOUND TO TRUE.
030510     PERFORM 4100-FIND-FEE-TIER THRU 4100-EXIT
030520         VARYING FEE-IDX FROM 1 BY 1
030530         UNTIL FEE-IDX > WS-FEE-ENTRY-COUNT
030540         OR WS-FEE-FOUND.
030550 4000-EXIT.
030560     EXIT.
030570******************************************************************
030580*    4050-COMPUTE-FX-FEE - LOOK UP TAXA FROM THE FX BANDS FOR A
030590*                 CROSS-CURRENCY TRANSFER. TAXA IS ONLY REPLACED
030600*                 WHEN AN FX BAND MATCHES.
030610******************************************************************
030620 4050-COMPUTE-FX-FEE.
030630     SET WS-FEE-KIND-FX TO TRUE.
030640     SET WS-FEE-NOT-FOUND TO TRUE.
030650     PERFORM 4100-FIND-FEE-TIER THRU 4100-EXIT
030660         VARYING FEE-IDX FROM 1 BY 1
030670         UNTIL FEE-IDX > WS-FEE-ENTRY-COUNT
030680         OR WS-FEE-FOUND.
030690 4050-EXIT.
030700     EXIT.
030710******************************************************************
030720*    4060-COMPUTE-EXT-FEE - LOOK UP TAXA FROM THE EXTERNAL PAYMENT
030730*                 BANDS. TAXA IS ONLY REPLACED WHEN AN EXTERNAL
030740*                 BAND MATCHES.
030750******************************************************************
030760 4060-COMPUTE-EXT-FEE.
030770     SET WS-FEE-KIND-EXTERNAL TO TRUE.
030780     SET WS-FEE-NOT-FOUND TO TRUE.
030790     PERFORM 4100-FIND-FEE-TIER THRU 4100-EXIT
030800         VARYING FEE-IDX FROM 1 BY 1
030810         UNTIL FEE-IDX > WS-FEE-ENTRY-COUNT
030820         OR WS-FEE-FOUND.
030830 4060-EXIT.
030840     EXIT.
030850******************************************************************
030860*    4100-FIND-FEE-TIER - TEST ONE FEE SCHEDULE BAND. A BAND AT
030870*                         SPACES APPLIES TO ANY CURRENCY. ONLY
030880*                         BANDS OF THE KIND BEING PRICED COUNT.
030890******************************************************************
030900 4100-FIND-FEE-TIER.
030910     IF (FEE-TAB-CURRENCY(FEE-IDX) = MOEDA
030920         OR FEE-TAB-CURRENCY(FEE-IDX) = SPACES)
030930         AND SAQUE <= FEE-TAB-UPPER-LIMIT(FEE-IDX)
030940         AND FEE-TAB-KIND(FEE-IDX) = WS-FEE-KIND
030950         MOVE FEE-TAB-AMOUNT(FEE-IDX) TO TAXA
030960         SET WS-FEE-FOUND TO TRUE
030970     END-IF.
030980 4100-EXIT.
030990     EXIT.
031000******************************************************************
031010*    5000-WRITE-AUDIT-RECORD - APPEND ONE AUDIT LOG ENTRY
031020******************************************************************
031030 5000-WRITE-AUDIT-RECORD.
031040     ACCEPT WS-CURRENT-TIME FROM TIME.
031050     MOVE OUT-ACCT-NUMBER TO AUD-ACCT-NUMBER.
031060     MOVE OUT-TRAN-TYPE TO AUD-TRAN-TYPE.
031070     MOVE WS-CURRENT-DATE TO AUD-TS-DATE.
031080     MOVE WS-CURRENT-TIME(1:6) TO AUD-TS-TIME.
031090     MOVE WS-REQUESTED-AMOUNT TO AUD-REQUESTED-AMT.
031100     MOVE OUT-TOTAL TO AUD-TOTAL-CHARGED.
031110     MOVE OUT-SALDO-FINAL TO AUD-SALDO-FINAL.
031120     MOVE OUT-STATUS-MSG TO AUD-OUTCOME-MSG.
031130     MOVE OUT-REFERENCE TO AUD-REFERENCE.
031140     MOVE OUT-ORIG-REFERENCE TO AUD-ORIG-REFERENCE.
031150     MOVE OUT-CREDIT-CURRENCY TO AUD-CREDIT-CURRENCY.
031160     MOVE OUT-CREDIT-AMOUNT TO AUD-CREDIT-AMOUNT.
031170     MOVE OUT-FX-RATE TO AUD-FX-RATE.
031180     WRITE AUDIT-RECORD.
031190 5000-EXIT.
031200     EXIT.
031210******************************************************************
031220*    5100-WRITE-CREDIT-AUDIT - APPEND THE RECEIVING ACCOUNT'S
031230*                 AUDIT ENTRY FOR A POSTED TRANSFER: NOTHING IS
031240*                 CHARGED ON THE CREDIT LEG AND ITS CLOSING
031250*                 POSITION IS THE SAVED PRE-TRANSFER BALANCE
031260*                 PLUS THE AMOUNT RECEIVED (THE CONVERTED AMOUNT,
031270*                 IN ITS OWN CURRENCY, WHEN THE CURRENCIES DIFFER)
031280******************************************************************
031290 5100-WRITE-CREDIT-AUDIT.
031300     ACCEPT WS-CURRENT-TIME FROM TIME.
031310     MOVE TRAN-CREDIT-ACCT TO AUD-ACCT-NUMBER.
031320     MOVE OUT-TRAN-TYPE TO AUD-TRAN-TYPE.
031330     MOVE WS-CURRENT-DATE TO AUD-TS-DATE.
031340     MOVE WS-CURRENT-TIME(1:6) TO AUD-TS-TIME.
031350     MOVE WS-FX-CREDIT-AMOUNT TO AUD-REQUESTED-AMT.
031360     MOVE ZERO TO AUD-TOTAL-CHARGED.
031370     COMPUTE AUD-SALDO-FINAL =
031380         WS-TRF-CRD-OLD-BALANCE + WS-FX-CREDIT-AMOUNT.
031390     MOVE "Transferencia recebida." TO AUD-OUTCOME-MSG.
031400     MOVE OUT-REFERENCE TO AUD-REFERENCE.
031410     MOVE SPACES TO AUD-ORIG-REFERENCE.
031420     MOVE OUT-CREDIT-CURRENCY TO AUD-CREDIT-CURRENCY.
031430     MOVE OUT-CREDIT-AMOUNT TO AUD-CREDIT-AMOUNT.
031440     MOVE OUT-FX-RATE TO AUD-FX-RATE.
031450     WRITE AUDIT-RECORD.
031460 5100-EXIT.
031470     EXIT.
031480******************************************************************
031490*    5150-WRITE-REVERSAL-CTR-AUDIT - APPEND THE ORIGINAL
031500*                 RECEIVING ACCOUNT'S AUDIT ENTRY FOR A REVERSED
031510*                 TRANSFER: NOTHING IS CHARGED AND ITS CLOSING
031520*                 POSITION IS THE SAVED PRE-REVERSAL BALANCE LESS
031530*                 THE AMOUNT TAKEN BACK (WHAT IT WAS CREDITED)
031540******************************************************************
031550 5150-WRITE-REVERSAL-CTR-AUDIT.
031560     ACCEPT WS-CURRENT-TIME FROM TIME.
031570     MOVE WS-ORIG-CREDIT-ACCT TO AUD-ACCT-NUMBER.
031580     MOVE OUT-TRAN-TYPE TO AUD-TRAN-TYPE.
031590     MOVE WS-CURRENT-DATE TO AUD-TS-DATE.
031600     MOVE WS-CURRENT-TIME(1:6) TO AUD-TS-TIME.
031610     MOVE WS-ORIG-CREDIT-AMOUNT TO AUD-REQUESTED-AMT.
031620     MOVE ZERO TO AUD-TOTAL-CHARGED.
031630     COMPUTE AUD-SALDO-FINAL =
031640         WS-REV-CTR-OLD-BALANCE - WS-ORIG-CREDIT-AMOUNT.
031650     MOVE "Estorno contrapartida." TO AUD-OUTCOME-MSG.
031660     MOVE OUT-REFERENCE TO AUD-REFERENCE.
031670     MOVE OUT-ORIG-REFERENCE TO AUD-ORIG-REFERENCE.
031680     MOVE OUT-CREDIT-CURRENCY TO AUD-CREDIT-CURRENCY.
031690     MOVE OUT-CREDIT-AMOUNT TO AUD-CREDIT-AMOUNT.
031700     MOVE OUT-FX-RATE TO AUD-FX-RATE.
031710     WRITE AUDIT-RECORD.
031720 5150-EXIT.
031730     EXIT.
031740******************************************************************
031750*    5500-RECORD-POSTED-REF - REMEMBER A PROCESSED REFERENCE
031760*                 (POSTED OR DIVERTED TO THE HOLD QUEUE) IN THE
031770*                 IN-STORAGE TABLE AND APPEND IT TO POSTEDREF SO
031780*                 THE SAME-DAY DUPLICATE CHECK SURVIVES A RERUN.
031790*                 A HOLD IS RECORDED UNDER ITS DIVERSION DATE, SO
031800*                 ITS RELEASE ON A LATER BUSINESS DAY STILL POSTS.
031810*                 THE RECORD ALSO KEEPS WHAT A LATER REVERSAL
031820*                 NEEDS TO UNDO THE POSTING: ITS KIND, TYPE,
031830*                 ACCOUNTS, AMOUNT AND TAXA, THE CONVERTED AMOUNT
031840*                 AND RATE OF A CROSS-CURRENCY TRANSFER, AND FOR A
031850*                 REVERSAL THE REFERENCE IT UNDID.
031860******************************************************************
031870 5500-RECORD-POSTED-REF.
031880     IF OUT-REFERENCE = SPACES
031890         GO TO 5500-EXIT
031900     END-IF.
031910     IF WS-REF-COUNT < 10000
031920         ADD 1 TO WS-REF-COUNT
031930         MOVE OUT-REFERENCE TO WS-REF-ENTRY(WS-REF-COUNT)
031940     ELSE
031950         DISPLAY "AVISO: TABELA DE REFERENCIAS CHEIA"
031960     END-IF.
031970     MOVE OUT-REFERENCE TO PREF-REFERENCE.
031980     MOVE WS-CURRENT-DATE TO PREF-POST-DATE.
031990     MOVE TRAN-TYPE TO PREF-TRAN-TYPE.
032000     MOVE TRAN-ACCT-NUMBER TO PREF-ACCT-NUMBER.
032010     MOVE TRAN-CREDIT-ACCT TO PREF-CREDIT-ACCT.
032020     MOVE TRAN-AMOUNT TO PREF-AMOUNT.
032030     MOVE SPACES TO PREF-ORIG-REFERENCE.
032040     MOVE OUT-CREDIT-AMOUNT TO PREF-CREDIT-AMOUNT.
032050     MOVE OUT-FX-RATE TO PREF-FX-RATE.
032060     EVALUATE TRUE
032070         WHEN WS-HOLD-DIVERTED
032080*            THE OUT- FIELDS ARE NOT FILLED YET ON A DIVERSION
032090             SET PREF-KIND-HELD TO TRUE
032100             MOVE ZERO TO PREF-TAXA
032110         WHEN TRAN-TYPE-REVERSAL
032120             SET PREF-KIND-REVERSAL TO TRUE
032130             MOVE OUT-TAXA TO PREF-TAXA
032140             MOVE TRAN-ORIG-REFERENCE TO PREF-ORIG-REFERENCE
032150         WHEN OTHER
032160             SET PREF-KIND-POSTED TO TRUE
032170             MOVE OUT-TAXA TO PREF-TAXA
032180     END-EVALUATE.
032190     WRITE PREF-RECORD.
032200 5500-EXIT.
032210     EXIT.
032220******************************************************************
032230*    6000-WRITE-GL-EXTRACT - APPEND ONE POSTED-TRANSACTION LINE
032240*                            TO THE GENERAL LEDGER EXTRACT
032250******************************************************************
032260 6000-WRITE-GL-EXTRACT.
032270     MOVE ACCT-NUMBER TO GL-ACCT-NUMBER.
032280     IF TRAN-TYPE-DEPOSITO
032290         MOVE DEPOSITO TO GL-AMOUNT
032300     ELSE
032310         MOVE SAQUE TO GL-AMOUNT
032320     END-IF.
032330     MOVE TAXA TO GL-FEE.
032340     MOVE WS-GL-ACCOUNT-CODE TO GL-ACCOUNT-CODE.
032350     MOVE WS-CURRENT-DATE TO GL-POSTING-DATE.
032360     MOVE TRAN-REFERENCE TO GL-REFERENCE.
032370     MOVE SPACES TO GL-ORIG-REFERENCE.
032380     MOVE MOEDA TO GL-CURRENCY-CODE.
032390     WRITE GL-EXTRACT-RECORD.
032400 6000-EXIT.
032410     EXIT.
032420******************************************************************
032430*    6100-WRITE-GL-TRANSFER - APPEND THE TWO LEGS OF A POSTED
032440*                             TRANSFER TO THE GENERAL LEDGER
032450*                             EXTRACT, EACH IN ITS OWN ACCOUNT'S
032460*                             CURRENCY. A CONVERTED TRANSFER ALSO
032470*                             WRITES THE TWO CONVERSION LINES THAT
032480*                             MOVE THE AMOUNT THROUGH THE FX
032490*                             POSITION ACCOUNT, SO THE CLEARING
032500*                             ACCOUNT NETS TO ZERO PER CURRENCY.
032510******************************************************************
032520 6100-WRITE-GL-TRANSFER.
032530     MOVE TRAN-ACCT-NUMBER TO GL-ACCT-NUMBER.
032540     MOVE SAQUE TO GL-AMOUNT.
032550     MOVE TAXA TO GL-FEE.
032560     MOVE WS-GL-CODE-TRF-DEBIT TO GL-ACCOUNT-CODE.
032570     MOVE WS-CURRENT-DATE TO GL-POSTING-DATE.
032580     MOVE TRAN-REFERENCE TO GL-REFERENCE.
032590     MOVE SPACES TO GL-ORIG-REFERENCE.
032600     MOVE MOEDA TO GL-CURRENCY-CODE.
032610     WRITE GL-EXTRACT-RECORD.
032620     MOVE TRAN-CREDIT-ACCT TO GL-ACCT-NUMBER.
032630     MOVE WS-FX-CREDIT-AMOUNT TO GL-AMOUNT.
032640     MOVE ZERO TO GL-FEE.
032650     MOVE WS-GL-CODE-TRF-CREDIT TO GL-ACCOUNT-CODE.
032660     MOVE WS-CURRENT-DATE TO GL-POSTING-DATE.
032670     MOVE TRAN-REFERENCE TO GL-REFERENCE.
032680     MOVE SPACES TO GL-ORIG-REFERENCE.
032690     MOVE WS-CREDIT-CURRENCY TO GL-CURRENCY-CODE.
032700     WRITE GL-EXTRACT-RECORD.
032710     IF WS-FX-RATE = ZERO
032720         GO TO 6100-EXIT
032730     END-IF.
032740     MOVE TRAN-ACCT-NUMBER TO GL-ACCT-NUMBER.
032750     MOVE SAQUE TO GL-AMOUNT.
032760     MOVE WS-GL-CODE-FX-OUT TO GL-ACCOUNT-CODE.
032770     MOVE MOEDA TO GL-CURRENCY-CODE.
032780     WRITE GL-EXTRACT-RECORD.
032790     MOVE TRAN-CREDIT-ACCT TO GL-ACCT-NUMBER.
032800     MOVE WS-FX-CREDIT-AMOUNT TO GL-AMOUNT.
032810     MOVE WS-GL-CODE-FX-IN TO GL-ACCOUNT-CODE.
032820     MOVE WS-CREDIT-CURRENCY TO GL-CURRENCY-CODE.
032830     WRITE GL-EXTRACT-RECORD.
032840 6100-EXIT.
032850     EXIT.
032860******************************************************************
032870*    6200-WRITE-GL-REVERSAL - APPEND THE REVERSAL LINE(S) TO THE
032880*                 GENERAL LEDGER EXTRACT. EACH LINE CARRIES THE
032890*                 REVERSAL'S OWN REFERENCE AND THE ORIGINAL ONE;
032900*                 A REVERSED TRANSFER WRITES BOTH LEGS, AND A
032910*                 REVERSED CONVERSION UNDOES ITS TWO FX LINES.
032920******************************************************************
032930 6200-WRITE-GL-REVERSAL.
032940     MOVE TRAN-ACCT-NUMBER TO GL-ACCT-NUMBER.
032950     MOVE SAQUE TO GL-AMOUNT.
032960     MOVE TAXA TO GL-FEE.
032970     EVALUATE WS-ORIG-TRAN-TYPE
032980         WHEN "S"
032990             MOVE WS-GL-CODE-REV-SAQUE TO GL-ACCOUNT-CODE
033000         WHEN "D"
033010             MOVE WS-GL-CODE-REV-DEPOSITO TO GL-ACCOUNT-CODE
033020         WHEN OTHER
033030             MOVE WS-GL-CODE-REV-TRF-DEB TO GL-ACCOUNT-CODE
033040     END-EVALUATE.
033050     MOVE WS-CURRENT-DATE TO GL-POSTING-DATE.
033060     MOVE TRAN-REFERENCE TO GL-REFERENCE.
033070     MOVE TRAN-ORIG-REFERENCE TO GL-ORIG-REFERENCE.
033080     MOVE MOEDA TO GL-CURRENCY-CODE.
033090     WRITE GL-EXTRACT-RECORD.
033100     IF WS-ORIG-TRAN-TYPE NOT = "T"
033110         GO TO 6200-EXIT
033120     END-IF.
033130     MOVE WS-ORIG-CREDIT-ACCT TO GL-ACCT-NUMBER.
033140     MOVE WS-ORIG-CREDIT-AMOUNT TO GL-AMOUNT.
033150     MOVE ZERO TO GL-FEE.
033160     MOVE WS-GL-CODE-REV-TRF-CRD TO GL-ACCOUNT-CODE.
033170     MOVE WS-REV-CTR-CURRENCY TO GL-CURRENCY-CODE.
033180     WRITE GL-EXTRACT-RECORD.
033190     IF WS-ORIG-FX-RATE = ZERO
033200         GO TO 6200-EXIT
033210     END-IF.
033220     MOVE TRAN-ACCT-NUMBER TO GL-ACCT-NUMBER.
033230     MOVE SAQUE TO GL-AMOUNT.
033240     MOVE WS-GL-CODE-REV-FX-OUT TO GL-ACCOUNT-CODE.
033250     MOVE MOEDA TO GL-CURRENCY-CODE.
033260     WRITE GL-EXTRACT-RECORD.
033270     MOVE WS-ORIG-CREDIT-ACCT TO GL-ACCT-NUMBER.
033280     MOVE WS-ORIG-CREDIT-AMOUNT TO GL-AMOUNT.
033290     MOVE WS-GL-CODE-REV-FX-IN TO GL-ACCOUNT-CODE.
033300     MOVE WS-REV-CTR-CURRENCY TO GL-CURRENCY-CODE.
033310     WRITE GL-EXTRACT-RECORD.
033320 6200-EXIT.
033330     EXIT.
033340******************************************************************
033350*    7000-VERIFY-TRAILER - CHECK THE TRAILER'S DETAIL COUNT AND
033360*                 AMOUNT HASH AGAINST WHAT WAS ACTUALLY READ
033370******************************************************************
033380 7000-VERIFY-TRAILER.
033390     IF NOT WS-TRAILER-MISSING
033400*        A SECOND TRAILER MUST NOT OVERWRITE THE FIRST VERDICT
033410         DISPLAY "ERRO: TRAILER DUPLICADO"
033420         SET WS-TRAILER-DIVERGENT TO TRUE
033430         GO TO 7000-EXIT
033440     END-IF.
033450     SET WS-TRAILER-OK TO TRUE.
033460     IF TRAN-TRL-REC-COUNT IS NOT NUMERIC
033470         OR TRAN-TRL-HASH-TOTAL IS NOT NUMERIC
033480         DISPLAY "ERRO: TRAILER COM CAMPOS NAO NUMERICOS"
033490         SET WS-TRAILER-DIVERGENT TO TRUE
033500         GO TO 7000-EXIT
033510     END-IF.
033520     IF TRAN-TRL-REC-COUNT NOT = WS-DETAIL-READ-COUNT
033530         DISPLAY "ERRO: TRAILER DIVERGE - CONTAGEM "
033540             TRAN-TRL-REC-COUNT " LIDA " WS-DETAIL-READ-COUNT
033550         SET WS-TRAILER-DIVERGENT TO TRUE
033560     END-IF.
033570     IF TRAN-TRL-HASH-TOTAL NOT = WS-HASH-TOTAL
033580         DISPLAY "ERRO: TRAILER DIVERGE - HASH DE VALORES"
033590         SET WS-TRAILER-DIVERGENT TO TRUE
033600     END-IF.
033610 7000-EXIT.
033620     EXIT.
033630******************************************************************
033640*    8000-WRITE-CONTROL-REPORT - ONE-PAGE END-OF-RUN CONTROL
033650*                 TOTALS SO OPERATIONS CAN CERTIFY THE NIGHT
033660******************************************************************
033670 8000-WRITE-CONTROL-REPORT.
033680     OPEN OUTPUT CTLRPT.
033690     MOVE WS-CTL-TITLE-LINE TO CTL-REPORT-LINE.
033700     WRITE CTL-REPORT-LINE.
033710     MOVE WS-CTL-RULE-LINE TO CTL-REPORT-LINE.
033720     WRITE CTL-REPORT-LINE.
033730     MOVE "DATA DO ARQUIVO:        " TO WS-CTL-LABEL.
033740     MOVE SPACES TO WS-CTL-TEXT.
033750     MOVE WS-HDR-FILE-DATE TO WS-CTL-TEXT(1:8).
033760     MOVE WS-CTL-TEXT-LINE TO CTL-REPORT-LINE.
033770     WRITE CTL-REPORT-LINE.
033780     MOVE "ORIGEM:                 " TO WS-CTL-LABEL.
033790     MOVE WS-HDR-SOURCE TO WS-CTL-TEXT.
033800     MOVE WS-CTL-TEXT-LINE TO CTL-REPORT-LINE.
033810     WRITE CTL-REPORT-LINE.
033820     MOVE "REGISTROS LIDOS:        " TO WS-CTL-CNT-LABEL.
033830     MOVE WS-RECORD-COUNT TO WS-CTL-CNT.
033840     MOVE WS-CTL-COUNT-LINE TO CTL-REPORT-LINE.
033850     WRITE CTL-REPORT-LINE.
033860     IF WS-RESTART-KEY > 0
033870*        A RESTARTED RUN ONLY POSTS PAST THE LAST CHECKPOINT -
033880*        FLAG IT SO THE COUNTS BELOW READ AS "SINCE RECORD N"
033890*        AND STILL RECONCILE AGAINST THE EXTENDED RESULT FILES
033900         MOVE "REINICIO DO CHECKPOINT: " TO WS-CTL-CNT-LABEL
033910         MOVE WS-RESTART-KEY TO WS-CTL-CNT
033920         MOVE WS-CTL-COUNT-LINE TO CTL-REPORT-LINE
033930         WRITE CTL-REPORT-LINE
033940     END-IF.
033950     MOVE "DETALHES LIDOS:         " TO WS-CTL-CNT-LABEL.
033960     MOVE WS-DETAIL-READ-COUNT TO WS-CTL-CNT.
033970     MOVE WS-CTL-COUNT-LINE TO CTL-REPORT-LINE.
033980     WRITE CTL-REPORT-LINE.
033990     MOVE "TRANSACOES POSTADAS:    " TO WS-CTL-CNT-LABEL.
034000     MOVE WS-CNT-POSTED TO WS-CTL-CNT.
034010     MOVE WS-CTL-COUNT-LINE TO CTL-REPORT-LINE.
034020     WRITE CTL-REPORT-LINE.
034030     MOVE "TRANS. ESTORNADAS:      " TO WS-CTL-CNT-LABEL.
034040     MOVE WS-CNT-REVERSED TO WS-CTL-CNT.
034050     MOVE WS-CTL-COUNT-LINE TO CTL-REPORT-LINE.
034060     WRITE CTL-REPORT-LINE.
034070     MOVE "TRANSACOES REJEITADAS:  " TO WS-CTL-CNT-LABEL.
034080     MOVE WS-CNT-REJECTED TO WS-CTL-CNT.
034090     MOVE WS-CTL-COUNT-LINE TO CTL-REPORT-LINE.
034100     WRITE CTL-REPORT-LINE.
034110     MOVE "TRANS. RETIDAS:         " TO WS-CTL-CNT-LABEL.
034120     MOVE WS-CNT-HELD TO WS-CTL-CNT.
034130     MOVE WS-CTL-COUNT-LINE TO CTL-REPORT-LINE.
034140     WRITE CTL-REPORT-LINE.
034150     MOVE "TRANS. EM SUSPENSO:     " TO WS-CTL-CNT-LABEL.
034160     MOVE WS-CNT-SUSPENDED TO WS-CTL-CNT.
034170     MOVE WS-CTL-COUNT-LINE TO CTL-REPORT-LINE.
034180     WRITE CTL-REPORT-LINE.
034190     MOVE "REJEICOES DEFINITIVAS:  " TO WS-CTL-CNT-LABEL.
034200     MOVE WS-CNT-FINAL-REJECT TO WS-CTL-CNT.
034210     MOVE WS-CTL-COUNT-LINE TO CTL-REPORT-LINE.
034220     WRITE CTL-REPORT-LINE.
034230     PERFORM 8100-WRITE-REASON-LINE THRU 8100-EXIT
034240         VARYING WS-REASON-SUB FROM 1 BY 1
034250         UNTIL WS-REASON-SUB > WS-REASON-USED.
034260     MOVE "POSICAO DO CHECKPOINT:  " TO WS-CTL-CNT-LABEL.
034270     MOVE WS-RECORD-COUNT TO WS-CTL-CNT.
034280     MOVE WS-CTL-COUNT-LINE TO CTL-REPORT-LINE.
034290     WRITE CTL-REPORT-LINE.
034300     MOVE "TOTAL DEBITOS:          " TO WS-CTL-AMT-LABEL.
034310     MOVE WS-CTL-DEBITS TO WS-CTL-AMT.
034320     MOVE WS-CTL-AMT-LINE TO CTL-REPORT-LINE.
034330     WRITE CTL-REPORT-LINE.
034340     MOVE "TOTAL CREDITOS:         " TO WS-CTL-AMT-LABEL.
034350     MOVE WS-CTL-CREDITS TO WS-CTL-AMT.
034360     MOVE WS-CTL-AMT-LINE TO CTL-REPORT-LINE.
034370     WRITE CTL-REPORT-LINE.
034380     MOVE "TOTAL ESTORNADO:        " TO WS-CTL-AMT-LABEL.
034390     MOVE WS-CTL-REVERSED-AMT TO WS-CTL-AMT.
034400     MOVE WS-CTL-AMT-LINE TO CTL-REPORT-LINE.
034410     WRITE CTL-REPORT-LINE.
034420     MOVE "PAGAMENTOS EXTERNOS:    " TO WS-CTL-CNT-LABEL.
034430     MOVE WS-CNT-EXTERNAL TO WS-CTL-CNT.
034440     MOVE WS-CTL-COUNT-LINE TO CTL-REPORT-LINE.
034450     WRITE CTL-REPORT-LINE.
034460     MOVE "TOTAL PAGTOS EXTERNOS:  " TO WS-CTL-AMT-LABEL.
034470     MOVE WS-CTL-EXTERNAL-AMT TO WS-CTL-AMT.
034480     MOVE WS-CTL-AMT-LINE TO CTL-REPORT-LINE.
034490     WRITE CTL-REPORT-LINE.
034500     MOVE "DEPOS. EM COMPENSACAO:  " TO WS-CTL-CNT-LABEL.
034510     MOVE WS-CNT-DEP-HELD TO WS-CTL-CNT.
034520     MOVE WS-CTL-COUNT-LINE TO CTL-REPORT-LINE.
034530     WRITE CTL-REPORT-LINE.
034540     MOVE "TOTAL EM COMPENSACAO:   " TO WS-CTL-AMT-LABEL.
034550     MOVE WS-CTL-DEP-HELD-AMT TO WS-CTL-AMT.
034560     MOVE WS-CTL-AMT-LINE TO CTL-REPORT-LINE.
034570     WRITE CTL-REPORT-LINE.
034580     MOVE "CONTROLE DO TRAILER:    " TO WS-CTL-LABEL.
034590     EVALUATE TRUE
034600         WHEN WS-TRAILER-OK
034610             MOVE "OK" TO WS-CTL-TEXT
034620         WHEN WS-TRAILER-DIVERGENT
034630             MOVE "DIVERGENTE" TO WS-CTL-TEXT
034640         WHEN OTHER
034650             MOVE "AUSENTE" TO WS-CTL-TEXT
034660     END-EVALUATE.
034670     MOVE WS-CTL-TEXT-LINE TO CTL-REPORT-LINE.
034680     WRITE CTL-REPORT-LINE.
034690     CLOSE CTLRPT.
034700 8000-EXIT.
034710     EXIT.
034720******************************************************************
034730*    8100-WRITE-REASON-LINE - ONE LINE PER REJECTION REASON
034740******************************************************************
034750 8100-WRITE-REASON-LINE.
034760     MOVE WS-REASON-MSG(WS-REASON-SUB) TO WS-CTL-REASON-MSG.
034770     MOVE WS-REASON-CNT(WS-REASON-SUB) TO WS-CTL-REASON-CNT.
034780     MOVE WS-CTL-REASON-LINE TO CTL-REPORT-LINE.
034790     WRITE CTL-REPORT-LINE.
034800 8100-EXIT.
034810     EXIT.
034820******************************************************************
034830*    9000-TERMINATE - WRITE FINAL CHECKPOINT AND CLOSE FILES
034840******************************************************************
034850 9000-TERMINATE.
034860     PERFORM 2650-WRITE-CHECKPOINT THRU 2650-EXIT.
034870     IF WS-TRAILER-MISSING
034880         DISPLAY "ERRO: TRANFILE SEM TRAILER - VERIFICAR "
034890             "TRANSMISSAO"
034900     END-IF.
034910     IF NOT WS-TRAILER-OK
034920         MOVE 8 TO RETURN-CODE
034930     END-IF.
034940     PERFORM 8000-WRITE-CONTROL-REPORT THRU 8000-EXIT.
034950     CLOSE TRANFILE.
034960     CLOSE OUTFILE.
034970     CLOSE ACCTMSTR.
034980     CLOSE CUSTMSTR.
034990     CLOSE AUDITLOG.
035000     CLOSE GLEXTRACT.
035010     CLOSE SUSPOUT.
035020     CLOSE FINALREJ.
035030     CLOSE POSTEDREF.
035040     CLOSE HOLDOUT.
035050     CLOSE PAGPEND.
035060     CLOSE UNCHOLD.
035070     CLOSE CKPTFILE.
035080 9000-EXIT.
035090     EXIT.
035100******************************************************************
035110*    9900-WRITE-RUN-END - CLOSE THIS STEP'S LEDGER ENTRY WITH
035120*                 ITS RETURN CODE AND KEY COUNTS.
035130*                 PERFORMED AHEAD OF EVERY STOP RUN ONCE THE
035140*                 START RECORD IS ON THE LEDGER.
035150******************************************************************
035160 9900-WRITE-RUN-END.
035170     IF WS-RUN-NOT-STARTED
035180         GO TO 9900-EXIT
035190     END-IF.
035200     SET WS-RUN-NOT-STARTED TO TRUE.
035210     MOVE "F" TO WS-RUN-EVENT.
035220     MOVE RETURN-CODE TO WS-RUN-RC.
035230     MOVE WS-DETAIL-READ-COUNT TO WS-RUN-READ-COUNT.
035240     MOVE WS-CNT-POSTED TO WS-RUN-PROC-COUNT.
035250     MOVE WS-CNT-REJECTED TO WS-RUN-EXC-COUNT.
035260     PERFORM 1090-APPEND-RUN-ENTRY THRU 1090-EXIT.
035270 9900-EXIT.
035280     EXIT.
035290      
035300 END PROGRAM VLD-SAQ-BANC.
