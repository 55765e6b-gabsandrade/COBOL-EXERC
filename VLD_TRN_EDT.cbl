000490*                     RERUN ON A LATER DAY STILL WORKS THE RIGHT
000500*                     BUSINESS DAY. THE DATE ADVANCES ONLY THROUGH
000510*                     THE VLD-DIA-FCH END-OF-DAY CLOSE.
000520*   15/10/2026  GA    ADDED THE REVERSAL TYPE (R). A REVERSAL
000530*                     RECORD MUST NAME THE REFERENCE OF THE
000540*                     TRANSACTION IT UNDOES IN THE NEW ORIGINAL-
000550*                     REFERENCE FIELD (REASON 08 WHEN BLANK); THE
000560*                     FIELD IS PASSED THROUGH TO TRAN-ORIG-
000570*                     REFERENCE FOR THE POSTER.
000580*   15/10/2026  GA    EACH RUN IS NOW RECORDED ON THE RUNLEDGR
000590*                     RUN-STEP LEDGER WITH A START RECORD AND AN
000600*                     END RECORD CARRYING THE RETURN CODE AND KEY
000610*                     COUNTS. A RUN FOR A BUSINESS DATE THE STEP
000620*                     HAS ALREADY ENDED CLEANLY IS REFUSED WITH
000630*                     RETURN CODE 8.
000640*   15/10/2026  GA    ADDED THE EXTERNAL PAYMENT TYPE (X). THE RAW
000650*                     RECORD GROWS TO 120 BYTES TO CARRY THE
000660*                     BENEFICIARY BANK, BRANCH, ACCOUNT AND NAME,
000670*                     EDITED WITH REASONS 09 TO 12 AND PASSED
000680*                     THROUGH TO TRAN-BENEF-DATA WITH A ZERO
000690*                     CREDIT ACCOUNT.
000700******************************************************************
000710 IDENTIFICATION DIVISION.
000720 PROGRAM-ID. VLD-TRN-EDT.
000730 AUTHOR. GABRIELLY ANDRADE.
000740 INSTALLATION. RETAIL BANKING SYSTEMS.
000750 DATE-WRITTEN. 22/08/2026.
000760 DATE-COMPILED. 22/08/2026.
000770******************************************************************
000780 ENVIRONMENT DIVISION.
000790 INPUT-OUTPUT SECTION.
000800 FILE-CONTROL.
000810     SELECT TRANRAW ASSIGN TO TRANRAW
000820         ORGANIZATION IS LINE SEQUENTIAL.
000830
000840     SELECT TRANFILE ASSIGN TO TRANFILE
000850         ORGANIZATION IS LINE SEQUENTIAL.
000860
000870     SELECT REJFILE ASSIGN TO REJFILE
000880         ORGANIZATION IS LINE SEQUENTIAL.
000890
000900     SELECT BDATECTL ASSIGN TO BDATECTL
000910         ORGANIZATION IS LINE SEQUENTIAL.
000920     SELECT RUNLEDGR ASSIGN TO RUNLEDGR
000930         ORGANIZATION IS LINE SEQUENTIAL
000940         FILE STATUS IS WS-RUNLEDGR-STATUS.
000950******************************************************************
000960 DATA DIVISION.
000970 FILE SECTION.
000980 FD  TRANRAW
000990     LABEL RECORDS ARE STANDARD.
001000 01  EDT-RAW-RECORD          PIC X(120).
001010
001020 FD  TRANFILE
001030     LABEL RECORDS ARE STANDARD.
001040     COPY TRANREC.
001050
001060 FD  REJFILE
001070     LABEL RECORDS ARE STANDARD.
001080     COPY REJREC.
001090
001100 FD  BDATECTL
001110     LABEL RECORDS ARE STANDARD.
001120     COPY BDTREC.
001130
001140 FD  RUNLEDGR
001150     LABEL RECORDS ARE STANDARD.
001160     COPY RUNREC.
001170
001180 WORKING-STORAGE SECTION.
001190 77  WS-EOF-SWITCH           PIC X(01) VALUE "N".
001200     88  WS-EOF-YES                    VALUE "Y".
001210     88  WS-EOF-NO                     VALUE "N".
001220
001230 77  WS-EDIT-SWITCH          PIC X(01) VALUE "Y".
001240     88  WS-EDIT-CLEAN                  VALUE "Y".
001250     88  WS-EDIT-FAILED                 VALUE "N".
001260
001270 77  WS-HEADER-SWITCH        PIC X(01) VALUE "N".
001280     88  WS-HEADER-SEEN                 VALUE "Y".
001290     88  WS-HEADER-MISSING              VALUE "N".
001300
001310 77  WS-TRAILER-SWITCH       PIC X(01) VALUE "N".
001320     88  WS-TRAILER-SEEN                VALUE "Y".
001330     88  WS-TRAILER-MISSING             VALUE "N".
001340
001350 77  WS-HASH-SWITCH          PIC X(01) VALUE "Y".
001360     88  WS-HASH-COMPLETE               VALUE "Y".
001370     88  WS-HASH-INCOMPLETE             VALUE "N".
001380
001390 77  WS-FRAME-SWITCH         PIC X(01) VALUE "Y".
001400     88  WS-FRAME-OK                    VALUE "Y".
001410     88  WS-FRAME-BAD                   VALUE "N".
001420
001430 77  WS-READ-COUNT           PIC 9(09) COMP VALUE ZERO.
001440 77  WS-RAW-DETAIL-COUNT     PIC 9(09) COMP VALUE ZERO.
001450 77  WS-CLEAN-COUNT          PIC 9(09) COMP VALUE ZERO.
001460 77  WS-REJECT-COUNT         PIC 9(09) COMP VALUE ZERO.
001470
001480 77  WS-RAW-HASH-TOTAL       PIC 9(13)V99 VALUE ZERO.
001490 77  WS-CLEAN-HASH-TOTAL     PIC 9(13)V99 VALUE ZERO.
001500 77  WS-REASON-CODE          PIC X(02) VALUE SPACES.
001510 77  WS-REASON-DESC          PIC X(30) VALUE SPACES.
001520
001530 77  WS-CURRENT-DATE         PIC 9(08) VALUE ZERO.
001540
001550 01  WS-REFERENCE-WORK.
001560     05  WS-REF-SOURCE       PIC X(01) VALUE "E".
001570     05  WS-REF-DATE         PIC 9(08) VALUE ZERO.
001580     05  WS-REF-SEQ          PIC 9(05) VALUE ZERO.
001590
001600 01  WS-RAW-IMAGE.
001610     05  WS-RAW-REC-TYPE     PIC X(01).
001620         88  WS-RAW-REC-HEADER              VALUE "1".
001630         88  WS-RAW-REC-DETAIL              VALUE "2".
001640         88  WS-RAW-REC-TRAILER             VALUE "9".
001650     05  WS-RAW-DATA.
001660         10  WS-RAW-TRAN-TYPE    PIC X(01).
001670             88  WS-RAW-TYPE-VALID      VALUES "S" "D" "T" "R"
001680                                        "X".
001690             88  WS-RAW-TYPE-TRANSFER   VALUE "T".
001700             88  WS-RAW-TYPE-REVERSAL   VALUE "R".
001710             88  WS-RAW-TYPE-EXTERNAL   VALUE "X".
001720         10  WS-RAW-ACCT-NUMBER  PIC X(10).
001730         10  WS-RAW-AMOUNT       PIC X(14).
001740         10  WS-RAW-AMOUNT-9 REDEFINES WS-RAW-AMOUNT
001750                                 PIC 9(12)V99.
001760         10  WS-RAW-CREDIT-ACCT  PIC X(10).
001770         10  WS-RAW-ORIG-REF     PIC X(14).
001780     05  WS-RAW-HDR-VIEW REDEFINES WS-RAW-DATA.
001790         10  WS-RAW-HDR-FILE-DATE    PIC X(08).
001800         10  WS-RAW-HDR-SOURCE       PIC X(10).
001810         10  FILLER                  PIC X(31).
001820     05  WS-RAW-TRL-VIEW REDEFINES WS-RAW-DATA.
001830         10  WS-RAW-TRL-COUNT        PIC X(09).
001840         10  WS-RAW-TRL-COUNT-9 REDEFINES WS-RAW-TRL-COUNT
001850                                     PIC 9(09).
001860         10  WS-RAW-TRL-HASH         PIC X(15).
001870         10  WS-RAW-TRL-HASH-9 REDEFINES WS-RAW-TRL-HASH
001880                                     PIC 9(13)V99.
001890         10  FILLER                  PIC X(25).
001900     05  WS-RAW-BENEF-DATA.
001910         10  WS-RAW-BENEF-BANK       PIC X(03).
001920         10  WS-RAW-BENEF-BANK-9 REDEFINES WS-RAW-BENEF-BANK
001930                                     PIC 9(03).
001940         10  WS-RAW-BENEF-BRANCH     PIC X(04).
001950         10  WS-RAW-BENEF-ACCOUNT    PIC X(12).
001960         10  WS-RAW-BENEF-NAME       PIC X(30).
001970     05  FILLER              PIC X(21).
001980*
001990*    RUN-STEP LEDGER CONTROL
002000*
002010 77  WS-RUNLEDGR-STATUS      PIC X(02) VALUE "00".
002020 77  WS-RUN-PROGRAM          PIC X(12) VALUE "VLD-TRN-EDT".
002030 77  WS-RUN-EVENT            PIC X(01) VALUE SPACE.
002040 77  WS-RUN-RC               PIC 9(04) VALUE ZERO.
002050 77  WS-RUN-READ-COUNT       PIC 9(09) VALUE ZERO.
002060 77  WS-RUN-PROC-COUNT       PIC 9(09) VALUE ZERO.
002070 77  WS-RUN-EXC-COUNT        PIC 9(09) VALUE ZERO.
002080 77  WS-RUN-SYS-TIME         PIC 9(08) VALUE ZERO.
002090
002100 77  WS-RUN-STARTED-SWITCH   PIC X(01) VALUE "N".
002110     88  WS-RUN-STARTED                VALUE "Y".
002120     88  WS-RUN-NOT-STARTED            VALUE "N".
002130
002140 77  WS-RUN-DONE-SWITCH      PIC X(01) VALUE "N".
002150     88  WS-RUN-ALREADY-DONE           VALUE "Y".
002160
002170 77  WS-RUN-EOF-SWITCH       PIC X(01) VALUE "N".
002180     88  WS-RUN-EOF                    VALUE "Y".
002190     88  WS-RUN-NOT-EOF                VALUE "N".
002200******************************************************************
002210 PROCEDURE DIVISION.
002220******************************************************************
002230*    0000-MAINLINE
002240******************************************************************
002250 0000-MAINLINE.
002260     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002270     PERFORM 2000-EDIT-TRANSACTIONS THRU 2000-EXIT
002280         UNTIL WS-EOF-YES.
002290     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002300     PERFORM 9900-WRITE-RUN-END THRU 9900-EXIT
002310     STOP RUN.
002320******************************************************************
002330*    1000-INITIALIZE - OPEN FILES AND PRIME THE READ
002340******************************************************************
002350 1000-INITIALIZE.
002360     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT.
002370     PERFORM 1060-CHECK-RUN-LEDGER THRU 1060-EXIT.
002380     OPEN INPUT TRANRAW.
002390     OPEN OUTPUT TRANFILE.
002400     OPEN OUTPUT REJFILE.
002410     MOVE WS-CURRENT-DATE TO WS-REF-DATE.
002420     PERFORM 2100-READ-RAW THRU 2100-EXIT.
002430 1000-EXIT.
002440     EXIT.
002450******************************************************************
002460*    1050-READ-BUSINESS-DATE - THE BUSINESS DATE COMES FROM THE
002470*                 BDATECTL CONTROL RECORD, NOT THE SYSTEM CLOCK,
002480*                 SO A LATE OR RERUN JOB STILL WORKS THE RIGHT
002490*                 BUSINESS DAY. ONLY THE VLD-DIA-FCH END-OF-DAY
002500*                 CLOSE ADVANCES IT.
002510******************************************************************
002520 1050-READ-BUSINESS-DATE.
002530     OPEN INPUT BDATECTL.
002540     READ BDATECTL
002550         AT END
002560             DISPLAY "ERRO: BDATECTL VAZIO"
002570             MOVE 8 TO RETURN-CODE
002580             PERFORM 9900-WRITE-RUN-END THRU 9900-EXIT
002590             STOP RUN
002600     END-READ.
002610     MOVE BDT-BUSINESS-DATE TO WS-CURRENT-DATE.
002620     CLOSE BDATECTL.
002630 1050-EXIT.
002640     EXIT.
002650******************************************************************
002660*    1060-CHECK-RUN-LEDGER - REFUSE TO START WHEN THIS STEP HAS
002670*                 ALREADY ENDED CLEANLY FOR THE BUSINESS DATE
002680*                 OR WHEN A REQUIRED PREDECESSOR HAS NOT, THEN
002690*                 APPEND THE START RECORD TO THE RUNLEDGR
002700*                 RUN-STEP LEDGER. A MISSING LEDGER IS AN
002710*                 EMPTY ONE.
002720******************************************************************
002730 1060-CHECK-RUN-LEDGER.
002740     OPEN INPUT RUNLEDGR.
002750     IF WS-RUNLEDGR-STATUS NOT = "00"
002760         AND WS-RUNLEDGR-STATUS NOT = "35"
002770         DISPLAY "ERRO AO ABRIR RUNLEDGR - STATUS "
002780             WS-RUNLEDGR-STATUS
002790         MOVE 8 TO RETURN-CODE
002800         STOP RUN
002810     END-IF.
002820     IF WS-RUNLEDGR-STATUS = "00"
002830         PERFORM 1070-READ-RUN-ENTRY THRU 1070-EXIT
002840             UNTIL WS-RUN-EOF
002850         CLOSE RUNLEDGR
002860     END-IF.
002870     IF WS-RUN-ALREADY-DONE
002880         DISPLAY "ERRO: " WS-RUN-PROGRAM " JA CONCLUIDO PARA "
002890             WS-CURRENT-DATE
002900         MOVE 8 TO RETURN-CODE
002910         STOP RUN
002920     END-IF.
002930     MOVE "I" TO WS-RUN-EVENT.
002940     MOVE ZERO TO WS-RUN-RC.
002950     PERFORM 1090-APPEND-RUN-ENTRY THRU 1090-EXIT.
002960     SET WS-RUN-STARTED TO TRUE.
002970 1060-EXIT.
002980     EXIT.
002990******************************************************************
003000*    1070-READ-RUN-ENTRY - ONLY AN END RECORD WITH RETURN CODE
003010*                 ZERO FOR THE BUSINESS DATE COUNTS AS A CLEAN
003020*                 COMPLETION
003030******************************************************************
003040 1070-READ-RUN-ENTRY.
003050     READ RUNLEDGR
003060         AT END
003070             SET WS-RUN-EOF TO TRUE
003080             GO TO 1070-EXIT
003090     END-READ.
003100     IF RUN-BUSINESS-DATE NOT = WS-CURRENT-DATE
003110         OR NOT RUN-EVENT-END
003120         OR RUN-RETURN-CODE NOT = ZERO
003130         GO TO 1070-EXIT
003140     END-IF.
003150     IF RUN-PROGRAM = WS-RUN-PROGRAM
003160         SET WS-RUN-ALREADY-DONE TO TRUE
003170     END-IF.
003180 1070-EXIT.
003190     EXIT.
003200******************************************************************
003210*    1090-APPEND-RUN-ENTRY - ADD ONE START OR END RECORD TO THE
003220*                 LEDGER, STAMPED WITH THE SYSTEM CLOCK
003230******************************************************************
003240 1090-APPEND-RUN-ENTRY.
003250     OPEN EXTEND RUNLEDGR.
003260     IF WS-RUNLEDGR-STATUS = "35"
003270         OPEN OUTPUT RUNLEDGR
003280     END-IF.
003290     IF WS-RUNLEDGR-STATUS NOT = "00"
003300         DISPLAY "ERRO AO GRAVAR RUNLEDGR - STATUS "
003310             WS-RUNLEDGR-STATUS
003320         MOVE 8 TO RETURN-CODE
003330         STOP RUN
003340     END-IF.
003350     ACCEPT WS-RUN-SYS-TIME FROM TIME.
003360     MOVE SPACES TO RUN-LEDGER-RECORD.
003370     MOVE WS-CURRENT-DATE TO RUN-BUSINESS-DATE.
003380     MOVE WS-RUN-PROGRAM TO RUN-PROGRAM.
003390     MOVE WS-RUN-EVENT TO RUN-EVENT.
003400     ACCEPT RUN-TS-DATE FROM DATE YYYYMMDD.
003410     MOVE WS-RUN-SYS-TIME(1:6) TO RUN-TS-TIME.
003420     MOVE WS-RUN-RC TO RUN-RETURN-CODE.
003430     MOVE WS-RUN-READ-COUNT TO RUN-COUNT-READ.
003440     MOVE WS-RUN-PROC-COUNT TO RUN-COUNT-PROCESSED.
003450     MOVE WS-RUN-EXC-COUNT TO RUN-COUNT-EXCEPTIONS.
003460     WRITE RUN-LEDGER-RECORD.
003470     CLOSE RUNLEDGR.
003480 1090-EXIT.
003490     EXIT.
003500******************************************************************
003510*    2000-EDIT-TRANSACTIONS - MAIN EDIT LOOP
003520******************************************************************
003530 2000-EDIT-TRANSACTIONS.
003540     PERFORM 2200-EDIT-ONE-RECORD THRU 2200-EXIT.
003550     PERFORM 2100-READ-RAW THRU 2100-EXIT.
003560 2000-EXIT.
003570     EXIT.
003580******************************************************************
003590*    2100-READ-RAW
003600******************************************************************
003610 2100-READ-RAW.
003620     READ TRANRAW
003630         AT END
003640             SET WS-EOF-YES TO TRUE
003650         NOT AT END
003660             ADD 1 TO WS-READ-COUNT
003670     END-READ.
003680 2100-EXIT.
003690     EXIT.
003700******************************************************************
003710*    2200-EDIT-ONE-RECORD - DISPATCH ONE RAW RECORD BY ITS
003720*                           RECORD-TYPE BYTE
003730******************************************************************
003740 2200-EDIT-ONE-RECORD.
003750     MOVE EDT-RAW-RECORD TO WS-RAW-IMAGE.
003760     EVALUATE TRUE
003770         WHEN WS-RAW-REC-HEADER
003780             PERFORM 2210-HANDLE-HEADER THRU 2210-EXIT
003790         WHEN WS-RAW-REC-TRAILER
003800             PERFORM 2220-HANDLE-TRAILER THRU 2220-EXIT
003810         WHEN WS-RAW-REC-DETAIL
003820             PERFORM 2230-EDIT-DETAIL THRU 2230-EXIT
003830         WHEN OTHER
003840             MOVE "06" TO WS-REASON-CODE
003850             MOVE "Tipo de registro invalido." TO WS-REASON-DESC
003860             PERFORM 4000-WRITE-REJECT THRU 4000-EXIT
003870     END-EVALUATE.
003880 2200-EXIT.
003890     EXIT.
003900******************************************************************
003910*    2210-HANDLE-HEADER - PASS THE BRANCH HEADER THROUGH TO THE
003920*                 CLEAN FILE. ONLY THE FIRST RECORD MAY BE A
003930*                 HEADER; A STRAY ONE IS REJECTED.
003940******************************************************************
003950 2210-HANDLE-HEADER.
003960     IF WS-READ-COUNT NOT = 1
003970         MOVE "06" TO WS-REASON-CODE
003980         MOVE "Tipo de registro invalido." TO WS-REASON-DESC
003990         PERFORM 4000-WRITE-REJECT THRU 4000-EXIT
004000         GO TO 2210-EXIT
004010     END-IF.
004020     SET WS-HEADER-SEEN TO TRUE.
004030     MOVE SPACES TO TRAN-RECORD.
004040     MOVE WS-RAW-IMAGE(1:36) TO TRAN-RECORD(1:36).
004050     WRITE TRAN-RECORD.
004060 2210-EXIT.
004070     EXIT.
004080******************************************************************
004090*    2220-HANDLE-TRAILER - VERIFY THE BRANCH TRAILER AGAINST
004100*                 THE DETAILS ACTUALLY READ. THE TRAILER IS NOT
004110*                 COPIED THROUGH - A FRESH ONE COVERING THE
004120*                 CLEAN RECORDS IS WRITTEN AT END OF RUN.
004130******************************************************************
004140 2220-HANDLE-TRAILER.
004150     IF WS-TRAILER-SEEN
004160         MOVE "06" TO WS-REASON-CODE
004170         MOVE "Tipo de registro invalido." TO WS-REASON-DESC
004180         PERFORM 4000-WRITE-REJECT THRU 4000-EXIT
004190         GO TO 2220-EXIT
004200     END-IF.
004210     SET WS-TRAILER-SEEN TO TRUE.
004220     IF WS-RAW-TRL-COUNT IS NOT NUMERIC
004230         DISPLAY "ERRO: CONTAGEM DO TRAILER NAO NUMERICA"
004240         SET WS-FRAME-BAD TO TRUE
004250         GO TO 2220-EXIT
004260     END-IF.
004270     IF WS-RAW-TRL-COUNT-9 NOT = WS-RAW-DETAIL-COUNT
004280         DISPLAY "ERRO: TRAILER DIVERGE - CONTAGEM "
004290             WS-RAW-TRL-COUNT-9 " LIDA " WS-RAW-DETAIL-COUNT
004300         SET WS-FRAME-BAD TO TRUE
004310     END-IF.
004320     IF WS-RAW-TRL-HASH IS NUMERIC AND WS-HASH-COMPLETE
004330         IF WS-RAW-TRL-HASH-9 NOT = WS-RAW-HASH-TOTAL
004340             DISPLAY "ERRO: TRAILER DIVERGE - HASH DE VALORES"
004350             SET WS-FRAME-BAD TO TRUE
004360         END-IF
004370     ELSE
004380         DISPLAY "AVISO: HASH DO TRAILER NAO VERIFICADO"
004390     END-IF.
004400 2220-EXIT.
004410     EXIT.
004420******************************************************************
004430*    2230-EDIT-DETAIL - VALIDATE EVERY FIELD OF ONE DETAIL
004440*                 RECORD AND ROUTE IT CLEAN OR REJECT. THE
004450*                 FIRST FAILING EDIT SUPPLIES THE REASON CODE.
004460******************************************************************
004470 2230-EDIT-DETAIL.
004480*    A DETAIL AFTER THE TRAILER WAS NEVER COVERED BY A BRANCH
004490*    CONTROL TOTAL - REJECT IT AND FLAG THE FRAME
004500     IF WS-TRAILER-SEEN
004510         SET WS-FRAME-BAD TO TRUE
004520         MOVE "07" TO WS-REASON-CODE
004530         MOVE "Registro apos o trailer." TO WS-REASON-DESC
004540         PERFORM 4000-WRITE-REJECT THRU 4000-EXIT
004550         GO TO 2230-EXIT
004560     END-IF.
004570     ADD 1 TO WS-RAW-DETAIL-COUNT.
004580     IF WS-RAW-AMOUNT IS NUMERIC
004590         ADD WS-RAW-AMOUNT-9 TO WS-RAW-HASH-TOTAL
004600     ELSE
004610         SET WS-HASH-INCOMPLETE TO TRUE
004620     END-IF.
004630     SET WS-EDIT-CLEAN TO TRUE.
004640     MOVE SPACES TO WS-REASON-CODE WS-REASON-DESC.
004650
004660     IF NOT WS-RAW-TYPE-VALID
004670         SET WS-EDIT-FAILED TO TRUE
004680         MOVE "01" TO WS-REASON-CODE
004690         MOVE "Tipo de transacao invalido." TO WS-REASON-DESC
004700     ELSE
004710         IF WS-RAW-ACCT-NUMBER IS NOT NUMERIC
004720             SET WS-EDIT-FAILED TO TRUE
004730             MOVE "02" TO WS-REASON-CODE
004740             MOVE "Conta nao numerica." TO WS-REASON-DESC
004750         ELSE
004760             IF WS-RAW-AMOUNT IS NOT NUMERIC
004770                 SET WS-EDIT-FAILED TO TRUE
004780                 MOVE "03" TO WS-REASON-CODE
004790                 MOVE "Valor nao numerico." TO WS-REASON-DESC
004800             ELSE
004810                 IF WS-RAW-TYPE-TRANSFER
004820                     PERFORM 2300-EDIT-CREDIT-ACCT THRU
004830                         2300-EXIT
004840                 END-IF
004850                 IF WS-RAW-TYPE-REVERSAL
004860                     PERFORM 2350-EDIT-ORIG-REFERENCE THRU
004870                         2350-EXIT
004880                 END-IF
004890                 IF WS-RAW-TYPE-EXTERNAL
004900                     PERFORM 2400-EDIT-BENEFICIARY THRU
004910                         2400-EXIT
004920                 END-IF
004930             END-IF
004940         END-IF
004950     END-IF.
004960
004970     IF WS-EDIT-CLEAN
004980         PERFORM 3000-WRITE-CLEAN THRU 3000-EXIT
004990     ELSE
005000         PERFORM 4000-WRITE-REJECT THRU 4000-EXIT
005010     END-IF.
005020 2230-EXIT.
005030     EXIT.
005040******************************************************************
005050*    2300-EDIT-CREDIT-ACCT - EXTRA EDITS FOR A TRANSFER RECORD
005060******************************************************************
005070 2300-EDIT-CREDIT-ACCT.
005080     IF WS-RAW-CREDIT-ACCT IS NOT NUMERIC
005090         SET WS-EDIT-FAILED TO TRUE
005100         MOVE "04" TO WS-REASON-CODE
005110         MOVE "Conta credito nao numerica." TO WS-REASON-DESC
005120         GO TO 2300-EXIT
005130     END-IF.
005140     IF WS-RAW-CREDIT-ACCT = WS-RAW-ACCT-NUMBER
005150         SET WS-EDIT-FAILED TO TRUE
005160         MOVE "05" TO WS-REASON-CODE
005170         MOVE "Conta credito igual a debito." TO WS-REASON-DESC
005180     END-IF.
005190 2300-EXIT.
005200     EXIT.
005210******************************************************************
005220*    2350-EDIT-ORIG-REFERENCE - EXTRA EDIT FOR A REVERSAL RECORD.
005230*                 WHETHER THE REFERENCE ACTUALLY POSTED IS FOR
005240*                 THE POSTER TO DECIDE AGAINST POSTEDREF.
005250******************************************************************
005260 2350-EDIT-ORIG-REFERENCE.
005270     IF WS-RAW-ORIG-REF = SPACES
005280         SET WS-EDIT-FAILED TO TRUE
005290         MOVE "08" TO WS-REASON-CODE
005300         MOVE "Referencia original ausente." TO WS-REASON-DESC
005310     END-IF.
005320 2350-EXIT.
005330     EXIT.
005340******************************************************************
005350*    2400-EDIT-BENEFICIARY - EXTRA EDITS FOR AN EXTERNAL PAYMENT.
005360*                 THE BENEFICIARY'S BANK MUST BE A NONZERO NUMERIC
005370*                 CLEARING CODE AND THE BRANCH NUMERIC; ACCOUNT
005380*                 AND NAME ARE FREE TEXT BUT MAY NOT BE BLANK.
005390*                 WHETHER THE ACCOUNT EXISTS IS FOR THE RECEIVING
005400*                 BANK TO DECIDE AND COMES BACK ON THE CLEARING
005410*                 HOUSE'S RETURN FILE.
005420******************************************************************
005430 2400-EDIT-BENEFICIARY.
005440     IF WS-RAW-BENEF-BANK IS NOT NUMERIC
005450         OR WS-RAW-BENEF-BANK-9 = ZERO
005460         SET WS-EDIT-FAILED TO TRUE
005470         MOVE "09" TO WS-REASON-CODE
005480         MOVE "Banco favorecido invalido." TO WS-REASON-DESC
005490         GO TO 2400-EXIT
005500     END-IF.
005510     IF WS-RAW-BENEF-BRANCH IS NOT NUMERIC
005520         SET WS-EDIT-FAILED TO TRUE
005530         MOVE "10" TO WS-REASON-CODE
005540         MOVE "Agencia favorecido invalida." TO WS-REASON-DESC
005550         GO TO 2400-EXIT
005560     END-IF.
005570     IF WS-RAW-BENEF-ACCOUNT = SPACES
005580         SET WS-EDIT-FAILED TO TRUE
005590         MOVE "11" TO WS-REASON-CODE
005600         MOVE "Conta favorecido ausente." TO WS-REASON-DESC
005610         GO TO 2400-EXIT
005620     END-IF.
005630     IF WS-RAW-BENEF-NAME = SPACES
005640         SET WS-EDIT-FAILED TO TRUE
005650         MOVE "12" TO WS-REASON-CODE
005660         MOVE "Nome favorecido ausente." TO WS-REASON-DESC
005670     END-IF.
005680 2400-EXIT.
005690     EXIT.
005700******************************************************************
005710*    3000-WRITE-CLEAN - APPEND ONE RECORD TO THE POSTER'S FILE
005720******************************************************************
005730 3000-WRITE-CLEAN.
005740     MOVE SPACES TO TRAN-RECORD.
005750     MOVE WS-RAW-IMAGE(1:36) TO TRAN-RECORD(1:36).
005760     ADD 1 TO WS-REF-SEQ.
005770     MOVE WS-REFERENCE-WORK TO TRAN-REFERENCE.
005780     IF WS-RAW-TYPE-REVERSAL
005790         MOVE WS-RAW-ORIG-REF TO TRAN-ORIG-REFERENCE
005800     END-IF.
005810     IF WS-RAW-TYPE-EXTERNAL
005820         MOVE ZERO TO TRAN-CREDIT-ACCT
005830         MOVE WS-RAW-BENEF-DATA TO TRAN-BENEF-DATA
005840     END-IF.
005850     ADD 1 TO WS-CLEAN-COUNT.
005860     ADD WS-RAW-AMOUNT-9 TO WS-CLEAN-HASH-TOTAL.
005870     WRITE TRAN-RECORD.
005880 3000-EXIT.
005890     EXIT.
005900******************************************************************
005910*    4000-WRITE-REJECT - APPEND ONE RECORD TO THE REJECT FILE
005920******************************************************************
005930 4000-WRITE-REJECT.
005940     MOVE WS-REASON-CODE TO REJ-REASON-CODE.
005950     MOVE WS-REASON-DESC TO REJ-REASON-DESC.
005960     MOVE WS-RAW-IMAGE TO REJ-RAW-IMAGE.
005970     WRITE REJ-RECORD.
005980     ADD 1 TO WS-REJECT-COUNT.
005990 4000-EXIT.
006000     EXIT.
006010******************************************************************
006020*    9000-TERMINATE - WRITE THE CLEAN TRAILER, FLAG A BAD OR
006030*                 MISSING FRAME WITH RETURN CODE 8, DISPLAY THE
006040*                 EDIT TOTALS AND CLOSE FILES
006050******************************************************************
006060 9000-TERMINATE.
006070     MOVE SPACES TO TRAN-RECORD.
006080     MOVE "9" TO TRAN-REC-TYPE.
006090     MOVE WS-CLEAN-COUNT TO TRAN-TRL-REC-COUNT.
006100     MOVE WS-CLEAN-HASH-TOTAL TO TRAN-TRL-HASH-TOTAL.
006110     WRITE TRAN-RECORD.
006120     IF WS-HEADER-MISSING
006130         DISPLAY "ERRO: ARQUIVO SEM HEADER"
006140         SET WS-FRAME-BAD TO TRUE
006150     END-IF.
006160     IF WS-TRAILER-MISSING
006170         DISPLAY "ERRO: ARQUIVO SEM TRAILER"
006180         SET WS-FRAME-BAD TO TRUE
006190     END-IF.
006200     IF WS-FRAME-BAD
006210         MOVE 8 TO RETURN-CODE
006220     END-IF.
006230     DISPLAY "VLD-TRN-EDT: LIDAS " WS-READ-COUNT
006240         " LIMPAS " WS-CLEAN-COUNT
006250         " REJEITADAS " WS-REJECT-COUNT.
006260     CLOSE TRANRAW.
006270     CLOSE TRANFILE.
006280     CLOSE REJFILE.
006290 9000-EXIT.
006300     EXIT.
006310******************************************************************
006320*    9900-WRITE-RUN-END - CLOSE THIS STEP'S LEDGER ENTRY WITH
006330*                 ITS RETURN CODE AND KEY COUNTS.
006340*                 PERFORMED AHEAD OF EVERY STOP RUN ONCE THE
006350*                 START RECORD IS ON THE LEDGER.
006360******************************************************************
006370 9900-WRITE-RUN-END.
006380     IF WS-RUN-NOT-STARTED
006390         GO TO 9900-EXIT
006400     END-IF.
006410     SET WS-RUN-NOT-STARTED TO TRUE.
006420     MOVE "F" TO WS-RUN-EVENT.
006430     MOVE RETURN-CODE TO WS-RUN-RC.
006440     MOVE WS-RAW-DETAIL-COUNT TO WS-RUN-READ-COUNT.
006450     MOVE WS-CLEAN-COUNT TO WS-RUN-PROC-COUNT.
006460     MOVE WS-REJECT-COUNT TO WS-RUN-EXC-COUNT.
006470     PERFORM 1090-APPEND-RUN-ENTRY THRU 1090-EXIT.
006480 9900-EXIT.
006490     EXIT.
006500
006510 END PROGRAM VLD-TRN-EDT.
