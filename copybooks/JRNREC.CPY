000150* MODIFICATION HISTORY
000160*   DATE        INIT  DESCRIPTION
000170*   02/09/2026  GA    INITIAL VERSION - BALANCED JOURNAL FILE.
000180*   15/10/2026  GA    ADDED JRN-ORIG-REFERENCE SO A REVERSAL
000190*                     LEG CARRIES THE REFERENCE OF THE ORIGINAL
000200*                     TRANSACTION IT OFFSETS. HEADER AND TRAILER
000210*                     FILLERS WIDENED TO MATCH.
000220*   15/10/2026  GA    ADDED JRN-CURRENCY-CODE SO EACH LEG CARRIES
000230*                     ITS CURRENCY AND THE FILE BALANCES PER
000240*                     CURRENCY. HEADER AND TRAILER FILLERS
000250*                     WIDENED TO MATCH.
000260******************************************************************
000270 01  JRN-RECORD.
000280     05  JRN-REC-TYPE            PIC X(01).
000290         88  JRN-REC-HEADER                 VALUE "1".
000300         88  JRN-REC-DETAIL                 VALUE "2".
000310         88  JRN-REC-TRAILER                VALUE "9".
000320     05  JRN-DETAIL-DATA.
000330         10  JRN-DR-CR           PIC X(01).
000340             88  JRN-DEBIT                  VALUE "D".
000350             88  JRN-CREDIT                 VALUE "C".
000360         10  JRN-GL-CODE         PIC X(06).
000370         10  JRN-ACCT-NUMBER     PIC 9(10).
000380         10  JRN-AMOUNT          PIC 9(12)V99.
000390         10  JRN-POSTING-DATE    PIC 9(08).
000400         10  JRN-REFERENCE       PIC X(14).
000410         10  JRN-ORIG-REFERENCE  PIC X(14).
000420         10  JRN-CURRENCY-CODE   PIC X(03).
000430     05  JRN-HEADER-DATA REDEFINES JRN-DETAIL-DATA.
000440         10  JRN-HDR-FILE-DATE   PIC 9(08).
000450         10  JRN-HDR-SOURCE      PIC X(10).
000460         10  FILLER              PIC X(52).
000470     05  JRN-TRAILER-DATA REDEFINES JRN-DETAIL-DATA.
000480         10  JRN-TRL-REC-COUNT   PIC 9(09).
000490         10  JRN-TRL-HASH-TOTAL  PIC 9(13)V99.
000500         10  FILLER              PIC X(46).
