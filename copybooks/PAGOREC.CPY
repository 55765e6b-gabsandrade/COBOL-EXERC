000010******************************************************************
000020* COPYBOOK:     PAGOREC
000030* AUTHOR:       GABRIELLY ANDRADE
000040* DATE-WRITTEN: 15/10/2026
000050* PURPOSE:      RECORD LAYOUT FOR THE PAGOUT OUTBOUND INTERBANK
000060*               PAYMENT FILE WRITTEN BY VLD-PAG-EXT IN THE
000070*               CLEARING HOUSE FORMAT. EVERY RECORD IS 100 BYTES,
000080*               STARTING WITH ITS TYPE AND ITS SEQUENCE NUMBER IN
000090*               THE FILE. THE FILE IS FRAMED AS:
000100*                 0  FILE HEADER - FILE DATE, SENDING BANK, TIME
000110*                 1  CYCLE HEADER - ONE SETTLEMENT CYCLE PER
000120*                    CURRENCY, WITH ITS SETTLEMENT DATE
000130*                 2  DETAIL - ONE PAYMENT OF THE CYCLE
000140*                 8  CYCLE TRAILER - ITEM COUNT AND HASH TOTAL OF
000150*                    THE CYCLE'S AMOUNTS
000160*                 9  FILE TRAILER - CYCLE, ITEM AND RECORD COUNTS
000170*                    AND THE HASH TOTAL OF ALL AMOUNTS
000180*               THE DETAIL REFERENCE IS THE TRAN-REFERENCE THE
000190*               PAYMENT POSTED UNDER; THE CLEARING HOUSE QUOTES IT
000200*               BACK ON EVERY SETTLEMENT, RETURN OR REJECT.
000210*----------------------------------------------------------------
000220* MODIFICATION HISTORY
000230*   DATE        INIT  DESCRIPTION
000240*   15/10/2026  GA    INITIAL VERSION - OUTBOUND PAYMENT FILE.
000250******************************************************************
000260 01  PAGO-RECORD.
000270     05  PAGO-REC-TYPE           PIC X(01).
000280         88  PAGO-REC-FILE-HEADER           VALUE "0".
000290         88  PAGO-REC-CYCLE-HEADER          VALUE "1".
000300         88  PAGO-REC-DETAIL                VALUE "2".
000310         88  PAGO-REC-CYCLE-TRAILER         VALUE "8".
000320         88  PAGO-REC-FILE-TRAILER          VALUE "9".
000330     05  PAGO-SEQ                PIC 9(06).
000340     05  PAGO-DETAIL-DATA.
000350         10  PAGO-REFERENCE      PIC X(14).
000360         10  PAGO-ORIG-ACCT      PIC 9(10).
000370         10  PAGO-CURRENCY       PIC X(03).
000380         10  PAGO-AMOUNT         PIC 9(12)V99.
000390         10  PAGO-BENEF-BANK     PIC 9(03).
000400         10  PAGO-BENEF-BRANCH   PIC 9(04).
000410         10  PAGO-BENEF-ACCOUNT  PIC X(12).
000420         10  PAGO-BENEF-NAME     PIC X(30).
000430         10  FILLER              PIC X(03).
000440     05  PAGO-FILE-HEADER-DATA REDEFINES PAGO-DETAIL-DATA.
000450         10  PAGO-FH-FILE-DATE   PIC 9(08).
000460         10  PAGO-FH-SENDER-BANK PIC 9(03).
000470         10  PAGO-FH-FILE-TIME   PIC 9(06).
000480         10  FILLER              PIC X(76).
000490     05  PAGO-CYCLE-HEADER-DATA REDEFINES PAGO-DETAIL-DATA.
000500         10  PAGO-CH-CYCLE       PIC 9(03).
000510         10  PAGO-CH-SETTLE-DATE PIC 9(08).
000520         10  PAGO-CH-CURRENCY    PIC X(03).
000530         10  FILLER              PIC X(79).
000540     05  PAGO-CYCLE-TRAILER-DATA REDEFINES PAGO-DETAIL-DATA.
000550         10  PAGO-CT-CYCLE       PIC 9(03).
000560         10  PAGO-CT-ITEM-COUNT  PIC 9(06).
000570         10  PAGO-CT-HASH-TOTAL  PIC 9(15)V99.
000580         10  FILLER              PIC X(67).
000590     05  PAGO-FILE-TRAILER-DATA REDEFINES PAGO-DETAIL-DATA.
000600         10  PAGO-FT-CYCLE-COUNT PIC 9(03).
000610         10  PAGO-FT-ITEM-COUNT  PIC 9(08).
000620         10  PAGO-FT-REC-COUNT   PIC 9(08).
000630         10  PAGO-FT-HASH-TOTAL  PIC 9(15)V99.
000640         10  FILLER              PIC X(57).
