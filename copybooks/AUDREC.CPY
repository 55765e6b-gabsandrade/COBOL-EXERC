000220*                     TRANSACTION REFERENCE ECHOED FROM TRANREC SO
000230*                     A DISPUTED TRANSACTION CAN BE FOLLOWED FROM
000240*                     THE UPLOAD THROUGH THE AUDIT LOG.
000250*   15/10/2026  GA    ADDED AUD-ORIG-REFERENCE - ON A REVERSAL
000260*                     ENTRY, THE REFERENCE OF THE TRANSACTION
000270*                     BEING UNDONE, SO THE ORIGINAL AND ITS
000280*                     REVERSAL CAN BE PAIRED. SPACES OTHERWISE.
000290*   15/10/2026  GA    ADDED AUD-CREDIT-CURRENCY, AUD-CREDIT-AMOUNT
000300*                     AND AUD-FX-RATE FOR CROSS-CURRENCY
000310*                     TRANSFERS - THE RECEIVING CURRENCY, THE
000320*                     CONVERTED AMOUNT AND THE CROSS RATE USED.
000330*                     SPACES/ZERO ON EVERY OTHER ENTRY.
000340******************************************************************
000350 01  AUDIT-RECORD.
000360     05  AUD-ACCT-NUMBER         PIC 9(10).
000370     05  AUD-TRAN-TYPE           PIC X(01).
000380     05  AUD-TIMESTAMP.
000390         10  AUD-TS-DATE         PIC 9(08).
000400         10  AUD-TS-TIME         PIC 9(06).
000410     05  AUD-REQUESTED-AMT       PIC 9(12)V99.
000420     05  AUD-TOTAL-CHARGED       PIC 9(12)V99.
000430     05  AUD-SALDO-FINAL         PIC S9(12)V99
000440                                 SIGN LEADING SEPARATE.
000450     05  AUD-OUTCOME-MSG         PIC X(30).
000460     05  AUD-REFERENCE           PIC X(14).
000470     05  AUD-ORIG-REFERENCE      PIC X(14).
000480     05  AUD-CREDIT-CURRENCY     PIC X(03).
000490     05  AUD-CREDIT-AMOUNT       PIC 9(12)V99.
000500     05  AUD-FX-RATE             PIC 9(04)V9(06).
