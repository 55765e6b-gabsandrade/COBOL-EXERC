000150*                     REFERENCE ECHOED FROM TRANREC SO A GL LINE
000160*                     TIES BACK TO THE POSTED TRANSACTION. MONTH-
000170*                     END ACCRUAL LINES CARRY IT AT SPACES.
000180*   15/10/2026  GA    ADDED GL-ORIG-REFERENCE - ON A REVERSAL
000190*                     LINE, THE REFERENCE OF THE TRANSACTION
000200*                     BEING UNDONE. SPACES ON EVERY OTHER LINE.
000210*   15/10/2026  GA    ADDED GL-CURRENCY-CODE - THE CURRENCY OF
000220*                     GL-AMOUNT AND GL-FEE, SO THE JOURNAL CAN BE
000230*                     PROVED BALANCED PER CURRENCY NOW THAT A
000240*                     TRANSFER MAY CONVERT BETWEEN CURRENCIES.
000250******************************************************************
000260 01  GL-EXTRACT-RECORD.
000270     05  GL-ACCT-NUMBER          PIC 9(10).
000280     05  GL-AMOUNT               PIC 9(12)V99.
000290     05  GL-FEE                  PIC 9(3)V99.
000300     05  GL-ACCOUNT-CODE         PIC X(06).
000310     05  GL-POSTING-DATE         PIC 9(08).
000320     05  GL-REFERENCE            PIC X(14).
000330     05  GL-ORIG-REFERENCE       PIC X(14).
000340     05  GL-CURRENCY-CODE        PIC X(03).
