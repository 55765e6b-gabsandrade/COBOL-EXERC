000520*                     ACCOUNT FROM ITS PRODUCT CATALOG ENTRY;
000530*                     SPACES OR AN UNKNOWN CODE FALLS BACK TO THE
000540*                     FLAT PARMFILE FEE AND RATE.
000550*   15/10/2026  GA    ADDED ACCT-OVERDRAWN-SINCE AND
000560*                     ACCT-BEYOND-LIMIT-SINCE - THE BUSINESS DATE
000570*                     THE VLD-ACC-DLQ DELINQUENCY SWEEP FIRST SAW
000580*                     THE BALANCE BELOW ZERO, AND BEYOND THE
000590*                     OVERDRAFT LIMIT. ZERO MEANS NOT OVERDRAWN /
000600*                     NOT BEYOND THE LIMIT; THE SWEEP CLEARS THEM
000610*                     WHEN THE BALANCE RECOVERS.
000620*   15/10/2026  GA    ADDED ACCT-UNCOLLECTED-AMT - THE PART OF
000630*                     ACCT-BALANCE STILL ON HOLD FROM DEPOSITS
000640*                     NOT YET COLLECTED. THE AVAILABLE BALANCE
000650*                     IS ACCT-BALANCE LESS THIS AMOUNT, PLUS THE
000660*                     OVERDRAFT LIMIT. VLD-SAQ-BANC ADDS TO IT AND
000670*                     VLD-DEP-LIB RELEASES IT. A RECORD CUT BEFORE
000680*                     THE FIELD EXISTED IS TREATED AS ZERO.
000690******************************************************************
000700 01  ACCT-MASTER-RECORD.
000710     05  ACCT-NUMBER             PIC 9(10).
000720     05  ACCT-HOLDER-NAME        PIC X(30).
000730     05  ACCT-BALANCE            PIC S9(12)V99
000740                                 SIGN LEADING SEPARATE.
000750     05  ACCT-CURRENCY-CODE      PIC X(03).
000760     05  ACCT-DAILY-LIMIT        PIC 9(12)V99.
000770     05  ACCT-DAILY-WITHDRAWN    PIC 9(12)V99.
000780     05  ACCT-DAILY-DATE         PIC 9(08).
000790     05  ACCT-OVERDRAFT-LIMIT    PIC 9(12)V99.
000800     05  ACCT-LAST-SWEEP-MONTH   PIC 9(06).
000810     05  ACCT-STATUS             PIC X(01).
000820         88  ACCT-STATUS-ACTIVE             VALUES "A" SPACE.
000830         88  ACCT-STATUS-FROZEN             VALUE "F".
000840         88  ACCT-STATUS-BLOCKED            VALUE "B".
000850         88  ACCT-STATUS-DORMANT            VALUE "D".
000860         88  ACCT-STATUS-CLOSED             VALUE "E".
000870     05  ACCT-CUSTOMER-ID        PIC 9(08).
000880     05  ACCT-LAST-ACTIVITY-DATE PIC 9(08).
000890     05  ACCT-PRODUCT-CODE       PIC X(04).
000900     05  ACCT-OVERDRAWN-SINCE    PIC 9(08).
000910     05  ACCT-BEYOND-LIMIT-SINCE PIC 9(08).
000920     05  ACCT-UNCOLLECTED-AMT    PIC 9(12)V99.
