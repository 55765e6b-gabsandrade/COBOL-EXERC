000160* MODIFICATION HISTORY
000170*   DATE        INIT  DESCRIPTION
000180*   02/09/2026  GA    INITIAL VERSION - PENDING-APPROVAL QUEUE.
000190*   15/10/2026  GA    ADDED HOLD-BENEF-DATA SO A HELD EXTERNAL
000200*                     PAYMENT KEEPS ITS BENEFICIARY.
000210******************************************************************
000220 01  HOLD-RECORD.
000230     05  HOLD-TRAN-DATA.
000240         10  HOLD-TRAN-TYPE      PIC X(01).
000250         10  HOLD-ACCT-NUMBER    PIC 9(10).
000260         10  HOLD-AMOUNT         PIC 9(12)V99.
000270         10  HOLD-CREDIT-ACCT    PIC 9(10).
000280     05  HOLD-REFERENCE          PIC X(14).
000290     05  HOLD-CURRENCY           PIC X(03).
000300     05  HOLD-DATE               PIC 9(08).
000310     05  HOLD-AGE                PIC 9(02).
000320     05  HOLD-BENEF-DATA.
000330         10  HOLD-BENEF-BANK     PIC 9(03).
000340         10  HOLD-BENEF-BRANCH   PIC 9(04).
000350         10  HOLD-BENEF-ACCOUNT  PIC X(12).
000360         10  HOLD-BENEF-NAME     PIC X(30).
