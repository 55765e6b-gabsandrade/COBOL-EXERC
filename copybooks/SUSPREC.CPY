000180*                     TRANSACTION REFERENCE SURVIVES SUSPENSION
000190*                     AND THE RESUBMITTED ITEM STILL TIES BACK TO
000200*                     ITS ORIGINAL UPLOAD DETAIL.
000210*   15/10/2026  GA    ADDED SUSP-BENEF-DATA SO A SUSPENDED
000220*                     EXTERNAL PAYMENT KEEPS ITS BENEFICIARY.
000230******************************************************************
000240 01  SUSP-RECORD.
000250     05  SUSP-TRAN-DATA.
000260         10  SUSP-TRAN-TYPE      PIC X(01).
000270         10  SUSP-ACCT-NUMBER    PIC 9(10).
000280         10  SUSP-AMOUNT         PIC 9(12)V99.
000290         10  SUSP-CREDIT-ACCT    PIC 9(10).
000300     05  SUSP-REASON             PIC X(30).
000310     05  SUSP-RETRY-COUNT        PIC 9(02).
000320     05  SUSP-REFERENCE          PIC X(14).
000330     05  SUSP-BENEF-DATA.
000340         10  SUSP-BENEF-BANK     PIC 9(03).
000350         10  SUSP-BENEF-BRANCH   PIC 9(04).
000360         10  SUSP-BENEF-ACCOUNT  PIC X(12).
000370         10  SUSP-BENEF-NAME     PIC X(30).
