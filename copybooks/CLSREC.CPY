000010******************************************************************
000020* COPYBOOK:     CLSREC
000030* AUTHOR:       GABRIELLY ANDRADE
000040* DATE-WRITTEN: 15/10/2026
000050* PURPOSE:      RECORD LAYOUT FOR THE CLSFILE ACCOUNT CLOSURE
000060*               REQUEST FILE READ BY VLD-ACC-ENC. EACH REQUEST
000070*               NAMES THE ACCOUNT TO BE SETTLED AND CLOSED, THE
000080*               ACCOUNT ON ACCTMSTR THAT RECEIVES THE NET
000090*               BALANCE AND THE OPERATOR WHO RAISED THE
000100*               CLOSURE, CARRIED TO MNTAUDIT AS FOR ANY OTHER
000110*               MAINTENANCE ACTION. THE PAYOUT ACCOUNT MAY BE
000120*               ZERO WHEN THE SETTLED BALANCE IS ZERO.
000130*----------------------------------------------------------------
000140* MODIFICATION HISTORY
000150*   DATE        INIT  DESCRIPTION
000160*   15/10/2026  GA    INITIAL VERSION - CLOSURE SETTLEMENT
000170*                     REQUESTS.
000180******************************************************************
000190 01  CLS-RECORD.
000200     05  CLS-ACCT-NUMBER         PIC 9(10).
000210     05  CLS-PAYOUT-ACCT         PIC 9(10).
000220     05  CLS-OPERATOR-ID         PIC X(08).
