000010******************************************************************
000020* COPYBOOK:     CHSREC
000030* AUTHOR:       GABRIELLY ANDRADE
000040* DATE-WRITTEN: 15/10/2026
000050* PURPOSE:      RECORD LAYOUT FOR THE CMPHIST ROLLING HISTORY
000060*               KEPT BY VLD-CMP-ESP. ONE RECORD PER SUCCESSFUL
000070*               CASH TRANSACTION THAT FELL JUST BELOW ITS
000080*               CURRENCY'S THRESHOLD, HELD FOR AS LONG AS THE
000090*               CURRENCY'S STRUCTURING WINDOW LASTS. THE FILE IS
000100*               REWRITTEN EACH NIGHT, SO THE WINDOW SPANS NIGHTS
000110*               AND AUDITLOG ROLLOVERS BY VLD-AUD-ARQ. THE PARTY
000120*               IS KEYED AS ON CSHREC.
000130*----------------------------------------------------------------
000140* MODIFICATION HISTORY
000150*   DATE        INIT  DESCRIPTION
000160*   15/10/2026  GA    INITIAL VERSION - STRUCTURING HISTORY.
000170******************************************************************
000180 01  CHS-RECORD.
000190     05  CHS-TRAN-DATE           PIC 9(08).
000200     05  CHS-CUSTOMER-ID         PIC 9(08).
000210     05  CHS-ACCT-NUMBER         PIC 9(10).
000220     05  CHS-CURRENCY-CODE       PIC X(03).
000230     05  CHS-TRAN-TYPE           PIC X(01).
000240     05  CHS-AMOUNT              PIC 9(12)V99.
000250     05  CHS-REFERENCE           PIC X(14).
