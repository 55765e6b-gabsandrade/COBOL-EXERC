000010******************************************************************
000020* COPYBOOK:     CSHREC
000030* AUTHOR:       GABRIELLY ANDRADE
000040* DATE-WRITTEN: 15/10/2026
000050* PURPOSE:      RECORD LAYOUT FOR THE CSHOUT REPORTABLE-CASH FILE
000060*               WRITTEN BY VLD-CMP-ESP FOR COMPLIANCE. ONE RECORD
000070*               PER CUSTOMER, BUSINESS DAY AND CURRENCY WHOSE
000080*               SUCCESSFUL CASH SAQUE AND DEPOSITO ACROSS ALL OF
000090*               THE CUSTOMER'S ACCOUNTS CAME TO MORE THAN THE
000100*               CONFIGURED THRESHOLD. AN ACCOUNT NOT LINKED TO A
000110*               CUSTOMER IS ITS OWN PARTY: CUSTOMER ID ZERO AND
000120*               THE ACCOUNT NUMBER FILLED IN (ZERO OTHERWISE).
000130*               THE FIRST TEN TRANSACTION REFERENCES ARE CARRIED
000140*               FOR THE INVESTIGATORS; CSH-TRAN-COUNT SAYS HOW
000150*               MANY THERE WERE IN ALL.
000160*----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*   DATE        INIT  DESCRIPTION
000190*   15/10/2026  GA    INITIAL VERSION - REPORTABLE CASH FILE.
000200******************************************************************
000210 01  CSH-RECORD.
000220     05  CSH-BUSINESS-DATE       PIC 9(08).
000230     05  CSH-CUSTOMER-ID         PIC 9(08).
000240     05  CSH-ACCT-NUMBER         PIC 9(10).
000250     05  CSH-CUSTOMER-NAME       PIC X(30).
000260     05  CSH-CURRENCY-CODE       PIC X(03).
000270     05  CSH-CASH-IN             PIC 9(13)V99.
000280     05  CSH-CASH-OUT            PIC 9(13)V99.
000290     05  CSH-CASH-TOTAL          PIC 9(13)V99.
000300     05  CSH-TRAN-COUNT          PIC 9(05).
000310     05  CSH-REF-COUNT           PIC 9(02).
000320     05  CSH-REFERENCE           PIC X(14) OCCURS 10 TIMES.
