000010******************************************************************
000020* COPYBOOK:     CTHREC
000030* AUTHOR:       GABRIELLY ANDRADE
000040* DATE-WRITTEN: 15/10/2026
000050* PURPOSE:      RECORD LAYOUT FOR THE CSHLIMIT CASH-MONITORING
000060*               THRESHOLD FILE READ BY VLD-CMP-ESP. ONE RECORD
000070*               PER CURRENCY: THE REGULATORY THRESHOLD ABOVE
000080*               WHICH A CUSTOMER'S CASH FOR THE DAY IS
000090*               REPORTABLE, THE FLOOR FROM WHICH A SINGLE CASH
000100*               TRANSACTION COUNTS AS JUST BELOW THE THRESHOLD
000110*               (ZERO SWITCHES THE STRUCTURING CHECK OFF), AND
000120*               HOW MANY SUCH TRANSACTIONS WITHIN HOW MANY DAYS
000130*               PUT THE CUSTOMER ON THE STRUCTURING WATCH LIST.
000140*               A CURRENCY WITH NO RECORD IS NOT MONITORED.
000150*----------------------------------------------------------------
000160* MODIFICATION HISTORY
000170*   DATE        INIT  DESCRIPTION
000180*   15/10/2026  GA    INITIAL VERSION - CASH THRESHOLDS.
000190******************************************************************
000200 01  CTH-RECORD.
000210     05  CTH-CURRENCY-CODE       PIC X(03).
000220     05  CTH-REPORT-THRESHOLD    PIC 9(12)V99.
000230     05  CTH-NEAR-FLOOR          PIC 9(12)V99.
000240     05  CTH-WINDOW-DAYS         PIC 9(03).
000250     05  CTH-MIN-NEAR-COUNT      PIC 9(03).
