000010******************************************************************
000020* COPYBOOK:     STRREC
000030* AUTHOR:       GABRIELLY ANDRADE
000040* DATE-WRITTEN: 15/10/2026
000050* PURPOSE:      RECORD LAYOUT FOR THE STRWATCH STRUCTURING WATCH
000060*               LIST WRITTEN BY VLD-CMP-ESP. ONE RECORD PER
000070*               CUSTOMER AND CURRENCY WITH A CASH TRANSACTION
000080*               JUST BELOW THE THRESHOLD TODAY AND AT LEAST THE
000090*               CONFIGURED NUMBER OF THEM WITHIN THE ROLLING
000100*               WINDOW THAT BEGINS ON STR-WINDOW-FROM. THE PARTY
000110*               IS KEYED AS ON CSHREC. THE FIRST TEN
000120*               REFERENCES IN THE WINDOW ARE CARRIED;
000130*               STR-NEAR-COUNT SAYS HOW MANY THERE WERE IN ALL.
000140*----------------------------------------------------------------
000150* MODIFICATION HISTORY
000160*   DATE        INIT  DESCRIPTION
000170*   15/10/2026  GA    INITIAL VERSION - STRUCTURING WATCH LIST.
000180******************************************************************
000190 01  STR-RECORD.
000200     05  STR-BUSINESS-DATE       PIC 9(08).
000210     05  STR-WINDOW-FROM         PIC 9(08).
000220     05  STR-CUSTOMER-ID         PIC 9(08).
000230     05  STR-ACCT-NUMBER         PIC 9(10).
000240     05  STR-CUSTOMER-NAME       PIC X(30).
000250     05  STR-CURRENCY-CODE       PIC X(03).
000260     05  STR-NEAR-COUNT          PIC 9(05).
000270     05  STR-NEAR-TOTAL          PIC 9(13)V99.
000280     05  STR-REF-COUNT           PIC 9(02).
000290     05  STR-REFERENCE           PIC X(14) OCCURS 10 TIMES.
