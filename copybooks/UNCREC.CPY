000010******************************************************************
000020* COPYBOOK:     UNCREC
000030* AUTHOR:       GABRIELLY ANDRADE
000040* DATE-WRITTEN: 15/10/2026
000050* PURPOSE:      RECORD LAYOUT FOR THE UNCHOLD UNCOLLECTED-FUNDS
000060*               HOLD FILE. VLD-SAQ-BANC APPENDS A HOLD ITEM (KIND
000070*               H) FOR EVERY DEPOSITO IT PLACES ON HOLD, AND A
000080*               CANCEL ITEM (KIND C) CARRYING THE SAME REFERENCE
000090*               WHEN THAT DEPOSITO IS REVERSED WHILE STILL HELD.
000100*               VLD-DEP-LIB FREES EACH HOLD ONCE THE BUSINESS
000110*               DATE REACHES UNC-HELD-UNTIL, REVERSES ONE WHOSE
000120*               DEPOSITO IS RETURNED UNPAID, AND CARRIES THE REST
000130*               FORWARD. THE AMOUNT HELD IS ALSO CARRIED IN TOTAL
000140*               ON THE ACCOUNT AS ACCT-UNCOLLECTED-AMT.
000150*----------------------------------------------------------------
000160* MODIFICATION HISTORY
000170*   DATE        INIT  DESCRIPTION
000180*   15/10/2026  GA    INITIAL VERSION - UNCOLLECTED-FUNDS HOLDS.
000190******************************************************************
000200 01  UNC-RECORD.
000210     05  UNC-KIND                PIC X(01).
000220         88  UNC-KIND-HOLD                  VALUE "H".
000230         88  UNC-KIND-CANCEL                VALUE "C".
000240     05  UNC-REFERENCE           PIC X(14).
000250     05  UNC-ACCT-NUMBER         PIC 9(10).
000260     05  UNC-CURRENCY            PIC X(03).
000270     05  UNC-AMOUNT              PIC 9(12)V99.
000280     05  UNC-HOLD-DATE           PIC 9(08).
000290     05  UNC-HELD-UNTIL          PIC 9(08).
000300     05  UNC-SOURCE              PIC X(10).
