000010******************************************************************
000020* COPYBOOK:     RTIREC
000030* AUTHOR:       GABRIELLY ANDRADE
000040* DATE-WRITTEN: 15/10/2026
000050* PURPOSE:      RECORD LAYOUT FOR THE RETITEM RETURNED-ITEM FILE
000060*               READ BY VLD-DEP-LIB. EACH RECORD REPORTS A
000070*               DEPOSITED ITEM RETURNED UNPAID: THE REFERENCE
000080*               AND ACCOUNT OF THE ORIGINAL DEPOSITO, ITS AMOUNT
000090*               AND THE RETURN REASON. A RETURN IS MATCHED TO THE
000100*               DEPOSITO'S OPEN HOLD ON UNCHOLD.
000110*----------------------------------------------------------------
000120* MODIFICATION HISTORY
000130*   DATE        INIT  DESCRIPTION
000140*   15/10/2026  GA    INITIAL VERSION - RETURNED ITEMS.
000150******************************************************************
000160 01  RTI-RECORD.
000170     05  RTI-REFERENCE           PIC X(14).
000180     05  RTI-ACCT-NUMBER         PIC 9(10).
000190     05  RTI-AMOUNT              PIC 9(12)V99.
000200     05  RTI-REASON-CODE         PIC X(02).
000210     05  RTI-REASON-TEXT         PIC X(20).
