000010******************************************************************
000020* COPYBOOK:     PAGPARM
000030* AUTHOR:       GABRIELLY ANDRADE
000040* DATE-WRITTEN: 15/10/2026
000050* PURPOSE:      RECORD LAYOUT FOR THE ONE-RECORD PAGPARM EXTERNAL
000060*               PAYMENT PARAMETER FILE READ BY VLD-PAG-EXT AND
000070*               VLD-PAG-RET: THE BANK'S OWN CLEARING CODE, WHICH
000080*               IDENTIFIES THE SENDER ON THE OUTBOUND FILE, AND
000090*               THE NUMBER OF CALENDAR DAYS AN ITEM MAY STAY SENT
000100*               WITHOUT A SETTLEMENT OR RETURN BEFORE IT IS LISTED
000110*               AS UNSETTLED.
000120*----------------------------------------------------------------
000130* MODIFICATION HISTORY
000140*   DATE        INIT  DESCRIPTION
000150*   15/10/2026  GA    INITIAL VERSION - PAYMENT PARAMETERS.
000160******************************************************************
000170 01  PAG-PARM-RECORD.
000180     05  PAGP-BANK-CODE          PIC 9(03).
000190     05  PAGP-UNSETTLED-DAYS     PIC 9(02).
