000010******************************************************************
000020* COPYBOOK:     DLQPARM
000030* AUTHOR:       GABRIELLY ANDRADE
000040* DATE-WRITTEN: 15/10/2026
000050* PURPOSE:      RECORD LAYOUT FOR THE VLD-ACC-DLQ DELINQUENCY
000060*               SWEEP PARAMETER FILE. ONE RECORD CONFIGURES THE
000070*               RUN: THE NUMBER OF DAYS AN ACCOUNT MAY STAY
000080*               BEYOND ITS OVERDRAFT LIMIT BEFORE THE SWEEP
000090*               FREEZES IT (STATUS F).
000100*----------------------------------------------------------------
000110* MODIFICATION HISTORY
000120*   DATE        INIT  DESCRIPTION
000130*   15/10/2026  GA    INITIAL VERSION - DELINQUENCY PARAMETERS.
000140******************************************************************
000150 01  DLQ-PARM-RECORD.
000160     05  DLQ-PARM-FREEZE-DAYS    PIC 9(03).
