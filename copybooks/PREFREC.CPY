000010******************************************************************
000020* COPYBOOK:     PREFREC
000030* AUTHOR:       GABRIELLY ANDRADE
000040* DATE-WRITTEN: 15/10/2026
000050* PURPOSE:      RECORD LAYOUT FOR THE POSTEDREF POSTED-REFERENCE
000060*               FILE. VLD-SAQ-BANC APPENDS ONE FOR EVERY REFERENCE
000070*               IT POSTS (KIND P), DIVERTS TO THE SUPERVISOR HOLD
000080*               QUEUE (KIND H) OR REVERSES (KIND R), SO A RESENT
000090*               FILE CANNOT POST THE SAME REFERENCE TWICE AND A
000100*               REVERSAL CAN FIND WHAT THE ORIGINAL DID.
000110*               VLD-DEP-LIB AND VLD-PAG-RET APPEND A KIND R RECORD
000120*               FOR A RETURNED DEPOSITO OR EXTERNAL PAYMENT, SO
000130*               THE ITEM CAN NO LONGER BE REVERSED BY HAND. A
000140*               REVERSAL CARRIES THE REFERENCE IT UNDID IN
000150*               PREF-ORIG-REFERENCE.
000160*----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*   DATE        INIT  DESCRIPTION
000190*   15/10/2026  GA    INITIAL VERSION - LAYOUT MOVED OUT OF
000200*                     VLD-SAQ-BANC SO THE PROGRAMS THAT WRITE
000210*                     POSTEDREF SHARE ONE COPY.
000220******************************************************************
000230 01  PREF-RECORD.
000240     05  PREF-REFERENCE          PIC X(14).
000250     05  PREF-POST-DATE          PIC 9(08).
000260     05  PREF-KIND               PIC X(01).
000270         88  PREF-KIND-POSTED               VALUE "P".
000280         88  PREF-KIND-HELD                 VALUE "H".
000290         88  PREF-KIND-REVERSAL             VALUE "R".
000300     05  PREF-TRAN-TYPE          PIC X(01).
000310     05  PREF-ACCT-NUMBER        PIC 9(10).
000320     05  PREF-CREDIT-ACCT        PIC 9(10).
000330     05  PREF-AMOUNT             PIC 9(12)V99.
000340     05  PREF-TAXA               PIC 9(3)V99.
000350     05  PREF-ORIG-REFERENCE     PIC X(14).
000360     05  PREF-CREDIT-AMOUNT      PIC 9(12)V99.
000370     05  PREF-FX-RATE            PIC 9(04)V9(06).
