000010******************************************************************
000020* COPYBOOK:     GLBREC
000030* AUTHOR:       GABRIELLY ANDRADE
000040* DATE-WRITTEN: 15/10/2026
000050* PURPOSE:      RECORD LAYOUT FOR THE GLBALMST GENERAL LEDGER
000060*               BALANCE MASTER, KEYED BY GL CODE AND CURRENCY.
000070*               VLD-GL-BAL APPLIES EACH NIGHT'S JRNFILE TO IT SO
000080*               THE LEDGER CARRIES A RUNNING BALANCE PER GL CODE
000090*               IN EVERY CURRENCY. THE BALANCE IS HELD DEBIT-
000100*               POSITIVE (DEBITS LESS CREDITS), SO A LIABILITY
000110*               SUCH AS CUSTOMER DEPOSITS SITS NEGATIVE. THE
000120*               OPENING BALANCE AND THE DAY'S DEBITS AND CREDITS
000130*               BELONG TO GLB-LAST-POSTED-DATE AND ARE ROLLED
000140*               FORWARD THE FIRST TIME THE CODE MOVES ON A NEW
000150*               BUSINESS DAY.
000160*----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*   DATE        INIT  DESCRIPTION
000190*   15/10/2026  GA    INITIAL VERSION - GL BALANCE MASTER.
000200******************************************************************
000210 01  GLB-MASTER-RECORD.
000220     05  GLB-KEY.
000230         10  GLB-GL-CODE         PIC X(06).
000240         10  GLB-CURRENCY-CODE   PIC X(03).
000250     05  GLB-OPENING-BALANCE     PIC S9(15)V99
000260                                 SIGN LEADING SEPARATE.
000270     05  GLB-DAY-DEBITS          PIC 9(15)V99.
000280     05  GLB-DAY-CREDITS         PIC 9(15)V99.
000290     05  GLB-BALANCE             PIC S9(15)V99
000300                                 SIGN LEADING SEPARATE.
000310     05  GLB-LAST-POSTED-DATE    PIC 9(08).
