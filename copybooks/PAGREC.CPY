000010******************************************************************
000020* COPYBOOK:     PAGREC
000030* AUTHOR:       GABRIELLY ANDRADE
000040* DATE-WRITTEN: 15/10/2026
000050* PURPOSE:      RECORD LAYOUT FOR AN OUTBOUND EXTERNAL PAYMENT.
000060*               VLD-SAQ-BANC APPENDS ONE TO PAGPEND FOR EVERY
000070*               EXTERNAL PAYMENT (TRAN-TYPE X) IT POSTS, ONCE THE
000080*               CUSTOMER HAS BEEN DEBITED AND THE AMOUNT PARKED IN
000090*               THE INTERBANK CLEARING SUSPENSE ACCOUNT.
000100*               VLD-PAG-EXT SENDS THE PENDING ITEMS TO THE
000110*               CLEARING HOUSE AND MOVES THEM TO PAGSENT, THE
000120*               REGISTER OF ITEMS SENT AND NOT YET SETTLED,
000130*               STAMPING THE DATE SENT AND THE SETTLEMENT CYCLE.
000140*               VLD-PAG-RET TAKES EACH ITEM OFF THE REGISTER WHEN
000150*               THE CLEARING HOUSE SETTLES OR RETURNS IT. THE TAXA
000160*               IS KEPT SO THE RETURNS PROGRAM KNOWS WHAT WAS
000170*               CHARGED; ONLY THE PRINCIPAL GOES TO THE CLEARING
000180*               HOUSE.
000190*----------------------------------------------------------------
000200* MODIFICATION HISTORY
000210*   DATE        INIT  DESCRIPTION
000220*   15/10/2026  GA    INITIAL VERSION - OUTBOUND PAYMENTS.
000230******************************************************************
000240 01  PAG-RECORD.
000250     05  PAG-REFERENCE           PIC X(14).
000260     05  PAG-ACCT-NUMBER         PIC 9(10).
000270     05  PAG-CURRENCY            PIC X(03).
000280     05  PAG-AMOUNT              PIC 9(12)V99.
000290     05  PAG-TAXA                PIC 9(3)V99.
000300     05  PAG-POST-DATE           PIC 9(08).
000310     05  PAG-BENEF-DATA.
000320         10  PAG-BENEF-BANK      PIC 9(03).
000330         10  PAG-BENEF-BRANCH    PIC 9(04).
000340         10  PAG-BENEF-ACCOUNT   PIC X(12).
000350         10  PAG-BENEF-NAME      PIC X(30).
000360     05  PAG-SENT-DATE           PIC 9(08).
000370     05  PAG-CYCLE               PIC 9(03).
