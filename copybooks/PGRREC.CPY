000010******************************************************************
000020* COPYBOOK:     PGRREC
000030* AUTHOR:       GABRIELLY ANDRADE
000040* DATE-WRITTEN: 15/10/2026
000050* PURPOSE:      RECORD LAYOUT FOR THE PAGRET CLEARING HOUSE
000060*               RESPONSE FILE READ BY VLD-PAG-RET. EACH RECORD
000070*               REPORTS THE FATE OF ONE OUTBOUND PAYMENT, NAMED BY
000080*               THE TRAN-REFERENCE IT WAS SENT UNDER: SETTLED WITH
000090*               THE RECEIVING BANK (L), RETURNED BY THE RECEIVING
000100*               BANK (D) OR REJECTED BY THE CLEARING HOUSE ITSELF
000110*               (R). A RETURN OR REJECT CARRIES THE CLEARING
000120*               HOUSE'S REASON CODE AND TEXT. A RETURN THAT
000130*               COULD NOT BE CREDITED IS KEPT IN THE SAME LAYOUT
000140*               ON PAGRPNEW AND READ BACK THE NEXT NIGHT AS
000150*               PAGRPEND.
000160*----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*   DATE        INIT  DESCRIPTION
000190*   15/10/2026  GA    INITIAL VERSION - CLEARING HOUSE RESPONSES.
000200*   15/10/2026  GA    ALSO THE LAYOUT OF THE PAGRPEND/PAGRPNEW
000210*                     HELD-OVER RETURNS.
000220******************************************************************
000230 01  PGR-RECORD.
000240     05  PGR-KIND                PIC X(01).
000250         88  PGR-KIND-SETTLED               VALUE "L".
000260         88  PGR-KIND-RETURNED              VALUE "D".
000270         88  PGR-KIND-REJECTED              VALUE "R".
000280     05  PGR-REFERENCE           PIC X(14).
000290     05  PGR-AMOUNT              PIC 9(12)V99.
000300     05  PGR-REASON-CODE         PIC X(02).
000310     05  PGR-REASON-TEXT         PIC X(30).
