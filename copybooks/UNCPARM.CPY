000010******************************************************************
000020* COPYBOOK:     UNCPARM
000030* AUTHOR:       GABRIELLY ANDRADE
000040* DATE-WRITTEN: 15/10/2026
000050* PURPOSE:      RECORD LAYOUT FOR THE VLD-SAQ-BANC UNCOLLECTED-
000060*               FUNDS HOLD PARAMETER FILE. EACH RECORD SETS HOW
000070*               MANY BUSINESS DAYS A DEPOSITO IS HELD WHEN IT
000080*               ARRIVES IN A TRANFILE FROM THE GIVEN SOURCE
000090*               (TRAN-HDR-SOURCE) FOR AN ACCOUNT IN THE GIVEN
000100*               CURRENCY. SPACES IN THE SOURCE OR THE CURRENCY
000110*               MATCH ANY, AND THE FIRST MATCHING RECORD WINS, SO
000120*               SPECIFIC RECORDS SHOULD COME BEFORE DEFAULTS, AS
000130*               IN THE FEE SCHEDULE. ZERO DAYS MEANS NO HOLD, SO
000140*               A SOURCE CAN BE EXEMPTED AHEAD OF A DEFAULT.
000150*----------------------------------------------------------------
000160* MODIFICATION HISTORY
000170*   DATE        INIT  DESCRIPTION
000180*   15/10/2026  GA    INITIAL VERSION - DEPOSIT HOLD PARAMETERS.
000190******************************************************************
000200 01  UNC-PARM-RECORD.
000210     05  UNCP-SOURCE             PIC X(10).
000220     05  UNCP-CURRENCY-CODE      PIC X(03).
000230     05  UNCP-HOLD-DAYS          PIC 9(02).
