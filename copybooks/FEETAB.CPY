001180*                     SPACES APPLIES TO ANY CURRENCY, SO DEFAULT
001190*                     BANDS SHOULD FOLLOW THE CURRENCY-SPECIFIC
001200*                     ONES IN THE FILE.
001210*   15/10/2026  GA    ADDED FEE-REC-KIND. A BAND MARKED "C" IS AN
001220*                     FX BAND - IT PRICES ONLY A TRANSFER BETWEEN
001230*                     ACCOUNTS OF DIFFERENT CURRENCIES, AND TAKES
001240*                     THE PLACE OF THE ORDINARY BAND FOR IT. A
001250*                     BAND AT SPACE IS AN ORDINARY BAND, SO
001260*                     EXISTING SCHEDULES ARE UNCHANGED.
001270*   15/10/2026  GA    ADDED KIND "X" - A BAND THAT PRICES AN
001280*                     EXTERNAL PAYMENT TO ANOTHER BANK IN PLACE
001290*                     OF THE ORDINARY BAND FOR IT.
001300******************************************************************
001310 01  FEE-SCHED-RECORD.
001320     05  FEE-REC-CURRENCY-CODE   PIC X(03).
001330     05  FEE-REC-UPPER-LIMIT     PIC 9(12)V99.
001340     05  FEE-REC-AMOUNT          PIC 9(3)V99.
001350     05  FEE-REC-KIND            PIC X(01).
001360         88  FEE-REC-KIND-ORDINARY          VALUE SPACE.
001370         88  FEE-REC-KIND-FX                VALUE "C".
001380         88  FEE-REC-KIND-EXTERNAL          VALUE "X".
