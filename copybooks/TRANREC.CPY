000380*                     END TO END AND A RESENT FILE CANNOT POST THE
000390*                     SAME DETAIL TWICE IN ONE BUSINESS DAY. HEADER
000400*                     AND TRAILER RECORDS CARRY IT AT SPACES.
000410*   15/10/2026  GA    ADDED THE REVERSAL TYPE (R) AND
000420*                     TRAN-ORIG-REFERENCE. A REVERSAL NAMES THE
000430*                     REFERENCE OF A TRANSACTION ALREADY POSTED
000440*                     AND UNDOES IT; TRAN-ACCT-NUMBER AND
000450*                     TRAN-AMOUNT MUST MATCH THE ORIGINAL. ALL
000460*                     OTHER RECORDS CARRY IT AT SPACES.
000470*   15/10/2026  GA    ADDED THE EXTERNAL PAYMENT TYPE (X) AND
000480*                     TRAN-BENEF-DATA. AN EXTERNAL PAYMENT DEBITS
000490*                     TRAN-ACCT-NUMBER AND PAYS THE BENEFICIARY AT
000500*                     ANOTHER BANK THROUGH THE CLEARING HOUSE;
000510*                     TRAN-CREDIT-ACCT IS ZERO. ALL OTHER RECORDS
000520*                     CARRY THE BENEFICIARY AT SPACES.
000530******************************************************************
000540 01  TRAN-RECORD.
000550     05  TRAN-REC-TYPE           PIC X(01).
000560         88  TRAN-REC-HEADER                VALUE "1".
000570         88  TRAN-REC-DETAIL                VALUE "2".
000580         88  TRAN-REC-TRAILER               VALUE "9".
000590     05  TRAN-DETAIL-DATA.
000600         10  TRAN-TYPE           PIC X(01).
000610             88  TRAN-TYPE-SAQUE            VALUE "S".
000620             88  TRAN-TYPE-DEPOSITO         VALUE "D".
000630             88  TRAN-TYPE-TRANSFER         VALUE "T".
000640             88  TRAN-TYPE-REVERSAL         VALUE "R".
000650             88  TRAN-TYPE-EXTERNAL         VALUE "X".
000660         10  TRAN-ACCT-NUMBER    PIC 9(10).
000670         10  TRAN-AMOUNT         PIC 9(12)V99.
000680         10  TRAN-CREDIT-ACCT    PIC 9(10).
000690     05  TRAN-HEADER-DATA REDEFINES TRAN-DETAIL-DATA.
000700         10  TRAN-HDR-FILE-DATE  PIC 9(08).
000710         10  TRAN-HDR-SOURCE     PIC X(10).
000720         10  FILLER              PIC X(17).
000730     05  TRAN-TRAILER-DATA REDEFINES TRAN-DETAIL-DATA.
000740         10  TRAN-TRL-REC-COUNT  PIC 9(09).
000750         10  TRAN-TRL-HASH-TOTAL PIC 9(13)V99.
000760         10  FILLER              PIC X(11).
000770     05  TRAN-REFERENCE          PIC X(14).
000780     05  TRAN-ORIG-REFERENCE     PIC X(14).
000790     05  TRAN-BENEF-DATA.
000800         10  TRAN-BENEF-BANK     PIC 9(03).
000810         10  TRAN-BENEF-BRANCH   PIC 9(04).
000820         10  TRAN-BENEF-ACCOUNT  PIC X(12).
000830         10  TRAN-BENEF-NAME     PIC X(30).
