000320*                     REFERENCE ECHOED FROM TRANREC SO A RESULT
000330*                     LINE TIES BACK TO ITS INPUT DETAIL AND ON
000340*                     THROUGH AUDITLOG AND GLEXTRACT.
000350*   15/10/2026  GA    ADDED OUT-ORIG-REFERENCE - ON A REVERSAL
000360*                     RESULT LINE, THE REFERENCE OF THE
000370*                     TRANSACTION BEING UNDONE. SPACES OTHERWISE.
000380*   15/10/2026  GA    ADDED OUT-CREDIT-CURRENCY, OUT-CREDIT-AMOUNT
000390*                     AND OUT-FX-RATE - ON A TRANSFER BETWEEN
000400*                     ACCOUNTS OF DIFFERENT CURRENCIES, THE
000410*                     RECEIVING CURRENCY, THE CONVERTED AMOUNT
000420*                     CREDITED AND THE CROSS RATE APPLIED (DEBIT
000430*                     CURRENCY TO CREDIT CURRENCY). SPACES/ZERO
000440*                     ON EVERY OTHER LINE.
000450******************************************************************
000460 01  OUT-RECORD.
000470     05  OUT-TRAN-TYPE           PIC X(01).
000480     05  OUT-ACCT-NUMBER         PIC 9(10).
000490     05  OUT-SALDO               PIC S9(12)V99
000500                                 SIGN LEADING SEPARATE.
000510     05  OUT-CURRENCY-CODE       PIC X(03).
000520     05  OUT-AMOUNT              PIC 9(12)V99.
000530     05  OUT-TAXA                PIC 9(3)V99.
000540     05  OUT-TOTAL               PIC 9(12)V99.
000550     05  OUT-SALDO-FINAL         PIC S9(12)V99
000560                                 SIGN LEADING SEPARATE.
000570     05  OUT-STATUS-MSG          PIC X(30).
000580     05  OUT-REFERENCE           PIC X(14).
000590     05  OUT-ORIG-REFERENCE      PIC X(14).
000600     05  OUT-CREDIT-CURRENCY     PIC X(03).
000610     05  OUT-CREDIT-AMOUNT       PIC 9(12)V99.
000620     05  OUT-FX-RATE             PIC 9(04)V9(06).
