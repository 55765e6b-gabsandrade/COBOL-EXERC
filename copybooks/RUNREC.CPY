000010******************************************************************
000020* COPYBOOK:     RUNREC
000030* AUTHOR:       GABRIELLY ANDRADE
000040* DATE-WRITTEN: 15/10/2026
000050* PURPOSE:      RECORD LAYOUT FOR THE RUNLEDGR NIGHTLY RUN-STEP
000060*               LEDGER. EVERY BATCH STEP APPENDS A START RECORD
000070*               ("I") WHEN IT BEGINS AND AN END RECORD ("F")
000080*               WITH ITS RETURN CODE AND KEY COUNTS WHEN IT
000090*               FINISHES, BOTH STAMPED WITH THE BDATECTL
000100*               BUSINESS DATE THE STEP WORKED. A STEP HAS ENDED
000110*               CLEANLY FOR A DATE WHEN AN END RECORD WITH
000120*               RETURN CODE ZERO EXISTS FOR IT; A START RECORD
000130*               WITH NO MATCHING END RECORD MEANS THE STEP WAS
000140*               CANCELLED OR ABENDED. THE STEPS USE THE LEDGER
000150*               TO REFUSE TO RUN AHEAD OF THEIR PREDECESSORS OR
000160*               TWICE FOR THE SAME DATE, AND VLD-DIA-FCH USES
000170*               IT TO REFUSE TO CLOSE AN INCOMPLETE NIGHT. THE
000180*               TIMESTAMP IS THE SYSTEM CLOCK AT THE MOMENT THE
000190*               RECORD WAS WRITTEN.
000200*----------------------------------------------------------------
000210* MODIFICATION HISTORY
000220*   DATE        INIT  DESCRIPTION
000230*   15/10/2026  GA    INITIAL VERSION - NIGHTLY RUN-STEP LEDGER.
000240******************************************************************
000250 01  RUN-LEDGER-RECORD.
000260     05  RUN-BUSINESS-DATE       PIC 9(08).
000270     05  RUN-PROGRAM             PIC X(12).
000280     05  RUN-EVENT               PIC X(01).
000290         88  RUN-EVENT-START               VALUE "I".
000300         88  RUN-EVENT-END                 VALUE "F".
000310     05  RUN-TIMESTAMP.
000320         10  RUN-TS-DATE         PIC 9(08).
000330         10  RUN-TS-TIME         PIC 9(06).
000340     05  RUN-RETURN-CODE         PIC 9(04).
000350     05  RUN-COUNT-READ          PIC 9(09).
000360     05  RUN-COUNT-PROCESSED     PIC 9(09).
000370     05  RUN-COUNT-EXCEPTIONS    PIC 9(09).
