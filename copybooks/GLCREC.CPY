000010******************************************************************
000020* COPYBOOK:     GLCREC
000030* AUTHOR:       GABRIELLY ANDRADE
000040* DATE-WRITTEN: 15/10/2026
000050* PURPOSE:      RECORD LAYOUT FOR THE GLBCTL CONTROL FILE. ONE
000060*               RECORD NAMES THE LAST JOURNAL VLD-GL-BAL APPLIED
000070*               TO THE GLBALMST BALANCE MASTER - ITS HEADER DATE,
000080*               DETAIL COUNT AND AMOUNT HASH - SO THE SAME NIGHT'S
000090*               JRNFILE CAN NEVER BE APPLIED TWICE. A MISSING
000100*               FILE MEANS NO JOURNAL HAS EVER BEEN APPLIED. THE
000110*               RECORD IS WRITTEN IN PROGRESS (P) BEFORE THE
000120*               FIRST LEG IS POSTED AND COMPLETE (A) AFTER THE
000130*               LAST, SO A RESTART KNOWS WHETHER THE MASTER WAS
000140*               LEFT PART-POSTED. A RECORD WRITTEN BEFORE THE
000150*               STATE EXISTED IS A COMPLETE ONE.
000160*               THE TAKEOVER FIELDS BELONG TO VLD-GL-IMP, WHICH
000170*               SEEDS THE MASTER ONCE WITH THE DEPOSIT BALANCES
000180*               ALREADY ON ACCTMSTR. THEY ARE IN PROGRESS (P)
000190*               WHILE THE SEED IS POSTED AND COMPLETE (A) ONCE
000200*               IT IS; SPACE MEANS THE MASTER HAS NEVER BEEN
000210*               SEEDED, AND VLD-GL-BAL WILL NOT PROVE THE
000220*               DEPOSITS AGAINST IT. VLD-GL-BAL CARRIES BOTH
000230*               FIELDS FORWARD WHEN IT REWRITES THE RECORD.
000240*----------------------------------------------------------------
000250* MODIFICATION HISTORY
000260*   DATE        INIT  DESCRIPTION
000270*   15/10/2026  GA    INITIAL VERSION - GL BALANCE CONTROL.
000280*   15/10/2026  GA    ADDED GLC-APPLY-STATE - IN PROGRESS OR
000290*                     COMPLETE.
000300*   15/10/2026  GA    ADDED GLC-TAKEOVER-DATE AND
000310*                     GLC-TAKEOVER-STATE FOR THE OPENING-BALANCE
000320*                     TAKEOVER.
000330******************************************************************
000340 01  GLC-RECORD.
000350     05  GLC-LAST-JOURNAL-DATE   PIC 9(08).
000360     05  GLC-LAST-REC-COUNT      PIC 9(09).
000370     05  GLC-LAST-HASH-TOTAL     PIC 9(13)V99.
000380     05  GLC-APPLY-STATE         PIC X(01).
000390         88  GLC-APPLY-IN-PROGRESS          VALUE "P".
000400         88  GLC-APPLY-COMPLETE             VALUES "A" SPACE.
000410     05  GLC-TAKEOVER-DATE       PIC 9(08).
000420     05  GLC-TAKEOVER-STATE      PIC X(01).
000430         88  GLC-TAKEOVER-IN-PROGRESS       VALUE "P".
000440         88  GLC-TAKEOVER-COMPLETE          VALUE "A".
000450         88  GLC-TAKEOVER-NEVER-RUN         VALUE SPACE.
