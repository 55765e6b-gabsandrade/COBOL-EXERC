001110* MODIFICATION HISTORY
001120*   DATE        INIT  DESCRIPTION
001130*   22/08/2026  GA    INITIAL VERSION - FRONT-END EDIT REJECTS.
001140*   15/10/2026  GA    WIDENED REJ-RAW-IMAGE TO 120 BYTES FOR THE
001150*                     EXTERNAL PAYMENT BENEFICIARY FIELDS.
001160******************************************************************
001170 01  REJ-RECORD.
001180     05  REJ-REASON-CODE         PIC X(02).
001190     05  REJ-REASON-DESC         PIC X(30).
001200     05  REJ-RAW-IMAGE           PIC X(120).
