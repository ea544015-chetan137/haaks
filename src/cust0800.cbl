002720*    2026-08-23 RJH   WRITE A RUN-STATISTICS ROW TO THE COMMON
002740*                     RUN LOG (RUNLOG) AT END OF JOB FOR THE
002760*                     NIGHTLY OPERATIONS REPORT (CUST1600).
002770*    2026-10-15 RJH   AUDIT ROWS CARRY "CUST0800" AS THEIR
002780*                     AUD-OPERATOR-ID.
002800*****************************************************************
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
025100     MOVE C800-CURRENT-DATE    TO AUD-CHANGE-DATE.
025200     ACCEPT AUD-CHANGE-TIME FROM TIME.
025300     MOVE "CUST0800"           TO AUD-SOURCE-ID.
025350     MOVE "CUST0800"           TO AUD-OPERATOR-ID.
025400     WRITE CUSTOMER-AUDIT-RECORD
025500         INVALID KEY
025600             DISPLAY "CUST0800 - AUDIT WRITE FAILED FOR "
