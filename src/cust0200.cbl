002820*    2026-08-23 RJH   WRITE A RUN-STATISTICS ROW TO THE COMMON
002840*                     RUN LOG (RUNLOG) AT END OF JOB FOR THE
002860*                     NIGHTLY OPERATIONS REPORT (CUST1600).
002870*    2026-10-15 RJH   AUDIT ROWS CARRY "CUST0200" AS THEIR
002880*                     AUD-OPERATOR-ID.
002900*****************************************************************
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
027600     MOVE C200-TODAY-DATE      TO AUD-CHANGE-DATE.
027700     ACCEPT AUD-CHANGE-TIME FROM TIME.
027800     MOVE "CUST0200"           TO AUD-SOURCE-ID.
027850     MOVE "CUST0200"           TO AUD-OPERATOR-ID.
027900     WRITE CUSTOMER-AUDIT-RECORD
028000         INVALID KEY
028100             DISPLAY "CUST0200 - AUDIT WRITE FAILED FOR "
