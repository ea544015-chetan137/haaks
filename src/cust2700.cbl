002900*    DATE       INIT  DESCRIPTION
003000*    ---------- ----- ---------------------------------------
003100*    2026-09-02 RJH   INITIAL VERSION.
003130*    2026-10-15 RJH   AUDIT ROWS CARRY "CUST2700" AS THEIR
003160*                     AUD-OPERATOR-ID.
003200*****************************************************************
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
030700     MOVE C2700-CURRENT-DATE   TO AUD-CHANGE-DATE.
030800     ACCEPT AUD-CHANGE-TIME FROM TIME.
030900     MOVE "CUST2700"           TO AUD-SOURCE-ID.
030950     MOVE "CUST2700"           TO AUD-OPERATOR-ID.
031000     WRITE CUSTOMER-AUDIT-RECORD
031100         INVALID KEY
031200             DISPLAY "CUST2700 - AUDIT WRITE FAILED FOR "
