003100*    DATE       INIT  DESCRIPTION
003200*    ---------- ----- ---------------------------------------
003300*    2026-09-02 RJH   INITIAL VERSION.
003330*    2026-10-15 RJH   AUDIT ROWS CARRY "CUST2500" AS THEIR
003360*                     AUD-OPERATOR-ID.
003400*****************************************************************
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
050900     MOVE C2500-CURRENT-DATE   TO AUD-CHANGE-DATE.
051000     ACCEPT AUD-CHANGE-TIME FROM TIME.
051100     MOVE "CUST2500"           TO AUD-SOURCE-ID.
051150     MOVE "CUST2500"           TO AUD-OPERATOR-ID.
051200     WRITE CUSTOMER-AUDIT-RECORD
051300         INVALID KEY
051400             DISPLAY "CUST2500 - AUDIT WRITE FAILED FOR "
