004400*    DATE       INIT  DESCRIPTION
004500*    ---------- ----- ---------------------------------------
004600*    2026-09-02 RJH   INITIAL VERSION.
004630*    2026-10-15 RJH   GENERATED POSTINGS AND AUDIT ROWS CARRY
004660*                     "CUST2800" AS THE OPERATOR ID.
004700*****************************************************************
004800 ENVIRONMENT DIVISION.
004900 CONFIGURATION SECTION.
049100     MOVE C2800-REMIT-AMOUNT TO PST-AMOUNT.
049200     MOVE "ESCH"             TO PST-REASON-CODE.
049300     MOVE C2800-CURRENT-DATE TO PST-POST-DATE.
049350     MOVE "CUST2800"         TO PST-OPERATOR-ID.
049400     WRITE POSTING-TRANSACTION-RECORD.
049500
049600     ADD 1 TO C2800-ACCOUNTS-SELECTED.
061300     MOVE C2800-CURRENT-DATE   TO AUD-CHANGE-DATE.
061400     ACCEPT AUD-CHANGE-TIME FROM TIME.
061500     MOVE "CUST2800"           TO AUD-SOURCE-ID.
061550     MOVE "CUST2800"           TO AUD-OPERATOR-ID.
061600     WRITE CUSTOMER-AUDIT-RECORD
061700         INVALID KEY
061800             DISPLAY "CUST2800 - AUDIT WRITE FAILED FOR "
