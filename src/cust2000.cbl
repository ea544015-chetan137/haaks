003900*    DATE       INIT  DESCRIPTION
004000*    ---------- ----- ---------------------------------------
004100*    2026-09-02 RJH   INITIAL VERSION.
004120*    2026-10-15 RJH   GENERATED POSTINGS CARRY "CUST2000" AS PST-
004140*                     OPERATOR-ID FOR THE CUST0900 ENTITLEMENT
004160*                     CHECK.
004200*****************************************************************
004300 ENVIRONMENT DIVISION.
004400 CONFIGURATION SECTION.
025800     MOVE C2000-CHARGE-AMOUNT TO PST-AMOUNT.
025900     MOVE "FIN "              TO PST-REASON-CODE.
026000     MOVE C2000-CURRENT-DATE  TO PST-POST-DATE.
026050     MOVE "CUST2000"          TO PST-OPERATOR-ID.
026100     WRITE POSTING-TRANSACTION-RECORD.
026200
026300     ADD 1 TO C2000-CHARGES-WRITTEN.
