002900*    HISTORY SHOWS THE CUST0100 "RECORD" DELETE ROW FOR THE
003000*    RECONCILIATION DATE; OTHERWISE IT BREAKS.  LIKEWISE AN
003010*    ACCOUNT ON THE MASTER ONLY WITH THE DAY'S "RECORD ADDED"
003020*    ROW IS A CLEAN ADD.  CUST0100 NOW JOURNALS THE OPENING
003030*    BALANCE OF AN ADD (AND THE CLOSING BALANCE OF A DELETE) AS
003040*    A CUST-BALANCE ROW; THE "RECORD ADDED" CHECK STAYS FOR
003050*    ADDS JOURNALED BEFORE THAT, WHICH CARRY NO SUCH ROW AND
003060*    WOULD OTHERWISE FALSE-BREAK.
003100*
003200*    MUST RUN AFTER THE NIGHT'S POSTING AND MAINTENANCE AND
003300*    BEFORE CUST1000 ROLLS THE SNAPSHOT GENERATION FORWARD (OR
004100*    DATE       INIT  DESCRIPTION
004200*    ---------- ----- ---------------------------------------
004300*    2026-09-02 RJH   INITIAL VERSION.
004310*    2026-10-15 RJH   COMMENTS ONLY: CUST0100 NOW JOURNALS THE
004320*                     OPENING BALANCE OF AN ADD.  THE CLEAN-ADD
004330*                     CHECK STAYS FOR ADDS JOURNALED BEFORE IT.
004400*****************************************************************
004500 ENVIRONMENT DIVISION.
004600 CONFIGURATION SECTION.
033900         GO TO 2500-RECONCILE-ONE-ACCOUNT-EXIT
034000     END-IF.
034020
034030*    AN ADD JOURNALED BEFORE CUST0100 WROTE THE OPENING
034040*    BALANCE ROW HAS NO AUDITED BALANCE MOVEMENT, SO A CLEAN
034045*    ADD IS NOT A BREAK EITHER.
034050     IF C2100-NEW-ACCOUNT
034060       AND C2100-ADD-SEEN
034070         ADD 1 TO C2100-CLEAN-ADDS
