003200*    DATE       INIT  DESCRIPTION
003300*    ---------- ----- ---------------------------------------
003400*    2026-08-23 RJH   INITIAL VERSION.
003410*    2026-10-15 RJH   THE UNLOAD TRAILER NOW CARRIES THE TIME THE
003420*                     UNLOAD STARTED AS WELL AS THE DATE, SO THE
003430*                     FORWARD RECOVERY (CUST4700) CAN TELL WHICH
003440*                     AUDIT ROWS THE BACKUP ALREADY REFLECTS.
003500*****************************************************************
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
009800 77  C1700-VERIFY-OK-SW         PIC X(01)  VALUE "Y".
009900     88  C1700-VERIFY-OK        VALUE "Y".
010000 77  C1700-CURRENT-DATE         PIC X(08)  VALUE SPACES.
010050 77  C1700-UNLOAD-TIME          PIC X(08)  VALUE SPACES.
010100 77  C1700-MASTER-COUNT         PIC 9(09) COMP  VALUE ZERO.
010200 77  C1700-MASTER-BAL-HASH      PIC S9(12)V99 COMP-3 VALUE ZERO.
010300 77  C1700-MASTER-LIM-HASH      PIC S9(12)V99 COMP-3 VALUE ZERO.
013700         10  C1700-WRK-TRL-LIM-HASH PIC S9(12)V99 SIGN IS
013800                                    TRAILING SEPARATE.
013900         10  C1700-WRK-TRL-DATE     PIC X(08).
013950         10  C1700-WRK-TRL-TIME     PIC X(08).
014000         10  FILLER                 PIC X(103).
014100*---------------------------------------------------------------
014200*    REPORT LINES
014300*---------------------------------------------------------------
022890         GO TO 3000-UNLOAD-MASTER-EXIT
022895     END-IF.
022900     OPEN OUTPUT BACKUP-OUT-FILE.
022950     ACCEPT C1700-UNLOAD-TIME FROM TIME.
023000
023100     PERFORM 2900-READ-NEXT-CUSTOMER
023200         THRU 2900-READ-NEXT-CUSTOMER-EXIT.
024100     MOVE C1700-MASTER-BAL-HASH TO UNL-TRL-BALANCE-HASH.
024200     MOVE C1700-MASTER-LIM-HASH TO UNL-TRL-LIMIT-HASH.
024300     MOVE C1700-CURRENT-DATE  TO UNL-TRL-UNLOAD-DATE.
024350     MOVE C1700-UNLOAD-TIME   TO UNL-TRL-UNLOAD-TIME.
024400     WRITE MASTER-UNLOAD-RECORD.
024500
024600     CLOSE BACKUP-OUT-FILE.
