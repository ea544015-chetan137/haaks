001100*    RECORDS BEFORE THE BACKUP IS TRUSTED.
001200*    WRITTEN    - R HALVORSEN
001300*    2026-08-23 - RJH - INITIAL VERSION.
001310*    2026-10-15 - RJH - UNL-TRL-UNLOAD-TIME ADDED TO THE TRAILER
001320*                 SO THE FORWARD RECOVERY (CUST4700) KNOWS WHICH
001330*                 JOURNAL ROWS THE BACKUP ALREADY HOLDS.  SPACES
001340*                 ON OLDER BACKUPS.
001400***************************************************************
001500    01  MASTER-UNLOAD-RECORD.
001600        05  UNL-RECORD-TYPE        PIC X(01).
003700            10  UNL-TRL-LIMIT-HASH     PIC S9(12)V99 SIGN IS
003800                                       TRAILING SEPARATE.
003900            10  UNL-TRL-UNLOAD-DATE    PIC X(08).
003950            10  UNL-TRL-UNLOAD-TIME    PIC X(08).
004000            10  FILLER                 PIC X(103).
