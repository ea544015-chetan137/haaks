004100*    DATE       INIT  DESCRIPTION
004200*    ---------- ----- ---------------------------------------
004300*    2026-08-22 RJH   INITIAL VERSION.
004310*    2026-10-15 RJH   ARCHIVE-RECORD WIDENED TO 148 BYTES SO THE
004320*                     ARCHIVED ROW KEEPS AUD-OPERATOR-ID.
004400*****************************************************************
004500 ENVIRONMENT DIVISION.
004600 CONFIGURATION SECTION.
007500
007600 FD  ARCHIVE-FILE
007700     LABEL RECORDS ARE STANDARD.
007800 01  ARCHIVE-RECORD             PIC X(148).
007900
008000 FD  ARCHIVE-REPORT-FILE
008100     LABEL RECORDS ARE STANDARD.
