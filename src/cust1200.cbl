002500*    DATE       INIT  DESCRIPTION
002600*    ---------- ----- ---------------------------------------
002700*    2026-08-22 RJH   INITIAL VERSION.
002720*    2026-10-15 RJH   PENDOUT AND RELTRAN RECORDS ARE NOW 165
002740*                     BYTES, CARRYING TRN-OPERATOR-ID THROUGH
002760*                     UNTOUCHED.
002800*****************************************************************
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
005600
005700 FD  PENDING-OUT-FILE
005800     LABEL RECORDS ARE STANDARD.
005900 01  PENDING-OUT-RECORD         PIC X(165).
006000
006100 FD  RELEASED-TRANS-FILE
006200     LABEL RECORDS ARE STANDARD.
006300 01  RELEASED-TRANS-RECORD      PIC X(165).
006400
006500 FD  PENDING-REPORT-FILE
006600     LABEL RECORDS ARE STANDARD.
