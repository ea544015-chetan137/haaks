000794*                 DATE NOT AFTER THE RUN DATE MEANS "TONIGHT"
000796*                 AS ALWAYS; A FUTURE DATE PARKS THE RECORD ON
000798*                 THE PENDING FILE UNTIL IT COMES OF AGE.
000799*    2026-10-15 - RJH - ADDED TRN-OPERATOR-ID.  NOW 165 BYTES.
000800***************************************************************
000900    01  CM-TRANSACTION-RECORD.
001000        05  TRN-TRANS-CODE         PIC X(01).
002400        05  TRN-CUST-PHONE         PIC X(15).
002500        05  TRN-CUST-CREDIT-LIMIT  PIC S9(08)V99.
002520        05  TRN-EFFECTIVE-DATE     PIC X(08).
002540        05  TRN-OPERATOR-ID        PIC X(08).
