000100***************************************************************
000200*    CUSTPER.CPY
000300*    ACCOUNTING PERIOD CONTROL RECORD (PERIODCT).  ONE ROW PER
000400*    ACCOUNTING MONTH, KEYED BY PER-PERIOD (YYYYMM).  THE LOWEST
000500*    PERIOD WITH PER-STATUS "O" IS THE OPEN PERIOD; ANY BALANCE
000600*    ACTIVITY DATED BEFORE IT FALLS IN A CLOSED PERIOD AND IS
000700*    REJECTED OR ROLLED FORWARD BY CUST0900 AND CUST0100
000800*    ACCORDING TO PER-CLOSED-ACTION ON THE OPEN ROW.
000900*    THE MONTH-END CLOSE (CUST3500) FILLS IN THE TRIAL BALANCE
001000*    FIGURES AND SETS "L" ONLY WHEN THE PERIOD FOOTS AND PROVES
001100*    TO THE GL FEED, THEN OPENS THE NEXT PERIOD.
001200*    WRITTEN    - R HALVORSEN
001300*    2026-10-15 - RJH - INITIAL VERSION.
001400***************************************************************
001500    01  PERIOD-CONTROL-RECORD.
001600        05  PER-PERIOD             PIC X(06).
001700        05  PER-STATUS             PIC X(01).
001800            88  PER-OPEN           VALUE "O".
001900            88  PER-LOCKED         VALUE "L".
002000        05  PER-CLOSED-ACTION      PIC X(01).
002100            88  PER-REJECT-CLOSED  VALUE "R" " ".
002200            88  PER-ROLL-FORWARD   VALUE "F".
002300        05  PER-OPENED-DATE        PIC X(08).
002400        05  PER-LOCKED-DATE        PIC X(08).
002500        05  PER-OPENING-BALANCE    PIC S9(12)V99.
002600        05  PER-TOTAL-DEBITS       PIC S9(12)V99.
002700        05  PER-TOTAL-CREDITS      PIC S9(12)V99.
002800        05  PER-TOTAL-ADJUSTMENTS  PIC S9(12)V99.
002900        05  PER-CLOSING-BALANCE    PIC S9(12)V99.
003000        05  PER-GL-NET             PIC S9(12)V99.
003100        05  FILLER                 PIC X(20).
