000100***************************************************************
000200*    CUSTCHG.CPY
000300*    CHARGE-OFF RECORD (CHGOFF).  ONE ROW PER CUST-ID THE
000400*    CHARGE-OFF JOB (CUST3300) HAS WRITTEN OFF.  THE CHARGE-OFF
000500*    POSTING TAKES CUST-BALANCE TO ZERO AND THE ACCOUNT TO
000600*    STATUS "W", SO THIS ROW IS WHERE THE DEBT IS STILL KNOWN:
000700*    THE AMOUNT WRITTEN OFF, WHEN AND WHY, AND - REFRESHED BY
000800*    THE MONTHLY REGISTER (CUST3400) FROM POSTING HISTORY -
000900*    HOW MUCH HAS SINCE BEEN RECOVERED.  A SECOND CHARGE-OFF
001000*    ON THE SAME ACCOUNT ADDS TO CHG-AMOUNT AND KEEPS THE
001100*    FIRST DATE.
001200*    WRITTEN    - R HALVORSEN
001300*    2026-10-15 - RJH - INITIAL VERSION.
001400***************************************************************
001500    01  CHARGE-OFF-RECORD.
001600        05  CHG-CUST-ID            PIC X(10).
001700        05  CHG-CHARGE-OFF-DATE    PIC X(08).
001800        05  CHG-LAST-CHARGE-DATE   PIC X(08).
001900        05  CHG-AMOUNT             PIC S9(08)V99.
002000        05  CHG-REASON-CODE        PIC X(04).
002100        05  CHG-PRIOR-STATUS       PIC X(01).
002200        05  CHG-RULE               PIC X(01).
002300            88  CHG-BY-DELINQUENCY VALUE "D".
002400            88  CHG-CLOSED-DEBIT   VALUE "C".
002500        05  CHG-DAYS-PAST-DUE      PIC 9(05).
002600        05  CHG-RECOVERED          PIC S9(08)V99.
002700        05  CHG-LAST-RECOVERY-DATE PIC X(08).
