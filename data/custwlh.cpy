000100***************************************************************
000200*    CUSTWLH.CPY
000300*    WATCH-LIST HIT RECORD (WLHITS).  ONE ROW PER CUSTOMER AND
000400*    WATCH-LIST ENTRY THE SCREENING HAS EVER PAIRED, FOUND
000500*    EITHER BY CUST0100 ON AN ADD OR NAME CHANGE (SOURCE "M")
000600*    OR BY THE RELEASE SWEEP CUST4100 (SOURCE "S").  A HIT IS
000700*    WRITTEN PENDING AND STAYS THAT WAY UNTIL COMPLIANCE
000800*    CLEARS IT (NOT THE LISTED PARTY) OR CONFIRMS IT THROUGH
000900*    CUST4200, WHICH RECORDS WHO DECIDED AND WHEN.  A CLEARED
001000*    HIT IS NOT RAISED AGAIN FOR THE SAME ENTRY; A CONFIRMED
001100*    HIT KEEPS THE ACCOUNT ON HOLD.
001200*    WRITTEN    - R HALVORSEN
001300*    2026-10-15 - RJH - INITIAL VERSION.
001400***************************************************************
001500    01  WATCH-LIST-HIT-RECORD.
001600        05  HIT-KEY.
001700            10  HIT-CUST-ID        PIC X(10).
001800            10  HIT-LIST-CODE      PIC X(04).
001900            10  HIT-ENTRY-ID       PIC X(10).
002000        05  HIT-STATUS             PIC X(01).
002100            88  HIT-PENDING        VALUE "P".
002200            88  HIT-CLEARED        VALUE "C".
002300            88  HIT-CONFIRMED      VALUE "F".
002400        05  HIT-SOURCE             PIC X(01).
002500            88  HIT-FROM-MAINTENANCE VALUE "M".
002600            88  HIT-FROM-SWEEP     VALUE "S".
002700        05  HIT-NAME-SCORE         PIC 9(03).
002800        05  HIT-ADDRESS-SW         PIC X(01).
002900            88  HIT-ADDRESS-MATCH  VALUE "Y".
003000        05  HIT-CUST-NAME          PIC X(30).
003100        05  HIT-LIST-NAME          PIC X(40).
003200        05  HIT-RELEASE-ID         PIC X(08).
003300        05  HIT-FOUND-DATE         PIC X(08).
003400        05  HIT-DECISION-DATE      PIC X(08).
003500        05  HIT-DECIDED-BY         PIC X(08).
003600        05  HIT-DECISION-NOTE      PIC X(30).
003700        05  FILLER                 PIC X(38).
