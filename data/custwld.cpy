000100***************************************************************
000200*    CUSTWLD.CPY
000300*    COMPLIANCE DECISION RECORD (WLDECIDE).  ONE CARD PER
000400*    WATCH-LIST HIT COMPLIANCE HAS REVIEWED, KEYED THE SAME WAY
000500*    AS THE HIT (CUSTWLH.CPY).  CUST4200 APPLIES THEM:
000600*      "C" - CLEARED, THE CUSTOMER IS NOT THE LISTED PARTY.
000700*      "F" - CONFIRMED, THE ACCOUNT GOES ON HOLD.
000800*    DEC-OFFICER-ID IS THE COMPLIANCE OFFICER WHO DECIDED; IT
000900*    IS STAMPED ON THE HIT AND ON THE AUDIT HISTORY.
001000*    WRITTEN    - R HALVORSEN
001100*    2026-10-15 - RJH - INITIAL VERSION.
001200***************************************************************
001300    01  COMPLIANCE-DECISION-RECORD.
001400        05  DEC-KEY.
001500            10  DEC-CUST-ID        PIC X(10).
001600            10  DEC-LIST-CODE      PIC X(04).
001700            10  DEC-ENTRY-ID       PIC X(10).
001800        05  DEC-DECISION           PIC X(01).
001900            88  DEC-CLEAR          VALUE "C".
002000            88  DEC-CONFIRM        VALUE "F".
002100            88  DEC-VALID          VALUE "C" "F".
002200        05  DEC-OFFICER-ID         PIC X(08).
002300        05  DEC-NOTE               PIC X(30).
002400        05  FILLER                 PIC X(17).
