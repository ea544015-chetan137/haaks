001100*    THE GL ACCOUNT TO BREAK THE FEED BY REASON CODE.
001200*    WRITTEN    - R HALVORSEN
001300*    2026-09-02 - RJH - INITIAL VERSION.
001310*    2026-10-15 - RJH - SPARE FILLER NOW CARRIES RSN-USAGE.  "B"
001320*                 MARKS THE BAD-DEBT CHARGE-OFF CODE(S) CUST3300
001330*                 POSTS UNDER; "R" MARKS THE RECOVERY CODE WHOSE
001340*                 GL ACCOUNT CUST1000 FEEDS WITH PAYMENTS ON
001350*                 WRITTEN-OFF ACCOUNTS.  SPACE FOR EVERY OTHER
001360*                 CODE, SO THE EXISTING FILE NEEDS NO CHANGE.
001400***************************************************************
001500    01  REASON-CODE-RECORD.
001600        05  RSN-REASON-CODE        PIC X(04).
001700        05  RSN-DESCRIPTION        PIC X(30).
001800        05  RSN-GL-ACCOUNT         PIC X(08).
001900        05  RSN-USAGE              PIC X(01).
002000            88  RSN-CHARGE-OFF     VALUE "B".
002100            88  RSN-RECOVERY       VALUE "R".
002200        05  FILLER                 PIC X(37).
