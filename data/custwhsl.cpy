000100***************************************************************
000200*    CUSTWHSL.CPY
000300*    FILE-CONTROL SELECT CLAUSE FOR THE WATCH-LIST HIT FILE.
000400*    KEYED BY CUST-ID + LIST CODE + ENTRY ID SO ONE CUSTOMER'S
000500*    HITS BROWSE TOGETHER.
000600*    WRITTEN    - R HALVORSEN
000700*    2026-10-15 - RJH - INITIAL VERSION.
000800***************************************************************
000900    SELECT WATCH-HIT-FILE ASSIGN TO "WLHITS"
001000        ORGANIZATION IS INDEXED
001100        ACCESS MODE IS DYNAMIC
001200        RECORD KEY IS HIT-KEY
001300        FILE STATUS IS CM-WLHITS-STATUS.
