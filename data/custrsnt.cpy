000800*    SCAN BY SUBSCRIPT, NOT A SEARCH ALL.
000900*    WRITTEN    - R HALVORSEN
001000*    2026-09-02 - RJH - INITIAL VERSION, ROOM FOR 100 CODES.
001020*    2026-10-15 - RJH - ADDED CM-RSN-USAGE (RSN-USAGE) FOR THE
001040*                 CHARGE-OFF AND RECOVERY CODES.
001100***************************************************************
001200    01  CM-REASON-TABLE.
001300        05  CM-RSN-COUNT           PIC 9(03) COMP  VALUE ZERO.
001500            10  CM-RSN-CODE        PIC X(04).
001600            10  CM-RSN-DESC        PIC X(30).
001700            10  CM-RSN-ACCOUNT     PIC X(08).
001800            10  CM-RSN-USAGE       PIC X(01).
