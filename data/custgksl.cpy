000100***************************************************************
000200*    CUSTGKSL.CPY
000300*    FILE-CONTROL SELECT CLAUSE FOR THE GROUP MEMBERSHIP BY
000400*    CUSTOMER FILE (GRPXREFK).  KEYED BY CUST-ID + GROUP-ID.
000500*    WRITTEN    - R HALVORSEN
000600*    2026-10-15 - RJH - INITIAL VERSION.
000700***************************************************************
000800    SELECT GROUP-MEMBER-FILE ASSIGN TO "GRPXREFK"
000900        ORGANIZATION IS INDEXED
001000        ACCESS MODE IS DYNAMIC
001100        RECORD KEY IS GRK-KEY
001200        FILE STATUS IS CM-GRPXREFK-STATUS.
