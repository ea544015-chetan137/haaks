000100***************************************************************
000200*    CUSTCGSL.CPY
000300*    FILE-CONTROL SELECT CLAUSE FOR THE CHARGE-OFF FILE.
000400*    KEYED BY CUST-ID.
000500*    WRITTEN    - R HALVORSEN
000600*    2026-10-15 - RJH - INITIAL VERSION.
000700***************************************************************
000800    SELECT CHARGE-OFF-FILE ASSIGN TO "CHGOFF"
000900        ORGANIZATION IS INDEXED
001000        ACCESS MODE IS DYNAMIC
001100        RECORD KEY IS CHG-CUST-ID
001200        FILE STATUS IS CM-CHGOFF-STATUS.
