000100***************************************************************
000200*    CUSTPCSL.CPY
000300*    FILE-CONTROL SELECT CLAUSE FOR THE ACCOUNTING PERIOD
000400*    CONTROL FILE.  KEYED BY PERIOD (YYYYMM).
000500*    WRITTEN    - R HALVORSEN
000600*    2026-10-15 - RJH - INITIAL VERSION.
000700***************************************************************
000800    SELECT PERIOD-CONTROL-FILE ASSIGN TO "PERIODCT"
000900        ORGANIZATION IS INDEXED
001000        ACCESS MODE IS DYNAMIC
001100        RECORD KEY IS PER-PERIOD
001200        FILE STATUS IS CM-PERIODCT-STATUS.
