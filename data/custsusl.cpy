000100***************************************************************
000200*    CUSTSUSL.CPY
000300*    FILE-CONTROL SELECT CLAUSE FOR THE UNAPPLIED-CASH
000400*    SUSPENSE FILE.  KEYED BY DEPOSIT DATE + BATCH + ITEM, SO
000500*    A SEQUENTIAL BROWSE RETURNS THE OLDEST MONEY FIRST.
000600*    WRITTEN    - R HALVORSEN
000700*    2026-10-15 - RJH - INITIAL VERSION.
000800***************************************************************
000900    SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
001000        ORGANIZATION IS INDEXED
001100        ACCESS MODE IS DYNAMIC
001200        RECORD KEY IS SUS-KEY
001300        FILE STATUS IS CM-SUSPENSE-STATUS.
