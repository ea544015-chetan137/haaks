000100***************************************************************
000200*    CUSTACSL.CPY
000300*    FILE-CONTROL SELECT CLAUSE FOR THE ACH AUTOPAY ENROLLMENT
000400*    FILE.  KEYED BY CUST-ID.
000500*    WRITTEN    - R HALVORSEN
000600*    2026-10-15 - RJH - INITIAL VERSION.
000700***************************************************************
000800    SELECT ACH-ENROLLMENT-FILE ASSIGN TO "ACHENRL"
000900        ORGANIZATION IS INDEXED
001000        ACCESS MODE IS DYNAMIC
001100        RECORD KEY IS ACH-CUST-ID
001200        FILE STATUS IS CM-ACHENRL-STATUS.
