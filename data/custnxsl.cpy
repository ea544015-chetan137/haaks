000100***************************************************************
000200*    CUSTNXSL.CPY
000300*    FILE-CONTROL SELECT CLAUSE FOR THE RETURNED-PAYMENT
000400*    CROSS-REFERENCE FILE.  KEYED BY THE ORIGINAL PAYMENT'S
000500*    POSTING-HISTORY KEY (CUST-ID + POST DATE + SEQUENCE).
000600*    WRITTEN    - R HALVORSEN
000700*    2026-10-15 - RJH - INITIAL VERSION.
000800***************************************************************
000900    SELECT RETURNED-XREF-FILE ASSIGN TO "NSFXREF"
001000        ORGANIZATION IS INDEXED
001100        ACCESS MODE IS DYNAMIC
001200        RECORD KEY IS NSF-ORIGINAL-KEY
001300        FILE STATUS IS CM-NSFXREF-STATUS.
