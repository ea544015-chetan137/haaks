000100***************************************************************
000200*    CUSTADSL.CPY
000300*    FILE-CONTROL SELECT CLAUSE FOR THE ACH DEBIT LOG.  KEYED
000400*    BY THE ENTRY TRACE NUMBER.
000500*    WRITTEN    - R HALVORSEN
000600*    2026-10-15 - RJH - INITIAL VERSION.
000700***************************************************************
000800    SELECT ACH-DEBIT-LOG-FILE ASSIGN TO "ACHDEBIT"
000900        ORGANIZATION IS INDEXED
001000        ACCESS MODE IS DYNAMIC
001100        RECORD KEY IS ACD-TRACE-NO
001200        FILE STATUS IS CM-ACHDEBIT-STATUS.
