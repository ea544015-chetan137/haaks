000100***************************************************************
000200*    CUSTDQSL.CPY
000300*    FILE-CONTROL SELECT CLAUSE FOR THE DELINQUENCY FILE.
000400*    KEYED BY CUST-ID SO ANY PROGRAM CAN FETCH ONE ACCOUNT'S
000500*    STAGE WITH A SINGLE READ.
000600*    WRITTEN    - R HALVORSEN
000700*    2026-10-15 - RJH - INITIAL VERSION.
000800***************************************************************
000900    SELECT DELINQUENCY-FILE ASSIGN TO "DELINQ"
001000        ORGANIZATION IS INDEXED
001100        ACCESS MODE IS DYNAMIC
001200        RECORD KEY IS DLQ-CUST-ID
001300        FILE STATUS IS CM-DELINQ-STATUS.
