000100***************************************************************
000200*    CUSTCOSL.CPY
000300*    FILE-CONTROL SELECT CLAUSE FOR THE CASH-ONLY ACCOUNT
000400*    FILE.  KEYED BY CUST-ID SO A PAYMENT PROGRAM CAN CHECK
000500*    ONE CUSTOMER WITH A SINGLE READ.
000600*    WRITTEN    - R HALVORSEN
000700*    2026-10-15 - RJH - INITIAL VERSION.
000800***************************************************************
000900    SELECT CASH-ONLY-FILE ASSIGN TO "CASHONLY"
001000        ORGANIZATION IS INDEXED
001100        ACCESS MODE IS DYNAMIC
001200        RECORD KEY IS CSH-CUST-ID
001300        FILE STATUS IS CM-CASHONLY-STATUS.
