000100***************************************************************
000200*    CUSTCSH.CPY
000300*    CASH-ONLY ACCOUNT RECORD (CASHONLY) - ONE ROW PER CUST-ID
000400*    WHOSE PAYMENTS CAME BACK UNPAID TOO OFTEN, WRITTEN BY THE
000500*    RETURNED-ITEM JOB (CUST2900) WHEN THE ROLLING RETURN
000600*    COUNT REACHES THE NSFPARM LIMIT.  WHILE THE ROW IS ON
000700*    FILE THE ACCOUNT MAY ONLY PAY BY CASH OR CERTIFIED FUNDS.
000800*    CREDIT DEPARTMENT REMOVES THE ROW TO LIFT THE RESTRICTION.
000900*    LIKE THE UNDELIVERABLE FLAG (CUSTUND.CPY) IT LIVES BESIDE
001000*    THE MASTER SO THE SHARED CUSTOMER-RECORD LAYOUT AND THE
001100*    CUST1700/1800 BACKUPS BUILT ON IT ARE UNTOUCHED.
001200*    WRITTEN    - R HALVORSEN
001300*    2026-10-15 - RJH - INITIAL VERSION.
001400***************************************************************
001500    01  CASH-ONLY-RECORD.
001600        05  CSH-CUST-ID            PIC X(10).
001700        05  CSH-FLAG-DATE          PIC X(08).
001800        05  CSH-RETURN-COUNT       PIC 9(03).
001900        05  CSH-REASON             PIC X(20).
