000700*    WHAT THE CUSTOMER OWES, A CREDIT DECREASES IT.
000800*    WRITTEN    - R HALVORSEN
000900*    2026-08-22 - RJH - INITIAL VERSION.
000910*    2026-10-15 - RJH - ADDED PST-OPERATOR-ID, THE SIGN-ON OF
000920*                 THE OPERATOR WHO KEYED THE POSTING, OR THE
000930*                 PROGRAM-ID OF THE JOB THAT GENERATED IT.
000940*                 CUST0900 CHECKS IT AGAINST THE ENTITLEMENT
000950*                 TABLE (CUSTOPR.CPY) AND CARRIES IT ONTO
000960*                 POSTHIST AND THE AUDIT ROW.  NOW 41 BYTES.
001000***************************************************************
001100    01  POSTING-TRANSACTION-RECORD.
001200        05  PST-CUST-ID            PIC X(10).
001600        05  PST-AMOUNT             PIC S9(08)V99.
001700        05  PST-REASON-CODE        PIC X(04).
001800        05  PST-POST-DATE          PIC X(08).
001900        05  PST-OPERATOR-ID        PIC X(08).
