000100***************************************************************
000200*    CUSTSUS.CPY
000300*    UNAPPLIED-CASH SUSPENSE RECORD (SUSPENSE).  ONE ROW PER
000400*    LOCKBOX CHECK THE INTAKE JOB (CUST3000) COULD NOT POST -
000500*    THE ACCOUNT NUMBER IS NOT ON THE MASTER, THE ACCOUNT IS
000600*    CLOSED, OR THE ACCOUNT IS RESTRICTED TO CASH ONLY.  KEYED
000700*    BY DEPOSIT DATE + BANK BATCH + ITEM WITHIN THE BATCH SO
000800*    CASH APPLICATIONS CAN NAME AN ITEM FROM THE AGING REPORT.
000900*    THE ROW CARRIES THE REASON CODE WHOSE REASONTB GL ACCOUNT
001000*    HOLDS UNAPPLIED CASH; WHEN THE ITEM IS APPLIED (CUST3100)
001100*    THE CREDIT POSTING GOES OUT UNDER THE SAME CODE SO THE GL
001200*    FEED RELIEVES THAT ACCOUNT.  ROWS ARE NEVER DELETED - AN
001300*    APPLIED OR REFUNDED ITEM KEEPS ITS ROW AS THE RECORD OF
001400*    WHERE THE MONEY WENT.  AN APPLIED ITEM IS PENDING UNTIL
001410*    CUST3100 FINDS ITS CREDIT ON POSTHIST ON A LATER RUN.
001500*    WRITTEN    - R HALVORSEN
001600*    2026-10-15 - RJH - INITIAL VERSION.
001610*    2026-10-15 - RJH - SUS-APPLY-PENDING ADDED FOR AN APPLY
001620*                 WHOSE CREDIT HAS NOT YET POSTED.
001700***************************************************************
001800    01  UNAPPLIED-CASH-RECORD.
001900        05  SUS-KEY.
002000            10  SUS-DEPOSIT-DATE   PIC X(08).
002100            10  SUS-BATCH-NO       PIC X(06).
002200            10  SUS-ITEM-NO        PIC 9(05).
002300        05  SUS-CHECK-CUST-ID      PIC X(10).
002400        05  SUS-CHECK-NUMBER       PIC X(10).
002500        05  SUS-AMOUNT             PIC S9(08)V99.
002600        05  SUS-REMITTER-NAME      PIC X(30).
002700        05  SUS-REASON-CODE        PIC X(04).
002800        05  SUS-CAUSE              PIC X(01).
002900            88  SUS-NOT-ON-FILE    VALUE "N".
003000            88  SUS-ACCOUNT-CLOSED VALUE "C".
003100            88  SUS-CASH-ONLY      VALUE "K".
003200        05  SUS-ITEM-STATUS        PIC X(01).
003300            88  SUS-OPEN           VALUE "O".
003400            88  SUS-APPLIED        VALUE "A".
003450            88  SUS-APPLY-PENDING  VALUE "P".
003500            88  SUS-REFUNDED       VALUE "R".
003600        05  SUS-ACTION-DATE        PIC X(08).
003700        05  SUS-APPLIED-CUST-ID    PIC X(10).
