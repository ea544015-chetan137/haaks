000100***************************************************************
000200*    CUSTDLQ.CPY
000300*    DELINQUENCY RECORD (DELINQ).  ONE ROW PER CUST-ID THE
000400*    NIGHTLY DELINQUENCY JOB (CUST3200) HAS EVER SEEN WITH A
000500*    DEBIT BALANCE.  DAYS PAST DUE ARE COUNTED FROM THE LATER
000600*    OF THE LAST CREDIT POSTING ON POSTHIST AND THE DATE THE
000700*    ACCOUNT LAST WENT INTO DEBIT, AND SET THE STAGE:
000800*    CURRENT, 30, 60, 90, OR 120 AND OVER.  A ZERO OR CREDIT
000900*    BALANCE, OR A NEW PAYMENT, PUTS THE ACCOUNT BACK TO
001000*    CURRENT.  THE LAST TEN STAGE CHANGES ARE KEPT, NEWEST
001100*    FIRST, AS THE ACCOUNT'S STAGE HISTORY.  LIKE THE
001200*    UNDELIVERABLE FILE THIS LIVES BESIDE THE MASTER SO THE
001300*    SHARED CUSTOMER-RECORD LAYOUT IS UNTOUCHED.
001400*    WRITTEN    - R HALVORSEN
001500*    2026-10-15 - RJH - INITIAL VERSION.
001600***************************************************************
001700    01  DELINQUENCY-RECORD.
001800        05  DLQ-CUST-ID            PIC X(10).
001900        05  DLQ-STAGE              PIC X(01).
002000            88  DLQ-CURRENT        VALUE "0".
002100            88  DLQ-STAGE-30       VALUE "1".
002200            88  DLQ-STAGE-60       VALUE "2".
002300            88  DLQ-STAGE-90       VALUE "3".
002400            88  DLQ-STAGE-120      VALUE "4".
002500            88  DLQ-DELINQUENT     VALUE "1" THRU "4".
002600        05  DLQ-STAGE-DATE         PIC X(08).
002700        05  DLQ-DAYS-PAST-DUE      PIC 9(05).
002800        05  DLQ-LAST-PAYMENT-DATE  PIC X(08).
002900        05  DLQ-DEBIT-SINCE-DATE   PIC X(08).
003000        05  DLQ-BALANCE            PIC S9(08)V99.
003100        05  DLQ-LAST-RUN-DATE      PIC X(08).
003200        05  DLQ-HISTORY-COUNT      PIC 9(02).
003300        05  DLQ-HISTORY OCCURS 10 TIMES.
003400            10  DLQ-HIST-DATE      PIC X(08).
003500            10  DLQ-HIST-FROM      PIC X(01).
003600            10  DLQ-HIST-TO        PIC X(01).
003700            10  DLQ-HIST-DAYS      PIC 9(05).
003800            10  DLQ-HIST-BALANCE   PIC S9(08)V99.
