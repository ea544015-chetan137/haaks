000100***************************************************************
000200*    CUSTNSF.CPY
000300*    RETURNED-PAYMENT CROSS-REFERENCE RECORD (NSFXREF).  ONE
000400*    ROW PER ORIGINAL PAYMENT REVERSED BY THE RETURNED-ITEM
000500*    JOB (CUST2900), KEYED BY THE POSTING-HISTORY KEY OF THAT
000600*    ORIGINAL CREDIT, SO A SECOND RETURN OF THE SAME PAYMENT
000700*    IS CAUGHT WITH A SINGLE READ.  THE ROW CARRIES THE DATE
000800*    AND REASON CODES OF THE REVERSING DEBIT (AND FEE) WRITTEN
000900*    FOR CUST0900, TYING THE REVERSAL ON POSTHIST BACK TO THE
001000*    PAYMENT IT UNDID.  BECAUSE THE KEY LEADS WITH CUST-ID THE
001100*    SAME FILE GIVES EACH CUSTOMER'S RETURN HISTORY FOR THE
001200*    ROLLING CASH-ONLY COUNT.
001210*    THE ROW IS WRITTEN PENDING WHEN THE REVERSING DEBIT IS
001220*    QUEUED, AND CUST2900 CONFIRMS IT ON A LATER RUN ONCE THAT
001230*    DEBIT IS ON POSTHIST.  ONLY A CONFIRMED ROW MEANS THE
001240*    PAYMENT HAS BEEN UNDONE ON THE BOOKS.
001300*    WRITTEN    - R HALVORSEN
001400*    2026-10-15 - RJH - INITIAL VERSION.
001410*    2026-10-15 - RJH - ADDED NSF-XREF-STATUS, PENDING UNTIL THE
001420*                 REVERSING DEBIT POSTS, THEN CONFIRMED.
001500***************************************************************
001600    01  RETURNED-PAYMENT-XREF-RECORD.
001700        05  NSF-ORIGINAL-KEY.
001800            10  NSF-CUST-ID        PIC X(10).
001900            10  NSF-ORIG-POST-DATE PIC X(08).
002000            10  NSF-ORIG-SEQ-NO    PIC 9(04).
002100        05  NSF-ORIG-AMOUNT        PIC S9(08)V99.
002200        05  NSF-ORIG-REASON-CODE   PIC X(04).
002300        05  NSF-RETURN-CODE        PIC X(03).
002400        05  NSF-RETURN-DATE        PIC X(08).
002500        05  NSF-REVERSAL-DATE      PIC X(08).
002600        05  NSF-REVERSAL-REASON    PIC X(04).
002700        05  NSF-FEE-REASON         PIC X(04).
002800        05  NSF-FEE-AMOUNT         PIC S9(05)V99.
002900        05  NSF-XREF-STATUS        PIC X(01).
003000            88  NSF-REVERSAL-PENDING   VALUE "P".
003100            88  NSF-REVERSAL-CONFIRMED VALUE "C".
