000300*    REJECT / RECYCLE RECORD FOR THE CUSTOMER MASTER
000400*    MAINTENANCE PROGRAM (CUST0100).  EVERY REJECTED
000500*    CM-TRANSACTION-RECORD IS WRITTEN HERE IN ITS ORIGINAL
000600*    TRANSACTION LAYOUT (CUSTTRN.CPY, THE FIRST 165 BYTES)
000700*    PLUS THE REASON THE FIRST EDIT FAILED, THE VALUE THAT
000800*    FAILED IT, THE RUN DATE, AND HOW MANY TIMES THE
000900*    TRANSACTION HAS NOW BEEN THROUGH THE EDITS.  A CLERK
001200*    TRANIN BATCH - NOTHING IS RE-KEYED FROM SCRATCH.
001300*    WRITTEN    - R HALVORSEN
001400*    2026-08-23 - RJH - INITIAL VERSION.
001410*    2026-10-15 - RJH - RCY-TRANSACTION WIDENED TO 165 FOR THE
001420*                 OPERATOR ID.  CUST0900 NOW RECYCLES POSTINGS
001430*                 REFUSED BY THE OPERATOR ENTITLEMENT CHECK ON
001440*                 THIS SAME LAYOUT, THE POSTING IN THE FIRST 41
001450*                 BYTES OF RCY-TRANSACTION.
001500***************************************************************
001600    01  RECYCLE-RECORD.
001700        05  RCY-TRANSACTION        PIC X(165).
001800        05  RCY-REJECT-REASON      PIC X(30).
001900        05  RCY-BAD-VALUE          PIC X(20).
002000        05  RCY-REJECT-DATE        PIC X(08).
