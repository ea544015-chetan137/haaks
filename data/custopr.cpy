000100***************************************************************
000200*    CUSTOPR.CPY
000300*    OPERATOR ENTITLEMENT RECORD (OPERENT).  ONE RECORD PER
000400*    OPERATOR SIGN-ON ALLOWED TO KEY MAINTENANCE (CUSTTRN.CPY)
000500*    OR POSTING (CUSTPST.CPY) TRANSACTIONS, SAYING WHICH CODES
000600*    THAT OPERATOR MAY USE:
000700*      OPR-MAINT-CODES  - THE TRN-TRANS-CODE LETTERS ALLOWED,
000800*                         ANY ORDER (E.G. "ACI"); SPACES MEANS
000900*                         NO MAINTENANCE AT ALL.
001000*      OPR-POST-CODES   - THE PST-DC-CODE LETTERS ALLOWED ("D",
001100*                         "C", OR "DC"); SPACES MEANS NO
001200*                         POSTINGS AT ALL.
001300*      OPR-REASON-CODE  - UP TO EIGHT PST-REASON-CODES ALLOWED;
001400*                         "****" IN ANY SLOT ALLOWS EVERY CODE.
001500*    A BATCH JOB THAT GENERATES POSTINGS (CUST2000, CUST2800,
001600*    CUST2900, CUST3000, CUST3300, CUST4400, AND CUST3100 WHEN
001700*    THE ACTION CARD NAMES NO CLERK) STAMPS ITS OWN PROGRAM-ID
001800*    AS THE OPERATOR AND NEEDS A RECORD HERE LIKE ANY CLERK.
001900*    THE FILE IS MAINTAINED BY DATA SECURITY; THIS SYSTEM ONLY
002000*    READS IT.  CUST0100 AND CUST0900 REJECT ANY TRANSACTION
002050*    WHOSE OPERATOR IS NOT HERE OR IS NOT ENTITLED TO ITS
002100*    CODES, AND CUST4800 REPORTS ACTIVITY BY OPERATOR.
002200*    WRITTEN    - R HALVORSEN
002300*    2026-10-15 - RJH - INITIAL VERSION.
002400***************************************************************
002500    01  OPERATOR-ENTITLEMENT-RECORD.
002600        05  OPR-OPERATOR-ID        PIC X(08).
002700        05  OPR-OPERATOR-NAME      PIC X(30).
002800        05  OPR-MAINT-CODES        PIC X(05).
002900        05  OPR-POST-CODES         PIC X(02).
003000        05  OPR-REASON-CODES.
003100            10  OPR-REASON-CODE    PIC X(04) OCCURS 8 TIMES.
003200        05  FILLER                 PIC X(03).
