000800*    WAS RECORDED.
000900*    WRITTEN    - R HALVORSEN
001000*    2026-08-08 - RJH - INITIAL VERSION.
001010*    2026-10-15 - RJH - ADDED AUD-OPERATOR-ID, THE OPERATOR WHO
001020*                 KEYED THE CHANGE (OR THE PROGRAM-ID OF THE JOB
001030*                 THAT MADE IT).  AUD-SOURCE-ID STILL NAMES THE
001040*                 PROGRAM OR RUN SOURCE THAT APPLIED IT.
001100***************************************************************
001200    01  CUSTOMER-AUDIT-RECORD.
001300        05  AUD-KEY.
001900        05  AUD-CHANGE-DATE        PIC X(08).
002000        05  AUD-CHANGE-TIME        PIC X(08).
002100        05  AUD-SOURCE-ID          PIC X(08).
002200        05  AUD-OPERATOR-ID        PIC X(08).
