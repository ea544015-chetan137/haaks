001000*    OPENING AND CLOSING BALANCE WITHOUT RECOMPUTING THEM.
001100*    WRITTEN    - R HALVORSEN
001200*    2026-09-02 - RJH - INITIAL VERSION.
001210*    2026-10-15 - RJH - ADDED PSH-OPERATOR-ID, CARRIED FROM
001220*                 PST-OPERATOR-ID OF THE POSTING APPLIED.
001300***************************************************************
001400    01  POSTING-HISTORY-RECORD.
001500        05  PSH-KEY.
002300        05  PSH-REASON-CODE        PIC X(04).
002400        05  PSH-OLD-BALANCE        PIC S9(08)V99.
002500        05  PSH-NEW-BALANCE        PIC S9(08)V99.
002600        05  PSH-OPERATOR-ID        PIC X(08).
