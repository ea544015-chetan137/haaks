000100***************************************************************
000200*    CUSTAPL.CPY
000300*    APPROVAL LOG RECORD (APVLOG).  THE APPROVAL RELEASE JOB
000400*    (CUST2200) APPENDS ONE ROW FOR EVERY PARKED ITEM IT
000500*    RELEASES, NAMING THE OPERATOR WHO KEYED THE ITEM AND THE
000600*    SUPERVISOR WHOSE APPROVAL RELEASED IT.  WHEN THE TWO ARE
000700*    THE SAME ID THE ROW IS MARKED SELF-APPROVED; THE RELEASE
000800*    STILL GOES THROUGH, BUT THE OPERATOR ACTIVITY REPORT
000900*    (CUST4800) LISTS IT.  THE FILE IS CUMULATIVE - THE JOB
001000*    OPENS IT EXTEND - AND IS TRIMMED BY THE FILE RETENTION
001100*    SCHEDULE, NOT BY THIS SYSTEM.
001200*    WRITTEN    - R HALVORSEN
001300*    2026-10-15 - RJH - INITIAL VERSION.
001400***************************************************************
001500    01  APPROVAL-LOG-RECORD.
001600        05  APL-RELEASE-DATE       PIC X(08).
001700        05  APL-RECORD-TYPE        PIC X(01).
001800            88  APL-POSTING        VALUE "P".
001900            88  APL-MAINTENANCE    VALUE "M".
002000        05  APL-CUST-ID            PIC X(10).
002100        05  APL-AMOUNT             PIC S9(08)V99.
002200        05  APL-PARK-DATE          PIC X(08).
002300        05  APL-KEYED-BY           PIC X(08).
002400        05  APL-APPROVED-BY        PIC X(08).
002500        05  APL-SELF-APPROVED-SW   PIC X(01).
002600            88  APL-SELF-APPROVED  VALUE "Y".
002700        05  FILLER                 PIC X(26).
