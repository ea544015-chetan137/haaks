001200*    THEY AGE OFF TO THE SUPERVISOR EXCEPTION REPORT.
001300*    WRITTEN    - R HALVORSEN
001400*    2026-09-02 - RJH - INITIAL VERSION.
001410*    2026-10-15 - RJH - ADDED RECORD TYPE "S": AN ADD OR NAME
001420*                 CHANGE CUST0100 PARKED ON WLHOLD AS A POSSIBLE
001430*                 WATCH-LIST HIT.  CUST4200 RELEASES THESE WHEN
001440*                 COMPLIANCE HAS CLEARED EVERY HIT; THE AMOUNT
001450*                 IS ZERO.
001460*    2026-10-15 - RJH - APV-DATA IS NOW 165 BYTES FOR THE OPERATOR
001470*                 ID ON BOTH TRANSACTION LAYOUTS; ADDED THE VIEWS
001480*                 THAT FIND THE KEYING OPERATOR FOR EACH RECORD
001490*                 TYPE.
001500***************************************************************
001600    01  AWAITING-APPROVAL-RECORD.
001700        05  APV-RECORD-TYPE        PIC X(01).
001800            88  APV-POSTING        VALUE "P".
001900            88  APV-MAINTENANCE    VALUE "M".
001950            88  APV-SCREENING      VALUE "S".
002000        05  APV-CUST-ID            PIC X(10).
002100        05  APV-AMOUNT             PIC S9(08)V99.
002200        05  APV-PARK-DATE          PIC X(08).
002300        05  APV-DATA               PIC X(165).
002310        05  APV-POSTING-DATA REDEFINES APV-DATA.
002320            10  FILLER             PIC X(33).
002330            10  APV-PST-OPERATOR-ID
002340                                   PIC X(08).
002350            10  FILLER             PIC X(124).
002360        05  APV-MAINT-DATA REDEFINES APV-DATA.
002370            10  FILLER             PIC X(157).
002380            10  APV-TRN-OPERATOR-ID
002390                                   PIC X(08).
