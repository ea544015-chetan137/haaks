000100***************************************************************
000200*    CUSTIQC.CPY
000300*    COMMAREA FOR THE ONLINE CUSTOMER INQUIRY - NAME SEARCH
000400*    (CUST3700, TRANSACTION CIQN), CUSTOMER DETAIL (CUST3800,
000500*    CIQD), AND CHANGE HISTORY (CUST3900, CIQA).  THE THREE
000600*    PROGRAMS PASS IT BETWEEN THEM ON XCTL AND EACH RETURNS IT
000700*    WITH ITS OWN TRANSACTION ID, SO THE SEARCH, THE CUSTOMER IN
000800*    VIEW, AND THE PAGE POSITIONS SURVIVE EVERY SCREEN.
000900*    CIQ-PROGRAM IS THE PROGRAM THAT LAST SENT A SCREEN; A
001000*    PROGRAM THAT FINDS ANOTHER NAME THERE HAS JUST BEEN
001100*    TRANSFERRED TO AND BUILDS ITS SCREEN FRESH.
001200*    THE INQUIRY ONLY READS - NOTHING ONLINE CHANGES THE MASTER.
001300*    WRITTEN    - R HALVORSEN
001400*    2026-10-15 - RJH - INITIAL VERSION.
001500***************************************************************
001600    01  CIQ-COMMAREA.
001700        05  CIQ-PROGRAM            PIC X(08).
001800        05  CIQ-CUST-ID            PIC X(10).
001900        05  CIQ-SEARCH-NAME        PIC X(30).
002000        05  CIQ-SEARCH-CITY        PIC X(20).
002100        05  CIQ-NEXT-NAME          PIC X(30).
002200        05  CIQ-NEXT-SKIP          PIC S9(04) COMP.
002300        05  CIQ-MORE-NAMES-SW      PIC X(01).
002400            88  CIQ-MORE-NAMES     VALUE "Y".
002500        05  CIQ-LIST-CUST-ID       PIC X(10) OCCURS 12 TIMES.
002600        05  CIQ-AUD-FIRST-SEQ      PIC 9(06).
002700        05  CIQ-AUD-LAST-SEQ       PIC 9(06).
002800        05  CIQ-AUD-OLDER-SW       PIC X(01).
002900            88  CIQ-AUD-MORE-OLDER VALUE "Y".
003000        05  FILLER                 PIC X(16).
