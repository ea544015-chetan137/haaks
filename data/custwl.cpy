000100***************************************************************
000200*    CUSTWL.CPY
000300*    WATCH-LIST RECORD (WATCHLST).  ONE ROW PER NAME ON A
000400*    GOVERNMENT SANCTIONS OR SIMILAR WATCH LIST (OFAC SDN AND
000500*    THE LIKE), LOADED FROM EACH NEW LIST RELEASE BY CUST4000.
000600*    THE RELEASE FILE (WLRAW) CARRIES THE WL-ENTRY PORTION
000700*    ONLY; CUST4000 STAMPS THE RELEASE ID AND BUILDS THE MATCH
000800*    KEY SO THE SCREENING PROGRAMS (CUST0100, CUST4100) DO NOT
000900*    RE-DERIVE IT FOR EVERY CUSTOMER:
001000*      WL-WORD       - THE SIGNIFICANT WORDS OF WL-NAME, UPPER
001100*                      CASE, LETTERS AND DIGITS ONLY, WITH THE
001200*                      NOISE WORDS (THE, INC, LLC, MR ...)
001300*                      DROPPED.  AT MOST SIX ARE KEPT.
001400*      WL-KEY-WORD   - WHICH OF THEM IS THE LONGEST.  A
001500*                      CUSTOMER IS ONLY SCORED AGAINST AN ENTRY
001600*                      WHEN THIS WORD MATCHES ONE OF ITS OWN.
001700*      WL-CITY-KEY   - WL-CITY, LETTERS AND DIGITS ONLY.
001800*    WRITTEN    - R HALVORSEN
001900*    2026-10-15 - RJH - INITIAL VERSION.
002000***************************************************************
002100    01  WATCH-LIST-RECORD.
002200        05  WL-ENTRY.
002300            10  WL-LIST-CODE       PIC X(04).
002400            10  WL-ENTRY-ID        PIC X(10).
002500            10  WL-ENTRY-TYPE      PIC X(01).
002600                88  WL-INDIVIDUAL  VALUE "I".
002700                88  WL-ENTITY      VALUE "E".
002800            10  WL-NAME            PIC X(40).
002900            10  WL-STREET-ADDR     PIC X(40).
003000            10  WL-CITY            PIC X(20).
003100            10  WL-STATE           PIC X(02).
003200            10  WL-ZIP-CODE        PIC X(10).
003300            10  WL-COUNTRY         PIC X(02).
003400            10  WL-RELEASE-ID      PIC X(08).
003500            10  FILLER             PIC X(03).
003600        05  WL-MATCH-KEY.
003700            10  WL-WORD-COUNT      PIC 9(01).
003800            10  WL-KEY-WORD        PIC 9(01).
003900            10  WL-WORD            PIC X(15) OCCURS 6 TIMES.
004000            10  WL-CITY-KEY        PIC X(20).
004100            10  FILLER             PIC X(08).
