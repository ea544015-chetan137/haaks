000100***************************************************************
000200*    CUSTNWT.CPY
000300*    TABLE OF NOISE WORDS DROPPED FROM A NAME BEFORE IT IS
000400*    MATCHED AGAINST THE WATCH LIST - TITLES, CONNECTIVES AND
000500*    CORPORATE SUFFIXES THAT WOULD OTHERWISE PAIR UNRELATED
000600*    NAMES.  CARRIED IN ASCENDING ORDER SO THEY CAN BE SEARCHED
000700*    WITH SEARCH ALL.  CUST4000 (LIST LOAD), CUST0100 AND
000800*    CUST4100 (SCREENING) MUST ALL SEE THE SAME TABLE OR THE
000900*    TWO SIDES OF THE MATCH WILL NOT LINE UP.
001000*    WRITTEN    - R HALVORSEN
001100*    2026-10-15 - RJH - INITIAL VERSION.
001200***************************************************************
001300    01  CM-NOISE-TABLE-VALUES.
001400        05  FILLER                 PIC X(12) VALUE "AG".
001500        05  FILLER                 PIC X(12) VALUE "AND".
001600        05  FILLER                 PIC X(12) VALUE "CO".
001700        05  FILLER                 PIC X(12) VALUE "COMPANY".
001800        05  FILLER                 PIC X(12) VALUE "CORP".
001900        05  FILLER                 PIC X(12) VALUE "CORPORATION".
002000        05  FILLER                 PIC X(12) VALUE "DR".
002100        05  FILLER                 PIC X(12) VALUE "GMBH".
002200        05  FILLER                 PIC X(12) VALUE "INC".
002300        05  FILLER                 PIC X(12) VALUE "INCORPORATED".
002400        05  FILLER                 PIC X(12) VALUE "LIMITED".
002500        05  FILLER                 PIC X(12) VALUE "LLC".
002600        05  FILLER                 PIC X(12) VALUE "LTD".
002700        05  FILLER                 PIC X(12) VALUE "MR".
002800        05  FILLER                 PIC X(12) VALUE "MRS".
002900        05  FILLER                 PIC X(12) VALUE "MS".
003000        05  FILLER                 PIC X(12) VALUE "OF".
003100        05  FILLER                 PIC X(12) VALUE "PLC".
003200        05  FILLER                 PIC X(12) VALUE "SA".
003300        05  FILLER                 PIC X(12) VALUE "THE".
003400    01  CM-NOISE-TABLE REDEFINES CM-NOISE-TABLE-VALUES.
003500        05  CM-NOISE-ENTRY         PIC X(12)
003600                                   OCCURS 20 TIMES
003700                                   ASCENDING KEY IS CM-NOISE-ENTRY
003800                                   INDEXED BY CM-NOISE-IDX.
