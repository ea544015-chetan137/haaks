000100***************************************************************
000200*    CUSTACD.CPY
000300*    ACH DEBIT LOG RECORD (ACHDEBIT).  ONE ROW PER ENTRY
000400*    CUST4400 PUT ON AN ACH DEBIT FILE, KEYED BY THE ENTRY'S
000500*    TRACE NUMBER (OUR ORIGINATING BANK ROUTING PREFIX + A
000600*    SEVEN-DIGIT SEQUENCE THAT NEVER REPEATS).  THE BANK QUOTES
000700*    THAT TRACE NUMBER ON EVERY RETURN, SO CUST4500 FINDS THE
000800*    DEBIT WITH A SINGLE READ, AND FROM ITS CUST-ID, EFFECTIVE
000900*    DATE AND AMOUNT FINDS THE CREDIT CUST0900 POSTED FOR IT.
001000*    A RETURNED DEBIT IS MARKED "R" SO IT CANNOT BE REVERSED
001100*    TWICE.  UNTIL CUST2900'S REVERSAL OF THE CREDIT IS
001110*    CONFIRMED ON NSFXREF IT IS "P", WITH THAT CREDIT'S
001120*    POSTING-HISTORY KEY IN ACD-ORIG-POST-DATE/ACD-ORIG-SEQ-NO.
001200*    WRITTEN    - R HALVORSEN
001300*    2026-10-15 - RJH - INITIAL VERSION.
001310*    2026-10-15 - RJH - ACD-RETURN-PENDING, ACD-ORIG-POST-DATE
001320*                 AND ACD-ORIG-SEQ-NO ADDED (FROM THE FILLER).
001400***************************************************************
001500    01  ACH-DEBIT-LOG-RECORD.
001600        05  ACD-TRACE-NO.
001700            10  ACD-TRACE-ODFI     PIC X(08).
001800            10  ACD-TRACE-SEQ      PIC 9(07).
001900        05  ACD-CUST-ID            PIC X(10).
002000        05  ACD-EFFECTIVE-DATE     PIC X(08).
002100        05  ACD-AMOUNT             PIC S9(08)V99.
002200        05  ACD-REASON-CODE        PIC X(04).
002300        05  ACD-ROUTING-NUMBER     PIC X(09).
002400        05  ACD-ACCOUNT-NUMBER     PIC X(17).
002500        05  ACD-ACCOUNT-TYPE       PIC X(01).
002600        05  ACD-DEBIT-RULE         PIC X(01).
002700        05  ACD-FILE-DATE          PIC X(08).
002800        05  ACD-STATUS             PIC X(01).
002900            88  ACD-SENT           VALUE "S".
003000            88  ACD-RETURNED       VALUE "R".
003050            88  ACD-RETURN-PENDING VALUE "P".
003100        05  ACD-RETURN-CODE        PIC X(03).
003200        05  ACD-RETURN-DATE        PIC X(08).
003210        05  ACD-ORIG-POST-DATE     PIC X(08).
003220        05  ACD-ORIG-SEQ-NO        PIC 9(04).
003300        05  FILLER                 PIC X(08).
