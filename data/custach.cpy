000100***************************************************************
000200*    CUSTACH.CPY
000300*    ACH AUTOPAY ENROLLMENT RECORD (ACHENRL).  ONE ROW PER
000400*    CUSTOMER WHO HAS AUTHORIZED US TO DEBIT A BANK ACCOUNT,
000500*    KEYED BY CUST-ID.  THE ROW IS MAINTAINED BY CUST4300 AND
000600*    NEVER DELETED - A CANCELLED ENROLLMENT STAYS ON FILE SO
000700*    ITS HISTORY (LAST DEBIT, RETURNS) IS KEPT.  CUST4400
000800*    READS IT TO BUILD THE ACH DEBIT FILE AND STAMPS THE LAST
000900*    DEBIT; CUST4500 COUNTS RETURNED DEBITS AGAINST IT AND
001000*    SUSPENDS THE ENROLLMENT AT THE RETURN LIMIT.
001100*    DEBIT RULE:
001200*      F - FULL BALANCE.
001300*      M - STATEMENT MINIMUM (THE ACHPARM PERCENTAGE OF THE
001400*          BALANCE, NOT LESS THAN THE ACHPARM FLOOR).
001500*      X - FIXED AMOUNT (ACH-FIXED-AMOUNT).
001600*    EVERY RULE IS CAPPED AT THE BALANCE OWED.
001700*    WRITTEN    - R HALVORSEN
001800*    2026-10-15 - RJH - INITIAL VERSION.
001900***************************************************************
002000    01  ACH-ENROLLMENT-RECORD.
002100        05  ACH-CUST-ID            PIC X(10).
002200        05  ACH-ROUTING-NUMBER     PIC X(09).
002300        05  ACH-ROUTING-DIGITS     REDEFINES ACH-ROUTING-NUMBER.
002400            10  ACH-ROUTING-DIGIT  PIC 9(01) OCCURS 9 TIMES.
002500        05  ACH-ACCOUNT-NUMBER     PIC X(17).
002600        05  ACH-ACCOUNT-TYPE       PIC X(01).
002700            88  ACH-CHECKING       VALUE "C".
002800            88  ACH-SAVINGS        VALUE "S".
002900            88  ACH-VALID-ACCT-TYPE VALUE "C" "S".
003000        05  ACH-DEBIT-RULE         PIC X(01).
003100            88  ACH-FULL-BALANCE   VALUE "F".
003200            88  ACH-STATEMENT-MINIMUM VALUE "M".
003300            88  ACH-FIXED-DEBIT    VALUE "X".
003400            88  ACH-VALID-DEBIT-RULE VALUE "F" "M" "X".
003500        05  ACH-FIXED-AMOUNT       PIC S9(08)V99.
003600        05  ACH-STATUS             PIC X(01).
003700            88  ACH-ACTIVE         VALUE "A".
003800            88  ACH-SUSPENDED      VALUE "S".
003900            88  ACH-CANCELLED      VALUE "X".
004000        05  ACH-ENROLL-DATE        PIC X(08).
004100        05  ACH-STATUS-DATE        PIC X(08).
004200        05  ACH-LAST-DEBIT-DATE    PIC X(08).
004300        05  ACH-LAST-DEBIT-AMOUNT  PIC S9(08)V99.
004400        05  ACH-LAST-TRACE-NO      PIC X(15).
004500        05  ACH-RETURN-COUNT       PIC 9(02).
004600        05  ACH-LAST-RETURN-DATE   PIC X(08).
004700        05  ACH-LAST-RETURN-CODE   PIC X(03).
004800        05  FILLER                 PIC X(29).
