000100***************************************************************
000200*    CUSTNCH.CPY
000300*    NACHA ACH FILE RECORD, 94 BYTES.  THE FIRST BYTE GIVES THE
000400*    RECORD TYPE AND EACH TYPE HAS ITS OWN VIEW OF THE REST:
000500*      1 - FILE HEADER          NFH-
000600*      5 - BATCH HEADER         NBH-
000700*      6 - ENTRY DETAIL         NED-
000800*      7 - ADDENDA (RETURN)     NAD-
000900*      8 - BATCH CONTROL        NBC-
001000*      9 - FILE CONTROL         NFC-  (ALSO THE ALL-NINES
001100*                                      RECORDS THAT FILL OUT
001200*                                      THE LAST BLOCK OF TEN)
001300*    CUST4400 WRITES THE DEBIT FILE WITH IT; CUST4500 READS THE
001400*    BANK'S RETURN FILE, WHOSE ENTRIES CARRY A TYPE "99" RETURN
001500*    ADDENDA NAMING THE ORIGINAL TRACE NUMBER.
001600*    WRITTEN    - R HALVORSEN
001700*    2026-10-15 - RJH - INITIAL VERSION.
001800***************************************************************
001900    01  NACHA-RECORD.
002000        05  NCH-RECORD-TYPE        PIC X(01).
002100            88  NCH-FILE-HEADER    VALUE "1".
002200            88  NCH-BATCH-HEADER   VALUE "5".
002300            88  NCH-ENTRY-DETAIL   VALUE "6".
002400            88  NCH-ADDENDA        VALUE "7".
002500            88  NCH-BATCH-CONTROL  VALUE "8".
002600            88  NCH-FILE-CONTROL   VALUE "9".
002700        05  NCH-RECORD-BODY        PIC X(93).
002800        05  NCH-FILE-HEADER-BODY   REDEFINES NCH-RECORD-BODY.
002900            10  NFH-PRIORITY-CODE  PIC X(02).
003000            10  NFH-IMMEDIATE-DEST PIC X(10).
003100            10  NFH-IMMEDIATE-ORIGIN PIC X(10).
003200            10  NFH-CREATION-DATE  PIC X(06).
003300            10  NFH-CREATION-TIME  PIC X(04).
003400            10  NFH-FILE-ID-MODIFIER PIC X(01).
003500            10  NFH-RECORD-SIZE    PIC X(03).
003600            10  NFH-BLOCKING-FACTOR PIC X(02).
003700            10  NFH-FORMAT-CODE    PIC X(01).
003800            10  NFH-DEST-NAME      PIC X(23).
003900            10  NFH-ORIGIN-NAME    PIC X(23).
004000            10  NFH-REFERENCE-CODE PIC X(08).
004100        05  NCH-BATCH-HEADER-BODY  REDEFINES NCH-RECORD-BODY.
004200            10  NBH-SERVICE-CLASS  PIC X(03).
004300            10  NBH-COMPANY-NAME   PIC X(16).
004400            10  NBH-DISCRETIONARY  PIC X(20).
004500            10  NBH-COMPANY-ID     PIC X(10).
004600            10  NBH-SEC-CODE       PIC X(03).
004700            10  NBH-ENTRY-DESC     PIC X(10).
004800            10  NBH-DESCRIPTIVE-DATE PIC X(06).
004900            10  NBH-EFFECTIVE-DATE PIC X(06).
005000            10  NBH-SETTLEMENT-DATE PIC X(03).
005100            10  NBH-ORIGINATOR-STATUS PIC X(01).
005200            10  NBH-ODFI-ID        PIC X(08).
005300            10  NBH-BATCH-NUMBER   PIC 9(07).
005400        05  NCH-ENTRY-DETAIL-BODY  REDEFINES NCH-RECORD-BODY.
005500            10  NED-TRANSACTION-CODE PIC X(02).
005600                88  NED-CHECKING-DEBIT VALUE "27".
005700                88  NED-SAVINGS-DEBIT  VALUE "37".
005800            10  NED-RDFI-ID        PIC X(08).
005900            10  NED-CHECK-DIGIT    PIC X(01).
006000            10  NED-DFI-ACCOUNT    PIC X(17).
006100            10  NED-AMOUNT         PIC 9(08)V99.
006200            10  NED-INDIVIDUAL-ID  PIC X(15).
006300            10  NED-INDIVIDUAL-NAME PIC X(22).
006400            10  NED-DISCRETIONARY  PIC X(02).
006500            10  NED-ADDENDA-IND    PIC X(01).
006600            10  NED-TRACE-NO       PIC X(15).
006700        05  NCH-ADDENDA-BODY       REDEFINES NCH-RECORD-BODY.
006800            10  NAD-ADDENDA-TYPE   PIC X(02).
006900                88  NAD-RETURN     VALUE "99".
007000                88  NAD-CHANGE-NOTICE VALUE "98".
007100            10  NAD-RETURN-REASON  PIC X(03).
007200            10  NAD-ORIGINAL-TRACE PIC X(15).
007300            10  NAD-DATE-OF-DEATH  PIC X(06).
007400            10  NAD-ORIGINAL-RDFI  PIC X(08).
007500            10  NAD-ADDENDA-INFO   PIC X(44).
007600            10  NAD-TRACE-NO       PIC X(15).
007700        05  NCH-BATCH-CONTROL-BODY REDEFINES NCH-RECORD-BODY.
007800            10  NBC-SERVICE-CLASS  PIC X(03).
007900            10  NBC-ENTRY-COUNT    PIC 9(06).
008000            10  NBC-ENTRY-HASH     PIC 9(10).
008100            10  NBC-TOTAL-DEBIT    PIC 9(10)V99.
008200            10  NBC-TOTAL-CREDIT   PIC 9(10)V99.
008300            10  NBC-COMPANY-ID     PIC X(10).
008400            10  NBC-MESSAGE-AUTH   PIC X(19).
008500            10  NBC-RESERVED       PIC X(06).
008600            10  NBC-ODFI-ID        PIC X(08).
008700            10  NBC-BATCH-NUMBER   PIC 9(07).
008800        05  NCH-FILE-CONTROL-BODY  REDEFINES NCH-RECORD-BODY.
008900            10  NFC-BATCH-COUNT    PIC 9(06).
009000            10  NFC-BLOCK-COUNT    PIC 9(06).
009100            10  NFC-ENTRY-COUNT    PIC 9(08).
009200            10  NFC-ENTRY-HASH     PIC 9(10).
009300            10  NFC-TOTAL-DEBIT    PIC 9(10)V99.
009400            10  NFC-TOTAL-CREDIT   PIC 9(10)V99.
009500            10  NFC-RESERVED       PIC X(39).
