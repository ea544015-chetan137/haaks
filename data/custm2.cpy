000100***************************************************************
000200*    CUSTM2.CPY
000300*    METRO 2 CREDIT REPORTING RECORD, 426-BYTE CHARACTER
000400*    FORMAT, AS SENT MONTHLY TO THE CREDIT BUREAUS BY THE
000500*    METRO 2 JOB (CUST4600).  EVERY RECORD OPENS WITH THE
000600*    RECORD DESCRIPTOR WORD (THE LENGTH, "0426"), AND THE REST
000700*    IS VIEWED ONE OF THREE WAYS:
000800*      HEADER RECORD          M2H-  (M2H-RECORD-ID "HEADER")
000900*      BASE SEGMENT           M2B-  (ONE PER ACCOUNT)
001000*      TRAILER RECORD         M2T-  (M2T-RECORD-ID "TRAILER")
001100*    DATES ARE MMDDYYYY, ZERO WHEN THERE IS NONE.  AMOUNTS ARE
001200*    WHOLE DOLLARS, ZERO-FILLED.  ALPHA FIELDS ARE LEFT-
001300*    JUSTIFIED AND BLANK-FILLED.  THE TRAILER COUNTS THE BASE
001400*    SEGMENTS BY ACCOUNT STATUS CODE FOR THE BUREAUS' BALANCING.
001500*    WRITTEN    - R HALVORSEN
001600*    2026-10-15 - RJH - INITIAL VERSION.
001700***************************************************************
001800    01  METRO2-RECORD.
001900        05  M2-RECORD-DESCRIPTOR   PIC X(04).
002000        05  M2-RECORD-BODY         PIC X(422).
002100        05  M2-HEADER-BODY         REDEFINES M2-RECORD-BODY.
002200            10  M2H-RECORD-ID      PIC X(06).
002300            10  M2H-CYCLE-ID       PIC X(02).
002400            10  M2H-INNOVIS-ID     PIC X(10).
002500            10  M2H-EQUIFAX-ID     PIC X(10).
002600            10  M2H-EXPERIAN-ID    PIC X(05).
002700            10  M2H-TRANSUNION-ID  PIC X(10).
002800            10  M2H-ACTIVITY-DATE  PIC X(08).
002900            10  M2H-DATE-CREATED   PIC X(08).
003000            10  M2H-PROGRAM-DATE   PIC X(08).
003100            10  M2H-REVISION-DATE  PIC X(08).
003200            10  M2H-REPORTER-NAME  PIC X(40).
003300            10  M2H-REPORTER-ADDRESS
003400                                   PIC X(96).
003500            10  M2H-REPORTER-PHONE PIC X(10).
003600            10  M2H-VENDOR-NAME    PIC X(40).
003700            10  M2H-VENDOR-VERSION PIC X(05).
003800            10  M2H-PRBC-ID        PIC X(10).
003900            10  FILLER             PIC X(146).
004000        05  M2-BASE-BODY           REDEFINES M2-RECORD-BODY.
004100            10  M2B-PROCESSING-IND PIC X(01).
004200            10  M2B-TIME-STAMP     PIC X(14).
004300            10  FILLER             PIC X(01).
004400            10  M2B-IDENTIFICATION-NO
004500                                   PIC X(20).
004600            10  M2B-CYCLE-ID       PIC X(02).
004700            10  M2B-ACCOUNT-NO     PIC X(30).
004800            10  M2B-PORTFOLIO-TYPE PIC X(01).
004900                88  M2B-REVOLVING  VALUE "R".
005000            10  M2B-ACCOUNT-TYPE   PIC X(02).
005100            10  M2B-DATE-OPENED    PIC X(08).
005200            10  M2B-CREDIT-LIMIT   PIC 9(09).
005300            10  M2B-HIGHEST-CREDIT PIC 9(09).
005400            10  M2B-TERMS-DURATION PIC X(03).
005500            10  M2B-TERMS-FREQUENCY
005600                                   PIC X(01).
005700            10  M2B-SCHEDULED-PAYMENT
005800                                   PIC 9(09).
005900            10  M2B-ACTUAL-PAYMENT PIC 9(09).
006000            10  M2B-ACCOUNT-STATUS PIC X(02).
006100                88  M2B-TRANSFERRED    VALUE "05".
006200                88  M2B-CURRENT        VALUE "11".
006300                88  M2B-PAID-CLOSED    VALUE "13".
006400                88  M2B-PAID-CHARGE-OFF
006500                                       VALUE "64".
006600                88  M2B-PAST-DUE       VALUE "71" "78" "80" "82"
006700                                             "83" "84".
006800                88  M2B-CHARGED-OFF    VALUE "97".
006900            10  M2B-PAYMENT-RATING PIC X(01).
007000            10  M2B-PAYMENT-HISTORY
007100                                   PIC X(24).
007200            10  M2B-HISTORY-MONTH  REDEFINES M2B-PAYMENT-HISTORY
007300                                   PIC X(01) OCCURS 24 TIMES.
007400            10  M2B-SPECIAL-COMMENT
007500                                   PIC X(02).
007600            10  M2B-COMPLIANCE-CODE
007700                                   PIC X(02).
007800            10  M2B-CURRENT-BALANCE
007900                                   PIC 9(09).
008000            10  M2B-AMOUNT-PAST-DUE
008100                                   PIC 9(09).
008200            10  M2B-ORIG-CHARGE-OFF
008300                                   PIC 9(09).
008400            10  M2B-ACCOUNT-INFO-DATE
008500                                   PIC X(08).
008600            10  M2B-FIRST-DELINQ-DATE
008700                                   PIC X(08).
008800            10  M2B-DATE-CLOSED    PIC X(08).
008900            10  M2B-LAST-PAYMENT-DATE
009000                                   PIC X(08).
009100            10  M2B-INTEREST-TYPE  PIC X(01).
009200            10  FILLER             PIC X(16).
009300            10  M2B-SURNAME        PIC X(25).
009400            10  M2B-FIRST-NAME     PIC X(20).
009500            10  M2B-MIDDLE-NAME    PIC X(20).
009600            10  M2B-GENERATION-CODE
009700                                   PIC X(01).
009800            10  M2B-SSN            PIC 9(09).
009900            10  M2B-DATE-OF-BIRTH  PIC X(08).
010000            10  M2B-TELEPHONE      PIC X(10).
010100            10  M2B-ECOA-CODE      PIC X(01).
010200            10  M2B-CONSUMER-INFO-IND
010300                                   PIC X(02).
010400            10  M2B-COUNTRY-CODE   PIC X(02).
010500            10  M2B-ADDRESS-LINE-1 PIC X(32).
010600            10  M2B-ADDRESS-LINE-2 PIC X(32).
010700            10  M2B-CITY           PIC X(20).
010800            10  M2B-STATE          PIC X(02).
010900            10  M2B-POSTAL-CODE    PIC X(09).
011000            10  M2B-ADDRESS-IND    PIC X(01).
011100            10  M2B-RESIDENCE-CODE PIC X(01).
011200            10  FILLER             PIC X(01).
011300        05  M2-TRAILER-BODY        REDEFINES M2-RECORD-BODY.
011400            10  M2T-RECORD-ID      PIC X(07).
011500            10  M2T-TOTAL-BASE     PIC 9(09).
011600            10  M2T-RESERVED-1     PIC X(09).
011700            10  M2T-STATUS-DF      PIC 9(09).
011800            10  M2T-TOTAL-J1       PIC 9(09).
011900            10  M2T-TOTAL-J2       PIC 9(09).
012000            10  M2T-BLOCK-COUNT    PIC 9(09).
012100            10  M2T-STATUS-DA      PIC 9(09).
012200            10  M2T-STATUS-05      PIC 9(09).
012300            10  M2T-STATUS-11      PIC 9(09).
012400            10  M2T-STATUS-13      PIC 9(09).
012500            10  M2T-STATUS-61      PIC 9(09).
012600            10  M2T-STATUS-62      PIC 9(09).
012700            10  M2T-STATUS-63      PIC 9(09).
012800            10  M2T-STATUS-64      PIC 9(09).
012900            10  M2T-STATUS-65      PIC 9(09).
013000            10  M2T-STATUS-71      PIC 9(09).
013100            10  M2T-STATUS-78      PIC 9(09).
013200            10  M2T-STATUS-80      PIC 9(09).
013300            10  M2T-STATUS-82      PIC 9(09).
013400            10  M2T-STATUS-83      PIC 9(09).
013500            10  M2T-STATUS-84      PIC 9(09).
013600            10  M2T-STATUS-88      PIC 9(09).
013700            10  M2T-STATUS-89      PIC 9(09).
013800            10  M2T-STATUS-93      PIC 9(09).
013900            10  M2T-STATUS-94      PIC 9(09).
014000            10  M2T-STATUS-95      PIC 9(09).
014100            10  M2T-STATUS-96      PIC 9(09).
014200            10  M2T-STATUS-97      PIC 9(09).
014300            10  M2T-TOTAL-ECOA-Z   PIC 9(09).
014400            10  M2T-TOTAL-K1       PIC 9(09).
014500            10  M2T-TOTAL-K2       PIC 9(09).
014600            10  M2T-TOTAL-K3       PIC 9(09).
014700            10  M2T-TOTAL-K4       PIC 9(09).
014800            10  M2T-TOTAL-L1       PIC 9(09).
014900            10  M2T-TOTAL-N1       PIC 9(09).
015000            10  M2T-TOTAL-SSN      PIC 9(09).
015100            10  M2T-TOTAL-SSN-BASE PIC 9(09).
015200            10  M2T-TOTAL-SSN-J1   PIC 9(09).
015300            10  M2T-TOTAL-SSN-J2   PIC 9(09).
015400            10  M2T-TOTAL-DOB      PIC 9(09).
015500            10  M2T-TOTAL-DOB-BASE PIC 9(09).
015600            10  M2T-TOTAL-DOB-J1   PIC 9(09).
015700            10  M2T-TOTAL-DOB-J2   PIC 9(09).
015800            10  M2T-TOTAL-PHONE    PIC 9(09).
015900            10  M2T-RESERVED-2     PIC X(19).
