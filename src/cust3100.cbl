000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CUST3100.
000300 AUTHOR.        R HALVORSEN.
000400 INSTALLATION.  CUSTOMER SERVICES APPLICATIONS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*    CUST3100  -  UNAPPLIED-CASH SUSPENSE MAINTENANCE AND AGING
000900*
001000*    WORKS THE UNAPPLIED-CASH SUSPENSE FILE (SUSPENSE,
001100*    CUSTSUS.CPY) THAT THE LOCKBOX INTAKE (CUST3000) FILLS.
001200*
001300*    FIRST IT RUNS CASH APPLICATIONS' ACTION CARDS (SUSACT),
001400*    EACH NAMING ONE SUSPENSE ITEM BY ITS KEY:
001500*      APPLY  ("A") - THE CLERK HAS FOUND THE CUSTOMER.  THE
001600*               NAMED ACCOUNT MUST BE ON THE MASTER AND NOT
001700*               CLOSED.  A CREDIT POSTING (SUSTRAN, CUSTPST.CPY)
001800*               GOES OUT FOR CUST0900 UNDER THE ITEM'S OWN
001900*               SUSPENSE REASON CODE, SO THE GL FEED MOVES THE
002000*               MONEY OUT OF UNAPPLIED CASH INTO THE RECEIVABLE.
002100*      REFUND ("R") - THE MONEY GOES BACK TO THE REMITTER.  A
002200*               REFUND REQUEST (REFUNDS) IS WRITTEN FOR ACCOUNTS
002300*               PAYABLE, WHOSE CHECK RELIEVES UNAPPLIED CASH.
002400*    ONLY AN OPEN ITEM CAN BE ACTED ON.  THE ITEM IS MARKED
002500*    APPLIED OR REFUNDED WITH THE DATE AND STAYS ON FILE.  AN
002510*    APPLIED ITEM IS MARKED PENDING, SINCE ITS CREDIT IS ONLY
002520*    QUEUED FOR CUST0900; A LATER RUN FINDS THE CREDIT ON THE
002530*    POSTING HISTORY (POSTHIST) AND MARKS IT APPLIED.  ONE
002540*    STILL NOT POSTED AFTER CUST0900 HAS HAD A NIGHT AT IT IS
002550*    LEFT PENDING AND LISTED FOR RESEARCH.
002600*
002700*    THEN IT PRINTS THE SUSPENSE AGING REPORT: EVERY ITEM STILL
002800*    OPEN, OLDEST FIRST, WITH ITS AGE IN DAYS FROM THE DEPOSIT
002900*    DATE, AND COUNT/AMOUNT TOTALS FOR 0-30, 31-60, 61-90, AND
003000*    OVER 90 DAYS, SO NO MONEY SITS UNIDENTIFIED UNSEEN.
003100*
003200*    ACTION CARD (SUSACT), ONE PER ITEM:
003300*        SAC-ACTION         PIC X(01)  COL  1, "A" OR "R".
003400*        SAC-DEPOSIT-DATE   PIC X(08)  COLS 2-9.
003500*        SAC-BATCH-NO       PIC X(06)  COLS 10-15.
003600*        SAC-ITEM-NO        PIC 9(05)  COLS 16-20.
003700*        SAC-APPLY-CUST-ID  PIC X(10)  COLS 21-30, APPLY ONLY.
003730*        SAC-OPERATOR-ID    PIC X(08)  COLS 31-38, THE CLERK
003760*                                      WHO KEYED THE CARD.
003800*
003900*    MODIFICATION HISTORY
004000*    DATE       INIT  DESCRIPTION
004100*    ---------- ----- ---------------------------------------
004200*    2026-10-15 RJH   INITIAL VERSION.
004210*    2026-10-15 RJH   AN APPLY POSTING CARRIES THE CLERK WHO KEYED
004220*                     THE ACTION CARD (NEW SAC-OPERATOR-ID, COLS
004230*                     31-38) AS PST-OPERATOR-ID, OR "CUST3100"
004240*                     WHEN THE CARD NAMES NONE, FOR THE CUST0900
004250*                     ENTITLEMENT CHECK.
004260*    2026-10-15 RJH   AN APPLIED ITEM IS PENDING UNTIL ITS CREDIT
004270*                     IS FOUND ON POSTHIST ON A LATER RUN.
004300*****************************************************************
004400 ENVIRONMENT DIVISION.
004500 CONFIGURATION SECTION.
004600 SOURCE-COMPUTER.   IBM-370.
004700 OBJECT-COMPUTER.   IBM-370.
004800 INPUT-OUTPUT SECTION.
004900 FILE-CONTROL.
005000     COPY "custmsel.cpy".
005100
005200     COPY "custsusl.cpy".
005210
005220     COPY "custphsl.cpy".
005300
005400     SELECT ACTION-CARD-FILE ASSIGN TO "SUSACT"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS CM-SUSACT-STATUS.
005700
005800     SELECT APPLY-TRANS-FILE ASSIGN TO "SUSTRAN"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS CM-SUSTRAN-STATUS.
006100
006200     SELECT REFUND-FILE ASSIGN TO "REFUNDS"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS CM-REFUNDS-STATUS.
006500
006600     SELECT SUSPENSE-REPORT-FILE ASSIGN TO "SUSRPT"
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS CM-SUSRPT-STATUS.
006900
007000     COPY "custrnsl.cpy".
007100
007200 DATA DIVISION.
007300 FILE SECTION.
007400     COPY "custmfd.cpy".
007500
007600     COPY "custsufd.cpy".
007610
007620     COPY "custphfd.cpy".
007700
007800 FD  ACTION-CARD-FILE
007900     LABEL RECORDS ARE STANDARD.
008000 01  ACTION-CARD-RECORD.
008100     05  SAC-ACTION             PIC X(01).
008200         88  SAC-APPLY          VALUE "A".
008300         88  SAC-REFUND         VALUE "R".
008400     05  SAC-ITEM-KEY.
008500         10  SAC-DEPOSIT-DATE   PIC X(08).
008600         10  SAC-BATCH-NO       PIC X(06).
008700         10  SAC-ITEM-NO        PIC 9(05).
008800     05  SAC-APPLY-CUST-ID      PIC X(10).
008850     05  SAC-OPERATOR-ID        PIC X(08).
008900     05  FILLER                 PIC X(42).
009000
009100 FD  APPLY-TRANS-FILE
009200     LABEL RECORDS ARE STANDARD.
009300     COPY "custpst.cpy".
009400
009500 FD  REFUND-FILE
009600     LABEL RECORDS ARE STANDARD.
009700 01  REFUND-REQUEST-RECORD.
009800     05  RFD-DEPOSIT-DATE       PIC X(08).
009900     05  RFD-BATCH-NO           PIC X(06).
010000     05  RFD-ITEM-NO            PIC 9(05).
010100     05  RFD-CHECK-NUMBER       PIC X(10).
010200     05  RFD-REMITTER-NAME      PIC X(30).
010300     05  RFD-AMOUNT             PIC S9(08)V99.
010400     05  RFD-REASON-CODE        PIC X(04).
010500     05  RFD-REFUND-DATE        PIC X(08).
010600
010700 FD  SUSPENSE-REPORT-FILE
010800     LABEL RECORDS ARE STANDARD.
010900 01  SUSPENSE-REPORT-LINE       PIC X(100).
011000
011100     COPY "custrnfd.cpy".
011200
011300 WORKING-STORAGE SECTION.
011400 77  CM-CUSTMAST-STATUS         PIC X(02).
011500 77  CM-SUSPENSE-STATUS         PIC X(02).
011550 77  CM-POSTHIST-STATUS         PIC X(02).
011600 77  CM-SUSACT-STATUS           PIC X(02).
011700 77  CM-SUSTRAN-STATUS          PIC X(02).
011800 77  CM-REFUNDS-STATUS          PIC X(02).
011900 77  CM-SUSRPT-STATUS           PIC X(02).
012000 77  CM-RUNLOG-STATUS           PIC X(02).
012100
012200     COPY "custstat.cpy".
012300
012400 77  C3100-ACTION-EOF-SW        PIC X(01)  VALUE "N".
012500     88  C3100-ACTION-EOF       VALUE "Y".
012600 77  C3100-SUSPENSE-EOF-SW      PIC X(01)  VALUE "N".
012700     88  C3100-SUSPENSE-EOF     VALUE "Y".
012800 77  C3100-FOUND-SW             PIC X(01)  VALUE "N".
012900     88  C3100-RECORD-FOUND     VALUE "Y".
012910 77  C3100-HISTORY-FILE-SW      PIC X(01)  VALUE "N".
012920     88  C3100-HISTORY-FILE-OPEN VALUE "Y".
012930 77  C3100-HISTORY-EOF-SW       PIC X(01)  VALUE "N".
012940     88  C3100-HISTORY-EOF      VALUE "Y".
012950 77  C3100-POSTED-SW            PIC X(01)  VALUE "N".
012960     88  C3100-CREDIT-POSTED    VALUE "Y".
013000 77  C3100-CURRENT-DATE         PIC X(08)  VALUE SPACES.
013100 77  C3100-TODAY-NUMERIC        PIC 9(08)       VALUE ZERO.
013200 77  C3100-TODAY-INTEGER        PIC 9(09)       VALUE ZERO.
013300 77  C3100-DEPOSIT-NUMERIC      PIC 9(08)       VALUE ZERO.
013400 77  C3100-DEPOSIT-INTEGER      PIC 9(09)       VALUE ZERO.
013500 77  C3100-DAYS-OPEN            PIC S9(09)      VALUE ZERO.
013600 77  C3100-AGE-SUB              PIC 9(01)       VALUE ZERO.
013700 77  C3100-ACTIONS-READ         PIC 9(09) COMP  VALUE ZERO.
013800 77  C3100-ITEMS-APPLIED        PIC 9(09) COMP  VALUE ZERO.
013900 77  C3100-ITEMS-REFUNDED       PIC 9(09) COMP  VALUE ZERO.
014000 77  C3100-ACTIONS-REJECTED     PIC 9(09) COMP  VALUE ZERO.
014100 77  C3100-ITEMS-OPEN           PIC 9(09) COMP  VALUE ZERO.
014130 77  C3100-APPLIES-CONFIRMED    PIC 9(09) COMP  VALUE ZERO.
014160 77  C3100-APPLIES-UNPOSTED     PIC 9(09) COMP  VALUE ZERO.
014200 77  C3100-APPLIED-HASH         PIC S9(10)V99 COMP-3 VALUE ZERO.
014300 77  C3100-REFUNDED-HASH        PIC S9(10)V99 COMP-3 VALUE ZERO.
014400 77  C3100-OPEN-HASH            PIC S9(10)V99 COMP-3 VALUE ZERO.
014500*---------------------------------------------------------------
014600*    AGING BUCKETS - 0-30, 31-60, 61-90, OVER 90 DAYS OPEN.
014700*---------------------------------------------------------------
014800 01  C3100-AGE-LABELS-INIT.
014900     05  FILLER  PIC X(12) VALUE "0-30 DAYS".
015000     05  FILLER  PIC X(12) VALUE "31-60 DAYS".
015100     05  FILLER  PIC X(12) VALUE "61-90 DAYS".
015200     05  FILLER  PIC X(12) VALUE "OVER 90 DAYS".
015300 01  C3100-AGE-LABELS REDEFINES C3100-AGE-LABELS-INIT.
015400     05  C3100-AGE-LABEL        PIC X(12) OCCURS 4 TIMES.
015500 01  C3100-AGE-TABLE.
015600     05  C3100-AGE-ENTRY OCCURS 4 TIMES.
015700         10  C3100-AGE-COUNT    PIC 9(07)      COMP   VALUE ZERO.
015800         10  C3100-AGE-AMOUNT   PIC S9(10)V99  COMP-3 VALUE ZERO.
015900*---------------------------------------------------------------
016000*    REPORT LINES
016100*---------------------------------------------------------------
016200 01  C3100-HEADING-1.
016300     05  FILLER  PIC X(43)
016400         VALUE "CUST3100 - UNAPPLIED CASH SUSPENSE".
016500     05  FILLER  PIC X(11) VALUE "RUN DATE: ".
016600     05  HD-RUN-DATE   PIC X(08).
016700 01  C3100-HEADING-2.
016800     05  FILLER  PIC X(05) VALUE "ACT".
016900     05  FILLER  PIC X(23) VALUE "SUSPENSE ITEM".
017000     05  FILLER  PIC X(12) VALUE "APPLY TO".
017100     05  FILLER  PIC X(16) VALUE "        AMOUNT".
017200     05  FILLER  PIC X(30) VALUE "DISPOSITION".
017300 01  C3100-ACTION-LINE.
017400     05  AC-ACTION       PIC X(01).
017500     05  FILLER          PIC X(04) VALUE SPACES.
017600     05  AC-DEPOSIT-DATE PIC X(08).
017700     05  FILLER          PIC X(01) VALUE SPACES.
017800     05  AC-BATCH-NO     PIC X(06).
017900     05  FILLER          PIC X(01) VALUE SPACES.
018000     05  AC-ITEM-NO      PIC X(05).
018100     05  FILLER          PIC X(02) VALUE SPACES.
018200     05  AC-CUST-ID      PIC X(10).
018300     05  FILLER          PIC X(02) VALUE SPACES.
018400     05  AC-AMOUNT       PIC -Z,ZZZ,ZZ9.99.
018500     05  FILLER          PIC X(02) VALUE SPACES.
018600     05  AC-DISPOSITION  PIC X(30).
018700 01  C3100-HEADING-3.
018800     05  FILLER  PIC X(23) VALUE "SUSPENSE ITEM".
018900     05  FILLER  PIC X(12) VALUE "ACCOUNT NO".
019000     05  FILLER  PIC X(32) VALUE "REMITTER".
019100     05  FILLER  PIC X(16) VALUE "        AMOUNT".
019200     05  FILLER  PIC X(04) VALUE "CS".
019300     05  FILLER  PIC X(06) VALUE " DAYS".
019400     05  FILLER  PIC X(04) VALUE "RSN".
019500 01  C3100-AGING-LINE.
019600     05  AG-DEPOSIT-DATE PIC X(08).
019700     05  FILLER          PIC X(01) VALUE SPACES.
019800     05  AG-BATCH-NO     PIC X(06).
019900     05  FILLER          PIC X(01) VALUE SPACES.
020000     05  AG-ITEM-NO      PIC X(05).
020100     05  FILLER          PIC X(02) VALUE SPACES.
020200     05  AG-CUST-ID      PIC X(10).
020300     05  FILLER          PIC X(02) VALUE SPACES.
020400     05  AG-REMITTER     PIC X(30).
020500     05  FILLER          PIC X(02) VALUE SPACES.
020600     05  AG-AMOUNT       PIC -Z,ZZZ,ZZ9.99.
020700     05  FILLER          PIC X(03) VALUE SPACES.
020800     05  AG-CAUSE        PIC X(01).
020900     05  FILLER          PIC X(02) VALUE SPACES.
021000     05  AG-DAYS         PIC ZZZZ9.
021100     05  FILLER          PIC X(02) VALUE SPACES.
021200     05  AG-REASON-CODE  PIC X(04).
021300 01  C3100-BUCKET-LINE.
021400     05  FILLER          PIC X(08) VALUE "AGED    ".
021500     05  BK-LABEL        PIC X(12).
021600     05  FILLER          PIC X(10) VALUE "  ITEMS   ".
021700     05  BK-COUNT        PIC ZZZ,ZZ9.
021800     05  FILLER          PIC X(09) VALUE "  AMOUNT ".
021900     05  BK-AMOUNT       PIC -Z,ZZZ,ZZZ,ZZ9.99.
022000 01  C3100-TOTAL-LINE-1.
022100     05  FILLER          PIC X(30) VALUE
022200         "TOTAL ACTION CARDS READ     : ".
022300     05  TL-ACTIONS-READ PIC ZZZ,ZZZ,ZZ9.
022400 01  C3100-TOTAL-LINE-2.
022500     05  FILLER          PIC X(30) VALUE
022600         "TOTAL ITEMS APPLIED         : ".
022700     05  TL-APPLIED      PIC ZZZ,ZZZ,ZZ9.
022800     05  FILLER          PIC X(04) VALUE SPACES.
022900     05  TL-APPLIED-HASH PIC -Z,ZZZ,ZZZ,ZZ9.99.
023000 01  C3100-TOTAL-LINE-3.
023100     05  FILLER          PIC X(30) VALUE
023200         "TOTAL ITEMS REFUNDED        : ".
023300     05  TL-REFUNDED     PIC ZZZ,ZZZ,ZZ9.
023400     05  FILLER          PIC X(04) VALUE SPACES.
023500     05  TL-REFUNDED-HASH PIC -Z,ZZZ,ZZZ,ZZ9.99.
023600 01  C3100-TOTAL-LINE-4.
023700     05  FILLER          PIC X(30) VALUE
023800         "TOTAL ACTIONS REJECTED      : ".
023900     05  TL-REJECTED     PIC ZZZ,ZZZ,ZZ9.
024000 01  C3100-TOTAL-LINE-5.
024100     05  FILLER          PIC X(30) VALUE
024200         "TOTAL ITEMS STILL OPEN      : ".
024300     05  TL-OPEN         PIC ZZZ,ZZZ,ZZ9.
024400     05  FILLER          PIC X(04) VALUE SPACES.
024500     05  TL-OPEN-HASH    PIC -Z,ZZZ,ZZZ,ZZ9.99.
024510 01  C3100-TOTAL-LINE-6.
024520     05  FILLER          PIC X(30) VALUE
024530         "TOTAL APPLIES CONFIRMED     : ".
024540     05  TL-CONFIRMED    PIC ZZZ,ZZZ,ZZ9.
024550 01  C3100-TOTAL-LINE-7.
024560     05  FILLER          PIC X(30) VALUE
024570         "TOTAL APPLIES NOT POSTED    : ".
024580     05  TL-UNPOSTED     PIC ZZZ,ZZZ,ZZ9.
024600
024700 PROCEDURE DIVISION.
024800*****************************************************************
024900*    0000-MAINLINE
025000*****************************************************************
025100 0000-MAINLINE.
025200     PERFORM 1000-INITIALIZE
025300         THRU 1000-INITIALIZE-EXIT.
025400
025500     PERFORM 2000-PROCESS-ONE-ACTION
025600         THRU 2000-PROCESS-ONE-ACTION-EXIT
025700         UNTIL C3100-ACTION-EOF.
025800
025900     PERFORM 5000-WRITE-AGING-REPORT
026000         THRU 5000-WRITE-AGING-REPORT-EXIT.
026100
026200     PERFORM 8000-WRITE-TOTALS
026300         THRU 8000-WRITE-TOTALS-EXIT.
026400
026500     PERFORM 9000-TERMINATE
026600         THRU 9000-TERMINATE-EXIT.
026700
026800     PERFORM 8900-WRITE-RUN-LOG
026900         THRU 8900-WRITE-RUN-LOG-EXIT.
027000
027100     STOP RUN.
027200*****************************************************************
027300*    1000-INITIALIZE - NO ACTION CARDS IS NORMAL (AN AGING-
027400*    ONLY RUN).  NO SUSPENSE FILE MEANS NOTHING HAS EVER GONE
027500*    TO SUSPENSE.  WITHOUT POSTHIST THE PENDING APPLIES STAY
027550*    PENDING UNTIL A RUN THAT HAS IT.
027600*****************************************************************
027700 1000-INITIALIZE.
027800     ACCEPT C3100-CURRENT-DATE FROM DATE YYYYMMDD.
027900     MOVE C3100-CURRENT-DATE TO C3100-TODAY-NUMERIC.
028000     COMPUTE C3100-TODAY-INTEGER = FUNCTION INTEGER-OF-DATE
028100         (C3100-TODAY-NUMERIC).
028200
028300     OPEN OUTPUT APPLY-TRANS-FILE
028400                 REFUND-FILE
028500                 SUSPENSE-REPORT-FILE.
028600
028700     OPEN INPUT CUSTOMER-MASTER-FILE.
028800     IF CM-CUSTMAST-STATUS NOT = "00"
028900         DISPLAY "CUST3100 - CANNOT OPEN CUSTOMER MASTER, STATUS "
029000             CM-CUSTMAST-STATUS
029100         MOVE "Y" TO C3100-ACTION-EOF-SW
029200     END-IF.
029300
029400     OPEN I-O SUSPENSE-FILE.
029500     IF CM-SUSPENSE-STATUS = "35"
029600         OPEN OUTPUT SUSPENSE-FILE
029700         CLOSE SUSPENSE-FILE
029800         OPEN I-O SUSPENSE-FILE
029900     END-IF.
030000     IF CM-SUSPENSE-STATUS NOT = "00"
030100         DISPLAY "CUST3100 - CANNOT OPEN SUSPENSE FILE, STATUS "
030200             CM-SUSPENSE-STATUS
030300         MOVE "Y" TO C3100-ACTION-EOF-SW
030400         MOVE "Y" TO C3100-SUSPENSE-EOF-SW
030500     END-IF.
030600
030610     OPEN INPUT POSTING-HISTORY-FILE.
030620     IF CM-POSTHIST-STATUS = "00"
030630         MOVE "Y" TO C3100-HISTORY-FILE-SW
030640     ELSE
030650         DISPLAY "CUST3100 - CANNOT OPEN POSTING HISTORY, STATUS "
030660             CM-POSTHIST-STATUS ", APPLIES NOT CONFIRMED"
030670     END-IF.
030680
030700     OPEN INPUT ACTION-CARD-FILE.
030800     IF CM-SUSACT-STATUS NOT = "00"
030900         MOVE "Y" TO C3100-ACTION-EOF-SW
031000     END-IF.
031100
031200     MOVE C3100-CURRENT-DATE TO HD-RUN-DATE.
031300     MOVE C3100-HEADING-1 TO SUSPENSE-REPORT-LINE.
031400     WRITE SUSPENSE-REPORT-LINE.
031500     MOVE C3100-HEADING-2 TO SUSPENSE-REPORT-LINE.
031600     WRITE SUSPENSE-REPORT-LINE.
031700
031800     IF NOT C3100-ACTION-EOF
031900         PERFORM 2900-READ-NEXT-ACTION
032000             THRU 2900-READ-NEXT-ACTION-EXIT
032100     END-IF.
032200 1000-INITIALIZE-EXIT.
032300     EXIT.
032400*****************************************************************
032500*    2000-PROCESS-ONE-ACTION - THE ITEM MUST BE ON FILE AND
032600*    STILL OPEN, THEN THE ACTION CODE DECIDES.
032700*****************************************************************
032800 2000-PROCESS-ONE-ACTION.
032900     ADD 1 TO C3100-ACTIONS-READ.
033000     MOVE ZERO TO AC-AMOUNT.
033100
033200     IF SAC-ITEM-NO IS NOT NUMERIC
033300         MOVE "REJECTED - BAD ITEM KEY" TO AC-DISPOSITION
033400         PERFORM 7000-WRITE-REJECT-LINE
033500             THRU 7000-WRITE-REJECT-LINE-EXIT
033600         GO TO 2000-READ-AND-EXIT
033700     END-IF.
033800
033900     MOVE SAC-ITEM-KEY TO SUS-KEY.
034000     READ SUSPENSE-FILE
034100         INVALID KEY
034200             MOVE "N" TO C3100-FOUND-SW
034300         NOT INVALID KEY
034400             MOVE "Y" TO C3100-FOUND-SW
034500     END-READ.
034600     IF NOT C3100-RECORD-FOUND
034700         MOVE "REJECTED - NOT IN SUSPENSE" TO AC-DISPOSITION
034800         PERFORM 7000-WRITE-REJECT-LINE
034900             THRU 7000-WRITE-REJECT-LINE-EXIT
035000         GO TO 2000-READ-AND-EXIT
035100     END-IF.
035200     MOVE SUS-AMOUNT TO AC-AMOUNT.
035300
035310     IF SUS-APPLY-PENDING
035320         MOVE "REJECTED - APPLY PENDING" TO AC-DISPOSITION
035330         PERFORM 7000-WRITE-REJECT-LINE
035340             THRU 7000-WRITE-REJECT-LINE-EXIT
035350         GO TO 2000-READ-AND-EXIT
035360     END-IF.
035400     IF NOT SUS-OPEN
035500         MOVE "REJECTED - ITEM NOT OPEN" TO AC-DISPOSITION
035600         PERFORM 7000-WRITE-REJECT-LINE
035700             THRU 7000-WRITE-REJECT-LINE-EXIT
035800         GO TO 2000-READ-AND-EXIT
035900     END-IF.
036000
036100     EVALUATE TRUE
036200         WHEN SAC-APPLY
036300             PERFORM 3000-APPLY-ITEM
036400                 THRU 3000-APPLY-ITEM-EXIT
036500         WHEN SAC-REFUND
036600             PERFORM 4000-REFUND-ITEM
036700                 THRU 4000-REFUND-ITEM-EXIT
036800         WHEN OTHER
036900             MOVE "REJECTED - BAD ACTION CODE" TO AC-DISPOSITION
037000             PERFORM 7000-WRITE-REJECT-LINE
037100                 THRU 7000-WRITE-REJECT-LINE-EXIT
037200     END-EVALUATE.
037300
037400 2000-READ-AND-EXIT.
037500     PERFORM 2900-READ-NEXT-ACTION
037600         THRU 2900-READ-NEXT-ACTION-EXIT.
037700 2000-PROCESS-ONE-ACTION-EXIT.
037800     EXIT.
037900*****************************************************************
038000*    3000-APPLY-ITEM - THE TARGET ACCOUNT MUST BE ON THE MASTER
038100*    AND NOT CLOSED, THE SAME TEST CUST0900 WILL APPLY.  THE
038150*    ITEM IS PENDING UNTIL 5300 FINDS THE CREDIT ON POSTHIST.
038200*****************************************************************
038300 3000-APPLY-ITEM.
038400     MOVE SAC-APPLY-CUST-ID TO CUST-ID.
038500     READ CUSTOMER-MASTER-FILE
038600         INVALID KEY
038700             MOVE "N" TO C3100-FOUND-SW
038800         NOT INVALID KEY
038900             MOVE "Y" TO C3100-FOUND-SW
039000     END-READ.
039100     IF NOT C3100-RECORD-FOUND
039200         MOVE "REJECTED - ACCOUNT NOT ON FILE" TO AC-DISPOSITION
039300         PERFORM 7000-WRITE-REJECT-LINE
039400             THRU 7000-WRITE-REJECT-LINE-EXIT
039500         GO TO 3000-APPLY-ITEM-EXIT
039600     END-IF.
039700     MOVE CUST-STATUS TO CM-CUST-STATUS-CHECK.
039800     IF CM-STATUS-CLOSED
039900         MOVE "REJECTED - ACCOUNT CLOSED" TO AC-DISPOSITION
040000         PERFORM 7000-WRITE-REJECT-LINE
040100             THRU 7000-WRITE-REJECT-LINE-EXIT
040200         GO TO 3000-APPLY-ITEM-EXIT
040300     END-IF.
040400
040500     MOVE "P"                TO SUS-ITEM-STATUS.
040600     MOVE C3100-CURRENT-DATE TO SUS-ACTION-DATE.
040700     MOVE CUST-ID            TO SUS-APPLIED-CUST-ID.
040800     REWRITE UNAPPLIED-CASH-RECORD
040900         INVALID KEY
041000             MOVE "REJECTED - REWRITE ERROR" TO AC-DISPOSITION
041100             PERFORM 7000-WRITE-REJECT-LINE
041200                 THRU 7000-WRITE-REJECT-LINE-EXIT
041300             GO TO 3000-APPLY-ITEM-EXIT
041400     END-REWRITE.
041500
041600     MOVE CUST-ID            TO PST-CUST-ID.
041700     MOVE "C"                TO PST-DC-CODE.
041800     MOVE SUS-AMOUNT         TO PST-AMOUNT.
041900     MOVE SUS-REASON-CODE    TO PST-REASON-CODE.
042000     MOVE C3100-CURRENT-DATE TO PST-POST-DATE.
042020     MOVE SAC-OPERATOR-ID    TO PST-OPERATOR-ID.
042040     IF PST-OPERATOR-ID = SPACES
042060         MOVE "CUST3100"     TO PST-OPERATOR-ID
042080     END-IF.
042100     WRITE POSTING-TRANSACTION-RECORD.
042200     ADD 1 TO C3100-ITEMS-APPLIED.
042300     ADD SUS-AMOUNT TO C3100-APPLIED-HASH.
042400
042500     MOVE "APPLIED - PENDING POSTING" TO AC-DISPOSITION.
042600     PERFORM 7100-WRITE-ACTION-LINE
042700         THRU 7100-WRITE-ACTION-LINE-EXIT.
042800 3000-APPLY-ITEM-EXIT.
042900     EXIT.
043000*****************************************************************
043100*    4000-REFUND-ITEM
043200*****************************************************************
043300 4000-REFUND-ITEM.
043400     MOVE "R"                TO SUS-ITEM-STATUS.
043500     MOVE C3100-CURRENT-DATE TO SUS-ACTION-DATE.
043600     MOVE SPACES             TO SUS-APPLIED-CUST-ID.
043700     REWRITE UNAPPLIED-CASH-RECORD
043800         INVALID KEY
043900             MOVE "REJECTED - REWRITE ERROR" TO AC-DISPOSITION
044000             PERFORM 7000-WRITE-REJECT-LINE
044100                 THRU 7000-WRITE-REJECT-LINE-EXIT
044200             GO TO 4000-REFUND-ITEM-EXIT
044300     END-REWRITE.
044400
044500     MOVE SUS-DEPOSIT-DATE   TO RFD-DEPOSIT-DATE.
044600     MOVE SUS-BATCH-NO       TO RFD-BATCH-NO.
044700     MOVE SUS-ITEM-NO        TO RFD-ITEM-NO.
044800     MOVE SUS-CHECK-NUMBER   TO RFD-CHECK-NUMBER.
044900     MOVE SUS-REMITTER-NAME  TO RFD-REMITTER-NAME.
045000     MOVE SUS-AMOUNT         TO RFD-AMOUNT.
045100     MOVE SUS-REASON-CODE    TO RFD-REASON-CODE.
045200     MOVE C3100-CURRENT-DATE TO RFD-REFUND-DATE.
045300     WRITE REFUND-REQUEST-RECORD.
045400     ADD 1 TO C3100-ITEMS-REFUNDED.
045500     ADD SUS-AMOUNT TO C3100-REFUNDED-HASH.
045600
045700     MOVE "REFUND REQUESTED" TO AC-DISPOSITION.
045800     PERFORM 7100-WRITE-ACTION-LINE
045900         THRU 7100-WRITE-ACTION-LINE-EXIT.
046000 4000-REFUND-ITEM-EXIT.
046100     EXIT.
046200*****************************************************************
046300*    2900-READ-NEXT-ACTION
046400*****************************************************************
046500 2900-READ-NEXT-ACTION.
046600     READ ACTION-CARD-FILE
046700         AT END
046800             MOVE "Y" TO C3100-ACTION-EOF-SW
046900     END-READ.
047000 2900-READ-NEXT-ACTION-EXIT.
047100     EXIT.
047200*****************************************************************
047300*    5000-WRITE-AGING-REPORT - BROWSES THE WHOLE SUSPENSE FILE
047400*    IN KEY (DEPOSIT DATE) ORDER AFTER TODAY'S ACTIONS, SO THE
047500*    REPORT SHOWS WHAT IS LEFT.
047600*****************************************************************
047700 5000-WRITE-AGING-REPORT.
047800     MOVE C3100-HEADING-3 TO SUSPENSE-REPORT-LINE.
047900     WRITE SUSPENSE-REPORT-LINE.
048000     IF C3100-SUSPENSE-EOF
048100         GO TO 5000-WRITE-AGING-REPORT-EXIT
048200     END-IF.
048300
048400     MOVE LOW-VALUES TO SUS-KEY.
048500     START SUSPENSE-FILE KEY IS NOT LESS THAN SUS-KEY
048600         INVALID KEY
048700             MOVE "Y" TO C3100-SUSPENSE-EOF-SW
048800     END-START.
048900     PERFORM 5100-AGE-ONE-ITEM
049000         THRU 5100-AGE-ONE-ITEM-EXIT
049100         UNTIL C3100-SUSPENSE-EOF.
049200
049300     PERFORM 5200-WRITE-BUCKET-LINE
049400         THRU 5200-WRITE-BUCKET-LINE-EXIT
049500         VARYING C3100-AGE-SUB FROM 1 BY 1
049600         UNTIL C3100-AGE-SUB > 4.
049700 5000-WRITE-AGING-REPORT-EXIT.
049800     EXIT.
049900*****************************************************************
050000*    5100-AGE-ONE-ITEM - OPEN ITEMS ONLY; A PENDING APPLY IS
050050*    CHECKED FOR ITS CREDIT INSTEAD (5300).  A DEPOSIT DATE
050100*    THAT IS NOT A DATE AGES INTO THE OLDEST BUCKET SO IT IS
050200*    NOT MISSED.
050300*****************************************************************
050400 5100-AGE-ONE-ITEM.
050500     READ SUSPENSE-FILE NEXT RECORD
050600         AT END
050700             MOVE "Y" TO C3100-SUSPENSE-EOF-SW
050800             GO TO 5100-AGE-ONE-ITEM-EXIT
050900     END-READ.
050910     IF SUS-APPLY-PENDING
050920         PERFORM 5300-CONFIRM-APPLY
050930             THRU 5300-CONFIRM-APPLY-EXIT
050940         GO TO 5100-AGE-ONE-ITEM-EXIT
050950     END-IF.
051000     IF NOT SUS-OPEN
051100         GO TO 5100-AGE-ONE-ITEM-EXIT
051200     END-IF.
051300
051400     IF SUS-DEPOSIT-DATE IS NUMERIC
051500         MOVE SUS-DEPOSIT-DATE TO C3100-DEPOSIT-NUMERIC
051600         COMPUTE C3100-DEPOSIT-INTEGER = FUNCTION INTEGER-OF-DATE
051700             (C3100-DEPOSIT-NUMERIC)
051800         COMPUTE C3100-DAYS-OPEN =
051900             C3100-TODAY-INTEGER - C3100-DEPOSIT-INTEGER
052000     ELSE
052100         MOVE 99999 TO C3100-DAYS-OPEN
052200     END-IF.
052300
052400     EVALUATE TRUE
052500         WHEN C3100-DAYS-OPEN NOT > 30
052600             MOVE 1 TO C3100-AGE-SUB
052700         WHEN C3100-DAYS-OPEN NOT > 60
052800             MOVE 2 TO C3100-AGE-SUB
052900         WHEN C3100-DAYS-OPEN NOT > 90
053000             MOVE 3 TO C3100-AGE-SUB
053100         WHEN OTHER
053200             MOVE 4 TO C3100-AGE-SUB
053300     END-EVALUATE.
053400     ADD 1          TO C3100-AGE-COUNT(C3100-AGE-SUB).
053500     ADD SUS-AMOUNT TO C3100-AGE-AMOUNT(C3100-AGE-SUB).
053600     ADD 1          TO C3100-ITEMS-OPEN.
053700     ADD SUS-AMOUNT TO C3100-OPEN-HASH.
053800
053900     MOVE SUS-DEPOSIT-DATE  TO AG-DEPOSIT-DATE.
054000     MOVE SUS-BATCH-NO      TO AG-BATCH-NO.
054100     MOVE SUS-ITEM-NO       TO AG-ITEM-NO.
054200     MOVE SUS-CHECK-CUST-ID TO AG-CUST-ID.
054300     MOVE SUS-REMITTER-NAME TO AG-REMITTER.
054400     MOVE SUS-AMOUNT        TO AG-AMOUNT.
054500     MOVE SUS-CAUSE         TO AG-CAUSE.
054600     MOVE C3100-DAYS-OPEN   TO AG-DAYS.
054700     MOVE SUS-REASON-CODE   TO AG-REASON-CODE.
054800     MOVE C3100-AGING-LINE TO SUSPENSE-REPORT-LINE.
054900     WRITE SUSPENSE-REPORT-LINE.
055000 5100-AGE-ONE-ITEM-EXIT.
055100     EXIT.
055200*****************************************************************
055300*    5200-WRITE-BUCKET-LINE
055400*****************************************************************
055500 5200-WRITE-BUCKET-LINE.
055600     MOVE C3100-AGE-LABEL(C3100-AGE-SUB)  TO BK-LABEL.
055700     MOVE C3100-AGE-COUNT(C3100-AGE-SUB)  TO BK-COUNT.
055800     MOVE C3100-AGE-AMOUNT(C3100-AGE-SUB) TO BK-AMOUNT.
055900     MOVE C3100-BUCKET-LINE TO SUSPENSE-REPORT-LINE.
056000     WRITE SUSPENSE-REPORT-LINE.
056100 5200-WRITE-BUCKET-LINE-EXIT.
056200     EXIT.
056204*****************************************************************
056208*    5300-CONFIRM-APPLY - THE CREDIT IS LOOKED FOR ON THE
056212*    APPLIED ACCOUNT FROM THE ACTION DATE FORWARD (CUST0900
056216*    KEEPS A RECYCLED POSTING'S OWN DATE): A CREDIT UNDER THE
056220*    ITEM'S SUSPENSE REASON CODE FOR THE ITEM AMOUNT.  AN ITEM
056224*    APPLIED TODAY HAS NOT BEEN THROUGH CUST0900 YET AND IS NOT
056228*    LISTED.
056232*****************************************************************
056236 5300-CONFIRM-APPLY.
056240     IF NOT C3100-HISTORY-FILE-OPEN
056244       OR SUS-ACTION-DATE NOT < C3100-CURRENT-DATE
056248         GO TO 5300-CONFIRM-APPLY-EXIT
056252     END-IF.
056256
056260     MOVE "N"                 TO C3100-POSTED-SW.
056264     MOVE "N"                 TO C3100-HISTORY-EOF-SW.
056268     MOVE SUS-APPLIED-CUST-ID TO PSH-CUST-ID.
056272     MOVE SUS-ACTION-DATE     TO PSH-POST-DATE.
056276     MOVE ZERO                TO PSH-SEQUENCE-NO.
056280     START POSTING-HISTORY-FILE
056284         KEY IS NOT LESS THAN PSH-KEY
056288         INVALID KEY
056292             MOVE "Y" TO C3100-HISTORY-EOF-SW
056296     END-START.
056300     PERFORM 5310-CHECK-ONE-POSTING
056304         THRU 5310-CHECK-ONE-POSTING-EXIT
056308         UNTIL C3100-HISTORY-EOF.
056312
056316     IF C3100-CREDIT-POSTED
056320         MOVE "A" TO SUS-ITEM-STATUS
056324         REWRITE UNAPPLIED-CASH-RECORD
056328             INVALID KEY
056332                 DISPLAY "CUST3100 - SUSPENSE REWRITE FAILED FOR "
056336                     SUS-KEY ", STATUS " CM-SUSPENSE-STATUS
056340                 GO TO 5300-CONFIRM-APPLY-EXIT
056344         END-REWRITE
056348         ADD 1 TO C3100-APPLIES-CONFIRMED
056352         GO TO 5300-CONFIRM-APPLY-EXIT
056356     END-IF.
056360
056364     ADD 1 TO C3100-APPLIES-UNPOSTED.
056368     MOVE "A"                 TO AC-ACTION.
056372     MOVE SUS-DEPOSIT-DATE    TO AC-DEPOSIT-DATE.
056376     MOVE SUS-BATCH-NO        TO AC-BATCH-NO.
056380     MOVE SUS-ITEM-NO         TO AC-ITEM-NO.
056384     MOVE SUS-APPLIED-CUST-ID TO AC-CUST-ID.
056388     MOVE SUS-AMOUNT          TO AC-AMOUNT.
056392     MOVE "NOT POSTED - LEFT PENDING" TO AC-DISPOSITION.
056396     MOVE C3100-ACTION-LINE   TO SUSPENSE-REPORT-LINE.
056400     WRITE SUSPENSE-REPORT-LINE.
056404 5300-CONFIRM-APPLY-EXIT.
056408     EXIT.
056412*****************************************************************
056416*    5310-CHECK-ONE-POSTING
056420*****************************************************************
056424 5310-CHECK-ONE-POSTING.
056428     READ POSTING-HISTORY-FILE NEXT RECORD
056432         AT END
056436             MOVE "Y" TO C3100-HISTORY-EOF-SW
056440     END-READ.
056444     IF C3100-HISTORY-EOF
056448         GO TO 5310-CHECK-ONE-POSTING-EXIT
056452     END-IF.
056456     IF PSH-CUST-ID NOT = SUS-APPLIED-CUST-ID
056460         MOVE "Y" TO C3100-HISTORY-EOF-SW
056464         GO TO 5310-CHECK-ONE-POSTING-EXIT
056468     END-IF.
056472     IF PSH-CREDIT
056476       AND PSH-REASON-CODE = SUS-REASON-CODE
056480       AND PSH-AMOUNT = SUS-AMOUNT
056484         MOVE "Y" TO C3100-POSTED-SW
056488         MOVE "Y" TO C3100-HISTORY-EOF-SW
056492     END-IF.
056496 5310-CHECK-ONE-POSTING-EXIT.
056500     EXIT.
056504*****************************************************************
056508*    7000-WRITE-REJECT-LINE - CALLER HAS SET AC-DISPOSITION.
056512*****************************************************************
056600 7000-WRITE-REJECT-LINE.
056700     ADD 1 TO C3100-ACTIONS-REJECTED.
056800     PERFORM 7100-WRITE-ACTION-LINE
056900         THRU 7100-WRITE-ACTION-LINE-EXIT.
057000 7000-WRITE-REJECT-LINE-EXIT.
057100     EXIT.
057200*****************************************************************
057300*    7100-WRITE-ACTION-LINE - THE CARD'S OWN FIELDS IDENTIFY
057400*    THE LINE; CALLER HAS SET AC-DISPOSITION AND AC-AMOUNT.
057500*****************************************************************
057600 7100-WRITE-ACTION-LINE.
057700     MOVE SAC-ACTION        TO AC-ACTION.
057800     MOVE SAC-DEPOSIT-DATE  TO AC-DEPOSIT-DATE.
057900     MOVE SAC-BATCH-NO      TO AC-BATCH-NO.
058000     MOVE SAC-ITEM-NO       TO AC-ITEM-NO.
058100     MOVE SAC-APPLY-CUST-ID TO AC-CUST-ID.
058200     MOVE C3100-ACTION-LINE TO SUSPENSE-REPORT-LINE.
058300     WRITE SUSPENSE-REPORT-LINE.
058400 7100-WRITE-ACTION-LINE-EXIT.
058500     EXIT.
058600*****************************************************************
058700*    8000-WRITE-TOTALS
058800*****************************************************************
058900 8000-WRITE-TOTALS.
059000     MOVE C3100-ACTIONS-READ TO TL-ACTIONS-READ.
059100     MOVE C3100-TOTAL-LINE-1 TO SUSPENSE-REPORT-LINE.
059200     WRITE SUSPENSE-REPORT-LINE.
059300
059400     MOVE C3100-ITEMS-APPLIED TO TL-APPLIED.
059500     MOVE C3100-APPLIED-HASH  TO TL-APPLIED-HASH.
059600     MOVE C3100-TOTAL-LINE-2 TO SUSPENSE-REPORT-LINE.
059700     WRITE SUSPENSE-REPORT-LINE.
059800
059900     MOVE C3100-ITEMS-REFUNDED TO TL-REFUNDED.
060000     MOVE C3100-REFUNDED-HASH  TO TL-REFUNDED-HASH.
060100     MOVE C3100-TOTAL-LINE-3 TO SUSPENSE-REPORT-LINE.
060200     WRITE SUSPENSE-REPORT-LINE.
060300
060400     MOVE C3100-ACTIONS-REJECTED TO TL-REJECTED.
060500     MOVE C3100-TOTAL-LINE-4 TO SUSPENSE-REPORT-LINE.
060600     WRITE SUSPENSE-REPORT-LINE.
060700
060800     MOVE C3100-ITEMS-OPEN TO TL-OPEN.
060900     MOVE C3100-OPEN-HASH  TO TL-OPEN-HASH.
061000     MOVE C3100-TOTAL-LINE-5 TO SUSPENSE-REPORT-LINE.
061100     WRITE SUSPENSE-REPORT-LINE.
061110
061120     MOVE C3100-APPLIES-CONFIRMED TO TL-CONFIRMED.
061130     MOVE C3100-TOTAL-LINE-6 TO SUSPENSE-REPORT-LINE.
061140     WRITE SUSPENSE-REPORT-LINE.
061150
061160     MOVE C3100-APPLIES-UNPOSTED TO TL-UNPOSTED.
061170     MOVE C3100-TOTAL-LINE-7 TO SUSPENSE-REPORT-LINE.
061180     WRITE SUSPENSE-REPORT-LINE.
061200 8000-WRITE-TOTALS-EXIT.
061300     EXIT.
061400*****************************************************************
061500*    8900-WRITE-RUN-LOG - APPENDS THIS RUN'S STATISTICS ROW TO
061600*    THE COMMON RUN LOG FOR THE NIGHTLY OPERATIONS REPORT
061700*    (CUST1600).  UPDATED IS ITEMS APPLIED OR REFUNDED; WRITTEN
061800*    IS APPLY POSTINGS; SKIPPED IS ITEMS STILL OPEN.
061900*****************************************************************
062000 8900-WRITE-RUN-LOG.
062100     OPEN EXTEND RUN-LOG-FILE.
062200     IF CM-RUNLOG-STATUS = "35"
062300         OPEN OUTPUT RUN-LOG-FILE
062400     END-IF.
062500     MOVE "CUST3100"             TO RNL-PROGRAM-ID.
062600     MOVE C3100-CURRENT-DATE     TO RNL-RUN-DATE.
062700     ACCEPT RNL-RUN-TIME FROM TIME.
062800     MOVE C3100-ACTIONS-READ     TO RNL-RECORDS-READ.
062900     ADD C3100-ITEMS-APPLIED C3100-ITEMS-REFUNDED
063000         GIVING RNL-RECORDS-UPDATED.
063100     MOVE C3100-ACTIONS-REJECTED TO RNL-RECORDS-REJECTED.
063200     MOVE C3100-ITEMS-APPLIED    TO RNL-RECORDS-WRITTEN.
063300     MOVE C3100-ITEMS-OPEN       TO RNL-RECORDS-SKIPPED.
063400     MOVE CM-SUSPENSE-STATUS     TO RNL-FINAL-STATUS.
063500     WRITE RUN-LOG-RECORD.
063600     CLOSE RUN-LOG-FILE.
063700 8900-WRITE-RUN-LOG-EXIT.
063800     EXIT.
063900*****************************************************************
064000*    9000-TERMINATE
064100*****************************************************************
064200 9000-TERMINATE.
064300     CLOSE CUSTOMER-MASTER-FILE
064400           SUSPENSE-FILE
064500           APPLY-TRANS-FILE
064600           REFUND-FILE
064700           SUSPENSE-REPORT-FILE.
064710     IF C3100-HISTORY-FILE-OPEN
064720         CLOSE POSTING-HISTORY-FILE
064730     END-IF.
064800     IF CM-SUSACT-STATUS = "00" OR "10"
064900         CLOSE ACTION-CARD-FILE
065000     END-IF.
065100 9000-TERMINATE-EXIT.
065200     EXIT.
