000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CUST3000.
000300 AUTHOR.        R HALVORSEN.
000400 INSTALLATION.  CUSTOMER SERVICES APPLICATIONS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*    CUST3000  -  LOCKBOX REMITTANCE INTAKE
000900*
001000*    TURNS THE BANK'S LOCKBOX FILE (LOCKBOX, CUSTLBX.CPY) INTO
001100*    CREDIT POSTINGS FOR THE NIGHTLY CUST0900 RUN.  TWO PASSES
001200*    OVER THE SAME FILE:
001300*
001400*    PASS 1 PROVES EVERY BATCH - THE CHECKS BETWEEN A HEADER
001500*    AND ITS TRAILER MUST AGREE WITH THE TRAILER'S COUNT AND
001600*    DOLLAR TOTAL.  A BATCH WITH NO TRAILER, A CHECK FROM
001700*    ANOTHER BATCH, A NON-NUMERIC AMOUNT, OR AN UNKNOWN RECORD
001800*    TYPE ALSO FAILS THE BATCH.  EACH BATCH PRINTS WITH ITS
001900*    RESULT.  A FAILED BATCH IS NOT POSTED AT ALL - IT GOES
002000*    BACK TO THE BANK WHOLE, SO NOTHING IS HALF-APPLIED.
002100*
002200*    PASS 2 POSTS THE CHECKS IN THE PROVEN BATCHES:
002300*      - AN ACCOUNT ON THE MASTER THAT IS OPEN GETS A CREDIT
002400*        POSTING (LBXTRAN, CUSTPST.CPY) DATED THE DEPOSIT DATE
002500*        UNDER THE LBXPARM PAYMENT REASON CODE.
002600*      - AN ACCOUNT NUMBER NOT ON THE MASTER, A CLOSED ACCOUNT,
002700*        OR AN ACCOUNT RESTRICTED TO CASH ONLY (CASHONLY, SET BY
002800*        CUST2900) GOES TO THE UNAPPLIED-CASH SUSPENSE FILE
002900*        (SUSPENSE, CUSTSUS.CPY) UNDER THE LBXPARM SUSPENSE
003000*        REASON CODE.  CUST3100 APPLIES OR REFUNDS IT FROM THERE.
003100*    BOTH REASON CODES MUST BE ON REASONTB.
003200*
003300*    CONTROL CARD (LBXPARM), ONE RECORD:
003400*        LBP-PAYMENT-REASON  PIC X(04)  COLS 1-4, SPACES = "LBXP".
003500*        LBP-SUSPENSE-REASON PIC X(04)  COLS 5-8, SPACES = "UNAP".
003600*
003700*    MODIFICATION HISTORY
003800*    DATE       INIT  DESCRIPTION
003900*    ---------- ----- ---------------------------------------
004000*    2026-10-15 RJH   INITIAL VERSION.
004020*    2026-10-15 RJH   GENERATED POSTINGS CARRY "CUST3000" AS PST-
004040*                     OPERATOR-ID FOR THE CUST0900 ENTITLEMENT
004060*                     CHECK.
004100*****************************************************************
004200 ENVIRONMENT DIVISION.
004300 CONFIGURATION SECTION.
004400 SOURCE-COMPUTER.   IBM-370.
004500 OBJECT-COMPUTER.   IBM-370.
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800     COPY "custmsel.cpy".
004900
005000     COPY "custcosl.cpy".
005100
005200     COPY "custsusl.cpy".
005300
005400     SELECT CONTROL-CARD-FILE ASSIGN TO "LBXPARM"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS CM-LBXPARM-STATUS.
005700
005800     SELECT LOCKBOX-FILE ASSIGN TO "LOCKBOX"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS CM-LOCKBOX-STATUS.
006100
006200     SELECT PAYMENT-TRANS-FILE ASSIGN TO "LBXTRAN"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS CM-LBXTRAN-STATUS.
006500
006600     SELECT LOCKBOX-REPORT-FILE ASSIGN TO "LBXRPT"
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS CM-LBXRPT-STATUS.
006900
007000     COPY "custrnsl.cpy".
007100
007200 DATA DIVISION.
007300 FILE SECTION.
007400     COPY "custmfd.cpy".
007500
007600     COPY "custcofd.cpy".
007700
007800     COPY "custsufd.cpy".
007900
008000 FD  CONTROL-CARD-FILE
008100     LABEL RECORDS ARE STANDARD.
008200 01  CONTROL-CARD-RECORD.
008300     05  LBP-PAYMENT-REASON     PIC X(04).
008400     05  LBP-SUSPENSE-REASON    PIC X(04).
008500     05  FILLER                 PIC X(72).
008600
008700 FD  LOCKBOX-FILE
008800     LABEL RECORDS ARE STANDARD.
008900     COPY "custlbx.cpy".
009000
009100 FD  PAYMENT-TRANS-FILE
009200     LABEL RECORDS ARE STANDARD.
009300     COPY "custpst.cpy".
009400
009500 FD  LOCKBOX-REPORT-FILE
009600     LABEL RECORDS ARE STANDARD.
009700 01  LOCKBOX-REPORT-LINE        PIC X(100).
009800
009900     COPY "custrnfd.cpy".
010000
010100 WORKING-STORAGE SECTION.
010200 77  CM-CUSTMAST-STATUS         PIC X(02).
010300 77  CM-CASHONLY-STATUS         PIC X(02).
010400 77  CM-SUSPENSE-STATUS         PIC X(02).
010500 77  CM-LBXPARM-STATUS          PIC X(02).
010600 77  CM-LOCKBOX-STATUS          PIC X(02).
010700 77  CM-LBXTRAN-STATUS          PIC X(02).
010800 77  CM-LBXRPT-STATUS           PIC X(02).
010900 77  CM-RUNLOG-STATUS           PIC X(02).
011000
011100     COPY "custstat.cpy".
011200
011300 77  C3000-LOCKBOX-EOF-SW       PIC X(01)  VALUE "N".
011400     88  C3000-LOCKBOX-EOF      VALUE "Y".
011500 77  C3000-BATCH-OPEN-SW        PIC X(01)  VALUE "N".
011600     88  C3000-BATCH-OPEN       VALUE "Y".
011700 77  C3000-BATCH-GOOD-SW        PIC X(01)  VALUE "N".
011800     88  C3000-BATCH-GOOD       VALUE "Y".
011900 77  C3000-FOUND-SW             PIC X(01)  VALUE "N".
012000     88  C3000-MASTER-FOUND     VALUE "Y".
012100 77  C3000-CASH-ONLY-OPEN-SW    PIC X(01)  VALUE "N".
012200     88  C3000-CASH-ONLY-OPEN   VALUE "Y".
012300 77  C3000-CASH-ONLY-SW         PIC X(01)  VALUE "N".
012400     88  C3000-ACCOUNT-CASH-ONLY VALUE "Y".
012500 77  C3000-CURRENT-DATE         PIC X(08)  VALUE SPACES.
012600 77  C3000-DEPOSIT-DATE         PIC X(08)  VALUE SPACES.
012700 77  C3000-PAYMENT-REASON       PIC X(04)  VALUE "LBXP".
012800 77  C3000-SUSPENSE-REASON      PIC X(04)  VALUE "UNAP".
012900 77  C3000-SUSPENSE-CAUSE       PIC X(01)  VALUE SPACE.
013000 77  C3000-BAD-REASON           PIC X(26)  VALUE SPACES.
013100 77  C3000-BATCH-SUB            PIC 9(03) COMP  VALUE ZERO.
013200 77  C3000-ITEM-NO              PIC 9(05)       VALUE ZERO.
013300 77  C3000-RECORDS-READ         PIC 9(09) COMP  VALUE ZERO.
013400 77  C3000-BAD-RECORDS          PIC 9(09) COMP  VALUE ZERO.
013500 77  C3000-BATCHES-PROVEN       PIC 9(09) COMP  VALUE ZERO.
013600 77  C3000-BATCHES-FAILED       PIC 9(09) COMP  VALUE ZERO.
013700 77  C3000-CHECKS-POSTED        PIC 9(09) COMP  VALUE ZERO.
013800 77  C3000-CHECKS-SUSPENDED     PIC 9(09) COMP  VALUE ZERO.
013900 77  C3000-CHECKS-HELD          PIC 9(09) COMP  VALUE ZERO.
014000 77  C3000-POSTED-HASH          PIC S9(10)V99 COMP-3 VALUE ZERO.
014100 77  C3000-SUSPENDED-HASH       PIC S9(10)V99 COMP-3 VALUE ZERO.
014200 77  C3000-HELD-HASH            PIC S9(10)V99 COMP-3 VALUE ZERO.
014300*---------------------------------------------------------------
014400*    BATCH PROOF TABLE - ONE ENTRY PER BATCH HEADER, IN FILE
014500*    ORDER, BUILT BY PASS 1.  PASS 2 STEPS THROUGH IT HEADER BY
014600*    HEADER, SO A BANK THAT REUSES A BATCH NUMBER IN ONE FILE
014700*    STILL LINES UP.  STATUS "O" = OPEN (NO TRAILER YET),
014800*    "G" = PROVEN, "B" = FAILED.
014900*---------------------------------------------------------------
015000 01  C3000-BATCH-TABLE.
015100     05  C3000-BATCH-COUNT      PIC 9(03) COMP  VALUE ZERO.
015200     05  C3000-BAT-ENTRY OCCURS 500 TIMES.
015300         10  C3000-BAT-BATCH-NO     PIC X(06).
015400         10  C3000-BAT-DEPOSIT-DATE PIC X(08).
015500         10  C3000-BAT-CHECKS       PIC 9(05)      COMP.
015600         10  C3000-BAT-AMOUNT       PIC S9(10)V99  COMP-3.
015700         10  C3000-BAT-TRL-CHECKS   PIC 9(05)      COMP.
015800         10  C3000-BAT-TRL-AMOUNT   PIC S9(10)V99  COMP-3.
015900         10  C3000-BAT-STATUS       PIC X(01).
016000             88  C3000-BAT-IN-PROGRESS  VALUE "O".
016100             88  C3000-BAT-PROVEN       VALUE "G".
016200             88  C3000-BAT-FAILED       VALUE "B".
016300         10  C3000-BAT-REASON       PIC X(26).
016400*---------------------------------------------------------------
016500*    REPORT LINES
016600*---------------------------------------------------------------
016700 01  C3000-HEADING-1.
016800     05  FILLER  PIC X(43)
016900         VALUE "CUST3000 - LOCKBOX REMITTANCE INTAKE".
017000     05  FILLER  PIC X(11) VALUE "RUN DATE: ".
017100     05  HD-RUN-DATE   PIC X(08).
017200 01  C3000-HEADING-2.
017300     05  FILLER  PIC X(08) VALUE "BATCH".
017400     05  FILLER  PIC X(10) VALUE "DEPOSITED".
017500     05  FILLER  PIC X(07) VALUE "CHECKS".
017600     05  FILLER  PIC X(18) VALUE "          AMOUNT".
017700     05  FILLER  PIC X(07) VALUE "TRL CK".
017800     05  FILLER  PIC X(18) VALUE "      TRL AMOUNT".
017900     05  FILLER  PIC X(26) VALUE "RESULT".
018000 01  C3000-BATCH-LINE.
018100     05  BT-BATCH-NO     PIC X(06).
018200     05  FILLER          PIC X(02) VALUE SPACES.
018300     05  BT-DEPOSIT-DATE PIC X(08).
018400     05  FILLER          PIC X(02) VALUE SPACES.
018500     05  BT-CHECKS       PIC ZZ,ZZ9.
018600     05  FILLER          PIC X(01) VALUE SPACES.
018700     05  BT-AMOUNT       PIC -ZZZ,ZZZ,ZZ9.99.
018800     05  FILLER          PIC X(02) VALUE SPACES.
018900     05  BT-TRL-CHECKS   PIC ZZ,ZZ9.
019000     05  FILLER          PIC X(01) VALUE SPACES.
019100     05  BT-TRL-AMOUNT   PIC -ZZZ,ZZZ,ZZ9.99.
019200     05  FILLER          PIC X(02) VALUE SPACES.
019300     05  BT-RESULT       PIC X(26).
019400 01  C3000-HEADING-3.
019500     05  FILLER  PIC X(08) VALUE "BATCH".
019600     05  FILLER  PIC X(07) VALUE "ITEM".
019700     05  FILLER  PIC X(12) VALUE "CUST-ID".
019800     05  FILLER  PIC X(12) VALUE "CHECK NO".
019900     05  FILLER  PIC X(16) VALUE "        AMOUNT".
020000     05  FILLER  PIC X(30) VALUE "DISPOSITION".
020100 01  C3000-DETAIL-LINE.
020200     05  DT-BATCH-NO     PIC X(06).
020300     05  FILLER          PIC X(02) VALUE SPACES.
020400     05  DT-ITEM-NO      PIC ZZZZ9.
020500     05  FILLER          PIC X(02) VALUE SPACES.
020600     05  DT-CUST-ID      PIC X(10).
020700     05  FILLER          PIC X(02) VALUE SPACES.
020800     05  DT-CHECK-NUMBER PIC X(10).
020900     05  FILLER          PIC X(02) VALUE SPACES.
021000     05  DT-AMOUNT       PIC -Z,ZZZ,ZZ9.99.
021100     05  FILLER          PIC X(02) VALUE SPACES.
021200     05  DT-DISPOSITION  PIC X(30).
021300 01  C3000-TOTAL-LINE-1.
021400     05  FILLER          PIC X(30) VALUE
021500         "TOTAL LOCKBOX RECORDS READ  : ".
021600     05  TL-RECORDS-READ PIC ZZZ,ZZZ,ZZ9.
021700 01  C3000-TOTAL-LINE-2.
021800     05  FILLER          PIC X(30) VALUE
021900         "TOTAL BATCHES PROVEN        : ".
022000     05  TL-PROVEN       PIC ZZZ,ZZZ,ZZ9.
022100 01  C3000-TOTAL-LINE-3.
022200     05  FILLER          PIC X(30) VALUE
022300         "TOTAL BATCHES FAILED        : ".
022400     05  TL-FAILED       PIC ZZZ,ZZZ,ZZ9.
022500 01  C3000-TOTAL-LINE-4.
022600     05  FILLER          PIC X(30) VALUE
022700         "TOTAL CHECKS POSTED         : ".
022800     05  TL-POSTED       PIC ZZZ,ZZZ,ZZ9.
022900     05  FILLER          PIC X(04) VALUE SPACES.
023000     05  TL-POSTED-HASH  PIC -Z,ZZZ,ZZZ,ZZ9.99.
023100 01  C3000-TOTAL-LINE-5.
023200     05  FILLER          PIC X(30) VALUE
023300         "TOTAL CHECKS TO SUSPENSE    : ".
023400     05  TL-SUSPENDED    PIC ZZZ,ZZZ,ZZ9.
023500     05  FILLER          PIC X(04) VALUE SPACES.
023600     05  TL-SUSPENDED-HASH PIC -Z,ZZZ,ZZZ,ZZ9.99.
023700 01  C3000-TOTAL-LINE-6.
023800     05  FILLER          PIC X(30) VALUE
023900         "TOTAL CHECKS IN FAILED BATCH: ".
024000     05  TL-HELD         PIC ZZZ,ZZZ,ZZ9.
024100     05  FILLER          PIC X(04) VALUE SPACES.
024200     05  TL-HELD-HASH    PIC -Z,ZZZ,ZZZ,ZZ9.99.
024300 01  C3000-TOTAL-LINE-7.
024400     05  FILLER          PIC X(30) VALUE
024500         "TOTAL RECORDS OUTSIDE BATCH : ".
024600     05  TL-BAD-RECORDS  PIC ZZZ,ZZZ,ZZ9.
024700
024800 PROCEDURE DIVISION.
024900*****************************************************************
025000*    0000-MAINLINE
025100*****************************************************************
025200 0000-MAINLINE.
025300     PERFORM 1000-INITIALIZE
025400         THRU 1000-INITIALIZE-EXIT.
025500
025600     PERFORM 2000-PROVE-BATCHES
025700         THRU 2000-PROVE-BATCHES-EXIT.
025800
025900     PERFORM 3000-POST-CHECKS
026000         THRU 3000-POST-CHECKS-EXIT.
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
027300*    1000-INITIALIZE
027400*****************************************************************
027500 1000-INITIALIZE.
027600     ACCEPT C3000-CURRENT-DATE FROM DATE YYYYMMDD.
027700
027800*    NO CARD OR A BLANK FIELD LEAVES THAT REASON CODE AT ITS
027900*    DEFAULT.  THE CARD FIELDS ARE COPIED TO WORKING STORAGE
028000*    WHILE THE FILE IS STILL OPEN.
028100     OPEN INPUT CONTROL-CARD-FILE.
028200     IF CM-LBXPARM-STATUS = "00"
028300         READ CONTROL-CARD-FILE
028400             AT END
028500                 CONTINUE
028600             NOT AT END
028700                 IF LBP-PAYMENT-REASON NOT = SPACES
028800                     MOVE LBP-PAYMENT-REASON
028900                         TO C3000-PAYMENT-REASON
029000                 END-IF
029100                 IF LBP-SUSPENSE-REASON NOT = SPACES
029200                     MOVE LBP-SUSPENSE-REASON
029300                         TO C3000-SUSPENSE-REASON
029400                 END-IF
029500         END-READ
029600         CLOSE CONTROL-CARD-FILE
029700     END-IF.
029800
029900     OPEN OUTPUT PAYMENT-TRANS-FILE
030000                 LOCKBOX-REPORT-FILE.
030100
030200     OPEN INPUT CUSTOMER-MASTER-FILE.
030300     IF CM-CUSTMAST-STATUS NOT = "00"
030400         DISPLAY "CUST3000 - CANNOT OPEN CUSTOMER MASTER, STATUS "
030500             CM-CUSTMAST-STATUS
030600         MOVE "Y" TO C3000-LOCKBOX-EOF-SW
030700     END-IF.
030800
030900*    NO CASH-ONLY FILE YET SIMPLY MEANS NO ACCOUNT IS RESTRICTED.
031000     OPEN INPUT CASH-ONLY-FILE.
031100     IF CM-CASHONLY-STATUS = "00"
031200         MOVE "Y" TO C3000-CASH-ONLY-OPEN-SW
031300     END-IF.
031400
031500     OPEN I-O SUSPENSE-FILE.
031600     IF CM-SUSPENSE-STATUS = "35"
031700         OPEN OUTPUT SUSPENSE-FILE
031800         CLOSE SUSPENSE-FILE
031900         OPEN I-O SUSPENSE-FILE
032000     END-IF.
032100     IF CM-SUSPENSE-STATUS NOT = "00"
032200         DISPLAY "CUST3000 - CANNOT OPEN SUSPENSE FILE, STATUS "
032300             CM-SUSPENSE-STATUS
032400         MOVE "Y" TO C3000-LOCKBOX-EOF-SW
032500     END-IF.
032600
032700     MOVE C3000-CURRENT-DATE TO HD-RUN-DATE.
032800     MOVE C3000-HEADING-1 TO LOCKBOX-REPORT-LINE.
032900     WRITE LOCKBOX-REPORT-LINE.
033000 1000-INITIALIZE-EXIT.
033100     EXIT.
033200*****************************************************************
033300*    2000-PROVE-BATCHES - PASS 1.  BUILDS THE BATCH PROOF TABLE
033400*    AND PRINTS ONE LINE PER BATCH.
033500*****************************************************************
033600 2000-PROVE-BATCHES.
033700     IF C3000-LOCKBOX-EOF
033800         GO TO 2000-PROVE-BATCHES-EXIT
033900     END-IF.
034000     OPEN INPUT LOCKBOX-FILE.
034100     IF CM-LOCKBOX-STATUS NOT = "00"
034200         DISPLAY "CUST3000 - CANNOT OPEN LOCKBOX FILE, STATUS "
034300             CM-LOCKBOX-STATUS
034400         MOVE "Y" TO C3000-LOCKBOX-EOF-SW
034500         GO TO 2000-PROVE-BATCHES-EXIT
034600     END-IF.
034700
034800     PERFORM 2900-READ-NEXT-LOCKBOX
034900         THRU 2900-READ-NEXT-LOCKBOX-EXIT.
035000     PERFORM 2100-PROVE-ONE-RECORD
035100         THRU 2100-PROVE-ONE-RECORD-EXIT
035200         UNTIL C3000-LOCKBOX-EOF.
035300     CLOSE LOCKBOX-FILE.
035400
035500     IF C3000-BATCH-OPEN
035600         MOVE "NO BATCH TRAILER" TO C3000-BAD-REASON
035700         PERFORM 2500-FAIL-BATCH
035800             THRU 2500-FAIL-BATCH-EXIT
035900         MOVE "N" TO C3000-BATCH-OPEN-SW
036000     END-IF.
036100
036200     MOVE C3000-HEADING-2 TO LOCKBOX-REPORT-LINE.
036300     WRITE LOCKBOX-REPORT-LINE.
036400     PERFORM 7200-WRITE-BATCH-LINE
036500         THRU 7200-WRITE-BATCH-LINE-EXIT
036600         VARYING C3000-BATCH-SUB FROM 1 BY 1
036700         UNTIL C3000-BATCH-SUB > C3000-BATCH-COUNT.
036800 2000-PROVE-BATCHES-EXIT.
036900     EXIT.
037000*****************************************************************
037100*    2100-PROVE-ONE-RECORD
037200*****************************************************************
037300 2100-PROVE-ONE-RECORD.
037400     ADD 1 TO C3000-RECORDS-READ.
037500     EVALUATE TRUE
037600         WHEN LBX-BATCH-HEADER
037700             PERFORM 2200-START-BATCH
037800                 THRU 2200-START-BATCH-EXIT
037900         WHEN LBX-CHECK-DETAIL
038000             PERFORM 2300-ADD-CHECK-TO-BATCH
038100                 THRU 2300-ADD-CHECK-TO-BATCH-EXIT
038200         WHEN LBX-BATCH-TRAILER
038300             PERFORM 2400-PROVE-BATCH-TRAILER
038400                 THRU 2400-PROVE-BATCH-TRAILER-EXIT
038500         WHEN OTHER
038600             IF C3000-BATCH-OPEN
038700                 MOVE "UNKNOWN RECORD TYPE" TO C3000-BAD-REASON
038800                 PERFORM 2500-FAIL-BATCH
038900                     THRU 2500-FAIL-BATCH-EXIT
039000             ELSE
039100                 ADD 1 TO C3000-BAD-RECORDS
039200             END-IF
039300     END-EVALUATE.
039400
039500     PERFORM 2900-READ-NEXT-LOCKBOX
039600         THRU 2900-READ-NEXT-LOCKBOX-EXIT.
039700 2100-PROVE-ONE-RECORD-EXIT.
039800     EXIT.
039900*****************************************************************
040000*    2200-START-BATCH - A HEADER WHILE A BATCH IS STILL OPEN
040100*    MEANS THE BANK DROPPED THAT BATCH'S TRAILER.
040200*****************************************************************
040300 2200-START-BATCH.
040400     IF C3000-BATCH-OPEN
040500         MOVE "NO BATCH TRAILER" TO C3000-BAD-REASON
040600         PERFORM 2500-FAIL-BATCH
040700             THRU 2500-FAIL-BATCH-EXIT
040800         MOVE "N" TO C3000-BATCH-OPEN-SW
040900     END-IF.
041000
041100     IF C3000-BATCH-COUNT NOT < 500
041200         DISPLAY "CUST3000 - BATCH TABLE FULL, BATCH "
041300             LBX-BATCH-NO " AND LATER NOT POSTED"
041400         GO TO 2200-START-BATCH-EXIT
041500     END-IF.
041600
041700     ADD 1 TO C3000-BATCH-COUNT.
041800     MOVE C3000-BATCH-COUNT TO C3000-BATCH-SUB.
041900     MOVE LBX-BATCH-NO     TO C3000-BAT-BATCH-NO(C3000-BATCH-SUB).
042000     MOVE LBX-DEPOSIT-DATE
042100         TO C3000-BAT-DEPOSIT-DATE(C3000-BATCH-SUB).
042200     MOVE ZERO TO C3000-BAT-CHECKS(C3000-BATCH-SUB)
042300                  C3000-BAT-AMOUNT(C3000-BATCH-SUB)
042400                  C3000-BAT-TRL-CHECKS(C3000-BATCH-SUB)
042500                  C3000-BAT-TRL-AMOUNT(C3000-BATCH-SUB).
042600     MOVE "O"    TO C3000-BAT-STATUS(C3000-BATCH-SUB).
042700     MOVE SPACES TO C3000-BAT-REASON(C3000-BATCH-SUB).
042800     MOVE "Y"    TO C3000-BATCH-OPEN-SW.
042900
043000     IF LBX-DEPOSIT-DATE IS NOT NUMERIC
043100         MOVE "BAD DEPOSIT DATE" TO C3000-BAD-REASON
043200         PERFORM 2500-FAIL-BATCH
043300             THRU 2500-FAIL-BATCH-EXIT
043400     END-IF.
043500 2200-START-BATCH-EXIT.
043600     EXIT.
043700*****************************************************************
043800*    2300-ADD-CHECK-TO-BATCH - A CHECK OUTSIDE ANY BATCH CANNOT
043900*    BE PROVEN AND IS NEVER POSTED; IT IS COUNTED SO THE TOTALS
044000*    SHOW IT.
044100*****************************************************************
044200 2300-ADD-CHECK-TO-BATCH.
044300     IF NOT C3000-BATCH-OPEN
044400         ADD 1 TO C3000-BAD-RECORDS
044500         GO TO 2300-ADD-CHECK-TO-BATCH-EXIT
044600     END-IF.
044700
044800     ADD 1 TO C3000-BAT-CHECKS(C3000-BATCH-SUB).
044900     IF LBX-BATCH-NO NOT = C3000-BAT-BATCH-NO(C3000-BATCH-SUB)
045000         MOVE "CHECK FROM ANOTHER BATCH" TO C3000-BAD-REASON
045100         PERFORM 2500-FAIL-BATCH
045200             THRU 2500-FAIL-BATCH-EXIT
045300     END-IF.
045400     IF LBX-CHECK-AMOUNT IS NUMERIC
045500         ADD LBX-CHECK-AMOUNT TO C3000-BAT-AMOUNT(C3000-BATCH-SUB)
045600     ELSE
045700         MOVE "CHECK AMOUNT NOT NUMERIC" TO C3000-BAD-REASON
045800         PERFORM 2500-FAIL-BATCH
045900             THRU 2500-FAIL-BATCH-EXIT
046000     END-IF.
046100 2300-ADD-CHECK-TO-BATCH-EXIT.
046200     EXIT.
046300*****************************************************************
046400*    2400-PROVE-BATCH-TRAILER - COUNT AND AMOUNT MUST BOTH
046500*    AGREE.  A BATCH ALREADY FAILED STAYS FAILED WITH ITS FIRST
046600*    REASON.
046700*****************************************************************
046800 2400-PROVE-BATCH-TRAILER.
046900     IF NOT C3000-BATCH-OPEN
047000         ADD 1 TO C3000-BAD-RECORDS
047100         GO TO 2400-PROVE-BATCH-TRAILER-EXIT
047200     END-IF.
047300     MOVE "N" TO C3000-BATCH-OPEN-SW.
047400
047500     IF LBX-BATCH-NO NOT = C3000-BAT-BATCH-NO(C3000-BATCH-SUB)
047600         MOVE "TRAILER FROM ANOTHER BATCH" TO C3000-BAD-REASON
047700         PERFORM 2500-FAIL-BATCH
047800             THRU 2500-FAIL-BATCH-EXIT
047900         GO TO 2400-PROVE-BATCH-TRAILER-EXIT
048000     END-IF.
048100     IF LBX-TRL-CHECK-COUNT IS NOT NUMERIC
048200       OR LBX-TRL-AMOUNT IS NOT NUMERIC
048300         MOVE "TRAILER NOT NUMERIC" TO C3000-BAD-REASON
048400         PERFORM 2500-FAIL-BATCH
048500             THRU 2500-FAIL-BATCH-EXIT
048600         GO TO 2400-PROVE-BATCH-TRAILER-EXIT
048700     END-IF.
048800
048900     MOVE LBX-TRL-CHECK-COUNT
049000         TO C3000-BAT-TRL-CHECKS(C3000-BATCH-SUB).
049100     MOVE LBX-TRL-AMOUNT
049200         TO C3000-BAT-TRL-AMOUNT(C3000-BATCH-SUB).
049300     IF C3000-BAT-FAILED(C3000-BATCH-SUB)
049400         GO TO 2400-PROVE-BATCH-TRAILER-EXIT
049500     END-IF.
049600
049700     IF C3000-BAT-CHECKS(C3000-BATCH-SUB)
049800            = C3000-BAT-TRL-CHECKS(C3000-BATCH-SUB)
049900       AND C3000-BAT-AMOUNT(C3000-BATCH-SUB)
050000            = C3000-BAT-TRL-AMOUNT(C3000-BATCH-SUB)
050100         MOVE "G" TO C3000-BAT-STATUS(C3000-BATCH-SUB)
050200     ELSE
050300         MOVE "OUT OF BALANCE" TO C3000-BAD-REASON
050400         PERFORM 2500-FAIL-BATCH
050500             THRU 2500-FAIL-BATCH-EXIT
050600     END-IF.
050700 2400-PROVE-BATCH-TRAILER-EXIT.
050800     EXIT.
050900*****************************************************************
051000*    2500-FAIL-BATCH - CALLER HAS SET C3000-BAD-REASON.  THE
051100*    FIRST REASON FOUND IS THE ONE KEPT.
051200*****************************************************************
051300 2500-FAIL-BATCH.
051400     IF NOT C3000-BAT-FAILED(C3000-BATCH-SUB)
051500         MOVE "B" TO C3000-BAT-STATUS(C3000-BATCH-SUB)
051600         MOVE C3000-BAD-REASON
051700             TO C3000-BAT-REASON(C3000-BATCH-SUB)
051800     END-IF.
051900 2500-FAIL-BATCH-EXIT.
052000     EXIT.
052100*****************************************************************
052200*    2900-READ-NEXT-LOCKBOX
052300*****************************************************************
052400 2900-READ-NEXT-LOCKBOX.
052500     READ LOCKBOX-FILE
052600         AT END
052700             MOVE "Y" TO C3000-LOCKBOX-EOF-SW
052800     END-READ.
052900 2900-READ-NEXT-LOCKBOX-EXIT.
053000     EXIT.
053100*****************************************************************
053200*    3000-POST-CHECKS - PASS 2.  RE-READS THE LOCKBOX FILE AND
053300*    POSTS OR SUSPENDS EACH CHECK IN A PROVEN BATCH.
053400*****************************************************************
053500 3000-POST-CHECKS.
053600     IF C3000-BATCHES-PROVEN = ZERO
053700         GO TO 3000-POST-CHECKS-EXIT
053800     END-IF.
053900     OPEN INPUT LOCKBOX-FILE.
054000     MOVE "N"  TO C3000-LOCKBOX-EOF-SW.
054100     MOVE "N"  TO C3000-BATCH-GOOD-SW.
054200     MOVE ZERO TO C3000-BATCH-SUB.
054300
054400     MOVE C3000-HEADING-3 TO LOCKBOX-REPORT-LINE.
054500     WRITE LOCKBOX-REPORT-LINE.
054600
054700     PERFORM 2900-READ-NEXT-LOCKBOX
054800         THRU 2900-READ-NEXT-LOCKBOX-EXIT.
054900     PERFORM 3100-POST-ONE-RECORD
055000         THRU 3100-POST-ONE-RECORD-EXIT
055100         UNTIL C3000-LOCKBOX-EOF.
055200     CLOSE LOCKBOX-FILE.
055300 3000-POST-CHECKS-EXIT.
055400     EXIT.
055500*****************************************************************
055600*    3100-POST-ONE-RECORD - EACH HEADER STEPS TO THE NEXT TABLE
055700*    ENTRY; ONLY CHECKS UNDER A PROVEN HEADER ARE TOUCHED.  THE
055800*    CHECKS OF A FAILED BATCH ARE COUNTED AS HELD.
055900*****************************************************************
056000 3100-POST-ONE-RECORD.
056100     EVALUATE TRUE
056200         WHEN LBX-BATCH-HEADER
056300             ADD 1 TO C3000-BATCH-SUB
056400             MOVE ZERO TO C3000-ITEM-NO
056500             MOVE "N" TO C3000-BATCH-GOOD-SW
056600             IF C3000-BATCH-SUB NOT > C3000-BATCH-COUNT
056700                 IF C3000-BAT-PROVEN(C3000-BATCH-SUB)
056800                     MOVE "Y" TO C3000-BATCH-GOOD-SW
056900                     MOVE C3000-BAT-DEPOSIT-DATE(C3000-BATCH-SUB)
057000                         TO C3000-DEPOSIT-DATE
057100                 END-IF
057200             END-IF
057300         WHEN LBX-CHECK-DETAIL
057400             ADD 1 TO C3000-ITEM-NO
057500             IF C3000-BATCH-GOOD
057600                 PERFORM 3200-POST-ONE-CHECK
057700                     THRU 3200-POST-ONE-CHECK-EXIT
057800             ELSE
057900                 ADD 1 TO C3000-CHECKS-HELD
058000                 IF LBX-CHECK-AMOUNT IS NUMERIC
058100                     ADD LBX-CHECK-AMOUNT TO C3000-HELD-HASH
058200                 END-IF
058300             END-IF
058400         WHEN LBX-BATCH-TRAILER
058500             MOVE "N" TO C3000-BATCH-GOOD-SW
058600         WHEN OTHER
058700             CONTINUE
058800     END-EVALUATE.
058900
059000     PERFORM 2900-READ-NEXT-LOCKBOX
059100         THRU 2900-READ-NEXT-LOCKBOX-EXIT.
059200 3100-POST-ONE-RECORD-EXIT.
059300     EXIT.
059400*****************************************************************
059500*    3200-POST-ONE-CHECK - AN OPEN ACCOUNT ON THE MASTER GETS
059600*    THE CREDIT; ANYTHING ELSE GOES TO SUSPENSE WITH ITS CAUSE.
059700*****************************************************************
059800 3200-POST-ONE-CHECK.
059900     MOVE LBX-CUST-ID TO CUST-ID.
060000     READ CUSTOMER-MASTER-FILE
060100         INVALID KEY
060200             MOVE "N" TO C3000-FOUND-SW
060300         NOT INVALID KEY
060400             MOVE "Y" TO C3000-FOUND-SW
060500     END-READ.
060600     IF NOT C3000-MASTER-FOUND
060700         MOVE "N" TO C3000-SUSPENSE-CAUSE
060800         MOVE "SUSPENSE - NOT ON FILE" TO DT-DISPOSITION
060900         PERFORM 3400-WRITE-SUSPENSE
061000             THRU 3400-WRITE-SUSPENSE-EXIT
061100         GO TO 3200-POST-ONE-CHECK-EXIT
061200     END-IF.
061300
061400     MOVE CUST-STATUS TO CM-CUST-STATUS-CHECK.
061500     IF CM-STATUS-CLOSED
061600         MOVE "C" TO C3000-SUSPENSE-CAUSE
061700         MOVE "SUSPENSE - ACCOUNT CLOSED" TO DT-DISPOSITION
061800         PERFORM 3400-WRITE-SUSPENSE
061900             THRU 3400-WRITE-SUSPENSE-EXIT
062000         GO TO 3200-POST-ONE-CHECK-EXIT
062100     END-IF.
062200
062300     MOVE "N" TO C3000-CASH-ONLY-SW.
062400     IF C3000-CASH-ONLY-OPEN
062500         MOVE CUST-ID TO CSH-CUST-ID
062600         READ CASH-ONLY-FILE
062700             INVALID KEY
062800                 MOVE "N" TO C3000-CASH-ONLY-SW
062900             NOT INVALID KEY
063000                 MOVE "Y" TO C3000-CASH-ONLY-SW
063100         END-READ
063200     END-IF.
063300     IF C3000-ACCOUNT-CASH-ONLY
063400         MOVE "K" TO C3000-SUSPENSE-CAUSE
063500         MOVE "SUSPENSE - CASH ONLY ACCOUNT" TO DT-DISPOSITION
063600         PERFORM 3400-WRITE-SUSPENSE
063700             THRU 3400-WRITE-SUSPENSE-EXIT
063800         GO TO 3200-POST-ONE-CHECK-EXIT
063900     END-IF.
064000
064100     MOVE CUST-ID              TO PST-CUST-ID.
064200     MOVE "C"                  TO PST-DC-CODE.
064300     MOVE LBX-CHECK-AMOUNT     TO PST-AMOUNT.
064400     MOVE C3000-PAYMENT-REASON TO PST-REASON-CODE.
064500     MOVE C3000-DEPOSIT-DATE   TO PST-POST-DATE.
064550     MOVE "CUST3000"           TO PST-OPERATOR-ID.
064600     WRITE POSTING-TRANSACTION-RECORD.
064700     ADD 1 TO C3000-CHECKS-POSTED.
064800     ADD LBX-CHECK-AMOUNT TO C3000-POSTED-HASH.
064900
065000     MOVE "POSTED" TO DT-DISPOSITION.
065100     PERFORM 7100-WRITE-CHECK-DETAIL
065200         THRU 7100-WRITE-CHECK-DETAIL-EXIT.
065300 3200-POST-ONE-CHECK-EXIT.
065400     EXIT.
065500*****************************************************************
065600*    3400-WRITE-SUSPENSE - CALLER HAS SET THE CAUSE AND THE
065700*    DISPOSITION.  A DUPLICATE KEY MEANS THIS DEPOSIT WAS
065800*    ALREADY TAKEN IN; THE ITEM IS NOT WRITTEN TWICE.
065900*****************************************************************
066000 3400-WRITE-SUSPENSE.
066100     MOVE C3000-DEPOSIT-DATE    TO SUS-DEPOSIT-DATE.
066200     MOVE LBX-BATCH-NO          TO SUS-BATCH-NO.
066300     MOVE C3000-ITEM-NO         TO SUS-ITEM-NO.
066400     MOVE LBX-CUST-ID           TO SUS-CHECK-CUST-ID.
066500     MOVE LBX-CHECK-NUMBER      TO SUS-CHECK-NUMBER.
066600     MOVE LBX-CHECK-AMOUNT      TO SUS-AMOUNT.
066700     MOVE LBX-REMITTER-NAME     TO SUS-REMITTER-NAME.
066800     MOVE C3000-SUSPENSE-REASON TO SUS-REASON-CODE.
066900     MOVE C3000-SUSPENSE-CAUSE  TO SUS-CAUSE.
067000     MOVE "O"                   TO SUS-ITEM-STATUS.
067100     MOVE SPACES                TO SUS-ACTION-DATE.
067200     MOVE SPACES                TO SUS-APPLIED-CUST-ID.
067300     WRITE UNAPPLIED-CASH-RECORD
067400         INVALID KEY
067500             MOVE "ALREADY IN SUSPENSE" TO DT-DISPOSITION
067600             DISPLAY "CUST3000 - SUSPENSE WRITE FAILED FOR BATCH "
067700                 LBX-BATCH-NO " ITEM " C3000-ITEM-NO
067800                 ", STATUS " CM-SUSPENSE-STATUS
067900         NOT INVALID KEY
068000             ADD 1 TO C3000-CHECKS-SUSPENDED
068100             ADD LBX-CHECK-AMOUNT TO C3000-SUSPENDED-HASH
068200     END-WRITE.
068300
068400     PERFORM 7100-WRITE-CHECK-DETAIL
068500         THRU 7100-WRITE-CHECK-DETAIL-EXIT.
068600 3400-WRITE-SUSPENSE-EXIT.
068700     EXIT.
068800*****************************************************************
068900*    7100-WRITE-CHECK-DETAIL - CALLER HAS SET DT-DISPOSITION.
069000*****************************************************************
069100 7100-WRITE-CHECK-DETAIL.
069200     MOVE LBX-BATCH-NO     TO DT-BATCH-NO.
069300     MOVE C3000-ITEM-NO    TO DT-ITEM-NO.
069400     MOVE LBX-CUST-ID      TO DT-CUST-ID.
069500     MOVE LBX-CHECK-NUMBER TO DT-CHECK-NUMBER.
069600     MOVE LBX-CHECK-AMOUNT TO DT-AMOUNT.
069700     MOVE C3000-DETAIL-LINE TO LOCKBOX-REPORT-LINE.
069800     WRITE LOCKBOX-REPORT-LINE.
069900 7100-WRITE-CHECK-DETAIL-EXIT.
070000     EXIT.
070100*****************************************************************
070200*    7200-WRITE-BATCH-LINE - ALSO COUNTS PROVEN AND FAILED
070300*    BATCHES FOR THE TOTALS AND FOR PASS 2.
070400*****************************************************************
070500 7200-WRITE-BATCH-LINE.
070600     MOVE C3000-BAT-BATCH-NO(C3000-BATCH-SUB) TO BT-BATCH-NO.
070700     MOVE C3000-BAT-DEPOSIT-DATE(C3000-BATCH-SUB)
070800         TO BT-DEPOSIT-DATE.
070900     MOVE C3000-BAT-CHECKS(C3000-BATCH-SUB) TO BT-CHECKS.
071000     MOVE C3000-BAT-AMOUNT(C3000-BATCH-SUB) TO BT-AMOUNT.
071100     MOVE C3000-BAT-TRL-CHECKS(C3000-BATCH-SUB) TO BT-TRL-CHECKS.
071200     MOVE C3000-BAT-TRL-AMOUNT(C3000-BATCH-SUB) TO BT-TRL-AMOUNT.
071300     IF C3000-BAT-PROVEN(C3000-BATCH-SUB)
071400         ADD 1 TO C3000-BATCHES-PROVEN
071500         MOVE "PROVEN" TO BT-RESULT
071600     ELSE
071700         ADD 1 TO C3000-BATCHES-FAILED
071800         MOVE C3000-BAT-REASON(C3000-BATCH-SUB) TO BT-RESULT
071900     END-IF.
072000     MOVE C3000-BATCH-LINE TO LOCKBOX-REPORT-LINE.
072100     WRITE LOCKBOX-REPORT-LINE.
072200 7200-WRITE-BATCH-LINE-EXIT.
072300     EXIT.
072400*****************************************************************
072500*    8000-WRITE-TOTALS - CHECKS IN PROVEN BATCHES = POSTED +
072600*    SUSPENDED; THE HELD LINE IS WHAT GOES BACK TO THE BANK.
072700*****************************************************************
072800 8000-WRITE-TOTALS.
072900     MOVE C3000-RECORDS-READ TO TL-RECORDS-READ.
073000     MOVE C3000-TOTAL-LINE-1 TO LOCKBOX-REPORT-LINE.
073100     WRITE LOCKBOX-REPORT-LINE.
073200
073300     MOVE C3000-BATCHES-PROVEN TO TL-PROVEN.
073400     MOVE C3000-TOTAL-LINE-2 TO LOCKBOX-REPORT-LINE.
073500     WRITE LOCKBOX-REPORT-LINE.
073600
073700     MOVE C3000-BATCHES-FAILED TO TL-FAILED.
073800     MOVE C3000-TOTAL-LINE-3 TO LOCKBOX-REPORT-LINE.
073900     WRITE LOCKBOX-REPORT-LINE.
074000
074100     MOVE C3000-CHECKS-POSTED TO TL-POSTED.
074200     MOVE C3000-POSTED-HASH   TO TL-POSTED-HASH.
074300     MOVE C3000-TOTAL-LINE-4 TO LOCKBOX-REPORT-LINE.
074400     WRITE LOCKBOX-REPORT-LINE.
074500
074600     MOVE C3000-CHECKS-SUSPENDED TO TL-SUSPENDED.
074700     MOVE C3000-SUSPENDED-HASH   TO TL-SUSPENDED-HASH.
074800     MOVE C3000-TOTAL-LINE-5 TO LOCKBOX-REPORT-LINE.
074900     WRITE LOCKBOX-REPORT-LINE.
075000
075100     MOVE C3000-CHECKS-HELD TO TL-HELD.
075200     MOVE C3000-HELD-HASH   TO TL-HELD-HASH.
075300     MOVE C3000-TOTAL-LINE-6 TO LOCKBOX-REPORT-LINE.
075400     WRITE LOCKBOX-REPORT-LINE.
075500
075600     MOVE C3000-BAD-RECORDS TO TL-BAD-RECORDS.
075700     MOVE C3000-TOTAL-LINE-7 TO LOCKBOX-REPORT-LINE.
075800     WRITE LOCKBOX-REPORT-LINE.
075900 8000-WRITE-TOTALS-EXIT.
076000     EXIT.
076100*****************************************************************
076200*    8900-WRITE-RUN-LOG - APPENDS THIS RUN'S STATISTICS ROW TO
076300*    THE COMMON RUN LOG FOR THE NIGHTLY OPERATIONS REPORT
076400*    (CUST1600).  WRITTEN IS CHECKS POSTED; SKIPPED IS CHECKS
076500*    SENT TO SUSPENSE; REJECTED IS CHECKS IN FAILED BATCHES
076600*    PLUS RECORDS OUTSIDE ANY BATCH.
076700*****************************************************************
076800 8900-WRITE-RUN-LOG.
076900     OPEN EXTEND RUN-LOG-FILE.
077000     IF CM-RUNLOG-STATUS = "35"
077100         OPEN OUTPUT RUN-LOG-FILE
077200     END-IF.
077300     MOVE "CUST3000"             TO RNL-PROGRAM-ID.
077400     MOVE C3000-CURRENT-DATE     TO RNL-RUN-DATE.
077500     ACCEPT RNL-RUN-TIME FROM TIME.
077600     MOVE C3000-RECORDS-READ     TO RNL-RECORDS-READ.
077700     MOVE ZERO                   TO RNL-RECORDS-UPDATED.
077800     ADD C3000-CHECKS-HELD C3000-BAD-RECORDS
077900         GIVING RNL-RECORDS-REJECTED.
078000     MOVE C3000-CHECKS-POSTED    TO RNL-RECORDS-WRITTEN.
078100     MOVE C3000-CHECKS-SUSPENDED TO RNL-RECORDS-SKIPPED.
078200     MOVE CM-SUSPENSE-STATUS     TO RNL-FINAL-STATUS.
078300     WRITE RUN-LOG-RECORD.
078400     CLOSE RUN-LOG-FILE.
078500 8900-WRITE-RUN-LOG-EXIT.
078600     EXIT.
078700*****************************************************************
078800*    9000-TERMINATE
078900*****************************************************************
079000 9000-TERMINATE.
079100     CLOSE CUSTOMER-MASTER-FILE
079200           SUSPENSE-FILE
079300           PAYMENT-TRANS-FILE
079400           LOCKBOX-REPORT-FILE.
079500     IF C3000-CASH-ONLY-OPEN
079600         CLOSE CASH-ONLY-FILE
079700     END-IF.
079800 9000-TERMINATE-EXIT.
079900     EXIT.
