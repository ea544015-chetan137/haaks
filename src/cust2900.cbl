000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CUST2900.
000300 AUTHOR.        R HALVORSEN.
000400 INSTALLATION.  CUSTOMER SERVICES APPLICATIONS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*    CUST2900  -  RETURNED PAYMENT (NSF) REVERSAL
000900*
001000*    READS THE BANK'S RETURNED-ITEM FILE (RTNITEM, CUSTRTN.CPY)
001100*    AND UNDOES EACH RETURNED PAYMENT.  EVERY ITEM NAMES THE
001200*    POSTING-HISTORY KEY OF THE ORIGINAL CREDIT; THE ITEM IS
001300*    MATCHED TO THAT ROW ON POSTHIST AND, IF IT IS GOOD, THIS
001400*    PROGRAM WRITES FOR THE NIGHTLY CUST0900 RUN (NSFTRAN,
001500*    CUSTPST.CPY):
001600*      - A REVERSING DEBIT FOR THE ORIGINAL AMOUNT UNDER THE
001700*        NSFPARM REVERSAL REASON CODE, AND
001800*      - A RETURNED-ITEM FEE DEBIT UNDER THE FEE REASON CODE
001900*        WHEN NSFPARM CARRIES A FEE AMOUNT.
002000*    BOTH REASON CODES MUST BE ON REASONTB OR CUST0900 WILL
002100*    REJECT THE POSTINGS.
002200*
002300*    AN ITEM IS REJECTED (LISTED, NOTHING WRITTEN) WHEN NO
002400*    POSTING-HISTORY ROW HAS ITS KEY, WHEN THAT ROW IS NOT A
002500*    CREDIT, WHEN THE BANK AMOUNT DISAGREES WITH THE POSTED
002600*    AMOUNT, OR WHEN THE PAYMENT IS ALREADY ON THE RETURNED-
002700*    PAYMENT CROSS-REFERENCE (NSFXREF, CUSTNSF.CPY) - IT WAS
002800*    REVERSED BEFORE.  EVERY REVERSAL ADDS A CROSS-REFERENCE
002900*    ROW TYING IT TO THE ORIGINAL PAYMENT.
002910*
002920*    THE CROSS-REFERENCE ROW IS WRITTEN PENDING, SINCE THE
002930*    REVERSING DEBIT IS ONLY QUEUED FOR CUST0900.  EACH RUN
002940*    FIRST PROVES THE PENDING ROWS AGAINST POSTHIST: A ROW WHOSE
002950*    REVERSING DEBIT HAS POSTED IS MARKED CONFIRMED; ONE STILL
002960*    NOT POSTED AFTER CUST0900 HAS HAD A NIGHT AT IT IS LEFT
002970*    PENDING AND LISTED FOR RESEARCH.  A PENDING ROW STILL
002980*    BLOCKS A SECOND REVERSAL OF THE SAME PAYMENT.
003000*
003100*    AFTER EACH REVERSAL THE CUSTOMER'S RETURNS INSIDE THE
003200*    ROLLING WINDOW ARE COUNTED FROM THE CROSS-REFERENCE.  AT
003300*    THE NSFPARM LIMIT THE ACCOUNT IS FLAGGED CASH ONLY
003400*    (CASHONLY, CUSTCSH.CPY) WITH A CUSTAUD ROW.
003500*
003600*    CONTROL CARD (NSFPARM), ONE RECORD:
003700*        NSP-REVERSAL-REASON PIC X(04)     COLS  1-4, SPACES =
003800*                                          "NSFR".
003900*        NSP-FEE-REASON      PIC X(04)     COLS  5-8, SPACES =
004000*                                          "NSFF".
004100*        NSP-FEE-AMOUNT      PIC 9(05)V99  COLS  9-15, ZERO OR
004200*                                          SPACES = NO FEE.
004300*        NSP-RETURN-LIMIT    PIC 9(02)     COLS 16-17, ZERO OR
004400*                                          SPACES = 3.
004500*        NSP-ROLLING-DAYS    PIC 9(03)     COLS 18-20, ZERO OR
004600*                                          SPACES = 365.
004700*
004800*    MODIFICATION HISTORY
004900*    DATE       INIT  DESCRIPTION
005000*    ---------- ----- ---------------------------------------
005100*    2026-10-15 RJH   INITIAL VERSION.
005130*    2026-10-15 RJH   GENERATED POSTINGS AND AUDIT ROWS CARRY
005160*                     "CUST2900" AS THE OPERATOR ID.
005170*    2026-10-15 RJH   CROSS-REFERENCE ROWS WRITTEN PENDING AND
005180*                     CONFIRMED AGAINST POSTHIST ON THE NEXT RUN.
005200*****************************************************************
005300 ENVIRONMENT DIVISION.
005400 CONFIGURATION SECTION.
005500 SOURCE-COMPUTER.   IBM-370.
005600 OBJECT-COMPUTER.   IBM-370.
005700 INPUT-OUTPUT SECTION.
005800 FILE-CONTROL.
005900     COPY "custphsl.cpy".
006000
006100     COPY "custausl.cpy".
006200
006300     COPY "custnxsl.cpy".
006400
006500     COPY "custcosl.cpy".
006600
006700     SELECT CONTROL-CARD-FILE ASSIGN TO "NSFPARM"
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS CM-NSFPARM-STATUS.
007000
007100     SELECT RETURN-ITEM-FILE ASSIGN TO "RTNITEM"
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS CM-RTNITEM-STATUS.
007400
007500     SELECT REVERSAL-TRANS-FILE ASSIGN TO "NSFTRAN"
007600         ORGANIZATION IS LINE SEQUENTIAL
007700         FILE STATUS IS CM-NSFTRAN-STATUS.
007800
007900     SELECT RETURN-REPORT-FILE ASSIGN TO "NSFRPT"
008000         ORGANIZATION IS LINE SEQUENTIAL
008100         FILE STATUS IS CM-NSFRPT-STATUS.
008200
008300     COPY "custrnsl.cpy".
008400
008500 DATA DIVISION.
008600 FILE SECTION.
008700     COPY "custphfd.cpy".
008800
008900     COPY "custaufd.cpy".
009000
009100     COPY "custnxfd.cpy".
009200
009300     COPY "custcofd.cpy".
009400
009500 FD  CONTROL-CARD-FILE
009600     LABEL RECORDS ARE STANDARD.
009700 01  CONTROL-CARD-RECORD.
009800     05  NSP-REVERSAL-REASON    PIC X(04).
009900     05  NSP-FEE-REASON         PIC X(04).
010000     05  NSP-FEE-AMOUNT         PIC X(07).
010100     05  NSP-FEE-AMOUNT-N       REDEFINES NSP-FEE-AMOUNT
010200                                PIC 9(05)V99.
010300     05  NSP-RETURN-LIMIT       PIC X(02).
010400     05  NSP-ROLLING-DAYS       PIC X(03).
010500     05  FILLER                 PIC X(60).
010600
010700 FD  RETURN-ITEM-FILE
010800     LABEL RECORDS ARE STANDARD.
010900     COPY "custrtn.cpy".
011000
011100 FD  REVERSAL-TRANS-FILE
011200     LABEL RECORDS ARE STANDARD.
011300     COPY "custpst.cpy".
011400
011500 FD  RETURN-REPORT-FILE
011600     LABEL RECORDS ARE STANDARD.
011700 01  RETURN-REPORT-LINE         PIC X(100).
011800
011900     COPY "custrnfd.cpy".
012000
012100 WORKING-STORAGE SECTION.
012200 77  CM-POSTHIST-STATUS         PIC X(02).
012300 77  CM-CUSTAUD-STATUS          PIC X(02).
012400 77  CM-NSFXREF-STATUS          PIC X(02).
012500 77  CM-CASHONLY-STATUS         PIC X(02).
012600 77  CM-NSFPARM-STATUS          PIC X(02).
012700 77  CM-RTNITEM-STATUS          PIC X(02).
012800 77  CM-NSFTRAN-STATUS          PIC X(02).
012900 77  CM-NSFRPT-STATUS           PIC X(02).
013000 77  CM-RUNLOG-STATUS           PIC X(02).
013100
013200 77  C2900-RETURN-EOF-SW        PIC X(01)  VALUE "N".
013300     88  C2900-RETURN-EOF       VALUE "Y".
013400 77  C2900-REJECT-SW            PIC X(01)  VALUE "N".
013500     88  C2900-ITEM-REJECTED    VALUE "Y".
013600 77  C2900-FOUND-SW             PIC X(01)  VALUE "N".
013700     88  C2900-ORIGINAL-FOUND   VALUE "Y".
013800 77  C2900-XREF-FOUND-SW        PIC X(01)  VALUE "N".
013900     88  C2900-XREF-FOUND       VALUE "Y".
014000 77  C2900-XREF-EOF-SW          PIC X(01)  VALUE "N".
014100     88  C2900-XREF-EOF         VALUE "Y".
014200 77  C2900-CASH-ONLY-SW         PIC X(01)  VALUE "N".
014300     88  C2900-ALREADY-CASH-ONLY VALUE "Y".
014310 77  C2900-CONFIRM-EOF-SW       PIC X(01)  VALUE "N".
014320     88  C2900-CONFIRM-EOF      VALUE "Y".
014330 77  C2900-HISTORY-EOF-SW       PIC X(01)  VALUE "N".
014340     88  C2900-HISTORY-EOF      VALUE "Y".
014350 77  C2900-POSTED-SW            PIC X(01)  VALUE "N".
014360     88  C2900-REVERSAL-POSTED  VALUE "Y".
014400 77  C2900-CURRENT-DATE         PIC X(08)  VALUE SPACES.
014500 77  C2900-TODAY-NUMERIC        PIC 9(08)       VALUE ZERO.
014600 77  C2900-TODAY-INTEGER        PIC 9(09)       VALUE ZERO.
014700 77  C2900-WINDOW-START         PIC S9(09)      VALUE ZERO.
014800 77  C2900-RETURN-NUMERIC       PIC 9(08)       VALUE ZERO.
014900 77  C2900-RETURN-INTEGER       PIC 9(09)       VALUE ZERO.
015000 77  C2900-RETURN-DATE          PIC X(08)  VALUE SPACES.
015100 77  C2900-REVERSAL-REASON      PIC X(04)  VALUE "NSFR".
015200 77  C2900-FEE-REASON           PIC X(04)  VALUE "NSFF".
015300 77  C2900-FEE-AMOUNT           PIC S9(05)V99 COMP-3 VALUE ZERO.
015400 77  C2900-RETURN-LIMIT         PIC 9(02)       VALUE 3.
015500 77  C2900-ROLLING-DAYS         PIC 9(03)       VALUE 365.
015600 77  C2900-RETURN-COUNT         PIC 9(03) COMP  VALUE ZERO.
015700 77  C2900-AUD-SEQUENCE         PIC 9(06)  VALUE ZERO.
015800 77  C2900-AUD-SEQ-EOF-SW       PIC X(01)  VALUE "N".
015900     88  C2900-AUD-SEQ-EOF      VALUE "Y".
016000 77  C2900-RETURNS-READ         PIC 9(09) COMP  VALUE ZERO.
016100 77  C2900-RETURNS-REVERSED     PIC 9(09) COMP  VALUE ZERO.
016200 77  C2900-RETURNS-REJECTED     PIC 9(09) COMP  VALUE ZERO.
016300 77  C2900-FEES-WRITTEN         PIC 9(09) COMP  VALUE ZERO.
016400 77  C2900-POSTINGS-WRITTEN     PIC 9(09) COMP  VALUE ZERO.
016500 77  C2900-ACCOUNTS-CASH-ONLY   PIC 9(09) COMP  VALUE ZERO.
016530 77  C2900-REVERSALS-CONFIRMED  PIC 9(09) COMP  VALUE ZERO.
016560 77  C2900-REVERSALS-UNPOSTED   PIC 9(09) COMP  VALUE ZERO.
016600 77  C2900-REVERSED-HASH        PIC S9(10)V99 COMP-3 VALUE ZERO.
016700 77  C2900-REJECTED-HASH        PIC S9(10)V99 COMP-3 VALUE ZERO.
016800 77  C2900-FEE-HASH             PIC S9(10)V99 COMP-3 VALUE ZERO.
016900*---------------------------------------------------------------
017000*    REPORT LINES
017100*---------------------------------------------------------------
017200 01  C2900-HEADING-1.
017300     05  FILLER  PIC X(43)
017400         VALUE "CUST2900 - RETURNED PAYMENT REVERSAL".
017500     05  FILLER  PIC X(11) VALUE "RUN DATE: ".
017600     05  HD-RUN-DATE   PIC X(08).
017700 01  C2900-HEADING-2.
017800     05  FILLER  PIC X(12) VALUE "CUST-ID".
017900     05  FILLER  PIC X(10) VALUE "PAID ON".
018000     05  FILLER  PIC X(06) VALUE "SEQ".
018100     05  FILLER  PIC X(05) VALUE "RTN".
018200     05  FILLER  PIC X(16) VALUE "        AMOUNT".
018300     05  FILLER  PIC X(30) VALUE "DISPOSITION".
018400 01  C2900-DETAIL-LINE.
018500     05  DT-CUST-ID      PIC X(10).
018600     05  FILLER          PIC X(02) VALUE SPACES.
018700     05  DT-POST-DATE    PIC X(08).
018800     05  FILLER          PIC X(02) VALUE SPACES.
018900     05  DT-SEQUENCE-NO  PIC X(04).
019000     05  FILLER          PIC X(02) VALUE SPACES.
019100     05  DT-RETURN-CODE  PIC X(03).
019200     05  FILLER          PIC X(02) VALUE SPACES.
019300     05  DT-AMOUNT       PIC -Z,ZZZ,ZZ9.99.
019400     05  FILLER          PIC X(02) VALUE SPACES.
019500     05  DT-DISPOSITION  PIC X(30).
019600 01  C2900-TOTAL-LINE-1.
019700     05  FILLER          PIC X(30) VALUE
019800         "TOTAL RETURNED ITEMS READ   : ".
019900     05  TL-RETURNS-READ PIC ZZZ,ZZZ,ZZ9.
020000 01  C2900-TOTAL-LINE-2.
020100     05  FILLER          PIC X(30) VALUE
020200         "TOTAL PAYMENTS REVERSED     : ".
020300     05  TL-REVERSED     PIC ZZZ,ZZZ,ZZ9.
020400     05  FILLER          PIC X(04) VALUE SPACES.
020500     05  TL-REVERSED-HASH PIC -Z,ZZZ,ZZZ,ZZ9.99.
020600 01  C2900-TOTAL-LINE-3.
020700     05  FILLER          PIC X(30) VALUE
020800         "TOTAL RETURNS REJECTED      : ".
020900     05  TL-REJECTED     PIC ZZZ,ZZZ,ZZ9.
021000     05  FILLER          PIC X(04) VALUE SPACES.
021100     05  TL-REJECTED-HASH PIC -Z,ZZZ,ZZZ,ZZ9.99.
021200 01  C2900-TOTAL-LINE-4.
021300     05  FILLER          PIC X(30) VALUE
021400         "TOTAL RETURNED-ITEM FEES    : ".
021500     05  TL-FEES         PIC ZZZ,ZZZ,ZZ9.
021600     05  FILLER          PIC X(04) VALUE SPACES.
021700     05  TL-FEE-HASH     PIC -Z,ZZZ,ZZZ,ZZ9.99.
021800 01  C2900-TOTAL-LINE-5.
021900     05  FILLER          PIC X(30) VALUE
022000         "TOTAL POSTINGS WRITTEN      : ".
022100     05  TL-POSTINGS     PIC ZZZ,ZZZ,ZZ9.
022200 01  C2900-TOTAL-LINE-6.
022300     05  FILLER          PIC X(30) VALUE
022400         "TOTAL ACCOUNTS CASH ONLY    : ".
022500     05  TL-CASH-ONLY    PIC ZZZ,ZZZ,ZZ9.
022510 01  C2900-TOTAL-LINE-7.
022520     05  FILLER          PIC X(30) VALUE
022530         "TOTAL REVERSALS CONFIRMED   : ".
022540     05  TL-CONFIRMED    PIC ZZZ,ZZZ,ZZ9.
022550 01  C2900-TOTAL-LINE-8.
022560     05  FILLER          PIC X(30) VALUE
022570         "TOTAL REVERSALS NOT POSTED  : ".
022580     05  TL-UNPOSTED     PIC ZZZ,ZZZ,ZZ9.
022600
022700 PROCEDURE DIVISION.
022800*****************************************************************
022900*    0000-MAINLINE
023000*****************************************************************
023100 0000-MAINLINE.
023200     PERFORM 1000-INITIALIZE
023300         THRU 1000-INITIALIZE-EXIT.
023400
023500     PERFORM 2000-PROCESS-ONE-RETURN
023600         THRU 2000-PROCESS-ONE-RETURN-EXIT
023700         UNTIL C2900-RETURN-EOF.
023800
023900     PERFORM 8000-WRITE-TOTALS
024000         THRU 8000-WRITE-TOTALS-EXIT.
024100
024200     PERFORM 9000-TERMINATE
024300         THRU 9000-TERMINATE-EXIT.
024400
024500     PERFORM 8900-WRITE-RUN-LOG
024600         THRU 8900-WRITE-RUN-LOG-EXIT.
024700
024800     STOP RUN.
024900*****************************************************************
025000*    1000-INITIALIZE
025100*****************************************************************
025200 1000-INITIALIZE.
025300     ACCEPT C2900-CURRENT-DATE FROM DATE YYYYMMDD.
025400     MOVE C2900-CURRENT-DATE TO C2900-TODAY-NUMERIC.
025500     COMPUTE C2900-TODAY-INTEGER = FUNCTION INTEGER-OF-DATE
025600         (C2900-TODAY-NUMERIC).
025700
025800     PERFORM 1500-READ-CONTROL-CARD
025900         THRU 1500-READ-CONTROL-CARD-EXIT.
026000     COMPUTE C2900-WINDOW-START =
026100         C2900-TODAY-INTEGER - C2900-ROLLING-DAYS.
026200
026300     OPEN INPUT  RETURN-ITEM-FILE
026400          OUTPUT REVERSAL-TRANS-FILE
026500                 RETURN-REPORT-FILE.
026600     IF CM-RTNITEM-STATUS NOT = "00"
026700         DISPLAY "CUST2900 - CANNOT OPEN RETURNED-ITEM FILE, "
026800             "STATUS " CM-RTNITEM-STATUS
026900         MOVE "Y" TO C2900-RETURN-EOF-SW
027000     END-IF.
027100
027200     OPEN INPUT POSTING-HISTORY-FILE.
027300     IF CM-POSTHIST-STATUS NOT = "00"
027400         DISPLAY "CUST2900 - CANNOT OPEN POSTING HISTORY, STATUS "
027500             CM-POSTHIST-STATUS
027600         MOVE "Y" TO C2900-RETURN-EOF-SW
027700     END-IF.
027800
027900     OPEN I-O RETURNED-XREF-FILE.
028000     IF CM-NSFXREF-STATUS = "35"
028100         OPEN OUTPUT RETURNED-XREF-FILE
028200         CLOSE RETURNED-XREF-FILE
028300         OPEN I-O RETURNED-XREF-FILE
028400     END-IF.
028500
028600     OPEN I-O CASH-ONLY-FILE.
028700     IF CM-CASHONLY-STATUS = "35"
028800         OPEN OUTPUT CASH-ONLY-FILE
028900         CLOSE CASH-ONLY-FILE
029000         OPEN I-O CASH-ONLY-FILE
029100     END-IF.
029200
029300     OPEN I-O CUSTOMER-AUDIT-FILE.
029400     IF CM-CUSTAUD-STATUS = "35"
029500         OPEN OUTPUT CUSTOMER-AUDIT-FILE
029600         CLOSE CUSTOMER-AUDIT-FILE
029700         OPEN I-O CUSTOMER-AUDIT-FILE
029800     END-IF.
029900
030000     MOVE C2900-CURRENT-DATE TO HD-RUN-DATE.
030100     MOVE C2900-HEADING-1 TO RETURN-REPORT-LINE.
030200     WRITE RETURN-REPORT-LINE.
030300     MOVE C2900-HEADING-2 TO RETURN-REPORT-LINE.
030400     WRITE RETURN-REPORT-LINE.
030500
030510     IF CM-POSTHIST-STATUS = "00"
030520       AND CM-NSFXREF-STATUS = "00"
030530         PERFORM 1600-CONFIRM-REVERSALS
030540             THRU 1600-CONFIRM-REVERSALS-EXIT
030550     END-IF.
030560
030600     IF NOT C2900-RETURN-EOF
030700         PERFORM 2900-READ-NEXT-RETURN
030800             THRU 2900-READ-NEXT-RETURN-EXIT
030900     END-IF.
031000 1000-INITIALIZE-EXIT.
031100     EXIT.
031200*****************************************************************
031300*    1500-READ-CONTROL-CARD - NO CARD OR A BLANK FIELD LEAVES
031400*    THAT FIELD AT ITS DEFAULT.  THE CARD FIELDS ARE COPIED TO
031500*    WORKING STORAGE WHILE THE FILE IS STILL OPEN.
031600*****************************************************************
031700 1500-READ-CONTROL-CARD.
031800     OPEN INPUT CONTROL-CARD-FILE.
031900     IF CM-NSFPARM-STATUS NOT = "00"
032000         GO TO 1500-READ-CONTROL-CARD-EXIT
032100     END-IF.
032200     READ CONTROL-CARD-FILE
032300         AT END
032400             CLOSE CONTROL-CARD-FILE
032500             GO TO 1500-READ-CONTROL-CARD-EXIT
032600     END-READ.
032700
032800     IF NSP-REVERSAL-REASON NOT = SPACES
032900         MOVE NSP-REVERSAL-REASON TO C2900-REVERSAL-REASON
033000     END-IF.
033100     IF NSP-FEE-REASON NOT = SPACES
033200         MOVE NSP-FEE-REASON TO C2900-FEE-REASON
033300     END-IF.
033400     IF NSP-FEE-AMOUNT IS NUMERIC
033500         MOVE NSP-FEE-AMOUNT-N TO C2900-FEE-AMOUNT
033600     END-IF.
033700     IF NSP-RETURN-LIMIT IS NUMERIC
033800       AND NSP-RETURN-LIMIT NOT = "00"
033900         MOVE NSP-RETURN-LIMIT TO C2900-RETURN-LIMIT
034000     END-IF.
034100     IF NSP-ROLLING-DAYS IS NUMERIC
034200       AND NSP-ROLLING-DAYS NOT = "000"
034300         MOVE NSP-ROLLING-DAYS TO C2900-ROLLING-DAYS
034400     END-IF.
034500     CLOSE CONTROL-CARD-FILE.
034600 1500-READ-CONTROL-CARD-EXIT.
034700     EXIT.
034703*****************************************************************
034706*    1600-CONFIRM-REVERSALS - PROVES EACH PENDING CROSS-
034709*    REFERENCE ROW AGAINST POSTHIST BEFORE TODAY'S RETURNS ARE
034712*    TAKEN, SO A RETURN OF A PAYMENT WHOSE EARLIER REVERSAL
034715*    NEVER POSTED IS STILL CAUGHT AS PENDING.
034718*****************************************************************
034721 1600-CONFIRM-REVERSALS.
034724     MOVE "N"        TO C2900-CONFIRM-EOF-SW.
034727     MOVE LOW-VALUES TO NSF-ORIGINAL-KEY.
034730     START RETURNED-XREF-FILE
034733         KEY IS NOT LESS THAN NSF-ORIGINAL-KEY
034736         INVALID KEY
034739             MOVE "Y" TO C2900-CONFIRM-EOF-SW
034742     END-START.
034745     PERFORM 1610-CONFIRM-ONE-REVERSAL
034748         THRU 1610-CONFIRM-ONE-REVERSAL-EXIT
034751         UNTIL C2900-CONFIRM-EOF.
034754 1600-CONFIRM-REVERSALS-EXIT.
034757     EXIT.
034760*****************************************************************
034763*    1610-CONFIRM-ONE-REVERSAL - THE REVERSING DEBIT IS LOOKED
034766*    FOR FROM THE REVERSAL DATE FORWARD (CUST0900 KEEPS A
034769*    RECYCLED POSTING'S OWN DATE).  A ROW WRITTEN TODAY HAS NOT
034772*    BEEN THROUGH CUST0900 YET AND IS NOT LISTED.
034775*****************************************************************
034778 1610-CONFIRM-ONE-REVERSAL.
034781     READ RETURNED-XREF-FILE NEXT RECORD
034784         AT END
034787             MOVE "Y" TO C2900-CONFIRM-EOF-SW
034790     END-READ.
034793     IF C2900-CONFIRM-EOF
034796       OR NOT NSF-REVERSAL-PENDING
034799         GO TO 1610-CONFIRM-ONE-REVERSAL-EXIT
034802     END-IF.
034805
034808     MOVE "N"               TO C2900-POSTED-SW.
034811     MOVE "N"               TO C2900-HISTORY-EOF-SW.
034814     MOVE NSF-CUST-ID       TO PSH-CUST-ID.
034817     MOVE NSF-REVERSAL-DATE TO PSH-POST-DATE.
034820     MOVE ZERO              TO PSH-SEQUENCE-NO.
034823     START POSTING-HISTORY-FILE
034826         KEY IS NOT LESS THAN PSH-KEY
034829         INVALID KEY
034832             MOVE "Y" TO C2900-HISTORY-EOF-SW
034835     END-START.
034838     PERFORM 1620-CHECK-ONE-POSTING
034841         THRU 1620-CHECK-ONE-POSTING-EXIT
034844         UNTIL C2900-HISTORY-EOF.
034847
034850     IF C2900-REVERSAL-POSTED
034853         MOVE "C" TO NSF-XREF-STATUS
034856         REWRITE RETURNED-PAYMENT-XREF-RECORD
034859             INVALID KEY
034862                 DISPLAY "CUST2900 - CROSS-REFERENCE REWRITE "
034865                     "FAILED FOR " NSF-CUST-ID ", STATUS "
034868                     CM-NSFXREF-STATUS
034871                 GO TO 1610-CONFIRM-ONE-REVERSAL-EXIT
034874         END-REWRITE
034877         ADD 1 TO C2900-REVERSALS-CONFIRMED
034880         GO TO 1610-CONFIRM-ONE-REVERSAL-EXIT
034883     END-IF.
034886
034889     IF NSF-REVERSAL-DATE NOT < C2900-CURRENT-DATE
034892         GO TO 1610-CONFIRM-ONE-REVERSAL-EXIT
034895     END-IF.
034898     ADD 1 TO C2900-REVERSALS-UNPOSTED.
034901     MOVE NSF-CUST-ID        TO DT-CUST-ID.
034904     MOVE NSF-ORIG-POST-DATE TO DT-POST-DATE.
034907     MOVE NSF-ORIG-SEQ-NO    TO DT-SEQUENCE-NO.
034910     MOVE NSF-RETURN-CODE    TO DT-RETURN-CODE.
034913     MOVE NSF-ORIG-AMOUNT    TO DT-AMOUNT.
034916     MOVE "NOT POSTED - LEFT PENDING" TO DT-DISPOSITION.
034919     MOVE C2900-DETAIL-LINE  TO RETURN-REPORT-LINE.
034922     WRITE RETURN-REPORT-LINE.
034925 1610-CONFIRM-ONE-REVERSAL-EXIT.
034928     EXIT.
034931*****************************************************************
034934*    1620-CHECK-ONE-POSTING - A DEBIT THIS PROGRAM WROTE UNDER
034937*    THE ROW'S REVERSAL REASON FOR THE ORIGINAL AMOUNT.
034940*****************************************************************
034943 1620-CHECK-ONE-POSTING.
034946     READ POSTING-HISTORY-FILE NEXT RECORD
034949         AT END
034952             MOVE "Y" TO C2900-HISTORY-EOF-SW
034955     END-READ.
034958     IF C2900-HISTORY-EOF
034961         GO TO 1620-CHECK-ONE-POSTING-EXIT
034964     END-IF.
034967     IF PSH-CUST-ID NOT = NSF-CUST-ID
034970         MOVE "Y" TO C2900-HISTORY-EOF-SW
034973         GO TO 1620-CHECK-ONE-POSTING-EXIT
034976     END-IF.
034979     IF PSH-DEBIT
034982       AND PSH-REASON-CODE = NSF-REVERSAL-REASON
034985       AND PSH-AMOUNT = NSF-ORIG-AMOUNT
034988       AND PSH-OPERATOR-ID = "CUST2900"
034991         MOVE "Y" TO C2900-POSTED-SW
034994         MOVE "Y" TO C2900-HISTORY-EOF-SW
034997     END-IF.
035000 1620-CHECK-ONE-POSTING-EXIT.
035003     EXIT.
035006*****************************************************************
035009*    2000-PROCESS-ONE-RETURN
035012*****************************************************************
035100 2000-PROCESS-ONE-RETURN.
035200     MOVE "N" TO C2900-REJECT-SW.
035300     ADD 1 TO C2900-RETURNS-READ.
035400
035500     PERFORM 2100-EDIT-RETURN
035600         THRU 2100-EDIT-RETURN-EXIT.
035700
035800     IF NOT C2900-ITEM-REJECTED
035900         PERFORM 3000-REVERSE-PAYMENT
036000             THRU 3000-REVERSE-PAYMENT-EXIT
036100         PERFORM 4000-CHECK-RETURN-LIMIT
036200             THRU 4000-CHECK-RETURN-LIMIT-EXIT
036300     END-IF.
036400
036500     PERFORM 2900-READ-NEXT-RETURN
036600         THRU 2900-READ-NEXT-RETURN-EXIT.
036700 2000-PROCESS-ONE-RETURN-EXIT.
036800     EXIT.
036900*****************************************************************
037000*    2100-EDIT-RETURN - THE ITEM MUST NAME A CREDIT ON THE
037100*    POSTING HISTORY, FOR THE SAME AMOUNT (A ZERO BANK AMOUNT
037200*    MEANS TREASURY LEFT IT TO US), THAT HAS NOT ALREADY BEEN
037300*    REVERSED (A PENDING REVERSAL COUNTS - ITS DEBIT IS ALREADY
037350*    QUEUED).  ON EXIT THE HISTORY ROW IS STILL IN THE RECORD
037400*    AREA FOR THE REVERSAL.
037500*****************************************************************
037600 2100-EDIT-RETURN.
037700     IF RTN-SEQUENCE-NO IS NOT NUMERIC
037800       OR RTN-AMOUNT IS NOT NUMERIC
037900         MOVE "REJECTED - INVALID RETURN ITEM" TO DT-DISPOSITION
038000         MOVE ZERO TO DT-AMOUNT
038100         PERFORM 7000-WRITE-REJECT-DETAIL
038200             THRU 7000-WRITE-REJECT-DETAIL-EXIT
038300         GO TO 2100-EDIT-RETURN-EXIT
038400     END-IF.
038500
038600     MOVE RTN-ORIGINAL-KEY TO PSH-KEY.
038700     READ POSTING-HISTORY-FILE
038800         INVALID KEY
038900             MOVE "N" TO C2900-FOUND-SW
039000         NOT INVALID KEY
039100             MOVE "Y" TO C2900-FOUND-SW
039200     END-READ.
039300     IF NOT C2900-ORIGINAL-FOUND
039400         MOVE "REJECTED - NO MATCHING PAYMENT" TO DT-DISPOSITION
039500         MOVE RTN-AMOUNT TO DT-AMOUNT
039600         ADD RTN-AMOUNT TO C2900-REJECTED-HASH
039700         PERFORM 7000-WRITE-REJECT-DETAIL
039800             THRU 7000-WRITE-REJECT-DETAIL-EXIT
039900         GO TO 2100-EDIT-RETURN-EXIT
040000     END-IF.
040100
040200     IF NOT PSH-CREDIT
040300         MOVE "REJECTED - ORIGINAL NOT A CREDIT" TO DT-DISPOSITION
040400         MOVE RTN-AMOUNT TO DT-AMOUNT
040500         ADD RTN-AMOUNT TO C2900-REJECTED-HASH
040600         PERFORM 7000-WRITE-REJECT-DETAIL
040700             THRU 7000-WRITE-REJECT-DETAIL-EXIT
040800         GO TO 2100-EDIT-RETURN-EXIT
040900     END-IF.
041000
041100     IF RTN-AMOUNT NOT = ZERO
041200       AND RTN-AMOUNT NOT = PSH-AMOUNT
041300         MOVE "REJECTED - AMOUNT DISAGREES" TO DT-DISPOSITION
041400         MOVE RTN-AMOUNT TO DT-AMOUNT
041500         ADD RTN-AMOUNT TO C2900-REJECTED-HASH
041600         PERFORM 7000-WRITE-REJECT-DETAIL
041700             THRU 7000-WRITE-REJECT-DETAIL-EXIT
041800         GO TO 2100-EDIT-RETURN-EXIT
041900     END-IF.
042000
042100     MOVE RTN-ORIGINAL-KEY TO NSF-ORIGINAL-KEY.
042200     READ RETURNED-XREF-FILE
042300         INVALID KEY
042400             MOVE "N" TO C2900-XREF-FOUND-SW
042500         NOT INVALID KEY
042600             MOVE "Y" TO C2900-XREF-FOUND-SW
042700     END-READ.
042800     IF C2900-XREF-FOUND
042850         IF NSF-REVERSAL-PENDING
042860             MOVE "REJECTED - REVERSAL PENDING" TO DT-DISPOSITION
042870         ELSE
042900             MOVE "REJECTED - ALREADY REVERSED" TO DT-DISPOSITION
042950         END-IF
043000         MOVE PSH-AMOUNT TO DT-AMOUNT
043100         ADD PSH-AMOUNT TO C2900-REJECTED-HASH
043200         PERFORM 7000-WRITE-REJECT-DETAIL
043300             THRU 7000-WRITE-REJECT-DETAIL-EXIT
043400     END-IF.
043500 2100-EDIT-RETURN-EXIT.
043600     EXIT.
043609*****************************************************************
043618*    2900-READ-NEXT-RETURN
043627*****************************************************************
043636 2900-READ-NEXT-RETURN.
043645     READ RETURN-ITEM-FILE
043654         AT END
043663             MOVE "Y" TO C2900-RETURN-EOF-SW
043672     END-READ.
043681 2900-READ-NEXT-RETURN-EXIT.
043690     EXIT.
043700*****************************************************************
043800*    3000-REVERSE-PAYMENT - THE REVERSING DEBIT, THE OPTIONAL
043900*    FEE DEBIT, AND THE CROSS-REFERENCE ROW TYING BOTH TO THE
044000*    ORIGINAL PAYMENT, PENDING UNTIL 1600 FINDS THE DEBIT ON
044050*    POSTHIST.  A BANK RETURN DATE THAT IS NOT A DATE
044100*    IS TAKEN AS TODAY SO THE ROLLING COUNT STILL SEES IT.
044200*****************************************************************
044300 3000-REVERSE-PAYMENT.
044400     IF RTN-RETURN-DATE IS NUMERIC
044500         MOVE RTN-RETURN-DATE    TO C2900-RETURN-DATE
044600     ELSE
044700         MOVE C2900-CURRENT-DATE TO C2900-RETURN-DATE
044800     END-IF.
044900
045000     MOVE PSH-CUST-ID           TO PST-CUST-ID.
045100     MOVE "D"                   TO PST-DC-CODE.
045200     MOVE PSH-AMOUNT            TO PST-AMOUNT.
045300     MOVE C2900-REVERSAL-REASON TO PST-REASON-CODE.
045400     MOVE C2900-CURRENT-DATE    TO PST-POST-DATE.
045450     MOVE "CUST2900"            TO PST-OPERATOR-ID.
045500     WRITE POSTING-TRANSACTION-RECORD.
045600     ADD 1 TO C2900-POSTINGS-WRITTEN.
045700     ADD 1 TO C2900-RETURNS-REVERSED.
045800     ADD PSH-AMOUNT TO C2900-REVERSED-HASH.
045900
046000     IF C2900-FEE-AMOUNT > ZERO
046100         MOVE PSH-CUST-ID        TO PST-CUST-ID
046200         MOVE "D"                TO PST-DC-CODE
046300         MOVE C2900-FEE-AMOUNT   TO PST-AMOUNT
046400         MOVE C2900-FEE-REASON   TO PST-REASON-CODE
046500         MOVE C2900-CURRENT-DATE TO PST-POST-DATE
046550         MOVE "CUST2900"         TO PST-OPERATOR-ID
046600         WRITE POSTING-TRANSACTION-RECORD
046700         ADD 1 TO C2900-POSTINGS-WRITTEN
046800         ADD 1 TO C2900-FEES-WRITTEN
046900         ADD C2900-FEE-AMOUNT TO C2900-FEE-HASH
047000     END-IF.
047100
047200     MOVE PSH-KEY               TO NSF-ORIGINAL-KEY.
047300     MOVE PSH-AMOUNT            TO NSF-ORIG-AMOUNT.
047400     MOVE PSH-REASON-CODE       TO NSF-ORIG-REASON-CODE.
047500     MOVE RTN-RETURN-CODE       TO NSF-RETURN-CODE.
047600     MOVE C2900-RETURN-DATE     TO NSF-RETURN-DATE.
047700     MOVE C2900-CURRENT-DATE    TO NSF-REVERSAL-DATE.
047800     MOVE C2900-REVERSAL-REASON TO NSF-REVERSAL-REASON.
047900     IF C2900-FEE-AMOUNT > ZERO
048000         MOVE C2900-FEE-REASON  TO NSF-FEE-REASON
048100     ELSE
048200         MOVE SPACES            TO NSF-FEE-REASON
048300     END-IF.
048400     MOVE C2900-FEE-AMOUNT      TO NSF-FEE-AMOUNT.
048450     MOVE "P"                   TO NSF-XREF-STATUS.
048500     WRITE RETURNED-PAYMENT-XREF-RECORD
048600         INVALID KEY
048700             DISPLAY "CUST2900 - CROSS-REFERENCE WRITE FAILED "
048800                 "FOR " PSH-CUST-ID ", STATUS " CM-NSFXREF-STATUS
048900     END-WRITE.
049000
049100     MOVE "REVERSED - PENDING POSTING" TO DT-DISPOSITION.
049200     MOVE PSH-AMOUNT TO DT-AMOUNT.
049300     PERFORM 7100-WRITE-REPORT-DETAIL
049400         THRU 7100-WRITE-REPORT-DETAIL-EXIT.
049500 3000-REVERSE-PAYMENT-EXIT.
049600     EXIT.
049700*****************************************************************
049800*    4000-CHECK-RETURN-LIMIT - COUNTS THIS CUSTOMER'S RETURNS
049900*    INSIDE THE ROLLING WINDOW, PENDING OR CONFIRMED (TODAY'S
049950*    INCLUDED - ITS CROSS-REFERENCE ROW IS ALREADY WRITTEN),
050000*    AND FLAGS THE ACCOUNT CASH ONLY AT THE LIMIT.  AN ACCOUNT
050200*    ALREADY FLAGGED IS LEFT ALONE.
050300*****************************************************************
050400 4000-CHECK-RETURN-LIMIT.
050500     MOVE PSH-CUST-ID TO CSH-CUST-ID.
050600     READ CASH-ONLY-FILE
050700         INVALID KEY
050800             MOVE "N" TO C2900-CASH-ONLY-SW
050900         NOT INVALID KEY
051000             MOVE "Y" TO C2900-CASH-ONLY-SW
051100     END-READ.
051200     IF C2900-ALREADY-CASH-ONLY
051300         GO TO 4000-CHECK-RETURN-LIMIT-EXIT
051400     END-IF.
051500
051600     MOVE ZERO        TO C2900-RETURN-COUNT.
051700     MOVE "N"         TO C2900-XREF-EOF-SW.
051800     MOVE PSH-CUST-ID TO NSF-CUST-ID.
051900     MOVE LOW-VALUES  TO NSF-ORIG-POST-DATE.
052000     MOVE ZERO        TO NSF-ORIG-SEQ-NO.
052100     START RETURNED-XREF-FILE
052200         KEY IS NOT LESS THAN NSF-ORIGINAL-KEY
052300         INVALID KEY
052400             MOVE "Y" TO C2900-XREF-EOF-SW
052500     END-START.
052600     PERFORM 4100-COUNT-ONE-RETURN
052700         THRU 4100-COUNT-ONE-RETURN-EXIT
052800         UNTIL C2900-XREF-EOF.
052900
053000     IF C2900-RETURN-COUNT < C2900-RETURN-LIMIT
053100         GO TO 4000-CHECK-RETURN-LIMIT-EXIT
053200     END-IF.
053300
053400     MOVE PSH-CUST-ID        TO CSH-CUST-ID.
053500     MOVE C2900-CURRENT-DATE TO CSH-FLAG-DATE.
053600     MOVE C2900-RETURN-COUNT TO CSH-RETURN-COUNT.
053700     MOVE "RETURNED PAYMENTS"  TO CSH-REASON.
053800     WRITE CASH-ONLY-RECORD
053900         INVALID KEY
054000             DISPLAY "CUST2900 - CASH-ONLY WRITE FAILED FOR "
054100                 PSH-CUST-ID ", STATUS " CM-CASHONLY-STATUS
054200             GO TO 4000-CHECK-RETURN-LIMIT-EXIT
054300     END-WRITE.
054400     ADD 1 TO C2900-ACCOUNTS-CASH-ONLY.
054500     PERFORM 5700-WRITE-AUDIT-RECORD
054600         THRU 5700-WRITE-AUDIT-RECORD-EXIT.
054700
054800     MOVE "FLAGGED CASH ONLY" TO DT-DISPOSITION.
054900     MOVE ZERO TO DT-AMOUNT.
055000     PERFORM 7100-WRITE-REPORT-DETAIL
055100         THRU 7100-WRITE-REPORT-DETAIL-EXIT.
055200 4000-CHECK-RETURN-LIMIT-EXIT.
055300     EXIT.
055400*****************************************************************
055500*    4100-COUNT-ONE-RETURN
055600*****************************************************************
055700 4100-COUNT-ONE-RETURN.
055800     READ RETURNED-XREF-FILE NEXT RECORD
055900         AT END
056000             MOVE "Y" TO C2900-XREF-EOF-SW
056100     END-READ.
056200     IF C2900-XREF-EOF
056300         GO TO 4100-COUNT-ONE-RETURN-EXIT
056400     END-IF.
056500     IF NSF-CUST-ID NOT = PSH-CUST-ID
056600         MOVE "Y" TO C2900-XREF-EOF-SW
056700         GO TO 4100-COUNT-ONE-RETURN-EXIT
056800     END-IF.
056900     IF NSF-RETURN-DATE IS NOT NUMERIC
057000         GO TO 4100-COUNT-ONE-RETURN-EXIT
057100     END-IF.
057200
057300     MOVE NSF-RETURN-DATE TO C2900-RETURN-NUMERIC.
057400     COMPUTE C2900-RETURN-INTEGER = FUNCTION INTEGER-OF-DATE
057500         (C2900-RETURN-NUMERIC).
057600     IF C2900-RETURN-INTEGER > C2900-WINDOW-START
057700         ADD 1 TO C2900-RETURN-COUNT
057800     END-IF.
057900 4100-COUNT-ONE-RETURN-EXIT.
058000     EXIT.
058100*****************************************************************
058200*    5700-WRITE-AUDIT-RECORD - THE SEQUENCE NUMBER CONTINUES
058300*    FROM WHATEVER IS ALREADY ON FILE FOR THIS CUST-ID, SINCE
058400*    CUSTOMER HISTORY SPANS MANY RUNS.
058500*****************************************************************
058600 5700-WRITE-AUDIT-RECORD.
058700     PERFORM 5790-DETERMINE-NEXT-AUDIT-SEQ
058800         THRU 5790-DETERMINE-NEXT-AUDIT-SEQ-EXIT.
058900     ADD 1 TO C2900-AUD-SEQUENCE.
059000     MOVE PSH-CUST-ID          TO AUD-CUST-ID.
059100     MOVE C2900-AUD-SEQUENCE   TO AUD-SEQUENCE-NO.
059200     MOVE "CASH-ONLY"          TO AUD-FIELD-NAME.
059300     MOVE "N"                  TO AUD-OLD-VALUE.
059400     MOVE "Y - RETURNED PAYMENTS" TO AUD-NEW-VALUE.
059500     MOVE C2900-CURRENT-DATE   TO AUD-CHANGE-DATE.
059600     ACCEPT AUD-CHANGE-TIME FROM TIME.
059700     MOVE "CUST2900"           TO AUD-SOURCE-ID.
059750     MOVE "CUST2900"           TO AUD-OPERATOR-ID.
059800     WRITE CUSTOMER-AUDIT-RECORD
059900         INVALID KEY
060000             DISPLAY "CUST2900 - AUDIT WRITE FAILED FOR "
060100                 PSH-CUST-ID ", STATUS " CM-CUSTAUD-STATUS
060200     END-WRITE.
060300 5700-WRITE-AUDIT-RECORD-EXIT.
060400     EXIT.
060500*****************************************************************
060600*    5790-DETERMINE-NEXT-AUDIT-SEQ - SCANS CUSTAUD FORWARD FROM
060700*    THE FIRST ROW ON FILE FOR CUST-ID AND REMEMBERS THE HIGHEST
060800*    SEQUENCE NUMBER FOUND, SO A NEW ROW NEVER REUSES A KEY A
060900*    PRIOR RUN ALREADY WROTE FOR THIS CUSTOMER.
061000*****************************************************************
061100 5790-DETERMINE-NEXT-AUDIT-SEQ.
061200     MOVE ZERO        TO C2900-AUD-SEQUENCE.
061300     MOVE "N"         TO C2900-AUD-SEQ-EOF-SW.
061400     MOVE PSH-CUST-ID TO AUD-CUST-ID.
061500     MOVE ZERO        TO AUD-SEQUENCE-NO.
061600     START CUSTOMER-AUDIT-FILE KEY IS NOT LESS THAN AUD-KEY
061700         INVALID KEY
061800             MOVE "Y" TO C2900-AUD-SEQ-EOF-SW
061900     END-START.
062000
062100     PERFORM 5795-SCAN-FOR-HIGH-AUDIT-SEQ
062200         THRU 5795-SCAN-FOR-HIGH-AUDIT-SEQ-EXIT
062300         UNTIL C2900-AUD-SEQ-EOF.
062400 5790-DETERMINE-NEXT-AUDIT-SEQ-EXIT.
062500     EXIT.
062600*****************************************************************
062700*    5795-SCAN-FOR-HIGH-AUDIT-SEQ
062800*****************************************************************
062900 5795-SCAN-FOR-HIGH-AUDIT-SEQ.
063000     READ CUSTOMER-AUDIT-FILE NEXT RECORD
063100         AT END
063200             MOVE "Y" TO C2900-AUD-SEQ-EOF-SW
063300     END-READ.
063400
063500     IF NOT C2900-AUD-SEQ-EOF
063600         IF AUD-CUST-ID = PSH-CUST-ID
063700             IF AUD-SEQUENCE-NO > C2900-AUD-SEQUENCE
063800                 MOVE AUD-SEQUENCE-NO TO C2900-AUD-SEQUENCE
063900             END-IF
064000         ELSE
064100             MOVE "Y" TO C2900-AUD-SEQ-EOF-SW
064200         END-IF
064300     END-IF.
064400 5795-SCAN-FOR-HIGH-AUDIT-SEQ-EXIT.
064500     EXIT.
065600*****************************************************************
065700*    7000-WRITE-REJECT-DETAIL - CALLER HAS SET DT-DISPOSITION
065800*    AND DT-AMOUNT.
065900*****************************************************************
066000 7000-WRITE-REJECT-DETAIL.
066100     MOVE "Y" TO C2900-REJECT-SW.
066200     ADD 1 TO C2900-RETURNS-REJECTED.
066300     PERFORM 7100-WRITE-REPORT-DETAIL
066400         THRU 7100-WRITE-REPORT-DETAIL-EXIT.
066500 7000-WRITE-REJECT-DETAIL-EXIT.
066600     EXIT.
066700*****************************************************************
066800*    7100-WRITE-REPORT-DETAIL - THE ITEM'S OWN KEY IDENTIFIES
066900*    THE LINE, SO A REJECT PRINTS THE SAME AS A REVERSAL.
067000*****************************************************************
067100 7100-WRITE-REPORT-DETAIL.
067200     MOVE RTN-CUST-ID     TO DT-CUST-ID.
067300     MOVE RTN-POST-DATE   TO DT-POST-DATE.
067400     MOVE RTN-SEQUENCE-NO TO DT-SEQUENCE-NO.
067500     MOVE RTN-RETURN-CODE TO DT-RETURN-CODE.
067600     MOVE C2900-DETAIL-LINE TO RETURN-REPORT-LINE.
067700     WRITE RETURN-REPORT-LINE.
067800 7100-WRITE-REPORT-DETAIL-EXIT.
067900     EXIT.
068000*****************************************************************
068100*    8000-WRITE-TOTALS - READ = REVERSED + REJECTED.  THE
068150*    CONFIRMED AND NOT-POSTED COUNTS ARE EARLIER RUNS' ROWS.
068200*****************************************************************
068300 8000-WRITE-TOTALS.
068400     MOVE C2900-RETURNS-READ TO TL-RETURNS-READ.
068500     MOVE C2900-TOTAL-LINE-1 TO RETURN-REPORT-LINE.
068600     WRITE RETURN-REPORT-LINE.
068700
068800     MOVE C2900-RETURNS-REVERSED TO TL-REVERSED.
068900     MOVE C2900-REVERSED-HASH    TO TL-REVERSED-HASH.
069000     MOVE C2900-TOTAL-LINE-2 TO RETURN-REPORT-LINE.
069100     WRITE RETURN-REPORT-LINE.
069200
069300     MOVE C2900-RETURNS-REJECTED TO TL-REJECTED.
069400     MOVE C2900-REJECTED-HASH    TO TL-REJECTED-HASH.
069500     MOVE C2900-TOTAL-LINE-3 TO RETURN-REPORT-LINE.
069600     WRITE RETURN-REPORT-LINE.
069700
069800     MOVE C2900-FEES-WRITTEN TO TL-FEES.
069900     MOVE C2900-FEE-HASH     TO TL-FEE-HASH.
070000     MOVE C2900-TOTAL-LINE-4 TO RETURN-REPORT-LINE.
070100     WRITE RETURN-REPORT-LINE.
070200
070300     MOVE C2900-POSTINGS-WRITTEN TO TL-POSTINGS.
070400     MOVE C2900-TOTAL-LINE-5 TO RETURN-REPORT-LINE.
070500     WRITE RETURN-REPORT-LINE.
070600
070700     MOVE C2900-ACCOUNTS-CASH-ONLY TO TL-CASH-ONLY.
070800     MOVE C2900-TOTAL-LINE-6 TO RETURN-REPORT-LINE.
070900     WRITE RETURN-REPORT-LINE.
070910
070920     MOVE C2900-REVERSALS-CONFIRMED TO TL-CONFIRMED.
070930     MOVE C2900-TOTAL-LINE-7 TO RETURN-REPORT-LINE.
070940     WRITE RETURN-REPORT-LINE.
070950
070960     MOVE C2900-REVERSALS-UNPOSTED TO TL-UNPOSTED.
070970     MOVE C2900-TOTAL-LINE-8 TO RETURN-REPORT-LINE.
070980     WRITE RETURN-REPORT-LINE.
071000 8000-WRITE-TOTALS-EXIT.
071100     EXIT.
071200*****************************************************************
071300*    8900-WRITE-RUN-LOG - APPENDS THIS RUN'S STATISTICS ROW TO
071400*    THE COMMON RUN LOG FOR THE NIGHTLY OPERATIONS REPORT
071500*    (CUST1600).  UPDATED IS ACCOUNTS MADE CASH ONLY; WRITTEN
071600*    IS POSTINGS WRITTEN FOR CUST0900.
071700*****************************************************************
071800 8900-WRITE-RUN-LOG.
071900     OPEN EXTEND RUN-LOG-FILE.
072000     IF CM-RUNLOG-STATUS = "35"
072100         OPEN OUTPUT RUN-LOG-FILE
072200     END-IF.
072300     MOVE "CUST2900"               TO RNL-PROGRAM-ID.
072400     MOVE C2900-CURRENT-DATE       TO RNL-RUN-DATE.
072500     ACCEPT RNL-RUN-TIME FROM TIME.
072600     MOVE C2900-RETURNS-READ       TO RNL-RECORDS-READ.
072700     MOVE C2900-ACCOUNTS-CASH-ONLY TO RNL-RECORDS-UPDATED.
072800     MOVE C2900-RETURNS-REJECTED   TO RNL-RECORDS-REJECTED.
072900     MOVE C2900-POSTINGS-WRITTEN   TO RNL-RECORDS-WRITTEN.
073000     MOVE ZERO                     TO RNL-RECORDS-SKIPPED.
073100     MOVE CM-NSFXREF-STATUS        TO RNL-FINAL-STATUS.
073200     WRITE RUN-LOG-RECORD.
073300     CLOSE RUN-LOG-FILE.
073400 8900-WRITE-RUN-LOG-EXIT.
073500     EXIT.
073600*****************************************************************
073700*    9000-TERMINATE
073800*****************************************************************
073900 9000-TERMINATE.
074000     CLOSE RETURN-ITEM-FILE
074100           POSTING-HISTORY-FILE
074200           RETURNED-XREF-FILE
074300           CASH-ONLY-FILE
074400           CUSTOMER-AUDIT-FILE
074500           REVERSAL-TRANS-FILE
074600           RETURN-REPORT-FILE.
074700 9000-TERMINATE-EXIT.
074800     EXIT.
