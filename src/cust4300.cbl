000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CUST4300.
000300 AUTHOR.        R HALVORSEN.
000400 INSTALLATION.  CUSTOMER SERVICES APPLICATIONS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*    CUST4300  -  ACH AUTOPAY ENROLLMENT MAINTENANCE
000900*
001000*    APPLIES THE ENROLLMENT DESK'S MAINTENANCE CARDS (ACHMNT) TO
001100*    THE ACH AUTOPAY ENROLLMENT FILE (ACHENRL, CUSTACH.CPY):
001200*      ENROLL     ("E") - THE ACCOUNT MUST BE ON THE MASTER AND
001300*                   NOT CLOSED OR WRITTEN OFF, AND NOT ALREADY
001400*                   ENROLLED.  ROUTING NUMBER, ACCOUNT NUMBER,
001500*                   ACCOUNT TYPE AND DEBIT RULE ARE ALL REQUIRED,
001600*                   AND A FIXED AMOUNT WITH RULE "X".  A
001700*                   CANCELLED ENROLLMENT IS ENROLLED AFRESH.
001800*      CHANGE     ("C") - ONLY THE FIELDS PUNCHED ON THE CARD
001900*                   CHANGE.  NEW BANK DETAILS START THE RETURN
002000*                   COUNT OVER; A SUSPENDED ENROLLMENT STAYS
002100*                   SUSPENDED UNTIL IT IS REINSTATED.
002200*      CANCEL     ("X") - THE CUSTOMER HAS WITHDRAWN THE
002300*                   AUTHORIZATION.  THE ROW STAYS ON FILE.
002400*      REINSTATE  ("R") - A SUSPENDED ENROLLMENT GOES BACK TO
002500*                   ACTIVE WITH ITS RETURN COUNT CLEARED.
002600*    A ROUTING NUMBER MUST BE NINE DIGITS AND PASS THE ABA
002700*    CHECK DIGIT (3-7-1 WEIGHTS, SUM DIVISIBLE BY TEN).  AN
002800*    ACCOUNT NUMBER MAY NOT START WITH OR CONTAIN A SPACE.
002900*
003000*    EVERY CHANGE WRITES ONE CUSTAUD ROW (FIELD "ACH AUTOPAY")
003100*    WITH THE ENROLLMENT BEFORE AND AFTER - STATUS, ROUTING,
003200*    LAST FOUR OF THE ACCOUNT NUMBER, TYPE, RULE AND FIXED
003300*    AMOUNT.  THE FULL ACCOUNT NUMBER IS NEVER PRINTED OR
003400*    AUDITED.  REJECTED CARDS ARE LISTED ON ACHMRPT.
003500*
003600*    MAINTENANCE CARD (ACHMNT), ONE PER CHANGE:
003700*        AMC-ACTION          PIC X(01)     COL  1, "E" "C" "X"
003800*                                          OR "R".
003900*        AMC-CUST-ID         PIC X(10)     COLS  2-11.
004000*        AMC-ROUTING-NUMBER  PIC X(09)     COLS 12-20.
004100*        AMC-ACCOUNT-NUMBER  PIC X(17)     COLS 21-37.
004200*        AMC-ACCOUNT-TYPE    PIC X(01)     COL  38, "C" OR "S".
004300*        AMC-DEBIT-RULE      PIC X(01)     COL  39, "F" "M"
004400*                                          OR "X".
004500*        AMC-FIXED-AMOUNT    PIC 9(08)V99  COLS 40-49.
004530*        AMC-OPERATOR-ID     PIC X(08)     COLS 50-57, SIGN-ON OF
004560*                                          THE DESK OPERATOR.
004600*
004700*    MODIFICATION HISTORY
004800*    DATE       INIT  DESCRIPTION
004900*    ---------- ----- ---------------------------------------
005000*    2026-10-15 RJH   INITIAL VERSION.
005030*    2026-10-15 RJH   AUDIT ROWS CARRY "CUST4300" AS THEIR
005060*                     AUD-OPERATOR-ID.
005070*    2026-10-15 RJH   THE CARD CARRIES THE DESK OPERATOR'S SIGN-ON
005080*                     (AMC-OPERATOR-ID, COLS 50-57) FOR THE AUDIT
005090*                     ROW; "CUST4300" ONLY WHEN IT IS BLANK.
005100*****************************************************************
005200 ENVIRONMENT DIVISION.
005300 CONFIGURATION SECTION.
005400 SOURCE-COMPUTER.   IBM-370.
005500 OBJECT-COMPUTER.   IBM-370.
005600 INPUT-OUTPUT SECTION.
005700 FILE-CONTROL.
005800     COPY "custmsel.cpy".
005900
006000     COPY "custacsl.cpy".
006100
006200     COPY "custausl.cpy".
006300
006400     SELECT MAINTENANCE-CARD-FILE ASSIGN TO "ACHMNT"
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS CM-ACHMNT-STATUS.
006700
006800     SELECT MAINTENANCE-REPORT-FILE ASSIGN TO "ACHMRPT"
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS CM-ACHMRPT-STATUS.
007100
007200     COPY "custrnsl.cpy".
007300
007400 DATA DIVISION.
007500 FILE SECTION.
007600     COPY "custmfd.cpy".
007700
007800     COPY "custacfd.cpy".
007900
008000     COPY "custaufd.cpy".
008100
008200 FD  MAINTENANCE-CARD-FILE
008300     LABEL RECORDS ARE STANDARD.
008400 01  MAINTENANCE-CARD-RECORD.
008500     05  AMC-ACTION             PIC X(01).
008600         88  AMC-ENROLL         VALUE "E".
008700         88  AMC-CHANGE         VALUE "C".
008800         88  AMC-CANCEL         VALUE "X".
008900         88  AMC-REINSTATE      VALUE "R".
009000     05  AMC-CUST-ID            PIC X(10).
009100     05  AMC-ROUTING-NUMBER     PIC X(09).
009200     05  AMC-ACCOUNT-NUMBER     PIC X(17).
009300     05  AMC-ACCOUNT-TYPE       PIC X(01).
009400         88  AMC-VALID-ACCT-TYPE VALUE "C" "S".
009500     05  AMC-DEBIT-RULE         PIC X(01).
009600         88  AMC-FIXED-DEBIT    VALUE "X".
009700         88  AMC-VALID-DEBIT-RULE VALUE "F" "M" "X".
009800     05  AMC-FIXED-AMOUNT       PIC X(10).
009900     05  AMC-FIXED-AMOUNT-N     REDEFINES AMC-FIXED-AMOUNT
010000                                PIC 9(08)V99.
010050     05  AMC-OPERATOR-ID        PIC X(08).
010100     05  FILLER                 PIC X(23).
010200
010300 FD  MAINTENANCE-REPORT-FILE
010400     LABEL RECORDS ARE STANDARD.
010500 01  MAINTENANCE-REPORT-LINE    PIC X(100).
010600
010700     COPY "custrnfd.cpy".
010800
010900 WORKING-STORAGE SECTION.
011000 77  CM-CUSTMAST-STATUS         PIC X(02).
011100 77  CM-ACHENRL-STATUS          PIC X(02).
011200 77  CM-CUSTAUD-STATUS          PIC X(02).
011300 77  CM-ACHMNT-STATUS           PIC X(02).
011400 77  CM-ACHMRPT-STATUS          PIC X(02).
011500 77  CM-RUNLOG-STATUS           PIC X(02).
011600
011700     COPY "custstat.cpy".
011800
011900 77  C4300-CARD-EOF-SW          PIC X(01)  VALUE "N".
012000     88  C4300-CARD-EOF         VALUE "Y".
012100 77  C4300-FOUND-SW             PIC X(01)  VALUE "N".
012200     88  C4300-RECORD-FOUND     VALUE "Y".
012300 77  C4300-ENROLLED-SW          PIC X(01)  VALUE "N".
012400     88  C4300-ENROLLMENT-FOUND VALUE "Y".
012500 77  C4300-REJECT-SW            PIC X(01)  VALUE "N".
012600     88  C4300-CARD-REJECTED    VALUE "Y".
012700 77  C4300-ROUTING-SW           PIC X(01)  VALUE "N".
012800     88  C4300-ROUTING-VALID    VALUE "Y".
012900 77  C4300-BANK-CHANGED-SW      PIC X(01)  VALUE "N".
013000     88  C4300-BANK-CHANGED     VALUE "Y".
013100 77  C4300-CURRENT-DATE         PIC X(08)  VALUE SPACES.
013200 77  C4300-CHECK-SUM            PIC 9(04) COMP  VALUE ZERO.
013300 77  C4300-CHECK-QUOTIENT       PIC 9(04) COMP  VALUE ZERO.
013400 77  C4300-CHECK-REMAINDER      PIC 9(04) COMP  VALUE ZERO.
013500 77  C4300-ACCT-LENGTH          PIC 9(04) COMP  VALUE ZERO.
013600 77  C4300-MASK-SOURCE          PIC X(17)  VALUE SPACES.
013700 77  C4300-ACCT-LAST4           PIC X(04)  VALUE SPACES.
013800 77  C4300-NEW-RULE             PIC X(01)  VALUE SPACES.
013900 77  C4300-AUD-OLD-VALUE        PIC X(40)  VALUE SPACES.
014000 77  C4300-AUD-SEQUENCE         PIC 9(06)  VALUE ZERO.
014100 77  C4300-AUD-SEQ-EOF-SW       PIC X(01)  VALUE "N".
014200     88  C4300-AUD-SEQ-EOF      VALUE "Y".
014300 77  C4300-CARDS-READ           PIC 9(09) COMP  VALUE ZERO.
014400 77  C4300-ENROLLED             PIC 9(09) COMP  VALUE ZERO.
014500 77  C4300-CHANGED              PIC 9(09) COMP  VALUE ZERO.
014600 77  C4300-CANCELLED            PIC 9(09) COMP  VALUE ZERO.
014700 77  C4300-REINSTATED           PIC 9(09) COMP  VALUE ZERO.
014800 77  C4300-CARDS-REJECTED       PIC 9(09) COMP  VALUE ZERO.
014900 77  C4300-RECORDS-UPDATED      PIC 9(09) COMP  VALUE ZERO.
015000*---------------------------------------------------------------
015100*    ROUTING NUMBER BEING CHECKED, ONE DIGIT AT A TIME FOR THE
015200*    ABA CHECK-DIGIT SUM.
015300*---------------------------------------------------------------
015400 01  C4300-ROUTING-CHECK.
015500     05  C4300-ROUTING-NUMBER   PIC X(09).
015600     05  C4300-ROUTING-DIGITS   REDEFINES C4300-ROUTING-NUMBER.
015700         10  C4300-RTE-DIGIT    PIC 9(01) OCCURS 9 TIMES.
015800*---------------------------------------------------------------
015900*    ENROLLMENT AS IT IS AUDITED - NEVER THE FULL ACCOUNT NO.
016000*---------------------------------------------------------------
016100 01  C4300-SUMMARY.
016200     05  SM-STATUS       PIC X(01).
016300     05  FILLER          PIC X(01) VALUE SPACES.
016400     05  SM-ROUTING      PIC X(09).
016500     05  FILLER          PIC X(02) VALUE " *".
016600     05  SM-ACCT-LAST4   PIC X(04).
016700     05  FILLER          PIC X(01) VALUE SPACES.
016800     05  SM-ACCT-TYPE    PIC X(01).
016900     05  FILLER          PIC X(01) VALUE SPACES.
017000     05  SM-DEBIT-RULE   PIC X(01).
017100     05  FILLER          PIC X(01) VALUE SPACES.
017200     05  SM-FIXED-AMOUNT PIC ZZZZZZZ9.99.
017300     05  FILLER          PIC X(07) VALUE SPACES.
017400*---------------------------------------------------------------
017500*    REPORT LINES
017600*---------------------------------------------------------------
017700 01  C4300-HEADING-1.
017800     05  FILLER  PIC X(43)
017900         VALUE "CUST4300 - ACH AUTOPAY ENROLLMENT".
018000     05  FILLER  PIC X(11) VALUE "RUN DATE: ".
018100     05  HD-RUN-DATE   PIC X(08).
018200 01  C4300-HEADING-2.
018300     05  FILLER  PIC X(04) VALUE "ACT".
018400     05  FILLER  PIC X(12) VALUE "CUST-ID".
018500     05  FILLER  PIC X(11) VALUE "ROUTING".
018600     05  FILLER  PIC X(07) VALUE "ACCT".
018700     05  FILLER  PIC X(03) VALUE "TY".
018800     05  FILLER  PIC X(03) VALUE "RL".
018900     05  FILLER  PIC X(15) VALUE "   FIXED AMOUNT".
019000     05  FILLER  PIC X(02) VALUE SPACES.
019100     05  FILLER  PIC X(30) VALUE "DISPOSITION".
019200 01  C4300-DETAIL-LINE.
019300     05  DT-ACTION       PIC X(01).
019400     05  FILLER          PIC X(03) VALUE SPACES.
019500     05  DT-CUST-ID      PIC X(10).
019600     05  FILLER          PIC X(02) VALUE SPACES.
019700     05  DT-ROUTING      PIC X(09).
019800     05  FILLER          PIC X(02) VALUE SPACES.
019900     05  FILLER          PIC X(01) VALUE "*".
020000     05  DT-ACCT-LAST4   PIC X(04).
020100     05  FILLER          PIC X(02) VALUE SPACES.
020200     05  DT-ACCT-TYPE    PIC X(01).
020300     05  FILLER          PIC X(02) VALUE SPACES.
020400     05  DT-DEBIT-RULE   PIC X(01).
020500     05  FILLER          PIC X(02) VALUE SPACES.
020600     05  DT-FIXED-AMOUNT PIC Z,ZZZ,ZZ9.99.
020700     05  FILLER          PIC X(04) VALUE SPACES.
020800     05  DT-DISPOSITION  PIC X(30).
020900 01  C4300-TOTAL-LINE-1.
021000     05  FILLER          PIC X(30) VALUE
021100         "TOTAL MAINTENANCE CARDS READ: ".
021200     05  TL-CARDS-READ   PIC ZZZ,ZZZ,ZZ9.
021300 01  C4300-TOTAL-LINE-2.
021400     05  FILLER          PIC X(30) VALUE
021500         "TOTAL ACCOUNTS ENROLLED     : ".
021600     05  TL-ENROLLED     PIC ZZZ,ZZZ,ZZ9.
021700 01  C4300-TOTAL-LINE-3.
021800     05  FILLER          PIC X(30) VALUE
021900         "TOTAL ENROLLMENTS CHANGED   : ".
022000     05  TL-CHANGED      PIC ZZZ,ZZZ,ZZ9.
022100 01  C4300-TOTAL-LINE-4.
022200     05  FILLER          PIC X(30) VALUE
022300         "TOTAL ENROLLMENTS CANCELLED : ".
022400     05  TL-CANCELLED    PIC ZZZ,ZZZ,ZZ9.
022500 01  C4300-TOTAL-LINE-5.
022600     05  FILLER          PIC X(30) VALUE
022700         "TOTAL ENROLLMENTS REINSTATED: ".
022800     05  TL-REINSTATED   PIC ZZZ,ZZZ,ZZ9.
022900 01  C4300-TOTAL-LINE-6.
023000     05  FILLER          PIC X(30) VALUE
023100         "TOTAL CARDS REJECTED        : ".
023200     05  TL-REJECTED     PIC ZZZ,ZZZ,ZZ9.
023300
023400 PROCEDURE DIVISION.
023500*****************************************************************
023600*    0000-MAINLINE
023700*****************************************************************
023800 0000-MAINLINE.
023900     PERFORM 1000-INITIALIZE
024000         THRU 1000-INITIALIZE-EXIT.
024100
024200     PERFORM 2000-PROCESS-ONE-CARD
024300         THRU 2000-PROCESS-ONE-CARD-EXIT
024400         UNTIL C4300-CARD-EOF.
024500
024600     PERFORM 8000-WRITE-TOTALS
024700         THRU 8000-WRITE-TOTALS-EXIT.
024800
024900     PERFORM 9000-TERMINATE
025000         THRU 9000-TERMINATE-EXIT.
025100
025200     PERFORM 8900-WRITE-RUN-LOG
025300         THRU 8900-WRITE-RUN-LOG-EXIT.
025400
025500     STOP RUN.
025600*****************************************************************
025700*    1000-INITIALIZE - NO ENROLLMENT FILE MEANS NO ONE HAS EVER
025800*    ENROLLED; IT IS CREATED EMPTY.
025900*****************************************************************
026000 1000-INITIALIZE.
026100     ACCEPT C4300-CURRENT-DATE FROM DATE YYYYMMDD.
026200
026300     OPEN OUTPUT MAINTENANCE-REPORT-FILE.
026400
026500     OPEN INPUT CUSTOMER-MASTER-FILE.
026600     IF CM-CUSTMAST-STATUS NOT = "00"
026700         DISPLAY "CUST4300 - CANNOT OPEN CUSTOMER MASTER, STATUS "
026800             CM-CUSTMAST-STATUS
026900         MOVE "Y" TO C4300-CARD-EOF-SW
027000     END-IF.
027100
027200     OPEN I-O ACH-ENROLLMENT-FILE.
027300     IF CM-ACHENRL-STATUS = "35"
027400         OPEN OUTPUT ACH-ENROLLMENT-FILE
027500         CLOSE ACH-ENROLLMENT-FILE
027600         OPEN I-O ACH-ENROLLMENT-FILE
027700     END-IF.
027800     IF CM-ACHENRL-STATUS NOT = "00"
027900         DISPLAY "CUST4300 - CANNOT OPEN ENROLLMENT FILE, STATUS "
028000             CM-ACHENRL-STATUS
028100         MOVE "Y" TO C4300-CARD-EOF-SW
028200     END-IF.
028300
028400     OPEN I-O CUSTOMER-AUDIT-FILE.
028500     IF CM-CUSTAUD-STATUS = "35"
028600         OPEN OUTPUT CUSTOMER-AUDIT-FILE
028700         CLOSE CUSTOMER-AUDIT-FILE
028800         OPEN I-O CUSTOMER-AUDIT-FILE
028900     END-IF.
029000
029100     OPEN INPUT MAINTENANCE-CARD-FILE.
029200     IF CM-ACHMNT-STATUS NOT = "00"
029300         MOVE "Y" TO C4300-CARD-EOF-SW
029400     END-IF.
029500
029600     MOVE C4300-CURRENT-DATE TO HD-RUN-DATE.
029700     MOVE C4300-HEADING-1 TO MAINTENANCE-REPORT-LINE.
029800     WRITE MAINTENANCE-REPORT-LINE.
029900     MOVE C4300-HEADING-2 TO MAINTENANCE-REPORT-LINE.
030000     WRITE MAINTENANCE-REPORT-LINE.
030100
030200     IF NOT C4300-CARD-EOF
030300         PERFORM 2900-READ-NEXT-CARD
030400             THRU 2900-READ-NEXT-CARD-EXIT
030500     END-IF.
030600 1000-INITIALIZE-EXIT.
030700     EXIT.
030800*****************************************************************
030900*    2000-PROCESS-ONE-CARD - THE FIELDS PUNCHED ON THE CARD ARE
031000*    EDITED FIRST, WHATEVER THE ACTION, THEN THE ACTION CODE
031100*    DECIDES.
031200*****************************************************************
031300 2000-PROCESS-ONE-CARD.
031400     ADD 1 TO C4300-CARDS-READ.
031500     MOVE "N" TO C4300-REJECT-SW.
031600
031700     IF AMC-CUST-ID = SPACES
031800         MOVE "REJECTED - NO CUST-ID" TO DT-DISPOSITION
031900         PERFORM 7000-WRITE-REJECT-LINE
032000             THRU 7000-WRITE-REJECT-LINE-EXIT
032100         GO TO 2000-READ-AND-EXIT
032200     END-IF.
032300
032400     PERFORM 2500-EDIT-CARD-FIELDS
032500         THRU 2500-EDIT-CARD-FIELDS-EXIT.
032600     IF C4300-CARD-REJECTED
032700         GO TO 2000-READ-AND-EXIT
032800     END-IF.
032900
033000     MOVE AMC-CUST-ID TO ACH-CUST-ID.
033100     READ ACH-ENROLLMENT-FILE
033200         INVALID KEY
033300             MOVE "N" TO C4300-ENROLLED-SW
033400         NOT INVALID KEY
033500             MOVE "Y" TO C4300-ENROLLED-SW
033600     END-READ.
033700
033800     EVALUATE TRUE
033900         WHEN AMC-ENROLL
034000             PERFORM 3000-ENROLL
034100                 THRU 3000-ENROLL-EXIT
034200         WHEN AMC-CHANGE
034300             PERFORM 3100-CHANGE-ENROLLMENT
034400                 THRU 3100-CHANGE-ENROLLMENT-EXIT
034500         WHEN AMC-CANCEL
034600             PERFORM 3200-CANCEL-ENROLLMENT
034700                 THRU 3200-CANCEL-ENROLLMENT-EXIT
034800         WHEN AMC-REINSTATE
034900             PERFORM 3300-REINSTATE-ENROLLMENT
035000                 THRU 3300-REINSTATE-ENROLLMENT-EXIT
035100         WHEN OTHER
035200             MOVE "REJECTED - BAD ACTION CODE" TO DT-DISPOSITION
035300             PERFORM 7000-WRITE-REJECT-LINE
035400                 THRU 7000-WRITE-REJECT-LINE-EXIT
035500     END-EVALUATE.
035600
035700 2000-READ-AND-EXIT.
035800     PERFORM 2900-READ-NEXT-CARD
035900         THRU 2900-READ-NEXT-CARD-EXIT.
036000 2000-PROCESS-ONE-CARD-EXIT.
036100     EXIT.
036200*****************************************************************
036300*    2500-EDIT-CARD-FIELDS - EACH BANK FIELD THAT IS PUNCHED
036400*    MUST BE GOOD.  WHETHER A BLANK FIELD IS ALLOWED DEPENDS ON
036500*    THE ACTION AND IS DECIDED THERE.
036600*****************************************************************
036700 2500-EDIT-CARD-FIELDS.
036800     IF AMC-ROUTING-NUMBER NOT = SPACES
036900         MOVE AMC-ROUTING-NUMBER TO C4300-ROUTING-NUMBER
037000         PERFORM 3500-CHECK-ROUTING-NUMBER
037100             THRU 3500-CHECK-ROUTING-NUMBER-EXIT
037200         IF NOT C4300-ROUTING-VALID
037300             MOVE "REJECTED - BAD ROUTING NO" TO DT-DISPOSITION
037400             PERFORM 7000-WRITE-REJECT-LINE
037500                 THRU 7000-WRITE-REJECT-LINE-EXIT
037600             GO TO 2500-EDIT-CARD-FIELDS-EXIT
037700         END-IF
037800     END-IF.
037900
038000     IF AMC-ACCOUNT-NUMBER NOT = SPACES
038100         MOVE ZERO TO C4300-ACCT-LENGTH
038200         INSPECT AMC-ACCOUNT-NUMBER TALLYING C4300-ACCT-LENGTH
038300             FOR CHARACTERS BEFORE INITIAL SPACE
038400         IF C4300-ACCT-LENGTH = ZERO
038500             MOVE "REJECTED - BAD ACCOUNT NO" TO DT-DISPOSITION
038600             PERFORM 7000-WRITE-REJECT-LINE
038700                 THRU 7000-WRITE-REJECT-LINE-EXIT
038800             GO TO 2500-EDIT-CARD-FIELDS-EXIT
038900         END-IF
039000         IF C4300-ACCT-LENGTH < 17
039100           AND AMC-ACCOUNT-NUMBER(C4300-ACCT-LENGTH + 1:)
039200               NOT = SPACES
039300             MOVE "REJECTED - BAD ACCOUNT NO" TO DT-DISPOSITION
039400             PERFORM 7000-WRITE-REJECT-LINE
039500                 THRU 7000-WRITE-REJECT-LINE-EXIT
039600             GO TO 2500-EDIT-CARD-FIELDS-EXIT
039700         END-IF
039800     END-IF.
039900
040000     IF AMC-ACCOUNT-TYPE NOT = SPACES
040100       AND NOT AMC-VALID-ACCT-TYPE
040200         MOVE "REJECTED - BAD ACCOUNT TYPE" TO DT-DISPOSITION
040300         PERFORM 7000-WRITE-REJECT-LINE
040400             THRU 7000-WRITE-REJECT-LINE-EXIT
040500         GO TO 2500-EDIT-CARD-FIELDS-EXIT
040600     END-IF.
040700
040800     IF AMC-DEBIT-RULE NOT = SPACES
040900       AND NOT AMC-VALID-DEBIT-RULE
041000         MOVE "REJECTED - BAD DEBIT RULE" TO DT-DISPOSITION
041100         PERFORM 7000-WRITE-REJECT-LINE
041200             THRU 7000-WRITE-REJECT-LINE-EXIT
041300         GO TO 2500-EDIT-CARD-FIELDS-EXIT
041400     END-IF.
041500
041600     IF AMC-FIXED-AMOUNT NOT = SPACES
041700         IF AMC-FIXED-AMOUNT IS NOT NUMERIC
041800             MOVE "REJECTED - BAD FIXED AMOUNT" TO DT-DISPOSITION
041900             PERFORM 7000-WRITE-REJECT-LINE
042000                 THRU 7000-WRITE-REJECT-LINE-EXIT
042100             GO TO 2500-EDIT-CARD-FIELDS-EXIT
042200         END-IF
042300         IF AMC-FIXED-AMOUNT-N = ZERO
042400             MOVE "REJECTED - BAD FIXED AMOUNT" TO DT-DISPOSITION
042500             PERFORM 7000-WRITE-REJECT-LINE
042600                 THRU 7000-WRITE-REJECT-LINE-EXIT
042700         END-IF
042800     END-IF.
042900 2500-EDIT-CARD-FIELDS-EXIT.
043000     EXIT.
043100*****************************************************************
043200*    3000-ENROLL - A CANCELLED ROW IS REUSED; ITS OLD HISTORY
043300*    IS CLEARED, SINCE THE NEW AUTHORIZATION STARTS AFRESH.
043400*****************************************************************
043500 3000-ENROLL.
043600     IF C4300-ENROLLMENT-FOUND
043700       AND NOT ACH-CANCELLED
043800         MOVE "REJECTED - ALREADY ENROLLED" TO DT-DISPOSITION
043900         PERFORM 7000-WRITE-REJECT-LINE
044000             THRU 7000-WRITE-REJECT-LINE-EXIT
044100         GO TO 3000-ENROLL-EXIT
044200     END-IF.
044300
044400     IF AMC-ROUTING-NUMBER = SPACES
044500       OR AMC-ACCOUNT-NUMBER = SPACES
044600       OR AMC-ACCOUNT-TYPE = SPACES
044700       OR AMC-DEBIT-RULE = SPACES
044800         MOVE "REJECTED - BANK DETAILS MISSING" TO DT-DISPOSITION
044900         PERFORM 7000-WRITE-REJECT-LINE
045000             THRU 7000-WRITE-REJECT-LINE-EXIT
045100         GO TO 3000-ENROLL-EXIT
045200     END-IF.
045300
045400     IF AMC-FIXED-DEBIT
045500       AND AMC-FIXED-AMOUNT = SPACES
045600         MOVE "REJECTED - FIXED AMOUNT MISSING" TO DT-DISPOSITION
045700         PERFORM 7000-WRITE-REJECT-LINE
045800             THRU 7000-WRITE-REJECT-LINE-EXIT
045900         GO TO 3000-ENROLL-EXIT
046000     END-IF.
046100     IF NOT AMC-FIXED-DEBIT
046200       AND AMC-FIXED-AMOUNT NOT = SPACES
046300         MOVE "REJECTED - AMOUNT ONLY WITH X" TO DT-DISPOSITION
046400         PERFORM 7000-WRITE-REJECT-LINE
046500             THRU 7000-WRITE-REJECT-LINE-EXIT
046600         GO TO 3000-ENROLL-EXIT
046700     END-IF.
046800
046900     MOVE AMC-CUST-ID TO CUST-ID.
047000     READ CUSTOMER-MASTER-FILE
047100         INVALID KEY
047200             MOVE "N" TO C4300-FOUND-SW
047300         NOT INVALID KEY
047400             MOVE "Y" TO C4300-FOUND-SW
047500     END-READ.
047600     IF NOT C4300-RECORD-FOUND
047700         MOVE "REJECTED - ACCOUNT NOT ON FILE" TO DT-DISPOSITION
047800         PERFORM 7000-WRITE-REJECT-LINE
047900             THRU 7000-WRITE-REJECT-LINE-EXIT
048000         GO TO 3000-ENROLL-EXIT
048100     END-IF.
048200     MOVE CUST-STATUS TO CM-CUST-STATUS-CHECK.
048300     IF CM-STATUS-CLOSED
048400       OR CM-STATUS-WRITTEN-OFF
048500         MOVE "REJECTED - ACCOUNT CLOSED" TO DT-DISPOSITION
048600         PERFORM 7000-WRITE-REJECT-LINE
048700             THRU 7000-WRITE-REJECT-LINE-EXIT
048800         GO TO 3000-ENROLL-EXIT
048900     END-IF.
049000
049100     IF C4300-ENROLLMENT-FOUND
049200         PERFORM 5500-BUILD-SUMMARY
049300             THRU 5500-BUILD-SUMMARY-EXIT
049400         MOVE C4300-SUMMARY TO C4300-AUD-OLD-VALUE
049500     ELSE
049600         MOVE "NOT ENROLLED" TO C4300-AUD-OLD-VALUE
049700     END-IF.
049800
049900     MOVE SPACES              TO ACH-ENROLLMENT-RECORD.
050000     MOVE AMC-CUST-ID         TO ACH-CUST-ID.
050100     MOVE AMC-ROUTING-NUMBER  TO ACH-ROUTING-NUMBER.
050200     MOVE AMC-ACCOUNT-NUMBER  TO ACH-ACCOUNT-NUMBER.
050300     MOVE AMC-ACCOUNT-TYPE    TO ACH-ACCOUNT-TYPE.
050400     MOVE AMC-DEBIT-RULE      TO ACH-DEBIT-RULE.
050500     IF AMC-FIXED-DEBIT
050600         MOVE AMC-FIXED-AMOUNT-N TO ACH-FIXED-AMOUNT
050700     ELSE
050800         MOVE ZERO            TO ACH-FIXED-AMOUNT
050900     END-IF.
051000     MOVE "A"                 TO ACH-STATUS.
051100     MOVE C4300-CURRENT-DATE  TO ACH-ENROLL-DATE.
051200     MOVE C4300-CURRENT-DATE  TO ACH-STATUS-DATE.
051300     MOVE ZERO                TO ACH-LAST-DEBIT-AMOUNT.
051400     MOVE ZERO                TO ACH-RETURN-COUNT.
051500
051600     IF C4300-ENROLLMENT-FOUND
051700         REWRITE ACH-ENROLLMENT-RECORD
051800             INVALID KEY
051900                 MOVE "REJECTED - REWRITE ERROR" TO DT-DISPOSITION
052000                 PERFORM 7000-WRITE-REJECT-LINE
052100                     THRU 7000-WRITE-REJECT-LINE-EXIT
052200                 GO TO 3000-ENROLL-EXIT
052300         END-REWRITE
052400     ELSE
052500         WRITE ACH-ENROLLMENT-RECORD
052600             INVALID KEY
052700                 MOVE "REJECTED - WRITE ERROR" TO DT-DISPOSITION
052800                 PERFORM 7000-WRITE-REJECT-LINE
052900                     THRU 7000-WRITE-REJECT-LINE-EXIT
053000                 GO TO 3000-ENROLL-EXIT
053100         END-WRITE
053200     END-IF.
053300
053400     ADD 1 TO C4300-ENROLLED.
053500     PERFORM 5700-WRITE-AUDIT-RECORD
053600         THRU 5700-WRITE-AUDIT-RECORD-EXIT.
053700     MOVE "ENROLLED" TO DT-DISPOSITION.
053800     PERFORM 7100-WRITE-DETAIL-LINE
053900         THRU 7100-WRITE-DETAIL-LINE-EXIT.
054000 3000-ENROLL-EXIT.
054100     EXIT.
054200*****************************************************************
054300*    3100-CHANGE-ENROLLMENT - THE RULE AND AMOUNT ARE CHECKED
054400*    AS THEY WILL STAND AFTER THE CHANGE: A FIXED AMOUNT GOES
054500*    WITH RULE "X" AND NO OTHER.
054600*****************************************************************
054700 3100-CHANGE-ENROLLMENT.
054800     IF NOT C4300-ENROLLMENT-FOUND
054900       OR ACH-CANCELLED
055000         MOVE "REJECTED - NOT ENROLLED" TO DT-DISPOSITION
055100         PERFORM 7000-WRITE-REJECT-LINE
055200             THRU 7000-WRITE-REJECT-LINE-EXIT
055300         GO TO 3100-CHANGE-ENROLLMENT-EXIT
055400     END-IF.
055500
055600     IF AMC-ROUTING-NUMBER = SPACES
055700       AND AMC-ACCOUNT-NUMBER = SPACES
055800       AND AMC-ACCOUNT-TYPE = SPACES
055900       AND AMC-DEBIT-RULE = SPACES
056000       AND AMC-FIXED-AMOUNT = SPACES
056100         MOVE "REJECTED - NOTHING TO CHANGE" TO DT-DISPOSITION
056200         PERFORM 7000-WRITE-REJECT-LINE
056300             THRU 7000-WRITE-REJECT-LINE-EXIT
056400         GO TO 3100-CHANGE-ENROLLMENT-EXIT
056500     END-IF.
056600
056700     IF AMC-DEBIT-RULE NOT = SPACES
056800         MOVE AMC-DEBIT-RULE TO C4300-NEW-RULE
056900     ELSE
057000         MOVE ACH-DEBIT-RULE TO C4300-NEW-RULE
057100     END-IF.
057200     IF C4300-NEW-RULE = "X"
057300       AND AMC-FIXED-AMOUNT = SPACES
057400       AND NOT ACH-FIXED-DEBIT
057500         MOVE "REJECTED - FIXED AMOUNT MISSING" TO DT-DISPOSITION
057600         PERFORM 7000-WRITE-REJECT-LINE
057700             THRU 7000-WRITE-REJECT-LINE-EXIT
057800         GO TO 3100-CHANGE-ENROLLMENT-EXIT
057900     END-IF.
058000     IF C4300-NEW-RULE NOT = "X"
058100       AND AMC-FIXED-AMOUNT NOT = SPACES
058200         MOVE "REJECTED - AMOUNT ONLY WITH X" TO DT-DISPOSITION
058300         PERFORM 7000-WRITE-REJECT-LINE
058400             THRU 7000-WRITE-REJECT-LINE-EXIT
058500         GO TO 3100-CHANGE-ENROLLMENT-EXIT
058600     END-IF.
058700
058800     PERFORM 5500-BUILD-SUMMARY
058900         THRU 5500-BUILD-SUMMARY-EXIT.
059000     MOVE C4300-SUMMARY TO C4300-AUD-OLD-VALUE.
059100
059200     MOVE "N" TO C4300-BANK-CHANGED-SW.
059300     IF AMC-ROUTING-NUMBER NOT = SPACES
059400       AND AMC-ROUTING-NUMBER NOT = ACH-ROUTING-NUMBER
059500         MOVE AMC-ROUTING-NUMBER TO ACH-ROUTING-NUMBER
059600         MOVE "Y" TO C4300-BANK-CHANGED-SW
059700     END-IF.
059800     IF AMC-ACCOUNT-NUMBER NOT = SPACES
059900       AND AMC-ACCOUNT-NUMBER NOT = ACH-ACCOUNT-NUMBER
060000         MOVE AMC-ACCOUNT-NUMBER TO ACH-ACCOUNT-NUMBER
060100         MOVE "Y" TO C4300-BANK-CHANGED-SW
060200     END-IF.
060300     IF AMC-ACCOUNT-TYPE NOT = SPACES
060400         MOVE AMC-ACCOUNT-TYPE TO ACH-ACCOUNT-TYPE
060500     END-IF.
060600     MOVE C4300-NEW-RULE TO ACH-DEBIT-RULE.
060700     IF AMC-FIXED-AMOUNT NOT = SPACES
060800         MOVE AMC-FIXED-AMOUNT-N TO ACH-FIXED-AMOUNT
060900     END-IF.
061000     IF NOT ACH-FIXED-DEBIT
061100         MOVE ZERO TO ACH-FIXED-AMOUNT
061200     END-IF.
061300     IF C4300-BANK-CHANGED
061400         MOVE ZERO TO ACH-RETURN-COUNT
061500     END-IF.
061600
061700     REWRITE ACH-ENROLLMENT-RECORD
061800         INVALID KEY
061900             MOVE "REJECTED - REWRITE ERROR" TO DT-DISPOSITION
062000             PERFORM 7000-WRITE-REJECT-LINE
062100                 THRU 7000-WRITE-REJECT-LINE-EXIT
062200             GO TO 3100-CHANGE-ENROLLMENT-EXIT
062300     END-REWRITE.
062400
062500     ADD 1 TO C4300-CHANGED.
062600     PERFORM 5700-WRITE-AUDIT-RECORD
062700         THRU 5700-WRITE-AUDIT-RECORD-EXIT.
062800     MOVE "CHANGED" TO DT-DISPOSITION.
062900     PERFORM 7100-WRITE-DETAIL-LINE
063000         THRU 7100-WRITE-DETAIL-LINE-EXIT.
063100 3100-CHANGE-ENROLLMENT-EXIT.
063200     EXIT.
063300*****************************************************************
063400*    3200-CANCEL-ENROLLMENT
063500*****************************************************************
063600 3200-CANCEL-ENROLLMENT.
063700     IF NOT C4300-ENROLLMENT-FOUND
063800       OR ACH-CANCELLED
063900         MOVE "REJECTED - NOT ENROLLED" TO DT-DISPOSITION
064000         PERFORM 7000-WRITE-REJECT-LINE
064100             THRU 7000-WRITE-REJECT-LINE-EXIT
064200         GO TO 3200-CANCEL-ENROLLMENT-EXIT
064300     END-IF.
064400
064500     PERFORM 5500-BUILD-SUMMARY
064600         THRU 5500-BUILD-SUMMARY-EXIT.
064700     MOVE C4300-SUMMARY TO C4300-AUD-OLD-VALUE.
064800
064900     MOVE "X"                TO ACH-STATUS.
065000     MOVE C4300-CURRENT-DATE TO ACH-STATUS-DATE.
065100     REWRITE ACH-ENROLLMENT-RECORD
065200         INVALID KEY
065300             MOVE "REJECTED - REWRITE ERROR" TO DT-DISPOSITION
065400             PERFORM 7000-WRITE-REJECT-LINE
065500                 THRU 7000-WRITE-REJECT-LINE-EXIT
065600             GO TO 3200-CANCEL-ENROLLMENT-EXIT
065700     END-REWRITE.
065800
065900     ADD 1 TO C4300-CANCELLED.
066000     PERFORM 5700-WRITE-AUDIT-RECORD
066100         THRU 5700-WRITE-AUDIT-RECORD-EXIT.
066200     MOVE "CANCELLED" TO DT-DISPOSITION.
066300     PERFORM 7100-WRITE-DETAIL-LINE
066400         THRU 7100-WRITE-DETAIL-LINE-EXIT.
066500 3200-CANCEL-ENROLLMENT-EXIT.
066600     EXIT.
066700*****************************************************************
066800*    3300-REINSTATE-ENROLLMENT - ONLY A SUSPENDED ENROLLMENT.
066900*    A CANCELLED ONE NEEDS A NEW AUTHORIZATION AND AN "E" CARD.
067000*****************************************************************
067100 3300-REINSTATE-ENROLLMENT.
067200     IF NOT C4300-ENROLLMENT-FOUND
067300       OR NOT ACH-SUSPENDED
067400         MOVE "REJECTED - NOT SUSPENDED" TO DT-DISPOSITION
067500         PERFORM 7000-WRITE-REJECT-LINE
067600             THRU 7000-WRITE-REJECT-LINE-EXIT
067700         GO TO 3300-REINSTATE-ENROLLMENT-EXIT
067800     END-IF.
067900
068000     PERFORM 5500-BUILD-SUMMARY
068100         THRU 5500-BUILD-SUMMARY-EXIT.
068200     MOVE C4300-SUMMARY TO C4300-AUD-OLD-VALUE.
068300
068400     MOVE "A"                TO ACH-STATUS.
068500     MOVE C4300-CURRENT-DATE TO ACH-STATUS-DATE.
068600     MOVE ZERO               TO ACH-RETURN-COUNT.
068700     REWRITE ACH-ENROLLMENT-RECORD
068800         INVALID KEY
068900             MOVE "REJECTED - REWRITE ERROR" TO DT-DISPOSITION
069000             PERFORM 7000-WRITE-REJECT-LINE
069100                 THRU 7000-WRITE-REJECT-LINE-EXIT
069200             GO TO 3300-REINSTATE-ENROLLMENT-EXIT
069300     END-REWRITE.
069400
069500     ADD 1 TO C4300-REINSTATED.
069600     PERFORM 5700-WRITE-AUDIT-RECORD
069700         THRU 5700-WRITE-AUDIT-RECORD-EXIT.
069800     MOVE "REINSTATED" TO DT-DISPOSITION.
069900     PERFORM 7100-WRITE-DETAIL-LINE
070000         THRU 7100-WRITE-DETAIL-LINE-EXIT.
070100 3300-REINSTATE-ENROLLMENT-EXIT.
070200     EXIT.
070300*****************************************************************
070400*    3500-CHECK-ROUTING-NUMBER - ABA CHECK DIGIT ON
070500*    C4300-ROUTING-NUMBER: 3 X (D1+D4+D7) + 7 X (D2+D5+D8) +
070600*    (D3+D6+D9) MUST BE A MULTIPLE OF TEN.  ALL ZEROS PASSES
070700*    THE ARITHMETIC BUT IS NO BANK.
070800*****************************************************************
070900 3500-CHECK-ROUTING-NUMBER.
071000     MOVE "N" TO C4300-ROUTING-SW.
071100     IF C4300-ROUTING-NUMBER IS NOT NUMERIC
071200       OR C4300-ROUTING-NUMBER = "000000000"
071300         GO TO 3500-CHECK-ROUTING-NUMBER-EXIT
071400     END-IF.
071500
071600     COMPUTE C4300-CHECK-SUM =
071700         3 * (C4300-RTE-DIGIT (1) + C4300-RTE-DIGIT (4)
071800            + C4300-RTE-DIGIT (7))
071900       + 7 * (C4300-RTE-DIGIT (2) + C4300-RTE-DIGIT (5)
072000            + C4300-RTE-DIGIT (8))
072100       +     (C4300-RTE-DIGIT (3) + C4300-RTE-DIGIT (6)
072200            + C4300-RTE-DIGIT (9)).
072300     DIVIDE C4300-CHECK-SUM BY 10
072400         GIVING C4300-CHECK-QUOTIENT
072500         REMAINDER C4300-CHECK-REMAINDER.
072600     IF C4300-CHECK-REMAINDER = ZERO
072700         MOVE "Y" TO C4300-ROUTING-SW
072800     END-IF.
072900 3500-CHECK-ROUTING-NUMBER-EXIT.
073000     EXIT.
073100*****************************************************************
073200*    5500-BUILD-SUMMARY - THE ENROLLMENT IN THE RECORD AREA AS
073300*    ONE AUDIT VALUE.
073400*****************************************************************
073500 5500-BUILD-SUMMARY.
073600     MOVE ACH-ACCOUNT-NUMBER TO C4300-MASK-SOURCE.
073700     PERFORM 5510-MASK-ACCOUNT-NUMBER
073800         THRU 5510-MASK-ACCOUNT-NUMBER-EXIT.
073900     MOVE ACH-STATUS         TO SM-STATUS.
074000     MOVE ACH-ROUTING-NUMBER TO SM-ROUTING.
074100     MOVE C4300-ACCT-LAST4   TO SM-ACCT-LAST4.
074200     MOVE ACH-ACCOUNT-TYPE   TO SM-ACCT-TYPE.
074300     MOVE ACH-DEBIT-RULE     TO SM-DEBIT-RULE.
074400     MOVE ACH-FIXED-AMOUNT   TO SM-FIXED-AMOUNT.
074500 5500-BUILD-SUMMARY-EXIT.
074600     EXIT.
074700*****************************************************************
074800*    5510-MASK-ACCOUNT-NUMBER - LAST FOUR CHARACTERS OF THE
074900*    ACCOUNT NUMBER IN C4300-MASK-SOURCE.
075000*****************************************************************
075100 5510-MASK-ACCOUNT-NUMBER.
075200     MOVE ZERO TO C4300-ACCT-LENGTH.
075300     INSPECT C4300-MASK-SOURCE TALLYING C4300-ACCT-LENGTH
075400         FOR CHARACTERS BEFORE INITIAL SPACE.
075500     IF C4300-ACCT-LENGTH < 4
075600         MOVE C4300-MASK-SOURCE (1:4) TO C4300-ACCT-LAST4
075700     ELSE
075800         MOVE C4300-MASK-SOURCE (C4300-ACCT-LENGTH - 3:4)
075900             TO C4300-ACCT-LAST4
076000     END-IF.
076100 5510-MASK-ACCOUNT-NUMBER-EXIT.
076200     EXIT.
076300*****************************************************************
076400*    5700-WRITE-AUDIT-RECORD - OLD VALUE WAS SAVED BY THE
076500*    CALLER BEFORE THE CHANGE; NEW VALUE IS THE RECORD AS
076600*    REWRITTEN.
076700*****************************************************************
076800 5700-WRITE-AUDIT-RECORD.
076900     PERFORM 5500-BUILD-SUMMARY
077000         THRU 5500-BUILD-SUMMARY-EXIT.
077100     PERFORM 5790-DETERMINE-NEXT-AUDIT-SEQ
077200         THRU 5790-DETERMINE-NEXT-AUDIT-SEQ-EXIT.
077300     ADD 1 TO C4300-AUD-SEQUENCE.
077400     MOVE ACH-CUST-ID          TO AUD-CUST-ID.
077500     MOVE C4300-AUD-SEQUENCE   TO AUD-SEQUENCE-NO.
077600     MOVE "ACH AUTOPAY"        TO AUD-FIELD-NAME.
077700     MOVE C4300-AUD-OLD-VALUE  TO AUD-OLD-VALUE.
077800     MOVE C4300-SUMMARY        TO AUD-NEW-VALUE.
077900     MOVE C4300-CURRENT-DATE   TO AUD-CHANGE-DATE.
078000     ACCEPT AUD-CHANGE-TIME FROM TIME.
078100     MOVE "CUST4300"           TO AUD-SOURCE-ID.
078150     MOVE AMC-OPERATOR-ID      TO AUD-OPERATOR-ID.
078160     IF AUD-OPERATOR-ID = SPACES
078170         MOVE "CUST4300"       TO AUD-OPERATOR-ID
078180     END-IF.
078200     WRITE CUSTOMER-AUDIT-RECORD
078300         INVALID KEY
078400             DISPLAY "CUST4300 - AUDIT WRITE FAILED FOR "
078500                 ACH-CUST-ID ", STATUS " CM-CUSTAUD-STATUS
078600     END-WRITE.
078700 5700-WRITE-AUDIT-RECORD-EXIT.
078800     EXIT.
078900*****************************************************************
079000*    5790-DETERMINE-NEXT-AUDIT-SEQ - SCANS CUSTAUD FORWARD FROM
079100*    THE FIRST ROW ON FILE FOR CUST-ID AND REMEMBERS THE HIGHEST
079200*    SEQUENCE NUMBER FOUND, SO A NEW ROW NEVER REUSES A KEY A
079300*    PRIOR RUN ALREADY WROTE FOR THIS CUSTOMER.
079400*****************************************************************
079500 5790-DETERMINE-NEXT-AUDIT-SEQ.
079600     MOVE ZERO        TO C4300-AUD-SEQUENCE.
079700     MOVE "N"         TO C4300-AUD-SEQ-EOF-SW.
079800     MOVE ACH-CUST-ID TO AUD-CUST-ID.
079900     MOVE ZERO        TO AUD-SEQUENCE-NO.
080000     START CUSTOMER-AUDIT-FILE KEY IS NOT LESS THAN AUD-KEY
080100         INVALID KEY
080200             MOVE "Y" TO C4300-AUD-SEQ-EOF-SW
080300     END-START.
080400
080500     PERFORM 5795-SCAN-FOR-HIGH-AUDIT-SEQ
080600         THRU 5795-SCAN-FOR-HIGH-AUDIT-SEQ-EXIT
080700         UNTIL C4300-AUD-SEQ-EOF.
080800 5790-DETERMINE-NEXT-AUDIT-SEQ-EXIT.
080900     EXIT.
081000*****************************************************************
081100*    5795-SCAN-FOR-HIGH-AUDIT-SEQ
081200*****************************************************************
081300 5795-SCAN-FOR-HIGH-AUDIT-SEQ.
081400     READ CUSTOMER-AUDIT-FILE NEXT RECORD
081500         AT END
081600             MOVE "Y" TO C4300-AUD-SEQ-EOF-SW
081700     END-READ.
081800
081900     IF NOT C4300-AUD-SEQ-EOF
082000         IF AUD-CUST-ID = ACH-CUST-ID
082100             IF AUD-SEQUENCE-NO > C4300-AUD-SEQUENCE
082200                 MOVE AUD-SEQUENCE-NO TO C4300-AUD-SEQUENCE
082300             END-IF
082400         ELSE
082500             MOVE "Y" TO C4300-AUD-SEQ-EOF-SW
082600         END-IF
082700     END-IF.
082800 5795-SCAN-FOR-HIGH-AUDIT-SEQ-EXIT.
082900     EXIT.
083000*****************************************************************
083100*    2900-READ-NEXT-CARD
083200*****************************************************************
083300 2900-READ-NEXT-CARD.
083400     READ MAINTENANCE-CARD-FILE
083500         AT END
083600             MOVE "Y" TO C4300-CARD-EOF-SW
083700     END-READ.
083800 2900-READ-NEXT-CARD-EXIT.
083900     EXIT.
084000*****************************************************************
084100*    7000-WRITE-REJECT-LINE - CALLER HAS SET DT-DISPOSITION.
084200*****************************************************************
084300 7000-WRITE-REJECT-LINE.
084400     MOVE "Y" TO C4300-REJECT-SW.
084500     ADD 1 TO C4300-CARDS-REJECTED.
084600     PERFORM 7100-WRITE-DETAIL-LINE
084700         THRU 7100-WRITE-DETAIL-LINE-EXIT.
084800 7000-WRITE-REJECT-LINE-EXIT.
084900     EXIT.
085000*****************************************************************
085100*    7100-WRITE-DETAIL-LINE - THE CARD'S OWN FIELDS IDENTIFY
085200*    THE LINE, WITH THE ACCOUNT NUMBER MASKED.
085300*****************************************************************
085400 7100-WRITE-DETAIL-LINE.
085500     MOVE AMC-ACTION         TO DT-ACTION.
085600     MOVE AMC-CUST-ID        TO DT-CUST-ID.
085700     MOVE AMC-ROUTING-NUMBER TO DT-ROUTING.
085800     MOVE AMC-ACCOUNT-NUMBER TO C4300-MASK-SOURCE.
085900     PERFORM 5510-MASK-ACCOUNT-NUMBER
086000         THRU 5510-MASK-ACCOUNT-NUMBER-EXIT.
086100     MOVE C4300-ACCT-LAST4   TO DT-ACCT-LAST4.
086200     MOVE AMC-ACCOUNT-TYPE   TO DT-ACCT-TYPE.
086300     MOVE AMC-DEBIT-RULE     TO DT-DEBIT-RULE.
086400     IF AMC-FIXED-AMOUNT IS NUMERIC
086500         MOVE AMC-FIXED-AMOUNT-N TO DT-FIXED-AMOUNT
086600     ELSE
086700         MOVE ZERO TO DT-FIXED-AMOUNT
086800     END-IF.
086900     MOVE C4300-DETAIL-LINE TO MAINTENANCE-REPORT-LINE.
087000     WRITE MAINTENANCE-REPORT-LINE.
087100 7100-WRITE-DETAIL-LINE-EXIT.
087200     EXIT.
087300*****************************************************************
087400*    8000-WRITE-TOTALS - READ = ENROLLED + CHANGED + CANCELLED
087500*    + REINSTATED + REJECTED.
087600*****************************************************************
087700 8000-WRITE-TOTALS.
087800     MOVE C4300-CARDS-READ TO TL-CARDS-READ.
087900     MOVE C4300-TOTAL-LINE-1 TO MAINTENANCE-REPORT-LINE.
088000     WRITE MAINTENANCE-REPORT-LINE.
088100
088200     MOVE C4300-ENROLLED TO TL-ENROLLED.
088300     MOVE C4300-TOTAL-LINE-2 TO MAINTENANCE-REPORT-LINE.
088400     WRITE MAINTENANCE-REPORT-LINE.
088500
088600     MOVE C4300-CHANGED TO TL-CHANGED.
088700     MOVE C4300-TOTAL-LINE-3 TO MAINTENANCE-REPORT-LINE.
088800     WRITE MAINTENANCE-REPORT-LINE.
088900
089000     MOVE C4300-CANCELLED TO TL-CANCELLED.
089100     MOVE C4300-TOTAL-LINE-4 TO MAINTENANCE-REPORT-LINE.
089200     WRITE MAINTENANCE-REPORT-LINE.
089300
089400     MOVE C4300-REINSTATED TO TL-REINSTATED.
089500     MOVE C4300-TOTAL-LINE-5 TO MAINTENANCE-REPORT-LINE.
089600     WRITE MAINTENANCE-REPORT-LINE.
089700
089800     MOVE C4300-CARDS-REJECTED TO TL-REJECTED.
089900     MOVE C4300-TOTAL-LINE-6 TO MAINTENANCE-REPORT-LINE.
090000     WRITE MAINTENANCE-REPORT-LINE.
090100 8000-WRITE-TOTALS-EXIT.
090200     EXIT.
090300*****************************************************************
090400*    8900-WRITE-RUN-LOG - APPENDS THIS RUN'S STATISTICS ROW TO
090500*    THE COMMON RUN LOG FOR THE NIGHTLY OPERATIONS REPORT
090600*    (CUST1600).  WRITTEN IS NEW ENROLLMENTS; UPDATED IS
090700*    CHANGES, CANCELLATIONS AND REINSTATEMENTS.
090800*****************************************************************
090900 8900-WRITE-RUN-LOG.
091000     OPEN EXTEND RUN-LOG-FILE.
091100     IF CM-RUNLOG-STATUS = "35"
091200         OPEN OUTPUT RUN-LOG-FILE
091300     END-IF.
091400     COMPUTE C4300-RECORDS-UPDATED = C4300-CHANGED
091500         + C4300-CANCELLED + C4300-REINSTATED.
091600     MOVE "CUST4300"               TO RNL-PROGRAM-ID.
091700     MOVE C4300-CURRENT-DATE       TO RNL-RUN-DATE.
091800     ACCEPT RNL-RUN-TIME FROM TIME.
091900     MOVE C4300-CARDS-READ         TO RNL-RECORDS-READ.
092000     MOVE C4300-RECORDS-UPDATED    TO RNL-RECORDS-UPDATED.
092100     MOVE C4300-CARDS-REJECTED     TO RNL-RECORDS-REJECTED.
092200     MOVE C4300-ENROLLED           TO RNL-RECORDS-WRITTEN.
092300     MOVE ZERO                     TO RNL-RECORDS-SKIPPED.
092400     MOVE CM-ACHENRL-STATUS        TO RNL-FINAL-STATUS.
092500     WRITE RUN-LOG-RECORD.
092600     CLOSE RUN-LOG-FILE.
092700 8900-WRITE-RUN-LOG-EXIT.
092800     EXIT.
092900*****************************************************************
093000*    9000-TERMINATE
093100*****************************************************************
093200 9000-TERMINATE.
093300     CLOSE MAINTENANCE-CARD-FILE
093400           CUSTOMER-MASTER-FILE
093500           ACH-ENROLLMENT-FILE
093600           CUSTOMER-AUDIT-FILE
093700           MAINTENANCE-REPORT-FILE.
093800 9000-TERMINATE-EXIT.
093900     EXIT.
