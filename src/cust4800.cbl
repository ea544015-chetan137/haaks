000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CUST4800.
000300 AUTHOR.        R HALVORSEN.
000400 INSTALLATION.  CUSTOMER SERVICES APPLICATIONS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*    CUST4800  -  OPERATOR ACTIVITY REPORT
000900*
001000*    SHOWS, FOR A RANGE OF DAYS, WHAT EACH OPERATOR CHANGED ON
001100*    THE CUSTOMER MASTER, BY TYPE AND AMOUNT, AND FLAGS ANYONE
001200*    WHO BOTH KEYED AND APPROVED THE SAME PARKED ITEM.  EVERY
001300*    OPERATOR ON THE ENTITLEMENT FILE (OPERENT, CUSTOPR.CPY) IS
001400*    LISTED, ACTIVE OR NOT; AN ID FOUND ON THE JOURNALS BUT NOT
001500*    ON OPERENT IS LISTED TOO AND FLAGGED.
001600*
001700*    THE ACTIVITY COMES FROM:
001800*      MAINTENANCE - CUSTAUD ROWS STAMPED IN THE RANGE, BY
001900*                    AUD-OPERATOR-ID (AUD-SOURCE-ID ON A ROW
002000*                    WRITTEN BEFORE THE OPERATOR WAS CARRIED):
002100*                      "RECORD ADDED"  COUNTS AS AN ADD,
002200*                      "RECORD"        AS A DELETE,
002300*                      "MERGED-FROM"   AS A MERGE,
002400*                    AND EVERY OTHER ROW AS A FIELD CHANGED,
002500*                    INCLUDING THE OPENING VALUES AN ADD WRITES.
002600*                    CUST-BALANCE ROWS ADD NEW LESS OLD VALUE TO
002700*                    THE OPERATOR'S NET BALANCE MOVEMENT.  ROWS
002800*                    WRITTEN BY CUST0900 ARE POSTINGS AND ARE LEFT
002900*                    TO POSTHIST; MERGED-TO ROWS, AND THE HISTORY
003000*                    A MERGE CARRIES ONTO THE SURVIVOR, ARE NOT
003100*                    COUNTED AGAIN.
003200*      POSTINGS    - POSTHIST POSTINGS DATED IN THE RANGE, BY
003300*                    PSH-OPERATOR-ID, DEBITS AND CREDITS.
003400*      APPROVALS   - APVLOG (CUSTAPL.CPY) RELEASES IN THE RANGE.
003500*                    EACH ONE MARKED SELF-APPROVED BY CUST2200 IS
003600*                    LISTED AND COUNTED AGAINST THE OPERATOR.
003700*
003800*    CONTROL CARD (OPAPARM), OPTIONAL, ONE RECORD:
003900*        OPA-FROM-DATE    PIC X(08)  COLS 1-8,  YYYYMMDD
004000*        OPA-TO-DATE      PIC X(08)  COLS 9-16, YYYYMMDD
004100*                         - THE RANGE OF DAYS REPORTED.  SPACES =
004200*                           THE FIRST OF THE CURRENT MONTH TO
004300*                           TODAY.  A TO-DATE ALONE IS NOT
004400*                           ACCEPTED.
004500*    A CARD IN ERROR, OR A JOURNAL THAT WILL NOT OPEN, ENDS THE
004600*    STEP WITH RETURN CODE 8 AND NOTHING REPORTED.  NO APVLOG OR
004700*    NO OPERENT ON HAND IS REPORTED ON THE CONSOLE AND THE RUN
004800*    GOES ON WITHOUT IT.
004900*
005000*    MODIFICATION HISTORY
005100*    DATE       INIT  DESCRIPTION
005200*    ---------- ----- ---------------------------------------
005300*    2026-10-15 RJH   INITIAL VERSION.
005400*****************************************************************
005500 ENVIRONMENT DIVISION.
005600 CONFIGURATION SECTION.
005700 SOURCE-COMPUTER.   IBM-370.
005800 OBJECT-COMPUTER.   IBM-370.
005900 INPUT-OUTPUT SECTION.
006000 FILE-CONTROL.
006100     COPY "custausl.cpy".
006200
006300     COPY "custphsl.cpy".
006400
006500     SELECT OPERATOR-ENT-FILE ASSIGN TO "OPERENT"
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS CM-OPERENT-STATUS.
006800
006900     SELECT APPROVAL-LOG-FILE ASSIGN TO "APVLOG"
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS CM-APVLOG-STATUS.
007200
007300     SELECT CONTROL-CARD-FILE ASSIGN TO "OPAPARM"
007400         ORGANIZATION IS LINE SEQUENTIAL
007500         FILE STATUS IS CM-OPAPARM-STATUS.
007600
007700     SELECT ACTIVITY-REPORT-FILE ASSIGN TO "OPARPT"
007800         ORGANIZATION IS LINE SEQUENTIAL
007900         FILE STATUS IS CM-OPARPT-STATUS.
008000
008100     COPY "custrnsl.cpy".
008200
008300 DATA DIVISION.
008400 FILE SECTION.
008500     COPY "custaufd.cpy".
008600
008700     COPY "custphfd.cpy".
008800
008900 FD  OPERATOR-ENT-FILE
009000     LABEL RECORDS ARE STANDARD.
009100     COPY "custopr.cpy".
009200
009300 FD  APPROVAL-LOG-FILE
009400     LABEL RECORDS ARE STANDARD.
009500     COPY "custapl.cpy".
009600
009700 FD  CONTROL-CARD-FILE
009800     LABEL RECORDS ARE STANDARD.
009900 01  CONTROL-CARD-RECORD.
010000     05  OPA-FROM-DATE          PIC X(08).
010100     05  OPA-TO-DATE            PIC X(08).
010200     05  FILLER                 PIC X(64).
010300
010400 FD  ACTIVITY-REPORT-FILE
010500     LABEL RECORDS ARE STANDARD.
010600 01  ACTIVITY-REPORT-LINE       PIC X(132).
010700
010800     COPY "custrnfd.cpy".
010900
011000 WORKING-STORAGE SECTION.
011100 77  CM-CUSTAUD-STATUS          PIC X(02).
011200 77  CM-POSTHIST-STATUS         PIC X(02).
011300 77  CM-OPERENT-STATUS          PIC X(02).
011400 77  CM-APVLOG-STATUS           PIC X(02).
011500 77  CM-OPAPARM-STATUS          PIC X(02).
011600 77  CM-OPARPT-STATUS           PIC X(02).
011700 77  CM-RUNLOG-STATUS           PIC X(02).
011800
011900 77  C4800-FILES-OK-SW          PIC X(01)  VALUE "Y".
012000     88  C4800-FILES-OK         VALUE "Y".
012100 77  C4800-OPR-LOADED-SW        PIC X(01)  VALUE "N".
012200     88  C4800-OPR-LOADED       VALUE "Y".
012300 77  C4800-OPR-EOF-SW           PIC X(01)  VALUE "N".
012400     88  C4800-OPR-EOF          VALUE "Y".
012500 77  C4800-APVLOG-EOF-SW        PIC X(01)  VALUE "N".
012600     88  C4800-APVLOG-EOF       VALUE "Y".
012700 77  C4800-AUDIT-EOF-SW         PIC X(01)  VALUE "N".
012800     88  C4800-AUDIT-EOF        VALUE "Y".
012900 77  C4800-HISTORY-EOF-SW       PIC X(01)  VALUE "N".
013000     88  C4800-HISTORY-EOF      VALUE "Y".
013100 77  C4800-CARRY-SW             PIC X(01)  VALUE "N".
013200     88  C4800-CARRYING         VALUE "Y".
013300 77  C4800-PARSE-OK-SW          PIC X(01)  VALUE "N".
013400     88  C4800-PARSE-OK         VALUE "Y".
013500 77  C4800-CURRENT-DATE         PIC X(08)  VALUE SPACES.
013600 77  C4800-FROM-DATE            PIC X(08)  VALUE SPACES.
013700 77  C4800-TO-DATE              PIC X(08)  VALUE SPACES.
013800 77  C4800-MERGE-STAMP          PIC X(16)  VALUE SPACES.
013900 77  C4800-JOURNAL-CUST-ID      PIC X(10)  VALUE SPACES.
014000 77  C4800-LOOKUP-ID            PIC X(08)  VALUE SPACES.
014100 77  C4800-PARSED-VALUE         PIC S9(08)V99 COMP-3 VALUE ZERO.
014200 77  C4800-OLD-AMOUNT           PIC S9(08)V99 COMP-3 VALUE ZERO.
014300 77  C4800-AUDIT-ROWS-READ      PIC 9(09) COMP  VALUE ZERO.
014400 77  C4800-AUDIT-ROWS-COUNTED   PIC 9(09) COMP  VALUE ZERO.
014500 77  C4800-POSTINGS-READ        PIC 9(09) COMP  VALUE ZERO.
014600 77  C4800-POSTINGS-COUNTED     PIC 9(09) COMP  VALUE ZERO.
014700 77  C4800-RELEASES-READ        PIC 9(09) COMP  VALUE ZERO.
014800 77  C4800-RELEASES-IN-RANGE    PIC 9(09) COMP  VALUE ZERO.
014900 77  C4800-SELF-APPROVED        PIC 9(09) COMP  VALUE ZERO.
015000 77  C4800-OPERATORS-LISTED     PIC 9(09) COMP  VALUE ZERO.
015100 77  C4800-NOT-ON-FILE          PIC 9(09) COMP  VALUE ZERO.
015200 77  C4800-ROWS-NOT-TABLED      PIC 9(09) COMP  VALUE ZERO.
015300 77  C4800-ACT-SUB              PIC 9(03) COMP  VALUE ZERO.
015400 77  C4800-ACT-FOUND            PIC 9(03) COMP  VALUE ZERO.
015500*---------------------------------------------------------------
015600*    TIME STAMP OF THE AUDIT ROW IN HAND - DATE THEN TIME, SO
015700*    ONE COMPARE ORDERS IT AGAINST THE LAST MERGE.
015800*---------------------------------------------------------------
015900 01  C4800-ROW-STAMP.
016000     05  C4800-ROW-DATE         PIC X(08).
016100     05  C4800-ROW-TIME         PIC X(08).
016200*---------------------------------------------------------------
016300*    AN EDITED AUDIT AMOUNT (-9(08).99) TAKEN APART AGAIN.
016400*---------------------------------------------------------------
016500 01  C4800-VALUE-PARSE.
016600     05  C4800-VP-SIGN          PIC X(01).
016700     05  C4800-VP-INT           PIC X(08).
016800     05  FILLER                 PIC X(01).
016900     05  C4800-VP-DEC           PIC X(02).
017000 77  C4800-VP-INT-NUM           PIC 9(08)  VALUE ZERO.
017100 77  C4800-VP-DEC-NUM           PIC 9(02)  VALUE ZERO.
017200*---------------------------------------------------------------
017300*    ACTIVITY BY OPERATOR.  SEEDED FROM OPERENT IN FILE ORDER;
017400*    AN ID MET ON THE JOURNALS AND NOT ON OPERENT IS ADDED AT
017500*    THE END WITH C4800-ACT-ON-FILE-SW "N".
017600*---------------------------------------------------------------
017700 01  C4800-ACTIVITY-TABLE.
017800     05  C4800-ACT-COUNT        PIC 9(03) COMP  VALUE ZERO.
017900     05  C4800-ACT-ENTRY OCCURS 600 TIMES.
018000         10  C4800-ACT-ID       PIC X(08).
018100         10  C4800-ACT-NAME     PIC X(30).
018200         10  C4800-ACT-ON-FILE-SW
018300                                PIC X(01).
018400         10  C4800-ACT-ADDS     PIC 9(07) COMP.
018500         10  C4800-ACT-FIELDS   PIC 9(07) COMP.
018600         10  C4800-ACT-DELETES  PIC 9(07) COMP.
018700         10  C4800-ACT-MERGES   PIC 9(07) COMP.
018800         10  C4800-ACT-BAL-NET  PIC S9(10)V99 COMP-3.
018900         10  C4800-ACT-DEBITS   PIC 9(07) COMP.
019000         10  C4800-ACT-DEBIT-AMT
019100                                PIC S9(10)V99 COMP-3.
019200         10  C4800-ACT-CREDITS  PIC 9(07) COMP.
019300         10  C4800-ACT-CREDIT-AMT
019400                                PIC S9(10)V99 COMP-3.
019500         10  C4800-ACT-SELF     PIC 9(05) COMP.
019600*---------------------------------------------------------------
019700*    REPORT LINES
019800*---------------------------------------------------------------
019900 01  C4800-HEADING-1.
020000     05  FILLER  PIC X(50)
020100         VALUE "CUST4800 - OPERATOR ACTIVITY REPORT".
020200     05  FILLER  PIC X(11) VALUE "RUN DATE: ".
020300     05  HD-RUN-DATE     PIC X(08).
020400 01  C4800-HEADING-2.
020500     05  FILLER  PIC X(14) VALUE "ACTIVITY FROM ".
020600     05  HD-FROM-DATE    PIC X(08).
020700     05  FILLER  PIC X(04) VALUE " TO ".
020800     05  HD-TO-DATE      PIC X(08).
020900 01  C4800-SECTION-LINE.
021000     05  FILLER          PIC X(04) VALUE "--- ".
021100     05  SC-TITLE        PIC X(50).
021200 01  C4800-COUNT-LINE.
021300     05  CT-LABEL        PIC X(30).
021400     05  CT-COUNT        PIC ZZZ,ZZZ,ZZ9.
021500 01  C4800-CHECK-LINE.
021600     05  CK-LABEL        PIC X(30).
021700     05  CK-RESULT       PIC X(40).
021800 01  C4800-SELF-HEADING.
021900     05  FILLER  PIC X(10) VALUE "RELEASED".
022000     05  FILLER  PIC X(05) VALUE "TYPE".
022100     05  FILLER  PIC X(12) VALUE "CUST-ID".
022200     05  FILLER  PIC X(15) VALUE "        AMOUNT".
022300     05  FILLER  PIC X(10) VALUE "  PARKED".
022400     05  FILLER  PIC X(30) VALUE "KEYED AND APPROVED BY".
022500 01  C4800-SELF-LINE.
022600     05  SL-RELEASE-DATE PIC X(08).
022700     05  FILLER          PIC X(02) VALUE SPACES.
022800     05  SL-TYPE         PIC X(01).
022900     05  FILLER          PIC X(04) VALUE SPACES.
023000     05  SL-CUST-ID      PIC X(10).
023100     05  FILLER          PIC X(02) VALUE SPACES.
023200     05  SL-AMOUNT       PIC -Z,ZZZ,ZZ9.99.
023300     05  FILLER          PIC X(02) VALUE SPACES.
023400     05  SL-PARK-DATE    PIC X(08).
023500     05  FILLER          PIC X(02) VALUE SPACES.
023600     05  SL-OPERATOR-ID  PIC X(08).
023700 01  C4800-OPERATOR-HEADING.
023800     05  FILLER  PIC X(26) VALUE "OPERATOR  NAME".
023900     05  FILLER  PIC X(29)
024000         VALUE "   ADDS  FIELDS   DELS   MRGS".
024100     05  FILLER  PIC X(15) VALUE "  MAINT BAL NET".
024200     05  FILLER  PIC X(22) VALUE "  DEBITS  DEBIT AMOUNT".
024300     05  FILLER  PIC X(23) VALUE "  CREDITS CREDIT AMOUNT".
024400     05  FILLER  PIC X(17) VALUE "  SLF FLAG".
024500 01  C4800-OPERATOR-LINE.
024600     05  OL-OPERATOR-ID  PIC X(08).
024700     05  FILLER          PIC X(02) VALUE SPACES.
024800     05  OL-NAME         PIC X(15).
024900     05  FILLER          PIC X(01) VALUE SPACES.
025000     05  OL-ADDS         PIC ZZ,ZZ9.
025100     05  FILLER          PIC X(01) VALUE SPACES.
025200     05  OL-FIELDS       PIC ZZZ,ZZ9.
025300     05  FILLER          PIC X(01) VALUE SPACES.
025400     05  OL-DELETES      PIC ZZ,ZZ9.
025500     05  FILLER          PIC X(01) VALUE SPACES.
025600     05  OL-MERGES       PIC ZZ,ZZ9.
025700     05  FILLER          PIC X(01) VALUE SPACES.
025800     05  OL-BAL-NET      PIC -ZZ,ZZZ,ZZ9.99.
025900     05  FILLER          PIC X(01) VALUE SPACES.
026000     05  OL-DEBITS       PIC ZZZ,ZZ9.
026100     05  FILLER          PIC X(01) VALUE SPACES.
026200     05  OL-DEBIT-AMT    PIC ZZ,ZZZ,ZZ9.99.
026300     05  FILLER          PIC X(01) VALUE SPACES.
026400     05  OL-CREDITS      PIC ZZZ,ZZ9.
026500     05  FILLER          PIC X(01) VALUE SPACES.
026600     05  OL-CREDIT-AMT   PIC ZZ,ZZZ,ZZ9.99.
026700     05  FILLER          PIC X(02) VALUE SPACES.
026800     05  OL-SELF         PIC ZZ9.
026900     05  FILLER          PIC X(01) VALUE SPACES.
027000     05  OL-FLAG         PIC X(13).
027100
027200 PROCEDURE DIVISION.
027300*****************************************************************
027400*    0000-MAINLINE
027500*****************************************************************
027600 0000-MAINLINE.
027700     PERFORM 1000-INITIALIZE
027800         THRU 1000-INITIALIZE-EXIT.
027900
028000     IF C4800-FILES-OK
028100         PERFORM 2000-LIST-SELF-APPROVALS
028200             THRU 2000-LIST-SELF-APPROVALS-EXIT
028300         PERFORM 3000-SUM-MAINTENANCE
028400             THRU 3000-SUM-MAINTENANCE-EXIT
028500         PERFORM 4000-SUM-POSTINGS
028600             THRU 4000-SUM-POSTINGS-EXIT
028700         PERFORM 5000-WRITE-OPERATORS
028800             THRU 5000-WRITE-OPERATORS-EXIT
028900     END-IF.
029000
029100     PERFORM 8000-WRITE-TOTALS
029200         THRU 8000-WRITE-TOTALS-EXIT.
029300
029400     PERFORM 9000-TERMINATE
029500         THRU 9000-TERMINATE-EXIT.
029600
029700     PERFORM 8900-WRITE-RUN-LOG
029800         THRU 8900-WRITE-RUN-LOG-EXIT.
029900
030000     STOP RUN.
030100*****************************************************************
030200*    1000-INITIALIZE - THE CONTROL CARD AND BOTH JOURNALS MUST
030300*    BE GOOD BEFORE ANYTHING IS REPORTED.
030400*****************************************************************
030500 1000-INITIALIZE.
030600     ACCEPT C4800-CURRENT-DATE FROM DATE YYYYMMDD.
030700
030800     OPEN OUTPUT ACTIVITY-REPORT-FILE.
030900     MOVE C4800-CURRENT-DATE TO HD-RUN-DATE.
031000     MOVE C4800-HEADING-1 TO ACTIVITY-REPORT-LINE.
031100     WRITE ACTIVITY-REPORT-LINE.
031200
031300     PERFORM 1500-READ-CONTROL-CARD
031400         THRU 1500-READ-CONTROL-CARD-EXIT.
031500     IF NOT C4800-FILES-OK
031600         MOVE "CONTROL CARD                : " TO CK-LABEL
031700         MOVE "IN ERROR - NOTHING REPORTED" TO CK-RESULT
031800         PERFORM 8110-WRITE-CHECK-LINE
031900             THRU 8110-WRITE-CHECK-LINE-EXIT
032000         GO TO 1000-INITIALIZE-EXIT
032100     END-IF.
032200     MOVE C4800-FROM-DATE TO HD-FROM-DATE.
032300     MOVE C4800-TO-DATE   TO HD-TO-DATE.
032400     MOVE C4800-HEADING-2 TO ACTIVITY-REPORT-LINE.
032500     WRITE ACTIVITY-REPORT-LINE.
032600
032700     OPEN INPUT CUSTOMER-AUDIT-FILE.
032800     IF CM-CUSTAUD-STATUS NOT = "00"
032900         DISPLAY "CUST4800 - CANNOT OPEN AUDIT HISTORY, STATUS "
033000             CM-CUSTAUD-STATUS
033100         MOVE "N" TO C4800-FILES-OK-SW
033200     END-IF.
033300
033400     OPEN INPUT POSTING-HISTORY-FILE.
033500     IF CM-POSTHIST-STATUS NOT = "00"
033600         DISPLAY "CUST4800 - CANNOT OPEN POSTING HISTORY, STATUS "
033700             CM-POSTHIST-STATUS
033800         MOVE "N" TO C4800-FILES-OK-SW
033900     END-IF.
034000
034100     IF NOT C4800-FILES-OK
034200         MOVE "INPUT FILES                 : " TO CK-LABEL
034300         MOVE "NOT ALL OPEN - NOTHING REPORTED" TO CK-RESULT
034400         PERFORM 8110-WRITE-CHECK-LINE
034500             THRU 8110-WRITE-CHECK-LINE-EXIT
034600         MOVE 8 TO RETURN-CODE
034700         GO TO 1000-INITIALIZE-EXIT
034800     END-IF.
034900
035000     PERFORM 1600-LOAD-OPERATORS
035100         THRU 1600-LOAD-OPERATORS-EXIT.
035200 1000-INITIALIZE-EXIT.
035300     EXIT.
035400*****************************************************************
035500*    1500-READ-CONTROL-CARD - THE CARD IS OPTIONAL.  A RANGE
035600*    GIVEN ON IT MUST BE NUMERIC AND IN ORDER.
035700*****************************************************************
035800 1500-READ-CONTROL-CARD.
035900     MOVE C4800-CURRENT-DATE TO C4800-FROM-DATE.
036000     MOVE "01" TO C4800-FROM-DATE (7:2).
036100     MOVE C4800-CURRENT-DATE TO C4800-TO-DATE.
036200
036300     OPEN INPUT CONTROL-CARD-FILE.
036400     IF CM-OPAPARM-STATUS NOT = "00"
036500         GO TO 1500-READ-CONTROL-CARD-EXIT
036600     END-IF.
036700     READ CONTROL-CARD-FILE
036800         AT END
036900             CLOSE CONTROL-CARD-FILE
037000             GO TO 1500-READ-CONTROL-CARD-EXIT
037100     END-READ.
037200     CLOSE CONTROL-CARD-FILE.
037300
037400     IF OPA-FROM-DATE = SPACES
037500       AND OPA-TO-DATE = SPACES
037600         GO TO 1500-READ-CONTROL-CARD-EXIT
037700     END-IF.
037800     IF OPA-TO-DATE = SPACES
037900         MOVE C4800-CURRENT-DATE TO OPA-TO-DATE
038000     END-IF.
038100     IF OPA-FROM-DATE IS NOT NUMERIC
038200       OR OPA-TO-DATE IS NOT NUMERIC
038300       OR OPA-FROM-DATE > OPA-TO-DATE
038400         DISPLAY "CUST4800 - RANGE ON OPAPARM NOT VALID: "
038500             OPA-FROM-DATE " " OPA-TO-DATE
038600         MOVE "N" TO C4800-FILES-OK-SW
038700         MOVE 8   TO RETURN-CODE
038800         GO TO 1500-READ-CONTROL-CARD-EXIT
038900     END-IF.
039000     MOVE OPA-FROM-DATE TO C4800-FROM-DATE.
039100     MOVE OPA-TO-DATE   TO C4800-TO-DATE.
039200 1500-READ-CONTROL-CARD-EXIT.
039300     EXIT.
039400*****************************************************************
039500*    1600-LOAD-OPERATORS - SEEDS THE ACTIVITY TABLE FROM THE
039600*    ENTITLEMENT FILE.  WITHOUT IT EVERY OPERATOR IS LISTED AS
039700*    MET ON THE JOURNALS AND NONE IS FLAGGED AS NOT ON FILE.
039800*****************************************************************
039900 1600-LOAD-OPERATORS.
040000     OPEN INPUT OPERATOR-ENT-FILE.
040100     IF CM-OPERENT-STATUS NOT = "00"
040200         DISPLAY "CUST4800 - NO OPERATOR ENTITLEMENTS, STATUS "
040300             CM-OPERENT-STATUS ", OPERATORS NOT CHECKED"
040400         GO TO 1600-LOAD-OPERATORS-EXIT
040500     END-IF.
040600
040700     PERFORM 1610-LOAD-ONE-OPERATOR
040800         THRU 1610-LOAD-ONE-OPERATOR-EXIT
040900         UNTIL C4800-OPR-EOF.
041000     CLOSE OPERATOR-ENT-FILE.
041100     IF C4800-ACT-COUNT > ZERO
041200         MOVE "Y" TO C4800-OPR-LOADED-SW
041300     END-IF.
041400 1600-LOAD-OPERATORS-EXIT.
041500     EXIT.
041600*****************************************************************
041700*    1610-LOAD-ONE-OPERATOR
041800*****************************************************************
041900 1610-LOAD-ONE-OPERATOR.
042000     READ OPERATOR-ENT-FILE
042100         AT END
042200             MOVE "Y" TO C4800-OPR-EOF-SW
042300             GO TO 1610-LOAD-ONE-OPERATOR-EXIT
042400     END-READ.
042500     IF C4800-ACT-COUNT NOT < 600
042600         DISPLAY "CUST4800 - OPERATOR TABLE FULL, SKIPPED "
042700             OPR-OPERATOR-ID
042800         GO TO 1610-LOAD-ONE-OPERATOR-EXIT
042900     END-IF.
043000
043100     MOVE OPR-OPERATOR-ID TO C4800-LOOKUP-ID.
043200     PERFORM 6950-ADD-OPERATOR
043300         THRU 6950-ADD-OPERATOR-EXIT.
043400     MOVE OPR-OPERATOR-NAME TO C4800-ACT-NAME (C4800-ACT-COUNT).
043500     MOVE "Y" TO C4800-ACT-ON-FILE-SW (C4800-ACT-COUNT).
043600 1610-LOAD-ONE-OPERATOR-EXIT.
043700     EXIT.
043800*****************************************************************
043900*    2000-LIST-SELF-APPROVALS - EVERY RELEASE IN THE RANGE THAT
044000*    CUST2200 MARKED SELF-APPROVED IS LISTED AND COUNTED AGAINST
044100*    THE OPERATOR WHO KEYED IT.
044200*****************************************************************
044300 2000-LIST-SELF-APPROVALS.
044400     MOVE "SELF-APPROVED RELEASES" TO SC-TITLE.
044500     PERFORM 8120-WRITE-SECTION-LINE
044600         THRU 8120-WRITE-SECTION-LINE-EXIT.
044700
044800     OPEN INPUT APPROVAL-LOG-FILE.
044900     IF CM-APVLOG-STATUS NOT = "00"
045000         DISPLAY "CUST4800 - NO APPROVAL LOG, STATUS "
045100             CM-APVLOG-STATUS ", APPROVALS NOT CHECKED"
045200         MOVE "APPROVAL LOG                : " TO CK-LABEL
045300         MOVE "NOT ON HAND - NOT CHECKED" TO CK-RESULT
045400         PERFORM 8110-WRITE-CHECK-LINE
045500             THRU 8110-WRITE-CHECK-LINE-EXIT
045600         GO TO 2000-LIST-SELF-APPROVALS-EXIT
045700     END-IF.
045800
045900     MOVE C4800-SELF-HEADING TO ACTIVITY-REPORT-LINE.
046000     WRITE ACTIVITY-REPORT-LINE.
046100     PERFORM 2100-CHECK-ONE-RELEASE
046200         THRU 2100-CHECK-ONE-RELEASE-EXIT
046300         UNTIL C4800-APVLOG-EOF.
046400     CLOSE APPROVAL-LOG-FILE.
046500 2000-LIST-SELF-APPROVALS-EXIT.
046600     EXIT.
046700*****************************************************************
046800*    2100-CHECK-ONE-RELEASE
046900*****************************************************************
047000 2100-CHECK-ONE-RELEASE.
047100     READ APPROVAL-LOG-FILE
047200         AT END
047300             MOVE "Y" TO C4800-APVLOG-EOF-SW
047400             GO TO 2100-CHECK-ONE-RELEASE-EXIT
047500     END-READ.
047600     ADD 1 TO C4800-RELEASES-READ.
047700     IF APL-RELEASE-DATE < C4800-FROM-DATE
047800       OR APL-RELEASE-DATE > C4800-TO-DATE
047900         GO TO 2100-CHECK-ONE-RELEASE-EXIT
048000     END-IF.
048100     ADD 1 TO C4800-RELEASES-IN-RANGE.
048200     IF NOT APL-SELF-APPROVED
048300         GO TO 2100-CHECK-ONE-RELEASE-EXIT
048400     END-IF.
048500
048600     ADD 1 TO C4800-SELF-APPROVED.
048700     MOVE APL-KEYED-BY TO C4800-LOOKUP-ID.
048800     PERFORM 6900-FIND-OPERATOR
048900         THRU 6900-FIND-OPERATOR-EXIT.
049000     IF C4800-ACT-FOUND > ZERO
049100         ADD 1 TO C4800-ACT-SELF (C4800-ACT-FOUND)
049200     END-IF.
049300
049400     MOVE APL-RELEASE-DATE TO SL-RELEASE-DATE.
049500     MOVE APL-RECORD-TYPE  TO SL-TYPE.
049600     MOVE APL-CUST-ID      TO SL-CUST-ID.
049700     IF APL-AMOUNT IS NUMERIC
049800         MOVE APL-AMOUNT   TO SL-AMOUNT
049900     ELSE
050000         MOVE ZERO         TO SL-AMOUNT
050100     END-IF.
050200     MOVE APL-PARK-DATE    TO SL-PARK-DATE.
050300     MOVE APL-KEYED-BY     TO SL-OPERATOR-ID.
050400     MOVE C4800-SELF-LINE TO ACTIVITY-REPORT-LINE.
050500     WRITE ACTIVITY-REPORT-LINE.
050600 2100-CHECK-ONE-RELEASE-EXIT.
050700     EXIT.
050800*****************************************************************
050900*    3000-SUM-MAINTENANCE - ONE PASS OF CUSTAUD IN KEY ORDER.
051000*****************************************************************
051100 3000-SUM-MAINTENANCE.
051200     PERFORM 3100-SUM-ONE-AUDIT-ROW
051300         THRU 3100-SUM-ONE-AUDIT-ROW-EXIT
051400         UNTIL C4800-AUDIT-EOF.
051500 3000-SUM-MAINTENANCE-EXIT.
051600     EXIT.
051700*****************************************************************
051800*    3100-SUM-ONE-AUDIT-ROW - A MERGE WRITES THE SURVIVOR'S
051900*    MERGED-FROM ROW AND THEN COPIES THE DUPLICATE'S HISTORY
052000*    UNDER IT WITH THE ORIGINAL STAMPS, ALL EARLIER THAN THE
052100*    MERGE; THOSE ROWS WERE COUNTED WHEN THEY WERE FIRST MADE,
052200*    AND THE FIRST LATER ROW ENDS THE CARRIED RUN (AS CUST4700
052300*    TELLS THEM APART).
052400*****************************************************************
052500 3100-SUM-ONE-AUDIT-ROW.
052600     READ CUSTOMER-AUDIT-FILE NEXT RECORD
052700         AT END
052800             MOVE "Y" TO C4800-AUDIT-EOF-SW
052900             GO TO 3100-SUM-ONE-AUDIT-ROW-EXIT
053000     END-READ.
053100     ADD 1 TO C4800-AUDIT-ROWS-READ.
053200
053300     IF AUD-CUST-ID NOT = C4800-JOURNAL-CUST-ID
053400         MOVE AUD-CUST-ID TO C4800-JOURNAL-CUST-ID
053500         MOVE "N" TO C4800-CARRY-SW
053600     END-IF.
053700     MOVE AUD-CHANGE-DATE TO C4800-ROW-DATE.
053800     MOVE AUD-CHANGE-TIME TO C4800-ROW-TIME.
053900     IF AUD-FIELD-NAME = "MERGED-FROM"
054000         MOVE C4800-ROW-STAMP TO C4800-MERGE-STAMP
054100         MOVE "Y" TO C4800-CARRY-SW
054200     ELSE
054300         IF C4800-CARRYING
054400             IF C4800-ROW-STAMP < C4800-MERGE-STAMP
054500                 GO TO 3100-SUM-ONE-AUDIT-ROW-EXIT
054600             END-IF
054700             MOVE "N" TO C4800-CARRY-SW
054800         END-IF
054900     END-IF.
055000
055100     IF AUD-CHANGE-DATE < C4800-FROM-DATE
055200       OR AUD-CHANGE-DATE > C4800-TO-DATE
055300       OR AUD-SOURCE-ID = "CUST0900"
055400       OR AUD-FIELD-NAME = "MERGED-TO"
055500         GO TO 3100-SUM-ONE-AUDIT-ROW-EXIT
055600     END-IF.
055700
055800     IF AUD-OPERATOR-ID = SPACES
055900         MOVE AUD-SOURCE-ID   TO C4800-LOOKUP-ID
056000     ELSE
056100         MOVE AUD-OPERATOR-ID TO C4800-LOOKUP-ID
056200     END-IF.
056300     PERFORM 6900-FIND-OPERATOR
056400         THRU 6900-FIND-OPERATOR-EXIT.
056500     IF C4800-ACT-FOUND = ZERO
056600         GO TO 3100-SUM-ONE-AUDIT-ROW-EXIT
056700     END-IF.
056800     ADD 1 TO C4800-AUDIT-ROWS-COUNTED.
056900
057000     EVALUATE AUD-FIELD-NAME
057100         WHEN "RECORD ADDED"
057200             ADD 1 TO C4800-ACT-ADDS (C4800-ACT-FOUND)
057300         WHEN "RECORD"
057400             ADD 1 TO C4800-ACT-DELETES (C4800-ACT-FOUND)
057500         WHEN "MERGED-FROM"
057600             ADD 1 TO C4800-ACT-MERGES (C4800-ACT-FOUND)
057700         WHEN "CUST-BALANCE"
057800             ADD 1 TO C4800-ACT-FIELDS (C4800-ACT-FOUND)
057900             PERFORM 3200-SUM-BALANCE-ROW
058000                 THRU 3200-SUM-BALANCE-ROW-EXIT
058100         WHEN OTHER
058200             ADD 1 TO C4800-ACT-FIELDS (C4800-ACT-FOUND)
058300     END-EVALUATE.
058400 3100-SUM-ONE-AUDIT-ROW-EXIT.
058500     EXIT.
058600*****************************************************************
058700*    3200-SUM-BALANCE-ROW - NEW LESS OLD VALUE.  A BLANK OLD
058800*    VALUE (AN OPENING BALANCE) COUNTS AS ZERO, AND A BLANK NEW
058900*    VALUE (A DELETE) LIKEWISE; ANYTHING ELSE THAT WILL NOT
059000*    PARSE IS LEFT OUT OF THE AMOUNT.
059100*****************************************************************
059200 3200-SUM-BALANCE-ROW.
059300     MOVE ZERO TO C4800-OLD-AMOUNT.
059400     IF AUD-OLD-VALUE NOT = SPACES
059500         MOVE AUD-OLD-VALUE (1:12) TO C4800-VALUE-PARSE
059600         PERFORM 3550-PARSE-AMOUNT-VALUE
059700             THRU 3550-PARSE-AMOUNT-VALUE-EXIT
059800         IF NOT C4800-PARSE-OK
059900             GO TO 3200-SUM-BALANCE-ROW-EXIT
060000         END-IF
060100         MOVE C4800-PARSED-VALUE TO C4800-OLD-AMOUNT
060200     END-IF.
060300
060400     MOVE ZERO TO C4800-PARSED-VALUE.
060500     IF AUD-NEW-VALUE NOT = SPACES
060600         MOVE AUD-NEW-VALUE (1:12) TO C4800-VALUE-PARSE
060700         PERFORM 3550-PARSE-AMOUNT-VALUE
060800             THRU 3550-PARSE-AMOUNT-VALUE-EXIT
060900         IF NOT C4800-PARSE-OK
061000             GO TO 3200-SUM-BALANCE-ROW-EXIT
061100         END-IF
061200     END-IF.
061300
061400     COMPUTE C4800-ACT-BAL-NET (C4800-ACT-FOUND) =
061500         C4800-ACT-BAL-NET (C4800-ACT-FOUND)
061600         + C4800-PARSED-VALUE - C4800-OLD-AMOUNT.
061700 3200-SUM-BALANCE-ROW-EXIT.
061800     EXIT.
061900*****************************************************************
062000*    3550-PARSE-AMOUNT-VALUE - TURNS THE EDITED AUDIT VALUE
062100*    (SIGN, EIGHT DIGITS, POINT, TWO DECIMALS) BACK INTO A
062200*    SIGNED AMOUNT, AS CUST2100 DOES.
062300*****************************************************************
062400 3550-PARSE-AMOUNT-VALUE.
062500     MOVE "N" TO C4800-PARSE-OK-SW.
062600     IF C4800-VP-INT IS NOT NUMERIC
062700       OR C4800-VP-DEC IS NOT NUMERIC
062800         GO TO 3550-PARSE-AMOUNT-VALUE-EXIT
062900     END-IF.
063000     MOVE C4800-VP-INT TO C4800-VP-INT-NUM.
063100     MOVE C4800-VP-DEC TO C4800-VP-DEC-NUM.
063200     COMPUTE C4800-PARSED-VALUE =
063300         C4800-VP-INT-NUM + C4800-VP-DEC-NUM / 100.
063400     IF C4800-VP-SIGN = "-"
063500         COMPUTE C4800-PARSED-VALUE = ZERO - C4800-PARSED-VALUE
063600     END-IF.
063700     MOVE "Y" TO C4800-PARSE-OK-SW.
063800 3550-PARSE-AMOUNT-VALUE-EXIT.
063900     EXIT.
064000*****************************************************************
064100*    4000-SUM-POSTINGS - ONE PASS OF POSTHIST.  A POSTING
064200*    APPLIED BEFORE THE OPERATOR WAS CARRIED IS COUNTED UNDER
064300*    "*NONE*".
064400*****************************************************************
064500 4000-SUM-POSTINGS.
064600     PERFORM 4100-SUM-ONE-POSTING
064700         THRU 4100-SUM-ONE-POSTING-EXIT
064800         UNTIL C4800-HISTORY-EOF.
064900 4000-SUM-POSTINGS-EXIT.
065000     EXIT.
065100*****************************************************************
065200*    4100-SUM-ONE-POSTING
065300*****************************************************************
065400 4100-SUM-ONE-POSTING.
065500     READ POSTING-HISTORY-FILE NEXT RECORD
065600         AT END
065700             MOVE "Y" TO C4800-HISTORY-EOF-SW
065800             GO TO 4100-SUM-ONE-POSTING-EXIT
065900     END-READ.
066000     ADD 1 TO C4800-POSTINGS-READ.
066100     IF PSH-POST-DATE < C4800-FROM-DATE
066200       OR PSH-POST-DATE > C4800-TO-DATE
066300         GO TO 4100-SUM-ONE-POSTING-EXIT
066400     END-IF.
066500
066600     IF PSH-OPERATOR-ID = SPACES
066700         MOVE "*NONE*"        TO C4800-LOOKUP-ID
066800     ELSE
066900         MOVE PSH-OPERATOR-ID TO C4800-LOOKUP-ID
067000     END-IF.
067100     PERFORM 6900-FIND-OPERATOR
067200         THRU 6900-FIND-OPERATOR-EXIT.
067300     IF C4800-ACT-FOUND = ZERO
067400         GO TO 4100-SUM-ONE-POSTING-EXIT
067500     END-IF.
067600     ADD 1 TO C4800-POSTINGS-COUNTED.
067700
067800     IF PSH-DEBIT
067900         ADD 1 TO C4800-ACT-DEBITS (C4800-ACT-FOUND)
068000         ADD PSH-AMOUNT TO C4800-ACT-DEBIT-AMT (C4800-ACT-FOUND)
068100     ELSE
068200         ADD 1 TO C4800-ACT-CREDITS (C4800-ACT-FOUND)
068300         ADD PSH-AMOUNT TO C4800-ACT-CREDIT-AMT (C4800-ACT-FOUND)
068400     END-IF.
068500 4100-SUM-ONE-POSTING-EXIT.
068600     EXIT.
068700*****************************************************************
068800*    5000-WRITE-OPERATORS - ONE LINE PER OPERATOR, IN TABLE
068900*    ORDER.
069000*****************************************************************
069100 5000-WRITE-OPERATORS.
069200     MOVE "ACTIVITY BY OPERATOR" TO SC-TITLE.
069300     PERFORM 8120-WRITE-SECTION-LINE
069400         THRU 8120-WRITE-SECTION-LINE-EXIT.
069500     MOVE C4800-OPERATOR-HEADING TO ACTIVITY-REPORT-LINE.
069600     WRITE ACTIVITY-REPORT-LINE.
069700
069800     PERFORM 5100-WRITE-ONE-OPERATOR
069900         THRU 5100-WRITE-ONE-OPERATOR-EXIT
070000         VARYING C4800-ACT-SUB FROM 1 BY 1
070100         UNTIL C4800-ACT-SUB > C4800-ACT-COUNT.
070200 5000-WRITE-OPERATORS-EXIT.
070300     EXIT.
070400*****************************************************************
070500*    5100-WRITE-ONE-OPERATOR - FLAGGED SELF-APPROVED, NOT ON
070600*    THE ENTITLEMENT FILE, OR BOTH.
070700*****************************************************************
070800 5100-WRITE-ONE-OPERATOR.
070900     MOVE C4800-ACT-ID (C4800-ACT-SUB)       TO OL-OPERATOR-ID.
071000     MOVE C4800-ACT-NAME (C4800-ACT-SUB)     TO OL-NAME.
071100     MOVE C4800-ACT-ADDS (C4800-ACT-SUB)     TO OL-ADDS.
071200     MOVE C4800-ACT-FIELDS (C4800-ACT-SUB)   TO OL-FIELDS.
071300     MOVE C4800-ACT-DELETES (C4800-ACT-SUB)  TO OL-DELETES.
071400     MOVE C4800-ACT-MERGES (C4800-ACT-SUB)   TO OL-MERGES.
071500     MOVE C4800-ACT-BAL-NET (C4800-ACT-SUB)  TO OL-BAL-NET.
071600     MOVE C4800-ACT-DEBITS (C4800-ACT-SUB)   TO OL-DEBITS.
071700     MOVE C4800-ACT-DEBIT-AMT (C4800-ACT-SUB)
071800                                             TO OL-DEBIT-AMT.
071900     MOVE C4800-ACT-CREDITS (C4800-ACT-SUB)  TO OL-CREDITS.
072000     MOVE C4800-ACT-CREDIT-AMT (C4800-ACT-SUB)
072100                                             TO OL-CREDIT-AMT.
072200     MOVE C4800-ACT-SELF (C4800-ACT-SUB)     TO OL-SELF.
072300
072400     MOVE SPACES TO OL-FLAG.
072500     IF C4800-OPR-LOADED
072600       AND C4800-ACT-ON-FILE-SW (C4800-ACT-SUB) = "N"
072700         ADD 1 TO C4800-NOT-ON-FILE
072800         IF C4800-ACT-SELF (C4800-ACT-SUB) > ZERO
072900             MOVE "SELF/NOT ENTL" TO OL-FLAG
073000         ELSE
073100             MOVE "NOT ENTITLED"  TO OL-FLAG
073200         END-IF
073300     ELSE
073400         IF C4800-ACT-SELF (C4800-ACT-SUB) > ZERO
073500             MOVE "SELF-APPROVED" TO OL-FLAG
073600         END-IF
073700     END-IF.
073800
073900     MOVE C4800-OPERATOR-LINE TO ACTIVITY-REPORT-LINE.
074000     WRITE ACTIVITY-REPORT-LINE.
074100     ADD 1 TO C4800-OPERATORS-LISTED.
074200 5100-WRITE-ONE-OPERATOR-EXIT.
074300     EXIT.
074400*****************************************************************
074500*    6900-FIND-OPERATOR - LOOKS C4800-LOOKUP-ID UP ON THE
074600*    ACTIVITY TABLE, ADDING IT WHEN IT IS NOT THERE.
074700*    C4800-ACT-FOUND IS ITS ENTRY, OR ZERO WHEN THE TABLE IS
074800*    FULL AND THE ROW CANNOT BE COUNTED.
074900*****************************************************************
075000 6900-FIND-OPERATOR.
075100     MOVE ZERO TO C4800-ACT-FOUND.
075200     PERFORM 6910-CHECK-ONE-OPERATOR
075300         THRU 6910-CHECK-ONE-OPERATOR-EXIT
075400         VARYING C4800-ACT-SUB FROM 1 BY 1
075500         UNTIL C4800-ACT-SUB > C4800-ACT-COUNT
075600            OR C4800-ACT-FOUND > ZERO.
075700     IF C4800-ACT-FOUND > ZERO
075800         GO TO 6900-FIND-OPERATOR-EXIT
075900     END-IF.
076000
076100     IF C4800-ACT-COUNT NOT < 600
076200         ADD 1 TO C4800-ROWS-NOT-TABLED
076300         GO TO 6900-FIND-OPERATOR-EXIT
076400     END-IF.
076500     PERFORM 6950-ADD-OPERATOR
076600         THRU 6950-ADD-OPERATOR-EXIT.
076700     MOVE C4800-ACT-COUNT TO C4800-ACT-FOUND.
076800 6900-FIND-OPERATOR-EXIT.
076900     EXIT.
077000*****************************************************************
077100*    6910-CHECK-ONE-OPERATOR
077200*****************************************************************
077300 6910-CHECK-ONE-OPERATOR.
077400     IF C4800-ACT-ID (C4800-ACT-SUB) = C4800-LOOKUP-ID
077500         MOVE C4800-ACT-SUB TO C4800-ACT-FOUND
077600     END-IF.
077700 6910-CHECK-ONE-OPERATOR-EXIT.
077800     EXIT.
077900*****************************************************************
078000*    6950-ADD-OPERATOR - A NEW, EMPTY ENTRY FOR C4800-LOOKUP-ID
078100*    AT THE END OF THE TABLE, NOT ON THE ENTITLEMENT FILE UNTIL
078200*    THE CALLER SAYS OTHERWISE.
078300*****************************************************************
078400 6950-ADD-OPERATOR.
078500     ADD 1 TO C4800-ACT-COUNT.
078600     MOVE C4800-LOOKUP-ID TO C4800-ACT-ID (C4800-ACT-COUNT).
078700     MOVE SPACES TO C4800-ACT-NAME (C4800-ACT-COUNT).
078800     MOVE "N"    TO C4800-ACT-ON-FILE-SW (C4800-ACT-COUNT).
078900     MOVE ZERO   TO C4800-ACT-ADDS (C4800-ACT-COUNT).
079000     MOVE ZERO   TO C4800-ACT-FIELDS (C4800-ACT-COUNT).
079100     MOVE ZERO   TO C4800-ACT-DELETES (C4800-ACT-COUNT).
079200     MOVE ZERO   TO C4800-ACT-MERGES (C4800-ACT-COUNT).
079300     MOVE ZERO   TO C4800-ACT-BAL-NET (C4800-ACT-COUNT).
079400     MOVE ZERO   TO C4800-ACT-DEBITS (C4800-ACT-COUNT).
079500     MOVE ZERO   TO C4800-ACT-DEBIT-AMT (C4800-ACT-COUNT).
079600     MOVE ZERO   TO C4800-ACT-CREDITS (C4800-ACT-COUNT).
079700     MOVE ZERO   TO C4800-ACT-CREDIT-AMT (C4800-ACT-COUNT).
079800     MOVE ZERO   TO C4800-ACT-SELF (C4800-ACT-COUNT).
079900 6950-ADD-OPERATOR-EXIT.
080000     EXIT.
080100*****************************************************************
080200*    8000-WRITE-TOTALS
080300*****************************************************************
080400 8000-WRITE-TOTALS.
080500     MOVE "TOTALS" TO SC-TITLE.
080600     PERFORM 8120-WRITE-SECTION-LINE
080700         THRU 8120-WRITE-SECTION-LINE-EXIT.
080800
080900     MOVE "AUDIT ROWS READ             : " TO CT-LABEL.
081000     MOVE C4800-AUDIT-ROWS-READ TO CT-COUNT.
081100     PERFORM 8130-WRITE-COUNT-LINE
081200         THRU 8130-WRITE-COUNT-LINE-EXIT.
081300     MOVE "  MAINTENANCE IN THE RANGE  : " TO CT-LABEL.
081400     MOVE C4800-AUDIT-ROWS-COUNTED TO CT-COUNT.
081500     PERFORM 8130-WRITE-COUNT-LINE
081600         THRU 8130-WRITE-COUNT-LINE-EXIT.
081700     MOVE "POSTINGS READ               : " TO CT-LABEL.
081800     MOVE C4800-POSTINGS-READ TO CT-COUNT.
081900     PERFORM 8130-WRITE-COUNT-LINE
082000         THRU 8130-WRITE-COUNT-LINE-EXIT.
082100     MOVE "  IN THE RANGE              : " TO CT-LABEL.
082200     MOVE C4800-POSTINGS-COUNTED TO CT-COUNT.
082300     PERFORM 8130-WRITE-COUNT-LINE
082400         THRU 8130-WRITE-COUNT-LINE-EXIT.
082500     MOVE "RELEASES LOGGED             : " TO CT-LABEL.
082600     MOVE C4800-RELEASES-READ TO CT-COUNT.
082700     PERFORM 8130-WRITE-COUNT-LINE
082800         THRU 8130-WRITE-COUNT-LINE-EXIT.
082900     MOVE "  IN THE RANGE              : " TO CT-LABEL.
083000     MOVE C4800-RELEASES-IN-RANGE TO CT-COUNT.
083100     PERFORM 8130-WRITE-COUNT-LINE
083200         THRU 8130-WRITE-COUNT-LINE-EXIT.
083300     MOVE "  SELF-APPROVED             : " TO CT-LABEL.
083400     MOVE C4800-SELF-APPROVED TO CT-COUNT.
083500     PERFORM 8130-WRITE-COUNT-LINE
083600         THRU 8130-WRITE-COUNT-LINE-EXIT.
083700     MOVE "OPERATORS LISTED            : " TO CT-LABEL.
083800     MOVE C4800-OPERATORS-LISTED TO CT-COUNT.
083900     PERFORM 8130-WRITE-COUNT-LINE
084000         THRU 8130-WRITE-COUNT-LINE-EXIT.
084100     MOVE "  NOT ON ENTITLEMENT FILE   : " TO CT-LABEL.
084200     MOVE C4800-NOT-ON-FILE TO CT-COUNT.
084300     PERFORM 8130-WRITE-COUNT-LINE
084400         THRU 8130-WRITE-COUNT-LINE-EXIT.
084500     MOVE "ROWS NOT COUNTED, TABLE FULL: " TO CT-LABEL.
084600     MOVE C4800-ROWS-NOT-TABLED TO CT-COUNT.
084700     PERFORM 8130-WRITE-COUNT-LINE
084800         THRU 8130-WRITE-COUNT-LINE-EXIT.
084900 8000-WRITE-TOTALS-EXIT.
085000     EXIT.
085100*****************************************************************
085200*    8110-WRITE-CHECK-LINE
085300*****************************************************************
085400 8110-WRITE-CHECK-LINE.
085500     MOVE C4800-CHECK-LINE TO ACTIVITY-REPORT-LINE.
085600     WRITE ACTIVITY-REPORT-LINE.
085700     DISPLAY "CUST4800 - " CK-LABEL CK-RESULT.
085800 8110-WRITE-CHECK-LINE-EXIT.
085900     EXIT.
086000*****************************************************************
086100*    8120-WRITE-SECTION-LINE - A BLANK LINE, THEN SC-TITLE.
086200*****************************************************************
086300 8120-WRITE-SECTION-LINE.
086400     MOVE SPACES TO ACTIVITY-REPORT-LINE.
086500     WRITE ACTIVITY-REPORT-LINE.
086600     MOVE C4800-SECTION-LINE TO ACTIVITY-REPORT-LINE.
086700     WRITE ACTIVITY-REPORT-LINE.
086800 8120-WRITE-SECTION-LINE-EXIT.
086900     EXIT.
087000*****************************************************************
087100*    8130-WRITE-COUNT-LINE
087200*****************************************************************
087300 8130-WRITE-COUNT-LINE.
087400     MOVE C4800-COUNT-LINE TO ACTIVITY-REPORT-LINE.
087500     WRITE ACTIVITY-REPORT-LINE.
087600 8130-WRITE-COUNT-LINE-EXIT.
087700     EXIT.
087800*****************************************************************
087900*    8900-WRITE-RUN-LOG - APPENDS THIS RUN'S STATISTICS ROW TO
088000*    THE COMMON RUN LOG FOR THE NIGHTLY OPERATIONS REPORT
088100*    (CUST1600).  READ IS AUDIT ROWS, POSTINGS AND RELEASES;
088200*    WRITTEN IS OPERATOR LINES; REJECTED IS SELF-APPROVALS;
088300*    SKIPPED IS ROWS OUTSIDE THE RANGE OR NOT COUNTED.
088400*****************************************************************
088500 8900-WRITE-RUN-LOG.
088600     OPEN EXTEND RUN-LOG-FILE.
088700     IF CM-RUNLOG-STATUS = "35"
088800         OPEN OUTPUT RUN-LOG-FILE
088900     END-IF.
089000     MOVE "CUST4800"                TO RNL-PROGRAM-ID.
089100     MOVE C4800-CURRENT-DATE        TO RNL-RUN-DATE.
089200     ACCEPT RNL-RUN-TIME FROM TIME.
089300     COMPUTE RNL-RECORDS-READ =
089400         C4800-AUDIT-ROWS-READ + C4800-POSTINGS-READ
089500         + C4800-RELEASES-READ.
089600     MOVE ZERO                      TO RNL-RECORDS-UPDATED.
089700     MOVE C4800-SELF-APPROVED       TO RNL-RECORDS-REJECTED.
089800     MOVE C4800-OPERATORS-LISTED    TO RNL-RECORDS-WRITTEN.
089900     COMPUTE RNL-RECORDS-SKIPPED =
090000         C4800-AUDIT-ROWS-READ - C4800-AUDIT-ROWS-COUNTED
090100         + C4800-POSTINGS-READ - C4800-POSTINGS-COUNTED
090200         + C4800-RELEASES-READ - C4800-RELEASES-IN-RANGE.
090300     MOVE CM-OPARPT-STATUS          TO RNL-FINAL-STATUS.
090400     WRITE RUN-LOG-RECORD.
090500     CLOSE RUN-LOG-FILE.
090600 8900-WRITE-RUN-LOG-EXIT.
090700     EXIT.
090800*****************************************************************
090900*    9000-TERMINATE
091000*****************************************************************
091100 9000-TERMINATE.
091200     CLOSE ACTIVITY-REPORT-FILE.
091300     IF CM-CUSTAUD-STATUS = "00" OR "10"
091400         CLOSE CUSTOMER-AUDIT-FILE
091500     END-IF.
091600     IF CM-POSTHIST-STATUS = "00" OR "10"
091700         CLOSE POSTING-HISTORY-FILE
091800     END-IF.
091900 9000-TERMINATE-EXIT.
092000     EXIT.
