000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CUST4200.
000300 AUTHOR.        R HALVORSEN.
000400 INSTALLATION.  CUSTOMER SERVICES APPLICATIONS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*    CUST4200  -  COMPLIANCE WATCH-LIST REVIEW
000900*
001000*    THE COMPLIANCE HALF OF WATCH-LIST SCREENING, RUN DAILY
001100*    AHEAD OF CUST0100.  THREE PASSES:
001200*
001300*    1. DECISIONS.  EACH CARD ON WLDECIDE (CUSTWLD.CPY) CLEARS
001400*       OR CONFIRMS ONE HIT ON WLHITS.  THE HIT IS STAMPED WITH
001500*       THE DECISION, THE OFFICER AND THE DATE, AND A CUSTAUD
001600*       ROW (FIELD "WATCH-LIST HIT", SOURCE "CUST4200",
001650*       OPERATOR = THE OFFICER ID)
001700*       RECORDS WHO CLEARED OR CONFIRMED IT.  A CONFIRMED HIT
001800*       PUTS THE ACCOUNT, IF IT IS ON THE MASTER, ON HOLD
001900*       (CUST-STATUS "H") WITH A SECOND CUSTAUD ROW, UNLESS IT
002000*       IS ALREADY ON HOLD, CLOSED OR WRITTEN OFF.  A CARD FOR A
002100*       HIT NOT ON FILE, OR THAT REPEATS THE HIT'S CURRENT
002200*       DECISION, IS LISTED AND IGNORED.
002300*
002400*    2. PARKED MAINTENANCE.  THE ADDS AND NAME CHANGES CUST0100
002500*       PARKED AS POSSIBLE HITS (WLHOLDIN - LAST NIGHT'S WLHOLD
002600*       AND THIS JOB'S OWN CARRY-FORWARD, CUSTAPV.CPY TYPE "S")
002700*       ARE CHECKED AGAINST THE CUSTOMER'S HITS AS THEY NOW
002800*       STAND:
002900*         - ANY CONFIRMED HIT: THE TRANSACTION IS REFUSED AND
003000*           DROPPED.
003100*         - ANY HIT STILL PENDING: IT CARRIES FORWARD ON
003200*           WLHOUT.  COMPLIANCE ITEMS DO NOT AGE OFF.
003300*         - OTHERWISE (ALL CLEARED): THE ORIGINAL TRANSACTION
003400*           IS RELEASED TO WLREL, WHICH CUST0100 READS AHEAD OF
003500*           TONIGHT'S TRANIN.  CUST0100 SCREENS IT AGAIN BUT
003600*           DOES NOT RAISE A CLEARED HIT A SECOND TIME.
003700*
003800*    3. WORKLIST.  EVERY HIT STILL PENDING IS LISTED FOR THE
003900*       COMPLIANCE OFFICERS.
004000*
004100*    WLDRPT CARRIES ALL THREE.
004200*
004300*    MODIFICATION HISTORY
004400*    DATE       INIT  DESCRIPTION
004500*    ---------- ----- ---------------------------------------
004600*    2026-10-15 RJH   INITIAL VERSION.
004620*    2026-10-15 RJH   AUDIT ROWS CARRY THE OFFICER (OR "CUST4200")
004640*                     AS AUD-OPERATOR-ID TOO.  WLHOLD AND WLREL
004660*                     RECORDS ARE 8 BYTES LONGER FOR THE OPERATOR
004680*                     ID ON THE PARKED TRANSACTION.
004685*    2026-10-15 RJH   AUD-SOURCE-ID IS ALWAYS "CUST4200", AS FOR
004690*                     EVERY OTHER BATCH JOB; THE OFFICER GOES IN
004695*                     AUD-OPERATOR-ID ONLY.
004696*    2026-10-15 RJH   THE MASTER, WLHITS AND CUSTAUD OPEN BEFORE
004697*                     ANY OUTPUT; IF ONE FAILS THE PARKED ITEMS
004698*                     CARRY FORWARD UNCHANGED AND THE STEP ENDS
004699*                     RC 8.
004700*****************************************************************
004800 ENVIRONMENT DIVISION.
004900 CONFIGURATION SECTION.
005000 SOURCE-COMPUTER.   IBM-370.
005100 OBJECT-COMPUTER.   IBM-370.
005200 INPUT-OUTPUT SECTION.
005300 FILE-CONTROL.
005400     COPY "custmsel.cpy".
005500
005600     COPY "custwhsl.cpy".
005700
005800     COPY "custausl.cpy".
005900
006000     SELECT DECISION-FILE ASSIGN TO "WLDECIDE"
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS CM-WLDECIDE-STATUS.
006300
006400     SELECT HOLD-IN-FILE ASSIGN TO "WLHOLDIN"
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS CM-WLHOLDIN-STATUS.
006700
006800     SELECT HOLD-OUT-FILE ASSIGN TO "WLHOUT"
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS CM-WLHOUT-STATUS.
007100
007200     SELECT RELEASED-MAINT-FILE ASSIGN TO "WLREL"
007300         ORGANIZATION IS LINE SEQUENTIAL
007400         FILE STATUS IS CM-WLREL-STATUS.
007500
007600     SELECT REVIEW-REPORT-FILE ASSIGN TO "WLDRPT"
007700         ORGANIZATION IS LINE SEQUENTIAL
007800         FILE STATUS IS CM-WLDRPT-STATUS.
007900
008000     COPY "custrnsl.cpy".
008100
008200 DATA DIVISION.
008300 FILE SECTION.
008400     COPY "custmfd.cpy".
008500
008600     COPY "custwhfd.cpy".
008700
008800     COPY "custaufd.cpy".
008900
009000 FD  DECISION-FILE
009100     LABEL RECORDS ARE STANDARD.
009200     COPY "custwld.cpy".
009300
009400 FD  HOLD-IN-FILE
009500     LABEL RECORDS ARE STANDARD.
009600 01  HOLD-IN-RECORD             PIC X(194).
009700
009800 FD  HOLD-OUT-FILE
009900     LABEL RECORDS ARE STANDARD.
010000     COPY "custapv.cpy".
010100
010200 FD  RELEASED-MAINT-FILE
010300     LABEL RECORDS ARE STANDARD.
010400 01  RELEASED-MAINT-RECORD      PIC X(165).
010500
010600 FD  REVIEW-REPORT-FILE
010700     LABEL RECORDS ARE STANDARD.
010800 01  REVIEW-REPORT-LINE         PIC X(132).
010900
011000     COPY "custrnfd.cpy".
011100
011200 WORKING-STORAGE SECTION.
011300 77  CM-CUSTMAST-STATUS         PIC X(02).
011400 77  CM-WLHITS-STATUS           PIC X(02).
011500 77  CM-CUSTAUD-STATUS          PIC X(02).
011600 77  CM-WLDECIDE-STATUS         PIC X(02).
011700 77  CM-WLHOLDIN-STATUS         PIC X(02).
011800 77  CM-WLHOUT-STATUS           PIC X(02).
011900 77  CM-WLREL-STATUS            PIC X(02).
012000 77  CM-WLDRPT-STATUS           PIC X(02).
012100 77  CM-RUNLOG-STATUS           PIC X(02).
012200
012300     COPY "custstat.cpy".
012400
012500 77  C4200-FILES-OPEN-SW        PIC X(01)  VALUE "N".
012600     88  C4200-FILES-OPEN       VALUE "Y".
012700 77  C4200-DECISION-EOF-SW      PIC X(01)  VALUE "N".
012800     88  C4200-DECISION-EOF     VALUE "Y".
012900 77  C4200-HOLD-EOF-SW          PIC X(01)  VALUE "N".
013000     88  C4200-HOLD-EOF         VALUE "Y".
013100 77  C4200-HIT-EOF-SW           PIC X(01)  VALUE "N".
013200     88  C4200-HIT-EOF          VALUE "Y".
013300 77  C4200-AUD-SEQ-EOF-SW       PIC X(01)  VALUE "N".
013400     88  C4200-AUD-SEQ-EOF      VALUE "Y".
013500 77  C4200-CURRENT-DATE         PIC X(08)  VALUE SPACES.
013600 77  C4200-OLD-HIT-STATUS       PIC X(01)  VALUE SPACE.
013700 77  C4200-OLD-CUST-STATUS      PIC X(01)  VALUE SPACE.
013800 77  C4200-BROWSE-CUST-ID       PIC X(10)  VALUE SPACES.
013900 77  C4200-AUD-CUST-ID          PIC X(10)  VALUE SPACES.
014000 77  C4200-AUD-FIELD-NAME       PIC X(20)  VALUE SPACES.
014100 77  C4200-AUD-OLD-VALUE        PIC X(40)  VALUE SPACES.
014200 77  C4200-AUD-NEW-VALUE        PIC X(40)  VALUE SPACES.
014300 77  C4200-AUD-SOURCE-ID        PIC X(08)  VALUE "CUST4200".
014350 77  C4200-AUD-OPERATOR-ID      PIC X(08)  VALUE SPACES.
014400 77  C4200-AUD-SEQUENCE         PIC 9(06)  VALUE ZERO.
014500 77  C4200-CUST-PENDING         PIC 9(05) COMP  VALUE ZERO.
014600 77  C4200-CUST-CONFIRMED       PIC 9(05) COMP  VALUE ZERO.
014700 77  C4200-DECISIONS-READ       PIC 9(09) COMP  VALUE ZERO.
014800 77  C4200-HITS-CLEARED         PIC 9(09) COMP  VALUE ZERO.
014900 77  C4200-HITS-CONFIRMED       PIC 9(09) COMP  VALUE ZERO.
015000 77  C4200-DECISIONS-REJECTED   PIC 9(09) COMP  VALUE ZERO.
015100 77  C4200-PLACED-ON-HOLD       PIC 9(09) COMP  VALUE ZERO.
015200 77  C4200-ITEMS-READ           PIC 9(09) COMP  VALUE ZERO.
015300 77  C4200-ITEMS-RELEASED       PIC 9(09) COMP  VALUE ZERO.
015400 77  C4200-ITEMS-HELD           PIC 9(09) COMP  VALUE ZERO.
015500 77  C4200-ITEMS-REFUSED        PIC 9(09) COMP  VALUE ZERO.
015600 77  C4200-HITS-PENDING         PIC 9(09) COMP  VALUE ZERO.
015700 77  C4200-UPDATE-ERRORS        PIC 9(09) COMP  VALUE ZERO.
015800*---------------------------------------------------------------
015900*    THE PARKED TRANSACTION, FOR THE REPORT
016000*---------------------------------------------------------------
016100     COPY "custtrn.cpy".
016200*---------------------------------------------------------------
016300*    REPORT LINES
016400*---------------------------------------------------------------
016500 01  C4200-HEADING-1.
016600     05  FILLER  PIC X(43)
016700         VALUE "CUST4200 - COMPLIANCE WATCH-LIST REVIEW".
016800     05  FILLER  PIC X(11) VALUE "RUN DATE: ".
016900     05  HD-RUN-DATE     PIC X(08).
017000 01  C4200-SECTION-LINE.
017100     05  FILLER          PIC X(04) VALUE "*** ".
017200     05  SC-TITLE        PIC X(40).
017300 01  C4200-DECISION-HEADING.
017400     05  FILLER  PIC X(12) VALUE "ACCOUNT".
017500     05  FILLER  PIC X(17) VALUE "LIST ENTRY".
017600     05  FILLER  PIC X(11) VALUE "DECISION".
017700     05  FILLER  PIC X(10) VALUE "OFFICER".
017800     05  FILLER  PIC X(32) VALUE "NOTE".
017900     05  FILLER  PIC X(30) VALUE "DISPOSITION".
018000 01  C4200-DECISION-LINE.
018100     05  DD-CUST-ID      PIC X(10).
018200     05  FILLER          PIC X(02) VALUE SPACES.
018300     05  DD-LIST-CODE    PIC X(04).
018400     05  FILLER          PIC X(01) VALUE SPACES.
018500     05  DD-ENTRY-ID     PIC X(10).
018600     05  FILLER          PIC X(02) VALUE SPACES.
018700     05  DD-DECISION     PIC X(09).
018800     05  FILLER          PIC X(02) VALUE SPACES.
018900     05  DD-OFFICER-ID   PIC X(08).
019000     05  FILLER          PIC X(02) VALUE SPACES.
019100     05  DD-NOTE         PIC X(30).
019200     05  FILLER          PIC X(02) VALUE SPACES.
019300     05  DD-DISPOSITION  PIC X(30).
019400 01  C4200-PARKED-HEADING.
019500     05  FILLER  PIC X(12) VALUE "ACCOUNT".
019600     05  FILLER  PIC X(06) VALUE "TRN".
019700     05  FILLER  PIC X(32) VALUE "NAME".
019800     05  FILLER  PIC X(10) VALUE "PARKED".
019900     05  FILLER  PIC X(30) VALUE "DISPOSITION".
020000 01  C4200-PARKED-LINE.
020100     05  PK-CUST-ID      PIC X(10).
020200     05  FILLER          PIC X(03) VALUE SPACES.
020300     05  PK-TRANS-CODE   PIC X(01).
020400     05  FILLER          PIC X(04) VALUE SPACES.
020500     05  PK-CUST-NAME    PIC X(30).
020600     05  FILLER          PIC X(02) VALUE SPACES.
020700     05  PK-PARK-DATE    PIC X(08).
020800     05  FILLER          PIC X(02) VALUE SPACES.
020900     05  PK-DISPOSITION  PIC X(30).
021000 01  C4200-PENDING-HEADING.
021100     05  FILLER  PIC X(12) VALUE "ACCOUNT".
021200     05  FILLER  PIC X(32) VALUE "CUSTOMER NAME".
021300     05  FILLER  PIC X(17) VALUE "LIST ENTRY".
021400     05  FILLER  PIC X(42) VALUE "LISTED NAME".
021500     05  FILLER  PIC X(11) VALUE "SCORE ADDR".
021600     05  FILLER  PIC X(10) VALUE "FOUND".
021700     05  FILLER  PIC X(03) VALUE "BY".
021800 01  C4200-PENDING-LINE.
021900     05  PN-CUST-ID      PIC X(10).
022000     05  FILLER          PIC X(02) VALUE SPACES.
022100     05  PN-CUST-NAME    PIC X(30).
022200     05  FILLER          PIC X(02) VALUE SPACES.
022300     05  PN-LIST-CODE    PIC X(04).
022400     05  FILLER          PIC X(01) VALUE SPACES.
022500     05  PN-ENTRY-ID     PIC X(10).
022600     05  FILLER          PIC X(02) VALUE SPACES.
022700     05  PN-LIST-NAME    PIC X(40).
022800     05  FILLER          PIC X(02) VALUE SPACES.
022900     05  PN-SCORE        PIC ZZ9.
023000     05  FILLER          PIC X(03) VALUE SPACES.
023100     05  PN-ADDRESS      PIC X(03).
023200     05  FILLER          PIC X(02) VALUE SPACES.
023300     05  PN-FOUND-DATE   PIC X(08).
023400     05  FILLER          PIC X(02) VALUE SPACES.
023500     05  PN-SOURCE       PIC X(08).
023600 01  C4200-COUNT-LINE.
023700     05  CT-LABEL        PIC X(30).
023800     05  CT-COUNT        PIC ZZZ,ZZZ,ZZ9.
023900
024000 PROCEDURE DIVISION.
024100*****************************************************************
024200*    0000-MAINLINE
024300*****************************************************************
024400 0000-MAINLINE.
024500     PERFORM 1000-INITIALIZE
024600         THRU 1000-INITIALIZE-EXIT.
024700
024800     IF C4200-FILES-OPEN
024900         PERFORM 2000-APPLY-ONE-DECISION
025000             THRU 2000-APPLY-ONE-DECISION-EXIT
025100             UNTIL C4200-DECISION-EOF
025200         PERFORM 3000-REVIEW-PARKED-ITEMS
025300             THRU 3000-REVIEW-PARKED-ITEMS-EXIT
025400         PERFORM 4000-LIST-PENDING-HITS
025500             THRU 4000-LIST-PENDING-HITS-EXIT
025510         PERFORM 8000-WRITE-TOTALS
025520             THRU 8000-WRITE-TOTALS-EXIT
025530     ELSE
025540         PERFORM 1900-CARRY-HOLD-FORWARD
025550             THRU 1900-CARRY-HOLD-FORWARD-EXIT
025600     END-IF.
026000
026100     PERFORM 9000-TERMINATE
026200         THRU 9000-TERMINATE-EXIT.
026300
026400     PERFORM 8900-WRITE-RUN-LOG
026500         THRU 8900-WRITE-RUN-LOG-EXIT.
026600
026700     STOP RUN.
026800*****************************************************************
026900*    1000-INITIALIZE - NOTHING IS DECIDED OR RELEASED UNLESS THE
027000*    MASTER, THE HIT FILE AND THE AUDIT HISTORY ALL OPEN.  NO
027100*    WLDECIDE ON HAND SIMPLY MEANS NO DECISIONS TODAY.  THE
027120*    OUTPUT FILES ARE NOT OPENED UNTIL ALL THREE ARE; IF ONE
027140*    FAILS THE STEP ENDS RC 8 AND 1900 CARRIES THE PARKED ITEMS
027160*    FORWARD AS THEY STAND, SO WLHOUT IS NEVER LEFT EMPTY.
027200*****************************************************************
027300 1000-INITIALIZE.
027400     ACCEPT C4200-CURRENT-DATE FROM DATE YYYYMMDD.
027500
028400     OPEN I-O CUSTOMER-MASTER-FILE.
028500     IF CM-CUSTMAST-STATUS NOT = "00"
028600         DISPLAY "CUST4200 - CANNOT OPEN CUSTOMER MASTER, STATUS "
028700             CM-CUSTMAST-STATUS
028750         MOVE 8 TO RETURN-CODE
028800         GO TO 1000-INITIALIZE-EXIT
028900     END-IF.
029000
029100     OPEN I-O WATCH-HIT-FILE.
029200     IF CM-WLHITS-STATUS = "35"
029300         OPEN OUTPUT WATCH-HIT-FILE
029400         CLOSE WATCH-HIT-FILE
029500         OPEN I-O WATCH-HIT-FILE
029600     END-IF.
029700     IF CM-WLHITS-STATUS NOT = "00"
029800         DISPLAY "CUST4200 - CANNOT OPEN WLHITS, STATUS "
029900             CM-WLHITS-STATUS
029950         MOVE 8 TO RETURN-CODE
030000         CLOSE CUSTOMER-MASTER-FILE
030100         GO TO 1000-INITIALIZE-EXIT
030200     END-IF.
030300
030400     OPEN I-O CUSTOMER-AUDIT-FILE.
030500     IF CM-CUSTAUD-STATUS = "35"
030600         OPEN OUTPUT CUSTOMER-AUDIT-FILE
030700         CLOSE CUSTOMER-AUDIT-FILE
030800         OPEN I-O CUSTOMER-AUDIT-FILE
030900     END-IF.
031000     IF CM-CUSTAUD-STATUS NOT = "00"
031100         DISPLAY "CUST4200 - CANNOT OPEN AUDIT HISTORY, STATUS "
031200             CM-CUSTAUD-STATUS
031250         MOVE 8 TO RETURN-CODE
031300         CLOSE CUSTOMER-MASTER-FILE
031400               WATCH-HIT-FILE
031500         GO TO 1000-INITIALIZE-EXIT
031600     END-IF.
031700     MOVE "Y" TO C4200-FILES-OPEN-SW.
031710
031720     OPEN OUTPUT RELEASED-MAINT-FILE
031730          OUTPUT HOLD-OUT-FILE
031740          OUTPUT REVIEW-REPORT-FILE.
031750
031760     MOVE C4200-CURRENT-DATE TO HD-RUN-DATE.
031770     MOVE C4200-HEADING-1 TO REVIEW-REPORT-LINE.
031780     WRITE REVIEW-REPORT-LINE.
031800
031900     MOVE "DECISIONS" TO SC-TITLE.
032000     MOVE C4200-SECTION-LINE TO REVIEW-REPORT-LINE.
032100     WRITE REVIEW-REPORT-LINE.
032200     MOVE C4200-DECISION-HEADING TO REVIEW-REPORT-LINE.
032300     WRITE REVIEW-REPORT-LINE.
032400
032500     OPEN INPUT DECISION-FILE.
032600     IF CM-WLDECIDE-STATUS NOT = "00"
032700         MOVE "Y" TO C4200-DECISION-EOF-SW
032800     END-IF.
032900 1000-INITIALIZE-EXIT.
033000     EXIT.
033003*****************************************************************
033006*    1900-CARRY-HOLD-FORWARD - THE RUN COULD NOT OPEN ITS FILES,
033009*    SO EVERY PARKED ITEM ON WLHOLDIN GOES TO WLHOUT UNCHANGED
033012*    AND IS COUNTED AS STILL HELD.
033015*****************************************************************
033018 1900-CARRY-HOLD-FORWARD.
033021     OPEN OUTPUT HOLD-OUT-FILE.
033024     OPEN INPUT HOLD-IN-FILE.
033027     IF CM-WLHOLDIN-STATUS = "00"
033030         PERFORM 1910-COPY-ONE-HELD-ITEM
033033             THRU 1910-COPY-ONE-HELD-ITEM-EXIT
033036             UNTIL C4200-HOLD-EOF
033039         CLOSE HOLD-IN-FILE
033042     END-IF.
033045     CLOSE HOLD-OUT-FILE.
033048 1900-CARRY-HOLD-FORWARD-EXIT.
033051     EXIT.
033054*****************************************************************
033057*    1910-COPY-ONE-HELD-ITEM
033060*****************************************************************
033063 1910-COPY-ONE-HELD-ITEM.
033066     READ HOLD-IN-FILE
033069         AT END
033072             MOVE "Y" TO C4200-HOLD-EOF-SW
033075             GO TO 1910-COPY-ONE-HELD-ITEM-EXIT
033078     END-READ.
033081     ADD 1 TO C4200-ITEMS-READ.
033084     MOVE HOLD-IN-RECORD TO AWAITING-APPROVAL-RECORD.
033087     WRITE AWAITING-APPROVAL-RECORD.
033090     ADD 1 TO C4200-ITEMS-HELD.
033093 1910-COPY-ONE-HELD-ITEM-EXIT.
033096     EXIT.
033100*****************************************************************
033200*    2000-APPLY-ONE-DECISION
033300*****************************************************************
033400 2000-APPLY-ONE-DECISION.
033500     READ DECISION-FILE
033600         AT END
033700             MOVE "Y" TO C4200-DECISION-EOF-SW
033800             GO TO 2000-APPLY-ONE-DECISION-EXIT
033900     END-READ.
034000     ADD 1 TO C4200-DECISIONS-READ.
034100
034200     MOVE DEC-CUST-ID    TO DD-CUST-ID.
034300     MOVE DEC-LIST-CODE  TO DD-LIST-CODE.
034400     MOVE DEC-ENTRY-ID   TO DD-ENTRY-ID.
034500     MOVE DEC-OFFICER-ID TO DD-OFFICER-ID.
034600     MOVE DEC-NOTE       TO DD-NOTE.
034700     IF DEC-CLEAR
034800         MOVE "CLEAR"    TO DD-DECISION
034900     ELSE
035000         IF DEC-CONFIRM
035100             MOVE "CONFIRM" TO DD-DECISION
035200         ELSE
035300             MOVE DEC-DECISION TO DD-DECISION
035400         END-IF
035500     END-IF.
035600
035700     IF NOT DEC-VALID
035800         MOVE "REJECTED - BAD DECISION CODE" TO DD-DISPOSITION
035900         GO TO 2000-REJECT-DECISION
036000     END-IF.
036100     IF DEC-OFFICER-ID = SPACES
036200         MOVE "REJECTED - NO OFFICER ID" TO DD-DISPOSITION
036300         GO TO 2000-REJECT-DECISION
036400     END-IF.
036500
036600     MOVE DEC-KEY TO HIT-KEY.
036700     READ WATCH-HIT-FILE
036800         INVALID KEY
036900             MOVE "REJECTED - NO SUCH HIT" TO DD-DISPOSITION
037000             GO TO 2000-REJECT-DECISION
037100     END-READ.
037200     IF HIT-STATUS = DEC-DECISION
037300         MOVE "REJECTED - ALREADY DECIDED" TO DD-DISPOSITION
037400         GO TO 2000-REJECT-DECISION
037500     END-IF.
037600
037700     MOVE HIT-STATUS         TO C4200-OLD-HIT-STATUS.
037800     MOVE DEC-DECISION       TO HIT-STATUS.
037900     MOVE DEC-OFFICER-ID     TO HIT-DECIDED-BY.
038000     MOVE C4200-CURRENT-DATE TO HIT-DECISION-DATE.
038100     MOVE DEC-NOTE           TO HIT-DECISION-NOTE.
038200     REWRITE WATCH-LIST-HIT-RECORD
038300         INVALID KEY
038400             ADD 1 TO C4200-UPDATE-ERRORS
038500             MOVE "HIT REWRITE FAILED" TO DD-DISPOSITION
038600             GO TO 2000-WRITE-AND-EXIT
038700     END-REWRITE.
038800
038900     PERFORM 2100-AUDIT-DECISION
039000         THRU 2100-AUDIT-DECISION-EXIT.
039100
039200     IF DEC-CLEAR
039300         ADD 1 TO C4200-HITS-CLEARED
039400         MOVE "HIT CLEARED" TO DD-DISPOSITION
039500         GO TO 2000-WRITE-AND-EXIT
039600     END-IF.
039700
039800     ADD 1 TO C4200-HITS-CONFIRMED.
039900     PERFORM 2200-HOLD-CONFIRMED-ACCOUNT
040000         THRU 2200-HOLD-CONFIRMED-ACCOUNT-EXIT.
040100     GO TO 2000-WRITE-AND-EXIT.
040200
040300 2000-REJECT-DECISION.
040400     ADD 1 TO C4200-DECISIONS-REJECTED.
040500
040600 2000-WRITE-AND-EXIT.
040700     MOVE C4200-DECISION-LINE TO REVIEW-REPORT-LINE.
040800     WRITE REVIEW-REPORT-LINE.
040900 2000-APPLY-ONE-DECISION-EXIT.
041000     EXIT.
041100*****************************************************************
041200*    2100-AUDIT-DECISION - WHO DECIDED GOES IN BOTH THE NEW
041300*    VALUE AND THE OPERATOR ID, SO THE ROW READS ON ITS OWN.
041400*****************************************************************
041500 2100-AUDIT-DECISION.
041600     MOVE DEC-CUST-ID      TO C4200-AUD-CUST-ID.
041700     MOVE "WATCH-LIST HIT" TO C4200-AUD-FIELD-NAME.
041800     MOVE SPACES           TO C4200-AUD-OLD-VALUE
041900                              C4200-AUD-NEW-VALUE.
042000     STRING C4200-OLD-HIT-STATUS " "
042100            DEC-LIST-CODE " "
042200            DEC-ENTRY-ID
042300         DELIMITED BY SIZE INTO C4200-AUD-OLD-VALUE.
042400     IF DEC-CLEAR
042500         STRING "CLEARED BY " DEC-OFFICER-ID
042600             DELIMITED BY SIZE INTO C4200-AUD-NEW-VALUE
042700     ELSE
042800         STRING "CONFIRMED BY " DEC-OFFICER-ID
042900             DELIMITED BY SIZE INTO C4200-AUD-NEW-VALUE
043000     END-IF.
043100     MOVE DEC-OFFICER-ID   TO C4200-AUD-OPERATOR-ID.
043200     PERFORM 5700-WRITE-AUDIT-RECORD
043300         THRU 5700-WRITE-AUDIT-RECORD-EXIT.
043400 2100-AUDIT-DECISION-EXIT.
043500     EXIT.
043600*****************************************************************
043700*    2200-HOLD-CONFIRMED-ACCOUNT - A CONFIRMED HIT ON A NEW
043800*    CUSTOMER NEVER ADDED LEAVES NOTHING TO HOLD; THE PARKED
043900*    ADD IS REFUSED IN PASS 2.  A WRITTEN-OFF ACCOUNT KEEPS
044000*    ITS "W" SO LATER PAYMENTS STILL GO TO RECOVERIES.
044100*****************************************************************
044200 2200-HOLD-CONFIRMED-ACCOUNT.
044300     MOVE DEC-CUST-ID TO CUST-ID.
044400     READ CUSTOMER-MASTER-FILE
044500         INVALID KEY
044600             MOVE "HIT CONFIRMED - NOT ON MASTER"
044700                 TO DD-DISPOSITION
044800             GO TO 2200-HOLD-CONFIRMED-ACCOUNT-EXIT
044900     END-READ.
045000
045100     MOVE CUST-STATUS TO CM-CUST-STATUS-CHECK.
045200     IF CM-STATUS-HOLD
045300         MOVE "HIT CONFIRMED - ALREADY HELD" TO DD-DISPOSITION
045400         GO TO 2200-HOLD-CONFIRMED-ACCOUNT-EXIT
045500     END-IF.
045600     IF CM-STATUS-CLOSED
045700         MOVE "HIT CONFIRMED - CLOSED" TO DD-DISPOSITION
045800         GO TO 2200-HOLD-CONFIRMED-ACCOUNT-EXIT
045900     END-IF.
046000     IF CM-STATUS-WRITTEN-OFF
046100         MOVE "HIT CONFIRMED - WRITTEN OFF" TO DD-DISPOSITION
046200         GO TO 2200-HOLD-CONFIRMED-ACCOUNT-EXIT
046300     END-IF.
046400
046500     MOVE CUST-STATUS        TO C4200-OLD-CUST-STATUS.
046600     MOVE "H"                TO CUST-STATUS.
046700     MOVE C4200-CURRENT-DATE TO LAST-UPDATE-DATE.
046800     REWRITE CUSTOMER-RECORD
046900         INVALID KEY
047000             ADD 1 TO C4200-UPDATE-ERRORS
047100             MOVE "HIT CONFIRMED - REWRITE FAILED"
047200                 TO DD-DISPOSITION
047300             GO TO 2200-HOLD-CONFIRMED-ACCOUNT-EXIT
047400     END-REWRITE.
047500     ADD 1 TO C4200-PLACED-ON-HOLD.
047600
047700     MOVE CUST-ID               TO C4200-AUD-CUST-ID.
047800     MOVE "CUST-STATUS"         TO C4200-AUD-FIELD-NAME.
047900     MOVE C4200-OLD-CUST-STATUS TO C4200-AUD-OLD-VALUE.
048000     MOVE "H"                   TO C4200-AUD-NEW-VALUE.
048100     MOVE DEC-OFFICER-ID        TO C4200-AUD-OPERATOR-ID.
048200     PERFORM 5700-WRITE-AUDIT-RECORD
048300         THRU 5700-WRITE-AUDIT-RECORD-EXIT.
048400     MOVE "HIT CONFIRMED - PLACED ON HOLD" TO DD-DISPOSITION.
048500 2200-HOLD-CONFIRMED-ACCOUNT-EXIT.
048600     EXIT.
048700*****************************************************************
048800*    3000-REVIEW-PARKED-ITEMS - NO WLHOLDIN ON HAND SIMPLY
048900*    MEANS NOTHING IS PARKED.
049000*****************************************************************
049100 3000-REVIEW-PARKED-ITEMS.
049200     MOVE SPACES TO REVIEW-REPORT-LINE.
049300     WRITE REVIEW-REPORT-LINE.
049400     MOVE "PARKED MAINTENANCE" TO SC-TITLE.
049500     MOVE C4200-SECTION-LINE TO REVIEW-REPORT-LINE.
049600     WRITE REVIEW-REPORT-LINE.
049700     MOVE C4200-PARKED-HEADING TO REVIEW-REPORT-LINE.
049800     WRITE REVIEW-REPORT-LINE.
049900
050000     OPEN INPUT HOLD-IN-FILE.
050100     IF CM-WLHOLDIN-STATUS NOT = "00"
050200         GO TO 3000-REVIEW-PARKED-ITEMS-EXIT
050300     END-IF.
050400     PERFORM 3100-REVIEW-ONE-ITEM
050500         THRU 3100-REVIEW-ONE-ITEM-EXIT
050600         UNTIL C4200-HOLD-EOF.
050700     CLOSE HOLD-IN-FILE.
050800 3000-REVIEW-PARKED-ITEMS-EXIT.
050900     EXIT.
051000*****************************************************************
051100*    3100-REVIEW-ONE-ITEM - THE RECORD IS STAGED INTO THE OUT
051200*    FILE'S RECORD AREA SO THE CUSTAPV FIELDS DESCRIBE IT.
051300*****************************************************************
051400 3100-REVIEW-ONE-ITEM.
051500     READ HOLD-IN-FILE
051600         AT END
051700             MOVE "Y" TO C4200-HOLD-EOF-SW
051800             GO TO 3100-REVIEW-ONE-ITEM-EXIT
051900     END-READ.
052000     ADD 1 TO C4200-ITEMS-READ.
052100     MOVE HOLD-IN-RECORD TO AWAITING-APPROVAL-RECORD.
052200     MOVE APV-DATA       TO CM-TRANSACTION-RECORD.
052300
052400     MOVE APV-CUST-ID TO C4200-BROWSE-CUST-ID.
052500     PERFORM 3200-COUNT-CUSTOMER-HITS
052600         THRU 3200-COUNT-CUSTOMER-HITS-EXIT.
052700
052800     IF C4200-CUST-CONFIRMED > ZERO
052900         ADD 1 TO C4200-ITEMS-REFUSED
053000         MOVE "REFUSED - CONFIRMED HIT" TO PK-DISPOSITION
053100         GO TO 3100-WRITE-AND-EXIT
053200     END-IF.
053300     IF C4200-CUST-PENDING > ZERO
053400         WRITE AWAITING-APPROVAL-RECORD
053500         ADD 1 TO C4200-ITEMS-HELD
053600         MOVE "STILL AWAITING COMPLIANCE" TO PK-DISPOSITION
053700         GO TO 3100-WRITE-AND-EXIT
053800     END-IF.
053900
054000     MOVE APV-DATA TO RELEASED-MAINT-RECORD.
054100     WRITE RELEASED-MAINT-RECORD.
054200     ADD 1 TO C4200-ITEMS-RELEASED.
054300     MOVE "RELEASED - HITS CLEARED" TO PK-DISPOSITION.
054400
054500 3100-WRITE-AND-EXIT.
054600     MOVE APV-CUST-ID    TO PK-CUST-ID.
054700     MOVE TRN-TRANS-CODE TO PK-TRANS-CODE.
054800     MOVE TRN-CUST-NAME  TO PK-CUST-NAME.
054900     MOVE APV-PARK-DATE  TO PK-PARK-DATE.
055000     MOVE C4200-PARKED-LINE TO REVIEW-REPORT-LINE.
055100     WRITE REVIEW-REPORT-LINE.
055200 3100-REVIEW-ONE-ITEM-EXIT.
055300     EXIT.
055400*****************************************************************
055500*    3200-COUNT-CUSTOMER-HITS - COUNTS THE PENDING AND THE
055600*    CONFIRMED HITS ON FILE FOR C4200-BROWSE-CUST-ID.
055700*****************************************************************
055800 3200-COUNT-CUSTOMER-HITS.
055900     MOVE ZERO TO C4200-CUST-PENDING
056000                  C4200-CUST-CONFIRMED.
056100     MOVE "N"  TO C4200-HIT-EOF-SW.
056200     MOVE C4200-BROWSE-CUST-ID TO HIT-CUST-ID.
056300     MOVE LOW-VALUES           TO HIT-LIST-CODE
056400                                  HIT-ENTRY-ID.
056500     START WATCH-HIT-FILE KEY IS NOT LESS THAN HIT-KEY
056600         INVALID KEY
056700             GO TO 3200-COUNT-CUSTOMER-HITS-EXIT
056800     END-START.
056900     PERFORM 3210-COUNT-ONE-HIT
057000         THRU 3210-COUNT-ONE-HIT-EXIT
057100         UNTIL C4200-HIT-EOF.
057200 3200-COUNT-CUSTOMER-HITS-EXIT.
057300     EXIT.
057400*****************************************************************
057500*    3210-COUNT-ONE-HIT
057600*****************************************************************
057700 3210-COUNT-ONE-HIT.
057800     READ WATCH-HIT-FILE NEXT RECORD
057900         AT END
058000             MOVE "Y" TO C4200-HIT-EOF-SW
058100             GO TO 3210-COUNT-ONE-HIT-EXIT
058200     END-READ.
058300     IF HIT-CUST-ID NOT = C4200-BROWSE-CUST-ID
058400         MOVE "Y" TO C4200-HIT-EOF-SW
058500         GO TO 3210-COUNT-ONE-HIT-EXIT
058600     END-IF.
058700     IF HIT-PENDING
058800         ADD 1 TO C4200-CUST-PENDING
058900     END-IF.
059000     IF HIT-CONFIRMED
059100         ADD 1 TO C4200-CUST-CONFIRMED
059200     END-IF.
059300 3210-COUNT-ONE-HIT-EXIT.
059400     EXIT.
059500*****************************************************************
059600*    4000-LIST-PENDING-HITS - THE COMPLIANCE WORKLIST: EVERY HIT
059700*    ON FILE STILL WAITING FOR A DECISION.
059800*****************************************************************
059900 4000-LIST-PENDING-HITS.
060000     MOVE SPACES TO REVIEW-REPORT-LINE.
060100     WRITE REVIEW-REPORT-LINE.
060200     MOVE "HITS AWAITING REVIEW" TO SC-TITLE.
060300     MOVE C4200-SECTION-LINE TO REVIEW-REPORT-LINE.
060400     WRITE REVIEW-REPORT-LINE.
060500     MOVE C4200-PENDING-HEADING TO REVIEW-REPORT-LINE.
060600     WRITE REVIEW-REPORT-LINE.
060700
060800     MOVE "N"        TO C4200-HIT-EOF-SW.
060900     MOVE LOW-VALUES TO HIT-KEY.
061000     START WATCH-HIT-FILE KEY IS NOT LESS THAN HIT-KEY
061100         INVALID KEY
061200             GO TO 4000-LIST-PENDING-HITS-EXIT
061300     END-START.
061400     PERFORM 4100-LIST-ONE-HIT
061500         THRU 4100-LIST-ONE-HIT-EXIT
061600         UNTIL C4200-HIT-EOF.
061700 4000-LIST-PENDING-HITS-EXIT.
061800     EXIT.
061900*****************************************************************
062000*    4100-LIST-ONE-HIT
062100*****************************************************************
062200 4100-LIST-ONE-HIT.
062300     READ WATCH-HIT-FILE NEXT RECORD
062400         AT END
062500             MOVE "Y" TO C4200-HIT-EOF-SW
062600             GO TO 4100-LIST-ONE-HIT-EXIT
062700     END-READ.
062800     IF NOT HIT-PENDING
062900         GO TO 4100-LIST-ONE-HIT-EXIT
063000     END-IF.
063100
063200     ADD 1 TO C4200-HITS-PENDING.
063300     MOVE HIT-CUST-ID    TO PN-CUST-ID.
063400     MOVE HIT-CUST-NAME  TO PN-CUST-NAME.
063500     MOVE HIT-LIST-CODE  TO PN-LIST-CODE.
063600     MOVE HIT-ENTRY-ID   TO PN-ENTRY-ID.
063700     MOVE HIT-LIST-NAME  TO PN-LIST-NAME.
063800     MOVE HIT-NAME-SCORE TO PN-SCORE.
063900     IF HIT-ADDRESS-MATCH
064000         MOVE "YES" TO PN-ADDRESS
064100     ELSE
064200         MOVE "NO " TO PN-ADDRESS
064300     END-IF.
064400     MOVE HIT-FOUND-DATE TO PN-FOUND-DATE.
064500     IF HIT-FROM-SWEEP
064600         MOVE "SWEEP"    TO PN-SOURCE
064700     ELSE
064800         MOVE "MAINT"    TO PN-SOURCE
064900     END-IF.
065000     MOVE C4200-PENDING-LINE TO REVIEW-REPORT-LINE.
065100     WRITE REVIEW-REPORT-LINE.
065200 4100-LIST-ONE-HIT-EXIT.
065300     EXIT.
065400*****************************************************************
065500*    5700-WRITE-AUDIT-RECORD - CALLER SETS THE C4200-AUD- ITEMS.
065600*    THE SEQUENCE NUMBER CONTINUES FROM WHATEVER IS ALREADY ON
065700*    FILE FOR THE CUST-ID, SINCE CUSTOMER HISTORY SPANS MANY
065800*    RUNS.
065900*****************************************************************
066000 5700-WRITE-AUDIT-RECORD.
066100     PERFORM 5790-DETERMINE-NEXT-AUDIT-SEQ
066200         THRU 5790-DETERMINE-NEXT-AUDIT-SEQ-EXIT.
066300     ADD 1 TO C4200-AUD-SEQUENCE.
066400     MOVE C4200-AUD-CUST-ID    TO AUD-CUST-ID.
066500     MOVE C4200-AUD-SEQUENCE   TO AUD-SEQUENCE-NO.
066600     MOVE C4200-AUD-FIELD-NAME TO AUD-FIELD-NAME.
066700     MOVE C4200-AUD-OLD-VALUE  TO AUD-OLD-VALUE.
066800     MOVE C4200-AUD-NEW-VALUE  TO AUD-NEW-VALUE.
066900     MOVE C4200-CURRENT-DATE   TO AUD-CHANGE-DATE.
067000     ACCEPT AUD-CHANGE-TIME FROM TIME.
067100     MOVE C4200-AUD-SOURCE-ID  TO AUD-SOURCE-ID.
067150     MOVE C4200-AUD-OPERATOR-ID TO AUD-OPERATOR-ID.
067200     WRITE CUSTOMER-AUDIT-RECORD
067300         INVALID KEY
067400             DISPLAY "CUST4200 - AUDIT WRITE FAILED FOR "
067500                 C4200-AUD-CUST-ID ", STATUS " CM-CUSTAUD-STATUS
067600     END-WRITE.
067700 5700-WRITE-AUDIT-RECORD-EXIT.
067800     EXIT.
067900*****************************************************************
068000*    5790-DETERMINE-NEXT-AUDIT-SEQ - SCANS CUSTAUD FORWARD FROM
068100*    THE FIRST ROW ON FILE FOR THE CUST-ID AND REMEMBERS THE
068200*    HIGHEST SEQUENCE NUMBER FOUND, SO A NEW ROW NEVER REUSES A
068300*    KEY A PRIOR RUN ALREADY WROTE FOR THIS CUSTOMER.
068400*****************************************************************
068500 5790-DETERMINE-NEXT-AUDIT-SEQ.
068600     MOVE ZERO              TO C4200-AUD-SEQUENCE.
068700     MOVE "N"               TO C4200-AUD-SEQ-EOF-SW.
068800     MOVE C4200-AUD-CUST-ID TO AUD-CUST-ID.
068900     MOVE ZERO              TO AUD-SEQUENCE-NO.
069000     START CUSTOMER-AUDIT-FILE KEY IS NOT LESS THAN AUD-KEY
069100         INVALID KEY
069200             MOVE "Y" TO C4200-AUD-SEQ-EOF-SW
069300     END-START.
069400
069500     PERFORM 5795-SCAN-FOR-HIGH-AUDIT-SEQ
069600         THRU 5795-SCAN-FOR-HIGH-AUDIT-SEQ-EXIT
069700         UNTIL C4200-AUD-SEQ-EOF.
069800 5790-DETERMINE-NEXT-AUDIT-SEQ-EXIT.
069900     EXIT.
070000*****************************************************************
070100*    5795-SCAN-FOR-HIGH-AUDIT-SEQ
070200*****************************************************************
070300 5795-SCAN-FOR-HIGH-AUDIT-SEQ.
070400     READ CUSTOMER-AUDIT-FILE NEXT RECORD
070500         AT END
070600             MOVE "Y" TO C4200-AUD-SEQ-EOF-SW
070700     END-READ.
070800
070900     IF NOT C4200-AUD-SEQ-EOF
071000         IF AUD-CUST-ID = C4200-AUD-CUST-ID
071100             IF AUD-SEQUENCE-NO > C4200-AUD-SEQUENCE
071200                 MOVE AUD-SEQUENCE-NO TO C4200-AUD-SEQUENCE
071300             END-IF
071400         ELSE
071500             MOVE "Y" TO C4200-AUD-SEQ-EOF-SW
071600         END-IF
071700     END-IF.
071800 5795-SCAN-FOR-HIGH-AUDIT-SEQ-EXIT.
071900     EXIT.
072000*****************************************************************
072100*    8000-WRITE-TOTALS
072200*****************************************************************
072300 8000-WRITE-TOTALS.
072400     MOVE SPACES TO REVIEW-REPORT-LINE.
072500     WRITE REVIEW-REPORT-LINE.
072600     MOVE "DECISIONS READ              : " TO CT-LABEL.
072700     MOVE C4200-DECISIONS-READ TO CT-COUNT.
072800     PERFORM 8010-WRITE-COUNT
072900         THRU 8010-WRITE-COUNT-EXIT.
073000     MOVE "HITS CLEARED                : " TO CT-LABEL.
073100     MOVE C4200-HITS-CLEARED TO CT-COUNT.
073200     PERFORM 8010-WRITE-COUNT
073300         THRU 8010-WRITE-COUNT-EXIT.
073400     MOVE "HITS CONFIRMED              : " TO CT-LABEL.
073500     MOVE C4200-HITS-CONFIRMED TO CT-COUNT.
073600     PERFORM 8010-WRITE-COUNT
073700         THRU 8010-WRITE-COUNT-EXIT.
073800     MOVE "DECISIONS REJECTED          : " TO CT-LABEL.
073900     MOVE C4200-DECISIONS-REJECTED TO CT-COUNT.
074000     PERFORM 8010-WRITE-COUNT
074100         THRU 8010-WRITE-COUNT-EXIT.
074200     MOVE "ACCOUNTS PLACED ON HOLD     : " TO CT-LABEL.
074300     MOVE C4200-PLACED-ON-HOLD TO CT-COUNT.
074400     PERFORM 8010-WRITE-COUNT
074500         THRU 8010-WRITE-COUNT-EXIT.
074600     MOVE "PARKED ITEMS READ           : " TO CT-LABEL.
074700     MOVE C4200-ITEMS-READ TO CT-COUNT.
074800     PERFORM 8010-WRITE-COUNT
074900         THRU 8010-WRITE-COUNT-EXIT.
075000     MOVE "PARKED ITEMS RELEASED       : " TO CT-LABEL.
075100     MOVE C4200-ITEMS-RELEASED TO CT-COUNT.
075200     PERFORM 8010-WRITE-COUNT
075300         THRU 8010-WRITE-COUNT-EXIT.
075400     MOVE "PARKED ITEMS STILL HELD     : " TO CT-LABEL.
075500     MOVE C4200-ITEMS-HELD TO CT-COUNT.
075600     PERFORM 8010-WRITE-COUNT
075700         THRU 8010-WRITE-COUNT-EXIT.
075800     MOVE "PARKED ITEMS REFUSED        : " TO CT-LABEL.
075900     MOVE C4200-ITEMS-REFUSED TO CT-COUNT.
076000     PERFORM 8010-WRITE-COUNT
076100         THRU 8010-WRITE-COUNT-EXIT.
076200     MOVE "HITS AWAITING REVIEW        : " TO CT-LABEL.
076300     MOVE C4200-HITS-PENDING TO CT-COUNT.
076400     PERFORM 8010-WRITE-COUNT
076500         THRU 8010-WRITE-COUNT-EXIT.
076600     MOVE "UPDATE ERRORS               : " TO CT-LABEL.
076700     MOVE C4200-UPDATE-ERRORS TO CT-COUNT.
076800     PERFORM 8010-WRITE-COUNT
076900         THRU 8010-WRITE-COUNT-EXIT.
077000 8000-WRITE-TOTALS-EXIT.
077100     EXIT.
077200*****************************************************************
077300*    8010-WRITE-COUNT
077400*****************************************************************
077500 8010-WRITE-COUNT.
077600     MOVE C4200-COUNT-LINE TO REVIEW-REPORT-LINE.
077700     WRITE REVIEW-REPORT-LINE.
077800 8010-WRITE-COUNT-EXIT.
077900     EXIT.
078000*****************************************************************
078100*    8900-WRITE-RUN-LOG - READ IS DECISIONS PLUS PARKED ITEMS,
078200*    UPDATED IS HITS DECIDED, WRITTEN IS ITEMS RELEASED, AND
078300*    SKIPPED IS ITEMS STILL HELD OR REFUSED.
078400*****************************************************************
078500 8900-WRITE-RUN-LOG.
078600     OPEN EXTEND RUN-LOG-FILE.
078700     IF CM-RUNLOG-STATUS = "35"
078800         OPEN OUTPUT RUN-LOG-FILE
078900     END-IF.
079000     MOVE "CUST4200"               TO RNL-PROGRAM-ID.
079100     MOVE C4200-CURRENT-DATE       TO RNL-RUN-DATE.
079200     ACCEPT RNL-RUN-TIME FROM TIME.
079300     ADD C4200-DECISIONS-READ C4200-ITEMS-READ
079400         GIVING RNL-RECORDS-READ.
079500     ADD C4200-HITS-CLEARED C4200-HITS-CONFIRMED
079600         GIVING RNL-RECORDS-UPDATED.
079700     MOVE C4200-DECISIONS-REJECTED TO RNL-RECORDS-REJECTED.
079800     MOVE C4200-ITEMS-RELEASED     TO RNL-RECORDS-WRITTEN.
079900     ADD C4200-ITEMS-HELD C4200-ITEMS-REFUSED
080000         GIVING RNL-RECORDS-SKIPPED.
080100     MOVE CM-WLHITS-STATUS         TO RNL-FINAL-STATUS.
080200     WRITE RUN-LOG-RECORD.
080300     CLOSE RUN-LOG-FILE.
080400 8900-WRITE-RUN-LOG-EXIT.
080500     EXIT.
080600*****************************************************************
080700*    9000-TERMINATE
080800*****************************************************************
080900 9000-TERMINATE.
081000     IF C4200-FILES-OPEN
081100         CLOSE RELEASED-MAINT-FILE
081200               HOLD-OUT-FILE
081300               REVIEW-REPORT-FILE
081400               CUSTOMER-MASTER-FILE
081500               WATCH-HIT-FILE
081600               CUSTOMER-AUDIT-FILE
081700         IF CM-WLDECIDE-STATUS = "00" OR "10"
081800             CLOSE DECISION-FILE
081900         END-IF
082000     END-IF.
082100 9000-TERMINATE-EXIT.
082200     EXIT.
