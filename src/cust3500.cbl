000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CUST3500.
000300 AUTHOR.        R HALVORSEN.
000400 INSTALLATION.  CUSTOMER SERVICES APPLICATIONS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*    CUST3500  -  MONTH-END CLOSE AND SUBLEDGER TRIAL BALANCE
000900*
001000*    PRODUCES THE CUSTOMER SUBLEDGER TRIAL BALANCE FOR ONE
001100*    ACCOUNTING PERIOD (TBRPT) AND, WHEN ASKED AND ONLY WHEN IT
001200*    FOOTS AND PROVES TO THE GL FEED, LOCKS THE PERIOD ON THE
001300*    PERIOD CONTROL FILE (PERIODCT, CUSTPER.CPY) AND OPENS THE
001400*    NEXT ONE.  ONCE LOCKED, CUST0900 AND CUST0100 NO LONGER
001500*    ACCEPT BALANCE ACTIVITY DATED INTO THE PERIOD.
001600*
001700*    THE TRIAL BALANCE:
001800*        OPENING BALANCE  - PER-OPENING-BALANCE ON THE PERIOD
001900*                           ROW (THE PRIOR PERIOD'S CLOSING, OR
002000*                           THE MASTER TOTAL WHEN PERIOD CONTROL
002100*                           WAS FIRST SET UP).
002200*        DEBITS / CREDITS - POSTING HISTORY (POSTHIST) DATED IN
002300*                           THE PERIOD, BY REASON CODE.
002400*        ADJUSTMENTS      - CUST-BALANCE AUDIT ROWS (CUSTAUD)
002500*                           DATED IN THE PERIOD FROM ANYTHING
002600*                           OTHER THAN CUST0900 - MAINTENANCE
002700*                           CHANGES, ADDS, DELETES, AND MERGES.
002800*        CLOSING BALANCE  - THE MASTER TOTAL NOW, LESS ANY OF
002900*                           THE ABOVE ACTIVITY DATED AFTER THE
003000*                           PERIOD, SO THE CLOSE CAN RUN A FEW
003100*                           DAYS INTO THE NEXT MONTH.
003200*    THE PERIOD FOOTS WHEN OPENING + DEBITS - CREDITS +
003300*    ADJUSTMENTS = CLOSING.
003400*
003500*    THE GL PROOF SUMS THE MONTH'S GL FEED FILES (GLFEED, ALL OF
003600*    THE MONTH'S CUST1000 GENERATIONS CONCATENATED) FOR FEED
003700*    DATES IN THE PERIOD.  EVERY CUST1000 PAIR HAS ONE SIDE ON
003800*    GLCONTRL, SO THE CONTROL ACCOUNT CREDITS LESS ITS DEBITS
003900*    ARE THE NET MOVEMENT FED.  CUST1000 FEEDS MOVEMENT ON THE
004000*    NIGHT IT WAS PROCESSED, SO IT IS PROVED AGAINST EVERY
004100*    CUST-BALANCE AUDIT ROW PROCESSED IN THE PERIOD; THE GAP
004200*    BETWEEN THAT AND THE TRIAL BALANCE MOVEMENT (POSTINGS DATED
004300*    IN ONE MONTH BUT RUN IN ANOTHER) IS SHOWN AS TIMING.
004400*
004500*    CONTROL CARD (CLSPARM), ONE RECORD:
004600*        CLS-PERIOD         PIC X(06)  COLS 1-6, YYYYMM.  SPACES
004700*                                      = THE OPEN PERIOD.
004800*        CLS-MODE           PIC X(01)  COL 7:
004900*                                      "T" - TRIAL BALANCE ONLY
005000*                                            (DEFAULT).
005100*                                      "L" - TRIAL BALANCE, THEN
005200*                                            LOCK IF IT FOOTS AND
005300*                                            PROVES.
005400*                                      "O" - SET UP PERIOD
005500*                                            CONTROL: OPEN
005600*                                            CLS-PERIOD WITH THE
005700*                                            MASTER TOTAL AS ITS
005800*                                            OPENING BALANCE.
005900*        CLS-CLOSED-ACTION  PIC X(01)  COL 8, FOR THE PERIOD
006000*                                      OPENED: "R" REJECT OR "F"
006100*                                      ROLL FORWARD ACTIVITY
006200*                                      DATED INTO A CLOSED
006300*                                      PERIOD.  SPACE = CARRY
006400*                                      OVER (OR "R" ON SET-UP).
006500*
006600*    A LOCK THAT IS REFUSED ENDS WITH RETURN CODE 8.
006700*
006800*    MODIFICATION HISTORY
006900*    DATE       INIT  DESCRIPTION
007000*    ---------- ----- ---------------------------------------
007100*    2026-10-15 RJH   INITIAL VERSION.
007200*****************************************************************
007300 ENVIRONMENT DIVISION.
007400 CONFIGURATION SECTION.
007500 SOURCE-COMPUTER.   IBM-370.
007600 OBJECT-COMPUTER.   IBM-370.
007700 INPUT-OUTPUT SECTION.
007800 FILE-CONTROL.
007900     COPY "custpcsl.cpy".
008000
008100     COPY "custmsel.cpy".
008200
008300     COPY "custphsl.cpy".
008400
008500     COPY "custausl.cpy".
008600
008700     SELECT GL-FEED-FILE ASSIGN TO "GLFEED"
008800         ORGANIZATION IS LINE SEQUENTIAL
008900         FILE STATUS IS CM-GLFEED-STATUS.
009000
009100     SELECT REASON-TABLE-FILE ASSIGN TO "REASONTB"
009200         ORGANIZATION IS LINE SEQUENTIAL
009300         FILE STATUS IS CM-REASONTB-STATUS.
009400
009500     SELECT CONTROL-CARD-FILE ASSIGN TO "CLSPARM"
009600         ORGANIZATION IS LINE SEQUENTIAL
009700         FILE STATUS IS CM-CLSPARM-STATUS.
009800
009900     SELECT TRIAL-BALANCE-REPORT-FILE ASSIGN TO "TBRPT"
010000         ORGANIZATION IS LINE SEQUENTIAL
010100         FILE STATUS IS CM-TBRPT-STATUS.
010200
010300     COPY "custrnsl.cpy".
010400
010500 DATA DIVISION.
010600 FILE SECTION.
010700     COPY "custpcfd.cpy".
010800
010900     COPY "custmfd.cpy".
011000
011100     COPY "custphfd.cpy".
011200
011300     COPY "custaufd.cpy".
011400
011500 FD  GL-FEED-FILE
011600     LABEL RECORDS ARE STANDARD.
011700     COPY "custglf.cpy".
011800
011900 FD  REASON-TABLE-FILE
012000     LABEL RECORDS ARE STANDARD.
012100     COPY "custrsn.cpy".
012200
012300 FD  CONTROL-CARD-FILE
012400     LABEL RECORDS ARE STANDARD.
012500 01  CONTROL-CARD-RECORD.
012600     05  CLS-PERIOD             PIC X(06).
012700     05  CLS-MODE               PIC X(01).
012800         88  CLS-TRIAL-ONLY     VALUE "T" " ".
012900         88  CLS-LOCK           VALUE "L".
013000         88  CLS-OPEN-SETUP     VALUE "O".
013100     05  CLS-CLOSED-ACTION      PIC X(01).
013200     05  FILLER                 PIC X(72).
013300
013400 FD  TRIAL-BALANCE-REPORT-FILE
013500     LABEL RECORDS ARE STANDARD.
013600 01  TRIAL-BALANCE-REPORT-LINE  PIC X(132).
013700
013800     COPY "custrnfd.cpy".
013900
014000 WORKING-STORAGE SECTION.
014100 77  CM-PERIODCT-STATUS         PIC X(02).
014200 77  CM-CUSTMAST-STATUS         PIC X(02).
014300 77  CM-POSTHIST-STATUS         PIC X(02).
014400 77  CM-CUSTAUD-STATUS          PIC X(02).
014500 77  CM-GLFEED-STATUS           PIC X(02).
014600 77  CM-REASONTB-STATUS         PIC X(02).
014700 77  CM-CLSPARM-STATUS          PIC X(02).
014800 77  CM-TBRPT-STATUS            PIC X(02).
014900 77  CM-RUNLOG-STATUS           PIC X(02).
015000
015100     COPY "custrsnt.cpy".
015200
015300 77  C3500-ABORT-SW             PIC X(01)  VALUE "N".
015400     88  C3500-ABORT            VALUE "Y".
015500 77  C3500-EOF-SW               PIC X(01)  VALUE "N".
015600     88  C3500-EOF              VALUE "Y".
015700 77  C3500-RSN-EOF-SW           PIC X(01)  VALUE "N".
015800     88  C3500-RSN-EOF          VALUE "Y".
015900 77  C3500-FOUND-SW             PIC X(01)  VALUE "N".
016000     88  C3500-FOUND            VALUE "Y".
016100 77  C3500-FOOTS-SW             PIC X(01)  VALUE "N".
016200     88  C3500-FOOTS            VALUE "Y".
016300 77  C3500-PROVES-SW            PIC X(01)  VALUE "N".
016400     88  C3500-PROVES           VALUE "Y".
016500 77  C3500-LOCKED-SW            PIC X(01)  VALUE "N".
016600     88  C3500-LOCKED           VALUE "Y".
016700 77  C3500-CURRENT-DATE         PIC X(08)  VALUE SPACES.
016800 77  C3500-MODE                 PIC X(01)  VALUE "T".
016900 77  C3500-NEW-ACTION           PIC X(01)  VALUE SPACES.
017000 77  C3500-OPEN-PERIOD          PIC X(06)  VALUE SPACES.
017100 77  C3500-PERIOD               PIC X(06)  VALUE SPACES.
017200 77  C3500-RSN-SUB              PIC 9(03) COMP  VALUE ZERO.
017300 77  C3500-TB-SUB               PIC 9(03) COMP  VALUE ZERO.
017400 77  C3500-POSTINGS-READ        PIC 9(09) COMP  VALUE ZERO.
017500 77  C3500-POSTINGS-IN-PERIOD   PIC 9(09) COMP  VALUE ZERO.
017600 77  C3500-AUDIT-ROWS-READ      PIC 9(09) COMP  VALUE ZERO.
017700 77  C3500-ACCOUNTS-READ        PIC 9(09) COMP  VALUE ZERO.
017800 77  C3500-GL-DETAILS-USED      PIC 9(09) COMP  VALUE ZERO.
017900 77  C3500-UNPARSED-ROWS        PIC 9(09) COMP  VALUE ZERO.
018000 77  C3500-SIGNED-AMOUNT        PIC S9(10)V99 COMP-3 VALUE ZERO.
018100 77  C3500-OPENING-BALANCE      PIC S9(12)V99 COMP-3 VALUE ZERO.
018200 77  C3500-TOTAL-DEBITS         PIC S9(12)V99 COMP-3 VALUE ZERO.
018300 77  C3500-TOTAL-CREDITS        PIC S9(12)V99 COMP-3 VALUE ZERO.
018400 77  C3500-TOTAL-ADJUSTMENTS    PIC S9(12)V99 COMP-3 VALUE ZERO.
018500 77  C3500-COMPUTED-CLOSING     PIC S9(12)V99 COMP-3 VALUE ZERO.
018600 77  C3500-MASTER-TOTAL         PIC S9(12)V99 COMP-3 VALUE ZERO.
018700 77  C3500-AFTER-PERIOD         PIC S9(12)V99 COMP-3 VALUE ZERO.
018800 77  C3500-MASTER-CLOSING       PIC S9(12)V99 COMP-3 VALUE ZERO.
018900 77  C3500-TB-DIFFERENCE        PIC S9(12)V99 COMP-3 VALUE ZERO.
019000 77  C3500-TB-MOVEMENT          PIC S9(12)V99 COMP-3 VALUE ZERO.
019100 77  C3500-AUDITED-MOVEMENT     PIC S9(12)V99 COMP-3 VALUE ZERO.
019200 77  C3500-GL-NET               PIC S9(12)V99 COMP-3 VALUE ZERO.
019300 77  C3500-GL-DIFFERENCE        PIC S9(12)V99 COMP-3 VALUE ZERO.
019400 77  C3500-TIMING-DIFFERENCE    PIC S9(12)V99 COMP-3 VALUE ZERO.
019500*---------------------------------------------------------------
019600*    NEXT PERIOD - YYYYMM PLUS ONE MONTH
019700*---------------------------------------------------------------
019800 01  C3500-NEXT-PERIOD.
019900     05  C3500-NEXT-YEAR        PIC 9(04).
020000     05  C3500-NEXT-MONTH       PIC 9(02).
020100*---------------------------------------------------------------
020200*    AUDIT VALUE PARSE AREA - CUST-BALANCE AUDIT VALUES ARE
020300*    WRITTEN THROUGH A PIC -9(08).99 EDITED FIELD (SEE CUST2100).
020400*---------------------------------------------------------------
020500 01  C3500-VALUE-PARSE.
020600     05  C3500-VP-SIGN          PIC X(01).
020700     05  C3500-VP-INT           PIC X(08).
020800     05  FILLER                 PIC X(01).
020900     05  C3500-VP-DEC           PIC X(02).
021000 77  C3500-VP-INT-NUM           PIC 9(08)  VALUE ZERO.
021100 77  C3500-VP-DEC-NUM           PIC 9(02)  VALUE ZERO.
021200 77  C3500-PARSED-VALUE         PIC S9(08)V99 COMP-3 VALUE ZERO.
021300 77  C3500-PARSED-NEW           PIC S9(08)V99 COMP-3 VALUE ZERO.
021400 77  C3500-PARSE-OK-SW          PIC X(01)  VALUE "N".
021500     88  C3500-PARSE-OK         VALUE "Y".
021600*---------------------------------------------------------------
021700*    TRIAL BALANCE BY REASON CODE - BUILT AS CODES ARE MET ON
021800*    THE POSTING HISTORY.  CODES PAST THE LIMIT SHARE THE LAST
021900*    SLOT, WHICH IS THEN LABELLED "OTHER".
022000*---------------------------------------------------------------
022100 01  C3500-TB-TABLE.
022200     05  C3500-TB-COUNT         PIC 9(03) COMP  VALUE ZERO.
022300     05  C3500-TB-ENTRY         OCCURS 100 TIMES.
022400         10  C3500-TB-CODE      PIC X(04).
022500         10  C3500-TB-POSTINGS  PIC 9(07) COMP.
022600         10  C3500-TB-DEBITS    PIC S9(12)V99 COMP-3.
022700         10  C3500-TB-CREDITS   PIC S9(12)V99 COMP-3.
022800*---------------------------------------------------------------
022900*    REPORT LINES
023000*---------------------------------------------------------------
023100 01  C3500-HEADING-1.
023200     05  FILLER  PIC X(46)
023300         VALUE "CUST3500 - CUSTOMER SUBLEDGER TRIAL BALANCE".
023400     05  FILLER  PIC X(08) VALUE "PERIOD: ".
023500     05  HD-PERIOD       PIC X(06).
023600     05  FILLER  PIC X(13) VALUE "   RUN DATE: ".
023700     05  HD-RUN-DATE     PIC X(08).
023800 01  C3500-HEADING-2.
023900     05  FILLER  PIC X(08) VALUE "REASON".
024000     05  FILLER  PIC X(32) VALUE "DESCRIPTION".
024100     05  FILLER  PIC X(10) VALUE " POSTINGS".
024200     05  FILLER  PIC X(20) VALUE "              DEBITS".
024300     05  FILLER  PIC X(20) VALUE "             CREDITS".
024400     05  FILLER  PIC X(20) VALUE "                 NET".
024500 01  C3500-DETAIL-LINE.
024600     05  DT-REASON-CODE  PIC X(04).
024700     05  FILLER          PIC X(04) VALUE SPACES.
024800     05  DT-DESCRIPTION  PIC X(30).
024900     05  FILLER          PIC X(02) VALUE SPACES.
025000     05  DT-POSTINGS     PIC Z,ZZZ,ZZ9.
025100     05  FILLER          PIC X(01) VALUE SPACES.
025200     05  DT-DEBITS       PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
025300     05  FILLER          PIC X(01) VALUE SPACES.
025400     05  DT-CREDITS      PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
025500     05  FILLER          PIC X(01) VALUE SPACES.
025600     05  DT-NET          PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
025700 01  C3500-AMOUNT-LINE.
025800     05  AL-LABEL        PIC X(30).
025900     05  AL-AMOUNT       PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
026000 01  C3500-COUNT-LINE.
026100     05  CL-LABEL        PIC X(30).
026200     05  CL-COUNT        PIC ZZZ,ZZZ,ZZ9.
026300 01  C3500-RESULT-LINE.
026400     05  FILLER          PIC X(07) VALUE "PERIOD ".
026500     05  RL-PERIOD       PIC X(06).
026600     05  FILLER          PIC X(01) VALUE SPACES.
026700     05  RL-RESULT       PIC X(60).
026800
026900 PROCEDURE DIVISION.
027000*****************************************************************
027100*    0000-MAINLINE
027200*****************************************************************
027300 0000-MAINLINE.
027400     PERFORM 1000-INITIALIZE
027500         THRU 1000-INITIALIZE-EXIT.
027600
027700     IF NOT C3500-ABORT
027800         IF C3500-MODE = "O"
027900             PERFORM 6000-SET-UP-PERIOD
028000                 THRU 6000-SET-UP-PERIOD-EXIT
028100         ELSE
028200             PERFORM 2000-BUILD-TRIAL-BALANCE
028300                 THRU 2000-BUILD-TRIAL-BALANCE-EXIT
028400             PERFORM 4000-PROVE-TRIAL-BALANCE
028500                 THRU 4000-PROVE-TRIAL-BALANCE-EXIT
028600             PERFORM 8000-WRITE-REPORT
028700                 THRU 8000-WRITE-REPORT-EXIT
028800             IF C3500-MODE = "L"
028900                 PERFORM 5000-LOCK-PERIOD
029000                     THRU 5000-LOCK-PERIOD-EXIT
029100             ELSE
029200                 MOVE "TRIAL ONLY - PERIOD LEFT OPEN"
029300                     TO RL-RESULT
029400                 PERFORM 8500-WRITE-RESULT
029500                     THRU 8500-WRITE-RESULT-EXIT
029600             END-IF
029700         END-IF
029800     END-IF.
029900
030000     PERFORM 9000-TERMINATE
030100         THRU 9000-TERMINATE-EXIT.
030200
030300     STOP RUN.
030400*****************************************************************
030500*    1000-INITIALIZE - READS THE CARD, OPENS THE PERIOD CONTROL
030600*    FILE, AND WORKS OUT WHICH PERIOD THIS RUN IS FOR.
030700*****************************************************************
030800 1000-INITIALIZE.
030900     ACCEPT C3500-CURRENT-DATE FROM DATE YYYYMMDD.
031000
031100     OPEN OUTPUT TRIAL-BALANCE-REPORT-FILE.
031200
031300     MOVE SPACES TO CONTROL-CARD-RECORD.
031400     OPEN INPUT CONTROL-CARD-FILE.
031500     IF CM-CLSPARM-STATUS = "00"
031600         READ CONTROL-CARD-FILE
031700             AT END
031800                 MOVE SPACES TO CONTROL-CARD-RECORD
031900         END-READ
032000         MOVE CLS-PERIOD        TO C3500-PERIOD
032100         MOVE CLS-MODE          TO C3500-MODE
032200         MOVE CLS-CLOSED-ACTION TO C3500-NEW-ACTION
032300         CLOSE CONTROL-CARD-FILE
032400     END-IF.
032500     IF C3500-MODE = SPACE
032600         MOVE "T" TO C3500-MODE
032700     END-IF.
032800     IF C3500-MODE NOT = "T" AND "L" AND "O"
032900         DISPLAY "CUST3500 - INVALID MODE ON CLSPARM: " C3500-MODE
033000         MOVE "Y" TO C3500-ABORT-SW
033100         GO TO 1000-INITIALIZE-EXIT
033200     END-IF.
033300     IF C3500-NEW-ACTION NOT = SPACE AND "R" AND "F"
033400         DISPLAY "CUST3500 - INVALID CLOSED-PERIOD ACTION ON "
033500             "CLSPARM: " C3500-NEW-ACTION
033600         MOVE "Y" TO C3500-ABORT-SW
033700         GO TO 1000-INITIALIZE-EXIT
033800     END-IF.
033900
034000     OPEN I-O PERIOD-CONTROL-FILE.
034100     IF CM-PERIODCT-STATUS = "35"
034200       AND C3500-MODE = "O"
034300         OPEN OUTPUT PERIOD-CONTROL-FILE
034400         CLOSE PERIOD-CONTROL-FILE
034500         OPEN I-O PERIOD-CONTROL-FILE
034600     END-IF.
034700     IF CM-PERIODCT-STATUS NOT = "00"
034800         DISPLAY "CUST3500 - CANNOT OPEN PERIOD CONTROL, STATUS "
034900             CM-PERIODCT-STATUS
035000         MOVE "Y" TO C3500-ABORT-SW
035100         GO TO 1000-INITIALIZE-EXIT
035200     END-IF.
035300
035400     PERFORM 1100-FIND-OPEN-PERIOD
035500         THRU 1100-FIND-OPEN-PERIOD-EXIT.
035600
035700     IF C3500-MODE = "O"
035800         IF C3500-PERIOD IS NOT NUMERIC
035900             DISPLAY "CUST3500 - SET-UP NEEDS A PERIOD ON CLSPARM"
036000             MOVE "Y" TO C3500-ABORT-SW
036100         END-IF
036200         GO TO 1000-INITIALIZE-EXIT
036300     END-IF.
036400
036500     IF C3500-PERIOD = SPACES
036600         MOVE C3500-OPEN-PERIOD TO C3500-PERIOD
036700     END-IF.
036800     MOVE C3500-PERIOD TO PER-PERIOD.
036900     READ PERIOD-CONTROL-FILE
037000         INVALID KEY
037100             DISPLAY "CUST3500 - PERIOD " C3500-PERIOD
037200                 " NOT ON PERIOD CONTROL"
037300             MOVE "Y" TO C3500-ABORT-SW
037400             GO TO 1000-INITIALIZE-EXIT
037500     END-READ.
037600     MOVE PER-OPENING-BALANCE TO C3500-OPENING-BALANCE.
037700
037800     PERFORM 1200-OPEN-HISTORY-FILES
037900         THRU 1200-OPEN-HISTORY-FILES-EXIT.
038000     IF C3500-ABORT
038100         GO TO 1000-INITIALIZE-EXIT
038200     END-IF.
038300
038400     PERFORM 1500-LOAD-REASON-TABLE
038500         THRU 1500-LOAD-REASON-TABLE-EXIT.
038600
038700     MOVE C3500-PERIOD       TO HD-PERIOD.
038800     MOVE C3500-CURRENT-DATE TO HD-RUN-DATE.
038900     MOVE C3500-HEADING-1 TO TRIAL-BALANCE-REPORT-LINE.
039000     WRITE TRIAL-BALANCE-REPORT-LINE.
039100     MOVE C3500-HEADING-2 TO TRIAL-BALANCE-REPORT-LINE.
039200     WRITE TRIAL-BALANCE-REPORT-LINE.
039300 1000-INITIALIZE-EXIT.
039400     EXIT.
039500*****************************************************************
039600*    1100-FIND-OPEN-PERIOD - THE LOWEST ROW STILL MARKED OPEN.
039700*****************************************************************
039800 1100-FIND-OPEN-PERIOD.
039900     MOVE SPACES     TO C3500-OPEN-PERIOD.
040000     MOVE "N"        TO C3500-EOF-SW.
040100     MOVE LOW-VALUES TO PER-PERIOD.
040200     START PERIOD-CONTROL-FILE KEY IS NOT LESS THAN PER-PERIOD
040300         INVALID KEY
040400             MOVE "Y" TO C3500-EOF-SW
040500     END-START.
040600     PERFORM 1110-CHECK-ONE-PERIOD
040700         THRU 1110-CHECK-ONE-PERIOD-EXIT
040800         UNTIL C3500-EOF.
040900 1100-FIND-OPEN-PERIOD-EXIT.
041000     EXIT.
041100*****************************************************************
041200*    1110-CHECK-ONE-PERIOD
041300*****************************************************************
041400 1110-CHECK-ONE-PERIOD.
041500     READ PERIOD-CONTROL-FILE NEXT RECORD
041600         AT END
041700             MOVE "Y" TO C3500-EOF-SW
041800             GO TO 1110-CHECK-ONE-PERIOD-EXIT
041900     END-READ.
042000     IF PER-OPEN
042100         MOVE PER-PERIOD TO C3500-OPEN-PERIOD
042200         MOVE "Y"        TO C3500-EOF-SW
042300     END-IF.
042400 1110-CHECK-ONE-PERIOD-EXIT.
042500     EXIT.
042600*****************************************************************
042700*    1200-OPEN-HISTORY-FILES - THE TRIAL BALANCE IS NOTHING
042800*    WITHOUT THE MASTER, THE POSTING HISTORY, AND THE AUDIT
042900*    HISTORY, SO ANY ONE MISSING STOPS THE RUN.  NO GL FEED ON
043000*    HAND PROVES AS A ZERO FEED (AND WILL NOT PROVE).
043100*****************************************************************
043200 1200-OPEN-HISTORY-FILES.
043300     OPEN INPUT CUSTOMER-MASTER-FILE.
043400     IF CM-CUSTMAST-STATUS NOT = "00"
043500         DISPLAY "CUST3500 - CANNOT OPEN CUSTOMER MASTER, STATUS "
043600             CM-CUSTMAST-STATUS
043700         MOVE "Y" TO C3500-ABORT-SW
043800     END-IF.
043900     OPEN INPUT POSTING-HISTORY-FILE.
044000     IF CM-POSTHIST-STATUS NOT = "00"
044100         DISPLAY "CUST3500 - CANNOT OPEN POSTING HISTORY, STATUS "
044200             CM-POSTHIST-STATUS
044300         MOVE "Y" TO C3500-ABORT-SW
044400     END-IF.
044500     OPEN INPUT CUSTOMER-AUDIT-FILE.
044600     IF CM-CUSTAUD-STATUS NOT = "00"
044700         DISPLAY "CUST3500 - CANNOT OPEN AUDIT HISTORY, STATUS "
044800             CM-CUSTAUD-STATUS
044900         MOVE "Y" TO C3500-ABORT-SW
045000     END-IF.
045100     OPEN INPUT GL-FEED-FILE.
045200     IF CM-GLFEED-STATUS NOT = "00"
045300         DISPLAY "CUST3500 - NO GL FEED ON FILE, STATUS "
045400             CM-GLFEED-STATUS
045500     END-IF.
045600 1200-OPEN-HISTORY-FILES-EXIT.
045700     EXIT.
045800*****************************************************************
045900*    1500-LOAD-REASON-TABLE - DESCRIPTIONS FOR THE REPORT ONLY;
046000*    A MISSING TABLE JUST LEAVES THEM BLANK.
046100*****************************************************************
046200 1500-LOAD-REASON-TABLE.
046300     MOVE ZERO TO CM-RSN-COUNT.
046400     OPEN INPUT REASON-TABLE-FILE.
046500     IF CM-REASONTB-STATUS NOT = "00"
046600         GO TO 1500-LOAD-REASON-TABLE-EXIT
046700     END-IF.
046800     MOVE "N" TO C3500-RSN-EOF-SW.
046900     PERFORM 1510-LOAD-ONE-REASON
047000         THRU 1510-LOAD-ONE-REASON-EXIT
047100         UNTIL C3500-RSN-EOF.
047200     CLOSE REASON-TABLE-FILE.
047300 1500-LOAD-REASON-TABLE-EXIT.
047400     EXIT.
047500*****************************************************************
047600*    1510-LOAD-ONE-REASON
047700*****************************************************************
047800 1510-LOAD-ONE-REASON.
047900     READ REASON-TABLE-FILE
048000         AT END
048100             MOVE "Y" TO C3500-RSN-EOF-SW
048200             GO TO 1510-LOAD-ONE-REASON-EXIT
048300     END-READ.
048400     IF CM-RSN-COUNT < 100
048500         ADD 1 TO CM-RSN-COUNT
048600         MOVE RSN-REASON-CODE TO CM-RSN-CODE(CM-RSN-COUNT)
048700         MOVE RSN-DESCRIPTION TO CM-RSN-DESC(CM-RSN-COUNT)
048800     END-IF.
048900 1510-LOAD-ONE-REASON-EXIT.
049000     EXIT.
049100*****************************************************************
049200*    2000-BUILD-TRIAL-BALANCE - ONE SEQUENTIAL PASS EACH OF THE
049300*    POSTING HISTORY, THE AUDIT HISTORY, THE MASTER, AND THE
049400*    MONTH'S GL FEED.
049500*****************************************************************
049600 2000-BUILD-TRIAL-BALANCE.
049700     MOVE "N" TO C3500-EOF-SW.
049800     PERFORM 2100-READ-ONE-POSTING
049900         THRU 2100-READ-ONE-POSTING-EXIT
050000         UNTIL C3500-EOF.
050100
050200     MOVE "N" TO C3500-EOF-SW.
050300     PERFORM 2300-READ-ONE-AUDIT-ROW
050400         THRU 2300-READ-ONE-AUDIT-ROW-EXIT
050500         UNTIL C3500-EOF.
050600
050700     MOVE "N" TO C3500-EOF-SW.
050800     PERFORM 2500-READ-ONE-MASTER
050900         THRU 2500-READ-ONE-MASTER-EXIT
051000         UNTIL C3500-EOF.
051100
051200     IF CM-GLFEED-STATUS = "00"
051300         MOVE "N" TO C3500-EOF-SW
051400         PERFORM 2600-READ-ONE-GL-DETAIL
051500             THRU 2600-READ-ONE-GL-DETAIL-EXIT
051600             UNTIL C3500-EOF
051700     END-IF.
051800 2000-BUILD-TRIAL-BALANCE-EXIT.
051900     EXIT.
052000*****************************************************************
052100*    2100-READ-ONE-POSTING - A POSTING DATED IN THE PERIOD GOES
052200*    TO ITS REASON LINE; ONE DATED AFTER IT IS TAKEN BACK OUT OF
052300*    THE MASTER TOTAL TO GET THE PERIOD-END BALANCE.
052400*****************************************************************
052500 2100-READ-ONE-POSTING.
052600     READ POSTING-HISTORY-FILE NEXT RECORD
052700         AT END
052800             MOVE "Y" TO C3500-EOF-SW
052900             GO TO 2100-READ-ONE-POSTING-EXIT
053000     END-READ.
053100     ADD 1 TO C3500-POSTINGS-READ.
053200
053300     IF PSH-DEBIT
053400         MOVE PSH-AMOUNT TO C3500-SIGNED-AMOUNT
053500     ELSE
053600         COMPUTE C3500-SIGNED-AMOUNT = ZERO - PSH-AMOUNT
053700     END-IF.
053800
053900     IF PSH-POST-DATE(1:6) > C3500-PERIOD
054000         ADD C3500-SIGNED-AMOUNT TO C3500-AFTER-PERIOD
054100         GO TO 2100-READ-ONE-POSTING-EXIT
054200     END-IF.
054300     IF PSH-POST-DATE(1:6) NOT = C3500-PERIOD
054400         GO TO 2100-READ-ONE-POSTING-EXIT
054500     END-IF.
054600
054700     ADD 1 TO C3500-POSTINGS-IN-PERIOD.
054800     PERFORM 2200-FIND-TB-LINE
054900         THRU 2200-FIND-TB-LINE-EXIT.
055000     ADD 1 TO C3500-TB-POSTINGS(C3500-TB-SUB).
055100     IF PSH-DEBIT
055200         ADD PSH-AMOUNT TO C3500-TB-DEBITS(C3500-TB-SUB)
055300         ADD PSH-AMOUNT TO C3500-TOTAL-DEBITS
055400     ELSE
055500         ADD PSH-AMOUNT TO C3500-TB-CREDITS(C3500-TB-SUB)
055600         ADD PSH-AMOUNT TO C3500-TOTAL-CREDITS
055700     END-IF.
055800 2100-READ-ONE-POSTING-EXIT.
055900     EXIT.
056000*****************************************************************
056100*    2200-FIND-TB-LINE - SETS C3500-TB-SUB TO THE REASON LINE
056200*    FOR PSH-REASON-CODE, ADDING ONE WHEN THE CODE IS NEW.
056300*****************************************************************
056400 2200-FIND-TB-LINE.
056500     MOVE "N" TO C3500-FOUND-SW.
056600     PERFORM 2210-CHECK-ONE-TB-LINE
056700         THRU 2210-CHECK-ONE-TB-LINE-EXIT
056800         VARYING C3500-TB-SUB FROM 1 BY 1
056900         UNTIL C3500-TB-SUB > C3500-TB-COUNT
057000            OR C3500-FOUND.
057100     IF C3500-FOUND
057200         SUBTRACT 1 FROM C3500-TB-SUB
057300         GO TO 2200-FIND-TB-LINE-EXIT
057400     END-IF.
057500
057600     IF C3500-TB-COUNT < 100
057700         ADD 1 TO C3500-TB-COUNT
057800         MOVE C3500-TB-COUNT  TO C3500-TB-SUB
057900         MOVE PSH-REASON-CODE TO C3500-TB-CODE(C3500-TB-SUB)
058000     ELSE
058100         MOVE 100             TO C3500-TB-SUB
058200         MOVE "****"          TO C3500-TB-CODE(C3500-TB-SUB)
058300         GO TO 2200-FIND-TB-LINE-EXIT
058400     END-IF.
058500     MOVE ZERO TO C3500-TB-POSTINGS(C3500-TB-SUB)
058600                  C3500-TB-DEBITS(C3500-TB-SUB)
058700                  C3500-TB-CREDITS(C3500-TB-SUB).
058800 2200-FIND-TB-LINE-EXIT.
058900     EXIT.
059000*****************************************************************
059100*    2210-CHECK-ONE-TB-LINE
059200*****************************************************************
059300 2210-CHECK-ONE-TB-LINE.
059400     IF C3500-TB-CODE(C3500-TB-SUB) = PSH-REASON-CODE
059500         MOVE "Y" TO C3500-FOUND-SW
059600     END-IF.
059700 2210-CHECK-ONE-TB-LINE-EXIT.
059800     EXIT.
059900*****************************************************************
060000*    2300-READ-ONE-AUDIT-ROW - EVERY CUST-BALANCE ROW PROCESSED
060100*    IN THE PERIOD COUNTS TOWARD THE MOVEMENT THE GL FEED SHOULD
060200*    HAVE CARRIED.  ROWS FROM ANYTHING BUT CUST0900 (WHOSE
060300*    POSTINGS ARE ALREADY ON THE REASON LINES) ARE ALSO THE
060400*    MAINTENANCE ADJUSTMENTS, OR - WHEN DATED AFTER THE PERIOD -
060500*    COME BACK OUT OF THE MASTER TOTAL.
060600*****************************************************************
060700 2300-READ-ONE-AUDIT-ROW.
060800     READ CUSTOMER-AUDIT-FILE NEXT RECORD
060900         AT END
061000             MOVE "Y" TO C3500-EOF-SW
061100             GO TO 2300-READ-ONE-AUDIT-ROW-EXIT
061200     END-READ.
061300     ADD 1 TO C3500-AUDIT-ROWS-READ.
061400     IF AUD-FIELD-NAME NOT = "CUST-BALANCE"
061500         GO TO 2300-READ-ONE-AUDIT-ROW-EXIT
061600     END-IF.
061700     IF AUD-CHANGE-DATE(1:6) < C3500-PERIOD
061800         GO TO 2300-READ-ONE-AUDIT-ROW-EXIT
061900     END-IF.
062000
062100     MOVE AUD-NEW-VALUE(1:12) TO C3500-VALUE-PARSE.
062200     PERFORM 2350-PARSE-BALANCE-VALUE
062300         THRU 2350-PARSE-BALANCE-VALUE-EXIT.
062400     IF NOT C3500-PARSE-OK
062500         ADD 1 TO C3500-UNPARSED-ROWS
062600         GO TO 2300-READ-ONE-AUDIT-ROW-EXIT
062700     END-IF.
062800     MOVE C3500-PARSED-VALUE TO C3500-PARSED-NEW.
062900     MOVE AUD-OLD-VALUE(1:12) TO C3500-VALUE-PARSE.
063000     PERFORM 2350-PARSE-BALANCE-VALUE
063100         THRU 2350-PARSE-BALANCE-VALUE-EXIT.
063200     IF NOT C3500-PARSE-OK
063300         ADD 1 TO C3500-UNPARSED-ROWS
063400         GO TO 2300-READ-ONE-AUDIT-ROW-EXIT
063500     END-IF.
063600     COMPUTE C3500-SIGNED-AMOUNT =
063700         C3500-PARSED-NEW - C3500-PARSED-VALUE.
063800
063900     IF AUD-CHANGE-DATE(1:6) = C3500-PERIOD
064000         ADD C3500-SIGNED-AMOUNT TO C3500-AUDITED-MOVEMENT
064100     END-IF.
064200     IF AUD-SOURCE-ID = "CUST0900"
064300         GO TO 2300-READ-ONE-AUDIT-ROW-EXIT
064400     END-IF.
064500     IF AUD-CHANGE-DATE(1:6) = C3500-PERIOD
064600         ADD C3500-SIGNED-AMOUNT TO C3500-TOTAL-ADJUSTMENTS
064700     ELSE
064800         ADD C3500-SIGNED-AMOUNT TO C3500-AFTER-PERIOD
064900     END-IF.
065000 2300-READ-ONE-AUDIT-ROW-EXIT.
065100     EXIT.
065200*****************************************************************
065300*    2350-PARSE-BALANCE-VALUE - SIGN, EIGHT DIGITS, POINT, TWO
065400*    DECIMALS BACK INTO A SIGNED AMOUNT, AS CUST2100 DOES.
065500*****************************************************************
065600 2350-PARSE-BALANCE-VALUE.
065700     MOVE "N" TO C3500-PARSE-OK-SW.
065800     IF C3500-VP-INT IS NOT NUMERIC
065900       OR C3500-VP-DEC IS NOT NUMERIC
066000         GO TO 2350-PARSE-BALANCE-VALUE-EXIT
066100     END-IF.
066200     MOVE C3500-VP-INT TO C3500-VP-INT-NUM.
066300     MOVE C3500-VP-DEC TO C3500-VP-DEC-NUM.
066400     COMPUTE C3500-PARSED-VALUE =
066500         C3500-VP-INT-NUM + C3500-VP-DEC-NUM / 100.
066600     IF C3500-VP-SIGN = "-"
066700         COMPUTE C3500-PARSED-VALUE = ZERO - C3500-PARSED-VALUE
066800     END-IF.
066900     MOVE "Y" TO C3500-PARSE-OK-SW.
067000 2350-PARSE-BALANCE-VALUE-EXIT.
067100     EXIT.
067200*****************************************************************
067300*    2500-READ-ONE-MASTER
067400*****************************************************************
067500 2500-READ-ONE-MASTER.
067600     READ CUSTOMER-MASTER-FILE NEXT RECORD
067700         AT END
067800             MOVE "Y" TO C3500-EOF-SW
067900             GO TO 2500-READ-ONE-MASTER-EXIT
068000     END-READ.
068100     ADD 1 TO C3500-ACCOUNTS-READ.
068200     ADD CUST-BALANCE TO C3500-MASTER-TOTAL.
068300 2500-READ-ONE-MASTER-EXIT.
068400     EXIT.
068500*****************************************************************
068600*    2600-READ-ONE-GL-DETAIL - ONLY THE GLCONTRL SIDE OF EACH
068700*    PAIR IS SUMMED: A CREDIT TO CONTROL IS BALANCE GROWTH.
068800*    TRAILERS, AND FEEDS DATED OUTSIDE THE PERIOD, ARE SKIPPED.
068900*****************************************************************
069000 2600-READ-ONE-GL-DETAIL.
069100     READ GL-FEED-FILE
069200         AT END
069300             MOVE "Y" TO C3500-EOF-SW
069400             GO TO 2600-READ-ONE-GL-DETAIL-EXIT
069500     END-READ.
069600     IF NOT GLF-DETAIL
069700       OR GLF-ACCOUNT NOT = "GLCONTRL"
069800       OR GLF-FEED-DATE(1:6) NOT = C3500-PERIOD
069900         GO TO 2600-READ-ONE-GL-DETAIL-EXIT
070000     END-IF.
070100     ADD 1 TO C3500-GL-DETAILS-USED.
070200     IF GLF-DR-CR = "CR"
070300         ADD GLF-AMOUNT TO C3500-GL-NET
070400     ELSE
070500         SUBTRACT GLF-AMOUNT FROM C3500-GL-NET
070600     END-IF.
070700 2600-READ-ONE-GL-DETAIL-EXIT.
070800     EXIT.
070900*****************************************************************
071000*    4000-PROVE-TRIAL-BALANCE
071100*****************************************************************
071200 4000-PROVE-TRIAL-BALANCE.
071300     COMPUTE C3500-TB-MOVEMENT =
071400         C3500-TOTAL-DEBITS - C3500-TOTAL-CREDITS
071500         + C3500-TOTAL-ADJUSTMENTS.
071600     COMPUTE C3500-COMPUTED-CLOSING =
071700         C3500-OPENING-BALANCE + C3500-TB-MOVEMENT.
071800     COMPUTE C3500-MASTER-CLOSING =
071900         C3500-MASTER-TOTAL - C3500-AFTER-PERIOD.
072000     COMPUTE C3500-TB-DIFFERENCE =
072100         C3500-MASTER-CLOSING - C3500-COMPUTED-CLOSING.
072200     COMPUTE C3500-GL-DIFFERENCE =
072300         C3500-GL-NET - C3500-AUDITED-MOVEMENT.
072400     COMPUTE C3500-TIMING-DIFFERENCE =
072500         C3500-TB-MOVEMENT - C3500-AUDITED-MOVEMENT.
072600
072700     IF C3500-TB-DIFFERENCE = ZERO
072800         MOVE "Y" TO C3500-FOOTS-SW
072900     END-IF.
073000     IF C3500-GL-DIFFERENCE = ZERO
073100         MOVE "Y" TO C3500-PROVES-SW
073200     END-IF.
073300 4000-PROVE-TRIAL-BALANCE-EXIT.
073400     EXIT.
073500*****************************************************************
073600*    5000-LOCK-PERIOD - ONLY THE OPEN PERIOD ITSELF CAN BE
073700*    LOCKED, AND ONLY WHEN IT FOOTS AND PROVES.  THE LOCKED ROW
073800*    KEEPS THE TRIAL BALANCE FIGURES; THE NEXT PERIOD OPENS
073900*    WITH THIS CLOSING BALANCE.
074000*****************************************************************
074100 5000-LOCK-PERIOD.
074200     IF C3500-PERIOD NOT = C3500-OPEN-PERIOD
074300         MOVE "IS NOT THE OPEN PERIOD - NOT LOCKED" TO RL-RESULT
074400         GO TO 5000-LOCK-REFUSED
074500     END-IF.
074600     IF NOT C3500-FOOTS
074700         MOVE "TRIAL BALANCE DOES NOT FOOT - NOT LOCKED"
074800             TO RL-RESULT
074900         GO TO 5000-LOCK-REFUSED
075000     END-IF.
075100     IF NOT C3500-PROVES
075200         MOVE "DOES NOT PROVE TO THE GL FEED - NOT LOCKED"
075300             TO RL-RESULT
075400         GO TO 5000-LOCK-REFUSED
075500     END-IF.
075600
075700     MOVE "L"                     TO PER-STATUS.
075800     MOVE C3500-CURRENT-DATE      TO PER-LOCKED-DATE.
075900     MOVE C3500-TOTAL-DEBITS      TO PER-TOTAL-DEBITS.
076000     MOVE C3500-TOTAL-CREDITS     TO PER-TOTAL-CREDITS.
076100     MOVE C3500-TOTAL-ADJUSTMENTS TO PER-TOTAL-ADJUSTMENTS.
076200     MOVE C3500-COMPUTED-CLOSING  TO PER-CLOSING-BALANCE.
076300     MOVE C3500-GL-NET            TO PER-GL-NET.
076400     REWRITE PERIOD-CONTROL-RECORD
076500         INVALID KEY
076600             MOVE "REWRITE FAILED - NOT LOCKED" TO RL-RESULT
076700             GO TO 5000-LOCK-REFUSED
076800     END-REWRITE.
076900     MOVE "Y" TO C3500-LOCKED-SW.
077000     IF C3500-NEW-ACTION = SPACE
077100         MOVE PER-CLOSED-ACTION TO C3500-NEW-ACTION
077200     END-IF.
077300
077400     MOVE C3500-PERIOD TO C3500-NEXT-PERIOD.
077500     IF C3500-NEXT-MONTH = 12
077600         ADD 1 TO C3500-NEXT-YEAR
077700         MOVE 1 TO C3500-NEXT-MONTH
077800     ELSE
077900         ADD 1 TO C3500-NEXT-MONTH
078000     END-IF.
078100     MOVE C3500-NEXT-PERIOD TO PER-PERIOD.
078200     READ PERIOD-CONTROL-FILE
078300         INVALID KEY
078400             MOVE "N" TO C3500-FOUND-SW
078500         NOT INVALID KEY
078600             MOVE "Y" TO C3500-FOUND-SW
078700     END-READ.
078800     IF NOT C3500-FOUND
078900         MOVE SPACES             TO PERIOD-CONTROL-RECORD
079000         MOVE C3500-NEXT-PERIOD  TO PER-PERIOD
079100         MOVE ZERO               TO PER-TOTAL-DEBITS
079200                                    PER-TOTAL-CREDITS
079300                                    PER-TOTAL-ADJUSTMENTS
079400                                    PER-CLOSING-BALANCE
079500                                    PER-GL-NET
079600     END-IF.
079700     MOVE "O"                    TO PER-STATUS.
079800     MOVE C3500-NEW-ACTION       TO PER-CLOSED-ACTION.
079900     MOVE C3500-CURRENT-DATE     TO PER-OPENED-DATE.
080000     MOVE C3500-COMPUTED-CLOSING TO PER-OPENING-BALANCE.
080100     IF C3500-FOUND
080200         REWRITE PERIOD-CONTROL-RECORD
080300             INVALID KEY
080400                 DISPLAY "CUST3500 - CANNOT REOPEN PERIOD "
080500                     C3500-NEXT-PERIOD ", STATUS "
080600                     CM-PERIODCT-STATUS
080700         END-REWRITE
080800     ELSE
080900         WRITE PERIOD-CONTROL-RECORD
081000             INVALID KEY
081100                 DISPLAY "CUST3500 - CANNOT OPEN PERIOD "
081200                     C3500-NEXT-PERIOD ", STATUS "
081300                     CM-PERIODCT-STATUS
081400         END-WRITE
081500     END-IF.
081600
081700     MOVE SPACES TO RL-RESULT.
081800     STRING "LOCKED - PERIOD " C3500-NEXT-PERIOD " IS NOW OPEN"
081900         DELIMITED BY SIZE INTO RL-RESULT.
082000     PERFORM 8500-WRITE-RESULT
082100         THRU 8500-WRITE-RESULT-EXIT.
082200     GO TO 5000-LOCK-PERIOD-EXIT.
082300
082400 5000-LOCK-REFUSED.
082500     MOVE 8 TO RETURN-CODE.
082600     PERFORM 8500-WRITE-RESULT
082700         THRU 8500-WRITE-RESULT-EXIT.
082800 5000-LOCK-PERIOD-EXIT.
082900     EXIT.
083000*****************************************************************
083100*    6000-SET-UP-PERIOD - FIRST-TIME SET-UP OF PERIOD CONTROL:
083200*    OPENS CLS-PERIOD WITH TODAY'S MASTER TOTAL AS ITS OPENING
083300*    BALANCE.  RUN IT BEFORE THE FIRST NIGHT OF THE PERIOD.
083400*    REFUSED WHEN A PERIOD IS ALREADY OPEN.
083500*****************************************************************
083600 6000-SET-UP-PERIOD.
083700     IF C3500-OPEN-PERIOD NOT = SPACES
083800         DISPLAY "CUST3500 - PERIOD " C3500-OPEN-PERIOD
083900             " IS ALREADY OPEN, SET-UP REFUSED"
084000         MOVE 8 TO RETURN-CODE
084100         GO TO 6000-SET-UP-PERIOD-EXIT
084200     END-IF.
084300
084400     OPEN INPUT CUSTOMER-MASTER-FILE.
084500     IF CM-CUSTMAST-STATUS NOT = "00"
084600         DISPLAY "CUST3500 - CANNOT OPEN CUSTOMER MASTER, STATUS "
084700             CM-CUSTMAST-STATUS
084800         MOVE 8 TO RETURN-CODE
084900         GO TO 6000-SET-UP-PERIOD-EXIT
085000     END-IF.
085100     MOVE "N" TO C3500-EOF-SW.
085200     PERFORM 2500-READ-ONE-MASTER
085300         THRU 2500-READ-ONE-MASTER-EXIT
085400         UNTIL C3500-EOF.
085500     CLOSE CUSTOMER-MASTER-FILE.
085600
085700     MOVE SPACES             TO PERIOD-CONTROL-RECORD.
085800     MOVE C3500-PERIOD       TO PER-PERIOD.
085900     MOVE "O"                TO PER-STATUS.
086000     IF C3500-NEW-ACTION = SPACE
086100         MOVE "R"            TO PER-CLOSED-ACTION
086200     ELSE
086300         MOVE C3500-NEW-ACTION TO PER-CLOSED-ACTION
086400     END-IF.
086500     MOVE C3500-CURRENT-DATE TO PER-OPENED-DATE.
086600     MOVE C3500-MASTER-TOTAL TO PER-OPENING-BALANCE.
086700     MOVE ZERO               TO PER-TOTAL-DEBITS
086800                                PER-TOTAL-CREDITS
086900                                PER-TOTAL-ADJUSTMENTS
087000                                PER-CLOSING-BALANCE
087100                                PER-GL-NET.
087200     WRITE PERIOD-CONTROL-RECORD
087300         INVALID KEY
087400             DISPLAY "CUST3500 - PERIOD " C3500-PERIOD
087500                 " ALREADY ON FILE, SET-UP REFUSED"
087600             MOVE 8 TO RETURN-CODE
087700             GO TO 6000-SET-UP-PERIOD-EXIT
087800     END-WRITE.
087900
088000     MOVE C3500-PERIOD       TO HD-PERIOD.
088100     MOVE C3500-CURRENT-DATE TO HD-RUN-DATE.
088200     MOVE C3500-HEADING-1 TO TRIAL-BALANCE-REPORT-LINE.
088300     WRITE TRIAL-BALANCE-REPORT-LINE.
088400     MOVE "OPENING BALANCE             : " TO AL-LABEL.
088500     MOVE C3500-MASTER-TOTAL TO AL-AMOUNT.
088600     MOVE C3500-AMOUNT-LINE TO TRIAL-BALANCE-REPORT-LINE.
088700     WRITE TRIAL-BALANCE-REPORT-LINE.
088800     MOVE "OPENED FOR PERIOD CONTROL" TO RL-RESULT.
088900     PERFORM 8500-WRITE-RESULT
089000         THRU 8500-WRITE-RESULT-EXIT.
089100 6000-SET-UP-PERIOD-EXIT.
089200     EXIT.
089300*****************************************************************
089400*    8000-WRITE-REPORT - ONE LINE PER REASON CODE, THEN THE
089500*    TRIAL BALANCE, THE PROOF, AND THE GL PROOF.
089600*****************************************************************
089700 8000-WRITE-REPORT.
089800     PERFORM 8100-WRITE-ONE-REASON-LINE
089900         THRU 8100-WRITE-ONE-REASON-LINE-EXIT
090000         VARYING C3500-TB-SUB FROM 1 BY 1
090100         UNTIL C3500-TB-SUB > C3500-TB-COUNT.
090200
090300     MOVE SPACES TO TRIAL-BALANCE-REPORT-LINE.
090400     WRITE TRIAL-BALANCE-REPORT-LINE.
090500     MOVE "OPENING BALANCE             : " TO AL-LABEL.
090600     MOVE C3500-OPENING-BALANCE TO AL-AMOUNT.
090700     PERFORM 8200-WRITE-AMOUNT-LINE
090800         THRU 8200-WRITE-AMOUNT-LINE-EXIT.
090900     MOVE "POSTED DEBITS               : " TO AL-LABEL.
091000     MOVE C3500-TOTAL-DEBITS TO AL-AMOUNT.
091100     PERFORM 8200-WRITE-AMOUNT-LINE
091200         THRU 8200-WRITE-AMOUNT-LINE-EXIT.
091300     MOVE "POSTED CREDITS              : " TO AL-LABEL.
091400     MOVE C3500-TOTAL-CREDITS TO AL-AMOUNT.
091500     PERFORM 8200-WRITE-AMOUNT-LINE
091600         THRU 8200-WRITE-AMOUNT-LINE-EXIT.
091700     MOVE "MAINTENANCE ADJUSTMENTS     : " TO AL-LABEL.
091800     MOVE C3500-TOTAL-ADJUSTMENTS TO AL-AMOUNT.
091900     PERFORM 8200-WRITE-AMOUNT-LINE
092000         THRU 8200-WRITE-AMOUNT-LINE-EXIT.
092100     MOVE "CLOSING BALANCE             : " TO AL-LABEL.
092200     MOVE C3500-COMPUTED-CLOSING TO AL-AMOUNT.
092300     PERFORM 8200-WRITE-AMOUNT-LINE
092400         THRU 8200-WRITE-AMOUNT-LINE-EXIT.
092500
092600     MOVE SPACES TO TRIAL-BALANCE-REPORT-LINE.
092700     WRITE TRIAL-BALANCE-REPORT-LINE.
092800     MOVE "MASTER BALANCE AT RUN DATE  : " TO AL-LABEL.
092900     MOVE C3500-MASTER-TOTAL TO AL-AMOUNT.
093000     PERFORM 8200-WRITE-AMOUNT-LINE
093100         THRU 8200-WRITE-AMOUNT-LINE-EXIT.
093200     MOVE "LESS ACTIVITY AFTER PERIOD  : " TO AL-LABEL.
093300     MOVE C3500-AFTER-PERIOD TO AL-AMOUNT.
093400     PERFORM 8200-WRITE-AMOUNT-LINE
093500         THRU 8200-WRITE-AMOUNT-LINE-EXIT.
093600     MOVE "MASTER BALANCE AT PERIOD END: " TO AL-LABEL.
093700     MOVE C3500-MASTER-CLOSING TO AL-AMOUNT.
093800     PERFORM 8200-WRITE-AMOUNT-LINE
093900         THRU 8200-WRITE-AMOUNT-LINE-EXIT.
094000     MOVE "TRIAL BALANCE DIFFERENCE    : " TO AL-LABEL.
094100     MOVE C3500-TB-DIFFERENCE TO AL-AMOUNT.
094200     PERFORM 8200-WRITE-AMOUNT-LINE
094300         THRU 8200-WRITE-AMOUNT-LINE-EXIT.
094400
094500     MOVE SPACES TO TRIAL-BALANCE-REPORT-LINE.
094600     WRITE TRIAL-BALANCE-REPORT-LINE.
094700     MOVE "GL FEED NET FOR PERIOD      : " TO AL-LABEL.
094800     MOVE C3500-GL-NET TO AL-AMOUNT.
094900     PERFORM 8200-WRITE-AMOUNT-LINE
095000         THRU 8200-WRITE-AMOUNT-LINE-EXIT.
095100     MOVE "AUDITED MOVEMENT PROCESSED  : " TO AL-LABEL.
095200     MOVE C3500-AUDITED-MOVEMENT TO AL-AMOUNT.
095300     PERFORM 8200-WRITE-AMOUNT-LINE
095400         THRU 8200-WRITE-AMOUNT-LINE-EXIT.
095500     MOVE "GL PROOF DIFFERENCE         : " TO AL-LABEL.
095600     MOVE C3500-GL-DIFFERENCE TO AL-AMOUNT.
095700     PERFORM 8200-WRITE-AMOUNT-LINE
095800         THRU 8200-WRITE-AMOUNT-LINE-EXIT.
095900     MOVE "TIMING (DATED VS PROCESSED) : " TO AL-LABEL.
096000     MOVE C3500-TIMING-DIFFERENCE TO AL-AMOUNT.
096100     PERFORM 8200-WRITE-AMOUNT-LINE
096200         THRU 8200-WRITE-AMOUNT-LINE-EXIT.
096300
096400     MOVE SPACES TO TRIAL-BALANCE-REPORT-LINE.
096500     WRITE TRIAL-BALANCE-REPORT-LINE.
096600     MOVE "POSTINGS IN PERIOD          : " TO CL-LABEL.
096700     MOVE C3500-POSTINGS-IN-PERIOD TO CL-COUNT.
096800     PERFORM 8300-WRITE-COUNT-LINE
096900         THRU 8300-WRITE-COUNT-LINE-EXIT.
097000     MOVE "ACCOUNTS ON MASTER          : " TO CL-LABEL.
097100     MOVE C3500-ACCOUNTS-READ TO CL-COUNT.
097200     PERFORM 8300-WRITE-COUNT-LINE
097300         THRU 8300-WRITE-COUNT-LINE-EXIT.
097400     MOVE "GL CONTROL DETAILS USED     : " TO CL-LABEL.
097500     MOVE C3500-GL-DETAILS-USED TO CL-COUNT.
097600     PERFORM 8300-WRITE-COUNT-LINE
097700         THRU 8300-WRITE-COUNT-LINE-EXIT.
097800     MOVE "AUDIT VALUES NOT READABLE   : " TO CL-LABEL.
097900     MOVE C3500-UNPARSED-ROWS TO CL-COUNT.
098000     PERFORM 8300-WRITE-COUNT-LINE
098100         THRU 8300-WRITE-COUNT-LINE-EXIT.
098200 8000-WRITE-REPORT-EXIT.
098300     EXIT.
098400*****************************************************************
098500*    8100-WRITE-ONE-REASON-LINE
098600*****************************************************************
098700 8100-WRITE-ONE-REASON-LINE.
098800     MOVE C3500-TB-CODE(C3500-TB-SUB) TO DT-REASON-CODE.
098900     MOVE SPACES TO DT-DESCRIPTION.
099000     IF C3500-TB-CODE(C3500-TB-SUB) = "****"
099100         MOVE "OTHER (TABLE FULL)" TO DT-DESCRIPTION
099200     END-IF.
099300     PERFORM 8110-FIND-REASON-DESC
099400         THRU 8110-FIND-REASON-DESC-EXIT
099500         VARYING C3500-RSN-SUB FROM 1 BY 1
099600         UNTIL C3500-RSN-SUB > CM-RSN-COUNT.
099700     MOVE C3500-TB-POSTINGS(C3500-TB-SUB) TO DT-POSTINGS.
099800     MOVE C3500-TB-DEBITS(C3500-TB-SUB)   TO DT-DEBITS.
099900     MOVE C3500-TB-CREDITS(C3500-TB-SUB)  TO DT-CREDITS.
100000     COMPUTE DT-NET = C3500-TB-DEBITS(C3500-TB-SUB)
100100                    - C3500-TB-CREDITS(C3500-TB-SUB).
100200     MOVE C3500-DETAIL-LINE TO TRIAL-BALANCE-REPORT-LINE.
100300     WRITE TRIAL-BALANCE-REPORT-LINE.
100400 8100-WRITE-ONE-REASON-LINE-EXIT.
100500     EXIT.
100600*****************************************************************
100700*    8110-FIND-REASON-DESC
100800*****************************************************************
100900 8110-FIND-REASON-DESC.
101000     IF CM-RSN-CODE(C3500-RSN-SUB) = C3500-TB-CODE(C3500-TB-SUB)
101100         MOVE CM-RSN-DESC(C3500-RSN-SUB) TO DT-DESCRIPTION
101200     END-IF.
101300 8110-FIND-REASON-DESC-EXIT.
101400     EXIT.
101500*****************************************************************
101600*    8200-WRITE-AMOUNT-LINE
101700*****************************************************************
101800 8200-WRITE-AMOUNT-LINE.
101900     MOVE C3500-AMOUNT-LINE TO TRIAL-BALANCE-REPORT-LINE.
102000     WRITE TRIAL-BALANCE-REPORT-LINE.
102100 8200-WRITE-AMOUNT-LINE-EXIT.
102200     EXIT.
102300*****************************************************************
102400*    8300-WRITE-COUNT-LINE
102500*****************************************************************
102600 8300-WRITE-COUNT-LINE.
102700     MOVE C3500-COUNT-LINE TO TRIAL-BALANCE-REPORT-LINE.
102800     WRITE TRIAL-BALANCE-REPORT-LINE.
102900 8300-WRITE-COUNT-LINE-EXIT.
103000     EXIT.
103100*****************************************************************
103200*    8500-WRITE-RESULT - CALLER SETS RL-RESULT.
103300*****************************************************************
103400 8500-WRITE-RESULT.
103500     MOVE C3500-PERIOD TO RL-PERIOD.
103600     MOVE SPACES TO TRIAL-BALANCE-REPORT-LINE.
103700     WRITE TRIAL-BALANCE-REPORT-LINE.
103800     MOVE C3500-RESULT-LINE TO TRIAL-BALANCE-REPORT-LINE.
103900     WRITE TRIAL-BALANCE-REPORT-LINE.
104000     DISPLAY "CUST3500 - " C3500-RESULT-LINE.
104100 8500-WRITE-RESULT-EXIT.
104200     EXIT.
104300*****************************************************************
104400*    8900-WRITE-RUN-LOG - READ CARRIES THE POSTINGS IN THE
104500*    PERIOD, UPDATED IS ONE WHEN THE PERIOD WAS LOCKED, AND
104600*    REJECTED IS ONE WHEN A LOCK WAS REFUSED.
104700*****************************************************************
104800 8900-WRITE-RUN-LOG.
104900     OPEN EXTEND RUN-LOG-FILE.
105000     IF CM-RUNLOG-STATUS = "35"
105100         OPEN OUTPUT RUN-LOG-FILE
105200     END-IF.
105300     MOVE "CUST3500"               TO RNL-PROGRAM-ID.
105400     MOVE C3500-CURRENT-DATE       TO RNL-RUN-DATE.
105500     ACCEPT RNL-RUN-TIME FROM TIME.
105600     MOVE C3500-POSTINGS-IN-PERIOD TO RNL-RECORDS-READ.
105700     MOVE ZERO                     TO RNL-RECORDS-UPDATED
105800                                      RNL-RECORDS-REJECTED.
105900     IF C3500-LOCKED
106000         MOVE 1                    TO RNL-RECORDS-UPDATED
106100     END-IF.
106200     IF RETURN-CODE NOT = ZERO
106300         MOVE 1                    TO RNL-RECORDS-REJECTED
106400     END-IF.
106500     MOVE C3500-TB-COUNT           TO RNL-RECORDS-WRITTEN.
106600     MOVE ZERO                     TO RNL-RECORDS-SKIPPED.
106700     MOVE CM-PERIODCT-STATUS       TO RNL-FINAL-STATUS.
106800     WRITE RUN-LOG-RECORD.
106900     CLOSE RUN-LOG-FILE.
107000 8900-WRITE-RUN-LOG-EXIT.
107100     EXIT.
107200*****************************************************************
107300*    9000-TERMINATE
107400*****************************************************************
107500 9000-TERMINATE.
107600     IF C3500-ABORT
107700         MOVE 8 TO RETURN-CODE
107800     END-IF.
107900     IF CM-PERIODCT-STATUS NOT = "35"
108000         CLOSE PERIOD-CONTROL-FILE
108100     END-IF.
108200     IF C3500-MODE NOT = "O"
108300         CLOSE CUSTOMER-MASTER-FILE
108400               POSTING-HISTORY-FILE
108500               CUSTOMER-AUDIT-FILE
108600         IF CM-GLFEED-STATUS = "00" OR "10"
108700             CLOSE GL-FEED-FILE
108800         END-IF
108900     END-IF.
109000     CLOSE TRIAL-BALANCE-REPORT-FILE.
109100
109200     PERFORM 8900-WRITE-RUN-LOG
109300         THRU 8900-WRITE-RUN-LOG-EXIT.
109400 9000-TERMINATE-EXIT.
109500     EXIT.
