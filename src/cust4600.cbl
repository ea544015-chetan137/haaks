000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CUST4600.
000300 AUTHOR.        R HALVORSEN.
000400 INSTALLATION.  CUSTOMER SERVICES APPLICATIONS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*    CUST4600  -  METRO 2 CREDIT BUREAU REPORTING
000900*
001000*    MONTH-END.  READS THE CUSTOMER MASTER AND BUILDS THE
001100*    METRO 2 FILE FOR THE CREDIT BUREAUS (M2FILE, CUSTM2.CPY):
001200*    ONE HEADER RECORD, ONE BASE SEGMENT PER CREDIT ACCOUNT AND
001300*    ONE TRAILER RECORD WITH THE SEGMENT COUNT AND THE COUNT BY
001400*    ACCOUNT STATUS CODE.
001500*
001600*    A CREDIT ACCOUNT IS ONE WITH A CUST-CREDIT-LIMIT, A DEBIT
001700*    BALANCE, OR A WRITE-OFF.  A CLOSED ACCOUNT IS REPORTED IN
001800*    THE MONTH IT CLOSED AND THEN DROPS OFF; SO IS A WRITTEN-
001900*    OFF ACCOUNT ONCE RECOVERIES HAVE PAID IT IN FULL.  EACH
002000*    BASE SEGMENT CARRIES:
002100*      - DATE OPENED: THE CUSTAUD "RECORD ADDED" ROW, ELSE THE
002200*        EARLIEST AUDIT ROW OR POSTING ON FILE.
002300*      - CREDIT LIMIT, AND HIGHEST CREDIT (THE HIGHEST BALANCE
002400*        ON POSTHIST OR ON THE MASTER NOW).
002500*      - ACTUAL PAYMENT (CREDITS POSTED IN THE ACTIVITY MONTH)
002600*        AND DATE OF LAST PAYMENT (LATEST CREDIT POSTED), NEITHER
002700*        COUNTING A CHARGE-OFF CODE (REASONTB USAGE "B") OR A
002710*        CREDIT CUST2900 HAS REVERSED AS A RETURNED ITEM (ON
002720*        NSFXREF, ONCE THE REVERSAL IS CONFIRMED).
002800*      - CURRENT BALANCE (A CREDIT BALANCE REPORTS AS ZERO).
002900*      - ACCOUNT STATUS FROM THE DELINQUENCY FILE (DELINQ, SET
003000*        NIGHTLY BY CUST3200), BY DAYS PAST DUE:
003100*            UNDER 30 "11", 30 "71", 60 "78", 90 "80",
003200*            120 "82", 150 "83", 180 AND OVER "84".
003300*        A PAST-DUE ACCOUNT REPORTS ITS WHOLE BALANCE AS PAST
003400*        DUE, AND THE DATE ITS BALANCE BEGAN AGING AS THE DATE
003500*        OF FIRST DELINQUENCY.
003600*      - PAYMENT HISTORY PROFILE FOR THE 24 PRIOR MONTHS FROM
003700*        THE DELINQUENCY STAGE HISTORY: "0" TO "4" FOR THE
003800*        STAGE AT EACH MONTH END, "B" BEFORE THE ACCOUNT OPENED,
003900*        "L" AFTER A CHARGE-OFF, "D" WHERE THE STAGE IS OLDER
004000*        THAN THE HISTORY KEPT.
004100*    SPECIAL STATUSES:
004200*      - MERGED AWAY (CUSTAUD "MERGED-TO")   : STATUS "05",
004300*        SPECIAL COMMENT "AT" (CLOSED DUE TO TRANSFER).
004400*      - ESCHEATED (CUST2800 CLOSE)          : STATUS "13",
004500*        SPECIAL COMMENT "M" (CLOSED BY CREDIT GRANTOR).
004600*      - OTHER CLOSED, ZERO BALANCE          : STATUS "13".
004700*        CLOSED BY A SYSTEM JOB (SOURCE CUSTNNNN) CARRIES
004800*        SPECIAL COMMENT "M"; CLOSED ON A KEYED TRANSACTION
004900*        CARRIES COMPLIANCE CONDITION "XA" (CLOSED AT THE
005000*        CONSUMER'S REQUEST).  A CLOSED ACCOUNT STILL OWING
005100*        REPORTS ITS DELINQUENCY STATUS WITH THE SAME CODES.
005200*      - WRITTEN OFF (CHGOFF, CUSTCHG.CPY)   : STATUS "97" WHILE
005300*        ANY OF THE CHARGE-OFF IS UNRECOVERED, "64" ONCE PAID,
005400*        WITH THE ORIGINAL CHARGE-OFF AMOUNT.
005500*    THE MASTER CARRIES NO SOCIAL SECURITY NUMBER OR DATE OF
005600*    BIRTH; THOSE FIELDS GO OUT ZERO.
005700*
005800*    AN ACCOUNT THAT CANNOT BE REPORTED CLEANLY IS LEFT OFF THE
005900*    FILE AND LISTED ON THE VALIDATION REPORT (M2RPT), ONE LINE
006000*    PER PROBLEM, SO IT CAN BE FIXED BEFORE THE FILE GOES OUT:
006100*    A NAME THAT WILL NOT SPLIT INTO FIRST NAME AND SURNAME
006200*    ("FIRST MIDDLE LAST" OR "LAST, FIRST MIDDLE"), A MISSING
006300*    OR OVERLONG STREET ADDRESS, A MISSING CITY, A STATE OR ZIP
006400*    THAT FAILS THE CUST0300 EDITS, AN ADDRESS THE POST OFFICE
006500*    HAS RETURNED (UNDELIV), NO KNOWN DATE OPENED, OR A WRITE-
006600*    OFF WITH NO CHARGE-OFF ROW.
006700*
006800*    CONTROL CARDS (M2PARM), UP TO THREE RECORDS:
006900*      CARD 1:
007000*        M2P-ACTIVITY-DATE   PIC X(08)  COLS  1-8, YYYYMMDD, THE
007100*                                       MONTH-END BEING REPORTED.
007200*                                       SPACES = TODAY.
007300*        M2P-IDENTIFICATION  PIC X(20)  COLS  9-28, OUR BUREAU
007400*                                       IDENTIFICATION NUMBER,
007500*                                       REQUIRED.
007600*        M2P-EQUIFAX-ID      PIC X(10)  COLS 29-38.
007700*        M2P-EXPERIAN-ID     PIC X(05)  COLS 39-43.
007800*        M2P-TRANSUNION-ID   PIC X(10)  COLS 44-53.
007900*        M2P-INNOVIS-ID      PIC X(10)  COLS 54-63.
008000*        M2P-REPORTER-PHONE  PIC X(10)  COLS 64-73.
008100*        M2P-CYCLE-ID        PIC X(02)  COLS 74-75.
008200*      CARD 2: REPORTER NAME, COLS 1-40.
008300*      CARD 3: REPORTER ADDRESS, COLS 1-80.
008400*    WITHOUT THE IDENTIFICATION NUMBER, OR WITH AN ACTIVITY
008500*    DATE THAT IS NOT A DATE, NO FILE IS BUILT AND THE STEP
008600*    ENDS WITH RETURN CODE 8.  THE SAME HOLDS WHEN THE MASTER,
008610*    CUSTAUD OR POSTHIST WILL NOT OPEN.
008700*
008800*    MODIFICATION HISTORY
008900*    DATE       INIT  DESCRIPTION
009000*    ---------- ----- ---------------------------------------
009100*    2026-10-15 RJH   INITIAL VERSION.
009110*    2026-10-15 RJH   A CREDIT ON NSFXREF (REVERSED BY CUST2900
009120*                     AS A RETURNED CHECK OR ACH DEBIT) IS NO
009130*                     LONGER A PAYMENT OR THE LAST PAYMENT DATE.
009140*    2026-10-15 RJH   ONLY A CONFIRMED NSFXREF ROW COUNTS, AND
009150*                     NSFXREF IS OPTIONAL.  AN INPUT THAT WILL
009160*                     NOT OPEN WRITES NO TRAILER.
009200*****************************************************************
009300 ENVIRONMENT DIVISION.
009400 CONFIGURATION SECTION.
009500 SOURCE-COMPUTER.   IBM-370.
009600 OBJECT-COMPUTER.   IBM-370.
009700 INPUT-OUTPUT SECTION.
009800 FILE-CONTROL.
009900     COPY "custmsel.cpy".
010000
010100     COPY "custausl.cpy".
010200
010300     COPY "custphsl.cpy".
010400
010500     COPY "custdqsl.cpy".
010600
010700     COPY "custcgsl.cpy".
010800
010900     COPY "custudsl.cpy".
010910
010920     COPY "custnxsl.cpy".
011000
011100     SELECT CONTROL-CARD-FILE ASSIGN TO "M2PARM"
011200         ORGANIZATION IS LINE SEQUENTIAL
011300         FILE STATUS IS CM-M2PARM-STATUS.
011400
011500     SELECT REASON-TABLE-FILE ASSIGN TO "REASONTB"
011600         ORGANIZATION IS LINE SEQUENTIAL
011700         FILE STATUS IS CM-REASONTB-STATUS.
011800
011900     SELECT METRO2-FILE ASSIGN TO "M2FILE"
012000         ORGANIZATION IS LINE SEQUENTIAL
012100         FILE STATUS IS CM-M2FILE-STATUS.
012200
012300     SELECT VALIDATION-REPORT-FILE ASSIGN TO "M2RPT"
012400         ORGANIZATION IS LINE SEQUENTIAL
012500         FILE STATUS IS CM-M2RPT-STATUS.
012600
012700     COPY "custrnsl.cpy".
012800
012900 DATA DIVISION.
013000 FILE SECTION.
013100     COPY "custmfd.cpy".
013200
013300     COPY "custaufd.cpy".
013400
013500     COPY "custphfd.cpy".
013600
013700     COPY "custdqfd.cpy".
013800
013900     COPY "custcgfd.cpy".
014000
014100     COPY "custudfd.cpy".
014110
014120     COPY "custnxfd.cpy".
014200
014300 FD  CONTROL-CARD-FILE
014400     LABEL RECORDS ARE STANDARD.
014500 01  CONTROL-CARD-RECORD.
014600     05  M2P-ACTIVITY-DATE      PIC X(08).
014700     05  M2P-IDENTIFICATION     PIC X(20).
014800     05  M2P-EQUIFAX-ID         PIC X(10).
014900     05  M2P-EXPERIAN-ID        PIC X(05).
015000     05  M2P-TRANSUNION-ID      PIC X(10).
015100     05  M2P-INNOVIS-ID         PIC X(10).
015200     05  M2P-REPORTER-PHONE     PIC X(10).
015300     05  M2P-CYCLE-ID           PIC X(02).
015400     05  FILLER                 PIC X(05).
015500 01  CONTROL-NAME-CARD.
015600     05  M2P-REPORTER-NAME      PIC X(40).
015700     05  FILLER                 PIC X(40).
015800 01  CONTROL-ADDRESS-CARD.
015900     05  M2P-REPORTER-ADDRESS   PIC X(80).
016000
016100 FD  REASON-TABLE-FILE
016200     LABEL RECORDS ARE STANDARD.
016300     COPY "custrsn.cpy".
016400
016500 FD  METRO2-FILE
016600     LABEL RECORDS ARE STANDARD.
016700     COPY "custm2.cpy".
016800
016900 FD  VALIDATION-REPORT-FILE
017000     LABEL RECORDS ARE STANDARD.
017100 01  VALIDATION-REPORT-LINE     PIC X(132).
017200
017300     COPY "custrnfd.cpy".
017400
017500 WORKING-STORAGE SECTION.
017600 77  CM-CUSTMAST-STATUS         PIC X(02).
017700 77  CM-CUSTAUD-STATUS          PIC X(02).
017800 77  CM-POSTHIST-STATUS         PIC X(02).
017900 77  CM-DELINQ-STATUS           PIC X(02).
018000 77  CM-CHGOFF-STATUS           PIC X(02).
018100 77  CM-UNDELIV-STATUS          PIC X(02).
018150 77  CM-NSFXREF-STATUS          PIC X(02).
018200 77  CM-M2PARM-STATUS           PIC X(02).
018300 77  CM-REASONTB-STATUS         PIC X(02).
018400 77  CM-M2FILE-STATUS           PIC X(02).
018500 77  CM-M2RPT-STATUS            PIC X(02).
018600 77  CM-RUNLOG-STATUS           PIC X(02).
018700
018800 77  C4600-MASTER-EOF-SW        PIC X(01)  VALUE "N".
018900     88  C4600-MASTER-EOF       VALUE "Y".
019000 77  C4600-PARM-OK-SW           PIC X(01)  VALUE "Y".
019100     88  C4600-PARM-OK          VALUE "Y".
019110 77  C4600-FILES-OK-SW          PIC X(01)  VALUE "Y".
019120     88  C4600-FILES-OK         VALUE "Y".
019200 77  C4600-RSN-EOF-SW           PIC X(01)  VALUE "N".
019300     88  C4600-RSN-EOF          VALUE "Y".
019400 77  C4600-AUDIT-EOF-SW         PIC X(01)  VALUE "N".
019500     88  C4600-AUDIT-EOF        VALUE "Y".
019600 77  C4600-HISTORY-EOF-SW       PIC X(01)  VALUE "N".
019700     88  C4600-HISTORY-EOF      VALUE "Y".
019800 77  C4600-DELINQ-FILE-SW       PIC X(01)  VALUE "N".
019900     88  C4600-DELINQ-FILE-OPEN VALUE "Y".
020000 77  C4600-CHGOFF-FILE-SW       PIC X(01)  VALUE "N".
020100     88  C4600-CHGOFF-FILE-OPEN VALUE "Y".
020200 77  C4600-UNDELIV-FILE-SW      PIC X(01)  VALUE "N".
020300     88  C4600-UNDELIV-FILE-OPEN VALUE "Y".
020310 77  C4600-NSFXREF-FILE-SW      PIC X(01)  VALUE "N".
020320     88  C4600-NSFXREF-FILE-OPEN VALUE "Y".
020400 77  C4600-DELINQ-FOUND-SW      PIC X(01)  VALUE "N".
020500     88  C4600-DELINQ-FOUND     VALUE "Y".
020600 77  C4600-CHGOFF-FOUND-SW      PIC X(01)  VALUE "N".
020700     88  C4600-CHGOFF-FOUND     VALUE "Y".
020800 77  C4600-UNDELIV-FOUND-SW     PIC X(01)  VALUE "N".
020900     88  C4600-UNDELIV-FOUND    VALUE "Y".
020910 77  C4600-XREF-FOUND-SW        PIC X(01)  VALUE "N".
020920     88  C4600-XREF-FOUND       VALUE "Y".
021000 77  C4600-RECORD-OK-SW         PIC X(01)  VALUE "Y".
021100     88  C4600-RECORD-OK        VALUE "Y".
021200 77  C4600-ZIP-OK-SW            PIC X(01)  VALUE "Y".
021300     88  C4600-ZIP-OK           VALUE "Y".
021400 77  C4600-MERGED-SW            PIC X(01)  VALUE "N".
021500     88  C4600-MERGED           VALUE "Y".
021600 77  C4600-ESCHEATED-SW         PIC X(01)  VALUE "N".
021700     88  C4600-ESCHEATED        VALUE "Y".
021800 77  C4600-USAGE-B-SW           PIC X(01)  VALUE "N".
021900     88  C4600-CHARGE-OFF-CODE  VALUE "Y".
022000 77  C4600-CURRENT-DATE         PIC X(08)  VALUE SPACES.
022100 77  C4600-CURRENT-TIME         PIC X(08)  VALUE SPACES.
022200 77  C4600-ACTIVITY-DATE        PIC X(08)  VALUE SPACES.
022300 77  C4600-ACTIVITY-MONTH       PIC X(06)  VALUE SPACES.
022400 77  C4600-IDENTIFICATION       PIC X(20)  VALUE SPACES.
022500 77  C4600-CYCLE-ID             PIC X(02)  VALUE SPACES.
022600 77  C4600-DATE-OPENED          PIC X(08)  VALUE SPACES.
022700 77  C4600-EARLIEST-DATE        PIC X(08)  VALUE SPACES.
022800 77  C4600-DATE-CLOSED          PIC X(08)  VALUE SPACES.
022900 77  C4600-CLOSE-SOURCE         PIC X(08)  VALUE SPACES.
023000 77  C4600-LAST-PAYMENT-DATE    PIC X(08)  VALUE SPACES.
023100 77  C4600-FIRST-DELINQ-DATE    PIC X(08)  VALUE SPACES.
023200 77  C4600-DAYS-PAST-DUE        PIC 9(05)  VALUE ZERO.
023300 77  C4600-HIGHEST-BALANCE      PIC S9(08)V99 COMP-3 VALUE ZERO.
023400 77  C4600-MONTH-PAYMENTS       PIC S9(08)V99 COMP-3 VALUE ZERO.
023500 77  C4600-REPORT-BALANCE       PIC S9(08)V99 COMP-3 VALUE ZERO.
023600 77  C4600-CHARGE-OFF-BALANCE   PIC S9(08)V99 COMP-3 VALUE ZERO.
023700 77  C4600-DATE-NUMERIC         PIC 9(08)  VALUE ZERO.
023800 77  C4600-DATE-INTEGER         PIC 9(09) COMP  VALUE ZERO.
023900 77  C4600-RSN-SUB              PIC 9(03) COMP  VALUE ZERO.
024000 77  C4600-STAT-SUB             PIC 9(03) COMP  VALUE ZERO.
024100 77  C4600-MONTH-SUB            PIC 9(03) COMP  VALUE ZERO.
024200 77  C4600-DLQ-SUB              PIC 9(03) COMP  VALUE ZERO.
024300 77  C4600-HISTORY-STAGE        PIC X(01)  VALUE SPACE.
024400 77  C4600-COMMA-COUNT          PIC 9(03) COMP  VALUE ZERO.
024500 77  C4600-LEADING-SPACES       PIC 9(03) COMP  VALUE ZERO.
024600 77  C4600-TOKEN-COUNT          PIC 9(03) COMP  VALUE ZERO.
024700 77  C4600-MASTER-READ          PIC 9(09) COMP  VALUE ZERO.
024800 77  C4600-SEGMENTS-WRITTEN     PIC 9(09) COMP  VALUE ZERO.
024900 77  C4600-ACCOUNTS-REJECTED    PIC 9(09) COMP  VALUE ZERO.
025000 77  C4600-PROBLEMS-LISTED      PIC 9(09) COMP  VALUE ZERO.
025100 77  C4600-NOT-CREDIT           PIC 9(09) COMP  VALUE ZERO.
025200 77  C4600-ALREADY-REPORTED     PIC 9(09) COMP  VALUE ZERO.
025300 77  C4600-PHONES-REPORTED      PIC 9(09) COMP  VALUE ZERO.
025400*---------------------------------------------------------------
025500*    REPORTER DETAILS FROM THE CONTROL CARDS
025600*---------------------------------------------------------------
025700 01  C4600-REPORTER.
025800     05  C4600-EQUIFAX-ID       PIC X(10)  VALUE SPACES.
025900     05  C4600-EXPERIAN-ID      PIC X(05)  VALUE SPACES.
026000     05  C4600-TRANSUNION-ID    PIC X(10)  VALUE SPACES.
026100     05  C4600-INNOVIS-ID       PIC X(10)  VALUE SPACES.
026200     05  C4600-REPORTER-PHONE   PIC X(10)  VALUE SPACES.
026300     05  C4600-REPORTER-NAME    PIC X(40)  VALUE SPACES.
026400     05  C4600-REPORTER-ADDRESS PIC X(80)  VALUE SPACES.
026500*---------------------------------------------------------------
026600*    DATE CONVERSION, YYYYMMDD TO THE BUREAUS' MMDDYYYY
026700*---------------------------------------------------------------
026800 01  C4600-FORMAT-IN.
026900     05  C4600-FMT-IN-YEAR      PIC X(04).
027000     05  C4600-FMT-IN-MONTH     PIC X(02).
027100     05  C4600-FMT-IN-DAY       PIC X(02).
027200 01  C4600-FORMAT-OUT.
027300     05  C4600-FMT-OUT-MONTH    PIC X(02).
027400     05  C4600-FMT-OUT-DAY      PIC X(02).
027500     05  C4600-FMT-OUT-YEAR     PIC X(04).
027600 01  C4600-TIME-STAMP.
027700     05  C4600-STAMP-DATE       PIC X(08).
027800     05  C4600-STAMP-TIME       PIC X(06).
027900*---------------------------------------------------------------
028000*    MONTH END FOR ONE POSITION OF THE PAYMENT HISTORY PROFILE.
028100*    EVERY DATE IN THE MONTH COMPARES NOT GREATER THAN DAY 31.
028200*---------------------------------------------------------------
028300 01  C4600-MONTH-END.
028400     05  C4600-ME-YEAR          PIC 9(04).
028500     05  C4600-ME-MONTH         PIC 9(02).
028600     05  FILLER                 PIC X(02)  VALUE "31".
028700 01  C4600-MONTH-END-KEY REDEFINES C4600-MONTH-END.
028800     05  C4600-ME-YYYYMM        PIC X(06).
028900     05  FILLER                 PIC X(02).
029000*---------------------------------------------------------------
029100*    CUST-NAME SPLIT FOR THE CONSUMER NAME FIELDS
029200*---------------------------------------------------------------
029300 01  C4600-NAME-WORK            PIC X(30).
029400 01  C4600-NAME-SURNAME         PIC X(30).
029500 01  C4600-NAME-REST            PIC X(30).
029600 01  C4600-NAME-TOKENS.
029700     05  C4600-NAME-TOKEN       PIC X(30) OCCURS 5 TIMES.
029800 01  C4600-NAME-FIRST           PIC X(30).
029900 01  C4600-NAME-MIDDLE          PIC X(30).
030000 01  C4600-NAME-GENERATION      PIC X(01).
030100*---------------------------------------------------------------
030200*    ACCOUNT STATUS CODES COUNTED FOR THE TRAILER
030300*---------------------------------------------------------------
030400 01  C4600-STATUS-CODE-INIT.
030500     05  FILLER  PIC X(22) VALUE "0511136471788082838497".
030600 01  C4600-STATUS-CODE-TABLE REDEFINES C4600-STATUS-CODE-INIT.
030700     05  C4600-STATUS-CODE      PIC X(02) OCCURS 11 TIMES.
030800 01  C4600-STATUS-COUNT-TABLE.
030900     05  C4600-STATUS-COUNT     PIC 9(09) COMP OCCURS 11 TIMES.
031000
031100     COPY "custstat.cpy".
031200
031300     COPY "custrsnt.cpy".
031400
031500     COPY "statetbl.cpy".
031600*---------------------------------------------------------------
031700*    REPORT LINES
031800*---------------------------------------------------------------
031900 01  C4600-HEADING-1.
032000     05  FILLER  PIC X(43)
032100         VALUE "CUST4600 - METRO 2 CREDIT REPORTING".
032200     05  FILLER  PIC X(11) VALUE "RUN DATE: ".
032300     05  HD-RUN-DATE        PIC X(08).
032400     05  FILLER  PIC X(04) VALUE SPACES.
032500     05  FILLER  PIC X(16) VALUE "ACTIVITY DATE: ".
032600     05  HD-ACTIVITY-DATE   PIC X(08).
032700 01  C4600-HEADING-2.
032800     05  FILLER  PIC X(12) VALUE "CUST-ID".
032900     05  FILLER  PIC X(32) VALUE "CUSTOMER NAME".
033000     05  FILLER  PIC X(36) VALUE "NOT REPORTED - PROBLEM".
033100     05  FILLER  PIC X(40) VALUE "VALUE ON FILE".
033200 01  C4600-DETAIL-LINE.
033300     05  DT-CUST-ID      PIC X(10).
033400     05  FILLER          PIC X(02) VALUE SPACES.
033500     05  DT-CUST-NAME    PIC X(30).
033600     05  FILLER          PIC X(02) VALUE SPACES.
033700     05  DT-REASON       PIC X(34).
033800     05  FILLER          PIC X(02) VALUE SPACES.
033900     05  DT-BAD-VALUE    PIC X(40).
034000 01  C4600-TOTAL-LINE-1.
034100     05  FILLER          PIC X(30) VALUE
034200         "MASTER RECORDS READ         : ".
034300     05  TL-MASTER-READ  PIC ZZZ,ZZZ,ZZ9.
034400 01  C4600-TOTAL-LINE-2.
034500     05  FILLER          PIC X(30) VALUE
034600         "BASE SEGMENTS WRITTEN       : ".
034700     05  TL-WRITTEN      PIC ZZZ,ZZZ,ZZ9.
034800 01  C4600-TOTAL-LINE-3.
034900     05  FILLER          PIC X(30) VALUE
035000         "ACCOUNTS NOT REPORTED       : ".
035100     05  TL-REJECTED     PIC ZZZ,ZZZ,ZZ9.
035200     05  FILLER          PIC X(04) VALUE SPACES.
035300     05  TL-PROBLEMS     PIC ZZZ,ZZZ,ZZ9.
035400     05  FILLER          PIC X(09) VALUE " PROBLEMS".
035500 01  C4600-TOTAL-LINE-4.
035600     05  FILLER          PIC X(30) VALUE
035700         "SKIPPED - NOT CREDIT ACCOUNT: ".
035800     05  TL-NOT-CREDIT   PIC ZZZ,ZZZ,ZZ9.
035900 01  C4600-TOTAL-LINE-5.
036000     05  FILLER          PIC X(30) VALUE
036100         "SKIPPED - FINAL STATUS SENT : ".
036200     05  TL-ALREADY      PIC ZZZ,ZZZ,ZZ9.
036300 01  C4600-STATUS-TOTAL-LINE.
036400     05  FILLER          PIC X(15) VALUE "ACCOUNT STATUS ".
036500     05  TL-STATUS-CODE  PIC X(02).
036600     05  FILLER          PIC X(13) VALUE SPACES.
036700     05  TL-STATUS-COUNT PIC ZZZ,ZZZ,ZZ9.
036800 01  C4600-NO-FILE-LINE.
036900     05  FILLER          PIC X(50) VALUE
037000         "CONTROL CARD IN ERROR - NO METRO 2 FILE BUILT".
037010 01  C4600-NO-INPUT-LINE.
037020     05  FILLER          PIC X(50) VALUE
037030         "INPUT FILE NOT OPENED - NO METRO 2 FILE BUILT".
037100
037200 PROCEDURE DIVISION.
037300*****************************************************************
037400*    0000-MAINLINE
037500*****************************************************************
037600 0000-MAINLINE.
037700     PERFORM 1000-INITIALIZE
037800         THRU 1000-INITIALIZE-EXIT.
037900
038000     PERFORM 2000-PROCESS-ONE-CUSTOMER
038100         THRU 2000-PROCESS-ONE-CUSTOMER-EXIT
038200         UNTIL C4600-MASTER-EOF.
038300
038400     IF C4600-PARM-OK
038450       AND C4600-FILES-OK
038500         PERFORM 4000-WRITE-TRAILER-RECORD
038600             THRU 4000-WRITE-TRAILER-RECORD-EXIT
038700     END-IF.
038800
038900     PERFORM 8000-WRITE-TOTALS
039000         THRU 8000-WRITE-TOTALS-EXIT.
039100
039200     PERFORM 9000-TERMINATE
039300         THRU 9000-TERMINATE-EXIT.
039400
039500     PERFORM 8900-WRITE-RUN-LOG
039600         THRU 8900-WRITE-RUN-LOG-EXIT.
039700
039800     STOP RUN.
039900*****************************************************************
040000*    1000-INITIALIZE - THE DELINQUENCY, CHARGE-OFF,
040100*    UNDELIVERABLE AND RETURNED-PAYMENT FILES ARE OPTIONAL: NONE
040200*    ON FILE MEANS NO ACCOUNT HAS EVER BEEN PAST DUE, WRITTEN
040300*    OFF, RETURNED BY THE POST OFFICE OR HAD A PAYMENT RETURNED.
040400*****************************************************************
040500 1000-INITIALIZE.
040600     ACCEPT C4600-CURRENT-DATE FROM DATE YYYYMMDD.
040700     ACCEPT C4600-CURRENT-TIME FROM TIME.
040800     MOVE C4600-CURRENT-DATE TO C4600-ACTIVITY-DATE.
040900
041000     MOVE 1 TO C4600-STAT-SUB.
041100     PERFORM 1100-CLEAR-ONE-STATUS-COUNT
041200         THRU 1100-CLEAR-ONE-STATUS-COUNT-EXIT
041300         UNTIL C4600-STAT-SUB > 11.
041400
041500     PERFORM 1500-READ-CONTROL-CARD
041600         THRU 1500-READ-CONTROL-CARD-EXIT.
041700     MOVE C4600-ACTIVITY-DATE (1:6) TO C4600-ACTIVITY-MONTH.
041800
041900     OPEN OUTPUT METRO2-FILE
042000                 VALIDATION-REPORT-FILE.
042100
042200     MOVE C4600-CURRENT-DATE  TO HD-RUN-DATE.
042300     MOVE C4600-ACTIVITY-DATE TO HD-ACTIVITY-DATE.
042400     MOVE C4600-HEADING-1 TO VALIDATION-REPORT-LINE.
042500     WRITE VALIDATION-REPORT-LINE.
042600     MOVE C4600-HEADING-2 TO VALIDATION-REPORT-LINE.
042700     WRITE VALIDATION-REPORT-LINE.
042800
042900     IF NOT C4600-PARM-OK
043000         MOVE 8 TO RETURN-CODE
043100         MOVE "Y" TO C4600-MASTER-EOF-SW
043200         GO TO 1000-INITIALIZE-EXIT
043300     END-IF.
043400
043500     PERFORM 1600-LOAD-REASON-TABLE
043600         THRU 1600-LOAD-REASON-TABLE-EXIT.
043700
043800     OPEN INPUT CUSTOMER-MASTER-FILE.
043900     IF CM-CUSTMAST-STATUS NOT = "00"
044000         DISPLAY "CUST4600 - CANNOT OPEN CUSTOMER MASTER, STATUS "
044100             CM-CUSTMAST-STATUS
044200         MOVE "Y" TO C4600-MASTER-EOF-SW
044300     END-IF.
044400
044500     OPEN INPUT CUSTOMER-AUDIT-FILE.
044600     IF CM-CUSTAUD-STATUS NOT = "00"
044700         DISPLAY "CUST4600 - CANNOT OPEN AUDIT HISTORY, STATUS "
044800             CM-CUSTAUD-STATUS
044900         MOVE "Y" TO C4600-MASTER-EOF-SW
045000     END-IF.
045100
045200     OPEN INPUT POSTING-HISTORY-FILE.
045300     IF CM-POSTHIST-STATUS NOT = "00"
045400         DISPLAY "CUST4600 - CANNOT OPEN POSTING HISTORY, STATUS "
045500             CM-POSTHIST-STATUS
045600         MOVE "Y" TO C4600-MASTER-EOF-SW
045700     END-IF.
045710
045720     OPEN INPUT RETURNED-XREF-FILE.
045730     IF CM-NSFXREF-STATUS = "00"
045740         MOVE "Y" TO C4600-NSFXREF-FILE-SW
045770     END-IF.
045800
045900     OPEN INPUT DELINQUENCY-FILE.
046000     IF CM-DELINQ-STATUS = "00"
046100         MOVE "Y" TO C4600-DELINQ-FILE-SW
046200     END-IF.
046300     OPEN INPUT CHARGE-OFF-FILE.
046400     IF CM-CHGOFF-STATUS = "00"
046500         MOVE "Y" TO C4600-CHGOFF-FILE-SW
046600     END-IF.
046700     OPEN INPUT UNDELIVERABLE-FILE.
046800     IF CM-UNDELIV-STATUS = "00"
046900         MOVE "Y" TO C4600-UNDELIV-FILE-SW
047000     END-IF.
047100
047200     IF C4600-MASTER-EOF
047250         MOVE "N" TO C4600-FILES-OK-SW
047300         MOVE 8 TO RETURN-CODE
047400         GO TO 1000-INITIALIZE-EXIT
047500     END-IF.
047600
047700     PERFORM 1700-WRITE-HEADER-RECORD
047800         THRU 1700-WRITE-HEADER-RECORD-EXIT.
047900
048000     PERFORM 2900-READ-NEXT-MASTER
048100         THRU 2900-READ-NEXT-MASTER-EXIT.
048200 1000-INITIALIZE-EXIT.
048300     EXIT.
048400*****************************************************************
048500*    1100-CLEAR-ONE-STATUS-COUNT
048600*****************************************************************
048700 1100-CLEAR-ONE-STATUS-COUNT.
048800     MOVE ZERO TO C4600-STATUS-COUNT (C4600-STAT-SUB).
048900     ADD 1 TO C4600-STAT-SUB.
049000 1100-CLEAR-ONE-STATUS-COUNT-EXIT.
049100     EXIT.
049200*****************************************************************
049300*    1500-READ-CONTROL-CARD - THE IDENTIFICATION NUMBER HAS NO
049400*    DEFAULT; THE BUREAUS CANNOT LOAD A FILE WITHOUT IT.  THE
049500*    NAME AND ADDRESS CARDS MAY BE LEFT OFF.
049600*****************************************************************
049700 1500-READ-CONTROL-CARD.
049800     OPEN INPUT CONTROL-CARD-FILE.
049900     IF CM-M2PARM-STATUS NOT = "00"
050000         DISPLAY "CUST4600 - NO M2PARM CONTROL CARD"
050100         MOVE "N" TO C4600-PARM-OK-SW
050200         GO TO 1500-READ-CONTROL-CARD-EXIT
050300     END-IF.
050400     READ CONTROL-CARD-FILE
050500         AT END
050600             DISPLAY "CUST4600 - NO M2PARM CONTROL CARD"
050700             MOVE "N" TO C4600-PARM-OK-SW
050800             CLOSE CONTROL-CARD-FILE
050900             GO TO 1500-READ-CONTROL-CARD-EXIT
051000     END-READ.
051100
051200     IF M2P-ACTIVITY-DATE NOT = SPACES
051300         IF M2P-ACTIVITY-DATE IS NUMERIC
051400             MOVE M2P-ACTIVITY-DATE TO C4600-ACTIVITY-DATE
051500         ELSE
051600             DISPLAY "CUST4600 - ACTIVITY DATE NOT NUMERIC: "
051700                 M2P-ACTIVITY-DATE
051800             MOVE "N" TO C4600-PARM-OK-SW
051900         END-IF
052000     END-IF.
052100     IF M2P-IDENTIFICATION NOT = SPACES
052200         MOVE M2P-IDENTIFICATION TO C4600-IDENTIFICATION
052300     ELSE
052400         DISPLAY "CUST4600 - IDENTIFICATION NUMBER MISSING"
052500         MOVE "N" TO C4600-PARM-OK-SW
052600     END-IF.
052700     MOVE M2P-EQUIFAX-ID     TO C4600-EQUIFAX-ID.
052800     MOVE M2P-EXPERIAN-ID    TO C4600-EXPERIAN-ID.
052900     MOVE M2P-TRANSUNION-ID  TO C4600-TRANSUNION-ID.
053000     MOVE M2P-INNOVIS-ID     TO C4600-INNOVIS-ID.
053100     MOVE M2P-REPORTER-PHONE TO C4600-REPORTER-PHONE.
053200     MOVE M2P-CYCLE-ID       TO C4600-CYCLE-ID.
053300
053400     READ CONTROL-CARD-FILE
053500         AT END
053600             CLOSE CONTROL-CARD-FILE
053700             GO TO 1500-READ-CONTROL-CARD-EXIT
053800     END-READ.
053900     MOVE M2P-REPORTER-NAME TO C4600-REPORTER-NAME.
054000
054100     READ CONTROL-CARD-FILE
054200         AT END
054300             CLOSE CONTROL-CARD-FILE
054400             GO TO 1500-READ-CONTROL-CARD-EXIT
054500     END-READ.
054600     MOVE M2P-REPORTER-ADDRESS TO C4600-REPORTER-ADDRESS.
054700     CLOSE CONTROL-CARD-FILE.
054800 1500-READ-CONTROL-CARD-EXIT.
054900     EXIT.
055000*****************************************************************
055100*    1600-LOAD-REASON-TABLE - ONLY THE USAGE FLAG MATTERS HERE.
055200*    WITHOUT THE TABLE NO POSTING CAN BE TOLD APART AS A
055300*    CHARGE-OFF, SO A CHARGE-OFF WOULD COUNT AS A PAYMENT.
055400*****************************************************************
055500 1600-LOAD-REASON-TABLE.
055600     MOVE ZERO TO CM-RSN-COUNT.
055700     OPEN INPUT REASON-TABLE-FILE.
055800     IF CM-REASONTB-STATUS NOT = "00"
055900         DISPLAY "CUST4600 - CANNOT OPEN REASON TABLE, STATUS "
056000             CM-REASONTB-STATUS
056100         GO TO 1600-LOAD-REASON-TABLE-EXIT
056200     END-IF.
056300     MOVE "N" TO C4600-RSN-EOF-SW.
056400     PERFORM 1610-LOAD-ONE-REASON
056500         THRU 1610-LOAD-ONE-REASON-EXIT
056600         UNTIL C4600-RSN-EOF.
056700     CLOSE REASON-TABLE-FILE.
056800 1600-LOAD-REASON-TABLE-EXIT.
056900     EXIT.
057000*****************************************************************
057100*    1610-LOAD-ONE-REASON
057200*****************************************************************
057300 1610-LOAD-ONE-REASON.
057400     READ REASON-TABLE-FILE
057500         AT END
057600             MOVE "Y" TO C4600-RSN-EOF-SW
057700             GO TO 1610-LOAD-ONE-REASON-EXIT
057800     END-READ.
057900     IF CM-RSN-COUNT < 100
058000         ADD 1 TO CM-RSN-COUNT
058100         MOVE RSN-REASON-CODE TO CM-RSN-CODE(CM-RSN-COUNT)
058200         MOVE RSN-DESCRIPTION TO CM-RSN-DESC(CM-RSN-COUNT)
058300         MOVE RSN-GL-ACCOUNT  TO CM-RSN-ACCOUNT(CM-RSN-COUNT)
058400         MOVE RSN-USAGE       TO CM-RSN-USAGE(CM-RSN-COUNT)
058500     ELSE
058600         DISPLAY "CUST4600 - REASON TABLE FULL, DROPPED "
058700             RSN-REASON-CODE
058800     END-IF.
058900 1610-LOAD-ONE-REASON-EXIT.
059000     EXIT.
059100*****************************************************************
059200*    1700-WRITE-HEADER-RECORD
059300*****************************************************************
059400 1700-WRITE-HEADER-RECORD.
059500     MOVE SPACES                 TO METRO2-RECORD.
059600     MOVE "0426"                 TO M2-RECORD-DESCRIPTOR.
059700     MOVE "HEADER"               TO M2H-RECORD-ID.
059800     MOVE C4600-CYCLE-ID         TO M2H-CYCLE-ID.
059900     MOVE C4600-INNOVIS-ID       TO M2H-INNOVIS-ID.
060000     MOVE C4600-EQUIFAX-ID       TO M2H-EQUIFAX-ID.
060100     MOVE C4600-EXPERIAN-ID      TO M2H-EXPERIAN-ID.
060200     MOVE C4600-TRANSUNION-ID    TO M2H-TRANSUNION-ID.
060300     MOVE C4600-ACTIVITY-DATE    TO C4600-FORMAT-IN.
060400     PERFORM 6900-FORMAT-DATE
060500         THRU 6900-FORMAT-DATE-EXIT.
060600     MOVE C4600-FORMAT-OUT       TO M2H-ACTIVITY-DATE.
060700     MOVE C4600-CURRENT-DATE     TO C4600-FORMAT-IN.
060800     PERFORM 6900-FORMAT-DATE
060900         THRU 6900-FORMAT-DATE-EXIT.
061000     MOVE C4600-FORMAT-OUT       TO M2H-DATE-CREATED.
061100     MOVE "10152026"             TO M2H-PROGRAM-DATE.
061200     MOVE "10152026"             TO M2H-REVISION-DATE.
061300     MOVE C4600-REPORTER-NAME    TO M2H-REPORTER-NAME.
061400     MOVE C4600-REPORTER-ADDRESS TO M2H-REPORTER-ADDRESS.
061500     MOVE C4600-REPORTER-PHONE   TO M2H-REPORTER-PHONE.
061600     WRITE METRO2-RECORD.
061700 1700-WRITE-HEADER-RECORD-EXIT.
061800     EXIT.
061900*****************************************************************
062000*    2000-PROCESS-ONE-CUSTOMER
062100*****************************************************************
062200 2000-PROCESS-ONE-CUSTOMER.
062300     ADD 1 TO C4600-MASTER-READ.
062400     MOVE CUST-STATUS TO CM-CUST-STATUS-CHECK.
062500
062600     IF CUST-CREDIT-LIMIT NOT > ZERO
062700       AND CUST-BALANCE NOT > ZERO
062800       AND NOT CM-STATUS-WRITTEN-OFF
062900         ADD 1 TO C4600-NOT-CREDIT
063000         GO TO 2000-READ-AND-EXIT
063100     END-IF.
063200
063300     PERFORM 2100-SCAN-AUDIT-HISTORY
063400         THRU 2100-SCAN-AUDIT-HISTORY-EXIT.
063500
063600     IF CM-STATUS-CLOSED
063700         IF C4600-DATE-CLOSED = SPACES
063800             MOVE LAST-UPDATE-DATE TO C4600-DATE-CLOSED
063900         END-IF
064000         IF C4600-DATE-CLOSED (1:6) NOT = C4600-ACTIVITY-MONTH
064100             ADD 1 TO C4600-ALREADY-REPORTED
064200             GO TO 2000-READ-AND-EXIT
064300         END-IF
064400     END-IF.
064500
064600     PERFORM 2300-READ-SIDE-FILES
064700         THRU 2300-READ-SIDE-FILES-EXIT.
064800
064900     IF CM-STATUS-WRITTEN-OFF
065000       AND C4600-CHGOFF-FOUND
065100         COMPUTE C4600-CHARGE-OFF-BALANCE =
065200             CHG-AMOUNT - CHG-RECOVERED
065300         IF C4600-CHARGE-OFF-BALANCE NOT > ZERO
065400           AND CHG-LAST-RECOVERY-DATE (1:6)
065500               NOT = C4600-ACTIVITY-MONTH
065600             ADD 1 TO C4600-ALREADY-REPORTED
065700             GO TO 2000-READ-AND-EXIT
065800         END-IF
065900     END-IF.
066000
066100     PERFORM 2200-SCAN-POSTING-HISTORY
066200         THRU 2200-SCAN-POSTING-HISTORY-EXIT.
066300     IF C4600-DATE-OPENED = SPACES
066400         MOVE C4600-EARLIEST-DATE TO C4600-DATE-OPENED
066500     END-IF.
066600
066700     PERFORM 2500-VALIDATE-ACCOUNT
066800         THRU 2500-VALIDATE-ACCOUNT-EXIT.
066900     IF NOT C4600-RECORD-OK
067000         ADD 1 TO C4600-ACCOUNTS-REJECTED
067100         GO TO 2000-READ-AND-EXIT
067200     END-IF.
067300
067400     PERFORM 3000-BUILD-BASE-SEGMENT
067500         THRU 3000-BUILD-BASE-SEGMENT-EXIT.
067600     WRITE METRO2-RECORD.
067700     ADD 1 TO C4600-SEGMENTS-WRITTEN.
067800     PERFORM 3900-COUNT-ACCOUNT-STATUS
067900         THRU 3900-COUNT-ACCOUNT-STATUS-EXIT.
068000
068100 2000-READ-AND-EXIT.
068200     PERFORM 2900-READ-NEXT-MASTER
068300         THRU 2900-READ-NEXT-MASTER-EXIT.
068400 2000-PROCESS-ONE-CUSTOMER-EXIT.
068500     EXIT.
068600*****************************************************************
068700*    2100-SCAN-AUDIT-HISTORY - READS THE CUSTOMER'S CUSTAUD ROWS
068800*    IN SEQUENCE FOR THE DATE OPENED (FIRST "RECORD ADDED" ROW;
068900*    LATER ONES ARE HISTORY CARRIED IN FROM A MERGED DUPLICATE),
069000*    THE LAST CLOSE AND WHO MADE IT, AND A MERGE-AWAY.
069100*****************************************************************
069200 2100-SCAN-AUDIT-HISTORY.
069300     MOVE SPACES TO C4600-DATE-OPENED.
069400     MOVE SPACES TO C4600-EARLIEST-DATE.
069500     MOVE SPACES TO C4600-DATE-CLOSED.
069600     MOVE SPACES TO C4600-CLOSE-SOURCE.
069700     MOVE "N"    TO C4600-MERGED-SW.
069800     MOVE "N"    TO C4600-ESCHEATED-SW.
069900     MOVE "N"    TO C4600-AUDIT-EOF-SW.
070000     MOVE CUST-ID TO AUD-CUST-ID.
070100     MOVE ZERO    TO AUD-SEQUENCE-NO.
070200     START CUSTOMER-AUDIT-FILE KEY IS NOT LESS THAN AUD-KEY
070300         INVALID KEY
070400             MOVE "Y" TO C4600-AUDIT-EOF-SW
070500     END-START.
070600     PERFORM 2110-CHECK-ONE-AUDIT-ROW
070700         THRU 2110-CHECK-ONE-AUDIT-ROW-EXIT
070800         UNTIL C4600-AUDIT-EOF.
070900 2100-SCAN-AUDIT-HISTORY-EXIT.
071000     EXIT.
071100*****************************************************************
071200*    2110-CHECK-ONE-AUDIT-ROW - A STATUS CHANGE AWAY FROM "C"
071300*    MEANS THE ACCOUNT WAS REOPENED, SO ONLY THE LAST CLOSE
071400*    COUNTS.
071500*****************************************************************
071600 2110-CHECK-ONE-AUDIT-ROW.
071700     READ CUSTOMER-AUDIT-FILE NEXT RECORD
071800         AT END
071900             MOVE "Y" TO C4600-AUDIT-EOF-SW
072000     END-READ.
072100     IF C4600-AUDIT-EOF
072200         GO TO 2110-CHECK-ONE-AUDIT-ROW-EXIT
072300     END-IF.
072400     IF AUD-CUST-ID NOT = CUST-ID
072500         MOVE "Y" TO C4600-AUDIT-EOF-SW
072600         GO TO 2110-CHECK-ONE-AUDIT-ROW-EXIT
072700     END-IF.
072800
072900     IF C4600-EARLIEST-DATE = SPACES
073000       OR AUD-CHANGE-DATE < C4600-EARLIEST-DATE
073100         MOVE AUD-CHANGE-DATE TO C4600-EARLIEST-DATE
073200     END-IF.
073300
073400     EVALUATE TRUE
073500         WHEN AUD-FIELD-NAME = "RECORD ADDED"
073600             IF C4600-DATE-OPENED = SPACES
073700                 MOVE AUD-CHANGE-DATE TO C4600-DATE-OPENED
073800             END-IF
073900         WHEN AUD-FIELD-NAME = "CUST-STATUS"
074000             IF AUD-NEW-VALUE (1:1) = "C"
074100                 MOVE AUD-CHANGE-DATE TO C4600-DATE-CLOSED
074200                 MOVE AUD-SOURCE-ID   TO C4600-CLOSE-SOURCE
074300                 IF AUD-NEW-VALUE = "C - ESCHEATED"
074400                     MOVE "Y" TO C4600-ESCHEATED-SW
074500                 ELSE
074600                     MOVE "N" TO C4600-ESCHEATED-SW
074700                 END-IF
074800             ELSE
074900                 MOVE SPACES TO C4600-DATE-CLOSED
075000                 MOVE SPACES TO C4600-CLOSE-SOURCE
075100                 MOVE "N"    TO C4600-ESCHEATED-SW
075200                 MOVE "N"    TO C4600-MERGED-SW
075300             END-IF
075400         WHEN AUD-FIELD-NAME = "MERGED-TO"
075500             MOVE "Y" TO C4600-MERGED-SW
075600         WHEN OTHER
075700             CONTINUE
075800     END-EVALUATE.
075900 2110-CHECK-ONE-AUDIT-ROW-EXIT.
076000     EXIT.
076100*****************************************************************
076200*    2200-SCAN-POSTING-HISTORY - ONE PASS OVER THE CUSTOMER'S
076300*    POSTINGS UP TO THE ACTIVITY DATE FOR THE HIGHEST BALANCE,
076400*    THE PAYMENTS, AND THE EARLIEST ACTIVITY.
076500*****************************************************************
076600 2200-SCAN-POSTING-HISTORY.
076700     MOVE ZERO   TO C4600-HIGHEST-BALANCE.
076800     MOVE ZERO   TO C4600-MONTH-PAYMENTS.
076900     MOVE SPACES TO C4600-LAST-PAYMENT-DATE.
077000     IF CUST-BALANCE > C4600-HIGHEST-BALANCE
077100         MOVE CUST-BALANCE TO C4600-HIGHEST-BALANCE
077200     END-IF.
077300     IF C4600-CHGOFF-FOUND
077400       AND CHG-AMOUNT > C4600-HIGHEST-BALANCE
077500         MOVE CHG-AMOUNT TO C4600-HIGHEST-BALANCE
077600     END-IF.
077700
077800     MOVE "N"        TO C4600-HISTORY-EOF-SW.
077900     MOVE CUST-ID    TO PSH-CUST-ID.
078000     MOVE LOW-VALUES TO PSH-POST-DATE.
078100     MOVE ZERO       TO PSH-SEQUENCE-NO.
078200     START POSTING-HISTORY-FILE
078300         KEY IS NOT LESS THAN PSH-KEY
078400         INVALID KEY
078500             MOVE "Y" TO C4600-HISTORY-EOF-SW
078600     END-START.
078700     PERFORM 2210-CHECK-ONE-POSTING
078800         THRU 2210-CHECK-ONE-POSTING-EXIT
078900         UNTIL C4600-HISTORY-EOF.
079000 2200-SCAN-POSTING-HISTORY-EXIT.
079100     EXIT.
079200*****************************************************************
079300*    2210-CHECK-ONE-POSTING
079400*****************************************************************
079500 2210-CHECK-ONE-POSTING.
079600     READ POSTING-HISTORY-FILE NEXT RECORD
079700         AT END
079800             MOVE "Y" TO C4600-HISTORY-EOF-SW
079900     END-READ.
080000     IF C4600-HISTORY-EOF
080100         GO TO 2210-CHECK-ONE-POSTING-EXIT
080200     END-IF.
080300     IF PSH-CUST-ID NOT = CUST-ID
080400       OR PSH-POST-DATE > C4600-ACTIVITY-DATE
080500         MOVE "Y" TO C4600-HISTORY-EOF-SW
080600         GO TO 2210-CHECK-ONE-POSTING-EXIT
080700     END-IF.
080800
080900     IF C4600-EARLIEST-DATE = SPACES
081000       OR PSH-POST-DATE < C4600-EARLIEST-DATE
081100         MOVE PSH-POST-DATE TO C4600-EARLIEST-DATE
081200     END-IF.
081300     IF PSH-NEW-BALANCE > C4600-HIGHEST-BALANCE
081400         MOVE PSH-NEW-BALANCE TO C4600-HIGHEST-BALANCE
081500     END-IF.
081600
081700     IF NOT PSH-CREDIT
081800         GO TO 2210-CHECK-ONE-POSTING-EXIT
081900     END-IF.
082000     PERFORM 2250-CHECK-CHARGE-OFF-CODE
082100         THRU 2250-CHECK-CHARGE-OFF-CODE-EXIT.
082200     IF C4600-CHARGE-OFF-CODE
082300         GO TO 2210-CHECK-ONE-POSTING-EXIT
082400     END-IF.
082410
082420*    A PAYMENT CUST2900 HAS SINCE REVERSED (A RETURNED CHECK OR
082430*    A RETURNED ACH DEBIT) WAS NEVER MADE, ONCE THE REVERSING
082435*    DEBIT HAS POSTED.
082438     MOVE "N" TO C4600-XREF-FOUND-SW.
082439     IF C4600-NSFXREF-FILE-OPEN
082440         MOVE PSH-KEY TO NSF-ORIGINAL-KEY
082450         READ RETURNED-XREF-FILE
082460             INVALID KEY
082470                 MOVE "N" TO C4600-XREF-FOUND-SW
082480             NOT INVALID KEY
082490                 MOVE "Y" TO C4600-XREF-FOUND-SW
082491         END-READ
082492     END-IF.
082493     IF C4600-XREF-FOUND
082494       AND NSF-REVERSAL-CONFIRMED
082495         GO TO 2210-CHECK-ONE-POSTING-EXIT
082496     END-IF.
082500     MOVE PSH-POST-DATE TO C4600-LAST-PAYMENT-DATE.
082600     IF PSH-POST-DATE (1:6) = C4600-ACTIVITY-MONTH
082700         ADD PSH-AMOUNT TO C4600-MONTH-PAYMENTS
082800     END-IF.
082900 2210-CHECK-ONE-POSTING-EXIT.
083000     EXIT.
083100*****************************************************************
083200*    2250-CHECK-CHARGE-OFF-CODE - SERIAL SCAN OF THE REASON
083300*    TABLE FOR PSH-REASON-CODE.
083400*****************************************************************
083500 2250-CHECK-CHARGE-OFF-CODE.
083600     MOVE "N" TO C4600-USAGE-B-SW.
083700     MOVE 1   TO C4600-RSN-SUB.
083800     PERFORM 2260-CHECK-ONE-ENTRY
083900         THRU 2260-CHECK-ONE-ENTRY-EXIT
084000         UNTIL C4600-RSN-SUB > CM-RSN-COUNT.
084100 2250-CHECK-CHARGE-OFF-CODE-EXIT.
084200     EXIT.
084300*****************************************************************
084400*    2260-CHECK-ONE-ENTRY
084500*****************************************************************
084600 2260-CHECK-ONE-ENTRY.
084700     IF CM-RSN-CODE(C4600-RSN-SUB) = PSH-REASON-CODE
084800         IF CM-RSN-USAGE(C4600-RSN-SUB) = "B"
084900             MOVE "Y" TO C4600-USAGE-B-SW
085000         END-IF
085100         MOVE CM-RSN-COUNT TO C4600-RSN-SUB
085200     END-IF.
085300     ADD 1 TO C4600-RSN-SUB.
085400 2260-CHECK-ONE-ENTRY-EXIT.
085500     EXIT.
085600*****************************************************************
085700*    2300-READ-SIDE-FILES - DELINQUENCY, CHARGE-OFF AND
085800*    UNDELIVERABLE ROWS FOR THE CUSTOMER, WHERE THEY EXIST.
085900*****************************************************************
086000 2300-READ-SIDE-FILES.
086100     MOVE "N" TO C4600-DELINQ-FOUND-SW.
086200     MOVE "N" TO C4600-CHGOFF-FOUND-SW.
086300     MOVE "N" TO C4600-UNDELIV-FOUND-SW.
086400
086500     IF C4600-DELINQ-FILE-OPEN
086600         MOVE CUST-ID TO DLQ-CUST-ID
086700         READ DELINQUENCY-FILE
086800             INVALID KEY
086900                 MOVE "N" TO C4600-DELINQ-FOUND-SW
087000             NOT INVALID KEY
087100                 MOVE "Y" TO C4600-DELINQ-FOUND-SW
087200         END-READ
087300     END-IF.
087400
087500     IF C4600-CHGOFF-FILE-OPEN
087600       AND CM-STATUS-WRITTEN-OFF
087700         MOVE CUST-ID TO CHG-CUST-ID
087800         READ CHARGE-OFF-FILE
087900             INVALID KEY
088000                 MOVE "N" TO C4600-CHGOFF-FOUND-SW
088100             NOT INVALID KEY
088200                 MOVE "Y" TO C4600-CHGOFF-FOUND-SW
088300         END-READ
088400     END-IF.
088500
088600     IF C4600-UNDELIV-FILE-OPEN
088700         MOVE CUST-ID TO UND-CUST-ID
088800         READ UNDELIVERABLE-FILE
088900             INVALID KEY
089000                 MOVE "N" TO C4600-UNDELIV-FOUND-SW
089100             NOT INVALID KEY
089200                 MOVE "Y" TO C4600-UNDELIV-FOUND-SW
089300         END-READ
089400     END-IF.
089500 2300-READ-SIDE-FILES-EXIT.
089600     EXIT.
089700*****************************************************************
089800*    2500-VALIDATE-ACCOUNT - EVERY PROBLEM IS LISTED, NOT JUST
089900*    THE FIRST, SO ONE CORRECTION PASS CLEARS THE ACCOUNT.
090000*****************************************************************
090100 2500-VALIDATE-ACCOUNT.
090200     MOVE "Y" TO C4600-RECORD-OK-SW.
090300
090400     PERFORM 2600-SPLIT-CUSTOMER-NAME
090500         THRU 2600-SPLIT-CUSTOMER-NAME-EXIT.
090600     IF C4600-NAME-FIRST = SPACES
090700       OR C4600-NAME-SURNAME = SPACES
090800         MOVE "NAME WILL NOT SPLIT FIRST/SURNAME" TO DT-REASON
090900         MOVE CUST-NAME TO DT-BAD-VALUE
091000         PERFORM 7000-WRITE-VALIDATION-LINE
091100             THRU 7000-WRITE-VALIDATION-LINE-EXIT
091200     END-IF.
091300
091400     PERFORM 2700-VALIDATE-ADDRESS
091500         THRU 2700-VALIDATE-ADDRESS-EXIT.
091600
091700     IF C4600-UNDELIV-FOUND
091800         MOVE "ADDRESS RETURNED UNDELIVERABLE" TO DT-REASON
091900         MOVE UND-RETURN-REASON TO DT-BAD-VALUE
092000         PERFORM 7000-WRITE-VALIDATION-LINE
092100             THRU 7000-WRITE-VALIDATION-LINE-EXIT
092200     END-IF.
092300
092400     IF C4600-DATE-OPENED IS NOT NUMERIC
092500         MOVE "DATE OPENED NOT KNOWN" TO DT-REASON
092600         MOVE C4600-DATE-OPENED TO DT-BAD-VALUE
092700         PERFORM 7000-WRITE-VALIDATION-LINE
092800             THRU 7000-WRITE-VALIDATION-LINE-EXIT
092900     END-IF.
093000
093100     IF CM-STATUS-WRITTEN-OFF
093200       AND NOT C4600-CHGOFF-FOUND
093300         MOVE "WRITTEN OFF - NO CHARGE-OFF ROW" TO DT-REASON
093400         MOVE CUST-STATUS TO DT-BAD-VALUE
093500         PERFORM 7000-WRITE-VALIDATION-LINE
093600             THRU 7000-WRITE-VALIDATION-LINE-EXIT
093700     END-IF.
093800 2500-VALIDATE-ACCOUNT-EXIT.
093900     EXIT.
094000*****************************************************************
094100*    2600-SPLIT-CUSTOMER-NAME - "LAST, FIRST MIDDLE" WHEN THE
094200*    NAME HAS A COMMA, OTHERWISE "FIRST MIDDLE LAST".  A
094300*    TRAILING JR, SR, II, III OR IV IS THE GENERATION CODE.
094400*****************************************************************
094500 2600-SPLIT-CUSTOMER-NAME.
094600     MOVE SPACES TO C4600-NAME-SURNAME
094700                    C4600-NAME-FIRST
094800                    C4600-NAME-MIDDLE
094900                    C4600-NAME-GENERATION
095000                    C4600-NAME-REST
095100                    C4600-NAME-TOKENS.
095200     MOVE ZERO TO C4600-COMMA-COUNT.
095300     MOVE ZERO TO C4600-TOKEN-COUNT.
095400     INSPECT CUST-NAME TALLYING C4600-COMMA-COUNT FOR ALL ",".
095500
095600     IF C4600-COMMA-COUNT > ZERO
095700         UNSTRING CUST-NAME DELIMITED BY ","
095800             INTO C4600-NAME-WORK C4600-NAME-REST
095900         END-UNSTRING
096000         MOVE C4600-NAME-WORK TO C4600-NAME-SURNAME
096100         PERFORM 2620-DROP-LEADING-SPACES
096200             THRU 2620-DROP-LEADING-SPACES-EXIT
096300         UNSTRING C4600-NAME-WORK DELIMITED BY ALL SPACE
096400             INTO C4600-NAME-TOKEN (1) C4600-NAME-TOKEN (2)
096500                  C4600-NAME-TOKEN (3) C4600-NAME-TOKEN (4)
096600             TALLYING IN C4600-TOKEN-COUNT
096700         END-UNSTRING
096800         IF C4600-TOKEN-COUNT > 1
096900             PERFORM 2610-CHECK-GENERATION
097000                 THRU 2610-CHECK-GENERATION-EXIT
097100         END-IF
097200         MOVE C4600-NAME-TOKEN (1) TO C4600-NAME-FIRST
097300         IF C4600-TOKEN-COUNT > 1
097400             MOVE C4600-NAME-TOKEN (2) TO C4600-NAME-MIDDLE
097500         END-IF
097600         GO TO 2600-SPLIT-CUSTOMER-NAME-EXIT
097700     END-IF.
097800
097900     MOVE CUST-NAME TO C4600-NAME-REST.
098000     PERFORM 2620-DROP-LEADING-SPACES
098100         THRU 2620-DROP-LEADING-SPACES-EXIT.
098200     UNSTRING C4600-NAME-WORK DELIMITED BY ALL SPACE
098300         INTO C4600-NAME-TOKEN (1) C4600-NAME-TOKEN (2)
098400              C4600-NAME-TOKEN (3) C4600-NAME-TOKEN (4)
098500              C4600-NAME-TOKEN (5)
098600         TALLYING IN C4600-TOKEN-COUNT
098700     END-UNSTRING.
098800     IF C4600-TOKEN-COUNT > 2
098900         PERFORM 2610-CHECK-GENERATION
099000             THRU 2610-CHECK-GENERATION-EXIT
099100     END-IF.
099200     IF C4600-TOKEN-COUNT < 2
099300         GO TO 2600-SPLIT-CUSTOMER-NAME-EXIT
099400     END-IF.
099500     MOVE C4600-NAME-TOKEN (1) TO C4600-NAME-FIRST.
099600     MOVE C4600-NAME-TOKEN (C4600-TOKEN-COUNT)
099700         TO C4600-NAME-SURNAME.
099800     IF C4600-TOKEN-COUNT > 2
099900         MOVE C4600-NAME-TOKEN (2) TO C4600-NAME-MIDDLE
100000     END-IF.
100100 2600-SPLIT-CUSTOMER-NAME-EXIT.
100200     EXIT.
100300*****************************************************************
100400*    2610-CHECK-GENERATION - A RECOGNIZED SUFFIX IN THE LAST
100500*    TOKEN IS TAKEN OFF THE NAME.
100600*****************************************************************
100700 2610-CHECK-GENERATION.
100800     EVALUATE C4600-NAME-TOKEN (C4600-TOKEN-COUNT)
100900         WHEN "JR"
101000         WHEN "JR."
101100             MOVE "J" TO C4600-NAME-GENERATION
101200         WHEN "SR"
101300         WHEN "SR."
101400             MOVE "S" TO C4600-NAME-GENERATION
101500         WHEN "II"
101600             MOVE "2" TO C4600-NAME-GENERATION
101700         WHEN "III"
101800             MOVE "3" TO C4600-NAME-GENERATION
101900         WHEN "IV"
102000             MOVE "4" TO C4600-NAME-GENERATION
102100         WHEN OTHER
102200             GO TO 2610-CHECK-GENERATION-EXIT
102300     END-EVALUATE.
102400     MOVE SPACES TO C4600-NAME-TOKEN (C4600-TOKEN-COUNT).
102500     SUBTRACT 1 FROM C4600-TOKEN-COUNT.
102600 2610-CHECK-GENERATION-EXIT.
102700     EXIT.
102800*****************************************************************
102900*    2620-DROP-LEADING-SPACES - C4600-NAME-REST LEFT-JUSTIFIED
103000*    INTO C4600-NAME-WORK.
103100*****************************************************************
103200 2620-DROP-LEADING-SPACES.
103300     MOVE SPACES TO C4600-NAME-WORK.
103400     MOVE ZERO TO C4600-LEADING-SPACES.
103500     INSPECT C4600-NAME-REST TALLYING C4600-LEADING-SPACES
103600         FOR LEADING SPACE.
103700     IF C4600-LEADING-SPACES < 30
103800         MOVE C4600-NAME-REST (C4600-LEADING-SPACES + 1:)
103900             TO C4600-NAME-WORK
104000     END-IF.
104100 2620-DROP-LEADING-SPACES-EXIT.
104200     EXIT.
104300*****************************************************************
104400*    2700-VALIDATE-ADDRESS - THE CUST0300 STATE AND ZIP EDITS,
104500*    PLUS WHAT THE BUREAU LAYOUT NEEDS: A STREET ADDRESS THAT
104600*    FITS THE 32-BYTE FIRST ADDRESS LINE, AND A CITY.
104700*****************************************************************
104800 2700-VALIDATE-ADDRESS.
104900     IF STREET-ADDR = SPACES
105000         MOVE "STREET ADDRESS MISSING" TO DT-REASON
105100         MOVE SPACES TO DT-BAD-VALUE
105200         PERFORM 7000-WRITE-VALIDATION-LINE
105300             THRU 7000-WRITE-VALIDATION-LINE-EXIT
105400     ELSE
105500         IF STREET-ADDR (33:8) NOT = SPACES
105600             MOVE "STREET ADDRESS OVER 32 BYTES" TO DT-REASON
105700             MOVE STREET-ADDR TO DT-BAD-VALUE
105800             PERFORM 7000-WRITE-VALIDATION-LINE
105900                 THRU 7000-WRITE-VALIDATION-LINE-EXIT
106000         END-IF
106100     END-IF.
106200
106300     IF CITY = SPACES
106400         MOVE "CITY MISSING" TO DT-REASON
106500         MOVE SPACES TO DT-BAD-VALUE
106600         PERFORM 7000-WRITE-VALIDATION-LINE
106700             THRU 7000-WRITE-VALIDATION-LINE-EXIT
106800     END-IF.
106900
107000     SEARCH ALL CM-STATE-ENTRY
107100         AT END
107200             MOVE "INVALID STATE CODE" TO DT-REASON
107300             MOVE STATE TO DT-BAD-VALUE
107400             PERFORM 7000-WRITE-VALIDATION-LINE
107500                 THRU 7000-WRITE-VALIDATION-LINE-EXIT
107600         WHEN CM-STATE-ENTRY(CM-STATE-IDX) = STATE
107700             CONTINUE
107800     END-SEARCH.
107900
108000     MOVE "Y" TO C4600-ZIP-OK-SW.
108100     IF ZIP-CODE(1:5) IS NOT NUMERIC
108200         MOVE "N" TO C4600-ZIP-OK-SW
108300     ELSE
108400         IF ZIP-CODE(6:5) = SPACES
108500             CONTINUE
108600         ELSE
108700             IF ZIP-CODE(6:1) = "-"
108800               AND ZIP-CODE(7:4) IS NUMERIC
108900                 CONTINUE
109000             ELSE
109100                 IF ZIP-CODE(6:4) IS NUMERIC
109200                   AND ZIP-CODE(10:1) = SPACE
109300                     CONTINUE
109400                 ELSE
109500                     MOVE "N" TO C4600-ZIP-OK-SW
109600                 END-IF
109700             END-IF
109800         END-IF
109900     END-IF.
110000     IF NOT C4600-ZIP-OK
110100         MOVE "INVALID ZIP-CODE FORMAT" TO DT-REASON
110200         MOVE ZIP-CODE TO DT-BAD-VALUE
110300         PERFORM 7000-WRITE-VALIDATION-LINE
110400             THRU 7000-WRITE-VALIDATION-LINE-EXIT
110500     END-IF.
110600 2700-VALIDATE-ADDRESS-EXIT.
110700     EXIT.
110800*****************************************************************
110900*    2900-READ-NEXT-MASTER
111000*****************************************************************
111100 2900-READ-NEXT-MASTER.
111200     READ CUSTOMER-MASTER-FILE NEXT RECORD
111300         AT END
111400             MOVE "Y" TO C4600-MASTER-EOF-SW
111500     END-READ.
111600 2900-READ-NEXT-MASTER-EXIT.
111700     EXIT.
111800*****************************************************************
111900*    3000-BUILD-BASE-SEGMENT - AMOUNTS GO OUT IN WHOLE DOLLARS;
112000*    THE MOVE TO THE 9(09) FIELDS DROPS THE CENTS.
112100*****************************************************************
112200 3000-BUILD-BASE-SEGMENT.
112300     MOVE SPACES               TO METRO2-RECORD.
112400     MOVE "0426"               TO M2-RECORD-DESCRIPTOR.
112500     MOVE "1"                  TO M2B-PROCESSING-IND.
112600     MOVE C4600-CURRENT-DATE   TO C4600-FORMAT-IN.
112700     PERFORM 6900-FORMAT-DATE
112800         THRU 6900-FORMAT-DATE-EXIT.
112900     MOVE C4600-FORMAT-OUT     TO C4600-STAMP-DATE.
113000     MOVE C4600-CURRENT-TIME   TO C4600-STAMP-TIME.
113100     MOVE C4600-TIME-STAMP     TO M2B-TIME-STAMP.
113200     MOVE C4600-IDENTIFICATION TO M2B-IDENTIFICATION-NO.
113300     MOVE C4600-CYCLE-ID       TO M2B-CYCLE-ID.
113400     MOVE CUST-ID              TO M2B-ACCOUNT-NO.
113500     MOVE "R"                  TO M2B-PORTFOLIO-TYPE.
113600     MOVE "07"                 TO M2B-ACCOUNT-TYPE.
113700     MOVE C4600-DATE-OPENED    TO C4600-FORMAT-IN.
113800     PERFORM 6900-FORMAT-DATE
113900         THRU 6900-FORMAT-DATE-EXIT.
114000     MOVE C4600-FORMAT-OUT     TO M2B-DATE-OPENED.
114100
114200     IF CUST-CREDIT-LIMIT > ZERO
114300         MOVE CUST-CREDIT-LIMIT TO M2B-CREDIT-LIMIT
114400     ELSE
114500         MOVE ZERO TO M2B-CREDIT-LIMIT
114600     END-IF.
114700     MOVE C4600-HIGHEST-BALANCE TO M2B-HIGHEST-CREDIT.
114800     MOVE "REV"                 TO M2B-TERMS-DURATION.
114900     MOVE "M"                   TO M2B-TERMS-FREQUENCY.
115000     MOVE ZERO                  TO M2B-SCHEDULED-PAYMENT.
115100     IF C4600-MONTH-PAYMENTS > ZERO
115200         MOVE C4600-MONTH-PAYMENTS TO M2B-ACTUAL-PAYMENT
115300     ELSE
115400         MOVE ZERO TO M2B-ACTUAL-PAYMENT
115500     END-IF.
115600
115700     PERFORM 3100-SET-ACCOUNT-STATUS
115800         THRU 3100-SET-ACCOUNT-STATUS-EXIT.
115900     PERFORM 3200-BUILD-PAYMENT-HISTORY
116000         THRU 3200-BUILD-PAYMENT-HISTORY-EXIT.
116100
116200     MOVE C4600-ACTIVITY-DATE     TO C4600-FORMAT-IN.
116300     PERFORM 6900-FORMAT-DATE
116400         THRU 6900-FORMAT-DATE-EXIT.
116500     MOVE C4600-FORMAT-OUT        TO M2B-ACCOUNT-INFO-DATE.
116600     MOVE C4600-FIRST-DELINQ-DATE TO C4600-FORMAT-IN.
116700     PERFORM 6900-FORMAT-DATE
116800         THRU 6900-FORMAT-DATE-EXIT.
116900     MOVE C4600-FORMAT-OUT        TO M2B-FIRST-DELINQ-DATE.
117000     IF CM-STATUS-CLOSED
117100         MOVE C4600-DATE-CLOSED   TO C4600-FORMAT-IN
117200     ELSE
117300         MOVE SPACES              TO C4600-FORMAT-IN
117400     END-IF.
117500     PERFORM 6900-FORMAT-DATE
117600         THRU 6900-FORMAT-DATE-EXIT.
117700     MOVE C4600-FORMAT-OUT        TO M2B-DATE-CLOSED.
117800     MOVE C4600-LAST-PAYMENT-DATE TO C4600-FORMAT-IN.
117900     PERFORM 6900-FORMAT-DATE
118000         THRU 6900-FORMAT-DATE-EXIT.
118100     MOVE C4600-FORMAT-OUT        TO M2B-LAST-PAYMENT-DATE.
118200
118300     MOVE C4600-NAME-SURNAME    TO M2B-SURNAME.
118400     MOVE C4600-NAME-FIRST      TO M2B-FIRST-NAME.
118500     MOVE C4600-NAME-MIDDLE     TO M2B-MIDDLE-NAME.
118600     MOVE C4600-NAME-GENERATION TO M2B-GENERATION-CODE.
118700     MOVE ZERO                  TO M2B-SSN.
118800     MOVE "00000000"            TO M2B-DATE-OF-BIRTH.
118900     IF CUST-PHONE (1:10) IS NUMERIC
119000         MOVE CUST-PHONE (1:10) TO M2B-TELEPHONE
119100         ADD 1 TO C4600-PHONES-REPORTED
119200     ELSE
119300         MOVE "0000000000"      TO M2B-TELEPHONE
119400     END-IF.
119500     MOVE "1"                   TO M2B-ECOA-CODE.
119600     MOVE "US"                  TO M2B-COUNTRY-CODE.
119700     MOVE STREET-ADDR           TO M2B-ADDRESS-LINE-1.
119800     MOVE CITY                  TO M2B-CITY.
119900     MOVE STATE                 TO M2B-STATE.
120000     MOVE ZIP-CODE (1:5)        TO M2B-POSTAL-CODE (1:5).
120100     IF ZIP-CODE (6:1) = "-"
120200         MOVE ZIP-CODE (7:4)    TO M2B-POSTAL-CODE (6:4)
120300     ELSE
120400         MOVE ZIP-CODE (6:4)    TO M2B-POSTAL-CODE (6:4)
120500     END-IF.
120600 3000-BUILD-BASE-SEGMENT-EXIT.
120700     EXIT.
120800*****************************************************************
120900*    3100-SET-ACCOUNT-STATUS - ACCOUNT STATUS, PAYMENT RATING,
121000*    SPECIAL COMMENT, COMPLIANCE CONDITION, BALANCE, AMOUNT
121100*    PAST DUE, CHARGE-OFF AMOUNT AND DATE OF FIRST DELINQUENCY.
121200*****************************************************************
121300 3100-SET-ACCOUNT-STATUS.
121400     MOVE SPACES TO M2B-PAYMENT-RATING
121500                    M2B-SPECIAL-COMMENT
121600                    M2B-COMPLIANCE-CODE
121700                    C4600-FIRST-DELINQ-DATE.
121800     MOVE ZERO   TO M2B-AMOUNT-PAST-DUE
121900                    M2B-ORIG-CHARGE-OFF
122000                    C4600-DAYS-PAST-DUE.
122100     IF CUST-BALANCE > ZERO
122200         MOVE CUST-BALANCE TO C4600-REPORT-BALANCE
122300     ELSE
122400         MOVE ZERO TO C4600-REPORT-BALANCE
122500     END-IF.
122600
122700     IF C4600-DELINQ-FOUND
122800       AND DLQ-DELINQUENT
122900       AND CUST-BALANCE > ZERO
123000         MOVE DLQ-DAYS-PAST-DUE TO C4600-DAYS-PAST-DUE
123100         MOVE DLQ-DEBIT-SINCE-DATE TO C4600-FIRST-DELINQ-DATE
123200         IF DLQ-LAST-PAYMENT-DATE > C4600-FIRST-DELINQ-DATE
123300             MOVE DLQ-LAST-PAYMENT-DATE TO C4600-FIRST-DELINQ-DATE
123400         END-IF
123500     END-IF.
123600
123700     EVALUATE TRUE
123800         WHEN CM-STATUS-WRITTEN-OFF
123900             PERFORM 3170-SET-CHARGE-OFF-STATUS
124000                 THRU 3170-SET-CHARGE-OFF-STATUS-EXIT
124100         WHEN CM-STATUS-CLOSED
124200           AND C4600-MERGED
124300             MOVE "05" TO M2B-ACCOUNT-STATUS
124400             MOVE "0"  TO M2B-PAYMENT-RATING
124500             MOVE "AT" TO M2B-SPECIAL-COMMENT
124600             MOVE ZERO TO C4600-REPORT-BALANCE
124700             MOVE SPACES TO C4600-FIRST-DELINQ-DATE
124800         WHEN CM-STATUS-CLOSED
124900           AND C4600-REPORT-BALANCE = ZERO
125000             MOVE "13" TO M2B-ACCOUNT-STATUS
125100             MOVE "0"  TO M2B-PAYMENT-RATING
125200             MOVE SPACES TO C4600-FIRST-DELINQ-DATE
125300             PERFORM 3160-SET-CLOSED-COMMENT
125400                 THRU 3160-SET-CLOSED-COMMENT-EXIT
125500         WHEN CM-STATUS-CLOSED
125600             PERFORM 3150-SET-DELINQUENCY-STATUS
125700                 THRU 3150-SET-DELINQUENCY-STATUS-EXIT
125800             PERFORM 3160-SET-CLOSED-COMMENT
125900                 THRU 3160-SET-CLOSED-COMMENT-EXIT
126000         WHEN OTHER
126100             PERFORM 3150-SET-DELINQUENCY-STATUS
126200                 THRU 3150-SET-DELINQUENCY-STATUS-EXIT
126300     END-EVALUATE.
126400
126500     MOVE C4600-REPORT-BALANCE TO M2B-CURRENT-BALANCE.
126600 3100-SET-ACCOUNT-STATUS-EXIT.
126700     EXIT.
126800*****************************************************************
126900*    3150-SET-DELINQUENCY-STATUS - BY DAYS PAST DUE.  THE
127000*    WHOLE BALANCE IS PAST DUE ONCE THE ACCOUNT IS 30 DAYS OUT.
127100*****************************************************************
127200 3150-SET-DELINQUENCY-STATUS.
127300     EVALUATE TRUE
127400         WHEN C4600-DAYS-PAST-DUE < 30
127500             MOVE "11" TO M2B-ACCOUNT-STATUS
127600             MOVE SPACES TO C4600-FIRST-DELINQ-DATE
127700         WHEN C4600-DAYS-PAST-DUE < 60
127800             MOVE "71" TO M2B-ACCOUNT-STATUS
127900         WHEN C4600-DAYS-PAST-DUE < 90
128000             MOVE "78" TO M2B-ACCOUNT-STATUS
128100         WHEN C4600-DAYS-PAST-DUE < 120
128200             MOVE "80" TO M2B-ACCOUNT-STATUS
128300         WHEN C4600-DAYS-PAST-DUE < 150
128400             MOVE "82" TO M2B-ACCOUNT-STATUS
128500         WHEN C4600-DAYS-PAST-DUE < 180
128600             MOVE "83" TO M2B-ACCOUNT-STATUS
128700         WHEN OTHER
128800             MOVE "84" TO M2B-ACCOUNT-STATUS
128900     END-EVALUATE.
129000     IF M2B-PAST-DUE
129100         MOVE C4600-REPORT-BALANCE TO M2B-AMOUNT-PAST-DUE
129200     END-IF.
129300 3150-SET-DELINQUENCY-STATUS-EXIT.
129400     EXIT.
129500*****************************************************************
129600*    3160-SET-CLOSED-COMMENT - WHO CLOSED THE ACCOUNT.  THE
129700*    SYSTEM JOBS STAMP THEIR OWN PROGRAM NAME ON CUSTAUD; A
129800*    KEYED CLOSE CARRIES THE MAINTENANCE SOURCE INSTEAD.
129900*****************************************************************
130000 3160-SET-CLOSED-COMMENT.
130100     IF C4600-ESCHEATED
130200       OR C4600-CLOSE-SOURCE (1:4) = "CUST"
130300         MOVE "M"  TO M2B-SPECIAL-COMMENT
130400     ELSE
130500         MOVE "XA" TO M2B-COMPLIANCE-CODE
130600     END-IF.
130700 3160-SET-CLOSED-COMMENT-EXIT.
130800     EXIT.
130900*****************************************************************
131000*    3170-SET-CHARGE-OFF-STATUS - THE CHARGE-OFF TOOK
131100*    CUST-BALANCE TO ZERO, SO THE DEBT STILL OWED IS THE AMOUNT
131200*    WRITTEN OFF LESS WHAT HAS BEEN RECOVERED.  DELINQUENCY
131300*    BEGAN THE DAYS PAST DUE BEFORE THE CHARGE-OFF DATE.
131400*****************************************************************
131500 3170-SET-CHARGE-OFF-STATUS.
131600     MOVE CHG-AMOUNT TO M2B-ORIG-CHARGE-OFF.
131700     IF C4600-CHARGE-OFF-BALANCE > ZERO
131800         MOVE "97" TO M2B-ACCOUNT-STATUS
131900         MOVE C4600-CHARGE-OFF-BALANCE TO C4600-REPORT-BALANCE
132000         MOVE C4600-CHARGE-OFF-BALANCE TO M2B-AMOUNT-PAST-DUE
132100     ELSE
132200         MOVE "64" TO M2B-ACCOUNT-STATUS
132300         MOVE ZERO TO C4600-REPORT-BALANCE
132400     END-IF.
132500     MOVE SPACES TO C4600-FIRST-DELINQ-DATE.
132600     IF CHG-CHARGE-OFF-DATE IS NUMERIC
132700         MOVE CHG-CHARGE-OFF-DATE TO C4600-DATE-NUMERIC
132800         COMPUTE C4600-DATE-INTEGER = FUNCTION INTEGER-OF-DATE
132900             (C4600-DATE-NUMERIC) - CHG-DAYS-PAST-DUE
133000         COMPUTE C4600-DATE-NUMERIC = FUNCTION DATE-OF-INTEGER
133100             (C4600-DATE-INTEGER)
133200         MOVE C4600-DATE-NUMERIC TO C4600-FIRST-DELINQ-DATE
133300     END-IF.
133400 3170-SET-CHARGE-OFF-STATUS-EXIT.
133500     EXIT.
133600*****************************************************************
133700*    3200-BUILD-PAYMENT-HISTORY - POSITION 1 IS THE MONTH BEFORE
133800*    THE ACTIVITY MONTH, POSITION 24 TWO YEARS BACK.
133900*****************************************************************
134000 3200-BUILD-PAYMENT-HISTORY.
134100     MOVE C4600-ACTIVITY-DATE (1:4) TO C4600-ME-YEAR.
134200     MOVE C4600-ACTIVITY-DATE (5:2) TO C4600-ME-MONTH.
134300     MOVE 1 TO C4600-MONTH-SUB.
134400     PERFORM 3210-SET-ONE-HISTORY-MONTH
134500         THRU 3210-SET-ONE-HISTORY-MONTH-EXIT
134600         UNTIL C4600-MONTH-SUB > 24.
134700 3200-BUILD-PAYMENT-HISTORY-EXIT.
134800     EXIT.
134900*****************************************************************
135000*    3210-SET-ONE-HISTORY-MONTH
135100*****************************************************************
135200 3210-SET-ONE-HISTORY-MONTH.
135300     IF C4600-ME-MONTH = 1
135400         MOVE 12 TO C4600-ME-MONTH
135500         SUBTRACT 1 FROM C4600-ME-YEAR
135600     ELSE
135700         SUBTRACT 1 FROM C4600-ME-MONTH
135800     END-IF.
135900
136000     EVALUATE TRUE
136100         WHEN C4600-DATE-OPENED (1:6) > C4600-ME-YYYYMM
136200             MOVE "B" TO C4600-HISTORY-STAGE
136300         WHEN CM-STATUS-WRITTEN-OFF
136400           AND CHG-CHARGE-OFF-DATE NOT > C4600-MONTH-END
136500             MOVE "L" TO C4600-HISTORY-STAGE
136600         WHEN NOT C4600-DELINQ-FOUND
136700             MOVE "0" TO C4600-HISTORY-STAGE
136800         WHEN OTHER
136900             PERFORM 3220-FIND-STAGE-AT-MONTH-END
137000                 THRU 3220-FIND-STAGE-AT-MONTH-END-EXIT
137100     END-EVALUATE.
137200     MOVE C4600-HISTORY-STAGE
137300         TO M2B-HISTORY-MONTH (C4600-MONTH-SUB).
137400     ADD 1 TO C4600-MONTH-SUB.
137500 3210-SET-ONE-HISTORY-MONTH-EXIT.
137600     EXIT.
137700*****************************************************************
137800*    3220-FIND-STAGE-AT-MONTH-END - THE STAGE HISTORY IS NEWEST
137900*    FIRST; THE FIRST CHANGE ON OR BEFORE THE MONTH END GIVES
138000*    THE STAGE THEN.  BEFORE THE OLDEST CHANGE THE ACCOUNT WAS
138100*    IN THAT CHANGE'S FROM-STAGE, UNLESS THE HISTORY IS FULL
138200*    AND OLDER CHANGES HAVE AGED OFF.
138300*****************************************************************
138400 3220-FIND-STAGE-AT-MONTH-END.
138500     MOVE SPACE TO C4600-HISTORY-STAGE.
138600     IF DLQ-HISTORY-COUNT = ZERO
138700         MOVE "0" TO C4600-HISTORY-STAGE
138800         GO TO 3220-FIND-STAGE-AT-MONTH-END-EXIT
138900     END-IF.
139000     MOVE 1 TO C4600-DLQ-SUB.
139100     PERFORM 3230-CHECK-ONE-STAGE-CHANGE
139200         THRU 3230-CHECK-ONE-STAGE-CHANGE-EXIT
139300         UNTIL C4600-DLQ-SUB > DLQ-HISTORY-COUNT
139400            OR C4600-DLQ-SUB > 10
139500            OR C4600-HISTORY-STAGE NOT = SPACE.
139600     IF C4600-HISTORY-STAGE = SPACE
139700         IF DLQ-HISTORY-COUNT < 10
139800             MOVE DLQ-HIST-FROM (DLQ-HISTORY-COUNT)
139900                 TO C4600-HISTORY-STAGE
140000         ELSE
140100             MOVE "D" TO C4600-HISTORY-STAGE
140200         END-IF
140300     END-IF.
140400 3220-FIND-STAGE-AT-MONTH-END-EXIT.
140500     EXIT.
140600*****************************************************************
140700*    3230-CHECK-ONE-STAGE-CHANGE
140800*****************************************************************
140900 3230-CHECK-ONE-STAGE-CHANGE.
141000     IF DLQ-HIST-DATE (C4600-DLQ-SUB) NOT > C4600-MONTH-END
141100         MOVE DLQ-HIST-TO (C4600-DLQ-SUB) TO C4600-HISTORY-STAGE
141200     END-IF.
141300     ADD 1 TO C4600-DLQ-SUB.
141400 3230-CHECK-ONE-STAGE-CHANGE-EXIT.
141500     EXIT.
141600*****************************************************************
141700*    3900-COUNT-ACCOUNT-STATUS - FOR THE TRAILER AND REPORT.
141800*****************************************************************
141900 3900-COUNT-ACCOUNT-STATUS.
142000     MOVE 1 TO C4600-STAT-SUB.
142100     PERFORM 3910-CHECK-ONE-STATUS-CODE
142200         THRU 3910-CHECK-ONE-STATUS-CODE-EXIT
142300         UNTIL C4600-STAT-SUB > 11.
142400 3900-COUNT-ACCOUNT-STATUS-EXIT.
142500     EXIT.
142600*****************************************************************
142700*    3910-CHECK-ONE-STATUS-CODE
142800*****************************************************************
142900 3910-CHECK-ONE-STATUS-CODE.
143000     IF C4600-STATUS-CODE (C4600-STAT-SUB) = M2B-ACCOUNT-STATUS
143100         ADD 1 TO C4600-STATUS-COUNT (C4600-STAT-SUB)
143200         MOVE 11 TO C4600-STAT-SUB
143300     END-IF.
143400     ADD 1 TO C4600-STAT-SUB.
143500 3910-CHECK-ONE-STATUS-CODE-EXIT.
143600     EXIT.
143700*****************************************************************
143800*    4000-WRITE-TRAILER-RECORD - EVERY COUNT NOT KEPT HERE (THE
143900*    APPENDED SEGMENTS THIS FILE NEVER CARRIES, AND THE STATUS
144000*    CODES THIS SYSTEM NEVER REPORTS) GOES OUT ZERO.  THE BLOCK
144100*    COUNT IS EVERY RECORD ON THE FILE.
144200*****************************************************************
144300 4000-WRITE-TRAILER-RECORD.
144400     MOVE ALL "0"  TO METRO2-RECORD.
144500     MOVE "0426"    TO M2-RECORD-DESCRIPTOR.
144600     MOVE "TRAILER" TO M2T-RECORD-ID.
144700     MOVE SPACES    TO M2T-RESERVED-1
144800                       M2T-RESERVED-2.
144900     MOVE C4600-SEGMENTS-WRITTEN TO M2T-TOTAL-BASE.
145000     COMPUTE M2T-BLOCK-COUNT = C4600-SEGMENTS-WRITTEN + 2.
145100     MOVE C4600-STATUS-COUNT (1)  TO M2T-STATUS-05.
145200     MOVE C4600-STATUS-COUNT (2)  TO M2T-STATUS-11.
145300     MOVE C4600-STATUS-COUNT (3)  TO M2T-STATUS-13.
145400     MOVE C4600-STATUS-COUNT (4)  TO M2T-STATUS-64.
145500     MOVE C4600-STATUS-COUNT (5)  TO M2T-STATUS-71.
145600     MOVE C4600-STATUS-COUNT (6)  TO M2T-STATUS-78.
145700     MOVE C4600-STATUS-COUNT (7)  TO M2T-STATUS-80.
145800     MOVE C4600-STATUS-COUNT (8)  TO M2T-STATUS-82.
145900     MOVE C4600-STATUS-COUNT (9)  TO M2T-STATUS-83.
146000     MOVE C4600-STATUS-COUNT (10) TO M2T-STATUS-84.
146100     MOVE C4600-STATUS-COUNT (11) TO M2T-STATUS-97.
146200     MOVE C4600-PHONES-REPORTED   TO M2T-TOTAL-PHONE.
146300     WRITE METRO2-RECORD.
146400 4000-WRITE-TRAILER-RECORD-EXIT.
146500     EXIT.
146600*****************************************************************
146700*    6900-FORMAT-DATE - C4600-FORMAT-IN (YYYYMMDD) TO
146800*    C4600-FORMAT-OUT (MMDDYYYY); ZEROS WHEN THERE IS NO DATE.
146900*****************************************************************
147000 6900-FORMAT-DATE.
147100     IF C4600-FORMAT-IN IS NUMERIC
147200       AND C4600-FORMAT-IN NOT = "00000000"
147300         MOVE C4600-FMT-IN-MONTH TO C4600-FMT-OUT-MONTH
147400         MOVE C4600-FMT-IN-DAY   TO C4600-FMT-OUT-DAY
147500         MOVE C4600-FMT-IN-YEAR  TO C4600-FMT-OUT-YEAR
147600     ELSE
147700         MOVE "00000000" TO C4600-FORMAT-OUT
147800     END-IF.
147900 6900-FORMAT-DATE-EXIT.
148000     EXIT.
148100*****************************************************************
148200*    7000-WRITE-VALIDATION-LINE - CALLER HAS SET DT-REASON AND
148300*    DT-BAD-VALUE.
148400*****************************************************************
148500 7000-WRITE-VALIDATION-LINE.
148600     MOVE "N" TO C4600-RECORD-OK-SW.
148700     ADD 1 TO C4600-PROBLEMS-LISTED.
148800     MOVE CUST-ID   TO DT-CUST-ID.
148900     MOVE CUST-NAME TO DT-CUST-NAME.
149000     MOVE C4600-DETAIL-LINE TO VALIDATION-REPORT-LINE.
149100     WRITE VALIDATION-REPORT-LINE.
149200 7000-WRITE-VALIDATION-LINE-EXIT.
149300     EXIT.
149400*****************************************************************
149500*    8000-WRITE-TOTALS - READ = WRITTEN + NOT REPORTED + BOTH
149600*    KINDS OF SKIP.
149700*****************************************************************
149800 8000-WRITE-TOTALS.
149900     IF NOT C4600-PARM-OK
150000         MOVE C4600-NO-FILE-LINE TO VALIDATION-REPORT-LINE
150100         WRITE VALIDATION-REPORT-LINE
150200     END-IF.
150210     IF C4600-PARM-OK
150220       AND NOT C4600-FILES-OK
150230         MOVE C4600-NO-INPUT-LINE TO VALIDATION-REPORT-LINE
150240         WRITE VALIDATION-REPORT-LINE
150250     END-IF.
150300
150400     MOVE C4600-MASTER-READ TO TL-MASTER-READ.
150500     MOVE C4600-TOTAL-LINE-1 TO VALIDATION-REPORT-LINE.
150600     WRITE VALIDATION-REPORT-LINE.
150700
150800     MOVE C4600-SEGMENTS-WRITTEN TO TL-WRITTEN.
150900     MOVE C4600-TOTAL-LINE-2 TO VALIDATION-REPORT-LINE.
151000     WRITE VALIDATION-REPORT-LINE.
151100
151200     MOVE C4600-ACCOUNTS-REJECTED TO TL-REJECTED.
151300     MOVE C4600-PROBLEMS-LISTED   TO TL-PROBLEMS.
151400     MOVE C4600-TOTAL-LINE-3 TO VALIDATION-REPORT-LINE.
151500     WRITE VALIDATION-REPORT-LINE.
151600
151700     MOVE C4600-NOT-CREDIT TO TL-NOT-CREDIT.
151800     MOVE C4600-TOTAL-LINE-4 TO VALIDATION-REPORT-LINE.
151900     WRITE VALIDATION-REPORT-LINE.
152000
152100     MOVE C4600-ALREADY-REPORTED TO TL-ALREADY.
152200     MOVE C4600-TOTAL-LINE-5 TO VALIDATION-REPORT-LINE.
152300     WRITE VALIDATION-REPORT-LINE.
152400
152500     MOVE 1 TO C4600-STAT-SUB.
152600     PERFORM 8100-WRITE-ONE-STATUS-TOTAL
152700         THRU 8100-WRITE-ONE-STATUS-TOTAL-EXIT
152800         UNTIL C4600-STAT-SUB > 11.
152900 8000-WRITE-TOTALS-EXIT.
153000     EXIT.
153100*****************************************************************
153200*    8100-WRITE-ONE-STATUS-TOTAL - MATCHES THE TRAILER COUNTS.
153300*****************************************************************
153400 8100-WRITE-ONE-STATUS-TOTAL.
153500     MOVE C4600-STATUS-CODE (C4600-STAT-SUB)  TO TL-STATUS-CODE.
153600     MOVE C4600-STATUS-COUNT (C4600-STAT-SUB) TO TL-STATUS-COUNT.
153700     MOVE C4600-STATUS-TOTAL-LINE TO VALIDATION-REPORT-LINE.
153800     WRITE VALIDATION-REPORT-LINE.
153900     ADD 1 TO C4600-STAT-SUB.
154000 8100-WRITE-ONE-STATUS-TOTAL-EXIT.
154100     EXIT.
154200*****************************************************************
154300*    8900-WRITE-RUN-LOG - APPENDS THIS RUN'S STATISTICS ROW TO
154400*    THE COMMON RUN LOG FOR THE NIGHTLY OPERATIONS REPORT
154500*    (CUST1600).  WRITTEN IS BASE SEGMENTS; REJECTED IS
154600*    ACCOUNTS LEFT OFF FOR VALIDATION PROBLEMS.
154700*****************************************************************
154800 8900-WRITE-RUN-LOG.
154900     OPEN EXTEND RUN-LOG-FILE.
155000     IF CM-RUNLOG-STATUS = "35"
155100         OPEN OUTPUT RUN-LOG-FILE
155200     END-IF.
155300     MOVE "CUST4600"                TO RNL-PROGRAM-ID.
155400     MOVE C4600-CURRENT-DATE        TO RNL-RUN-DATE.
155500     ACCEPT RNL-RUN-TIME FROM TIME.
155600     MOVE C4600-MASTER-READ         TO RNL-RECORDS-READ.
155700     MOVE ZERO                      TO RNL-RECORDS-UPDATED.
155800     MOVE C4600-ACCOUNTS-REJECTED   TO RNL-RECORDS-REJECTED.
155900     MOVE C4600-SEGMENTS-WRITTEN    TO RNL-RECORDS-WRITTEN.
156000     COMPUTE RNL-RECORDS-SKIPPED =
156100         C4600-NOT-CREDIT + C4600-ALREADY-REPORTED.
156200     MOVE CM-M2FILE-STATUS          TO RNL-FINAL-STATUS.
156300     WRITE RUN-LOG-RECORD.
156400     CLOSE RUN-LOG-FILE.
156500 8900-WRITE-RUN-LOG-EXIT.
156600     EXIT.
156700*****************************************************************
156800*    9000-TERMINATE
156900*****************************************************************
157000 9000-TERMINATE.
157100     CLOSE METRO2-FILE
157200           VALIDATION-REPORT-FILE.
157300     IF NOT C4600-PARM-OK
157400         GO TO 9000-TERMINATE-EXIT
157500     END-IF.
157600     CLOSE CUSTOMER-MASTER-FILE
157700           CUSTOMER-AUDIT-FILE
157800           POSTING-HISTORY-FILE.
157850     IF C4600-NSFXREF-FILE-OPEN
157860         CLOSE RETURNED-XREF-FILE
157870     END-IF.
157900     IF C4600-DELINQ-FILE-OPEN
158000         CLOSE DELINQUENCY-FILE
158100     END-IF.
158200     IF C4600-CHGOFF-FILE-OPEN
158300         CLOSE CHARGE-OFF-FILE
158400     END-IF.
158500     IF C4600-UNDELIV-FILE-OPEN
158600         CLOSE UNDELIVERABLE-FILE
158700     END-IF.
158800 9000-TERMINATE-EXIT.
158900     EXIT.
