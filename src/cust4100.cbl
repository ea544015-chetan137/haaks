000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CUST4100.
000300 AUTHOR.        R HALVORSEN.
000400 INSTALLATION.  CUSTOMER SERVICES APPLICATIONS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*    CUST4100  -  WATCH-LIST SWEEP OF THE CUSTOMER MASTER
000900*
001000*    RUN AFTER EVERY CUST4000 LOAD.  SCREENS EVERY CUSTOMER ON
001100*    THE MASTER THAT IS NOT CLOSED AGAINST THE NEW WATCH LIST
001200*    (WATCHLST), WITH THE SAME MATCH RULES CUST0100 APPLIES TO
001300*    ADDS AND NAME CHANGES: CUST-NAME IS SCORED AGAINST EVERY
001400*    ENTRY, AND THE ADDRESS CORROBORATES A WEAKER NAME MATCH.
001500*    EACH HIT NOT ALREADY ON THE HIT FILE (WLHITS, CUSTWLH.CPY)
001600*    IS ADDED TO IT PENDING COMPLIANCE REVIEW IN CUST4200.  A
001700*    HIT COMPLIANCE HAS ALREADY CLEARED IS NOT RAISED AGAIN.
001800*
001900*    EVERY CUSTOMER SCREENED WHO HAS A CONFIRMED HIT ON WLHITS
002000*    - WHETHER CONFIRMED AGAINST THIS RELEASE OR AN EARLIER
002100*    ONE - IS PUT ON HOLD (CUST-STATUS "H") WITH A CUSTAUD ROW,
002200*    UNLESS ALREADY ON HOLD OR WRITTEN OFF.  A WRITTEN-OFF
002300*    ACCOUNT KEEPS ITS "W" SO LATER PAYMENTS STILL GO TO
002400*    RECOVERIES; IT IS LISTED FOR COMPLIANCE TO DEAL WITH.
002500*
002600*    WLSRPT, THE COMPLIANCE HIT REPORT, LISTS EVERY NEW HIT,
002700*    EVERY HIT STILL WAITING FOR REVIEW AND EVERY CONFIRMED HIT
002800*    WITH WHAT WAS DONE ABOUT IT.
002900*
003000*    CONTROL CARD (WLSPARM), ONE RECORD.  KEEP THE THRESHOLDS
003100*    THE SAME AS ON THE CUST0100 CONTROL CARD:
003200*        WSP-NAME-THRESHOLD PIC 9(03)     COLS 1-3, NAME SCORE
003300*                                         FOR A HIT.  SPACES =
003400*                                         85.
003500*        WSP-ADDR-THRESHOLD PIC 9(03)     COLS 4-6, NAME SCORE
003600*                                         FOR A HIT WHEN THE
003700*                                         ADDRESS CORROBORATES.
003800*                                         SPACES = 60.
003900*
004000*    MODIFICATION HISTORY
004100*    DATE       INIT  DESCRIPTION
004200*    ---------- ----- ---------------------------------------
004300*    2026-10-15 RJH   INITIAL VERSION.
004330*    2026-10-15 RJH   AUDIT ROWS CARRY "CUST4100" AS THEIR
004360*                     AUD-OPERATOR-ID.
004400*****************************************************************
004500 ENVIRONMENT DIVISION.
004600 CONFIGURATION SECTION.
004700 SOURCE-COMPUTER.   IBM-370.
004800 OBJECT-COMPUTER.   IBM-370.
004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100     COPY "custmsel.cpy".
005200
005300     COPY "custwhsl.cpy".
005400
005500     COPY "custausl.cpy".
005600
005700     SELECT WATCH-LIST-FILE ASSIGN TO "WATCHLST"
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS CM-WATCHLST-STATUS.
006000
006100     SELECT CONTROL-CARD-FILE ASSIGN TO "WLSPARM"
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS CM-WLSPARM-STATUS.
006400
006500     SELECT SWEEP-REPORT-FILE ASSIGN TO "WLSRPT"
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS CM-WLSRPT-STATUS.
006800
006900     COPY "custrnsl.cpy".
007000
007100 DATA DIVISION.
007200 FILE SECTION.
007300     COPY "custmfd.cpy".
007400
007500     COPY "custwhfd.cpy".
007600
007700     COPY "custaufd.cpy".
007800
007900 FD  WATCH-LIST-FILE
008000     LABEL RECORDS ARE STANDARD.
008100     COPY "custwl.cpy".
008200
008300 FD  CONTROL-CARD-FILE
008400     LABEL RECORDS ARE STANDARD.
008500 01  CONTROL-CARD-RECORD.
008600     05  WSP-NAME-THRESHOLD     PIC X(03).
008700     05  WSP-ADDR-THRESHOLD     PIC X(03).
008800     05  FILLER                 PIC X(74).
008900
009000 FD  SWEEP-REPORT-FILE
009100     LABEL RECORDS ARE STANDARD.
009200 01  SWEEP-REPORT-LINE          PIC X(132).
009300
009400     COPY "custrnfd.cpy".
009500
009600 WORKING-STORAGE SECTION.
009700 77  CM-CUSTMAST-STATUS         PIC X(02).
009800 77  CM-WLHITS-STATUS           PIC X(02).
009900 77  CM-CUSTAUD-STATUS          PIC X(02).
010000 77  CM-WATCHLST-STATUS         PIC X(02).
010100 77  CM-WLSPARM-STATUS          PIC X(02).
010200 77  CM-WLSRPT-STATUS           PIC X(02).
010300 77  CM-RUNLOG-STATUS           PIC X(02).
010400
010500     COPY "custstat.cpy".
010600
010700 77  C4100-MASTER-EOF-SW        PIC X(01)  VALUE "N".
010800     88  C4100-MASTER-EOF       VALUE "Y".
010900 77  C4100-WL-EOF-SW            PIC X(01)  VALUE "N".
011000     88  C4100-WL-EOF           VALUE "Y".
011100 77  C4100-HIT-EOF-SW           PIC X(01)  VALUE "N".
011200     88  C4100-HIT-EOF          VALUE "Y".
011300 77  C4100-FILES-OPEN-SW        PIC X(01)  VALUE "N".
011400     88  C4100-FILES-OPEN       VALUE "Y".
011500 77  C4100-WL-ON-FILE-SW        PIC X(01)  VALUE "N".
011600     88  C4100-WL-HIT-ON-FILE   VALUE "Y".
011700 77  C4100-WL-WORD-SW           PIC X(01)  VALUE "N".
011800     88  C4100-WL-WORD-MATCHED  VALUE "Y".
011900 77  C4100-WL-EXACT-SW          PIC X(01)  VALUE "N".
012000     88  C4100-WL-EXACT-ONLY    VALUE "Y".
012100 77  C4100-WL-ADDR-SW           PIC X(01)  VALUE "N".
012200     88  C4100-WL-ADDRESS-MATCH VALUE "Y".
012300 77  C4100-NOISE-SW             PIC X(01)  VALUE "N".
012400     88  C4100-NOISE-WORD       VALUE "Y".
012500 77  C4100-AUD-SEQ-EOF-SW       PIC X(01)  VALUE "N".
012600     88  C4100-AUD-SEQ-EOF      VALUE "Y".
012700 77  C4100-CURRENT-DATE         PIC X(08)  VALUE SPACES.
012800 77  C4100-RELEASE-ID           PIC X(08)  VALUE SPACES.
012900 77  C4100-OLD-STATUS           PIC X(01)  VALUE SPACE.
013000 77  C4100-AUD-SEQUENCE         PIC 9(06)  VALUE ZERO.
013100 77  C4100-WL-NAME-THRESHOLD    PIC 9(03)       VALUE 85.
013200 77  C4100-WL-ADDR-THRESHOLD    PIC 9(03)       VALUE 60.
013300 77  C4100-WL-SCORE             PIC 9(03)       VALUE ZERO.
013400 77  C4100-WL-WORDS-FOUND       PIC 9(03) COMP  VALUE ZERO.
013500 77  C4100-WL-SUB               PIC 9(05) COMP  VALUE ZERO.
013600 77  C4100-WL-LW-SUB            PIC 9(03) COMP  VALUE ZERO.
013700 77  C4100-WL-CW-SUB            PIC 9(03) COMP  VALUE ZERO.
013800 77  C4100-WL-LIST-WORD         PIC X(15)  VALUE SPACES.
013900 77  C4100-WL-CUST-WORD         PIC X(15)  VALUE SPACES.
014000 77  C4100-WL-CUST-ZIP          PIC X(05)  VALUE SPACES.
014100 77  C4100-WL-CUST-CITY         PIC X(20)  VALUE SPACES.
014200 77  C4100-TOK-IDX              PIC 9(03) COMP  VALUE ZERO.
014300 77  C4100-TOK-LEN              PIC 9(03) COMP  VALUE ZERO.
014400 77  C4100-TOK-LONGEST          PIC 9(03) COMP  VALUE ZERO.
014500 77  C4100-TOK-PACK-LEN         PIC 9(03) COMP  VALUE ZERO.
014600 77  C4100-TOK-CHAR             PIC X(01)  VALUE SPACE.
014700 77  C4100-TOK-CURRENT          PIC X(15)  VALUE SPACES.
014800 77  C4100-CUSTOMERS-READ       PIC 9(09) COMP  VALUE ZERO.
014900 77  C4100-CUSTOMERS-SKIPPED    PIC 9(09) COMP  VALUE ZERO.
015000 77  C4100-CUSTOMERS-SCREENED   PIC 9(09) COMP  VALUE ZERO.
015100 77  C4100-NEW-HITS             PIC 9(09) COMP  VALUE ZERO.
015200 77  C4100-PENDING-HITS         PIC 9(09) COMP  VALUE ZERO.
015300 77  C4100-CLEARED-HITS         PIC 9(09) COMP  VALUE ZERO.
015400 77  C4100-CONFIRMED-HITS       PIC 9(09) COMP  VALUE ZERO.
015500 77  C4100-PLACED-ON-HOLD       PIC 9(09) COMP  VALUE ZERO.
015600 77  C4100-UPDATE-ERRORS        PIC 9(09) COMP  VALUE ZERO.
015700*---------------------------------------------------------------
015800*    NOISE WORDS DROPPED FROM NAMES BEFORE MATCHING
015900*---------------------------------------------------------------
016000     COPY "custnwt.cpy".
016100*---------------------------------------------------------------
016200*    MATCH-KEY WORK AREAS - SEE CUST4000 2500-2520
016300*---------------------------------------------------------------
016400 01  C4100-TOK-IN.
016500     05  C4100-TOK-IN-TEXT      PIC X(40).
016600     05  C4100-TOK-IN-CHAR REDEFINES C4100-TOK-IN-TEXT
016700                                PIC X(01) OCCURS 40 TIMES.
016800 01  C4100-TOK-OUT.
016900     05  C4100-TOK-COUNT        PIC 9(01).
017000     05  C4100-TOK-KEY-WORD     PIC 9(01).
017100     05  C4100-TOK-WORDS.
017200         10  C4100-TOK-WORD     PIC X(15) OCCURS 6 TIMES.
017300     05  C4100-TOK-PACKED       PIC X(40).
017400*---------------------------------------------------------------
017500*    THE WATCH LIST, LOADED ONCE FROM WATCHLST
017600*---------------------------------------------------------------
017700 01  C4100-WATCH-LIST-TABLE.
017800     05  C4100-WT-COUNT         PIC 9(05) COMP  VALUE ZERO.
017900     05  C4100-WT-ENTRY OCCURS 10000 TIMES.
018000         10  C4100-WT-LIST-CODE PIC X(04).
018100         10  C4100-WT-ENTRY-ID  PIC X(10).
018200         10  C4100-WT-NAME      PIC X(40).
018300         10  C4100-WT-STATE     PIC X(02).
018400         10  C4100-WT-ZIP       PIC X(05).
018500         10  C4100-WT-RELEASE-ID PIC X(08).
018600         10  C4100-WT-MATCH-KEY.
018700             15  C4100-WT-WORD-COUNT PIC 9(01).
018800             15  C4100-WT-KEY-WORD  PIC 9(01).
018900             15  C4100-WT-WORD  PIC X(15) OCCURS 6 TIMES.
019000             15  C4100-WT-CITY-KEY  PIC X(20).
019100*---------------------------------------------------------------
019200*    REPORT LINES
019300*---------------------------------------------------------------
019400 01  C4100-HEADING-1.
019500     05  FILLER  PIC X(43)
019600         VALUE "CUST4100 - WATCH-LIST SWEEP - HIT REPORT".
019700     05  FILLER  PIC X(11) VALUE "RUN DATE: ".
019800     05  HD-RUN-DATE     PIC X(08).
019900     05  FILLER  PIC X(11) VALUE "  RELEASE: ".
020000     05  HD-RELEASE-ID   PIC X(08).
020100 01  C4100-HEADING-2.
020200     05  FILLER  PIC X(26) VALUE "THRESHOLDS:  NAME SCORE".
020300     05  HD-NAME-THRESHOLD PIC ZZ9.
020400     05  FILLER  PIC X(30) VALUE "   WITH ADDRESS MATCH".
020500     05  HD-ADDR-THRESHOLD PIC ZZ9.
020600 01  C4100-HEADING-3.
020700     05  FILLER  PIC X(12) VALUE "ACCOUNT".
020800     05  FILLER  PIC X(32) VALUE "CUSTOMER NAME".
020900     05  FILLER  PIC X(17) VALUE "LIST ENTRY".
021000     05  FILLER  PIC X(32) VALUE "LISTED NAME".
021100     05  FILLER  PIC X(11) VALUE "SCORE ADDR".
021200     05  FILLER  PIC X(28) VALUE "DISPOSITION".
021300 01  C4100-DETAIL-LINE.
021400     05  DT-CUST-ID      PIC X(10).
021500     05  FILLER          PIC X(02) VALUE SPACES.
021600     05  DT-CUST-NAME    PIC X(30).
021700     05  FILLER          PIC X(02) VALUE SPACES.
021800     05  DT-LIST-CODE    PIC X(04).
021900     05  FILLER          PIC X(01) VALUE SPACES.
022000     05  DT-ENTRY-ID     PIC X(10).
022100     05  FILLER          PIC X(02) VALUE SPACES.
022200     05  DT-LIST-NAME    PIC X(30).
022300     05  FILLER          PIC X(02) VALUE SPACES.
022400     05  DT-SCORE        PIC ZZ9.
022500     05  FILLER          PIC X(03) VALUE SPACES.
022600     05  DT-ADDRESS      PIC X(03).
022700     05  FILLER          PIC X(02) VALUE SPACES.
022800     05  DT-DISPOSITION  PIC X(28).
022900 01  C4100-COUNT-LINE.
023000     05  CT-LABEL        PIC X(30).
023100     05  CT-COUNT        PIC ZZZ,ZZZ,ZZ9.
023200
023300 PROCEDURE DIVISION.
023400*****************************************************************
023500*    0000-MAINLINE
023600*****************************************************************
023700 0000-MAINLINE.
023800     PERFORM 1000-INITIALIZE
023900         THRU 1000-INITIALIZE-EXIT.
024000
024100     PERFORM 2000-SCREEN-ONE-CUSTOMER
024200         THRU 2000-SCREEN-ONE-CUSTOMER-EXIT
024300         UNTIL C4100-MASTER-EOF.
024400
024500     PERFORM 8000-WRITE-TOTALS
024600         THRU 8000-WRITE-TOTALS-EXIT.
024700
024800     PERFORM 9000-TERMINATE
024900         THRU 9000-TERMINATE-EXIT.
025000
025100     PERFORM 8900-WRITE-RUN-LOG
025200         THRU 8900-WRITE-RUN-LOG-EXIT.
025300
025400     STOP RUN.
025500*****************************************************************
025600*    1000-INITIALIZE - NO WATCH LIST, OR AN EMPTY ONE, MEANS
025700*    THERE IS NOTHING TO SWEEP AGAINST; THE RUN ENDS AT ONCE
025800*    WITH THE REASON ON WLSRPT.
025900*****************************************************************
026000 1000-INITIALIZE.
026100     ACCEPT C4100-CURRENT-DATE FROM DATE YYYYMMDD.
026200
026300     OPEN INPUT CONTROL-CARD-FILE.
026400     IF CM-WLSPARM-STATUS = "00"
026500         READ CONTROL-CARD-FILE
026600             AT END
026700                 MOVE SPACES TO CONTROL-CARD-RECORD
026800         END-READ
026900         CLOSE CONTROL-CARD-FILE
027000     ELSE
027100         MOVE SPACES TO CONTROL-CARD-RECORD
027200     END-IF.
027300     IF WSP-NAME-THRESHOLD IS NUMERIC
027400       AND WSP-NAME-THRESHOLD NOT = "000"
027500         MOVE WSP-NAME-THRESHOLD TO C4100-WL-NAME-THRESHOLD
027600     END-IF.
027700     IF WSP-ADDR-THRESHOLD IS NUMERIC
027800       AND WSP-ADDR-THRESHOLD NOT = "000"
027900         MOVE WSP-ADDR-THRESHOLD TO C4100-WL-ADDR-THRESHOLD
028000     END-IF.
028100
028200     OPEN OUTPUT SWEEP-REPORT-FILE.
028300
028400     PERFORM 1600-LOAD-WATCH-LIST
028500         THRU 1600-LOAD-WATCH-LIST-EXIT.
028600
028700     MOVE C4100-CURRENT-DATE TO HD-RUN-DATE.
028800     MOVE C4100-RELEASE-ID   TO HD-RELEASE-ID.
028900     MOVE C4100-HEADING-1 TO SWEEP-REPORT-LINE.
029000     WRITE SWEEP-REPORT-LINE.
029100     MOVE C4100-WL-NAME-THRESHOLD TO HD-NAME-THRESHOLD.
029200     MOVE C4100-WL-ADDR-THRESHOLD TO HD-ADDR-THRESHOLD.
029300     MOVE C4100-HEADING-2 TO SWEEP-REPORT-LINE.
029400     WRITE SWEEP-REPORT-LINE.
029500     MOVE C4100-HEADING-3 TO SWEEP-REPORT-LINE.
029600     WRITE SWEEP-REPORT-LINE.
029700
029800     IF C4100-WT-COUNT = ZERO
029900         MOVE "NO WATCH-LIST ENTRIES LOADED - NOTHING SCREENED"
030000             TO SWEEP-REPORT-LINE
030100         WRITE SWEEP-REPORT-LINE
030200         MOVE "Y" TO C4100-MASTER-EOF-SW
030300         GO TO 1000-INITIALIZE-EXIT
030400     END-IF.
030500
030600     PERFORM 1700-OPEN-UPDATE-FILES
030700         THRU 1700-OPEN-UPDATE-FILES-EXIT.
030800
030900     IF NOT C4100-MASTER-EOF
031000         PERFORM 2900-READ-NEXT-MASTER
031100             THRU 2900-READ-NEXT-MASTER-EXIT
031200     END-IF.
031300 1000-INITIALIZE-EXIT.
031400     EXIT.
031500*****************************************************************
031600*    1600-LOAD-WATCH-LIST - THE RELEASE REPORTED IS THE ONE ON
031700*    THE FIRST ENTRY; CUST4000 STAMPS THEM ALL THE SAME.
031800*****************************************************************
031900 1600-LOAD-WATCH-LIST.
032000     MOVE ZERO TO C4100-WT-COUNT.
032100     OPEN INPUT WATCH-LIST-FILE.
032200     IF CM-WATCHLST-STATUS NOT = "00"
032300         DISPLAY "CUST4100 - CANNOT OPEN WATCHLST, STATUS "
032400             CM-WATCHLST-STATUS
032500         GO TO 1600-LOAD-WATCH-LIST-EXIT
032600     END-IF.
032700
032800     MOVE "N" TO C4100-WL-EOF-SW.
032900     PERFORM 1610-LOAD-ONE-WATCH-ENTRY
033000         THRU 1610-LOAD-ONE-WATCH-ENTRY-EXIT
033100         UNTIL C4100-WL-EOF.
033200     CLOSE WATCH-LIST-FILE.
033300     IF C4100-WT-COUNT > ZERO
033400         MOVE C4100-WT-RELEASE-ID(1) TO C4100-RELEASE-ID
033500     END-IF.
033600 1600-LOAD-WATCH-LIST-EXIT.
033700     EXIT.
033800*****************************************************************
033900*    1610-LOAD-ONE-WATCH-ENTRY
034000*****************************************************************
034100 1610-LOAD-ONE-WATCH-ENTRY.
034200     READ WATCH-LIST-FILE
034300         AT END
034400             MOVE "Y" TO C4100-WL-EOF-SW
034500             GO TO 1610-LOAD-ONE-WATCH-ENTRY-EXIT
034600     END-READ.
034700     IF C4100-WT-COUNT NOT < 10000
034800         DISPLAY "CUST4100 - WATCH-LIST TABLE FULL, SKIPPED "
034900             WL-LIST-CODE " " WL-ENTRY-ID
035000         GO TO 1610-LOAD-ONE-WATCH-ENTRY-EXIT
035100     END-IF.
035200
035300     ADD 1 TO C4100-WT-COUNT.
035400     MOVE WL-LIST-CODE     TO C4100-WT-LIST-CODE(C4100-WT-COUNT).
035500     MOVE WL-ENTRY-ID      TO C4100-WT-ENTRY-ID(C4100-WT-COUNT).
035600     MOVE WL-NAME          TO C4100-WT-NAME(C4100-WT-COUNT).
035700     MOVE WL-STATE         TO C4100-WT-STATE(C4100-WT-COUNT).
035800     MOVE WL-ZIP-CODE(1:5) TO C4100-WT-ZIP(C4100-WT-COUNT).
035900     MOVE WL-RELEASE-ID    TO C4100-WT-RELEASE-ID(C4100-WT-COUNT).
036000     MOVE WL-MATCH-KEY     TO C4100-WT-MATCH-KEY(C4100-WT-COUNT).
036100 1610-LOAD-ONE-WATCH-ENTRY-EXIT.
036200     EXIT.
036300*****************************************************************
036400*    1700-OPEN-UPDATE-FILES
036500*****************************************************************
036600 1700-OPEN-UPDATE-FILES.
036700     OPEN I-O CUSTOMER-MASTER-FILE.
036800     IF CM-CUSTMAST-STATUS NOT = "00"
036900         DISPLAY "CUST4100 - CANNOT OPEN CUSTOMER MASTER, STATUS "
037000             CM-CUSTMAST-STATUS
037100         MOVE "Y" TO C4100-MASTER-EOF-SW
037200         GO TO 1700-OPEN-UPDATE-FILES-EXIT
037300     END-IF.
037400     MOVE "Y" TO C4100-FILES-OPEN-SW.
037500
037600     OPEN I-O WATCH-HIT-FILE.
037700     IF CM-WLHITS-STATUS = "35"
037800         OPEN OUTPUT WATCH-HIT-FILE
037900         CLOSE WATCH-HIT-FILE
038000         OPEN I-O WATCH-HIT-FILE
038100     END-IF.
038200     IF CM-WLHITS-STATUS NOT = "00"
038300         DISPLAY "CUST4100 - CANNOT OPEN WLHITS, STATUS "
038400             CM-WLHITS-STATUS
038500         MOVE "Y" TO C4100-MASTER-EOF-SW
038600     END-IF.
038700
038800     OPEN I-O CUSTOMER-AUDIT-FILE.
038900     IF CM-CUSTAUD-STATUS = "35"
039000         OPEN OUTPUT CUSTOMER-AUDIT-FILE
039100         CLOSE CUSTOMER-AUDIT-FILE
039200         OPEN I-O CUSTOMER-AUDIT-FILE
039300     END-IF.
039400     IF CM-CUSTAUD-STATUS NOT = "00"
039500         DISPLAY "CUST4100 - CANNOT OPEN AUDIT HISTORY, STATUS "
039600             CM-CUSTAUD-STATUS
039700         MOVE "Y" TO C4100-MASTER-EOF-SW
039800     END-IF.
039900 1700-OPEN-UPDATE-FILES-EXIT.
040000     EXIT.
040100*****************************************************************
040200*    2000-SCREEN-ONE-CUSTOMER - CLOSED ACCOUNTS ARE SKIPPED.
040300*    THE NAME IS SCORED AGAINST EVERY ENTRY (3000), THEN ANY
040400*    CONFIRMED HIT ON FILE FOR THE CUSTOMER IS ACTED ON (4000).
040500*****************************************************************
040600 2000-SCREEN-ONE-CUSTOMER.
040700     ADD 1 TO C4100-CUSTOMERS-READ.
040800     MOVE CUST-STATUS TO CM-CUST-STATUS-CHECK.
040900     IF CM-STATUS-CLOSED
041000         ADD 1 TO C4100-CUSTOMERS-SKIPPED
041100         GO TO 2000-READ-AND-EXIT
041200     END-IF.
041300     ADD 1 TO C4100-CUSTOMERS-SCREENED.
041400
041500     MOVE SPACES TO C4100-TOK-IN-TEXT.
041600     MOVE CITY   TO C4100-TOK-IN-TEXT.
041700     PERFORM 2500-BUILD-MATCH-KEY
041800         THRU 2500-BUILD-MATCH-KEY-EXIT.
041900     MOVE C4100-TOK-PACKED TO C4100-WL-CUST-CITY.
042000     MOVE ZIP-CODE(1:5)    TO C4100-WL-CUST-ZIP.
042100
042200     MOVE SPACES    TO C4100-TOK-IN-TEXT.
042300     MOVE CUST-NAME TO C4100-TOK-IN-TEXT.
042400     PERFORM 2500-BUILD-MATCH-KEY
042500         THRU 2500-BUILD-MATCH-KEY-EXIT.
042600     IF C4100-TOK-COUNT > ZERO
042700         PERFORM 3000-SCORE-ONE-ENTRY
042800             THRU 3000-SCORE-ONE-ENTRY-EXIT
042900             VARYING C4100-WL-SUB FROM 1 BY 1
043000             UNTIL C4100-WL-SUB > C4100-WT-COUNT
043100     END-IF.
043200
043300     PERFORM 4000-ACT-ON-CONFIRMED-HITS
043400         THRU 4000-ACT-ON-CONFIRMED-HITS-EXIT.
043500
043600 2000-READ-AND-EXIT.
043700     PERFORM 2900-READ-NEXT-MASTER
043800         THRU 2900-READ-NEXT-MASTER-EXIT.
043900 2000-SCREEN-ONE-CUSTOMER-EXIT.
044000     EXIT.
044100*****************************************************************
044200*    2500-BUILD-MATCH-KEY - BREAKS C4100-TOK-IN-TEXT INTO WORDS.
044300*    LETTERS AND DIGITS MAKE UP A WORD; ANY OTHER CHARACTER
044400*    ENDS ONE, EXCEPT AN APOSTROPHE, WHICH IS SIMPLY DROPPED SO
044500*    "O'BRIEN" AND "OBRIEN" COME OUT THE SAME.  NOISE WORDS ARE
044600*    NOT KEPT, AND ONLY THE FIRST SIX SIGNIFICANT WORDS ARE.
044700*    ALSO RETURNS THE WHOLE TEXT PACKED TO LETTERS AND DIGITS
044800*    (C4100-TOK-PACKED), NOISE WORDS INCLUDED.
044900*****************************************************************
045000 2500-BUILD-MATCH-KEY.
045100     INSPECT C4100-TOK-IN-TEXT CONVERTING
045200         "abcdefghijklmnopqrstuvwxyz"
045300         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
045400     MOVE ZERO   TO C4100-TOK-COUNT.
045500     MOVE ZERO   TO C4100-TOK-KEY-WORD.
045600     MOVE ZERO   TO C4100-TOK-LEN.
045700     MOVE ZERO   TO C4100-TOK-LONGEST.
045800     MOVE ZERO   TO C4100-TOK-PACK-LEN.
045900     MOVE SPACES TO C4100-TOK-WORDS.
046000     MOVE SPACES TO C4100-TOK-PACKED.
046100     MOVE SPACES TO C4100-TOK-CURRENT.
046200     PERFORM 2510-SCAN-ONE-CHAR
046300         THRU 2510-SCAN-ONE-CHAR-EXIT
046400         VARYING C4100-TOK-IDX FROM 1 BY 1
046500         UNTIL C4100-TOK-IDX > 40.
046600     PERFORM 2520-CLOSE-WORD
046700         THRU 2520-CLOSE-WORD-EXIT.
046800 2500-BUILD-MATCH-KEY-EXIT.
046900     EXIT.
047000*****************************************************************
047100*    2510-SCAN-ONE-CHAR - A WORD LONGER THAN 15 CHARACTERS
047200*    KEEPS ITS FIRST 15.
047300*****************************************************************
047400 2510-SCAN-ONE-CHAR.
047500     MOVE C4100-TOK-IN-CHAR(C4100-TOK-IDX) TO C4100-TOK-CHAR.
047600     IF C4100-TOK-CHAR = "'"
047700         GO TO 2510-SCAN-ONE-CHAR-EXIT
047800     END-IF.
047900     IF (C4100-TOK-CHAR >= "A" AND C4100-TOK-CHAR <= "I")
048000       OR (C4100-TOK-CHAR >= "J" AND C4100-TOK-CHAR <= "R")
048100       OR (C4100-TOK-CHAR >= "S" AND C4100-TOK-CHAR <= "Z")
048200       OR (C4100-TOK-CHAR >= "0" AND C4100-TOK-CHAR <= "9")
048300         ADD 1 TO C4100-TOK-PACK-LEN
048400         MOVE C4100-TOK-CHAR
048500             TO C4100-TOK-PACKED(C4100-TOK-PACK-LEN:1)
048600         IF C4100-TOK-LEN < 15
048700             ADD 1 TO C4100-TOK-LEN
048800             MOVE C4100-TOK-CHAR
048900                 TO C4100-TOK-CURRENT(C4100-TOK-LEN:1)
049000         END-IF
049100     ELSE
049200         PERFORM 2520-CLOSE-WORD
049300             THRU 2520-CLOSE-WORD-EXIT
049400     END-IF.
049500 2510-SCAN-ONE-CHAR-EXIT.
049600     EXIT.
049700*****************************************************************
049800*    2520-CLOSE-WORD - KEEPS THE WORD JUST ENDED UNLESS IT IS A
049900*    NOISE WORD, AND REMEMBERS WHICH KEPT WORD IS THE LONGEST.
050000*****************************************************************
050100 2520-CLOSE-WORD.
050200     IF C4100-TOK-LEN = ZERO
050300         GO TO 2520-CLOSE-WORD-EXIT
050400     END-IF.
050500     MOVE "N" TO C4100-NOISE-SW.
050600     SEARCH ALL CM-NOISE-ENTRY
050700         AT END
050800             CONTINUE
050900         WHEN CM-NOISE-ENTRY(CM-NOISE-IDX) = C4100-TOK-CURRENT
051000             MOVE "Y" TO C4100-NOISE-SW
051100     END-SEARCH.
051200     IF NOT C4100-NOISE-WORD
051300       AND C4100-TOK-COUNT < 6
051400         ADD 1 TO C4100-TOK-COUNT
051500         MOVE C4100-TOK-CURRENT TO C4100-TOK-WORD(C4100-TOK-COUNT)
051600         IF C4100-TOK-LEN > C4100-TOK-LONGEST
051700             MOVE C4100-TOK-LEN   TO C4100-TOK-LONGEST
051800             MOVE C4100-TOK-COUNT TO C4100-TOK-KEY-WORD
051900         END-IF
052000     END-IF.
052100     MOVE SPACES TO C4100-TOK-CURRENT.
052200     MOVE ZERO   TO C4100-TOK-LEN.
052300 2520-CLOSE-WORD-EXIT.
052400     EXIT.
052500*****************************************************************
052600*    2900-READ-NEXT-MASTER
052700*****************************************************************
052800 2900-READ-NEXT-MASTER.
052900     READ CUSTOMER-MASTER-FILE NEXT RECORD
053000         AT END
053100             MOVE "Y" TO C4100-MASTER-EOF-SW
053200     END-READ.
053300 2900-READ-NEXT-MASTER-EXIT.
053400     EXIT.
053500*****************************************************************
053600*    3000-SCORE-ONE-ENTRY - THE SAME RULES AS CUST0100 2062: THE
053700*    NAME SCORE IS THE PERCENTAGE OF THE ENTRY'S SIGNIFICANT
053800*    WORDS FOUND IN THE CUSTOMER'S NAME, ONLY ENTRIES WHOSE
053900*    LONGEST WORD IS FOUND ARE SCORED, THE ZIP OR THE CITY AND
054000*    STATE CORROBORATE, AND A ONE-WORD ENTRY MUST MATCH EXACTLY.
054100*    KEEP THE TWO IN STEP.
054200*****************************************************************
054300 3000-SCORE-ONE-ENTRY.
054400     IF C4100-WT-WORD-COUNT(C4100-WL-SUB) = ZERO
054500         GO TO 3000-SCORE-ONE-ENTRY-EXIT
054600     END-IF.
054700     IF C4100-WT-WORD-COUNT(C4100-WL-SUB) = 1
054800         MOVE "Y" TO C4100-WL-EXACT-SW
054900     ELSE
055000         MOVE "N" TO C4100-WL-EXACT-SW
055100     END-IF.
055200
055300     MOVE C4100-WT-KEY-WORD(C4100-WL-SUB) TO C4100-WL-LW-SUB.
055400     PERFORM 3100-CHECK-ONE-LIST-WORD
055500         THRU 3100-CHECK-ONE-LIST-WORD-EXIT.
055600     IF NOT C4100-WL-WORD-MATCHED
055700         GO TO 3000-SCORE-ONE-ENTRY-EXIT
055800     END-IF.
055900
056000     MOVE ZERO TO C4100-WL-WORDS-FOUND.
056100     PERFORM 3100-CHECK-ONE-LIST-WORD
056200         THRU 3100-CHECK-ONE-LIST-WORD-EXIT
056300         VARYING C4100-WL-LW-SUB FROM 1 BY 1
056400         UNTIL C4100-WL-LW-SUB >
056500               C4100-WT-WORD-COUNT(C4100-WL-SUB).
056600     COMPUTE C4100-WL-SCORE = C4100-WL-WORDS-FOUND * 100
056700         / C4100-WT-WORD-COUNT(C4100-WL-SUB).
056800
056900     MOVE "N" TO C4100-WL-ADDR-SW.
057000     IF C4100-WT-ZIP(C4100-WL-SUB) IS NUMERIC
057100       AND C4100-WT-ZIP(C4100-WL-SUB) = C4100-WL-CUST-ZIP
057200         MOVE "Y" TO C4100-WL-ADDR-SW
057300     END-IF.
057400     IF C4100-WT-CITY-KEY(C4100-WL-SUB) NOT = SPACES
057500       AND C4100-WT-STATE(C4100-WL-SUB) NOT = SPACES
057600       AND C4100-WT-CITY-KEY(C4100-WL-SUB) = C4100-WL-CUST-CITY
057700       AND C4100-WT-STATE(C4100-WL-SUB) = STATE
057800         MOVE "Y" TO C4100-WL-ADDR-SW
057900     END-IF.
058000
058100     IF C4100-WL-SCORE < C4100-WL-NAME-THRESHOLD
058200         IF NOT C4100-WL-ADDRESS-MATCH
058300           OR C4100-WL-SCORE < C4100-WL-ADDR-THRESHOLD
058400             GO TO 3000-SCORE-ONE-ENTRY-EXIT
058500         END-IF
058600     END-IF.
058700
058800     PERFORM 3300-RECORD-HIT
058900         THRU 3300-RECORD-HIT-EXIT.
059000 3000-SCORE-ONE-ENTRY-EXIT.
059100     EXIT.
059200*****************************************************************
059300*    3100-CHECK-ONE-LIST-WORD - LOOKS FOR ONE OF THE ENTRY'S
059400*    WORDS AMONG THE CUSTOMER'S.
059500*****************************************************************
059600 3100-CHECK-ONE-LIST-WORD.
059700     MOVE C4100-WT-WORD(C4100-WL-SUB, C4100-WL-LW-SUB)
059800         TO C4100-WL-LIST-WORD.
059900     MOVE "N" TO C4100-WL-WORD-SW.
060000     PERFORM 3200-COMPARE-ONE-WORD
060100         THRU 3200-COMPARE-ONE-WORD-EXIT
060200         VARYING C4100-WL-CW-SUB FROM 1 BY 1
060300         UNTIL C4100-WL-CW-SUB > C4100-TOK-COUNT
060400            OR C4100-WL-WORD-MATCHED.
060500     IF C4100-WL-WORD-MATCHED
060600         ADD 1 TO C4100-WL-WORDS-FOUND
060700     END-IF.
060800 3100-CHECK-ONE-LIST-WORD-EXIT.
060900     EXIT.
061000*****************************************************************
061100*    3200-COMPARE-ONE-WORD - EQUAL, OR BOTH AT LEAST FIVE
061200*    LETTERS WITH THE FIRST FIVE THE SAME, OR EITHER A SINGLE
061300*    INITIAL WITH THE SAME FIRST LETTER.
061400*****************************************************************
061500 3200-COMPARE-ONE-WORD.
061600     MOVE C4100-TOK-WORD(C4100-WL-CW-SUB) TO C4100-WL-CUST-WORD.
061700     IF C4100-WL-CUST-WORD = C4100-WL-LIST-WORD
061800         MOVE "Y" TO C4100-WL-WORD-SW
061900         GO TO 3200-COMPARE-ONE-WORD-EXIT
062000     END-IF.
062100     IF C4100-WL-EXACT-ONLY
062200         GO TO 3200-COMPARE-ONE-WORD-EXIT
062300     END-IF.
062400
062500     IF C4100-WL-LIST-WORD(5:1) NOT = SPACE
062600       AND C4100-WL-CUST-WORD(5:1) NOT = SPACE
062700       AND C4100-WL-LIST-WORD(1:5) = C4100-WL-CUST-WORD(1:5)
062800         MOVE "Y" TO C4100-WL-WORD-SW
062900         GO TO 3200-COMPARE-ONE-WORD-EXIT
063000     END-IF.
063100     IF (C4100-WL-LIST-WORD(2:1) = SPACE
063200         OR C4100-WL-CUST-WORD(2:1) = SPACE)
063300       AND C4100-WL-LIST-WORD(1:1) = C4100-WL-CUST-WORD(1:1)
063400         MOVE "Y" TO C4100-WL-WORD-SW
063500     END-IF.
063600 3200-COMPARE-ONE-WORD-EXIT.
063700     EXIT.
063800*****************************************************************
063900*    3300-RECORD-HIT - A NEW HIT GOES ON WLHITS PENDING REVIEW
064000*    AND IS REPORTED.  ONE ALREADY ON FILE IS COUNTED BY ITS
064100*    STATUS; A PENDING ONE IS REPORTED AGAIN AS STILL WAITING,
064200*    A CONFIRMED ONE IS REPORTED BY 4000.
064300*****************************************************************
064400 3300-RECORD-HIT.
064500     MOVE CUST-ID                          TO HIT-CUST-ID.
064600     MOVE C4100-WT-LIST-CODE(C4100-WL-SUB) TO HIT-LIST-CODE.
064700     MOVE C4100-WT-ENTRY-ID(C4100-WL-SUB)  TO HIT-ENTRY-ID.
064800     READ WATCH-HIT-FILE
064900         INVALID KEY
065000             MOVE "N" TO C4100-WL-ON-FILE-SW
065100         NOT INVALID KEY
065200             MOVE "Y" TO C4100-WL-ON-FILE-SW
065300     END-READ.
065400     IF C4100-WL-HIT-ON-FILE
065500         IF HIT-CLEARED
065600             ADD 1 TO C4100-CLEARED-HITS
065700         END-IF
065800         IF HIT-PENDING
065900             ADD 1 TO C4100-PENDING-HITS
066000             MOVE "STILL PENDING REVIEW" TO DT-DISPOSITION
066100             PERFORM 7000-WRITE-DETAIL
066200                 THRU 7000-WRITE-DETAIL-EXIT
066300         END-IF
066400         GO TO 3300-RECORD-HIT-EXIT
066500     END-IF.
066600
066700     MOVE SPACES TO WATCH-LIST-HIT-RECORD.
066800     MOVE CUST-ID                          TO HIT-CUST-ID.
066900     MOVE C4100-WT-LIST-CODE(C4100-WL-SUB) TO HIT-LIST-CODE.
067000     MOVE C4100-WT-ENTRY-ID(C4100-WL-SUB)  TO HIT-ENTRY-ID.
067100     MOVE "P"                              TO HIT-STATUS.
067200     MOVE "S"                              TO HIT-SOURCE.
067300     MOVE C4100-WL-SCORE                   TO HIT-NAME-SCORE.
067400     MOVE C4100-WL-ADDR-SW                 TO HIT-ADDRESS-SW.
067500     MOVE CUST-NAME                        TO HIT-CUST-NAME.
067600     MOVE C4100-WT-NAME(C4100-WL-SUB)      TO HIT-LIST-NAME.
067700     MOVE C4100-WT-RELEASE-ID(C4100-WL-SUB) TO HIT-RELEASE-ID.
067800     MOVE C4100-CURRENT-DATE               TO HIT-FOUND-DATE.
067900     WRITE WATCH-LIST-HIT-RECORD
068000         INVALID KEY
068100             ADD 1 TO C4100-UPDATE-ERRORS
068200             DISPLAY "CUST4100 - WLHITS WRITE FAILED FOR "
068300                 CUST-ID ", STATUS " CM-WLHITS-STATUS
068400             GO TO 3300-RECORD-HIT-EXIT
068500     END-WRITE.
068600     ADD 1 TO C4100-NEW-HITS.
068700     MOVE "NEW HIT - PENDING REVIEW" TO DT-DISPOSITION.
068800     PERFORM 7000-WRITE-DETAIL
068900         THRU 7000-WRITE-DETAIL-EXIT.
069000 3300-RECORD-HIT-EXIT.
069100     EXIT.
069200*****************************************************************
069300*    4000-ACT-ON-CONFIRMED-HITS - READS EVERY HIT ON FILE FOR
069400*    THE CUSTOMER.  THE FIRST CONFIRMED ONE PUTS AN OPEN
069500*    ACCOUNT ON HOLD (4200); EVERY CONFIRMED ONE IS REPORTED.
069600*****************************************************************
069700 4000-ACT-ON-CONFIRMED-HITS.
069800     MOVE "N"         TO C4100-HIT-EOF-SW.
069900     MOVE CUST-ID     TO HIT-CUST-ID.
070000     MOVE LOW-VALUES  TO HIT-LIST-CODE
070100                         HIT-ENTRY-ID.
070200     START WATCH-HIT-FILE KEY IS NOT LESS THAN HIT-KEY
070300         INVALID KEY
070400             GO TO 4000-ACT-ON-CONFIRMED-HITS-EXIT
070500     END-START.
070600     PERFORM 4100-CHECK-ONE-HIT
070700         THRU 4100-CHECK-ONE-HIT-EXIT
070800         UNTIL C4100-HIT-EOF.
070900 4000-ACT-ON-CONFIRMED-HITS-EXIT.
071000     EXIT.
071100*****************************************************************
071200*    4100-CHECK-ONE-HIT
071300*****************************************************************
071400 4100-CHECK-ONE-HIT.
071500     READ WATCH-HIT-FILE NEXT RECORD
071600         AT END
071700             MOVE "Y" TO C4100-HIT-EOF-SW
071800             GO TO 4100-CHECK-ONE-HIT-EXIT
071900     END-READ.
072000     IF HIT-CUST-ID NOT = CUST-ID
072100         MOVE "Y" TO C4100-HIT-EOF-SW
072200         GO TO 4100-CHECK-ONE-HIT-EXIT
072300     END-IF.
072400     IF NOT HIT-CONFIRMED
072500         GO TO 4100-CHECK-ONE-HIT-EXIT
072600     END-IF.
072700
072800     ADD 1 TO C4100-CONFIRMED-HITS.
072900     MOVE CUST-STATUS TO CM-CUST-STATUS-CHECK.
073000     IF CM-STATUS-HOLD
073100         MOVE "CONFIRMED - ALREADY ON HOLD" TO DT-DISPOSITION
073200     ELSE
073300         IF CM-STATUS-WRITTEN-OFF
073400             MOVE "CONFIRMED - WRITTEN OFF" TO DT-DISPOSITION
073500         ELSE
073600             PERFORM 4200-PLACE-ON-HOLD
073700                 THRU 4200-PLACE-ON-HOLD-EXIT
073800         END-IF
073900     END-IF.
074000
074100     MOVE HIT-NAME-SCORE TO C4100-WL-SCORE.
074200     MOVE HIT-ADDRESS-SW TO C4100-WL-ADDR-SW.
074300     MOVE CUST-ID        TO DT-CUST-ID.
074400     MOVE CUST-NAME      TO DT-CUST-NAME.
074500     MOVE HIT-LIST-CODE  TO DT-LIST-CODE.
074600     MOVE HIT-ENTRY-ID   TO DT-ENTRY-ID.
074700     MOVE HIT-LIST-NAME  TO DT-LIST-NAME.
074800     MOVE C4100-WL-SCORE TO DT-SCORE.
074900     IF C4100-WL-ADDRESS-MATCH
075000         MOVE "YES" TO DT-ADDRESS
075100     ELSE
075200         MOVE "NO " TO DT-ADDRESS
075300     END-IF.
075400     MOVE C4100-DETAIL-LINE TO SWEEP-REPORT-LINE.
075500     WRITE SWEEP-REPORT-LINE.
075600 4100-CHECK-ONE-HIT-EXIT.
075700     EXIT.
075800*****************************************************************
075900*    4200-PLACE-ON-HOLD - STATUS "H" AND A CUSTAUD ROW.  IF THE
076000*    MASTER CANNOT BE REWRITTEN NO AUDIT ROW IS WRITTEN.
076100*****************************************************************
076200 4200-PLACE-ON-HOLD.
076300     MOVE CUST-STATUS        TO C4100-OLD-STATUS.
076400     MOVE "H"                TO CUST-STATUS.
076500     MOVE C4100-CURRENT-DATE TO LAST-UPDATE-DATE.
076600     REWRITE CUSTOMER-RECORD
076700         INVALID KEY
076800             ADD 1 TO C4100-UPDATE-ERRORS
076900             MOVE C4100-OLD-STATUS TO CUST-STATUS
077000             MOVE "CONFIRMED - REWRITE FAILED" TO DT-DISPOSITION
077100             GO TO 4200-PLACE-ON-HOLD-EXIT
077200     END-REWRITE.
077300     ADD 1 TO C4100-PLACED-ON-HOLD.
077400     PERFORM 5700-WRITE-AUDIT-RECORD
077500         THRU 5700-WRITE-AUDIT-RECORD-EXIT.
077600     MOVE "CONFIRMED - PLACED ON HOLD" TO DT-DISPOSITION.
077700 4200-PLACE-ON-HOLD-EXIT.
077800     EXIT.
077900*****************************************************************
078000*    5700-WRITE-AUDIT-RECORD - THE SEQUENCE NUMBER CONTINUES
078100*    FROM WHATEVER IS ALREADY ON FILE FOR THIS CUST-ID, SINCE
078200*    CUSTOMER HISTORY SPANS MANY RUNS.
078300*****************************************************************
078400 5700-WRITE-AUDIT-RECORD.
078500     PERFORM 5790-DETERMINE-NEXT-AUDIT-SEQ
078600         THRU 5790-DETERMINE-NEXT-AUDIT-SEQ-EXIT.
078700     ADD 1 TO C4100-AUD-SEQUENCE.
078800     MOVE CUST-ID              TO AUD-CUST-ID.
078900     MOVE C4100-AUD-SEQUENCE   TO AUD-SEQUENCE-NO.
079000     MOVE "CUST-STATUS"        TO AUD-FIELD-NAME.
079100     MOVE C4100-OLD-STATUS     TO AUD-OLD-VALUE.
079200     MOVE "H"                  TO AUD-NEW-VALUE.
079300     MOVE C4100-CURRENT-DATE   TO AUD-CHANGE-DATE.
079400     ACCEPT AUD-CHANGE-TIME FROM TIME.
079500     MOVE "CUST4100"           TO AUD-SOURCE-ID.
079550     MOVE "CUST4100"           TO AUD-OPERATOR-ID.
079600     WRITE CUSTOMER-AUDIT-RECORD
079700         INVALID KEY
079800             DISPLAY "CUST4100 - AUDIT WRITE FAILED FOR "
079900                 CUST-ID ", STATUS " CM-CUSTAUD-STATUS
080000     END-WRITE.
080100 5700-WRITE-AUDIT-RECORD-EXIT.
080200     EXIT.
080300*****************************************************************
080400*    5790-DETERMINE-NEXT-AUDIT-SEQ - SCANS CUSTAUD FORWARD FROM
080500*    THE FIRST ROW ON FILE FOR CUST-ID AND REMEMBERS THE HIGHEST
080600*    SEQUENCE NUMBER FOUND, SO A NEW ROW NEVER REUSES A KEY A
080700*    PRIOR RUN ALREADY WROTE FOR THIS CUSTOMER.
080800*****************************************************************
080900 5790-DETERMINE-NEXT-AUDIT-SEQ.
081000     MOVE ZERO    TO C4100-AUD-SEQUENCE.
081100     MOVE "N"     TO C4100-AUD-SEQ-EOF-SW.
081200     MOVE CUST-ID TO AUD-CUST-ID.
081300     MOVE ZERO    TO AUD-SEQUENCE-NO.
081400     START CUSTOMER-AUDIT-FILE KEY IS NOT LESS THAN AUD-KEY
081500         INVALID KEY
081600             MOVE "Y" TO C4100-AUD-SEQ-EOF-SW
081700     END-START.
081800
081900     PERFORM 5795-SCAN-FOR-HIGH-AUDIT-SEQ
082000         THRU 5795-SCAN-FOR-HIGH-AUDIT-SEQ-EXIT
082100         UNTIL C4100-AUD-SEQ-EOF.
082200 5790-DETERMINE-NEXT-AUDIT-SEQ-EXIT.
082300     EXIT.
082400*****************************************************************
082500*    5795-SCAN-FOR-HIGH-AUDIT-SEQ
082600*****************************************************************
082700 5795-SCAN-FOR-HIGH-AUDIT-SEQ.
082800     READ CUSTOMER-AUDIT-FILE NEXT RECORD
082900         AT END
083000             MOVE "Y" TO C4100-AUD-SEQ-EOF-SW
083100     END-READ.
083200
083300     IF NOT C4100-AUD-SEQ-EOF
083400         IF AUD-CUST-ID = CUST-ID
083500             IF AUD-SEQUENCE-NO > C4100-AUD-SEQUENCE
083600                 MOVE AUD-SEQUENCE-NO TO C4100-AUD-SEQUENCE
083700             END-IF
083800         ELSE
083900             MOVE "Y" TO C4100-AUD-SEQ-EOF-SW
084000         END-IF
084100     END-IF.
084200 5795-SCAN-FOR-HIGH-AUDIT-SEQ-EXIT.
084300     EXIT.
084400*****************************************************************
084500*    7000-WRITE-DETAIL - A SCORING HIT.  CALLER HAS SET THE
084600*    DISPOSITION.
084700*****************************************************************
084800 7000-WRITE-DETAIL.
084900     MOVE CUST-ID                     TO DT-CUST-ID.
085000     MOVE CUST-NAME                   TO DT-CUST-NAME.
085100     MOVE C4100-WT-LIST-CODE(C4100-WL-SUB) TO DT-LIST-CODE.
085200     MOVE C4100-WT-ENTRY-ID(C4100-WL-SUB)  TO DT-ENTRY-ID.
085300     MOVE C4100-WT-NAME(C4100-WL-SUB)      TO DT-LIST-NAME.
085400     MOVE C4100-WL-SCORE              TO DT-SCORE.
085500     IF C4100-WL-ADDRESS-MATCH
085600         MOVE "YES" TO DT-ADDRESS
085700     ELSE
085800         MOVE "NO " TO DT-ADDRESS
085900     END-IF.
086000     MOVE C4100-DETAIL-LINE TO SWEEP-REPORT-LINE.
086100     WRITE SWEEP-REPORT-LINE.
086200 7000-WRITE-DETAIL-EXIT.
086300     EXIT.
086400*****************************************************************
086500*    8000-WRITE-TOTALS
086600*****************************************************************
086700 8000-WRITE-TOTALS.
086800     MOVE SPACES TO SWEEP-REPORT-LINE.
086900     WRITE SWEEP-REPORT-LINE.
087000     MOVE "WATCH-LIST ENTRIES          : " TO CT-LABEL.
087100     MOVE C4100-WT-COUNT TO CT-COUNT.
087200     PERFORM 8010-WRITE-COUNT
087300         THRU 8010-WRITE-COUNT-EXIT.
087400     MOVE "CUSTOMERS READ              : " TO CT-LABEL.
087500     MOVE C4100-CUSTOMERS-READ TO CT-COUNT.
087600     PERFORM 8010-WRITE-COUNT
087700         THRU 8010-WRITE-COUNT-EXIT.
087800     MOVE "CLOSED - NOT SCREENED       : " TO CT-LABEL.
087900     MOVE C4100-CUSTOMERS-SKIPPED TO CT-COUNT.
088000     PERFORM 8010-WRITE-COUNT
088100         THRU 8010-WRITE-COUNT-EXIT.
088200     MOVE "CUSTOMERS SCREENED          : " TO CT-LABEL.
088300     MOVE C4100-CUSTOMERS-SCREENED TO CT-COUNT.
088400     PERFORM 8010-WRITE-COUNT
088500         THRU 8010-WRITE-COUNT-EXIT.
088600     MOVE "NEW HITS PENDING REVIEW     : " TO CT-LABEL.
088700     MOVE C4100-NEW-HITS TO CT-COUNT.
088800     PERFORM 8010-WRITE-COUNT
088900         THRU 8010-WRITE-COUNT-EXIT.
089000     MOVE "HITS STILL PENDING REVIEW   : " TO CT-LABEL.
089100     MOVE C4100-PENDING-HITS TO CT-COUNT.
089200     PERFORM 8010-WRITE-COUNT
089300         THRU 8010-WRITE-COUNT-EXIT.
089400     MOVE "HITS ALREADY CLEARED        : " TO CT-LABEL.
089500     MOVE C4100-CLEARED-HITS TO CT-COUNT.
089600     PERFORM 8010-WRITE-COUNT
089700         THRU 8010-WRITE-COUNT-EXIT.
089800     MOVE "CONFIRMED HITS              : " TO CT-LABEL.
089900     MOVE C4100-CONFIRMED-HITS TO CT-COUNT.
090000     PERFORM 8010-WRITE-COUNT
090100         THRU 8010-WRITE-COUNT-EXIT.
090200     MOVE "ACCOUNTS PLACED ON HOLD     : " TO CT-LABEL.
090300     MOVE C4100-PLACED-ON-HOLD TO CT-COUNT.
090400     PERFORM 8010-WRITE-COUNT
090500         THRU 8010-WRITE-COUNT-EXIT.
090600     MOVE "UPDATE ERRORS               : " TO CT-LABEL.
090700     MOVE C4100-UPDATE-ERRORS TO CT-COUNT.
090800     PERFORM 8010-WRITE-COUNT
090900         THRU 8010-WRITE-COUNT-EXIT.
091000 8000-WRITE-TOTALS-EXIT.
091100     EXIT.
091200*****************************************************************
091300*    8010-WRITE-COUNT
091400*****************************************************************
091500 8010-WRITE-COUNT.
091600     MOVE C4100-COUNT-LINE TO SWEEP-REPORT-LINE.
091700     WRITE SWEEP-REPORT-LINE.
091800 8010-WRITE-COUNT-EXIT.
091900     EXIT.
092000*****************************************************************
092100*    8900-WRITE-RUN-LOG - UPDATED IS ACCOUNTS PLACED ON HOLD,
092200*    WRITTEN IS NEW HITS, SKIPPED IS CLOSED ACCOUNTS.
092300*****************************************************************
092400 8900-WRITE-RUN-LOG.
092500     OPEN EXTEND RUN-LOG-FILE.
092600     IF CM-RUNLOG-STATUS = "35"
092700         OPEN OUTPUT RUN-LOG-FILE
092800     END-IF.
092900     MOVE "CUST4100"              TO RNL-PROGRAM-ID.
093000     MOVE C4100-CURRENT-DATE      TO RNL-RUN-DATE.
093100     ACCEPT RNL-RUN-TIME FROM TIME.
093200     MOVE C4100-CUSTOMERS-READ    TO RNL-RECORDS-READ.
093300     MOVE C4100-PLACED-ON-HOLD    TO RNL-RECORDS-UPDATED.
093400     MOVE C4100-UPDATE-ERRORS     TO RNL-RECORDS-REJECTED.
093500     MOVE C4100-NEW-HITS          TO RNL-RECORDS-WRITTEN.
093600     MOVE C4100-CUSTOMERS-SKIPPED TO RNL-RECORDS-SKIPPED.
093700     MOVE CM-CUSTMAST-STATUS      TO RNL-FINAL-STATUS.
093800     WRITE RUN-LOG-RECORD.
093900     CLOSE RUN-LOG-FILE.
094000 8900-WRITE-RUN-LOG-EXIT.
094100     EXIT.
094200*****************************************************************
094300*    9000-TERMINATE
094400*****************************************************************
094500 9000-TERMINATE.
094600     CLOSE SWEEP-REPORT-FILE.
094700     IF C4100-FILES-OPEN
094800         CLOSE CUSTOMER-MASTER-FILE
094900               WATCH-HIT-FILE
095000               CUSTOMER-AUDIT-FILE
095100     END-IF.
095200 9000-TERMINATE-EXIT.
095300     EXIT.
