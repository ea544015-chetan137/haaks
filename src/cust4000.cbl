000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CUST4000.
000300 AUTHOR.        R HALVORSEN.
000400 INSTALLATION.  CUSTOMER SERVICES APPLICATIONS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*    CUST4000  -  WATCH-LIST LOAD
000900*
001000*    REBUILDS THE WATCH-LIST FILE (WATCHLST, CUSTWL.CPY) FROM A
001100*    NEW RELEASE OF THE GOVERNMENT SANCTIONS LISTS (OFAC SDN AND
001200*    SIMILAR) AS COMPLIANCE RECEIVES IT (WLRAW - THE WL-ENTRY
001300*    PORTION OF THE LAYOUT, ONE ROW PER LISTED NAME).  EACH ROW
001400*    IS UPPER-CASED, STAMPED WITH THE RELEASE ID AND GIVEN THE
001500*    MATCH KEY THE SCREENING PROGRAMS USE:
001600*      - THE SIGNIFICANT WORDS OF THE NAME (LETTERS AND DIGITS
001700*        ONLY, NOISE WORDS ON CUSTNWT.CPY DROPPED, AT MOST SIX)
001800*        AND WHICH OF THEM IS THE LONGEST;
001900*      - THE CITY, LETTERS AND DIGITS ONLY.
002000*    CUST0100 LOADS THE RESULT TO SCREEN ADDS AND NAME CHANGES;
002100*    CUST4100 SWEEPS THE WHOLE MASTER AGAINST IT.  RUN CUST4100
002200*    AFTER EVERY LOAD.
002300*
002400*    A ROW WITH NO LIST CODE, NO ENTRY ID, NO NAME OR NOTHING
002500*    BUT NOISE WORDS IN THE NAME, OR REPEATING A LIST CODE AND
002600*    ENTRY ID ALREADY LOADED, IS DROPPED AND LISTED ON WLLRPT.
002700*    THE SCREENING TABLES HOLD 10,000 ENTRIES; ROWS BEYOND THAT
002800*    ARE DROPPED AND THE STEP ENDS RC=8 SO THE SHORTFALL IS
002900*    NOT MISSED.
003000*
003100*    CONTROL CARD (WLPARM), ONE RECORD:
003200*        WLP-RELEASE-ID     PIC X(08)     COLS 1-8, THE LIST
003300*                                         RELEASE BEING LOADED.
003400*                                         SPACES = RUN DATE.
003500*
003600*    MODIFICATION HISTORY
003700*    DATE       INIT  DESCRIPTION
003800*    ---------- ----- ---------------------------------------
003900*    2026-10-15 RJH   INITIAL VERSION.
004000*****************************************************************
004100 ENVIRONMENT DIVISION.
004200 CONFIGURATION SECTION.
004300 SOURCE-COMPUTER.   IBM-370.
004400 OBJECT-COMPUTER.   IBM-370.
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     SELECT RAW-LIST-FILE ASSIGN TO "WLRAW"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS CM-WLRAW-STATUS.
005000
005100     SELECT CONTROL-CARD-FILE ASSIGN TO "WLPARM"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS CM-WLPARM-STATUS.
005400
005500     SELECT WATCH-LIST-FILE ASSIGN TO "WATCHLST"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS CM-WATCHLST-STATUS.
005800
005900     SELECT LOAD-REPORT-FILE ASSIGN TO "WLLRPT"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS CM-WLLRPT-STATUS.
006200
006300     COPY "custrnsl.cpy".
006400
006500 DATA DIVISION.
006600 FILE SECTION.
006700 FD  RAW-LIST-FILE
006800     LABEL RECORDS ARE STANDARD.
006900 01  RAW-LIST-RECORD            PIC X(140).
007000
007100 FD  CONTROL-CARD-FILE
007200     LABEL RECORDS ARE STANDARD.
007300 01  CONTROL-CARD-RECORD.
007400     05  WLP-RELEASE-ID         PIC X(08).
007500     05  FILLER                 PIC X(72).
007600
007700 FD  WATCH-LIST-FILE
007800     LABEL RECORDS ARE STANDARD.
007900     COPY "custwl.cpy".
008000
008100 FD  LOAD-REPORT-FILE
008200     LABEL RECORDS ARE STANDARD.
008300 01  LOAD-REPORT-LINE           PIC X(100).
008400
008500     COPY "custrnfd.cpy".
008600
008700 WORKING-STORAGE SECTION.
008800 77  CM-WLRAW-STATUS            PIC X(02).
008900 77  CM-WLPARM-STATUS           PIC X(02).
009000 77  CM-WATCHLST-STATUS         PIC X(02).
009100 77  CM-WLLRPT-STATUS           PIC X(02).
009200 77  CM-RUNLOG-STATUS           PIC X(02).
009300
009400 77  C4000-RAW-EOF-SW           PIC X(01)  VALUE "N".
009500     88  C4000-RAW-EOF          VALUE "Y".
009600 77  C4000-DUPLICATE-SW         PIC X(01)  VALUE "N".
009700     88  C4000-DUPLICATE        VALUE "Y".
009800 77  C4000-NOISE-SW             PIC X(01)  VALUE "N".
009900     88  C4000-NOISE-WORD       VALUE "Y".
010000 77  C4000-CURRENT-DATE         PIC X(08)  VALUE SPACES.
010100 77  C4000-RELEASE-ID           PIC X(08)  VALUE SPACES.
010200 77  C4000-ROWS-READ            PIC 9(09) COMP  VALUE ZERO.
010300 77  C4000-ROWS-LOADED          PIC 9(09) COMP  VALUE ZERO.
010400 77  C4000-ROWS-DROPPED         PIC 9(09) COMP  VALUE ZERO.
010500 77  C4000-ROWS-OVER-CAPACITY   PIC 9(09) COMP  VALUE ZERO.
010600 77  C4000-KEY-SUB              PIC 9(05) COMP  VALUE ZERO.
010700 77  C4000-TOK-IDX              PIC 9(03) COMP  VALUE ZERO.
010800 77  C4000-TOK-LEN              PIC 9(03) COMP  VALUE ZERO.
010900 77  C4000-TOK-LONGEST          PIC 9(03) COMP  VALUE ZERO.
011000 77  C4000-TOK-PACK-LEN         PIC 9(03) COMP  VALUE ZERO.
011100 77  C4000-TOK-CHAR             PIC X(01)  VALUE SPACE.
011200 77  C4000-TOK-CURRENT          PIC X(15)  VALUE SPACES.
011300*---------------------------------------------------------------
011400*    NOISE WORDS DROPPED FROM NAMES BEFORE MATCHING
011500*---------------------------------------------------------------
011600     COPY "custnwt.cpy".
011700*---------------------------------------------------------------
011800*    MATCH-KEY WORK AREAS.  CUST0100 AND CUST4100 BREAK THEIR
011900*    CUSTOMERS' NAMES UP THE SAME WAY AS 2500-2520 DO HERE; A
012000*    CHANGE TO HOW A NAME IS BROKEN UP MUST BE MADE IN ALL THREE.
012100*---------------------------------------------------------------
012200 01  C4000-TOK-IN.
012300     05  C4000-TOK-IN-TEXT      PIC X(40).
012400     05  C4000-TOK-IN-CHAR REDEFINES C4000-TOK-IN-TEXT
012500                                PIC X(01) OCCURS 40 TIMES.
012600 01  C4000-TOK-OUT.
012700     05  C4000-TOK-COUNT        PIC 9(01).
012800     05  C4000-TOK-KEY-WORD     PIC 9(01).
012900     05  C4000-TOK-WORDS.
013000         10  C4000-TOK-WORD     PIC X(15) OCCURS 6 TIMES.
013100     05  C4000-TOK-PACKED       PIC X(40).
013200*---------------------------------------------------------------
013300*    LIST CODE + ENTRY ID OF EVERY ROW LOADED, FOR THE
013400*    DUPLICATE CHECK.  SIZED TO MATCH THE SCREENING TABLES.
013500*---------------------------------------------------------------
013600 01  C4000-LOADED-KEYS.
013700     05  C4000-LK-COUNT         PIC 9(05) COMP  VALUE ZERO.
013800     05  C4000-LK-ENTRY         PIC X(14) OCCURS 10000 TIMES.
013900 01  C4000-THIS-KEY.
014000     05  C4000-TK-LIST-CODE     PIC X(04).
014100     05  C4000-TK-ENTRY-ID      PIC X(10).
014200*---------------------------------------------------------------
014300*    REPORT LINES
014400*---------------------------------------------------------------
014500 01  C4000-HEADING-1.
014600     05  FILLER  PIC X(42)
014700         VALUE "CUST4000 - WATCH-LIST LOAD".
014800     05  FILLER  PIC X(11) VALUE "RUN DATE: ".
014900     05  HD-RUN-DATE     PIC X(08).
015000     05  FILLER  PIC X(11) VALUE "  RELEASE: ".
015100     05  HD-RELEASE-ID   PIC X(08).
015200 01  C4000-DROP-LINE.
015300     05  FILLER          PIC X(09) VALUE "DROPPED: ".
015400     05  DR-LIST-CODE    PIC X(04).
015500     05  FILLER          PIC X(01) VALUE SPACES.
015600     05  DR-ENTRY-ID     PIC X(10).
015700     05  FILLER          PIC X(02) VALUE SPACES.
015800     05  DR-NAME         PIC X(40).
015900     05  FILLER          PIC X(02) VALUE SPACES.
016000     05  DR-REASON       PIC X(30).
016100 01  C4000-COUNT-LINE.
016200     05  CT-LABEL        PIC X(30).
016300     05  CT-COUNT        PIC ZZZ,ZZZ,ZZ9.
016400
016500 PROCEDURE DIVISION.
016600*****************************************************************
016700*    0000-MAINLINE
016800*****************************************************************
016900 0000-MAINLINE.
017000     PERFORM 1000-INITIALIZE
017100         THRU 1000-INITIALIZE-EXIT.
017200
017300     PERFORM 2000-LOAD-ONE-ENTRY
017400         THRU 2000-LOAD-ONE-ENTRY-EXIT
017500         UNTIL C4000-RAW-EOF.
017600
017700     PERFORM 8000-WRITE-TOTALS
017800         THRU 8000-WRITE-TOTALS-EXIT.
017900
018000     IF CM-WLRAW-STATUS = "00" OR "10"
018100         CLOSE RAW-LIST-FILE
018200     END-IF.
018300     CLOSE WATCH-LIST-FILE
018400           LOAD-REPORT-FILE.
018500
018600     PERFORM 8900-WRITE-RUN-LOG
018700         THRU 8900-WRITE-RUN-LOG-EXIT.
018800
018900     IF C4000-ROWS-OVER-CAPACITY > ZERO
019000         DISPLAY "CUST4000 - WATCH LIST OVER CAPACITY, "
019100             C4000-ROWS-OVER-CAPACITY " ROWS NOT LOADED"
019200         MOVE 8 TO RETURN-CODE
019300     END-IF.
019400
019500     STOP RUN.
019600*****************************************************************
019700*    1000-INITIALIZE
019800*****************************************************************
019900 1000-INITIALIZE.
020000     ACCEPT C4000-CURRENT-DATE FROM DATE YYYYMMDD.
020100
020200     OPEN INPUT CONTROL-CARD-FILE.
020300     IF CM-WLPARM-STATUS = "00"
020400         READ CONTROL-CARD-FILE
020500             AT END
020600                 MOVE SPACES TO CONTROL-CARD-RECORD
020700         END-READ
020800         CLOSE CONTROL-CARD-FILE
020900     ELSE
021000         MOVE SPACES TO CONTROL-CARD-RECORD
021100     END-IF.
021200     IF WLP-RELEASE-ID = SPACES
021300         MOVE C4000-CURRENT-DATE TO C4000-RELEASE-ID
021400     ELSE
021500         MOVE WLP-RELEASE-ID TO C4000-RELEASE-ID
021600     END-IF.
021700
021800     OPEN OUTPUT LOAD-REPORT-FILE.
021900     MOVE C4000-CURRENT-DATE TO HD-RUN-DATE.
022000     MOVE C4000-RELEASE-ID   TO HD-RELEASE-ID.
022100     MOVE C4000-HEADING-1 TO LOAD-REPORT-LINE.
022200     WRITE LOAD-REPORT-LINE.
022300
022400     OPEN OUTPUT WATCH-LIST-FILE.
022500     IF CM-WATCHLST-STATUS NOT = "00"
022600         DISPLAY "CUST4000 - CANNOT OPEN WATCHLST, STATUS "
022700             CM-WATCHLST-STATUS
022800         MOVE "Y" TO C4000-RAW-EOF-SW
022900         GO TO 1000-INITIALIZE-EXIT
023000     END-IF.
023100
023200     OPEN INPUT RAW-LIST-FILE.
023300     IF CM-WLRAW-STATUS NOT = "00"
023400         DISPLAY "CUST4000 - CANNOT OPEN WLRAW, STATUS "
023500             CM-WLRAW-STATUS
023600         MOVE "Y" TO C4000-RAW-EOF-SW
023700     END-IF.
023800 1000-INITIALIZE-EXIT.
023900     EXIT.
024000*****************************************************************
024100*    2000-LOAD-ONE-ENTRY
024200*****************************************************************
024300 2000-LOAD-ONE-ENTRY.
024400     READ RAW-LIST-FILE
024500         AT END
024600             MOVE "Y" TO C4000-RAW-EOF-SW
024700             GO TO 2000-LOAD-ONE-ENTRY-EXIT
024800     END-READ.
024900     ADD 1 TO C4000-ROWS-READ.
025000
025100     MOVE SPACES          TO WATCH-LIST-RECORD.
025200     MOVE RAW-LIST-RECORD TO WL-ENTRY.
025300     INSPECT WL-ENTRY CONVERTING
025400         "abcdefghijklmnopqrstuvwxyz"
025500         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
025600     MOVE C4000-RELEASE-ID TO WL-RELEASE-ID.
025700
025800     IF WL-LIST-CODE = SPACES
025900       OR WL-ENTRY-ID = SPACES
026000         MOVE "NO LIST CODE OR ENTRY ID" TO DR-REASON
026100         GO TO 2000-DROP-ENTRY
026200     END-IF.
026300     IF WL-NAME = SPACES
026400         MOVE "NO NAME" TO DR-REASON
026500         GO TO 2000-DROP-ENTRY
026600     END-IF.
026700
026800     MOVE WL-NAME TO C4000-TOK-IN-TEXT.
026900     PERFORM 2500-BUILD-MATCH-KEY
027000         THRU 2500-BUILD-MATCH-KEY-EXIT.
027100     IF C4000-TOK-COUNT = ZERO
027200         MOVE "NAME IS ALL NOISE WORDS" TO DR-REASON
027300         GO TO 2000-DROP-ENTRY
027400     END-IF.
027500
027600     MOVE WL-LIST-CODE TO C4000-TK-LIST-CODE.
027700     MOVE WL-ENTRY-ID  TO C4000-TK-ENTRY-ID.
027800     MOVE "N" TO C4000-DUPLICATE-SW.
027900     PERFORM 2100-CHECK-ONE-LOADED-KEY
028000         THRU 2100-CHECK-ONE-LOADED-KEY-EXIT
028100         VARYING C4000-KEY-SUB FROM 1 BY 1
028200         UNTIL C4000-KEY-SUB > C4000-LK-COUNT
028300            OR C4000-DUPLICATE.
028400     IF C4000-DUPLICATE
028500         MOVE "DUPLICATE LIST ENTRY" TO DR-REASON
028600         GO TO 2000-DROP-ENTRY
028700     END-IF.
028800
028900     IF C4000-LK-COUNT NOT < 10000
029000         ADD 1 TO C4000-ROWS-OVER-CAPACITY
029100         MOVE "OVER LIST CAPACITY" TO DR-REASON
029200         GO TO 2000-DROP-ENTRY
029300     END-IF.
029400
029500     MOVE C4000-TOK-COUNT    TO WL-WORD-COUNT.
029600     MOVE C4000-TOK-KEY-WORD TO WL-KEY-WORD.
029700     MOVE C4000-TOK-WORD(1)  TO WL-WORD(1).
029800     MOVE C4000-TOK-WORD(2)  TO WL-WORD(2).
029900     MOVE C4000-TOK-WORD(3)  TO WL-WORD(3).
030000     MOVE C4000-TOK-WORD(4)  TO WL-WORD(4).
030100     MOVE C4000-TOK-WORD(5)  TO WL-WORD(5).
030200     MOVE C4000-TOK-WORD(6)  TO WL-WORD(6).
030300
030400     MOVE SPACES  TO C4000-TOK-IN-TEXT.
030500     MOVE WL-CITY TO C4000-TOK-IN-TEXT.
030600     PERFORM 2500-BUILD-MATCH-KEY
030700         THRU 2500-BUILD-MATCH-KEY-EXIT.
030800     MOVE C4000-TOK-PACKED TO WL-CITY-KEY.
030900
031000     WRITE WATCH-LIST-RECORD.
031100     ADD 1 TO C4000-LK-COUNT.
031200     MOVE C4000-THIS-KEY TO C4000-LK-ENTRY(C4000-LK-COUNT).
031300     ADD 1 TO C4000-ROWS-LOADED.
031400     GO TO 2000-LOAD-ONE-ENTRY-EXIT.
031500
031600 2000-DROP-ENTRY.
031700     ADD 1 TO C4000-ROWS-DROPPED.
031800     MOVE WL-LIST-CODE TO DR-LIST-CODE.
031900     MOVE WL-ENTRY-ID  TO DR-ENTRY-ID.
032000     MOVE WL-NAME      TO DR-NAME.
032100     MOVE C4000-DROP-LINE TO LOAD-REPORT-LINE.
032200     WRITE LOAD-REPORT-LINE.
032300 2000-LOAD-ONE-ENTRY-EXIT.
032400     EXIT.
032500*****************************************************************
032600*    2100-CHECK-ONE-LOADED-KEY
032700*****************************************************************
032800 2100-CHECK-ONE-LOADED-KEY.
032900     IF C4000-LK-ENTRY(C4000-KEY-SUB) = C4000-THIS-KEY
033000         MOVE "Y" TO C4000-DUPLICATE-SW
033100     END-IF.
033200 2100-CHECK-ONE-LOADED-KEY-EXIT.
033300     EXIT.
033400*****************************************************************
033500*    2500-BUILD-MATCH-KEY - BREAKS C4000-TOK-IN-TEXT INTO WORDS.
033600*    LETTERS AND DIGITS MAKE UP A WORD; ANY OTHER CHARACTER
033700*    ENDS ONE, EXCEPT AN APOSTROPHE, WHICH IS SIMPLY DROPPED SO
033800*    "O'BRIEN" AND "OBRIEN" COME OUT THE SAME.  NOISE WORDS ARE
033900*    NOT KEPT, AND ONLY THE FIRST SIX SIGNIFICANT WORDS ARE.
034000*    ALSO RETURNS THE WHOLE TEXT PACKED TO LETTERS AND DIGITS
034100*    (C4000-TOK-PACKED), NOISE WORDS INCLUDED.
034200*****************************************************************
034300 2500-BUILD-MATCH-KEY.
034400     INSPECT C4000-TOK-IN-TEXT CONVERTING
034500         "abcdefghijklmnopqrstuvwxyz"
034600         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
034700     MOVE ZERO   TO C4000-TOK-COUNT.
034800     MOVE ZERO   TO C4000-TOK-KEY-WORD.
034900     MOVE ZERO   TO C4000-TOK-LEN.
035000     MOVE ZERO   TO C4000-TOK-LONGEST.
035100     MOVE ZERO   TO C4000-TOK-PACK-LEN.
035200     MOVE SPACES TO C4000-TOK-WORDS.
035300     MOVE SPACES TO C4000-TOK-PACKED.
035400     MOVE SPACES TO C4000-TOK-CURRENT.
035500     PERFORM 2510-SCAN-ONE-CHAR
035600         THRU 2510-SCAN-ONE-CHAR-EXIT
035700         VARYING C4000-TOK-IDX FROM 1 BY 1
035800         UNTIL C4000-TOK-IDX > 40.
035900     PERFORM 2520-CLOSE-WORD
036000         THRU 2520-CLOSE-WORD-EXIT.
036100 2500-BUILD-MATCH-KEY-EXIT.
036200     EXIT.
036300*****************************************************************
036400*    2510-SCAN-ONE-CHAR - A WORD LONGER THAN 15 CHARACTERS
036500*    KEEPS ITS FIRST 15.
036600*****************************************************************
036700 2510-SCAN-ONE-CHAR.
036800     MOVE C4000-TOK-IN-CHAR(C4000-TOK-IDX) TO C4000-TOK-CHAR.
036900     IF C4000-TOK-CHAR = "'"
037000         GO TO 2510-SCAN-ONE-CHAR-EXIT
037100     END-IF.
037200     IF (C4000-TOK-CHAR >= "A" AND C4000-TOK-CHAR <= "I")
037300       OR (C4000-TOK-CHAR >= "J" AND C4000-TOK-CHAR <= "R")
037400       OR (C4000-TOK-CHAR >= "S" AND C4000-TOK-CHAR <= "Z")
037500       OR (C4000-TOK-CHAR >= "0" AND C4000-TOK-CHAR <= "9")
037600         ADD 1 TO C4000-TOK-PACK-LEN
037700         MOVE C4000-TOK-CHAR
037800             TO C4000-TOK-PACKED(C4000-TOK-PACK-LEN:1)
037900         IF C4000-TOK-LEN < 15
038000             ADD 1 TO C4000-TOK-LEN
038100             MOVE C4000-TOK-CHAR
038200                 TO C4000-TOK-CURRENT(C4000-TOK-LEN:1)
038300         END-IF
038400     ELSE
038500         PERFORM 2520-CLOSE-WORD
038600             THRU 2520-CLOSE-WORD-EXIT
038700     END-IF.
038800 2510-SCAN-ONE-CHAR-EXIT.
038900     EXIT.
039000*****************************************************************
039100*    2520-CLOSE-WORD - KEEPS THE WORD JUST ENDED UNLESS IT IS A
039200*    NOISE WORD, AND REMEMBERS WHICH KEPT WORD IS THE LONGEST.
039300*****************************************************************
039400 2520-CLOSE-WORD.
039500     IF C4000-TOK-LEN = ZERO
039600         GO TO 2520-CLOSE-WORD-EXIT
039700     END-IF.
039800     MOVE "N" TO C4000-NOISE-SW.
039900     SEARCH ALL CM-NOISE-ENTRY
040000         AT END
040100             CONTINUE
040200         WHEN CM-NOISE-ENTRY(CM-NOISE-IDX) = C4000-TOK-CURRENT
040300             MOVE "Y" TO C4000-NOISE-SW
040400     END-SEARCH.
040500     IF NOT C4000-NOISE-WORD
040600       AND C4000-TOK-COUNT < 6
040700         ADD 1 TO C4000-TOK-COUNT
040800         MOVE C4000-TOK-CURRENT TO C4000-TOK-WORD(C4000-TOK-COUNT)
040900         IF C4000-TOK-LEN > C4000-TOK-LONGEST
041000             MOVE C4000-TOK-LEN   TO C4000-TOK-LONGEST
041100             MOVE C4000-TOK-COUNT TO C4000-TOK-KEY-WORD
041200         END-IF
041300     END-IF.
041400     MOVE SPACES TO C4000-TOK-CURRENT.
041500     MOVE ZERO   TO C4000-TOK-LEN.
041600 2520-CLOSE-WORD-EXIT.
041700     EXIT.
041800*****************************************************************
041900*    8000-WRITE-TOTALS
042000*****************************************************************
042100 8000-WRITE-TOTALS.
042200     MOVE SPACES TO LOAD-REPORT-LINE.
042300     WRITE LOAD-REPORT-LINE.
042400     MOVE "WLRAW ROWS READ             : " TO CT-LABEL.
042500     MOVE C4000-ROWS-READ TO CT-COUNT.
042600     MOVE C4000-COUNT-LINE TO LOAD-REPORT-LINE.
042700     WRITE LOAD-REPORT-LINE.
042800     MOVE "WATCH-LIST ENTRIES LOADED   : " TO CT-LABEL.
042900     MOVE C4000-ROWS-LOADED TO CT-COUNT.
043000     MOVE C4000-COUNT-LINE TO LOAD-REPORT-LINE.
043100     WRITE LOAD-REPORT-LINE.
043200     MOVE "ROWS DROPPED                : " TO CT-LABEL.
043300     MOVE C4000-ROWS-DROPPED TO CT-COUNT.
043400     MOVE C4000-COUNT-LINE TO LOAD-REPORT-LINE.
043500     WRITE LOAD-REPORT-LINE.
043600     MOVE "  OF WHICH OVER CAPACITY    : " TO CT-LABEL.
043700     MOVE C4000-ROWS-OVER-CAPACITY TO CT-COUNT.
043800     MOVE C4000-COUNT-LINE TO LOAD-REPORT-LINE.
043900     WRITE LOAD-REPORT-LINE.
044000 8000-WRITE-TOTALS-EXIT.
044100     EXIT.
044200*****************************************************************
044300*    8900-WRITE-RUN-LOG
044400*****************************************************************
044500 8900-WRITE-RUN-LOG.
044600     OPEN EXTEND RUN-LOG-FILE.
044700     IF CM-RUNLOG-STATUS = "35"
044800         OPEN OUTPUT RUN-LOG-FILE
044900     END-IF.
045000     MOVE "CUST4000"            TO RNL-PROGRAM-ID.
045100     MOVE C4000-CURRENT-DATE    TO RNL-RUN-DATE.
045200     ACCEPT RNL-RUN-TIME FROM TIME.
045300     MOVE C4000-ROWS-READ       TO RNL-RECORDS-READ.
045400     MOVE ZERO                  TO RNL-RECORDS-UPDATED.
045500     MOVE C4000-ROWS-DROPPED    TO RNL-RECORDS-REJECTED.
045600     MOVE C4000-ROWS-LOADED     TO RNL-RECORDS-WRITTEN.
045700     MOVE ZERO                  TO RNL-RECORDS-SKIPPED.
045800     MOVE CM-WATCHLST-STATUS    TO RNL-FINAL-STATUS.
045900     WRITE RUN-LOG-RECORD.
046000     CLOSE RUN-LOG-FILE.
046100 8900-WRITE-RUN-LOG-EXIT.
046200     EXIT.
