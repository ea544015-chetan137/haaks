000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CUST3600.
000300 AUTHOR.        R HALVORSEN.
000400 INSTALLATION.  CUSTOMER SERVICES APPLICATIONS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*    CUST3600  -  GROUP MEMBERSHIP BY CUSTOMER LOAD
000900*
001000*    REBUILDS THE GROUP MEMBERSHIP BY CUSTOMER FILE (GRPXREFK,
001100*    CUSTGRK.CPY) FROM THE CREDIT-MAINTAINED GROUP CROSS-
001200*    REFERENCE (GRPXREF, CUSTGRX.CPY).  GRPXREF IS CARRIED IN
001300*    GROUP-ID ORDER FOR THE EXPOSURE REPORT; THE ONLINE CUSTOMER
001400*    INQUIRY (CUST3800) NEEDS TO FIND ONE CUSTOMER'S GROUPS BY
001500*    CUST-ID, SO THIS JOB RE-KEYS THE SAME ROWS ON CUST-ID +
001600*    GROUP-ID.  RUN IT EVERY TIME CREDIT RELOADS GRPXREF.
001700*
001800*    THE OUTPUT IS REBUILT FROM EMPTY EACH RUN.  A ROW WITH NO
001900*    CUST-ID, OR REPEATING A CUST-ID/GROUP-ID PAIR ALREADY
002000*    LOADED, IS COUNTED AND DROPPED.  THERE IS NO CONTROL CARD.
002100*
002200*    MODIFICATION HISTORY
002300*    DATE       INIT  DESCRIPTION
002400*    ---------- ----- ---------------------------------------
002500*    2026-10-15 RJH   INITIAL VERSION.
002600*****************************************************************
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER.   IBM-370.
003000 OBJECT-COMPUTER.   IBM-370.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT GROUP-XREF-FILE ASSIGN TO "GRPXREF"
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS CM-GRPXREF-STATUS.
003600
003700     COPY "custgksl.cpy".
003800
003900     SELECT LOAD-REPORT-FILE ASSIGN TO "GRKRPT"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS CM-GRKRPT-STATUS.
004200
004300     COPY "custrnsl.cpy".
004400
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  GROUP-XREF-FILE
004800     LABEL RECORDS ARE STANDARD.
004900     COPY "custgrx.cpy".
005000
005100     COPY "custgkfd.cpy".
005200
005300 FD  LOAD-REPORT-FILE
005400     LABEL RECORDS ARE STANDARD.
005500 01  LOAD-REPORT-LINE           PIC X(80).
005600
005700     COPY "custrnfd.cpy".
005800
005900 WORKING-STORAGE SECTION.
006000 77  CM-GRPXREF-STATUS          PIC X(02).
006100 77  CM-GRPXREFK-STATUS         PIC X(02).
006200 77  CM-GRKRPT-STATUS           PIC X(02).
006300 77  CM-RUNLOG-STATUS           PIC X(02).
006400
006500 77  C3600-XREF-EOF-SW          PIC X(01)  VALUE "N".
006600     88  C3600-XREF-EOF         VALUE "Y".
006700 77  C3600-CURRENT-DATE         PIC X(08)  VALUE SPACES.
006800 77  C3600-ROWS-READ            PIC 9(09) COMP  VALUE ZERO.
006900 77  C3600-ROWS-LOADED          PIC 9(09) COMP  VALUE ZERO.
007000 77  C3600-ROWS-DROPPED         PIC 9(09) COMP  VALUE ZERO.
007100*---------------------------------------------------------------
007200*    REPORT LINES
007300*---------------------------------------------------------------
007400 01  C3600-HEADING-1.
007500     05  FILLER  PIC X(44)
007600         VALUE "CUST3600 - GROUP MEMBERSHIP BY CUSTOMER LOAD".
007700     05  FILLER  PIC X(12) VALUE "RUN DATE: ".
007800     05  HD-RUN-DATE     PIC X(08).
007900 01  C3600-DROP-LINE.
008000     05  FILLER          PIC X(09) VALUE "DROPPED: ".
008100     05  DR-GROUP-ID     PIC X(10).
008200     05  FILLER          PIC X(01) VALUE SPACES.
008300     05  DR-CUST-ID      PIC X(10).
008400     05  FILLER          PIC X(02) VALUE SPACES.
008500     05  DR-REASON       PIC X(30).
008600 01  C3600-COUNT-LINE.
008700     05  CT-LABEL        PIC X(30).
008800     05  CT-COUNT        PIC ZZZ,ZZZ,ZZ9.
008900
009000 PROCEDURE DIVISION.
009100*****************************************************************
009200*    0000-MAINLINE
009300*****************************************************************
009400 0000-MAINLINE.
009500     PERFORM 1000-INITIALIZE
009600         THRU 1000-INITIALIZE-EXIT.
009700
009800     PERFORM 2000-LOAD-ONE-ROW
009900         THRU 2000-LOAD-ONE-ROW-EXIT
010000         UNTIL C3600-XREF-EOF.
010100
010200     PERFORM 8000-WRITE-TOTALS
010300         THRU 8000-WRITE-TOTALS-EXIT.
010400
010500     IF CM-GRPXREF-STATUS = "00" OR "10"
010600         CLOSE GROUP-XREF-FILE
010700     END-IF.
010800     CLOSE GROUP-MEMBER-FILE
010900           LOAD-REPORT-FILE.
011000
011100     PERFORM 8900-WRITE-RUN-LOG
011200         THRU 8900-WRITE-RUN-LOG-EXIT.
011300
011400     STOP RUN.
011500*****************************************************************
011600*    1000-INITIALIZE
011700*****************************************************************
011800 1000-INITIALIZE.
011900     ACCEPT C3600-CURRENT-DATE FROM DATE YYYYMMDD.
012000
012100     OPEN OUTPUT LOAD-REPORT-FILE.
012200     MOVE C3600-CURRENT-DATE TO HD-RUN-DATE.
012300     MOVE C3600-HEADING-1 TO LOAD-REPORT-LINE.
012400     WRITE LOAD-REPORT-LINE.
012500
012600     OPEN OUTPUT GROUP-MEMBER-FILE.
012700     IF CM-GRPXREFK-STATUS NOT = "00"
012800         DISPLAY "CUST3600 - CANNOT OPEN GRPXREFK, STATUS "
012900             CM-GRPXREFK-STATUS
013000         MOVE "Y" TO C3600-XREF-EOF-SW
013100         GO TO 1000-INITIALIZE-EXIT
013200     END-IF.
013300
013400     OPEN INPUT GROUP-XREF-FILE.
013500     IF CM-GRPXREF-STATUS NOT = "00"
013600         DISPLAY "CUST3600 - CANNOT OPEN GRPXREF, STATUS "
013700             CM-GRPXREF-STATUS
013800         MOVE "Y" TO C3600-XREF-EOF-SW
013900     END-IF.
014000 1000-INITIALIZE-EXIT.
014100     EXIT.
014200*****************************************************************
014300*    2000-LOAD-ONE-ROW
014400*****************************************************************
014500 2000-LOAD-ONE-ROW.
014600     READ GROUP-XREF-FILE
014700         AT END
014800             MOVE "Y" TO C3600-XREF-EOF-SW
014900             GO TO 2000-LOAD-ONE-ROW-EXIT
015000     END-READ.
015100     ADD 1 TO C3600-ROWS-READ.
015200
015300     IF GRX-CUST-ID = SPACES
015400         MOVE "NO CUST-ID ON ROW" TO DR-REASON
015500         GO TO 2000-DROP-ROW
015600     END-IF.
015700
015800     MOVE GRX-CUST-ID    TO GRK-CUST-ID.
015900     MOVE GRX-GROUP-ID   TO GRK-GROUP-ID.
016000     MOVE GRX-GROUP-NAME TO GRK-GROUP-NAME.
016100     WRITE GROUP-MEMBER-RECORD
016200         INVALID KEY
016300             MOVE "DUPLICATE MEMBERSHIP" TO DR-REASON
016400             GO TO 2000-DROP-ROW
016500     END-WRITE.
016600     ADD 1 TO C3600-ROWS-LOADED.
016700     GO TO 2000-LOAD-ONE-ROW-EXIT.
016800
016900 2000-DROP-ROW.
017000     ADD 1 TO C3600-ROWS-DROPPED.
017100     MOVE GRX-GROUP-ID TO DR-GROUP-ID.
017200     MOVE GRX-CUST-ID  TO DR-CUST-ID.
017300     MOVE C3600-DROP-LINE TO LOAD-REPORT-LINE.
017400     WRITE LOAD-REPORT-LINE.
017500 2000-LOAD-ONE-ROW-EXIT.
017600     EXIT.
017700*****************************************************************
017800*    8000-WRITE-TOTALS
017900*****************************************************************
018000 8000-WRITE-TOTALS.
018100     MOVE SPACES TO LOAD-REPORT-LINE.
018200     WRITE LOAD-REPORT-LINE.
018300     MOVE "GRPXREF ROWS READ           : " TO CT-LABEL.
018400     MOVE C3600-ROWS-READ TO CT-COUNT.
018500     MOVE C3600-COUNT-LINE TO LOAD-REPORT-LINE.
018600     WRITE LOAD-REPORT-LINE.
018700     MOVE "MEMBERSHIPS LOADED          : " TO CT-LABEL.
018800     MOVE C3600-ROWS-LOADED TO CT-COUNT.
018900     MOVE C3600-COUNT-LINE TO LOAD-REPORT-LINE.
019000     WRITE LOAD-REPORT-LINE.
019100     MOVE "ROWS DROPPED                : " TO CT-LABEL.
019200     MOVE C3600-ROWS-DROPPED TO CT-COUNT.
019300     MOVE C3600-COUNT-LINE TO LOAD-REPORT-LINE.
019400     WRITE LOAD-REPORT-LINE.
019500 8000-WRITE-TOTALS-EXIT.
019600     EXIT.
019700*****************************************************************
019800*    8900-WRITE-RUN-LOG
019900*****************************************************************
020000 8900-WRITE-RUN-LOG.
020100     OPEN EXTEND RUN-LOG-FILE.
020200     IF CM-RUNLOG-STATUS = "35"
020300         OPEN OUTPUT RUN-LOG-FILE
020400     END-IF.
020500     MOVE "CUST3600"            TO RNL-PROGRAM-ID.
020600     MOVE C3600-CURRENT-DATE    TO RNL-RUN-DATE.
020700     ACCEPT RNL-RUN-TIME FROM TIME.
020800     MOVE C3600-ROWS-READ       TO RNL-RECORDS-READ.
020900     MOVE ZERO                  TO RNL-RECORDS-UPDATED.
021000     MOVE C3600-ROWS-DROPPED    TO RNL-RECORDS-REJECTED.
021100     MOVE C3600-ROWS-LOADED     TO RNL-RECORDS-WRITTEN.
021200     MOVE ZERO                  TO RNL-RECORDS-SKIPPED.
021300     MOVE CM-GRPXREFK-STATUS    TO RNL-FINAL-STATUS.
021400     WRITE RUN-LOG-RECORD.
021500     CLOSE RUN-LOG-FILE.
021600 8900-WRITE-RUN-LOG-EXIT.
021700     EXIT.
