000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CUST3300.
000300 AUTHOR.        R HALVORSEN.
000400 INSTALLATION.  CUSTOMER SERVICES APPLICATIONS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*    CUST3300  -  BAD-DEBT CHARGE-OFF
000900*
001000*    WRITES OFF BALANCES THERE IS NO LONGER ANY REASON TO
001100*    CARRY AS RECEIVABLES.  EVERY MASTER RECORD WITH A DEBIT
001200*    CUST-BALANCE ABOVE THE CHGPARM MINIMUM IS ELIGIBLE WHEN:
001300*      - THE DELINQUENCY FILE (DELINQ, CUST3200) SHOWS IT AT
001400*        LEAST THE CHGPARM NUMBER OF DAYS PAST DUE, OR
001500*      - IT IS CLOSED (STATUS "C") AND CHGPARM DOES NOT EXCLUDE
001600*        CLOSED ACCOUNTS.
001700*    AN ACCOUNT ALREADY WRITTEN OFF (STATUS "W") IS SKIPPED.
001800*
001900*    FOR EACH ACCOUNT CHARGED OFF THIS PROGRAM:
002000*      - WRITES A CREDIT POSTING FOR THE WHOLE BALANCE UNDER
002100*        THE BAD-DEBT REASON CODE TO CHGTRAN (CUSTPST.CPY) FOR
002200*        THE NIGHTLY CUST0900 RUN.  THE CODE MUST BE ON REASONTB
002300*        MARKED USAGE "B" SO CUST1000 FEEDS IT TO THE BAD-DEBT
002400*        GL ACCOUNT AND NOT TO RECOVERIES; THE RUN STOPS BEFORE
002500*        TOUCHING ANYTHING IF IT IS NOT.  A CHARGE-OFF OVER THE
002600*        CUST0900 APPROVAL LIMIT PARKS FOR CUST2200 LIKE ANY
002700*        OTHER LARGE POSTING.
002800*      - SETS CUST-STATUS TO "W" (WRITTEN OFF) WITH A CUSTAUD
002900*        ROW, SO LATER PAYMENTS ARE TREATED AS RECOVERIES.
003000*      - RECORDS THE AMOUNT WRITTEN OFF ON THE CHARGE-OFF FILE
003100*        (CHGOFF, CUSTCHG.CPY), WHERE IT STAYS COLLECTABLE.
003200*    CHGRPT LISTS EVERY ACCOUNT CHARGED OFF WITH THE RULE THAT
003300*    SELECTED IT.  A LIST-ONLY CARD PRINTS THE SAME LIST AND
003400*    CHANGES NOTHING, FOR A TRIAL RUN BEFORE MONTH END.
003500*
003600*    CONTROL CARD (CHGPARM), ONE RECORD:
003700*        CGP-DAYS-PAST-DUE  PIC 9(03)     COLS  1-3, SPACES =
003800*                                         180.
003900*        CGP-CLOSED-SW      PIC X(01)     COL   4, "N" = DO NOT
004000*                                         CHARGE OFF CLOSED
004100*                                         ACCOUNTS ON THAT RULE.
004200*        CGP-MINIMUM        PIC 9(07)V99  COLS  5-13, SPACES =
004300*                                         ANY DEBIT BALANCE.
004400*        CGP-REASON-CODE    PIC X(04)     COLS 14-17, SPACES =
004500*                                         "CHGO".
004600*        CGP-LIST-ONLY-SW   PIC X(01)     COL  18, "Y" = LIST
004700*                                         ONLY.
004800*
004900*    MODIFICATION HISTORY
005000*    DATE       INIT  DESCRIPTION
005100*    ---------- ----- ---------------------------------------
005200*    2026-10-15 RJH   INITIAL VERSION.
005230*    2026-10-15 RJH   GENERATED POSTINGS AND AUDIT ROWS CARRY
005260*                     "CUST3300" AS THE OPERATOR ID.
005300*****************************************************************
005400 ENVIRONMENT DIVISION.
005500 CONFIGURATION SECTION.
005600 SOURCE-COMPUTER.   IBM-370.
005700 OBJECT-COMPUTER.   IBM-370.
005800 INPUT-OUTPUT SECTION.
005900 FILE-CONTROL.
006000     COPY "custmsel.cpy".
006100
006200     COPY "custdqsl.cpy".
006300
006400     COPY "custcgsl.cpy".
006500
006600     COPY "custausl.cpy".
006700
006800     SELECT CONTROL-CARD-FILE ASSIGN TO "CHGPARM"
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS CM-CHGPARM-STATUS.
007100
007200     SELECT REASON-TABLE-FILE ASSIGN TO "REASONTB"
007300         ORGANIZATION IS LINE SEQUENTIAL
007400         FILE STATUS IS CM-REASONTB-STATUS.
007500
007600     SELECT CHARGE-OFF-TRANS-FILE ASSIGN TO "CHGTRAN"
007700         ORGANIZATION IS LINE SEQUENTIAL
007800         FILE STATUS IS CM-CHGTRAN-STATUS.
007900
008000     SELECT CHARGE-OFF-REPORT-FILE ASSIGN TO "CHGRPT"
008100         ORGANIZATION IS LINE SEQUENTIAL
008200         FILE STATUS IS CM-CHGRPT-STATUS.
008300
008400     COPY "custrnsl.cpy".
008500
008600 DATA DIVISION.
008700 FILE SECTION.
008800     COPY "custmfd.cpy".
008900
009000     COPY "custdqfd.cpy".
009100
009200     COPY "custcgfd.cpy".
009300
009400     COPY "custaufd.cpy".
009500
009600 FD  CONTROL-CARD-FILE
009700     LABEL RECORDS ARE STANDARD.
009800 01  CONTROL-CARD-RECORD.
009900     05  CGP-DAYS-PAST-DUE-X    PIC X(03).
010000     05  CGP-DAYS-PAST-DUE REDEFINES CGP-DAYS-PAST-DUE-X
010100                                PIC 9(03).
010200     05  CGP-CLOSED-SW          PIC X(01).
010300     05  CGP-MINIMUM-X          PIC X(09).
010400     05  CGP-MINIMUM REDEFINES CGP-MINIMUM-X
010500                                PIC 9(07)V99.
010600     05  CGP-REASON-CODE        PIC X(04).
010700     05  CGP-LIST-ONLY-SW       PIC X(01).
010800     05  FILLER                 PIC X(62).
010900
011000 FD  REASON-TABLE-FILE
011100     LABEL RECORDS ARE STANDARD.
011200     COPY "custrsn.cpy".
011300
011400 FD  CHARGE-OFF-TRANS-FILE
011500     LABEL RECORDS ARE STANDARD.
011600     COPY "custpst.cpy".
011700
011800 FD  CHARGE-OFF-REPORT-FILE
011900     LABEL RECORDS ARE STANDARD.
012000 01  CHARGE-OFF-REPORT-LINE     PIC X(100).
012100
012200     COPY "custrnfd.cpy".
012300
012400 WORKING-STORAGE SECTION.
012500 77  CM-CUSTMAST-STATUS         PIC X(02).
012600 77  CM-DELINQ-STATUS           PIC X(02).
012700 77  CM-CHGOFF-STATUS           PIC X(02).
012800 77  CM-CUSTAUD-STATUS          PIC X(02).
012900 77  CM-CHGPARM-STATUS          PIC X(02).
013000 77  CM-REASONTB-STATUS         PIC X(02).
013100 77  CM-CHGTRAN-STATUS          PIC X(02).
013200 77  CM-CHGRPT-STATUS           PIC X(02).
013300 77  CM-RUNLOG-STATUS           PIC X(02).
013400
013500     COPY "custstat.cpy".
013600
013700 77  C3300-MASTER-EOF-SW        PIC X(01)  VALUE "N".
013800     88  C3300-MASTER-EOF       VALUE "Y".
013900 77  C3300-RSN-EOF-SW           PIC X(01)  VALUE "N".
014000     88  C3300-RSN-EOF          VALUE "Y".
014100 77  C3300-RSN-OK-SW            PIC X(01)  VALUE "N".
014200     88  C3300-RSN-OK           VALUE "Y".
014300 77  C3300-DLQ-OPEN-SW          PIC X(01)  VALUE "N".
014400     88  C3300-DLQ-OPEN         VALUE "Y".
014500 77  C3300-FOUND-SW             PIC X(01)  VALUE "N".
014600     88  C3300-RECORD-FOUND     VALUE "Y".
014700 77  C3300-LIST-ONLY-SW         PIC X(01)  VALUE "N".
014800     88  C3300-LIST-ONLY        VALUE "Y".
014900 77  C3300-CLOSED-SW            PIC X(01)  VALUE "Y".
015000     88  C3300-INCLUDE-CLOSED   VALUE "Y".
015100 77  C3300-AUD-SEQ-EOF-SW       PIC X(01)  VALUE "N".
015200     88  C3300-AUD-SEQ-EOF      VALUE "Y".
015300 77  C3300-RULE                 PIC X(01)  VALUE SPACE.
015400     88  C3300-NOT-ELIGIBLE     VALUE SPACE.
015500 77  C3300-CURRENT-DATE         PIC X(08)  VALUE SPACES.
015600 77  C3300-REASON-CODE          PIC X(04)  VALUE SPACES.
015700 77  C3300-DAYS-LIMIT           PIC 9(05)       VALUE ZERO.
015800 77  C3300-MINIMUM              PIC S9(08)V99   VALUE ZERO.
015900 77  C3300-DAYS-PAST-DUE        PIC 9(05)       VALUE ZERO.
016000 77  C3300-CHARGE-AMOUNT        PIC S9(08)V99   VALUE ZERO.
016100 77  C3300-OLD-STATUS           PIC X(01)  VALUE SPACE.
016200 77  C3300-AUD-SEQUENCE         PIC 9(06)  VALUE ZERO.
016300 77  C3300-ACCOUNTS-READ        PIC 9(09) COMP  VALUE ZERO.
016400 77  C3300-CHARGED-OFF          PIC 9(09) COMP  VALUE ZERO.
016500 77  C3300-BY-DELINQUENCY       PIC 9(09) COMP  VALUE ZERO.
016600 77  C3300-BY-CLOSED            PIC 9(09) COMP  VALUE ZERO.
016700 77  C3300-UPDATE-ERRORS        PIC 9(09) COMP  VALUE ZERO.
016800 77  C3300-CHARGE-HASH          PIC S9(11)V99 COMP-3 VALUE ZERO.
016900*---------------------------------------------------------------
017000*    REPORT LINES
017100*---------------------------------------------------------------
017200 01  C3300-HEADING-1.
017300     05  FILLER  PIC X(43)
017400         VALUE "CUST3300 - BAD-DEBT CHARGE-OFF".
017500     05  FILLER  PIC X(11) VALUE "RUN DATE: ".
017600     05  HD-RUN-DATE     PIC X(08).
017700     05  FILLER          PIC X(02) VALUE SPACES.
017800     05  HD-RUN-MODE     PIC X(10).
017900 01  C3300-HEADING-2.
018000     05  FILLER  PIC X(30) VALUE "RULES:  DAYS PAST DUE AT LEAST".
018100     05  HD-DAYS         PIC ZZZZ9.
018200     05  FILLER  PIC X(18) VALUE "   CLOSED ACCOUNTS".
018300     05  HD-CLOSED       PIC X(04).
018400     05  FILLER  PIC X(12) VALUE "   MINIMUM ".
018500     05  HD-MINIMUM      PIC Z,ZZZ,ZZ9.99.
018600     05  FILLER  PIC X(09) VALUE "  REASON ".
018700     05  HD-REASON       PIC X(04).
018800 01  C3300-HEADING-3.
018900     05  FILLER  PIC X(12) VALUE "ACCOUNT".
019000     05  FILLER  PIC X(32) VALUE "NAME".
019100     05  FILLER  PIC X(04) VALUE "ST".
019200     05  FILLER  PIC X(07) VALUE " DAYS".
019300     05  FILLER  PIC X(15) VALUE "       AMOUNT".
019400     05  FILLER  PIC X(30) VALUE "RULE / DISPOSITION".
019500 01  C3300-DETAIL-LINE.
019600     05  DT-CUST-ID      PIC X(10).
019700     05  FILLER          PIC X(02) VALUE SPACES.
019800     05  DT-CUST-NAME    PIC X(30).
019900     05  FILLER          PIC X(02) VALUE SPACES.
020000     05  DT-OLD-STATUS   PIC X(01).
020100     05  FILLER          PIC X(03) VALUE SPACES.
020200     05  DT-DAYS         PIC ZZZZ9.
020300     05  FILLER          PIC X(02) VALUE SPACES.
020400     05  DT-AMOUNT       PIC -Z,ZZZ,ZZ9.99.
020500     05  FILLER          PIC X(02) VALUE SPACES.
020600     05  DT-DISPOSITION  PIC X(30).
020700 01  C3300-TOTAL-LINE-1.
020800     05  FILLER          PIC X(30) VALUE
020900         "TOTAL ACCOUNTS READ         : ".
021000     05  TL-ACCOUNTS-READ PIC ZZZ,ZZZ,ZZ9.
021100 01  C3300-TOTAL-LINE-2.
021200     05  FILLER          PIC X(30) VALUE
021300         "CHARGED OFF - DAYS PAST DUE : ".
021400     05  TL-BY-DELINQUENCY PIC ZZZ,ZZZ,ZZ9.
021500 01  C3300-TOTAL-LINE-3.
021600     05  FILLER          PIC X(30) VALUE
021700         "CHARGED OFF - CLOSED DEBIT  : ".
021800     05  TL-BY-CLOSED    PIC ZZZ,ZZZ,ZZ9.
021900 01  C3300-TOTAL-LINE-4.
022000     05  FILLER          PIC X(30) VALUE
022100         "TOTAL AMOUNT CHARGED OFF    : ".
022200     05  TL-CHARGE-HASH  PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
022300 01  C3300-TOTAL-LINE-5.
022400     05  FILLER          PIC X(30) VALUE
022500         "UPDATE ERRORS               : ".
022600     05  TL-UPDATE-ERRORS PIC ZZZ,ZZZ,ZZ9.
022700
022800 PROCEDURE DIVISION.
022900*****************************************************************
023000*    0000-MAINLINE
023100*****************************************************************
023200 0000-MAINLINE.
023300     PERFORM 1000-INITIALIZE
023400         THRU 1000-INITIALIZE-EXIT.
023500
023600     PERFORM 2000-PROCESS-ONE-ACCOUNT
023700         THRU 2000-PROCESS-ONE-ACCOUNT-EXIT
023800         UNTIL C3300-MASTER-EOF.
023900
024000     PERFORM 8000-WRITE-TOTALS
024100         THRU 8000-WRITE-TOTALS-EXIT.
024200
024300     PERFORM 9000-TERMINATE
024400         THRU 9000-TERMINATE-EXIT.
024500
024600     PERFORM 8900-WRITE-RUN-LOG
024700         THRU 8900-WRITE-RUN-LOG-EXIT.
024800
024900     STOP RUN.
025000*****************************************************************
025100*    1000-INITIALIZE - A REASON CODE THAT IS NOT ON REASONTB AS
025200*    A CHARGE-OFF CODE STOPS THE RUN BEFORE ANY UPDATE.
025300*****************************************************************
025400 1000-INITIALIZE.
025500     ACCEPT C3300-CURRENT-DATE FROM DATE YYYYMMDD.
025600
025700     OPEN INPUT  CONTROL-CARD-FILE
025800          OUTPUT CHARGE-OFF-TRANS-FILE
025900          OUTPUT CHARGE-OFF-REPORT-FILE.
026000
026100     READ CONTROL-CARD-FILE
026200         AT END
026300             MOVE SPACES TO CONTROL-CARD-RECORD
026400     END-READ.
026500     IF CGP-DAYS-PAST-DUE-X = SPACES
026600       OR CGP-DAYS-PAST-DUE IS NOT NUMERIC
026700         MOVE 180 TO C3300-DAYS-LIMIT
026800     ELSE
026900         MOVE CGP-DAYS-PAST-DUE TO C3300-DAYS-LIMIT
027000     END-IF.
027100     IF CGP-CLOSED-SW = "N"
027200         MOVE "N" TO C3300-CLOSED-SW
027300     END-IF.
027400     IF CGP-MINIMUM-X = SPACES
027500       OR CGP-MINIMUM IS NOT NUMERIC
027600         MOVE ZERO TO C3300-MINIMUM
027700     ELSE
027800         MOVE CGP-MINIMUM TO C3300-MINIMUM
027900     END-IF.
028000     IF CGP-REASON-CODE = SPACES
028100         MOVE "CHGO" TO C3300-REASON-CODE
028200     ELSE
028300         MOVE CGP-REASON-CODE TO C3300-REASON-CODE
028400     END-IF.
028500     IF CGP-LIST-ONLY-SW = "Y"
028600         MOVE "Y" TO C3300-LIST-ONLY-SW
028700         MOVE "LIST ONLY" TO HD-RUN-MODE
028800     ELSE
028900         MOVE SPACES TO HD-RUN-MODE
029000     END-IF.
029100
029200     MOVE C3300-CURRENT-DATE TO HD-RUN-DATE.
029300     MOVE C3300-HEADING-1 TO CHARGE-OFF-REPORT-LINE.
029400     WRITE CHARGE-OFF-REPORT-LINE.
029500     MOVE C3300-DAYS-LIMIT  TO HD-DAYS.
029600     IF C3300-INCLUDE-CLOSED
029700         MOVE " YES" TO HD-CLOSED
029800     ELSE
029900         MOVE " NO " TO HD-CLOSED
030000     END-IF.
030100     MOVE C3300-MINIMUM     TO HD-MINIMUM.
030200     MOVE C3300-REASON-CODE TO HD-REASON.
030300     MOVE C3300-HEADING-2 TO CHARGE-OFF-REPORT-LINE.
030400     WRITE CHARGE-OFF-REPORT-LINE.
030500     MOVE C3300-HEADING-3 TO CHARGE-OFF-REPORT-LINE.
030600     WRITE CHARGE-OFF-REPORT-LINE.
030700
030800     PERFORM 1500-CHECK-REASON-CODE
030900         THRU 1500-CHECK-REASON-CODE-EXIT.
031000     IF NOT C3300-RSN-OK
031100         MOVE "Y" TO C3300-MASTER-EOF-SW
031200         GO TO 1000-INITIALIZE-EXIT
031300     END-IF.
031400
031500     IF C3300-LIST-ONLY
031600         OPEN INPUT CUSTOMER-MASTER-FILE
031700     ELSE
031800         OPEN I-O CUSTOMER-MASTER-FILE
031900     END-IF.
032000     IF CM-CUSTMAST-STATUS NOT = "00"
032100         DISPLAY "CUST3300 - CANNOT OPEN CUSTOMER MASTER, STATUS "
032200             CM-CUSTMAST-STATUS
032300         MOVE "Y" TO C3300-MASTER-EOF-SW
032400         GO TO 1000-INITIALIZE-EXIT
032500     END-IF.
032600
032700*    NO DELINQUENCY FILE MEANS CUST3200 HAS NEVER RUN; ONLY THE
032800*    CLOSED-ACCOUNT RULE CAN SELECT ANYTHING.
032900     OPEN INPUT DELINQUENCY-FILE.
033000     IF CM-DELINQ-STATUS = "00"
033100         MOVE "Y" TO C3300-DLQ-OPEN-SW
033200     ELSE
033300         DISPLAY "CUST3300 - NO DELINQUENCY FILE, STATUS "
033400             CM-DELINQ-STATUS ", CLOSED-ACCOUNT RULE ONLY"
033500     END-IF.
033600
033700     IF NOT C3300-LIST-ONLY
033800         PERFORM 1600-OPEN-UPDATE-FILES
033900             THRU 1600-OPEN-UPDATE-FILES-EXIT
034000     END-IF.
034100
034200     IF NOT C3300-MASTER-EOF
034300         PERFORM 2900-READ-NEXT-MASTER
034400             THRU 2900-READ-NEXT-MASTER-EXIT
034500     END-IF.
034600 1000-INITIALIZE-EXIT.
034700     EXIT.
034800*****************************************************************
034900*    1500-CHECK-REASON-CODE - THE CODE MUST BE ON THE TABLE AND
035000*    MARKED USAGE "B", OR CUST1000 WOULD FEED THE CHARGE-OFF
035100*    ITSELF AS A RECOVERY.
035200*****************************************************************
035300 1500-CHECK-REASON-CODE.
035400     MOVE "N" TO C3300-RSN-OK-SW.
035500     OPEN INPUT REASON-TABLE-FILE.
035600     IF CM-REASONTB-STATUS NOT = "00"
035700         DISPLAY "CUST3300 - CANNOT OPEN REASON TABLE, STATUS "
035800             CM-REASONTB-STATUS
035900         GO TO 1500-CHECK-REASON-CODE-EXIT
036000     END-IF.
036100     MOVE "N" TO C3300-RSN-EOF-SW.
036200     PERFORM 1510-CHECK-ONE-REASON
036300         THRU 1510-CHECK-ONE-REASON-EXIT
036400         UNTIL C3300-RSN-EOF.
036500     CLOSE REASON-TABLE-FILE.
036600     IF NOT C3300-RSN-OK
036700         DISPLAY "CUST3300 - REASON " C3300-REASON-CODE
036800             " IS NOT A CHARGE-OFF CODE ON REASONTB, RUN STOPPED"
036900         MOVE "REASON CODE NOT ON REASONTB AS A CHARGE-OFF CODE"
037000             TO CHARGE-OFF-REPORT-LINE
037100         WRITE CHARGE-OFF-REPORT-LINE
037200     END-IF.
037300 1500-CHECK-REASON-CODE-EXIT.
037400     EXIT.
037500*****************************************************************
037600*    1510-CHECK-ONE-REASON
037700*****************************************************************
037800 1510-CHECK-ONE-REASON.
037900     READ REASON-TABLE-FILE
038000         AT END
038100             MOVE "Y" TO C3300-RSN-EOF-SW
038200             GO TO 1510-CHECK-ONE-REASON-EXIT
038300     END-READ.
038400     IF RSN-REASON-CODE = C3300-REASON-CODE
038500       AND RSN-CHARGE-OFF
038600         MOVE "Y" TO C3300-RSN-OK-SW
038700         MOVE "Y" TO C3300-RSN-EOF-SW
038800     END-IF.
038900 1510-CHECK-ONE-REASON-EXIT.
039000     EXIT.
039100*****************************************************************
039200*    1600-OPEN-UPDATE-FILES
039300*****************************************************************
039400 1600-OPEN-UPDATE-FILES.
039500     OPEN I-O CHARGE-OFF-FILE.
039600     IF CM-CHGOFF-STATUS = "35"
039700         OPEN OUTPUT CHARGE-OFF-FILE
039800         CLOSE CHARGE-OFF-FILE
039900         OPEN I-O CHARGE-OFF-FILE
040000     END-IF.
040100     IF CM-CHGOFF-STATUS NOT = "00"
040200         DISPLAY "CUST3300 - CANNOT OPEN CHARGE-OFF FILE, STATUS "
040300             CM-CHGOFF-STATUS
040400         MOVE "Y" TO C3300-MASTER-EOF-SW
040500     END-IF.
040600
040700     OPEN I-O CUSTOMER-AUDIT-FILE.
040800     IF CM-CUSTAUD-STATUS = "35"
040900         OPEN OUTPUT CUSTOMER-AUDIT-FILE
041000         CLOSE CUSTOMER-AUDIT-FILE
041100         OPEN I-O CUSTOMER-AUDIT-FILE
041200     END-IF.
041300     IF CM-CUSTAUD-STATUS NOT = "00"
041400         DISPLAY "CUST3300 - CANNOT OPEN AUDIT HISTORY, STATUS "
041500             CM-CUSTAUD-STATUS
041600         MOVE "Y" TO C3300-MASTER-EOF-SW
041700     END-IF.
041800 1600-OPEN-UPDATE-FILES-EXIT.
041900     EXIT.
042000*****************************************************************
042100*    2000-PROCESS-ONE-ACCOUNT
042200*****************************************************************
042300 2000-PROCESS-ONE-ACCOUNT.
042400     ADD 1 TO C3300-ACCOUNTS-READ.
042500
042600     PERFORM 2100-APPLY-RULES
042700         THRU 2100-APPLY-RULES-EXIT.
042800     IF C3300-NOT-ELIGIBLE
042900         GO TO 2000-READ-AND-EXIT
043000     END-IF.
043100
043200     MOVE CUST-BALANCE TO C3300-CHARGE-AMOUNT.
043300     MOVE CUST-STATUS  TO C3300-OLD-STATUS.
043400     MOVE CUST-ID      TO DT-CUST-ID.
043500     MOVE CUST-NAME    TO DT-CUST-NAME.
043600     MOVE CUST-STATUS  TO DT-OLD-STATUS.
043700     MOVE C3300-DAYS-PAST-DUE TO DT-DAYS.
043800     MOVE C3300-CHARGE-AMOUNT TO DT-AMOUNT.
043900
044000     IF C3300-LIST-ONLY
044100         IF C3300-RULE = "D"
044200             MOVE "WOULD CHARGE OFF - DAYS" TO DT-DISPOSITION
044300         ELSE
044400             MOVE "WOULD CHARGE OFF - CLOSED" TO DT-DISPOSITION
044500         END-IF
044600         PERFORM 3900-COUNT-CHARGE-OFF
044700             THRU 3900-COUNT-CHARGE-OFF-EXIT
044800         PERFORM 7000-WRITE-DETAIL
044900             THRU 7000-WRITE-DETAIL-EXIT
045000         GO TO 2000-READ-AND-EXIT
045100     END-IF.
045200
045300     PERFORM 3000-CHARGE-OFF-ACCOUNT
045400         THRU 3000-CHARGE-OFF-ACCOUNT-EXIT.
045500     PERFORM 7000-WRITE-DETAIL
045600         THRU 7000-WRITE-DETAIL-EXIT.
045700
045800 2000-READ-AND-EXIT.
045900     PERFORM 2900-READ-NEXT-MASTER
046000         THRU 2900-READ-NEXT-MASTER-EXIT.
046100 2000-PROCESS-ONE-ACCOUNT-EXIT.
046200     EXIT.
046300*****************************************************************
046400*    2100-APPLY-RULES - SETS C3300-RULE TO "D" (DAYS PAST DUE)
046500*    OR "C" (CLOSED WITH A DEBIT BALANCE), OR LEAVES IT SPACE.
046600*    THE DAYS RULE IS TESTED FIRST SO A CLOSED ACCOUNT THAT IS
046700*    ALSO LONG PAST DUE IS REPORTED UNDER THE DAYS RULE.
046800*****************************************************************
046900 2100-APPLY-RULES.
047000     MOVE SPACE TO C3300-RULE.
047100     MOVE ZERO  TO C3300-DAYS-PAST-DUE.
047200     MOVE CUST-STATUS TO CM-CUST-STATUS-CHECK.
047300     IF CM-STATUS-WRITTEN-OFF
047400         GO TO 2100-APPLY-RULES-EXIT
047500     END-IF.
047600     IF CUST-BALANCE NOT > ZERO
047700       OR CUST-BALANCE < C3300-MINIMUM
047800         GO TO 2100-APPLY-RULES-EXIT
047900     END-IF.
048000
048100     IF C3300-DLQ-OPEN
048200         MOVE CUST-ID TO DLQ-CUST-ID
048300         READ DELINQUENCY-FILE
048400             INVALID KEY
048500                 MOVE "N" TO C3300-FOUND-SW
048600             NOT INVALID KEY
048700                 MOVE "Y" TO C3300-FOUND-SW
048800         END-READ
048900         IF C3300-RECORD-FOUND
049000             MOVE DLQ-DAYS-PAST-DUE TO C3300-DAYS-PAST-DUE
049100         END-IF
049200     END-IF.
049300
049400     IF C3300-DAYS-PAST-DUE NOT < C3300-DAYS-LIMIT
049500         MOVE "D" TO C3300-RULE
049600         GO TO 2100-APPLY-RULES-EXIT
049700     END-IF.
049800     IF CM-STATUS-CLOSED
049900       AND C3300-INCLUDE-CLOSED
050000         MOVE "C" TO C3300-RULE
050100     END-IF.
050200 2100-APPLY-RULES-EXIT.
050300     EXIT.
050400*****************************************************************
050500*    3000-CHARGE-OFF-ACCOUNT - STATUS FIRST: IF THE MASTER
050600*    CANNOT BE REWRITTEN NOTHING ELSE IS DONE FOR THE ACCOUNT.
050700*****************************************************************
050800 3000-CHARGE-OFF-ACCOUNT.
050900     MOVE "W"                TO CUST-STATUS.
051000     MOVE C3300-CURRENT-DATE TO LAST-UPDATE-DATE.
051100     REWRITE CUSTOMER-RECORD
051200         INVALID KEY
051300             ADD 1 TO C3300-UPDATE-ERRORS
051400             MOVE "MASTER REWRITE FAILED" TO DT-DISPOSITION
051500             GO TO 3000-CHARGE-OFF-ACCOUNT-EXIT
051600     END-REWRITE.
051700
051800     MOVE CUST-ID             TO PST-CUST-ID.
051900     MOVE "C"                 TO PST-DC-CODE.
052000     MOVE C3300-CHARGE-AMOUNT TO PST-AMOUNT.
052100     MOVE C3300-REASON-CODE   TO PST-REASON-CODE.
052200     MOVE C3300-CURRENT-DATE  TO PST-POST-DATE.
052250     MOVE "CUST3300"          TO PST-OPERATOR-ID.
052300     WRITE POSTING-TRANSACTION-RECORD.
052400
052500     PERFORM 3100-RECORD-CHARGE-OFF
052600         THRU 3100-RECORD-CHARGE-OFF-EXIT.
052700     PERFORM 5700-WRITE-AUDIT-RECORD
052800         THRU 5700-WRITE-AUDIT-RECORD-EXIT.
052900     PERFORM 3900-COUNT-CHARGE-OFF
053000         THRU 3900-COUNT-CHARGE-OFF-EXIT.
053100
053200     IF C3300-RULE = "D"
053300         MOVE "CHARGED OFF - DAYS PAST DUE" TO DT-DISPOSITION
053400     ELSE
053500         MOVE "CHARGED OFF - CLOSED DEBIT" TO DT-DISPOSITION
053600     END-IF.
053700 3000-CHARGE-OFF-ACCOUNT-EXIT.
053800     EXIT.
053900*****************************************************************
054000*    3100-RECORD-CHARGE-OFF - ADDS OR UPDATES THE CHARGE-OFF
054100*    ROW.  A REPEAT CHARGE-OFF KEEPS THE FIRST DATE AND ADDS
054200*    TO THE AMOUNT.
054300*****************************************************************
054400 3100-RECORD-CHARGE-OFF.
054500     MOVE CUST-ID TO CHG-CUST-ID.
054600     READ CHARGE-OFF-FILE
054700         INVALID KEY
054800             MOVE "N" TO C3300-FOUND-SW
054900         NOT INVALID KEY
055000             MOVE "Y" TO C3300-FOUND-SW
055100     END-READ.
055200
055300     IF C3300-RECORD-FOUND
055400         ADD C3300-CHARGE-AMOUNT  TO CHG-AMOUNT
055500         MOVE C3300-CURRENT-DATE  TO CHG-LAST-CHARGE-DATE
055600         MOVE C3300-RULE          TO CHG-RULE
055700         MOVE C3300-DAYS-PAST-DUE TO CHG-DAYS-PAST-DUE
055800         REWRITE CHARGE-OFF-RECORD
055900             INVALID KEY
056000                 ADD 1 TO C3300-UPDATE-ERRORS
056100                 DISPLAY "CUST3300 - CHARGE-OFF REWRITE FAILED "
056200                     "FOR " CUST-ID ", STATUS " CM-CHGOFF-STATUS
056300         END-REWRITE
056400     ELSE
056500         INITIALIZE CHARGE-OFF-RECORD
056600         MOVE CUST-ID             TO CHG-CUST-ID
056700         MOVE C3300-CURRENT-DATE  TO CHG-CHARGE-OFF-DATE
056800                                     CHG-LAST-CHARGE-DATE
056900         MOVE C3300-CHARGE-AMOUNT TO CHG-AMOUNT
057000         MOVE C3300-REASON-CODE   TO CHG-REASON-CODE
057100         MOVE C3300-OLD-STATUS    TO CHG-PRIOR-STATUS
057200         MOVE C3300-RULE          TO CHG-RULE
057300         MOVE C3300-DAYS-PAST-DUE TO CHG-DAYS-PAST-DUE
057400         MOVE ZERO                TO CHG-RECOVERED
057500         MOVE SPACES              TO CHG-LAST-RECOVERY-DATE
057600         WRITE CHARGE-OFF-RECORD
057700             INVALID KEY
057800                 ADD 1 TO C3300-UPDATE-ERRORS
057900                 DISPLAY "CUST3300 - CHARGE-OFF WRITE FAILED FOR "
058000                     CUST-ID ", STATUS " CM-CHGOFF-STATUS
058100         END-WRITE
058200     END-IF.
058300 3100-RECORD-CHARGE-OFF-EXIT.
058400     EXIT.
058500*****************************************************************
058600*    3900-COUNT-CHARGE-OFF
058700*****************************************************************
058800 3900-COUNT-CHARGE-OFF.
058900     ADD 1 TO C3300-CHARGED-OFF.
059000     ADD C3300-CHARGE-AMOUNT TO C3300-CHARGE-HASH.
059100     IF C3300-RULE = "D"
059200         ADD 1 TO C3300-BY-DELINQUENCY
059300     ELSE
059400         ADD 1 TO C3300-BY-CLOSED
059500     END-IF.
059600 3900-COUNT-CHARGE-OFF-EXIT.
059700     EXIT.
059800*****************************************************************
059900*    2900-READ-NEXT-MASTER
060000*****************************************************************
060100 2900-READ-NEXT-MASTER.
060200     READ CUSTOMER-MASTER-FILE NEXT RECORD
060300         AT END
060400             MOVE "Y" TO C3300-MASTER-EOF-SW
060500     END-READ.
060600 2900-READ-NEXT-MASTER-EXIT.
060700     EXIT.
060800*****************************************************************
060900*    5700-WRITE-AUDIT-RECORD - THE SEQUENCE NUMBER CONTINUES
061000*    FROM WHATEVER IS ALREADY ON FILE FOR THIS CUST-ID, SINCE
061100*    CUSTOMER HISTORY SPANS MANY RUNS.
061200*****************************************************************
061300 5700-WRITE-AUDIT-RECORD.
061400     PERFORM 5790-DETERMINE-NEXT-AUDIT-SEQ
061500         THRU 5790-DETERMINE-NEXT-AUDIT-SEQ-EXIT.
061600     ADD 1 TO C3300-AUD-SEQUENCE.
061700     MOVE CUST-ID              TO AUD-CUST-ID.
061800     MOVE C3300-AUD-SEQUENCE   TO AUD-SEQUENCE-NO.
061900     MOVE "CUST-STATUS"        TO AUD-FIELD-NAME.
062000     MOVE C3300-OLD-STATUS     TO AUD-OLD-VALUE.
062100     MOVE "W"                  TO AUD-NEW-VALUE.
062200     MOVE C3300-CURRENT-DATE   TO AUD-CHANGE-DATE.
062300     ACCEPT AUD-CHANGE-TIME FROM TIME.
062400     MOVE "CUST3300"           TO AUD-SOURCE-ID.
062450     MOVE "CUST3300"           TO AUD-OPERATOR-ID.
062500     WRITE CUSTOMER-AUDIT-RECORD
062600         INVALID KEY
062700             DISPLAY "CUST3300 - AUDIT WRITE FAILED FOR "
062800                 CUST-ID ", STATUS " CM-CUSTAUD-STATUS
062900     END-WRITE.
063000 5700-WRITE-AUDIT-RECORD-EXIT.
063100     EXIT.
063200*****************************************************************
063300*    5790-DETERMINE-NEXT-AUDIT-SEQ - SCANS CUSTAUD FORWARD FROM
063400*    THE FIRST ROW ON FILE FOR CUST-ID AND REMEMBERS THE HIGHEST
063500*    SEQUENCE NUMBER FOUND, SO A NEW ROW NEVER REUSES A KEY A
063600*    PRIOR RUN ALREADY WROTE FOR THIS CUSTOMER.
063700*****************************************************************
063800 5790-DETERMINE-NEXT-AUDIT-SEQ.
063900     MOVE ZERO    TO C3300-AUD-SEQUENCE.
064000     MOVE "N"     TO C3300-AUD-SEQ-EOF-SW.
064100     MOVE CUST-ID TO AUD-CUST-ID.
064200     MOVE ZERO    TO AUD-SEQUENCE-NO.
064300     START CUSTOMER-AUDIT-FILE KEY IS NOT LESS THAN AUD-KEY
064400         INVALID KEY
064500             MOVE "Y" TO C3300-AUD-SEQ-EOF-SW
064600     END-START.
064700
064800     PERFORM 5795-SCAN-FOR-HIGH-AUDIT-SEQ
064900         THRU 5795-SCAN-FOR-HIGH-AUDIT-SEQ-EXIT
065000         UNTIL C3300-AUD-SEQ-EOF.
065100 5790-DETERMINE-NEXT-AUDIT-SEQ-EXIT.
065200     EXIT.
065300*****************************************************************
065400*    5795-SCAN-FOR-HIGH-AUDIT-SEQ
065500*****************************************************************
065600 5795-SCAN-FOR-HIGH-AUDIT-SEQ.
065700     READ CUSTOMER-AUDIT-FILE NEXT RECORD
065800         AT END
065900             MOVE "Y" TO C3300-AUD-SEQ-EOF-SW
066000     END-READ.
066100
066200     IF NOT C3300-AUD-SEQ-EOF
066300         IF AUD-CUST-ID = CUST-ID
066400             IF AUD-SEQUENCE-NO > C3300-AUD-SEQUENCE
066500                 MOVE AUD-SEQUENCE-NO TO C3300-AUD-SEQUENCE
066600             END-IF
066700         ELSE
066800             MOVE "Y" TO C3300-AUD-SEQ-EOF-SW
066900         END-IF
067000     END-IF.
067100 5795-SCAN-FOR-HIGH-AUDIT-SEQ-EXIT.
067200     EXIT.
067300*****************************************************************
067400*    7000-WRITE-DETAIL - CALLER HAS FILLED THE DETAIL LINE.
067500*****************************************************************
067600 7000-WRITE-DETAIL.
067700     MOVE C3300-DETAIL-LINE TO CHARGE-OFF-REPORT-LINE.
067800     WRITE CHARGE-OFF-REPORT-LINE.
067900 7000-WRITE-DETAIL-EXIT.
068000     EXIT.
068100*****************************************************************
068200*    8000-WRITE-TOTALS
068300*****************************************************************
068400 8000-WRITE-TOTALS.
068500     MOVE C3300-ACCOUNTS-READ TO TL-ACCOUNTS-READ.
068600     MOVE C3300-TOTAL-LINE-1 TO CHARGE-OFF-REPORT-LINE.
068700     WRITE CHARGE-OFF-REPORT-LINE.
068800
068900     MOVE C3300-BY-DELINQUENCY TO TL-BY-DELINQUENCY.
069000     MOVE C3300-TOTAL-LINE-2 TO CHARGE-OFF-REPORT-LINE.
069100     WRITE CHARGE-OFF-REPORT-LINE.
069200
069300     MOVE C3300-BY-CLOSED TO TL-BY-CLOSED.
069400     MOVE C3300-TOTAL-LINE-3 TO CHARGE-OFF-REPORT-LINE.
069500     WRITE CHARGE-OFF-REPORT-LINE.
069600
069700     MOVE C3300-CHARGE-HASH TO TL-CHARGE-HASH.
069800     MOVE C3300-TOTAL-LINE-4 TO CHARGE-OFF-REPORT-LINE.
069900     WRITE CHARGE-OFF-REPORT-LINE.
070000
070100     MOVE C3300-UPDATE-ERRORS TO TL-UPDATE-ERRORS.
070200     MOVE C3300-TOTAL-LINE-5 TO CHARGE-OFF-REPORT-LINE.
070300     WRITE CHARGE-OFF-REPORT-LINE.
070400 8000-WRITE-TOTALS-EXIT.
070500     EXIT.
070600*****************************************************************
070700*    8900-WRITE-RUN-LOG - APPENDS THIS RUN'S STATISTICS ROW TO
070800*    THE COMMON RUN LOG FOR THE NIGHTLY OPERATIONS REPORT
070900*    (CUST1600).  UPDATED AND WRITTEN ARE ACCOUNTS CHARGED OFF
071000*    (ZERO ON A LIST-ONLY RUN); SKIPPED IS THE REST.
071100*****************************************************************
071200 8900-WRITE-RUN-LOG.
071300     OPEN EXTEND RUN-LOG-FILE.
071400     IF CM-RUNLOG-STATUS = "35"
071500         OPEN OUTPUT RUN-LOG-FILE
071600     END-IF.
071700     MOVE "CUST3300"             TO RNL-PROGRAM-ID.
071800     MOVE C3300-CURRENT-DATE     TO RNL-RUN-DATE.
071900     ACCEPT RNL-RUN-TIME FROM TIME.
072000     MOVE C3300-ACCOUNTS-READ    TO RNL-RECORDS-READ.
072100     IF C3300-LIST-ONLY
072200         MOVE ZERO               TO RNL-RECORDS-UPDATED
072300                                    RNL-RECORDS-WRITTEN
072400     ELSE
072500         MOVE C3300-CHARGED-OFF  TO RNL-RECORDS-UPDATED
072600                                    RNL-RECORDS-WRITTEN
072700     END-IF.
072800     MOVE C3300-UPDATE-ERRORS    TO RNL-RECORDS-REJECTED.
072900     SUBTRACT C3300-CHARGED-OFF FROM C3300-ACCOUNTS-READ
073000         GIVING RNL-RECORDS-SKIPPED.
073100     MOVE CM-CUSTMAST-STATUS     TO RNL-FINAL-STATUS.
073200     WRITE RUN-LOG-RECORD.
073300     CLOSE RUN-LOG-FILE.
073400 8900-WRITE-RUN-LOG-EXIT.
073500     EXIT.
073600*****************************************************************
073700*    9000-TERMINATE
073800*****************************************************************
073900 9000-TERMINATE.
074000     CLOSE CONTROL-CARD-FILE
074100           CHARGE-OFF-TRANS-FILE
074200           CHARGE-OFF-REPORT-FILE.
074300     IF C3300-RSN-OK
074400         CLOSE CUSTOMER-MASTER-FILE
074500     END-IF.
074600     IF C3300-DLQ-OPEN
074700         CLOSE DELINQUENCY-FILE
074800     END-IF.
074900     IF C3300-RSN-OK
075000       AND NOT C3300-LIST-ONLY
075100         CLOSE CHARGE-OFF-FILE
075200               CUSTOMER-AUDIT-FILE
075300     END-IF.
075400 9000-TERMINATE-EXIT.
075500     EXIT.
