000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CUST3400.
000300 AUTHOR.        R HALVORSEN.
000400 INSTALLATION.  CUSTOMER SERVICES APPLICATIONS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*    CUST3400  -  MONTHLY CHARGE-OFF AND RECOVERY REGISTER
000900*
001000*    READS EVERY ROW ON THE CHARGE-OFF FILE (CHGOFF, WRITTEN
001100*    BY CUST3300) AND THE POSTING HISTORY FOR THAT ACCOUNT FROM
001200*    ITS FIRST CHARGE-OFF DATE ON.  A POSTING UNDER A REASON
001300*    CODE MARKED USAGE "B" ON REASONTB IS A CHARGE-OFF; ANY
001400*    POSTING AFTER THE FIRST CHARGE-OFF UNDER ANY OTHER CODE IS
001500*    A RECOVERY (A CREDIT ADDS TO IT, A DEBIT - A RETURNED
001600*    RECOVERY PAYMENT - TAKES IT BACK).
001700*
001800*    CHGREG LISTS EVERY ACCOUNT WITH A CHARGE-OFF OR RECOVERY
001900*    POSTED IN THE REGISTER MONTH, WITH TOTALS FOR THE MONTH
002000*    AND THE AMOUNT STILL OUTSTANDING ACROSS THE WHOLE FILE.
002100*    RECOVERED-TO-DATE IS RECOMPUTED FROM POSTING HISTORY ON
002200*    EVERY RUN AND REWRITTEN TO THE CHARGE-OFF ROW, SO A RERUN
002300*    GIVES THE SAME ANSWER.
002400*
002500*    CONTROL CARD (CHGREGPM), ONE RECORD, OPTIONAL:
002600*        CRP-MONTH          PIC X(06)     COLS  1-6, YYYYMM.
002700*                                         SPACES = CURRENT MONTH.
002800*
002900*    MODIFICATION HISTORY
003000*    DATE       INIT  DESCRIPTION
003100*    ---------- ----- ---------------------------------------
003200*    2026-10-15 RJH   INITIAL VERSION.
003300*****************************************************************
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER.   IBM-370.
003700 OBJECT-COMPUTER.   IBM-370.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     COPY "custcgsl.cpy".
004100
004200     COPY "custphsl.cpy".
004300
004400     COPY "custmsel.cpy".
004500
004600     SELECT CONTROL-CARD-FILE ASSIGN TO "CHGREGPM"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS CM-CHGREGPM-STATUS.
004900
005000     SELECT REASON-TABLE-FILE ASSIGN TO "REASONTB"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS CM-REASONTB-STATUS.
005300
005400     SELECT REGISTER-REPORT-FILE ASSIGN TO "CHGREG"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS CM-CHGREG-STATUS.
005700
005800     COPY "custrnsl.cpy".
005900
006000 DATA DIVISION.
006100 FILE SECTION.
006200     COPY "custcgfd.cpy".
006300
006400     COPY "custphfd.cpy".
006500
006600     COPY "custmfd.cpy".
006700
006800 FD  CONTROL-CARD-FILE
006900     LABEL RECORDS ARE STANDARD.
007000 01  CONTROL-CARD-RECORD.
007100     05  CRP-MONTH              PIC X(06).
007200     05  FILLER                 PIC X(74).
007300
007400 FD  REASON-TABLE-FILE
007500     LABEL RECORDS ARE STANDARD.
007600     COPY "custrsn.cpy".
007700
007800 FD  REGISTER-REPORT-FILE
007900     LABEL RECORDS ARE STANDARD.
008000 01  REGISTER-REPORT-LINE       PIC X(132).
008100
008200     COPY "custrnfd.cpy".
008300
008400 WORKING-STORAGE SECTION.
008500 77  CM-CHGOFF-STATUS           PIC X(02).
008600 77  CM-POSTHIST-STATUS         PIC X(02).
008700 77  CM-CUSTMAST-STATUS         PIC X(02).
008800 77  CM-CHGREGPM-STATUS         PIC X(02).
008900 77  CM-REASONTB-STATUS         PIC X(02).
009000 77  CM-CHGREG-STATUS           PIC X(02).
009100 77  CM-RUNLOG-STATUS           PIC X(02).
009200
009300     COPY "custrsnt.cpy".
009400
009500 77  C3400-CHGOFF-EOF-SW        PIC X(01)  VALUE "N".
009600     88  C3400-CHGOFF-EOF       VALUE "Y".
009700 77  C3400-POST-EOF-SW          PIC X(01)  VALUE "N".
009800     88  C3400-POST-EOF         VALUE "Y".
009900 77  C3400-RSN-EOF-SW           PIC X(01)  VALUE "N".
010000     88  C3400-RSN-EOF          VALUE "Y".
010100 77  C3400-MASTER-OPEN-SW       PIC X(01)  VALUE "N".
010200     88  C3400-MASTER-OPEN      VALUE "Y".
010300 77  C3400-POSTHIST-OPEN-SW     PIC X(01)  VALUE "N".
010400     88  C3400-POSTHIST-OPEN    VALUE "Y".
010500 77  C3400-CHARGED-SW           PIC X(01)  VALUE "N".
010600     88  C3400-CHARGE-SEEN      VALUE "Y".
010700 77  C3400-USAGE-B-SW           PIC X(01)  VALUE "N".
010800     88  C3400-USAGE-B          VALUE "Y".
010900 77  C3400-CURRENT-DATE         PIC X(08)  VALUE SPACES.
011000 77  C3400-MONTH                PIC X(06)  VALUE SPACES.
011100 77  C3400-RSN-SUB              PIC 9(03) COMP  VALUE ZERO.
011200 77  C3400-SIGNED-AMOUNT        PIC S9(08)V99   VALUE ZERO.
011300 77  C3400-RECOVERED            PIC S9(08)V99   VALUE ZERO.
011400 77  C3400-LAST-RECOVERY-DATE   PIC X(08)  VALUE SPACES.
011500 77  C3400-MONTH-CHARGED        PIC S9(08)V99   VALUE ZERO.
011600 77  C3400-MONTH-RECOVERED      PIC S9(08)V99   VALUE ZERO.
011700 77  C3400-OUTSTANDING          PIC S9(08)V99   VALUE ZERO.
011800 77  C3400-ROWS-READ            PIC 9(09) COMP  VALUE ZERO.
011900 77  C3400-ROWS-LISTED          PIC 9(09) COMP  VALUE ZERO.
012000 77  C3400-ROWS-UPDATED         PIC 9(09) COMP  VALUE ZERO.
012100 77  C3400-UPDATE-ERRORS        PIC 9(09) COMP  VALUE ZERO.
012200 77  C3400-TOT-CHARGED          PIC S9(11)V99 COMP-3 VALUE ZERO.
012300 77  C3400-TOT-RECOVERED        PIC S9(11)V99 COMP-3 VALUE ZERO.
012400 77  C3400-TOT-NET              PIC S9(11)V99 COMP-3 VALUE ZERO.
012500 77  C3400-TOT-OUTSTANDING      PIC S9(11)V99 COMP-3 VALUE ZERO.
012600*---------------------------------------------------------------
012700*    REPORT LINES
012800*---------------------------------------------------------------
012900 01  C3400-HEADING-1.
013000     05  FILLER  PIC X(46)
013100         VALUE "CUST3400 - CHARGE-OFF AND RECOVERY REGISTER".
013200     05  FILLER  PIC X(07) VALUE "MONTH: ".
013300     05  HD-MONTH        PIC X(06).
013400     05  FILLER  PIC X(13) VALUE "   RUN DATE: ".
013500     05  HD-RUN-DATE     PIC X(08).
013600 01  C3400-HEADING-2.
013700     05  FILLER  PIC X(12) VALUE "ACCOUNT".
013800     05  FILLER  PIC X(32) VALUE "NAME".
013900     05  FILLER  PIC X(10) VALUE "CHGOFF DT".
014000     05  FILLER  PIC X(15) VALUE "  CHARGED OFF".
014100     05  FILLER  PIC X(15) VALUE "   THIS MONTH".
014200     05  FILLER  PIC X(15) VALUE "  RECOVERED MO".
014300     05  FILLER  PIC X(15) VALUE "  RECOVERED TD".
014400     05  FILLER  PIC X(15) VALUE "  OUTSTANDING".
014500 01  C3400-DETAIL-LINE.
014600     05  DT-CUST-ID      PIC X(10).
014700     05  FILLER          PIC X(02) VALUE SPACES.
014800     05  DT-CUST-NAME    PIC X(30).
014900     05  FILLER          PIC X(02) VALUE SPACES.
015000     05  DT-CHARGE-DATE  PIC X(08).
015100     05  FILLER          PIC X(02) VALUE SPACES.
015200     05  DT-CHARGED      PIC -Z,ZZZ,ZZ9.99.
015300     05  FILLER          PIC X(02) VALUE SPACES.
015400     05  DT-MONTH-CHARGED PIC -Z,ZZZ,ZZ9.99.
015500     05  FILLER          PIC X(02) VALUE SPACES.
015600     05  DT-MONTH-RECOVERED PIC -Z,ZZZ,ZZ9.99.
015700     05  FILLER          PIC X(02) VALUE SPACES.
015800     05  DT-RECOVERED    PIC -Z,ZZZ,ZZ9.99.
015900     05  FILLER          PIC X(02) VALUE SPACES.
016000     05  DT-OUTSTANDING  PIC -Z,ZZZ,ZZ9.99.
016100 01  C3400-TOTAL-LINE-1.
016200     05  FILLER          PIC X(30) VALUE
016300         "CHARGE-OFF ACCOUNTS ON FILE : ".
016400     05  TL-ROWS-READ    PIC ZZZ,ZZZ,ZZ9.
016500 01  C3400-TOTAL-LINE-2.
016600     05  FILLER          PIC X(30) VALUE
016700         "CHARGED OFF THIS MONTH      : ".
016800     05  TL-CHARGED      PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
016900 01  C3400-TOTAL-LINE-3.
017000     05  FILLER          PIC X(30) VALUE
017100         "RECOVERED THIS MONTH        : ".
017200     05  TL-RECOVERED    PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
017300 01  C3400-TOTAL-LINE-4.
017400     05  FILLER          PIC X(30) VALUE
017500         "NET CHARGE-OFF THIS MONTH   : ".
017600     05  TL-NET          PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
017700 01  C3400-TOTAL-LINE-5.
017800     05  FILLER          PIC X(30) VALUE
017900         "OUTSTANDING, ALL CHARGE-OFFS: ".
018000     05  TL-OUTSTANDING  PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
018100 01  C3400-TOTAL-LINE-6.
018200     05  FILLER          PIC X(30) VALUE
018300         "UPDATE ERRORS               : ".
018400     05  TL-UPDATE-ERRORS PIC ZZZ,ZZZ,ZZ9.
018500
018600 PROCEDURE DIVISION.
018700*****************************************************************
018800*    0000-MAINLINE
018900*****************************************************************
019000 0000-MAINLINE.
019100     PERFORM 1000-INITIALIZE
019200         THRU 1000-INITIALIZE-EXIT.
019300
019400     PERFORM 2000-PROCESS-ONE-CHARGE-OFF
019500         THRU 2000-PROCESS-ONE-CHARGE-OFF-EXIT
019600         UNTIL C3400-CHGOFF-EOF.
019700
019800     PERFORM 8000-WRITE-TOTALS
019900         THRU 8000-WRITE-TOTALS-EXIT.
020000
020100     PERFORM 9000-TERMINATE
020200         THRU 9000-TERMINATE-EXIT.
020300
020400     PERFORM 8900-WRITE-RUN-LOG
020500         THRU 8900-WRITE-RUN-LOG-EXIT.
020600
020700     STOP RUN.
020800*****************************************************************
020900*    1000-INITIALIZE
021000*****************************************************************
021100 1000-INITIALIZE.
021200     ACCEPT C3400-CURRENT-DATE FROM DATE YYYYMMDD.
021300
021400     OPEN INPUT CONTROL-CARD-FILE.
021500     IF CM-CHGREGPM-STATUS = "00"
021600         READ CONTROL-CARD-FILE
021700             AT END
021800                 MOVE SPACES TO CONTROL-CARD-RECORD
021900         END-READ
022000         CLOSE CONTROL-CARD-FILE
022100     ELSE
022200         MOVE SPACES TO CONTROL-CARD-RECORD
022300     END-IF.
022400     IF CRP-MONTH = SPACES
022500       OR CRP-MONTH IS NOT NUMERIC
022600         MOVE C3400-CURRENT-DATE(1:6) TO C3400-MONTH
022700     ELSE
022800         MOVE CRP-MONTH TO C3400-MONTH
022900     END-IF.
023000
023100     OPEN OUTPUT REGISTER-REPORT-FILE.
023200     MOVE C3400-MONTH        TO HD-MONTH.
023300     MOVE C3400-CURRENT-DATE TO HD-RUN-DATE.
023400     MOVE C3400-HEADING-1 TO REGISTER-REPORT-LINE.
023500     WRITE REGISTER-REPORT-LINE.
023600     MOVE C3400-HEADING-2 TO REGISTER-REPORT-LINE.
023700     WRITE REGISTER-REPORT-LINE.
023800
023900     PERFORM 1500-LOAD-REASON-TABLE
024000         THRU 1500-LOAD-REASON-TABLE-EXIT.
024100
024200     OPEN I-O CHARGE-OFF-FILE.
024300     IF CM-CHGOFF-STATUS NOT = "00"
024400         DISPLAY "CUST3400 - NO CHARGE-OFF FILE, STATUS "
024500             CM-CHGOFF-STATUS
024600         MOVE "Y" TO C3400-CHGOFF-EOF-SW
024700         GO TO 1000-INITIALIZE-EXIT
024800     END-IF.
024900
025000     OPEN INPUT POSTING-HISTORY-FILE.
025100     IF CM-POSTHIST-STATUS = "00"
025200         MOVE "Y" TO C3400-POSTHIST-OPEN-SW
025300     ELSE
025400         DISPLAY "CUST3400 - NO POSTING HISTORY, STATUS "
025500             CM-POSTHIST-STATUS
025600     END-IF.
025700
025800     OPEN INPUT CUSTOMER-MASTER-FILE.
025900     IF CM-CUSTMAST-STATUS = "00"
026000         MOVE "Y" TO C3400-MASTER-OPEN-SW
026100     END-IF.
026200
026300     PERFORM 2900-READ-NEXT-CHARGE-OFF
026400         THRU 2900-READ-NEXT-CHARGE-OFF-EXIT.
026500 1000-INITIALIZE-EXIT.
026600     EXIT.
026700*****************************************************************
026800*    1500-LOAD-REASON-TABLE - ONLY THE USAGE FLAG MATTERS HERE.
026900*    WITHOUT THE TABLE NO POSTING CAN BE TOLD APART AS A
027000*    CHARGE-OFF, SO EVERY ROW WOULD SHOW NO RECOVERIES.
027100*****************************************************************
027200 1500-LOAD-REASON-TABLE.
027300     MOVE ZERO TO CM-RSN-COUNT.
027400     OPEN INPUT REASON-TABLE-FILE.
027500     IF CM-REASONTB-STATUS NOT = "00"
027600         DISPLAY "CUST3400 - CANNOT OPEN REASON TABLE, STATUS "
027700             CM-REASONTB-STATUS
027800         GO TO 1500-LOAD-REASON-TABLE-EXIT
027900     END-IF.
028000     MOVE "N" TO C3400-RSN-EOF-SW.
028100     PERFORM 1510-LOAD-ONE-REASON
028200         THRU 1510-LOAD-ONE-REASON-EXIT
028300         UNTIL C3400-RSN-EOF.
028400     CLOSE REASON-TABLE-FILE.
028500 1500-LOAD-REASON-TABLE-EXIT.
028600     EXIT.
028700*****************************************************************
028800*    1510-LOAD-ONE-REASON
028900*****************************************************************
029000 1510-LOAD-ONE-REASON.
029100     READ REASON-TABLE-FILE
029200         AT END
029300             MOVE "Y" TO C3400-RSN-EOF-SW
029400             GO TO 1510-LOAD-ONE-REASON-EXIT
029500     END-READ.
029600     IF CM-RSN-COUNT < 100
029700         ADD 1 TO CM-RSN-COUNT
029800         MOVE RSN-REASON-CODE TO CM-RSN-CODE(CM-RSN-COUNT)
029900         MOVE RSN-DESCRIPTION TO CM-RSN-DESC(CM-RSN-COUNT)
030000         MOVE RSN-GL-ACCOUNT  TO CM-RSN-ACCOUNT(CM-RSN-COUNT)
030100         MOVE RSN-USAGE       TO CM-RSN-USAGE(CM-RSN-COUNT)
030200     ELSE
030300         DISPLAY "CUST3400 - REASON TABLE FULL, DROPPED "
030400             RSN-REASON-CODE
030500     END-IF.
030600 1510-LOAD-ONE-REASON-EXIT.
030700     EXIT.
030800*****************************************************************
030900*    2000-PROCESS-ONE-CHARGE-OFF
031000*****************************************************************
031100 2000-PROCESS-ONE-CHARGE-OFF.
031200     ADD 1 TO C3400-ROWS-READ.
031300     MOVE ZERO   TO C3400-RECOVERED
031400                    C3400-MONTH-CHARGED
031500                    C3400-MONTH-RECOVERED.
031600     MOVE SPACES TO C3400-LAST-RECOVERY-DATE.
031700     MOVE "N"    TO C3400-CHARGED-SW.
031800
031900     IF C3400-POSTHIST-OPEN
032000         PERFORM 3000-SCAN-POSTINGS
032100             THRU 3000-SCAN-POSTINGS-EXIT
032200         PERFORM 4000-UPDATE-RECOVERED
032300             THRU 4000-UPDATE-RECOVERED-EXIT
032400     END-IF.
032500
032600     COMPUTE C3400-OUTSTANDING = CHG-AMOUNT - CHG-RECOVERED.
032700     ADD C3400-OUTSTANDING     TO C3400-TOT-OUTSTANDING.
032800     ADD C3400-MONTH-CHARGED   TO C3400-TOT-CHARGED.
032900     ADD C3400-MONTH-RECOVERED TO C3400-TOT-RECOVERED.
033000
033100     IF C3400-MONTH-CHARGED NOT = ZERO
033200       OR C3400-MONTH-RECOVERED NOT = ZERO
033300         PERFORM 7000-WRITE-DETAIL
033400             THRU 7000-WRITE-DETAIL-EXIT
033500     END-IF.
033600
033700     PERFORM 2900-READ-NEXT-CHARGE-OFF
033800         THRU 2900-READ-NEXT-CHARGE-OFF-EXIT.
033900 2000-PROCESS-ONE-CHARGE-OFF-EXIT.
034000     EXIT.
034100*****************************************************************
034200*    2900-READ-NEXT-CHARGE-OFF
034300*****************************************************************
034400 2900-READ-NEXT-CHARGE-OFF.
034500     READ CHARGE-OFF-FILE NEXT RECORD
034600         AT END
034700             MOVE "Y" TO C3400-CHGOFF-EOF-SW
034800     END-READ.
034900 2900-READ-NEXT-CHARGE-OFF-EXIT.
035000     EXIT.
035100*****************************************************************
035200*    3000-SCAN-POSTINGS - FROM THE FIRST CHARGE-OFF DATE TO THE
035300*    END OF THIS CUSTOMER'S HISTORY.  POSTINGS AHEAD OF THE
035400*    FIRST CHARGE-OFF POSTING ON THAT DAY ARE NOT RECOVERIES.
035500*****************************************************************
035600 3000-SCAN-POSTINGS.
035700     MOVE CHG-CUST-ID         TO PSH-CUST-ID.
035800     MOVE CHG-CHARGE-OFF-DATE TO PSH-POST-DATE.
035900     MOVE ZERO                TO PSH-SEQUENCE-NO.
036000     MOVE "N"                 TO C3400-POST-EOF-SW.
036100     START POSTING-HISTORY-FILE KEY IS NOT LESS THAN PSH-KEY
036200         INVALID KEY
036300             MOVE "Y" TO C3400-POST-EOF-SW
036400     END-START.
036500
036600     PERFORM 3100-SCAN-ONE-POSTING
036700         THRU 3100-SCAN-ONE-POSTING-EXIT
036800         UNTIL C3400-POST-EOF.
036900 3000-SCAN-POSTINGS-EXIT.
037000     EXIT.
037100*****************************************************************
037200*    3100-SCAN-ONE-POSTING
037300*****************************************************************
037400 3100-SCAN-ONE-POSTING.
037500     READ POSTING-HISTORY-FILE NEXT RECORD
037600         AT END
037700             MOVE "Y" TO C3400-POST-EOF-SW
037800             GO TO 3100-SCAN-ONE-POSTING-EXIT
037900     END-READ.
038000     IF PSH-CUST-ID NOT = CHG-CUST-ID
038100         MOVE "Y" TO C3400-POST-EOF-SW
038200         GO TO 3100-SCAN-ONE-POSTING-EXIT
038300     END-IF.
038400
038500     PERFORM 3200-CHECK-CHARGE-OFF-CODE
038600         THRU 3200-CHECK-CHARGE-OFF-CODE-EXIT.
038700
038800     IF C3400-USAGE-B
038900         MOVE "Y" TO C3400-CHARGED-SW
039000         IF PSH-POST-DATE(1:6) = C3400-MONTH
039100             ADD PSH-AMOUNT TO C3400-MONTH-CHARGED
039200         END-IF
039300         GO TO 3100-SCAN-ONE-POSTING-EXIT
039400     END-IF.
039500     IF NOT C3400-CHARGE-SEEN
039600         GO TO 3100-SCAN-ONE-POSTING-EXIT
039700     END-IF.
039800
039900     IF PSH-CREDIT
040000         MOVE PSH-AMOUNT TO C3400-SIGNED-AMOUNT
040100     ELSE
040200         COMPUTE C3400-SIGNED-AMOUNT = ZERO - PSH-AMOUNT
040300     END-IF.
040400     ADD C3400-SIGNED-AMOUNT TO C3400-RECOVERED.
040500     MOVE PSH-POST-DATE TO C3400-LAST-RECOVERY-DATE.
040600     IF PSH-POST-DATE(1:6) = C3400-MONTH
040700         ADD C3400-SIGNED-AMOUNT TO C3400-MONTH-RECOVERED
040800     END-IF.
040900 3100-SCAN-ONE-POSTING-EXIT.
041000     EXIT.
041100*****************************************************************
041200*    3200-CHECK-CHARGE-OFF-CODE - SERIAL SCAN OF THE REASON
041300*    TABLE FOR PSH-REASON-CODE.
041400*****************************************************************
041500 3200-CHECK-CHARGE-OFF-CODE.
041600     MOVE "N" TO C3400-USAGE-B-SW.
041700     MOVE 1   TO C3400-RSN-SUB.
041800     PERFORM 3210-CHECK-ONE-ENTRY
041900         THRU 3210-CHECK-ONE-ENTRY-EXIT
042000         UNTIL C3400-RSN-SUB > CM-RSN-COUNT.
042100 3200-CHECK-CHARGE-OFF-CODE-EXIT.
042200     EXIT.
042300*****************************************************************
042400*    3210-CHECK-ONE-ENTRY
042500*****************************************************************
042600 3210-CHECK-ONE-ENTRY.
042700     IF CM-RSN-CODE(C3400-RSN-SUB) = PSH-REASON-CODE
042800         IF CM-RSN-USAGE(C3400-RSN-SUB) = "B"
042900             MOVE "Y" TO C3400-USAGE-B-SW
043000         END-IF
043100         MOVE CM-RSN-COUNT TO C3400-RSN-SUB
043200     END-IF.
043300     ADD 1 TO C3400-RSN-SUB.
043400 3210-CHECK-ONE-ENTRY-EXIT.
043500     EXIT.
043600*****************************************************************
043700*    4000-UPDATE-RECOVERED - REWRITES THE ROW ONLY WHEN THE
043800*    RECOMPUTED FIGURES DIFFER FROM WHAT IS ON FILE.
043900*****************************************************************
044000 4000-UPDATE-RECOVERED.
044100     IF C3400-RECOVERED = CHG-RECOVERED
044200       AND C3400-LAST-RECOVERY-DATE = CHG-LAST-RECOVERY-DATE
044300         GO TO 4000-UPDATE-RECOVERED-EXIT
044400     END-IF.
044500     MOVE C3400-RECOVERED          TO CHG-RECOVERED.
044600     MOVE C3400-LAST-RECOVERY-DATE TO CHG-LAST-RECOVERY-DATE.
044700     REWRITE CHARGE-OFF-RECORD
044800         INVALID KEY
044900             ADD 1 TO C3400-UPDATE-ERRORS
045000             DISPLAY "CUST3400 - CHARGE-OFF REWRITE FAILED FOR "
045100                 CHG-CUST-ID ", STATUS " CM-CHGOFF-STATUS
045200             GO TO 4000-UPDATE-RECOVERED-EXIT
045300     END-REWRITE.
045400     ADD 1 TO C3400-ROWS-UPDATED.
045500 4000-UPDATE-RECOVERED-EXIT.
045600     EXIT.
045700*****************************************************************
045800*    7000-WRITE-DETAIL
045900*****************************************************************
046000 7000-WRITE-DETAIL.
046100     MOVE SPACES TO DT-CUST-NAME.
046200     IF C3400-MASTER-OPEN
046300         MOVE CHG-CUST-ID TO CUST-ID
046400         READ CUSTOMER-MASTER-FILE
046500             INVALID KEY
046600                 MOVE "** NOT ON MASTER **" TO DT-CUST-NAME
046700             NOT INVALID KEY
046800                 MOVE CUST-NAME TO DT-CUST-NAME
046900         END-READ
047000     END-IF.
047100     MOVE CHG-CUST-ID           TO DT-CUST-ID.
047200     MOVE CHG-CHARGE-OFF-DATE   TO DT-CHARGE-DATE.
047300     MOVE CHG-AMOUNT            TO DT-CHARGED.
047400     MOVE C3400-MONTH-CHARGED   TO DT-MONTH-CHARGED.
047500     MOVE C3400-MONTH-RECOVERED TO DT-MONTH-RECOVERED.
047600     MOVE CHG-RECOVERED         TO DT-RECOVERED.
047700     MOVE C3400-OUTSTANDING     TO DT-OUTSTANDING.
047800     MOVE C3400-DETAIL-LINE TO REGISTER-REPORT-LINE.
047900     WRITE REGISTER-REPORT-LINE.
048000     ADD 1 TO C3400-ROWS-LISTED.
048100 7000-WRITE-DETAIL-EXIT.
048200     EXIT.
048300*****************************************************************
048400*    8000-WRITE-TOTALS
048500*****************************************************************
048600 8000-WRITE-TOTALS.
048700     MOVE C3400-ROWS-READ TO TL-ROWS-READ.
048800     MOVE C3400-TOTAL-LINE-1 TO REGISTER-REPORT-LINE.
048900     WRITE REGISTER-REPORT-LINE.
049000
049100     MOVE C3400-TOT-CHARGED TO TL-CHARGED.
049200     MOVE C3400-TOTAL-LINE-2 TO REGISTER-REPORT-LINE.
049300     WRITE REGISTER-REPORT-LINE.
049400
049500     MOVE C3400-TOT-RECOVERED TO TL-RECOVERED.
049600     MOVE C3400-TOTAL-LINE-3 TO REGISTER-REPORT-LINE.
049700     WRITE REGISTER-REPORT-LINE.
049800
049900     COMPUTE C3400-TOT-NET = C3400-TOT-CHARGED
050000                           - C3400-TOT-RECOVERED.
050100     MOVE C3400-TOT-NET TO TL-NET.
050200     MOVE C3400-TOTAL-LINE-4 TO REGISTER-REPORT-LINE.
050300     WRITE REGISTER-REPORT-LINE.
050400
050500     MOVE C3400-TOT-OUTSTANDING TO TL-OUTSTANDING.
050600     MOVE C3400-TOTAL-LINE-5 TO REGISTER-REPORT-LINE.
050700     WRITE REGISTER-REPORT-LINE.
050800
050900     MOVE C3400-UPDATE-ERRORS TO TL-UPDATE-ERRORS.
051000     MOVE C3400-TOTAL-LINE-6 TO REGISTER-REPORT-LINE.
051100     WRITE REGISTER-REPORT-LINE.
051200 8000-WRITE-TOTALS-EXIT.
051300     EXIT.
051400*****************************************************************
051500*    8900-WRITE-RUN-LOG - APPENDS THIS RUN'S STATISTICS ROW TO
051600*    THE COMMON RUN LOG FOR THE NIGHTLY OPERATIONS REPORT
051700*    (CUST1600).
051800*****************************************************************
051900 8900-WRITE-RUN-LOG.
052000     OPEN EXTEND RUN-LOG-FILE.
052100     IF CM-RUNLOG-STATUS = "35"
052200         OPEN OUTPUT RUN-LOG-FILE
052300     END-IF.
052400     MOVE "CUST3400"             TO RNL-PROGRAM-ID.
052500     MOVE C3400-CURRENT-DATE     TO RNL-RUN-DATE.
052600     ACCEPT RNL-RUN-TIME FROM TIME.
052700     MOVE C3400-ROWS-READ        TO RNL-RECORDS-READ.
052800     MOVE C3400-ROWS-UPDATED     TO RNL-RECORDS-UPDATED.
052900     MOVE C3400-UPDATE-ERRORS    TO RNL-RECORDS-REJECTED.
053000     MOVE C3400-ROWS-LISTED      TO RNL-RECORDS-WRITTEN.
053100     SUBTRACT C3400-ROWS-LISTED FROM C3400-ROWS-READ
053200         GIVING RNL-RECORDS-SKIPPED.
053300     MOVE CM-CHGOFF-STATUS       TO RNL-FINAL-STATUS.
053400     WRITE RUN-LOG-RECORD.
053500     CLOSE RUN-LOG-FILE.
053600 8900-WRITE-RUN-LOG-EXIT.
053700     EXIT.
053800*****************************************************************
053900*    9000-TERMINATE
054000*****************************************************************
054100 9000-TERMINATE.
054200     CLOSE REGISTER-REPORT-FILE.
054300     IF CM-CHGOFF-STATUS = "00" OR "10"
054400         CLOSE CHARGE-OFF-FILE
054500     END-IF.
054600     IF C3400-POSTHIST-OPEN
054700         CLOSE POSTING-HISTORY-FILE
054800     END-IF.
054900     IF C3400-MASTER-OPEN
055000         CLOSE CUSTOMER-MASTER-FILE
055100     END-IF.
055200 9000-TERMINATE-EXIT.
055300     EXIT.
