000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CUST4400.
000300 AUTHOR.        R HALVORSEN.
000400 INSTALLATION.  CUSTOMER SERVICES APPLICATIONS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*    CUST4400  -  ACH AUTOPAY DEBIT FILE
000900*
001000*    ON THE PAYMENT DATE, READS EVERY ACTIVE ENROLLMENT ON THE
001100*    ACH AUTOPAY ENROLLMENT FILE (ACHENRL, CUSTACH.CPY) AND
001200*    DEBITS THE CUSTOMER'S BANK ACCOUNT FOR WHAT THE DEBIT RULE
001300*    SAYS IS DUE:
001400*      F - THE FULL BALANCE.
001500*      M - THE STATEMENT MINIMUM: THE ACHPARM PERCENTAGE OF THE
001600*          BALANCE, ROUNDED TO THE CENT, NOT LESS THAN THE
001700*          ACHPARM FLOOR.
001800*      X - THE ENROLLMENT'S FIXED AMOUNT.
001900*    NO DEBIT IS EVER MORE THAN THE BALANCE OWED.
002000*
002100*    AN ENROLLMENT IS SKIPPED (LISTED, NOTHING WRITTEN) WHEN IT
002200*    IS SUSPENDED, WHEN IT WAS ALREADY DEBITED FOR THIS PAYMENT
002300*    DATE OR A LATER ONE (SO A RERUN CANNOT DEBIT TWICE), WHEN
002400*    THE ACCOUNT IS NOT ON THE MASTER, IS CLOSED, HELD OR
002500*    WRITTEN OFF, IS FLAGGED CASH ONLY (CASHONLY, CUSTCSH.CPY),
002600*    OR HAS NO DEBIT BALANCE.  CANCELLED ENROLLMENTS ARE PASSED
002700*    OVER WITHOUT A LINE.
002800*
002900*    EACH DEBIT PRODUCES:
003000*      - A PPD ENTRY ON THE NACHA FILE FOR THE BANK (ACHFILE,
003100*        CUSTNCH.CPY), TRANSACTION CODE 27 (CHECKING) OR 37
003200*        (SAVINGS), UNDER ONE DEBIT-ONLY BATCH (SERVICE CLASS
003300*        225).  THE FILE CARRIES THE FILE HEADER, BATCH HEADER,
003400*        BATCH CONTROL AND FILE CONTROL WITH THEIR ENTRY
003500*        COUNTS, ENTRY HASH (SUM OF THE EIGHT-DIGIT RECEIVING
003600*        BANK ROUTING NUMBERS, LOW TEN DIGITS) AND DEBIT TOTAL,
003700*        AND IS FILLED OUT TO A WHOLE BLOCK OF TEN WITH ALL-
003800*        NINES RECORDS.
003900*      - A CREDIT POSTING FOR CUST0900 (ACHTRAN, CUSTPST.CPY)
004000*        DATED THE PAYMENT DATE UNDER THE ACHPARM REASON CODE,
004100*        WHICH MUST BE ON REASONTB.
004200*      - A DEBIT LOG ROW (ACHDEBIT, CUSTACD.CPY) KEYED BY THE
004300*        ENTRY'S TRACE NUMBER, FOR CUST4500 TO MATCH RETURNS.
004400*      - THE LAST DEBIT DATE, AMOUNT AND TRACE NUMBER ON THE
004500*        ENROLLMENT.
004600*    TRACE NUMBERS ARE THE ORIGINATING BANK'S EIGHT-DIGIT
004700*    ROUTING PREFIX AND A SEVEN-DIGIT SEQUENCE CONTINUED FROM
004800*    THE HIGHEST ON THE DEBIT LOG, SO NONE IS EVER REUSED.
004900*
005000*    CONTROL CARD (ACHPARM), ONE RECORD:
005100*        ACP-EFFECTIVE-DATE  PIC X(08)     COLS  1-8, YYYYMMDD,
005200*                                          SPACES = TODAY.
005300*        ACP-BANK-ROUTING    PIC X(09)     COLS  9-17, OUR BANK,
005400*                                          REQUIRED.  IT IS BOTH
005500*                                          THE IMMEDIATE
005600*                                          DESTINATION AND THE
005700*                                          ORIGINATING BANK.
005800*        ACP-COMPANY-ID      PIC X(10)     COLS 18-27, REQUIRED.
005900*        ACP-COMPANY-NAME    PIC X(16)     COLS 28-43.
006000*        ACP-BANK-NAME       PIC X(17)     COLS 44-60.
006100*        ACP-MIN-PERCENT     PIC 9(02)V99  COLS 61-64, SPACES =
006200*                                          03.00.
006300*        ACP-MIN-FLOOR       PIC 9(05)V99  COLS 65-71, SPACES =
006400*                                          25.00.
006500*        ACP-REASON-CODE     PIC X(04)     COLS 72-75, SPACES =
006600*                                          "ACHP".
006700*        ACP-FILE-ID-MOD     PIC X(01)     COL  76, SPACES = "A".
006800*                                          A SECOND FILE THE SAME
006900*                                          DAY NEEDS "B", ETC.
007000*    WITHOUT THE BANK ROUTING AND COMPANY ID, OR WITH A PAYMENT
007100*    DATE THAT IS NOT A DATE, NO FILE IS BUILT AND THE STEP
007200*    ENDS WITH RETURN CODE 8.  THE SAME HOLDS WHEN THE MASTER,
007210*    THE ENROLLMENT FILE OR THE DEBIT LOG WILL NOT OPEN.
007300*
007400*    MODIFICATION HISTORY
007500*    DATE       INIT  DESCRIPTION
007600*    ---------- ----- ---------------------------------------
007700*    2026-10-15 RJH   INITIAL VERSION.
007720*    2026-10-15 RJH   GENERATED POSTINGS CARRY "CUST4400" AS PST-
007740*                     OPERATOR-ID FOR THE CUST0900 ENTITLEMENT
007760*                     CHECK.
007770*    2026-10-15 RJH   NO NACHA FILE AND RC 8 WHEN THE MASTER,
007780*                     ENROLLMENT FILE OR DEBIT LOG WILL NOT OPEN.
007800*****************************************************************
007900 ENVIRONMENT DIVISION.
008000 CONFIGURATION SECTION.
008100 SOURCE-COMPUTER.   IBM-370.
008200 OBJECT-COMPUTER.   IBM-370.
008300 INPUT-OUTPUT SECTION.
008400 FILE-CONTROL.
008500     COPY "custmsel.cpy".
008600
008700     COPY "custacsl.cpy".
008800
008900     COPY "custadsl.cpy".
009000
009100     COPY "custcosl.cpy".
009200
009300     SELECT CONTROL-CARD-FILE ASSIGN TO "ACHPARM"
009400         ORGANIZATION IS LINE SEQUENTIAL
009500         FILE STATUS IS CM-ACHPARM-STATUS.
009600
009700     SELECT ACH-OUTPUT-FILE ASSIGN TO "ACHFILE"
009800         ORGANIZATION IS LINE SEQUENTIAL
009900         FILE STATUS IS CM-ACHFILE-STATUS.
010000
010100     SELECT PAYMENT-TRANS-FILE ASSIGN TO "ACHTRAN"
010200         ORGANIZATION IS LINE SEQUENTIAL
010300         FILE STATUS IS CM-ACHTRAN-STATUS.
010400
010500     SELECT DEBIT-REPORT-FILE ASSIGN TO "ACHRPT"
010600         ORGANIZATION IS LINE SEQUENTIAL
010700         FILE STATUS IS CM-ACHRPT-STATUS.
010800
010900     COPY "custrnsl.cpy".
011000
011100 DATA DIVISION.
011200 FILE SECTION.
011300     COPY "custmfd.cpy".
011400
011500     COPY "custacfd.cpy".
011600
011700     COPY "custadfd.cpy".
011800
011900     COPY "custcofd.cpy".
012000
012100 FD  CONTROL-CARD-FILE
012200     LABEL RECORDS ARE STANDARD.
012300 01  CONTROL-CARD-RECORD.
012400     05  ACP-EFFECTIVE-DATE     PIC X(08).
012500     05  ACP-BANK-ROUTING       PIC X(09).
012600     05  ACP-COMPANY-ID         PIC X(10).
012700     05  ACP-COMPANY-NAME       PIC X(16).
012800     05  ACP-BANK-NAME          PIC X(17).
012900     05  ACP-MIN-PERCENT        PIC X(04).
013000     05  ACP-MIN-PERCENT-N      REDEFINES ACP-MIN-PERCENT
013100                                PIC 9(02)V99.
013200     05  ACP-MIN-FLOOR          PIC X(07).
013300     05  ACP-MIN-FLOOR-N        REDEFINES ACP-MIN-FLOOR
013400                                PIC 9(05)V99.
013500     05  ACP-REASON-CODE        PIC X(04).
013600     05  ACP-FILE-ID-MOD        PIC X(01).
013700     05  FILLER                 PIC X(04).
013800
013900 FD  ACH-OUTPUT-FILE
014000     LABEL RECORDS ARE STANDARD.
014100     COPY "custnch.cpy".
014200
014300 FD  PAYMENT-TRANS-FILE
014400     LABEL RECORDS ARE STANDARD.
014500     COPY "custpst.cpy".
014600
014700 FD  DEBIT-REPORT-FILE
014800     LABEL RECORDS ARE STANDARD.
014900 01  DEBIT-REPORT-LINE          PIC X(132).
015000
015100     COPY "custrnfd.cpy".
015200
015300 WORKING-STORAGE SECTION.
015400 77  CM-CUSTMAST-STATUS         PIC X(02).
015500 77  CM-ACHENRL-STATUS          PIC X(02).
015600 77  CM-ACHDEBIT-STATUS         PIC X(02).
015700 77  CM-CASHONLY-STATUS         PIC X(02).
015800 77  CM-ACHPARM-STATUS          PIC X(02).
015900 77  CM-ACHFILE-STATUS          PIC X(02).
016000 77  CM-ACHTRAN-STATUS          PIC X(02).
016100 77  CM-ACHRPT-STATUS           PIC X(02).
016200 77  CM-RUNLOG-STATUS           PIC X(02).
016300
016400     COPY "custstat.cpy".
016500
016600 77  C4400-ENROLL-EOF-SW        PIC X(01)  VALUE "N".
016700     88  C4400-ENROLL-EOF       VALUE "Y".
016800 77  C4400-TRACE-EOF-SW         PIC X(01)  VALUE "N".
016900     88  C4400-TRACE-EOF        VALUE "Y".
017000 77  C4400-PARM-OK-SW           PIC X(01)  VALUE "Y".
017100     88  C4400-PARM-OK          VALUE "Y".
017110 77  C4400-FILES-OK-SW          PIC X(01)  VALUE "Y".
017120     88  C4400-FILES-OK         VALUE "Y".
017200 77  C4400-FOUND-SW             PIC X(01)  VALUE "N".
017300     88  C4400-RECORD-FOUND     VALUE "Y".
017400 77  C4400-CASH-FILE-SW         PIC X(01)  VALUE "N".
017500     88  C4400-CASH-FILE-OPEN   VALUE "Y".
017600 77  C4400-CASH-ONLY-SW         PIC X(01)  VALUE "N".
017700     88  C4400-CASH-ONLY        VALUE "Y".
017800 77  C4400-BATCH-OPEN-SW        PIC X(01)  VALUE "N".
017900     88  C4400-BATCH-OPEN       VALUE "Y".
018000 77  C4400-CURRENT-DATE         PIC X(08)  VALUE SPACES.
018100 77  C4400-CURRENT-TIME         PIC X(08)  VALUE SPACES.
018200 77  C4400-EFFECTIVE-DATE       PIC X(08)  VALUE SPACES.
018300 77  C4400-BANK-ROUTING         PIC X(09)  VALUE SPACES.
018400 77  C4400-COMPANY-ID           PIC X(10)  VALUE SPACES.
018500 77  C4400-COMPANY-NAME         PIC X(16)  VALUE SPACES.
018600 77  C4400-BANK-NAME            PIC X(17)  VALUE SPACES.
018700 77  C4400-MIN-PERCENT          PIC 9(02)V99    VALUE 3.00.
018800 77  C4400-MIN-FLOOR            PIC 9(05)V99    VALUE 25.00.
018900 77  C4400-REASON-CODE          PIC X(04)  VALUE "ACHP".
019000 77  C4400-FILE-ID-MOD          PIC X(01)  VALUE "A".
019100 77  C4400-DEBIT-AMOUNT         PIC S9(08)V99 COMP-3 VALUE ZERO.
019200 77  C4400-TRACE-SEQ            PIC 9(07)  VALUE ZERO.
019300 77  C4400-RDFI-NUMBER          PIC 9(08)  VALUE ZERO.
019400 77  C4400-ENTRY-HASH           PIC 9(15) COMP-3 VALUE ZERO.
019500 77  C4400-TOTAL-DEBIT          PIC 9(10)V99 COMP-3 VALUE ZERO.
019600 77  C4400-NACHA-RECORDS        PIC 9(09) COMP  VALUE ZERO.
019700 77  C4400-BLOCK-COUNT          PIC 9(06) COMP  VALUE ZERO.
019800 77  C4400-ENROLLMENTS-READ     PIC 9(09) COMP  VALUE ZERO.
019900 77  C4400-DEBITS-WRITTEN       PIC 9(09) COMP  VALUE ZERO.
020000 77  C4400-ENROLLMENTS-SKIPPED  PIC 9(09) COMP  VALUE ZERO.
020100 77  C4400-POSTINGS-WRITTEN     PIC 9(09) COMP  VALUE ZERO.
020200*---------------------------------------------------------------
020300*    TRACE NUMBER BEING ISSUED.
020400*---------------------------------------------------------------
020500 01  C4400-TRACE-NO.
020600     05  C4400-TRACE-ODFI       PIC X(08).
020700     05  C4400-TRACE-NUMBER     PIC 9(07).
020800*---------------------------------------------------------------
020900*    REPORT LINES
021000*---------------------------------------------------------------
021100 01  C4400-HEADING-1.
021200     05  FILLER  PIC X(43)
021300         VALUE "CUST4400 - ACH AUTOPAY DEBIT FILE".
021400     05  FILLER  PIC X(11) VALUE "RUN DATE: ".
021500     05  HD-RUN-DATE   PIC X(08).
021600     05  FILLER  PIC X(17) VALUE "   PAYMENT DATE: ".
021700     05  HD-EFFECTIVE-DATE PIC X(08).
021800 01  C4400-HEADING-2.
021900     05  FILLER  PIC X(12) VALUE "CUST-ID".
022000     05  FILLER  PIC X(32) VALUE "NAME".
022100     05  FILLER  PIC X(04) VALUE "RL".
022200     05  FILLER  PIC X(16) VALUE "       BALANCE".
022300     05  FILLER  PIC X(15) VALUE "         DEBIT".
022400     05  FILLER  PIC X(17) VALUE "TRACE NUMBER".
022500     05  FILLER  PIC X(30) VALUE "DISPOSITION".
022600 01  C4400-DETAIL-LINE.
022700     05  DT-CUST-ID      PIC X(10).
022800     05  FILLER          PIC X(02) VALUE SPACES.
022900     05  DT-CUST-NAME    PIC X(30).
023000     05  FILLER          PIC X(02) VALUE SPACES.
023100     05  DT-DEBIT-RULE   PIC X(01).
023200     05  FILLER          PIC X(02) VALUE SPACES.
023300     05  DT-BALANCE      PIC -ZZ,ZZZ,ZZ9.99.
023400     05  FILLER          PIC X(02) VALUE SPACES.
023500     05  DT-AMOUNT       PIC ZZ,ZZZ,ZZ9.99.
023600     05  FILLER          PIC X(02) VALUE SPACES.
023700     05  DT-TRACE-NO     PIC X(15).
023800     05  FILLER          PIC X(02) VALUE SPACES.
023900     05  DT-DISPOSITION  PIC X(30).
024000 01  C4400-TOTAL-LINE-1.
024100     05  FILLER          PIC X(30) VALUE
024200         "TOTAL ENROLLMENTS READ      : ".
024300     05  TL-ENROLLMENTS-READ PIC ZZZ,ZZZ,ZZ9.
024400 01  C4400-TOTAL-LINE-2.
024500     05  FILLER          PIC X(30) VALUE
024600         "TOTAL DEBITS ORIGINATED     : ".
024700     05  TL-DEBITS       PIC ZZZ,ZZZ,ZZ9.
024800     05  FILLER          PIC X(04) VALUE SPACES.
024900     05  TL-DEBIT-TOTAL  PIC Z,ZZZ,ZZZ,ZZ9.99.
025000 01  C4400-TOTAL-LINE-3.
025100     05  FILLER          PIC X(30) VALUE
025200         "TOTAL ENROLLMENTS SKIPPED   : ".
025300     05  TL-SKIPPED      PIC ZZZ,ZZZ,ZZ9.
025400 01  C4400-TOTAL-LINE-4.
025500     05  FILLER          PIC X(30) VALUE
025600         "TOTAL POSTINGS WRITTEN      : ".
025700     05  TL-POSTINGS     PIC ZZZ,ZZZ,ZZ9.
025800 01  C4400-TOTAL-LINE-5.
025900     05  FILLER          PIC X(30) VALUE
026000         "ACH FILE RECORDS / BLOCKS   : ".
026100     05  TL-RECORDS      PIC ZZZ,ZZZ,ZZ9.
026200     05  FILLER          PIC X(03) VALUE " / ".
026300     05  TL-BLOCKS       PIC ZZZ,ZZ9.
026400 01  C4400-TOTAL-LINE-6.
026500     05  FILLER          PIC X(30) VALUE
026600         "ACH FILE ENTRY HASH         : ".
026700     05  TL-ENTRY-HASH   PIC 9(10).
026800 01  C4400-NO-DEBITS-LINE.
026900     05  FILLER          PIC X(50) VALUE
027000         "NO DEBITS - ACH FILE HAS NO BATCH, DO NOT SEND".
027100
027200 PROCEDURE DIVISION.
027300*****************************************************************
027400*    0000-MAINLINE
027500*****************************************************************
027600 0000-MAINLINE.
027700     PERFORM 1000-INITIALIZE
027800         THRU 1000-INITIALIZE-EXIT.
027900
028000     PERFORM 2000-PROCESS-ONE-ENROLLMENT
028100         THRU 2000-PROCESS-ONE-ENROLLMENT-EXIT
028200         UNTIL C4400-ENROLL-EOF.
028300
028400     IF C4400-PARM-OK
028450       AND C4400-FILES-OK
028500         PERFORM 3800-CLOSE-OUT-ACH-FILE
028600             THRU 3800-CLOSE-OUT-ACH-FILE-EXIT
028700     END-IF.
028800
028900     PERFORM 8000-WRITE-TOTALS
029000         THRU 8000-WRITE-TOTALS-EXIT.
029100
029200     PERFORM 9000-TERMINATE
029300         THRU 9000-TERMINATE-EXIT.
029400
029500     PERFORM 8900-WRITE-RUN-LOG
029600         THRU 8900-WRITE-RUN-LOG-EXIT.
029700
029800     STOP RUN.
029900*****************************************************************
030000*    1000-INITIALIZE - NO ENROLLMENT FILE MEANS NO ONE HAS EVER
030100*    ENROLLED, AND NO CASH-ONLY FILE MEANS NO ACCOUNT HAS BEEN
030200*    FLAGGED.  A FILE THAT WILL NOT OPEN STOPS THE RUN BEFORE
030250*    THE NACHA FILE HEADER, AS A BAD CONTROL CARD DOES.
030300*****************************************************************
030400 1000-INITIALIZE.
030500     ACCEPT C4400-CURRENT-DATE FROM DATE YYYYMMDD.
030600     ACCEPT C4400-CURRENT-TIME FROM TIME.
030700     MOVE C4400-CURRENT-DATE TO C4400-EFFECTIVE-DATE.
030800
030900     PERFORM 1500-READ-CONTROL-CARD
031000         THRU 1500-READ-CONTROL-CARD-EXIT.
031100
031200     OPEN OUTPUT ACH-OUTPUT-FILE
031300                 PAYMENT-TRANS-FILE
031400                 DEBIT-REPORT-FILE.
031500
031600     MOVE C4400-CURRENT-DATE   TO HD-RUN-DATE.
031700     MOVE C4400-EFFECTIVE-DATE TO HD-EFFECTIVE-DATE.
031800     MOVE C4400-HEADING-1 TO DEBIT-REPORT-LINE.
031900     WRITE DEBIT-REPORT-LINE.
032000     MOVE C4400-HEADING-2 TO DEBIT-REPORT-LINE.
032100     WRITE DEBIT-REPORT-LINE.
032200
032300     IF NOT C4400-PARM-OK
032400         MOVE 8 TO RETURN-CODE
032500         MOVE "Y" TO C4400-ENROLL-EOF-SW
032600         GO TO 1000-INITIALIZE-EXIT
032700     END-IF.
032800
032900     OPEN INPUT CUSTOMER-MASTER-FILE.
033000     IF CM-CUSTMAST-STATUS NOT = "00"
033100         DISPLAY "CUST4400 - CANNOT OPEN CUSTOMER MASTER, STATUS "
033200             CM-CUSTMAST-STATUS
033300         MOVE "Y" TO C4400-ENROLL-EOF-SW
033330         MOVE "N" TO C4400-FILES-OK-SW
033360         MOVE 8   TO RETURN-CODE
033400     END-IF.
033500
033600     OPEN I-O ACH-ENROLLMENT-FILE.
033700     IF CM-ACHENRL-STATUS = "35"
033800         OPEN OUTPUT ACH-ENROLLMENT-FILE
033900         CLOSE ACH-ENROLLMENT-FILE
034000         OPEN I-O ACH-ENROLLMENT-FILE
034100     END-IF.
034200     IF CM-ACHENRL-STATUS NOT = "00"
034300         DISPLAY "CUST4400 - CANNOT OPEN ENROLLMENT FILE, STATUS "
034400             CM-ACHENRL-STATUS
034500         MOVE "Y" TO C4400-ENROLL-EOF-SW
034530         MOVE "N" TO C4400-FILES-OK-SW
034560         MOVE 8   TO RETURN-CODE
034600     END-IF.
034700
034800     OPEN I-O ACH-DEBIT-LOG-FILE.
034900     IF CM-ACHDEBIT-STATUS = "35"
035000         OPEN OUTPUT ACH-DEBIT-LOG-FILE
035100         CLOSE ACH-DEBIT-LOG-FILE
035200         OPEN I-O ACH-DEBIT-LOG-FILE
035300     END-IF.
035400     IF CM-ACHDEBIT-STATUS NOT = "00"
035500         DISPLAY "CUST4400 - CANNOT OPEN DEBIT LOG, STATUS "
035600             CM-ACHDEBIT-STATUS
035700         MOVE "Y" TO C4400-ENROLL-EOF-SW
035730         MOVE "N" TO C4400-FILES-OK-SW
035760         MOVE 8   TO RETURN-CODE
035800     END-IF.
035900
036000     OPEN INPUT CASH-ONLY-FILE.
036100     IF CM-CASHONLY-STATUS = "00"
036200         MOVE "Y" TO C4400-CASH-FILE-SW
036300     END-IF.
036310     IF NOT C4400-FILES-OK
036320         GO TO 1000-INITIALIZE-EXIT
036330     END-IF.
036400
036500     PERFORM 1600-FIND-LAST-TRACE
036600         THRU 1600-FIND-LAST-TRACE-EXIT.
036700
036800     PERFORM 3000-WRITE-FILE-HEADER
036900         THRU 3000-WRITE-FILE-HEADER-EXIT.
037000
037100     IF NOT C4400-ENROLL-EOF
037200         MOVE LOW-VALUES TO ACH-CUST-ID
037300         START ACH-ENROLLMENT-FILE
037400             KEY IS NOT LESS THAN ACH-CUST-ID
037500             INVALID KEY
037600                 MOVE "Y" TO C4400-ENROLL-EOF-SW
037700         END-START
037800     END-IF.
037900     IF NOT C4400-ENROLL-EOF
038000         PERFORM 2900-READ-NEXT-ENROLLMENT
038100             THRU 2900-READ-NEXT-ENROLLMENT-EXIT
038200     END-IF.
038300 1000-INITIALIZE-EXIT.
038400     EXIT.
038500*****************************************************************
038600*    1500-READ-CONTROL-CARD - THE BANK ROUTING AND COMPANY ID
038700*    HAVE NO DEFAULT; WITHOUT THEM THE FILE CANNOT BE BUILT.
038800*****************************************************************
038900 1500-READ-CONTROL-CARD.
039000     OPEN INPUT CONTROL-CARD-FILE.
039100     IF CM-ACHPARM-STATUS NOT = "00"
039200         DISPLAY "CUST4400 - NO ACHPARM CONTROL CARD"
039300         MOVE "N" TO C4400-PARM-OK-SW
039400         GO TO 1500-READ-CONTROL-CARD-EXIT
039500     END-IF.
039600     READ CONTROL-CARD-FILE
039700         AT END
039800             DISPLAY "CUST4400 - NO ACHPARM CONTROL CARD"
039900             MOVE "N" TO C4400-PARM-OK-SW
040000             CLOSE CONTROL-CARD-FILE
040100             GO TO 1500-READ-CONTROL-CARD-EXIT
040200     END-READ.
040300
040400     IF ACP-EFFECTIVE-DATE NOT = SPACES
040500         IF ACP-EFFECTIVE-DATE IS NUMERIC
040600             MOVE ACP-EFFECTIVE-DATE TO C4400-EFFECTIVE-DATE
040700         ELSE
040800             DISPLAY "CUST4400 - PAYMENT DATE NOT NUMERIC: "
040900                 ACP-EFFECTIVE-DATE
041000             MOVE "N" TO C4400-PARM-OK-SW
041100         END-IF
041200     END-IF.
041300     IF ACP-BANK-ROUTING IS NUMERIC
041400         MOVE ACP-BANK-ROUTING TO C4400-BANK-ROUTING
041500     ELSE
041600         DISPLAY "CUST4400 - BANK ROUTING NUMBER MISSING"
041700         MOVE "N" TO C4400-PARM-OK-SW
041800     END-IF.
041900     IF ACP-COMPANY-ID NOT = SPACES
042000         MOVE ACP-COMPANY-ID TO C4400-COMPANY-ID
042100     ELSE
042200         DISPLAY "CUST4400 - COMPANY ID MISSING"
042300         MOVE "N" TO C4400-PARM-OK-SW
042400     END-IF.
042500     MOVE ACP-COMPANY-NAME TO C4400-COMPANY-NAME.
042600     MOVE ACP-BANK-NAME    TO C4400-BANK-NAME.
042700     IF ACP-MIN-PERCENT IS NUMERIC
042800       AND ACP-MIN-PERCENT NOT = "0000"
042900         MOVE ACP-MIN-PERCENT-N TO C4400-MIN-PERCENT
043000     END-IF.
043100     IF ACP-MIN-FLOOR IS NUMERIC
043200         MOVE ACP-MIN-FLOOR-N TO C4400-MIN-FLOOR
043300     END-IF.
043400     IF ACP-REASON-CODE NOT = SPACES
043500         MOVE ACP-REASON-CODE TO C4400-REASON-CODE
043600     END-IF.
043700     IF ACP-FILE-ID-MOD NOT = SPACES
043800         MOVE ACP-FILE-ID-MOD TO C4400-FILE-ID-MOD
043900     END-IF.
044000     CLOSE CONTROL-CARD-FILE.
044100 1500-READ-CONTROL-CARD-EXIT.
044200     EXIT.
044300*****************************************************************
044400*    1600-FIND-LAST-TRACE - THE NEXT TRACE SEQUENCE FOLLOWS THE
044500*    HIGHEST ALREADY ON THE DEBIT LOG.
044600*****************************************************************
044700 1600-FIND-LAST-TRACE.
044800     MOVE ZERO TO C4400-TRACE-SEQ.
044900     MOVE "N"  TO C4400-TRACE-EOF-SW.
045000     MOVE LOW-VALUES TO ACD-TRACE-NO.
045100     START ACH-DEBIT-LOG-FILE
045200         KEY IS NOT LESS THAN ACD-TRACE-NO
045300         INVALID KEY
045400             MOVE "Y" TO C4400-TRACE-EOF-SW
045500     END-START.
045600     PERFORM 1610-SCAN-ONE-TRACE
045700         THRU 1610-SCAN-ONE-TRACE-EXIT
045800         UNTIL C4400-TRACE-EOF.
045900 1600-FIND-LAST-TRACE-EXIT.
046000     EXIT.
046100*****************************************************************
046200*    1610-SCAN-ONE-TRACE
046300*****************************************************************
046400 1610-SCAN-ONE-TRACE.
046500     READ ACH-DEBIT-LOG-FILE NEXT RECORD
046600         AT END
046700             MOVE "Y" TO C4400-TRACE-EOF-SW
046800     END-READ.
046900     IF NOT C4400-TRACE-EOF
047000       AND ACD-TRACE-SEQ > C4400-TRACE-SEQ
047100         MOVE ACD-TRACE-SEQ TO C4400-TRACE-SEQ
047200     END-IF.
047300 1610-SCAN-ONE-TRACE-EXIT.
047400     EXIT.
047500*****************************************************************
047600*    2000-PROCESS-ONE-ENROLLMENT
047700*****************************************************************
047800 2000-PROCESS-ONE-ENROLLMENT.
047900     ADD 1 TO C4400-ENROLLMENTS-READ.
048000     MOVE SPACES TO DT-CUST-NAME.
048100     MOVE ZERO   TO DT-BALANCE.
048200     MOVE ZERO   TO DT-AMOUNT.
048300
048400     IF ACH-CANCELLED
048500         ADD 1 TO C4400-ENROLLMENTS-SKIPPED
048600         GO TO 2000-READ-AND-EXIT
048700     END-IF.
048800     IF NOT ACH-ACTIVE
048900         MOVE "SKIPPED - ENROLLMENT SUSPENDED" TO DT-DISPOSITION
049000         PERFORM 7000-WRITE-SKIP-LINE
049100             THRU 7000-WRITE-SKIP-LINE-EXIT
049200         GO TO 2000-READ-AND-EXIT
049300     END-IF.
049400     IF ACH-LAST-DEBIT-DATE NOT = SPACES
049500       AND ACH-LAST-DEBIT-DATE NOT < C4400-EFFECTIVE-DATE
049600         MOVE "SKIPPED - ALREADY DEBITED" TO DT-DISPOSITION
049700         PERFORM 7000-WRITE-SKIP-LINE
049800             THRU 7000-WRITE-SKIP-LINE-EXIT
049900         GO TO 2000-READ-AND-EXIT
050000     END-IF.
050100
050200     MOVE ACH-CUST-ID TO CUST-ID.
050300     READ CUSTOMER-MASTER-FILE
050400         INVALID KEY
050500             MOVE "N" TO C4400-FOUND-SW
050600         NOT INVALID KEY
050700             MOVE "Y" TO C4400-FOUND-SW
050800     END-READ.
050900     IF NOT C4400-RECORD-FOUND
051000         MOVE "SKIPPED - NOT ON MASTER" TO DT-DISPOSITION
051100         PERFORM 7000-WRITE-SKIP-LINE
051200             THRU 7000-WRITE-SKIP-LINE-EXIT
051300         GO TO 2000-READ-AND-EXIT
051400     END-IF.
051500     MOVE CUST-NAME    TO DT-CUST-NAME.
051600     MOVE CUST-BALANCE TO DT-BALANCE.
051700
051800     MOVE CUST-STATUS TO CM-CUST-STATUS-CHECK.
051900     IF CM-STATUS-CLOSED
052000         MOVE "SKIPPED - ACCOUNT CLOSED" TO DT-DISPOSITION
052100         PERFORM 7000-WRITE-SKIP-LINE
052200             THRU 7000-WRITE-SKIP-LINE-EXIT
052300         GO TO 2000-READ-AND-EXIT
052400     END-IF.
052500     IF CM-STATUS-HOLD
052600         MOVE "SKIPPED - ACCOUNT ON HOLD" TO DT-DISPOSITION
052700         PERFORM 7000-WRITE-SKIP-LINE
052800             THRU 7000-WRITE-SKIP-LINE-EXIT
052900         GO TO 2000-READ-AND-EXIT
053000     END-IF.
053100     IF CM-STATUS-WRITTEN-OFF
053200         MOVE "SKIPPED - ACCOUNT WRITTEN OFF" TO DT-DISPOSITION
053300         PERFORM 7000-WRITE-SKIP-LINE
053400             THRU 7000-WRITE-SKIP-LINE-EXIT
053500         GO TO 2000-READ-AND-EXIT
053600     END-IF.
053700
053800     MOVE "N" TO C4400-CASH-ONLY-SW.
053900     IF C4400-CASH-FILE-OPEN
054000         MOVE CUST-ID TO CSH-CUST-ID
054100         READ CASH-ONLY-FILE
054200             INVALID KEY
054300                 MOVE "N" TO C4400-CASH-ONLY-SW
054400             NOT INVALID KEY
054500                 MOVE "Y" TO C4400-CASH-ONLY-SW
054600         END-READ
054700     END-IF.
054800     IF C4400-CASH-ONLY
054900         MOVE "SKIPPED - CASH ONLY" TO DT-DISPOSITION
055000         PERFORM 7000-WRITE-SKIP-LINE
055100             THRU 7000-WRITE-SKIP-LINE-EXIT
055200         GO TO 2000-READ-AND-EXIT
055300     END-IF.
055400
055500     IF CUST-BALANCE NOT > ZERO
055600         MOVE "SKIPPED - NO DEBIT BALANCE" TO DT-DISPOSITION
055700         PERFORM 7000-WRITE-SKIP-LINE
055800             THRU 7000-WRITE-SKIP-LINE-EXIT
055900         GO TO 2000-READ-AND-EXIT
056000     END-IF.
056100
056200     PERFORM 2100-COMPUTE-DEBIT-AMOUNT
056300         THRU 2100-COMPUTE-DEBIT-AMOUNT-EXIT.
056400     IF C4400-DEBIT-AMOUNT NOT > ZERO
056500         MOVE "SKIPPED - BAD DEBIT RULE" TO DT-DISPOSITION
056600         PERFORM 7000-WRITE-SKIP-LINE
056700             THRU 7000-WRITE-SKIP-LINE-EXIT
056800         GO TO 2000-READ-AND-EXIT
056900     END-IF.
057000
057100     PERFORM 3100-ORIGINATE-DEBIT
057200         THRU 3100-ORIGINATE-DEBIT-EXIT.
057300
057400 2000-READ-AND-EXIT.
057500     PERFORM 2900-READ-NEXT-ENROLLMENT
057600         THRU 2900-READ-NEXT-ENROLLMENT-EXIT.
057700 2000-PROCESS-ONE-ENROLLMENT-EXIT.
057800     EXIT.
057900*****************************************************************
058000*    2100-COMPUTE-DEBIT-AMOUNT - WHAT THE RULE SAYS IS DUE,
058100*    NEVER MORE THAN THE BALANCE.  AN UNKNOWN RULE LEAVES ZERO.
058200*****************************************************************
058300 2100-COMPUTE-DEBIT-AMOUNT.
058400     MOVE ZERO TO C4400-DEBIT-AMOUNT.
058500     EVALUATE TRUE
058600         WHEN ACH-FULL-BALANCE
058700             MOVE CUST-BALANCE TO C4400-DEBIT-AMOUNT
058800         WHEN ACH-STATEMENT-MINIMUM
058900             COMPUTE C4400-DEBIT-AMOUNT ROUNDED =
059000                 CUST-BALANCE * C4400-MIN-PERCENT / 100
059100             IF C4400-DEBIT-AMOUNT < C4400-MIN-FLOOR
059200                 MOVE C4400-MIN-FLOOR TO C4400-DEBIT-AMOUNT
059300             END-IF
059400         WHEN ACH-FIXED-DEBIT
059500             MOVE ACH-FIXED-AMOUNT TO C4400-DEBIT-AMOUNT
059600         WHEN OTHER
059700             GO TO 2100-COMPUTE-DEBIT-AMOUNT-EXIT
059800     END-EVALUATE.
059900
060000     IF C4400-DEBIT-AMOUNT > CUST-BALANCE
060100         MOVE CUST-BALANCE TO C4400-DEBIT-AMOUNT
060200     END-IF.
060300 2100-COMPUTE-DEBIT-AMOUNT-EXIT.
060400     EXIT.
060500*****************************************************************
060600*    2900-READ-NEXT-ENROLLMENT
060700*****************************************************************
060800 2900-READ-NEXT-ENROLLMENT.
060900     READ ACH-ENROLLMENT-FILE NEXT RECORD
061000         AT END
061100             MOVE "Y" TO C4400-ENROLL-EOF-SW
061200     END-READ.
061300 2900-READ-NEXT-ENROLLMENT-EXIT.
061400     EXIT.
061500*****************************************************************
061600*    3000-WRITE-FILE-HEADER - RECORD TYPE 1.  THE IMMEDIATE
061700*    DESTINATION IS OUR BANK'S ROUTING NUMBER WITH A LEADING
061800*    SPACE; THE IMMEDIATE ORIGIN IS OUR COMPANY ID.
061900*****************************************************************
062000 3000-WRITE-FILE-HEADER.
062100     MOVE SPACES                   TO NACHA-RECORD.
062200     MOVE "1"                      TO NCH-RECORD-TYPE.
062300     MOVE "01"                     TO NFH-PRIORITY-CODE.
062400     MOVE SPACES                   TO NFH-IMMEDIATE-DEST.
062500     MOVE C4400-BANK-ROUTING       TO NFH-IMMEDIATE-DEST (2:9).
062600     MOVE C4400-COMPANY-ID         TO NFH-IMMEDIATE-ORIGIN.
062700     MOVE C4400-CURRENT-DATE (3:6) TO NFH-CREATION-DATE.
062800     MOVE C4400-CURRENT-TIME (1:4) TO NFH-CREATION-TIME.
062900     MOVE C4400-FILE-ID-MOD        TO NFH-FILE-ID-MODIFIER.
063000     MOVE "094"                    TO NFH-RECORD-SIZE.
063100     MOVE "10"                     TO NFH-BLOCKING-FACTOR.
063200     MOVE "1"                      TO NFH-FORMAT-CODE.
063300     MOVE C4400-BANK-NAME          TO NFH-DEST-NAME.
063400     MOVE C4400-COMPANY-NAME       TO NFH-ORIGIN-NAME.
063500     PERFORM 3900-WRITE-NACHA-RECORD
063600         THRU 3900-WRITE-NACHA-RECORD-EXIT.
063700 3000-WRITE-FILE-HEADER-EXIT.
063800     EXIT.
063900*****************************************************************
064000*    3050-WRITE-BATCH-HEADER - RECORD TYPE 5, WRITTEN AHEAD OF
064100*    THE FIRST ENTRY.  ONE DEBIT-ONLY PPD BATCH PER FILE.
064200*****************************************************************
064300 3050-WRITE-BATCH-HEADER.
064400     MOVE SPACES                     TO NACHA-RECORD.
064500     MOVE "5"                        TO NCH-RECORD-TYPE.
064600     MOVE "225"                      TO NBH-SERVICE-CLASS.
064700     MOVE C4400-COMPANY-NAME         TO NBH-COMPANY-NAME.
064800     MOVE C4400-COMPANY-ID           TO NBH-COMPANY-ID.
064900     MOVE "PPD"                      TO NBH-SEC-CODE.
065000     MOVE "AUTOPAY"                  TO NBH-ENTRY-DESC.
065100     MOVE C4400-EFFECTIVE-DATE (3:6) TO NBH-EFFECTIVE-DATE.
065200     MOVE "1"                        TO NBH-ORIGINATOR-STATUS.
065300     MOVE C4400-BANK-ROUTING (1:8)   TO NBH-ODFI-ID.
065400     MOVE 1                          TO NBH-BATCH-NUMBER.
065500     PERFORM 3900-WRITE-NACHA-RECORD
065600         THRU 3900-WRITE-NACHA-RECORD-EXIT.
065700     MOVE "Y" TO C4400-BATCH-OPEN-SW.
065800 3050-WRITE-BATCH-HEADER-EXIT.
065900     EXIT.
066000*****************************************************************
066100*    3100-ORIGINATE-DEBIT - THE ENTRY, THE CREDIT POSTING, THE
066200*    DEBIT LOG ROW AND THE ENROLLMENT STAMP FOR ONE CUSTOMER.
066300*****************************************************************
066400 3100-ORIGINATE-DEBIT.
066500     IF NOT C4400-BATCH-OPEN
066600         PERFORM 3050-WRITE-BATCH-HEADER
066700             THRU 3050-WRITE-BATCH-HEADER-EXIT
066800     END-IF.
066900
067000     ADD 1 TO C4400-TRACE-SEQ.
067100     MOVE C4400-BANK-ROUTING (1:8) TO C4400-TRACE-ODFI.
067200     MOVE C4400-TRACE-SEQ          TO C4400-TRACE-NUMBER.
067300
067400     MOVE SPACES                   TO NACHA-RECORD.
067500     MOVE "6"                      TO NCH-RECORD-TYPE.
067600     IF ACH-SAVINGS
067700         MOVE "37"                 TO NED-TRANSACTION-CODE
067800     ELSE
067900         MOVE "27"                 TO NED-TRANSACTION-CODE
068000     END-IF.
068100     MOVE ACH-ROUTING-NUMBER (1:8) TO NED-RDFI-ID.
068200     MOVE ACH-ROUTING-NUMBER (9:1) TO NED-CHECK-DIGIT.
068300     MOVE ACH-ACCOUNT-NUMBER       TO NED-DFI-ACCOUNT.
068400     MOVE C4400-DEBIT-AMOUNT       TO NED-AMOUNT.
068500     MOVE CUST-ID                  TO NED-INDIVIDUAL-ID.
068600     MOVE CUST-NAME                TO NED-INDIVIDUAL-NAME.
068700     MOVE "0"                      TO NED-ADDENDA-IND.
068800     MOVE C4400-TRACE-NO           TO NED-TRACE-NO.
068900     PERFORM 3900-WRITE-NACHA-RECORD
069000         THRU 3900-WRITE-NACHA-RECORD-EXIT.
069100
069200     ADD 1 TO C4400-DEBITS-WRITTEN.
069300     MOVE ACH-ROUTING-NUMBER (1:8) TO C4400-RDFI-NUMBER.
069400     ADD C4400-RDFI-NUMBER  TO C4400-ENTRY-HASH.
069500     ADD C4400-DEBIT-AMOUNT TO C4400-TOTAL-DEBIT.
069600
069700     MOVE CUST-ID              TO PST-CUST-ID.
069800     MOVE "C"                  TO PST-DC-CODE.
069900     MOVE C4400-DEBIT-AMOUNT   TO PST-AMOUNT.
070000     MOVE C4400-REASON-CODE    TO PST-REASON-CODE.
070100     MOVE C4400-EFFECTIVE-DATE TO PST-POST-DATE.
070150     MOVE "CUST4400"           TO PST-OPERATOR-ID.
070200     WRITE POSTING-TRANSACTION-RECORD.
070300     ADD 1 TO C4400-POSTINGS-WRITTEN.
070400
070500     MOVE SPACES               TO ACH-DEBIT-LOG-RECORD.
070600     MOVE C4400-TRACE-NO       TO ACD-TRACE-NO.
070700     MOVE CUST-ID              TO ACD-CUST-ID.
070800     MOVE C4400-EFFECTIVE-DATE TO ACD-EFFECTIVE-DATE.
070900     MOVE C4400-DEBIT-AMOUNT   TO ACD-AMOUNT.
071000     MOVE C4400-REASON-CODE    TO ACD-REASON-CODE.
071100     MOVE ACH-ROUTING-NUMBER   TO ACD-ROUTING-NUMBER.
071200     MOVE ACH-ACCOUNT-NUMBER   TO ACD-ACCOUNT-NUMBER.
071300     MOVE ACH-ACCOUNT-TYPE     TO ACD-ACCOUNT-TYPE.
071400     MOVE ACH-DEBIT-RULE       TO ACD-DEBIT-RULE.
071500     MOVE C4400-CURRENT-DATE   TO ACD-FILE-DATE.
071600     MOVE "S"                  TO ACD-STATUS.
071700     WRITE ACH-DEBIT-LOG-RECORD
071800         INVALID KEY
071900             DISPLAY "CUST4400 - DEBIT LOG WRITE FAILED FOR "
072000                 CUST-ID ", STATUS " CM-ACHDEBIT-STATUS
072100     END-WRITE.
072200
072300     MOVE C4400-EFFECTIVE-DATE TO ACH-LAST-DEBIT-DATE.
072400     MOVE C4400-DEBIT-AMOUNT   TO ACH-LAST-DEBIT-AMOUNT.
072500     MOVE C4400-TRACE-NO       TO ACH-LAST-TRACE-NO.
072600     REWRITE ACH-ENROLLMENT-RECORD
072700         INVALID KEY
072800             DISPLAY "CUST4400 - ENROLLMENT REWRITE FAILED FOR "
072900                 CUST-ID ", STATUS " CM-ACHENRL-STATUS
073000     END-REWRITE.
073100
073200     MOVE C4400-DEBIT-AMOUNT TO DT-AMOUNT.
073300     MOVE C4400-TRACE-NO     TO DT-TRACE-NO.
073400     MOVE "DEBITED"          TO DT-DISPOSITION.
073500     PERFORM 7100-WRITE-DETAIL-LINE
073600         THRU 7100-WRITE-DETAIL-LINE-EXIT.
073700 3100-ORIGINATE-DEBIT-EXIT.
073800     EXIT.
073900*****************************************************************
074000*    3800-CLOSE-OUT-ACH-FILE - BATCH CONTROL (WHEN A BATCH WAS
074100*    OPENED), FILE CONTROL, THEN ALL-NINES RECORDS TO THE END
074200*    OF THE LAST BLOCK OF TEN.  THE FILE CONTROL COUNTS ITSELF
074300*    IN THE BLOCK COUNT.
074400*****************************************************************
074500 3800-CLOSE-OUT-ACH-FILE.
074600     IF C4400-BATCH-OPEN
074700         MOVE SPACES                   TO NACHA-RECORD
074800         MOVE "8"                      TO NCH-RECORD-TYPE
074900         MOVE "225"                    TO NBC-SERVICE-CLASS
075000         MOVE C4400-DEBITS-WRITTEN     TO NBC-ENTRY-COUNT
075100         MOVE C4400-ENTRY-HASH         TO NBC-ENTRY-HASH
075200         MOVE C4400-TOTAL-DEBIT        TO NBC-TOTAL-DEBIT
075300         MOVE ZERO                     TO NBC-TOTAL-CREDIT
075400         MOVE C4400-COMPANY-ID         TO NBC-COMPANY-ID
075500         MOVE C4400-BANK-ROUTING (1:8) TO NBC-ODFI-ID
075600         MOVE 1                        TO NBC-BATCH-NUMBER
075700         PERFORM 3900-WRITE-NACHA-RECORD
075800             THRU 3900-WRITE-NACHA-RECORD-EXIT
075900     END-IF.
076000
076100     COMPUTE C4400-BLOCK-COUNT =
076200         (C4400-NACHA-RECORDS + 1 + 9) / 10.
076300
076400     MOVE SPACES               TO NACHA-RECORD.
076500     MOVE "9"                  TO NCH-RECORD-TYPE.
076600     IF C4400-BATCH-OPEN
076700         MOVE 1                TO NFC-BATCH-COUNT
076800     ELSE
076900         MOVE ZERO             TO NFC-BATCH-COUNT
077000     END-IF.
077100     MOVE C4400-BLOCK-COUNT    TO NFC-BLOCK-COUNT.
077200     MOVE C4400-DEBITS-WRITTEN TO NFC-ENTRY-COUNT.
077300     MOVE C4400-ENTRY-HASH     TO NFC-ENTRY-HASH.
077400     MOVE C4400-TOTAL-DEBIT    TO NFC-TOTAL-DEBIT.
077500     MOVE ZERO                 TO NFC-TOTAL-CREDIT.
077600     PERFORM 3900-WRITE-NACHA-RECORD
077700         THRU 3900-WRITE-NACHA-RECORD-EXIT.
077800
077900     PERFORM 3950-WRITE-FILL-RECORD
078000         THRU 3950-WRITE-FILL-RECORD-EXIT
078100         UNTIL C4400-NACHA-RECORDS NOT < C4400-BLOCK-COUNT * 10.
078200 3800-CLOSE-OUT-ACH-FILE-EXIT.
078300     EXIT.
078400*****************************************************************
078500*    3900-WRITE-NACHA-RECORD
078600*****************************************************************
078700 3900-WRITE-NACHA-RECORD.
078800     WRITE NACHA-RECORD.
078900     ADD 1 TO C4400-NACHA-RECORDS.
079000 3900-WRITE-NACHA-RECORD-EXIT.
079100     EXIT.
079200*****************************************************************
079300*    3950-WRITE-FILL-RECORD
079400*****************************************************************
079500 3950-WRITE-FILL-RECORD.
079600     MOVE ALL "9" TO NACHA-RECORD.
079700     PERFORM 3900-WRITE-NACHA-RECORD
079800         THRU 3900-WRITE-NACHA-RECORD-EXIT.
079900 3950-WRITE-FILL-RECORD-EXIT.
080000     EXIT.
080100*****************************************************************
080200*    7000-WRITE-SKIP-LINE - CALLER HAS SET DT-DISPOSITION.
080300*****************************************************************
080400 7000-WRITE-SKIP-LINE.
080500     ADD 1 TO C4400-ENROLLMENTS-SKIPPED.
080600     MOVE SPACES TO DT-TRACE-NO.
080700     PERFORM 7100-WRITE-DETAIL-LINE
080800         THRU 7100-WRITE-DETAIL-LINE-EXIT.
080900 7000-WRITE-SKIP-LINE-EXIT.
081000     EXIT.
081100*****************************************************************
081200*    7100-WRITE-DETAIL-LINE
081300*****************************************************************
081400 7100-WRITE-DETAIL-LINE.
081500     MOVE ACH-CUST-ID    TO DT-CUST-ID.
081600     MOVE ACH-DEBIT-RULE TO DT-DEBIT-RULE.
081700     MOVE C4400-DETAIL-LINE TO DEBIT-REPORT-LINE.
081800     WRITE DEBIT-REPORT-LINE.
081900 7100-WRITE-DETAIL-LINE-EXIT.
082000     EXIT.
082100*****************************************************************
082200*    8000-WRITE-TOTALS - READ = ORIGINATED + SKIPPED.  THE
082300*    DEBIT TOTAL AND ENTRY HASH ARE THE FIGURES ON THE FILE
082400*    CONTROL RECORD, FOR AGREEING TO THE BANK'S ACKNOWLEDGMENT.
082500*****************************************************************
082600 8000-WRITE-TOTALS.
082700     MOVE C4400-ENROLLMENTS-READ TO TL-ENROLLMENTS-READ.
082800     MOVE C4400-TOTAL-LINE-1 TO DEBIT-REPORT-LINE.
082900     WRITE DEBIT-REPORT-LINE.
083000
083100     MOVE C4400-DEBITS-WRITTEN TO TL-DEBITS.
083200     MOVE C4400-TOTAL-DEBIT    TO TL-DEBIT-TOTAL.
083300     MOVE C4400-TOTAL-LINE-2 TO DEBIT-REPORT-LINE.
083400     WRITE DEBIT-REPORT-LINE.
083500
083600     MOVE C4400-ENROLLMENTS-SKIPPED TO TL-SKIPPED.
083700     MOVE C4400-TOTAL-LINE-3 TO DEBIT-REPORT-LINE.
083800     WRITE DEBIT-REPORT-LINE.
083900
084000     MOVE C4400-POSTINGS-WRITTEN TO TL-POSTINGS.
084100     MOVE C4400-TOTAL-LINE-4 TO DEBIT-REPORT-LINE.
084200     WRITE DEBIT-REPORT-LINE.
084300
084400     MOVE C4400-NACHA-RECORDS TO TL-RECORDS.
084500     MOVE C4400-BLOCK-COUNT   TO TL-BLOCKS.
084600     MOVE C4400-TOTAL-LINE-5 TO DEBIT-REPORT-LINE.
084700     WRITE DEBIT-REPORT-LINE.
084800
084900     MOVE C4400-ENTRY-HASH TO TL-ENTRY-HASH.
085000     MOVE C4400-TOTAL-LINE-6 TO DEBIT-REPORT-LINE.
085100     WRITE DEBIT-REPORT-LINE.
085200
085300     IF C4400-DEBITS-WRITTEN = ZERO
085400         MOVE C4400-NO-DEBITS-LINE TO DEBIT-REPORT-LINE
085500         WRITE DEBIT-REPORT-LINE
085600     END-IF.
085700 8000-WRITE-TOTALS-EXIT.
085800     EXIT.
085900*****************************************************************
086000*    8900-WRITE-RUN-LOG - APPENDS THIS RUN'S STATISTICS ROW TO
086100*    THE COMMON RUN LOG FOR THE NIGHTLY OPERATIONS REPORT
086200*    (CUST1600).  UPDATED IS ENROLLMENTS DEBITED; WRITTEN IS
086300*    POSTINGS WRITTEN FOR CUST0900.
086400*****************************************************************
086500 8900-WRITE-RUN-LOG.
086600     OPEN EXTEND RUN-LOG-FILE.
086700     IF CM-RUNLOG-STATUS = "35"
086800         OPEN OUTPUT RUN-LOG-FILE
086900     END-IF.
087000     MOVE "CUST4400"                TO RNL-PROGRAM-ID.
087100     MOVE C4400-CURRENT-DATE        TO RNL-RUN-DATE.
087200     ACCEPT RNL-RUN-TIME FROM TIME.
087300     MOVE C4400-ENROLLMENTS-READ    TO RNL-RECORDS-READ.
087400     MOVE C4400-DEBITS-WRITTEN      TO RNL-RECORDS-UPDATED.
087500     MOVE ZERO                      TO RNL-RECORDS-REJECTED.
087600     MOVE C4400-POSTINGS-WRITTEN    TO RNL-RECORDS-WRITTEN.
087700     MOVE C4400-ENROLLMENTS-SKIPPED TO RNL-RECORDS-SKIPPED.
087800     MOVE CM-ACHFILE-STATUS         TO RNL-FINAL-STATUS.
087900     WRITE RUN-LOG-RECORD.
088000     CLOSE RUN-LOG-FILE.
088100 8900-WRITE-RUN-LOG-EXIT.
088200     EXIT.
088300*****************************************************************
088400*    9000-TERMINATE
088500*****************************************************************
088600 9000-TERMINATE.
088700     CLOSE CUSTOMER-MASTER-FILE
088800           ACH-ENROLLMENT-FILE
088900           ACH-DEBIT-LOG-FILE
089000           ACH-OUTPUT-FILE
089100           PAYMENT-TRANS-FILE
089200           DEBIT-REPORT-FILE.
089300     IF C4400-CASH-FILE-OPEN
089400         CLOSE CASH-ONLY-FILE
089500     END-IF.
089600 9000-TERMINATE-EXIT.
089700     EXIT.
