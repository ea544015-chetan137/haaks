000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CUST3200.
000300 AUTHOR.        R HALVORSEN.
000400 INSTALLATION.  CUSTOMER SERVICES APPLICATIONS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*    CUST3200  -  DELINQUENCY CYCLE AND DUNNING
000900*
001000*    CUST0800 ONLY KNOWS OVER LIMIT OR NOT, AND CUST0400 AGES
001100*    BY LAST-UPDATE-DATE, WHICH MOVES ON ANY ADDRESS CHANGE.
001200*    THIS NIGHTLY JOB MEASURES HOW LONG EACH ACCOUNT HAS GONE
001300*    WITHOUT PAYING AND KEEPS THAT ON THE DELINQUENCY FILE
001400*    (DELINQ, CUSTDLQ.CPY).
001500*
001600*    EVERY MASTER RECORD IS READ.  FOR AN ACCOUNT WITH A DEBIT
001700*    CUST-BALANCE THE CUSTOMER'S POSTING HISTORY (POSTHIST) IS
001800*    SCANNED FOR THE LAST CREDIT POSTED ON OR BEFORE THE AS-OF
001900*    DATE.  DAYS PAST DUE ARE COUNTED FROM THE LATER OF THAT
002000*    CREDIT AND THE DATE THE ACCOUNT WENT INTO DEBIT (THE
002100*    FIRST POSTING ON FILE FOR AN ACCOUNT NEW TO DELINQ, OR
002200*    THE AS-OF DATE WHEN A PAID-UP ACCOUNT DEBITS AGAIN), AND
002300*    SET THE STAGE:
002400*          0 - 29 DAYS    CURRENT
002500*         30 - 59 DAYS    STAGE 30
002600*         60 - 89 DAYS    STAGE 60
002700*         90 - 119 DAYS   STAGE 90
002800*        120 DAYS AND UP  STAGE 120+
002850*    A CREDIT CUST2900 HAS REVERSED AS A RETURNED ITEM (IT IS
002860*    CONFIRMED ON THE RETURNED-PAYMENT CROSS-REFERENCE, NSFXREF)
002870*    IS NOT COUNTED AS A PAYMENT.  ONE STILL PENDING IS - ITS
002880*    REVERSING DEBIT HAS NOT POSTED.
002900*    A PAYMENT RESTARTS THE COUNT, AND A ZERO OR CREDIT
003000*    BALANCE IS ALWAYS CURRENT, SO A CUSTOMER WHO PAYS DROPS
003100*    BACK TO CURRENT WITHOUT ANYONE TOUCHING THE ACCOUNT.
003200*
003300*    EVERY STAGE CHANGE IS ADDED TO THE ACCOUNT'S STAGE
003400*    HISTORY AND LISTED ON DLQRPT.  A MOVE UP INTO A
003500*    DELINQUENT STAGE PRODUCES THAT STAGE'S DUNNING LETTER ON
003600*    DUNLTRS, EXCEPT THAT - AS IN CUST1300 - AN ADDRESS ON THE
003700*    CUST2700 UNDELIVERABLE FILE OR ONE THAT FAILS THE CUST0300
003800*    STATE/ZIP EDITS IS SUPPRESSED AND NOTED ON THE REPORT.
003900*
004000*    EVERY ACCOUNT STILL DELINQUENT AFTER THE RUN GOES ON THE
004100*    COLLECTOR WORKLIST (DLQWKL), WORST STAGE FIRST AND LARGEST
004200*    BALANCE FIRST WITHIN STAGE.  ACCOUNTS THAT CHANGED STAGE
004300*    TONIGHT ARE MARKED NEW.
004400*
004500*    CONTROL CARD (DLQPARM), ONE RECORD:
004600*        DQP-AS-OF-DATE   PIC X(08)  - DATE TO AGE TO, YYYYMMDD.
004700*                                      SPACES OR NO CARD =
004710*                                      THE RUN DATE.  NOT
004720*                                      NUMERIC ENDS THE STEP
004730*                                      RC 8.
004800*
004900*    MODIFICATION HISTORY
005000*    DATE       INIT  DESCRIPTION
005100*    ---------- ----- ---------------------------------------
005200*    2026-10-15 RJH   INITIAL VERSION.
005210*    2026-10-15 RJH   A CREDIT ON NSFXREF (REVERSED BY CUST2900
005220*                     AS A RETURNED CHECK OR ACH DEBIT) NO
005230*                     LONGER RESTARTS THE AGING.
005240*    2026-10-15 RJH   ONLY A CONFIRMED NSFXREF ROW COUNTS AS A
005250*                     REVERSAL.  DLQPARM OPEN CHECKED, AND A
005260*                     NON-NUMERIC AS-OF DATE ENDS THE STEP RC 8.
005300*****************************************************************
005400 ENVIRONMENT DIVISION.
005500 CONFIGURATION SECTION.
005600 SOURCE-COMPUTER.   IBM-370.
005700 OBJECT-COMPUTER.   IBM-370.
005800 INPUT-OUTPUT SECTION.
005900 FILE-CONTROL.
006000     COPY "custmsel.cpy".
006100
006200     COPY "custphsl.cpy".
006300
006400     COPY "custdqsl.cpy".
006500
006600     COPY "custudsl.cpy".
006610
006620     COPY "custnxsl.cpy".
006700
006800     SELECT CONTROL-CARD-FILE ASSIGN TO "DLQPARM"
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS CM-DLQPARM-STATUS.
007100
007200     SELECT DUNNING-LETTER-FILE ASSIGN TO "DUNLTRS"
007300         ORGANIZATION IS LINE SEQUENTIAL
007400         FILE STATUS IS CM-DUNLTRS-STATUS.
007500
007600     SELECT DELINQUENCY-REPORT-FILE ASSIGN TO "DLQRPT"
007700         ORGANIZATION IS LINE SEQUENTIAL
007800         FILE STATUS IS CM-DLQRPT-STATUS.
007900
008000     SELECT WORKLIST-REPORT-FILE ASSIGN TO "DLQWKL"
008100         ORGANIZATION IS LINE SEQUENTIAL
008200         FILE STATUS IS CM-DLQWKL-STATUS.
008300
008400     SELECT WORKLIST-SORT-FILE ASSIGN TO "SORTWK01".
008500
008600     COPY "custrnsl.cpy".
008700
008800 DATA DIVISION.
008900 FILE SECTION.
009000     COPY "custmfd.cpy".
009100
009200     COPY "custphfd.cpy".
009300
009400     COPY "custdqfd.cpy".
009500
009600     COPY "custudfd.cpy".
009610
009620     COPY "custnxfd.cpy".
009700
009800 FD  CONTROL-CARD-FILE
009900     LABEL RECORDS ARE STANDARD.
010000 01  CONTROL-CARD-RECORD.
010100     05  DQP-AS-OF-DATE         PIC X(08).
010200     05  FILLER                 PIC X(72).
010300
010400 FD  DUNNING-LETTER-FILE
010500     LABEL RECORDS ARE STANDARD.
010600 01  DUNNING-LETTER-LINE        PIC X(80).
010700
010800 FD  DELINQUENCY-REPORT-FILE
010900     LABEL RECORDS ARE STANDARD.
011000 01  DELINQUENCY-REPORT-LINE    PIC X(100).
011100
011200 FD  WORKLIST-REPORT-FILE
011300     LABEL RECORDS ARE STANDARD.
011400 01  WORKLIST-REPORT-LINE       PIC X(100).
011500
011600 SD  WORKLIST-SORT-FILE.
011700 01  WORKLIST-SORT-RECORD.
011800     05  SW-STAGE               PIC X(01).
011900     05  SW-BALANCE             PIC S9(08)V99.
012000     05  SW-CUST-ID             PIC X(10).
012100     05  SW-CUST-NAME           PIC X(30).
012200     05  SW-CUST-STATUS         PIC X(01).
012300     05  SW-CUST-PHONE          PIC X(15).
012400     05  SW-DAYS-PAST-DUE       PIC 9(05).
012500     05  SW-LAST-PAYMENT-DATE   PIC X(08).
012600     05  SW-NEW-STAGE-SW        PIC X(01).
012700
012800     COPY "custrnfd.cpy".
012900
013000 WORKING-STORAGE SECTION.
013100 77  CM-CUSTMAST-STATUS         PIC X(02).
013200 77  CM-POSTHIST-STATUS         PIC X(02).
013300 77  CM-DELINQ-STATUS           PIC X(02).
013400 77  CM-UNDELIV-STATUS          PIC X(02).
013450 77  CM-NSFXREF-STATUS          PIC X(02).
013500 77  CM-DLQPARM-STATUS          PIC X(02).
013600 77  CM-DUNLTRS-STATUS          PIC X(02).
013700 77  CM-DLQRPT-STATUS           PIC X(02).
013800 77  CM-DLQWKL-STATUS           PIC X(02).
013900 77  CM-RUNLOG-STATUS           PIC X(02).
014000
014100     COPY "statetbl.cpy".
014200
014300 77  C3200-MASTER-EOF-SW        PIC X(01)  VALUE "N".
014400     88  C3200-MASTER-EOF       VALUE "Y".
014500 77  C3200-SORT-EOF-SW          PIC X(01)  VALUE "N".
014600     88  C3200-SORT-EOF         VALUE "Y".
014700 77  C3200-HISTORY-DONE-SW      PIC X(01)  VALUE "N".
014800     88  C3200-HISTORY-DONE     VALUE "Y".
014900 77  C3200-DLQ-FOUND-SW         PIC X(01)  VALUE "N".
015000     88  C3200-DLQ-FOUND        VALUE "Y".
015100 77  C3200-EDIT-OK-SW           PIC X(01)  VALUE "Y".
015200     88  C3200-EDIT-OK          VALUE "Y".
015300 77  C3200-UNDELIV-OPEN-SW      PIC X(01)  VALUE "N".
015400     88  C3200-UNDELIV-OPEN     VALUE "Y".
015500 77  C3200-UNDELIV-FOUND-SW     PIC X(01)  VALUE "N".
015600     88  C3200-UNDELIV-FOUND    VALUE "Y".
015610 77  C3200-XREF-FOUND-SW        PIC X(01)  VALUE "N".
015620     88  C3200-XREF-FOUND       VALUE "Y".
015700 77  C3200-NEW-STAGE-SW         PIC X(01)  VALUE "N".
015800     88  C3200-STAGE-CHANGED    VALUE "Y".
015900 77  C3200-CURRENT-DATE         PIC X(08)  VALUE SPACES.
016000 77  C3200-AS-OF-DATE           PIC X(08)  VALUE SPACES.
016100 77  C3200-LAST-CREDIT-DATE     PIC X(08)  VALUE SPACES.
016200 77  C3200-FIRST-POST-DATE      PIC X(08)  VALUE SPACES.
016300 77  C3200-AGING-START-DATE     PIC X(08)  VALUE SPACES.
016400 77  C3200-OLD-STAGE            PIC X(01)  VALUE SPACE.
016500 77  C3200-NEW-STAGE            PIC X(01)  VALUE SPACE.
016600 77  C3200-DATE-NUMERIC         PIC 9(08)       VALUE ZERO.
016700 77  C3200-AS-OF-INTEGER        PIC 9(09)       VALUE ZERO.
016800 77  C3200-START-INTEGER        PIC 9(09)       VALUE ZERO.
016900 77  C3200-DAYS-PAST-DUE        PIC S9(09)      VALUE ZERO.
017000 77  C3200-HIST-SUB             PIC 9(02)  COMP VALUE ZERO.
017100 77  C3200-LABEL-SUB            PIC 9(02)  COMP VALUE ZERO.
017200 77  C3200-ACCOUNTS-READ        PIC 9(09) COMP  VALUE ZERO.
017300 77  C3200-DEBIT-ACCOUNTS       PIC 9(09) COMP  VALUE ZERO.
017400 77  C3200-STAGE-CHANGES        PIC 9(09) COMP  VALUE ZERO.
017500 77  C3200-BACK-TO-CURRENT      PIC 9(09) COMP  VALUE ZERO.
017600 77  C3200-LETTERS-MAILED       PIC 9(09) COMP  VALUE ZERO.
017700 77  C3200-UNDELIV-COUNT        PIC 9(09) COMP  VALUE ZERO.
017800 77  C3200-BAD-ADDR-COUNT       PIC 9(09) COMP  VALUE ZERO.
017900 77  C3200-WORKLIST-COUNT       PIC 9(09) COMP  VALUE ZERO.
018000 77  C3200-WORKLIST-BALANCE     PIC S9(11)V99 COMP-3 VALUE ZERO.
018100*---------------------------------------------------------------
018200*    STAGE LABELS AND LETTER COUNTS, SUBSCRIPTED BY STAGE + 1.
018300*---------------------------------------------------------------
018400 01  C3200-STAGE-WORK.
018500     05  C3200-STAGE-X          PIC X(01).
018600     05  C3200-STAGE-N REDEFINES C3200-STAGE-X
018700                                PIC 9(01).
018800 01  C3200-STAGE-LABELS-INIT.
018900     05  FILLER  PIC X(10) VALUE "CURRENT".
019000     05  FILLER  PIC X(10) VALUE "30 DAYS".
019100     05  FILLER  PIC X(10) VALUE "60 DAYS".
019200     05  FILLER  PIC X(10) VALUE "90 DAYS".
019300     05  FILLER  PIC X(10) VALUE "120+ DAYS".
019400 01  C3200-STAGE-LABELS REDEFINES C3200-STAGE-LABELS-INIT.
019500     05  C3200-STAGE-LABEL      PIC X(10) OCCURS 5 TIMES.
019600 01  C3200-STAGE-COUNTS.
019700     05  C3200-LETTER-COUNT     PIC 9(07) COMP VALUE ZERO
019800                                OCCURS 5 TIMES.
019900*---------------------------------------------------------------
020000*    LETTER LINES
020100*---------------------------------------------------------------
020200 01  C3200-SEPARATOR-LINE.
020300     05  FILLER  PIC X(80) VALUE ALL "*".
020400 01  C3200-DATE-LINE.
020500     05  FILLER          PIC X(06) VALUE "DATE: ".
020600     05  LT-DATE         PIC X(08).
020700 01  C3200-NAME-LINE.
020800     05  LT-CUST-NAME    PIC X(30).
020900 01  C3200-STREET-LINE.
021000     05  LT-STREET-ADDR  PIC X(40).
021100 01  C3200-CITY-LINE.
021200     05  LT-CITY         PIC X(20).
021300     05  FILLER          PIC X(01) VALUE SPACE.
021400     05  LT-STATE        PIC X(02).
021500     05  FILLER          PIC X(01) VALUE SPACE.
021600     05  LT-ZIP-CODE     PIC X(10).
021700 01  C3200-SALUTATION-LINE.
021800     05  FILLER          PIC X(05) VALUE "DEAR ".
021900     05  LT-SALUT-NAME   PIC X(30).
022000 01  C3200-ACCOUNT-LINE.
022100     05  FILLER          PIC X(21) VALUE "REGARDING ACCOUNT :  ".
022200     05  LT-CUST-ID      PIC X(10).
022300 01  C3200-BALANCE-LINE.
022400     05  FILLER          PIC X(21) VALUE "BALANCE DUE       :  ".
022500     05  LT-BALANCE      PIC Z,ZZZ,ZZ9.99.
022600 01  C3200-PAST-DUE-LINE.
022700     05  FILLER          PIC X(21) VALUE "DAYS PAST DUE     :  ".
022800     05  LT-DAYS         PIC ZZZZ9.
022900*---------------------------------------------------------------
023000*    DELINQUENCY REPORT LINES
023100*---------------------------------------------------------------
023200 01  C3200-HEADING-1.
023300     05  FILLER  PIC X(43)
023400         VALUE "CUST3200 - DELINQUENCY STAGE CHANGES".
023500     05  FILLER  PIC X(10) VALUE "AS OF:   ".
023600     05  HD-AS-OF-DATE   PIC X(08).
023700 01  C3200-HEADING-2.
023800     05  FILLER  PIC X(12) VALUE "ACCOUNT".
023900     05  FILLER  PIC X(32) VALUE "NAME".
024000     05  FILLER  PIC X(11) VALUE "FROM".
024100     05  FILLER  PIC X(11) VALUE "TO".
024200     05  FILLER  PIC X(07) VALUE " DAYS".
024300     05  FILLER  PIC X(14) VALUE "      BALANCE".
024400     05  FILLER  PIC X(13) VALUE "  LETTER".
024500 01  C3200-CHANGE-LINE.
024600     05  CH-CUST-ID      PIC X(10).
024700     05  FILLER          PIC X(02) VALUE SPACES.
024800     05  CH-CUST-NAME    PIC X(30).
024900     05  FILLER          PIC X(02) VALUE SPACES.
025000     05  CH-FROM-STAGE   PIC X(10).
025100     05  FILLER          PIC X(01) VALUE SPACES.
025200     05  CH-TO-STAGE     PIC X(10).
025300     05  FILLER          PIC X(01) VALUE SPACES.
025400     05  CH-DAYS         PIC ZZZZ9.
025500     05  FILLER          PIC X(01) VALUE SPACES.
025600     05  CH-BALANCE      PIC -Z,ZZZ,ZZ9.99.
025700     05  FILLER          PIC X(02) VALUE SPACES.
025800     05  CH-LETTER       PIC X(21).
025900 01  C3200-TOTAL-LINE-1.
026000     05  FILLER          PIC X(30) VALUE
026100         "TOTAL ACCOUNTS READ         : ".
026200     05  TL-ACCOUNTS-READ PIC ZZZ,ZZZ,ZZ9.
026300 01  C3200-TOTAL-LINE-2.
026400     05  FILLER          PIC X(30) VALUE
026500         "ACCOUNTS WITH DEBIT BALANCE : ".
026600     05  TL-DEBIT        PIC ZZZ,ZZZ,ZZ9.
026700 01  C3200-TOTAL-LINE-3.
026800     05  FILLER          PIC X(30) VALUE
026900         "TOTAL STAGE CHANGES         : ".
027000     05  TL-CHANGES      PIC ZZZ,ZZZ,ZZ9.
027100 01  C3200-TOTAL-LINE-4.
027200     05  FILLER          PIC X(30) VALUE
027300         "RETURNED TO CURRENT         : ".
027400     05  TL-CURRENT      PIC ZZZ,ZZZ,ZZ9.
027500 01  C3200-TOTAL-LINE-5.
027600     05  FILLER          PIC X(20) VALUE "LETTERS MAILED - ".
027700     05  TL-LETTER-LABEL PIC X(10).
027800     05  TL-LETTERS      PIC ZZZ,ZZZ,ZZ9.
027900 01  C3200-TOTAL-LINE-6.
028000     05  FILLER          PIC X(30) VALUE
028100         "SUPPRESSED - UNDELIVERABLE  : ".
028200     05  TL-UNDELIV      PIC ZZZ,ZZZ,ZZ9.
028300 01  C3200-TOTAL-LINE-7.
028400     05  FILLER          PIC X(30) VALUE
028500         "SUPPRESSED - BAD ADDRESS    : ".
028600     05  TL-BAD-ADDR     PIC ZZZ,ZZZ,ZZ9.
028700*---------------------------------------------------------------
028800*    COLLECTOR WORKLIST LINES
028900*---------------------------------------------------------------
029000 01  C3200-WORKLIST-HEADING-1.
029100     05  FILLER  PIC X(43)
029200         VALUE "CUST3200 - COLLECTOR WORKLIST".
029300     05  FILLER  PIC X(10) VALUE "AS OF:   ".
029400     05  WH-AS-OF-DATE   PIC X(08).
029500 01  C3200-WORKLIST-HEADING-2.
029600     05  FILLER  PIC X(11) VALUE "STAGE".
029700     05  FILLER  PIC X(12) VALUE "ACCOUNT".
029800     05  FILLER  PIC X(32) VALUE "NAME".
029900     05  FILLER  PIC X(03) VALUE "ST".
030000     05  FILLER  PIC X(14) VALUE "      BALANCE".
030100     05  FILLER  PIC X(07) VALUE " DAYS".
030200     05  FILLER  PIC X(10) VALUE "LAST PAID".
030300     05  FILLER  PIC X(11) VALUE "PHONE".
030400 01  C3200-WORKLIST-LINE.
030500     05  WL-STAGE        PIC X(10).
030600     05  FILLER          PIC X(01) VALUE SPACES.
030700     05  WL-CUST-ID      PIC X(10).
030800     05  FILLER          PIC X(02) VALUE SPACES.
030900     05  WL-CUST-NAME    PIC X(30).
031000     05  FILLER          PIC X(02) VALUE SPACES.
031100     05  WL-CUST-STATUS  PIC X(01).
031200     05  FILLER          PIC X(01) VALUE SPACES.
031300     05  WL-BALANCE      PIC -Z,ZZZ,ZZ9.99.
031400     05  FILLER          PIC X(01) VALUE SPACES.
031500     05  WL-DAYS         PIC ZZZZ9.
031600     05  FILLER          PIC X(01) VALUE SPACES.
031700     05  WL-LAST-PAID    PIC X(08).
031800     05  FILLER          PIC X(02) VALUE SPACES.
031900     05  WL-PHONE        PIC X(15).
032000     05  FILLER          PIC X(01) VALUE SPACES.
032100     05  WL-NEW-FLAG     PIC X(03).
032200 01  C3200-WORKLIST-TOTAL.
032300     05  FILLER          PIC X(30) VALUE
032400         "ACCOUNTS ON WORKLIST        : ".
032500     05  WT-COUNT        PIC ZZZ,ZZZ,ZZ9.
032600     05  FILLER          PIC X(04) VALUE SPACES.
032700     05  WT-BALANCE      PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
032800
032900 PROCEDURE DIVISION.
033000*****************************************************************
033100*    0000-MAINLINE - THE MASTER PASS IS THE SORT'S INPUT
033200*    PROCEDURE; THE WORKLIST PRINT IS ITS OUTPUT PROCEDURE.
033300*****************************************************************
033400 0000-MAINLINE.
033500     PERFORM 1000-INITIALIZE
033600         THRU 1000-INITIALIZE-EXIT.
033700
033800     SORT WORKLIST-SORT-FILE
033900         ON DESCENDING KEY SW-STAGE
034000                           SW-BALANCE
034100         ON ASCENDING KEY  SW-CUST-ID
034200         INPUT PROCEDURE  2000-SCAN-MASTER
034300             THRU 2000-SCAN-MASTER-EXIT
034400         OUTPUT PROCEDURE 6000-PRINT-WORKLIST
034500             THRU 6000-PRINT-WORKLIST-EXIT.
034600
034700     PERFORM 8000-WRITE-TOTALS
034800         THRU 8000-WRITE-TOTALS-EXIT.
034900
035000     PERFORM 9000-TERMINATE
035100         THRU 9000-TERMINATE-EXIT.
035200
035300     PERFORM 8900-WRITE-RUN-LOG
035400         THRU 8900-WRITE-RUN-LOG-EXIT.
035500
035600     STOP RUN.
035700*****************************************************************
035800*    1000-INITIALIZE
035900*****************************************************************
036000 1000-INITIALIZE.
036100     ACCEPT C3200-CURRENT-DATE FROM DATE YYYYMMDD.
036200
036300     OPEN OUTPUT DUNNING-LETTER-FILE
036400                 DELINQUENCY-REPORT-FILE
036500                 WORKLIST-REPORT-FILE.
036600
036700     PERFORM 1500-READ-CONTROL-CARD
036800         THRU 1500-READ-CONTROL-CARD-EXIT.
037700     MOVE C3200-AS-OF-DATE TO C3200-DATE-NUMERIC.
037800     COMPUTE C3200-AS-OF-INTEGER = FUNCTION INTEGER-OF-DATE
037900         (C3200-DATE-NUMERIC).
038000
038100     OPEN INPUT CUSTOMER-MASTER-FILE.
038200     IF CM-CUSTMAST-STATUS NOT = "00"
038300         DISPLAY "CUST3200 - CANNOT OPEN CUSTOMER MASTER, STATUS "
038400             CM-CUSTMAST-STATUS
038500         MOVE "Y" TO C3200-MASTER-EOF-SW
038600     END-IF.
038700
038800     OPEN INPUT POSTING-HISTORY-FILE.
038900     IF CM-POSTHIST-STATUS NOT = "00"
039000         DISPLAY "CUST3200 - CANNOT OPEN POSTING HISTORY, STATUS "
039100             CM-POSTHIST-STATUS
039200         MOVE "Y" TO C3200-MASTER-EOF-SW
039300     END-IF.
039400
039500     OPEN I-O DELINQUENCY-FILE.
039600     IF CM-DELINQ-STATUS = "35"
039700         OPEN OUTPUT DELINQUENCY-FILE
039800         CLOSE DELINQUENCY-FILE
039900         OPEN I-O DELINQUENCY-FILE
040000     END-IF.
040100     IF CM-DELINQ-STATUS NOT = "00"
040200         DISPLAY "CUST3200 - CANNOT OPEN DELINQUENCY FILE, "
040300             "STATUS " CM-DELINQ-STATUS
040400         MOVE "Y" TO C3200-MASTER-EOF-SW
040500     END-IF.
040510
040520     OPEN INPUT RETURNED-XREF-FILE.
040530     IF CM-NSFXREF-STATUS NOT = "00"
040540         DISPLAY "CUST3200 - CANNOT OPEN RETURNED-PAYMENT XREF, "
040550             "STATUS " CM-NSFXREF-STATUS
040560         MOVE "Y" TO C3200-MASTER-EOF-SW
040570     END-IF.
040600
040700*    NO UNDELIVERABLE FILE SIMPLY MEANS NO ADDRESSES ARE
040800*    FLAGGED AND EVERY LETTER MAILS.
040900     OPEN INPUT UNDELIVERABLE-FILE.
041000     IF CM-UNDELIV-STATUS = "00"
041100         MOVE "Y" TO C3200-UNDELIV-OPEN-SW
041200     END-IF.
041300
041400     MOVE C3200-AS-OF-DATE TO HD-AS-OF-DATE.
041500     MOVE C3200-HEADING-1 TO DELINQUENCY-REPORT-LINE.
041600     WRITE DELINQUENCY-REPORT-LINE.
041700     MOVE C3200-HEADING-2 TO DELINQUENCY-REPORT-LINE.
041800     WRITE DELINQUENCY-REPORT-LINE.
041900 1000-INITIALIZE-EXIT.
042000     EXIT.
042003*****************************************************************
042006*    1500-READ-CONTROL-CARD - NO CARD, OR A BLANK DATE, AGES TO
042009*    THE RUN DATE.  A DATE THAT IS NOT NUMERIC STOPS THE AGING
042012*    (THE MASTER IS TREATED AS EMPTY) AND ENDS THE STEP RC 8.
042015*****************************************************************
042018 1500-READ-CONTROL-CARD.
042021     MOVE C3200-CURRENT-DATE TO C3200-AS-OF-DATE.
042024
042027     OPEN INPUT CONTROL-CARD-FILE.
042030     IF CM-DLQPARM-STATUS NOT = "00"
042033         GO TO 1500-READ-CONTROL-CARD-EXIT
042036     END-IF.
042039     READ CONTROL-CARD-FILE
042042         AT END
042045             CLOSE CONTROL-CARD-FILE
042048             GO TO 1500-READ-CONTROL-CARD-EXIT
042051     END-READ.
042054     CLOSE CONTROL-CARD-FILE.
042057
042060     IF DQP-AS-OF-DATE = SPACES
042063         GO TO 1500-READ-CONTROL-CARD-EXIT
042066     END-IF.
042069     IF DQP-AS-OF-DATE IS NOT NUMERIC
042072         DISPLAY "CUST3200 - AS-OF DATE ON DLQPARM NOT VALID: "
042075             DQP-AS-OF-DATE
042078         MOVE "Y" TO C3200-MASTER-EOF-SW
042081         MOVE 8   TO RETURN-CODE
042084         GO TO 1500-READ-CONTROL-CARD-EXIT
042087     END-IF.
042090     MOVE DQP-AS-OF-DATE TO C3200-AS-OF-DATE.
042093 1500-READ-CONTROL-CARD-EXIT.
042096     EXIT.
042100*****************************************************************
042200*    2000-SCAN-MASTER - SORT INPUT PROCEDURE.  ONE PASS OF THE
042300*    MASTER IN CUST-ID ORDER.
042400*****************************************************************
042500 2000-SCAN-MASTER.
042600     IF NOT C3200-MASTER-EOF
042700         PERFORM 2900-READ-NEXT-MASTER
042800             THRU 2900-READ-NEXT-MASTER-EXIT
042900     END-IF.
043000     PERFORM 2100-PROCESS-ONE-ACCOUNT
043100         THRU 2100-PROCESS-ONE-ACCOUNT-EXIT
043200         UNTIL C3200-MASTER-EOF.
043300 2000-SCAN-MASTER-EXIT.
043400     EXIT.
043500*****************************************************************
043600*    2100-PROCESS-ONE-ACCOUNT - AN ACCOUNT NOT IN DEBIT AND NOT
043700*    ON THE DELINQUENCY FILE HAS NOTHING TO TRACK.
043800*****************************************************************
043900 2100-PROCESS-ONE-ACCOUNT.
044000     ADD 1 TO C3200-ACCOUNTS-READ.
044100
044200     MOVE CUST-ID TO DLQ-CUST-ID.
044300     READ DELINQUENCY-FILE
044400         INVALID KEY
044500             MOVE "N" TO C3200-DLQ-FOUND-SW
044600         NOT INVALID KEY
044700             MOVE "Y" TO C3200-DLQ-FOUND-SW
044800     END-READ.
044900
045000     IF CUST-BALANCE NOT > ZERO
045100         IF NOT C3200-DLQ-FOUND
045200             GO TO 2100-READ-AND-EXIT
045300         END-IF
045400         MOVE "0"    TO C3200-NEW-STAGE
045500         MOVE ZERO   TO C3200-DAYS-PAST-DUE
045600         MOVE SPACES TO C3200-LAST-CREDIT-DATE
045700     ELSE
045800         ADD 1 TO C3200-DEBIT-ACCOUNTS
045900         IF NOT C3200-DLQ-FOUND
046000             PERFORM 2150-NEW-DELINQUENCY-RECORD
046100                 THRU 2150-NEW-DELINQUENCY-RECORD-EXIT
046200         END-IF
046300         PERFORM 2200-SCAN-POSTINGS
046400             THRU 2200-SCAN-POSTINGS-EXIT
046500         PERFORM 2300-COMPUTE-STAGE
046600             THRU 2300-COMPUTE-STAGE-EXIT
046700     END-IF.
046800
046900     IF C3200-LAST-CREDIT-DATE NOT = SPACES
047000         MOVE C3200-LAST-CREDIT-DATE TO DLQ-LAST-PAYMENT-DATE
047100     END-IF.
047200     IF CUST-BALANCE NOT > ZERO
047300         MOVE SPACES TO DLQ-DEBIT-SINCE-DATE
047400     END-IF.
047500
047600     MOVE "N" TO C3200-NEW-STAGE-SW.
047700     MOVE DLQ-STAGE TO C3200-OLD-STAGE.
047800     IF C3200-NEW-STAGE NOT = DLQ-STAGE
047900         MOVE "Y" TO C3200-NEW-STAGE-SW
048000         PERFORM 3000-RECORD-STAGE-CHANGE
048100             THRU 3000-RECORD-STAGE-CHANGE-EXIT
048200     END-IF.
048300
048400     MOVE C3200-DAYS-PAST-DUE TO DLQ-DAYS-PAST-DUE.
048500     MOVE CUST-BALANCE        TO DLQ-BALANCE.
048600     MOVE C3200-AS-OF-DATE    TO DLQ-LAST-RUN-DATE.
048700     IF C3200-DLQ-FOUND
048800         REWRITE DELINQUENCY-RECORD
048900             INVALID KEY
049000                 DISPLAY "CUST3200 - REWRITE FAILED FOR " CUST-ID
049100                     " STATUS " CM-DELINQ-STATUS
049200         END-REWRITE
049300     ELSE
049400         WRITE DELINQUENCY-RECORD
049500             INVALID KEY
049600                 DISPLAY "CUST3200 - WRITE FAILED FOR " CUST-ID
049700                     " STATUS " CM-DELINQ-STATUS
049800         END-WRITE
049900     END-IF.
050000
050100     IF DLQ-DELINQUENT
050200         PERFORM 2400-RELEASE-WORKLIST
050300             THRU 2400-RELEASE-WORKLIST-EXIT
050400     END-IF.
050500
050600 2100-READ-AND-EXIT.
050700     PERFORM 2900-READ-NEXT-MASTER
050800         THRU 2900-READ-NEXT-MASTER-EXIT.
050900 2100-PROCESS-ONE-ACCOUNT-EXIT.
051000     EXIT.
051100*****************************************************************
051200*    2150-NEW-DELINQUENCY-RECORD - FIRST TIME THIS ACCOUNT IS
051300*    SEEN IN DEBIT.  IT STARTS CURRENT; THE POSTING SCAN AND
051400*    STAGE COMPUTATION THEN PLACE IT.
051500*****************************************************************
051600 2150-NEW-DELINQUENCY-RECORD.
051700     INITIALIZE DELINQUENCY-RECORD.
051800     MOVE CUST-ID          TO DLQ-CUST-ID.
051900     MOVE "0"              TO DLQ-STAGE.
052000     MOVE C3200-AS-OF-DATE TO DLQ-STAGE-DATE.
052100     MOVE SPACES           TO DLQ-LAST-PAYMENT-DATE
052200                              DLQ-DEBIT-SINCE-DATE.
052300     MOVE ZERO             TO DLQ-HISTORY-COUNT.
052400 2150-NEW-DELINQUENCY-RECORD-EXIT.
052500     EXIT.
052600*****************************************************************
052700*    2200-SCAN-POSTINGS - READS THIS CUSTOMER'S POSTING HISTORY
052800*    IN DATE ORDER, KEEPING THE FIRST POST DATE AND THE LAST
052900*    CREDIT POST DATE.  POSTINGS AFTER THE AS-OF DATE ARE
053000*    IGNORED SO A BACK-DATED RERUN SEES WHAT WAS KNOWN THEN.
053100*****************************************************************
053200 2200-SCAN-POSTINGS.
053300     MOVE SPACES TO C3200-LAST-CREDIT-DATE
053400                    C3200-FIRST-POST-DATE.
053500     MOVE "N" TO C3200-HISTORY-DONE-SW.
053600
053700     MOVE CUST-ID TO PSH-CUST-ID.
053800     MOVE SPACES  TO PSH-POST-DATE.
053900     MOVE ZERO    TO PSH-SEQUENCE-NO.
054000     START POSTING-HISTORY-FILE KEY IS NOT LESS THAN PSH-KEY
054100         INVALID KEY
054200             GO TO 2200-SCAN-POSTINGS-EXIT
054300     END-START.
054400
054500     PERFORM 2210-READ-ONE-POSTING
054600         THRU 2210-READ-ONE-POSTING-EXIT
054700         UNTIL C3200-HISTORY-DONE.
054800 2200-SCAN-POSTINGS-EXIT.
054900     EXIT.
055000*****************************************************************
055100*    2210-READ-ONE-POSTING
055200*****************************************************************
055300 2210-READ-ONE-POSTING.
055400     READ POSTING-HISTORY-FILE NEXT RECORD
055500         AT END
055600             MOVE "Y" TO C3200-HISTORY-DONE-SW
055700             GO TO 2210-READ-ONE-POSTING-EXIT
055800     END-READ.
055900     IF PSH-CUST-ID NOT = CUST-ID
056000       OR PSH-POST-DATE > C3200-AS-OF-DATE
056100         MOVE "Y" TO C3200-HISTORY-DONE-SW
056200         GO TO 2210-READ-ONE-POSTING-EXIT
056300     END-IF.
056400
056500     IF C3200-FIRST-POST-DATE = SPACES
056600         MOVE PSH-POST-DATE TO C3200-FIRST-POST-DATE
056700     END-IF.
056800     IF NOT PSH-CREDIT
056810         GO TO 2210-READ-ONE-POSTING-EXIT
056820     END-IF.
056830
056840*    A PAYMENT CUST2900 HAS SINCE REVERSED (A RETURNED CHECK OR
056850*    A RETURNED ACH DEBIT) IS NOT A PAYMENT FOR AGING, ONCE THE
056855*    REVERSING DEBIT HAS POSTED.
056860     MOVE PSH-KEY TO NSF-ORIGINAL-KEY.
056870     READ RETURNED-XREF-FILE
056880         INVALID KEY
056890             MOVE "N" TO C3200-XREF-FOUND-SW
056900         NOT INVALID KEY
056910             MOVE "Y" TO C3200-XREF-FOUND-SW
056920     END-READ.
056925     IF C3200-XREF-FOUND
056926       AND NOT NSF-REVERSAL-CONFIRMED
056927         MOVE "N" TO C3200-XREF-FOUND-SW
056928     END-IF.
056930     IF NOT C3200-XREF-FOUND
056940         MOVE PSH-POST-DATE TO C3200-LAST-CREDIT-DATE
057000     END-IF.
057100 2210-READ-ONE-POSTING-EXIT.
057200     EXIT.
057300*****************************************************************
057400*    2300-COMPUTE-STAGE - DEBIT-BALANCE ACCOUNTS ONLY.  THE
057500*    DEBIT-SINCE DATE IS SET WHEN THE ACCOUNT COMES INTO DEBIT:
057600*    ITS FIRST POSTING FOR AN ACCOUNT NEW TO THIS FILE, THE
057700*    AS-OF DATE FOR ONE THAT WAS PAID UP ON THE LAST RUN.  THE
057800*    COUNT RUNS FROM THE LATER OF THAT AND THE LAST CREDIT.
057900*****************************************************************
058000 2300-COMPUTE-STAGE.
058100     IF DLQ-DEBIT-SINCE-DATE = SPACES
058200       OR DLQ-BALANCE NOT > ZERO
058300         IF NOT C3200-DLQ-FOUND
058400           AND C3200-FIRST-POST-DATE NOT = SPACES
058500             MOVE C3200-FIRST-POST-DATE TO DLQ-DEBIT-SINCE-DATE
058600         ELSE
058700             MOVE C3200-AS-OF-DATE TO DLQ-DEBIT-SINCE-DATE
058800         END-IF
058900     END-IF.
059000
059100     MOVE DLQ-DEBIT-SINCE-DATE TO C3200-AGING-START-DATE.
059200     IF C3200-LAST-CREDIT-DATE > C3200-AGING-START-DATE
059300         MOVE C3200-LAST-CREDIT-DATE TO C3200-AGING-START-DATE
059400     END-IF.
059500
059600     IF C3200-AGING-START-DATE IS NUMERIC
059700         MOVE C3200-AGING-START-DATE TO C3200-DATE-NUMERIC
059800         COMPUTE C3200-START-INTEGER = FUNCTION INTEGER-OF-DATE
059900             (C3200-DATE-NUMERIC)
060000         COMPUTE C3200-DAYS-PAST-DUE =
060100             C3200-AS-OF-INTEGER - C3200-START-INTEGER
060200     ELSE
060300         MOVE ZERO TO C3200-DAYS-PAST-DUE
060400     END-IF.
060500     IF C3200-DAYS-PAST-DUE < ZERO
060600         MOVE ZERO TO C3200-DAYS-PAST-DUE
060700     END-IF.
060800     IF C3200-DAYS-PAST-DUE > 99999
060900         MOVE 99999 TO C3200-DAYS-PAST-DUE
061000     END-IF.
061100
061200     EVALUATE TRUE
061300         WHEN C3200-DAYS-PAST-DUE < 30
061400             MOVE "0" TO C3200-NEW-STAGE
061500         WHEN C3200-DAYS-PAST-DUE < 60
061600             MOVE "1" TO C3200-NEW-STAGE
061700         WHEN C3200-DAYS-PAST-DUE < 90
061800             MOVE "2" TO C3200-NEW-STAGE
061900         WHEN C3200-DAYS-PAST-DUE < 120
062000             MOVE "3" TO C3200-NEW-STAGE
062100         WHEN OTHER
062200             MOVE "4" TO C3200-NEW-STAGE
062300     END-EVALUATE.
062400 2300-COMPUTE-STAGE-EXIT.
062500     EXIT.
062600*****************************************************************
062700*    2400-RELEASE-WORKLIST - ONE SORT RECORD PER ACCOUNT STILL
062800*    DELINQUENT.
062900*****************************************************************
063000 2400-RELEASE-WORKLIST.
063100     MOVE DLQ-STAGE             TO SW-STAGE.
063200     MOVE CUST-BALANCE          TO SW-BALANCE.
063300     MOVE CUST-ID               TO SW-CUST-ID.
063400     MOVE CUST-NAME             TO SW-CUST-NAME.
063500     MOVE CUST-STATUS           TO SW-CUST-STATUS.
063600     MOVE CUST-PHONE            TO SW-CUST-PHONE.
063700     MOVE DLQ-DAYS-PAST-DUE     TO SW-DAYS-PAST-DUE.
063800     MOVE DLQ-LAST-PAYMENT-DATE TO SW-LAST-PAYMENT-DATE.
063900     MOVE C3200-NEW-STAGE-SW    TO SW-NEW-STAGE-SW.
064000     RELEASE WORKLIST-SORT-RECORD.
064100 2400-RELEASE-WORKLIST-EXIT.
064200     EXIT.
064300*****************************************************************
064400*    2900-READ-NEXT-MASTER
064500*****************************************************************
064600 2900-READ-NEXT-MASTER.
064700     READ CUSTOMER-MASTER-FILE NEXT RECORD
064800         AT END
064900             MOVE "Y" TO C3200-MASTER-EOF-SW
065000     END-READ.
065100 2900-READ-NEXT-MASTER-EXIT.
065200     EXIT.
065300*****************************************************************
065400*    3000-RECORD-STAGE-CHANGE - PUSHES THE CHANGE ONTO THE
065500*    FRONT OF THE STAGE HISTORY (THE OLDEST OF TEN DROPS OFF),
065600*    LISTS IT, AND SENDS THE LETTER FOR A MOVE UP INTO A
065700*    DELINQUENT STAGE.
065800*****************************************************************
065900 3000-RECORD-STAGE-CHANGE.
066000     ADD 1 TO C3200-STAGE-CHANGES.
066100     PERFORM 3050-SHIFT-HISTORY
066200         THRU 3050-SHIFT-HISTORY-EXIT
066300         VARYING C3200-HIST-SUB FROM 10 BY -1
066400         UNTIL C3200-HIST-SUB < 2.
066500     MOVE C3200-AS-OF-DATE    TO DLQ-HIST-DATE(1).
066600     MOVE C3200-OLD-STAGE     TO DLQ-HIST-FROM(1).
066700     MOVE C3200-NEW-STAGE     TO DLQ-HIST-TO(1).
066800     MOVE C3200-DAYS-PAST-DUE TO DLQ-HIST-DAYS(1).
066900     MOVE CUST-BALANCE        TO DLQ-HIST-BALANCE(1).
067000     IF DLQ-HISTORY-COUNT < 10
067100         ADD 1 TO DLQ-HISTORY-COUNT
067200     END-IF.
067300
067400     MOVE C3200-NEW-STAGE  TO DLQ-STAGE.
067500     MOVE C3200-AS-OF-DATE TO DLQ-STAGE-DATE.
067600
067700     MOVE CUST-ID   TO CH-CUST-ID.
067800     MOVE CUST-NAME TO CH-CUST-NAME.
067900     MOVE C3200-OLD-STAGE TO C3200-STAGE-X.
068000     COMPUTE C3200-LABEL-SUB = C3200-STAGE-N + 1.
068100     MOVE C3200-STAGE-LABEL(C3200-LABEL-SUB) TO CH-FROM-STAGE.
068200     MOVE C3200-NEW-STAGE TO C3200-STAGE-X.
068300     COMPUTE C3200-LABEL-SUB = C3200-STAGE-N + 1.
068400     MOVE C3200-STAGE-LABEL(C3200-LABEL-SUB) TO CH-TO-STAGE.
068500     MOVE C3200-DAYS-PAST-DUE TO CH-DAYS.
068600     MOVE CUST-BALANCE        TO CH-BALANCE.
068700     MOVE SPACES              TO CH-LETTER.
068800
068900     IF DLQ-CURRENT
069000         ADD 1 TO C3200-BACK-TO-CURRENT
069100     ELSE
069200         IF C3200-NEW-STAGE > C3200-OLD-STAGE
069300             PERFORM 4000-SEND-DUNNING-LETTER
069400                 THRU 4000-SEND-DUNNING-LETTER-EXIT
069500         END-IF
069600     END-IF.
069700
069800     MOVE C3200-CHANGE-LINE TO DELINQUENCY-REPORT-LINE.
069900     WRITE DELINQUENCY-REPORT-LINE.
070000 3000-RECORD-STAGE-CHANGE-EXIT.
070100     EXIT.
070200*****************************************************************
070300*    3050-SHIFT-HISTORY
070400*****************************************************************
070500 3050-SHIFT-HISTORY.
070600     MOVE DLQ-HISTORY(C3200-HIST-SUB - 1)
070700         TO DLQ-HISTORY(C3200-HIST-SUB).
070800 3050-SHIFT-HISTORY-EXIT.
070900     EXIT.
071000*****************************************************************
071100*    4000-SEND-DUNNING-LETTER - SAME ADDRESS CHECKS AS CUST1300:
071200*    A RETURNED-MAIL ADDRESS OR ONE THAT WOULD FAIL THE CUST0300
071300*    EDITS IS NOT MAILED.  THE REPORT LINE SAYS WHICH.
071400*****************************************************************
071500 4000-SEND-DUNNING-LETTER.
071600     PERFORM 4100-CHECK-UNDELIVERABLE
071700         THRU 4100-CHECK-UNDELIVERABLE-EXIT.
071800     IF C3200-UNDELIV-FOUND
071900         ADD 1 TO C3200-UNDELIV-COUNT
072000         MOVE "SUPPRESSED - UNDELIV" TO CH-LETTER
072100         GO TO 4000-SEND-DUNNING-LETTER-EXIT
072200     END-IF.
072300
072400     PERFORM 4200-VALIDATE-ADDRESS
072500         THRU 4200-VALIDATE-ADDRESS-EXIT.
072600     IF NOT C3200-EDIT-OK
072700         ADD 1 TO C3200-BAD-ADDR-COUNT
072800         MOVE "SUPPRESSED - ADDRESS" TO CH-LETTER
072900         GO TO 4000-SEND-DUNNING-LETTER-EXIT
073000     END-IF.
073100
073200     PERFORM 5000-WRITE-LETTER
073300         THRU 5000-WRITE-LETTER-EXIT.
073400     MOVE "MAILED" TO CH-LETTER.
073500 4000-SEND-DUNNING-LETTER-EXIT.
073600     EXIT.
073700*****************************************************************
073800*    4100-CHECK-UNDELIVERABLE - ONE KEYED READ OF THE CUST2700
073900*    UNDELIVERABLE FILE.
074000*****************************************************************
074100 4100-CHECK-UNDELIVERABLE.
074200     MOVE "N" TO C3200-UNDELIV-FOUND-SW.
074300     IF NOT C3200-UNDELIV-OPEN
074400         GO TO 4100-CHECK-UNDELIVERABLE-EXIT
074500     END-IF.
074600     MOVE CUST-ID TO UND-CUST-ID.
074700     READ UNDELIVERABLE-FILE
074800         INVALID KEY
074900             MOVE "N" TO C3200-UNDELIV-FOUND-SW
075000         NOT INVALID KEY
075100             MOVE "Y" TO C3200-UNDELIV-FOUND-SW
075200     END-READ.
075300 4100-CHECK-UNDELIVERABLE-EXIT.
075400     EXIT.
075500*****************************************************************
075600*    4200-VALIDATE-ADDRESS - SAME RULES AS THE CUST0300 SWEEP:
075700*    STATE ON THE USPS TABLE, ZIP 5 OR 9 DIGITS (HYPHEN
075800*    OPTIONAL).
075900*****************************************************************
076000 4200-VALIDATE-ADDRESS.
076100     MOVE "Y" TO C3200-EDIT-OK-SW.
076200
076300     SEARCH ALL CM-STATE-ENTRY
076400         AT END
076500             MOVE "N" TO C3200-EDIT-OK-SW
076600         WHEN CM-STATE-ENTRY(CM-STATE-IDX) = STATE
076700             CONTINUE
076800     END-SEARCH.
076900     IF NOT C3200-EDIT-OK
077000         GO TO 4200-VALIDATE-ADDRESS-EXIT
077100     END-IF.
077200
077300     IF ZIP-CODE(1:5) IS NOT NUMERIC
077400         MOVE "N" TO C3200-EDIT-OK-SW
077500     ELSE
077600         IF ZIP-CODE(6:5) = SPACES
077700             CONTINUE
077800         ELSE
077900             IF ZIP-CODE(6:1) = "-"
078000               AND ZIP-CODE(7:4) IS NUMERIC
078100                 CONTINUE
078200             ELSE
078300                 IF ZIP-CODE(6:4) IS NUMERIC
078400                   AND ZIP-CODE(10:1) = SPACE
078500                     CONTINUE
078600                 ELSE
078700                     MOVE "N" TO C3200-EDIT-OK-SW
078800                 END-IF
078900             END-IF
079000         END-IF
079100     END-IF.
079200 4200-VALIDATE-ADDRESS-EXIT.
079300     EXIT.
079400*****************************************************************
079500*    5000-WRITE-LETTER - ONE MAIL-READY DUNNING LETTER, THE
079600*    SAME LAYOUT AS THE CUST1300 NOTICES.  THE SEPARATOR LINE
079700*    IS THE BURST MARK FOR THE PRINT ROOM.
079800*****************************************************************
079900 5000-WRITE-LETTER.
080000     MOVE C3200-SEPARATOR-LINE TO DUNNING-LETTER-LINE.
080100     WRITE DUNNING-LETTER-LINE.
080200     MOVE C3200-AS-OF-DATE TO LT-DATE.
080300     MOVE C3200-DATE-LINE TO DUNNING-LETTER-LINE.
080400     WRITE DUNNING-LETTER-LINE.
080500     MOVE SPACES TO DUNNING-LETTER-LINE.
080600     WRITE DUNNING-LETTER-LINE.
080700     MOVE CUST-NAME TO LT-CUST-NAME.
080800     MOVE C3200-NAME-LINE TO DUNNING-LETTER-LINE.
080900     WRITE DUNNING-LETTER-LINE.
081000     MOVE STREET-ADDR TO LT-STREET-ADDR.
081100     MOVE C3200-STREET-LINE TO DUNNING-LETTER-LINE.
081200     WRITE DUNNING-LETTER-LINE.
081300     MOVE CITY     TO LT-CITY.
081400     MOVE STATE    TO LT-STATE.
081500     MOVE ZIP-CODE TO LT-ZIP-CODE.
081600     MOVE C3200-CITY-LINE TO DUNNING-LETTER-LINE.
081700     WRITE DUNNING-LETTER-LINE.
081800     MOVE SPACES TO DUNNING-LETTER-LINE.
081900     WRITE DUNNING-LETTER-LINE.
082000     MOVE CUST-NAME TO LT-SALUT-NAME.
082100     MOVE C3200-SALUTATION-LINE TO DUNNING-LETTER-LINE.
082200     WRITE DUNNING-LETTER-LINE.
082300     MOVE CUST-ID TO LT-CUST-ID.
082400     MOVE C3200-ACCOUNT-LINE TO DUNNING-LETTER-LINE.
082500     WRITE DUNNING-LETTER-LINE.
082600     MOVE CUST-BALANCE TO LT-BALANCE.
082700     MOVE C3200-BALANCE-LINE TO DUNNING-LETTER-LINE.
082800     WRITE DUNNING-LETTER-LINE.
082900     MOVE C3200-DAYS-PAST-DUE TO LT-DAYS.
083000     MOVE C3200-PAST-DUE-LINE TO DUNNING-LETTER-LINE.
083100     WRITE DUNNING-LETTER-LINE.
083200     MOVE SPACES TO DUNNING-LETTER-LINE.
083300     WRITE DUNNING-LETTER-LINE.
083400
083500     MOVE C3200-NEW-STAGE TO C3200-STAGE-X.
083600     COMPUTE C3200-LABEL-SUB = C3200-STAGE-N + 1.
083700     ADD 1 TO C3200-LETTER-COUNT(C3200-LABEL-SUB).
083800     ADD 1 TO C3200-LETTERS-MAILED.
083900     EVALUATE C3200-NEW-STAGE
084000         WHEN "1"
084100             PERFORM 5100-WRITE-30-DAY-BODY
084200                 THRU 5100-WRITE-30-DAY-BODY-EXIT
084300         WHEN "2"
084400             PERFORM 5200-WRITE-60-DAY-BODY
084500                 THRU 5200-WRITE-60-DAY-BODY-EXIT
084600         WHEN "3"
084700             PERFORM 5300-WRITE-90-DAY-BODY
084800                 THRU 5300-WRITE-90-DAY-BODY-EXIT
084900         WHEN OTHER
085000             PERFORM 5400-WRITE-120-DAY-BODY
085100                 THRU 5400-WRITE-120-DAY-BODY-EXIT
085200     END-EVALUATE.
085300
085400     MOVE SPACES TO DUNNING-LETTER-LINE.
085500     WRITE DUNNING-LETTER-LINE.
085600     MOVE "SINCERELY," TO DUNNING-LETTER-LINE.
085700     WRITE DUNNING-LETTER-LINE.
085800     MOVE "CUSTOMER SERVICES" TO DUNNING-LETTER-LINE.
085900     WRITE DUNNING-LETTER-LINE.
086000 5000-WRITE-LETTER-EXIT.
086100     EXIT.
086200*****************************************************************
086300*    5100-WRITE-30-DAY-BODY
086400*****************************************************************
086500 5100-WRITE-30-DAY-BODY.
086600     MOVE "OUR RECORDS SHOW NO PAYMENT ON YOUR ACCOUNT FOR"
086700         TO DUNNING-LETTER-LINE.
086800     WRITE DUNNING-LETTER-LINE.
086900     MOVE "MORE THAN 30 DAYS.  IF YOU HAVE ALREADY SENT YOUR"
087000         TO DUNNING-LETTER-LINE.
087100     WRITE DUNNING-LETTER-LINE.
087200     MOVE "PAYMENT, THANK YOU AND PLEASE DISREGARD THIS NOTE."
087300         TO DUNNING-LETTER-LINE.
087400     WRITE DUNNING-LETTER-LINE.
087500 5100-WRITE-30-DAY-BODY-EXIT.
087600     EXIT.
087700*****************************************************************
087800*    5200-WRITE-60-DAY-BODY
087900*****************************************************************
088000 5200-WRITE-60-DAY-BODY.
088100     MOVE "YOUR ACCOUNT IS NOW MORE THAN 60 DAYS PAST DUE."
088200         TO DUNNING-LETTER-LINE.
088300     WRITE DUNNING-LETTER-LINE.
088400     MOVE "PLEASE SEND THE BALANCE DUE SHOWN ABOVE, OR CALL"
088500         TO DUNNING-LETTER-LINE.
088600     WRITE DUNNING-LETTER-LINE.
088700     MOVE "THE SERVICE DESK TO ARRANGE A PAYMENT PLAN."
088800         TO DUNNING-LETTER-LINE.
088900     WRITE DUNNING-LETTER-LINE.
089000 5200-WRITE-60-DAY-BODY-EXIT.
089100     EXIT.
089200*****************************************************************
089300*    5300-WRITE-90-DAY-BODY
089400*****************************************************************
089500 5300-WRITE-90-DAY-BODY.
089600     MOVE "YOUR ACCOUNT IS NOW MORE THAN 90 DAYS PAST DUE AND"
089700         TO DUNNING-LETTER-LINE.
089800     WRITE DUNNING-LETTER-LINE.
089900     MOVE "HAS BEEN REFERRED TO OUR COLLECTIONS DEPARTMENT."
090000         TO DUNNING-LETTER-LINE.
090100     WRITE DUNNING-LETTER-LINE.
090200     MOVE "PAYMENT IN FULL IS REQUIRED TO AVOID FURTHER ACTION."
090300         TO DUNNING-LETTER-LINE.
090400     WRITE DUNNING-LETTER-LINE.
090500 5300-WRITE-90-DAY-BODY-EXIT.
090600     EXIT.
090700*****************************************************************
090800*    5400-WRITE-120-DAY-BODY
090900*****************************************************************
091000 5400-WRITE-120-DAY-BODY.
091100     MOVE "FINAL NOTICE.  YOUR ACCOUNT IS MORE THAN 120 DAYS"
091200         TO DUNNING-LETTER-LINE.
091300     WRITE DUNNING-LETTER-LINE.
091400     MOVE "PAST DUE.  UNLESS THE BALANCE IS PAID, THE ACCOUNT"
091500         TO DUNNING-LETTER-LINE.
091600     WRITE DUNNING-LETTER-LINE.
091700     MOVE "MAY BE CHARGED OFF AND REPORTED AS UNPAID."
091800         TO DUNNING-LETTER-LINE.
091900     WRITE DUNNING-LETTER-LINE.
092000 5400-WRITE-120-DAY-BODY-EXIT.
092100     EXIT.
092200*****************************************************************
092300*    6000-PRINT-WORKLIST - SORT OUTPUT PROCEDURE.
092400*****************************************************************
092500 6000-PRINT-WORKLIST.
092600     MOVE C3200-AS-OF-DATE TO WH-AS-OF-DATE.
092700     MOVE C3200-WORKLIST-HEADING-1 TO WORKLIST-REPORT-LINE.
092800     WRITE WORKLIST-REPORT-LINE.
092900     MOVE C3200-WORKLIST-HEADING-2 TO WORKLIST-REPORT-LINE.
093000     WRITE WORKLIST-REPORT-LINE.
093100
093200     PERFORM 6100-PRINT-ONE-ACCOUNT
093300         THRU 6100-PRINT-ONE-ACCOUNT-EXIT
093400         UNTIL C3200-SORT-EOF.
093500
093600     MOVE C3200-WORKLIST-COUNT   TO WT-COUNT.
093700     MOVE C3200-WORKLIST-BALANCE TO WT-BALANCE.
093800     MOVE C3200-WORKLIST-TOTAL TO WORKLIST-REPORT-LINE.
093900     WRITE WORKLIST-REPORT-LINE.
094000 6000-PRINT-WORKLIST-EXIT.
094100     EXIT.
094200*****************************************************************
094300*    6100-PRINT-ONE-ACCOUNT
094400*****************************************************************
094500 6100-PRINT-ONE-ACCOUNT.
094600     RETURN WORKLIST-SORT-FILE
094700         AT END
094800             MOVE "Y" TO C3200-SORT-EOF-SW
094900             GO TO 6100-PRINT-ONE-ACCOUNT-EXIT
095000     END-RETURN.
095100     ADD 1 TO C3200-WORKLIST-COUNT.
095200     ADD SW-BALANCE TO C3200-WORKLIST-BALANCE.
095300
095400     MOVE SW-STAGE TO C3200-STAGE-X.
095500     COMPUTE C3200-LABEL-SUB = C3200-STAGE-N + 1.
095600     MOVE C3200-STAGE-LABEL(C3200-LABEL-SUB) TO WL-STAGE.
095700     MOVE SW-CUST-ID           TO WL-CUST-ID.
095800     MOVE SW-CUST-NAME         TO WL-CUST-NAME.
095900     MOVE SW-CUST-STATUS       TO WL-CUST-STATUS.
096000     MOVE SW-BALANCE           TO WL-BALANCE.
096100     MOVE SW-DAYS-PAST-DUE     TO WL-DAYS.
096200     MOVE SW-LAST-PAYMENT-DATE TO WL-LAST-PAID.
096300     MOVE SW-CUST-PHONE        TO WL-PHONE.
096400     IF SW-NEW-STAGE-SW = "Y"
096500         MOVE "NEW" TO WL-NEW-FLAG
096600     ELSE
096700         MOVE SPACES TO WL-NEW-FLAG
096800     END-IF.
096900     MOVE C3200-WORKLIST-LINE TO WORKLIST-REPORT-LINE.
097000     WRITE WORKLIST-REPORT-LINE.
097100 6100-PRINT-ONE-ACCOUNT-EXIT.
097200     EXIT.
097300*****************************************************************
097400*    8000-WRITE-TOTALS
097500*****************************************************************
097600 8000-WRITE-TOTALS.
097700     MOVE C3200-ACCOUNTS-READ TO TL-ACCOUNTS-READ.
097800     MOVE C3200-TOTAL-LINE-1 TO DELINQUENCY-REPORT-LINE.
097900     WRITE DELINQUENCY-REPORT-LINE.
098000
098100     MOVE C3200-DEBIT-ACCOUNTS TO TL-DEBIT.
098200     MOVE C3200-TOTAL-LINE-2 TO DELINQUENCY-REPORT-LINE.
098300     WRITE DELINQUENCY-REPORT-LINE.
098400
098500     MOVE C3200-STAGE-CHANGES TO TL-CHANGES.
098600     MOVE C3200-TOTAL-LINE-3 TO DELINQUENCY-REPORT-LINE.
098700     WRITE DELINQUENCY-REPORT-LINE.
098800
098900     MOVE C3200-BACK-TO-CURRENT TO TL-CURRENT.
099000     MOVE C3200-TOTAL-LINE-4 TO DELINQUENCY-REPORT-LINE.
099100     WRITE DELINQUENCY-REPORT-LINE.
099200
099300     PERFORM 8100-WRITE-LETTER-TOTAL
099400         THRU 8100-WRITE-LETTER-TOTAL-EXIT
099500         VARYING C3200-LABEL-SUB FROM 2 BY 1
099600         UNTIL C3200-LABEL-SUB > 5.
099700
099800     MOVE C3200-UNDELIV-COUNT TO TL-UNDELIV.
099900     MOVE C3200-TOTAL-LINE-6 TO DELINQUENCY-REPORT-LINE.
100000     WRITE DELINQUENCY-REPORT-LINE.
100100
100200     MOVE C3200-BAD-ADDR-COUNT TO TL-BAD-ADDR.
100300     MOVE C3200-TOTAL-LINE-7 TO DELINQUENCY-REPORT-LINE.
100400     WRITE DELINQUENCY-REPORT-LINE.
100500 8000-WRITE-TOTALS-EXIT.
100600     EXIT.
100700*****************************************************************
100800*    8100-WRITE-LETTER-TOTAL - ONE LINE PER DUNNING STAGE SO
100900*    THE PRINT ROOM CAN BALANCE THE FORMS.
101000*****************************************************************
101100 8100-WRITE-LETTER-TOTAL.
101200     MOVE C3200-STAGE-LABEL(C3200-LABEL-SUB)  TO TL-LETTER-LABEL.
101300     MOVE C3200-LETTER-COUNT(C3200-LABEL-SUB) TO TL-LETTERS.
101400     MOVE C3200-TOTAL-LINE-5 TO DELINQUENCY-REPORT-LINE.
101500     WRITE DELINQUENCY-REPORT-LINE.
101600 8100-WRITE-LETTER-TOTAL-EXIT.
101700     EXIT.
101800*****************************************************************
101900*    8900-WRITE-RUN-LOG - APPENDS THIS RUN'S STATISTICS ROW TO
102000*    THE COMMON RUN LOG FOR THE NIGHTLY OPERATIONS REPORT
102100*    (CUST1600).  UPDATED IS STAGE CHANGES; WRITTEN IS LETTERS
102200*    MAILED; SKIPPED IS LETTERS SUPPRESSED.
102300*****************************************************************
102400 8900-WRITE-RUN-LOG.
102500     OPEN EXTEND RUN-LOG-FILE.
102600     IF CM-RUNLOG-STATUS = "35"
102700         OPEN OUTPUT RUN-LOG-FILE
102800     END-IF.
102900     MOVE "CUST3200"             TO RNL-PROGRAM-ID.
103000     MOVE C3200-CURRENT-DATE     TO RNL-RUN-DATE.
103100     ACCEPT RNL-RUN-TIME FROM TIME.
103200     MOVE C3200-ACCOUNTS-READ    TO RNL-RECORDS-READ.
103300     MOVE C3200-STAGE-CHANGES    TO RNL-RECORDS-UPDATED.
103400     MOVE ZERO                   TO RNL-RECORDS-REJECTED.
103500     MOVE C3200-LETTERS-MAILED   TO RNL-RECORDS-WRITTEN.
103600     ADD C3200-UNDELIV-COUNT C3200-BAD-ADDR-COUNT
103700         GIVING RNL-RECORDS-SKIPPED.
103800     MOVE CM-DELINQ-STATUS       TO RNL-FINAL-STATUS.
103900     WRITE RUN-LOG-RECORD.
104000     CLOSE RUN-LOG-FILE.
104100 8900-WRITE-RUN-LOG-EXIT.
104200     EXIT.
104300*****************************************************************
104400*    9000-TERMINATE
104500*****************************************************************
104600 9000-TERMINATE.
104700     CLOSE CUSTOMER-MASTER-FILE
104800           POSTING-HISTORY-FILE
104900           DELINQUENCY-FILE
105100           DUNNING-LETTER-FILE
105200           DELINQUENCY-REPORT-FILE
105300           WORKLIST-REPORT-FILE
105350           RETURNED-XREF-FILE.
105400     IF C3200-UNDELIV-OPEN
105500         CLOSE UNDELIVERABLE-FILE
105600     END-IF.
105700 9000-TERMINATE-EXIT.
105800     EXIT.
