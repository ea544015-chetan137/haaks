000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CUST4500.
000300 AUTHOR.        R HALVORSEN.
000400 INSTALLATION.  CUSTOMER SERVICES APPLICATIONS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*    CUST4500  -  ACH AUTOPAY RETURN PROCESSING
000900*
001000*    READS THE BANK'S ACH RETURN FILE (ACHRTN, NACHA FORMAT,
001100*    CUSTNCH.CPY).  EACH RETURNED ENTRY IS AN ENTRY DETAIL
001200*    RECORD FOLLOWED BY A TYPE "99" RETURN ADDENDA CARRYING THE
001300*    RETURN REASON (R01, R02, ...) AND THE TRACE NUMBER OF OUR
001400*    ORIGINAL DEBIT.  HEADER AND CONTROL RECORDS ARE PASSED
001500*    OVER.  NOTIFICATIONS OF CHANGE (ADDENDA TYPE "98") ARE
001600*    LISTED FOR THE ENROLLMENT DESK TO KEY ON CUST4300 BUT NOT
001700*    APPLIED.
001800*
001900*    THE ORIGINAL TRACE NUMBER FINDS THE DEBIT ON THE ACH DEBIT
002000*    LOG (ACHDEBIT, CUSTACD.CPY), AND THE DEBIT'S CUST-ID,
002100*    PAYMENT DATE, REASON CODE AND AMOUNT FIND THE CREDIT
002200*    CUST0900 POSTED FOR IT ON POSTHIST.  THE RETURN IS THEN
002300*    HANDED TO THE RETURNED-PAYMENT JOB (CUST2900) AS A
002400*    RETURNED ITEM (ACHRTNI, CUSTRTN.CPY) NAMING THAT POSTING,
002500*    SO THE REVERSAL, THE RETURNED-ITEM FEE, THE CROSS-
002600*    REFERENCE AND THE CASH-ONLY COUNT ARE THE SAME FOR AN ACH
002700*    RETURN AS FOR A RETURNED CHECK.  THE DEBIT LOG ROW IS
002800*    MARKED RETURN PENDING, WITH THE CREDIT'S POSTING KEY.
002810*
002820*    EACH RUN FIRST LOOKS UP THE PENDING RETURNS ON THE
002830*    RETURNED-PAYMENT CROSS-REFERENCE (NSFXREF).  ONE WHOSE
002840*    REVERSAL CUST2900 HAS CONFIRMED IS MARKED RETURNED.  ONE
002850*    CUST2900 LEFT OFF NSFXREF AFTER ITS RUN (IT REFUSED THE
002860*    ITEM - SEE ITS REPORT) IS PUT BACK TO SENT AND LISTED, SO
002870*    THE RETURN CAN BE RUN AGAIN ONCE THE CAUSE IS FIXED.
002900*
003000*    A RETURN IS REJECTED (LISTED, NOTHING WRITTEN) WHEN THE
003100*    TRACE NUMBER IS NOT ON THE DEBIT LOG, WHEN THAT DEBIT WAS
003200*    ALREADY RETURNED OR ITS RETURN IS PENDING, OR WHEN ITS
003250*    CREDIT IS NOT YET ON
003300*    POSTHIST (RUN AGAIN WITH THE SAME FILE AFTER CUST0900 -
003400*    RETURNS ALREADY TAKEN ARE REFUSED THE SECOND TIME).
003500*
003600*    EVERY RETURN ADDS ONE TO THE ENROLLMENT'S RETURN COUNT.
003700*    AN ACTIVE ENROLLMENT IS SUSPENDED, WITH A CUSTAUD ROW,
003800*    WHEN THE COUNT REACHES THE ACRPARM LIMIT, OR AT ONCE FOR A
003900*    RETURN THAT SAYS THE ACCOUNT CANNOT BE DEBITED AT ALL
004000*    (R02 CLOSED, R03 NO ACCOUNT, R04 INVALID NUMBER, R05/R07/
004100*    R10/R29 NOT AUTHORIZED OR REVOKED, R16 FROZEN, R20 NON-
004200*    TRANSACTION ACCOUNT).  CUST4300 REINSTATES IT.
004300*
004400*    CONTROL CARD (ACRPARM), ONE RECORD:
004500*        ARP-RETURN-LIMIT    PIC 9(02)     COLS  1-2, ZERO OR
004600*                                          SPACES = 2.
004610*
004620*    THE ACH RETURN FILE, DEBIT LOG, ENROLLMENT FILE AND
004630*    POSTHIST MUST ALL OPEN OR NOTHING IS PROCESSED AND THE STEP
004640*    ENDS RC 8.  NSFXREF IS OPTIONAL; WITHOUT IT PENDING RETURNS
004650*    STAY PENDING.
004700*
004800*    MODIFICATION HISTORY
004900*    DATE       INIT  DESCRIPTION
005000*    ---------- ----- ---------------------------------------
005100*    2026-10-15 RJH   INITIAL VERSION.
005130*    2026-10-15 RJH   AUDIT ROWS CARRY "CUST4500" AS THEIR
005160*                     AUD-OPERATOR-ID.
005170*    2026-10-15 RJH   A RETURN IS PENDING UNTIL NSFXREF SHOWS
005180*                     CUST2900'S REVERSAL CONFIRMED; RC 8 WHEN
005190*                     AN INPUT FILE WILL NOT OPEN.
005200*****************************************************************
005300 ENVIRONMENT DIVISION.
005400 CONFIGURATION SECTION.
005500 SOURCE-COMPUTER.   IBM-370.
005600 OBJECT-COMPUTER.   IBM-370.
005700 INPUT-OUTPUT SECTION.
005800 FILE-CONTROL.
005900     COPY "custacsl.cpy".
006000
006100     COPY "custadsl.cpy".
006200
006300     COPY "custphsl.cpy".
006400
006500     COPY "custausl.cpy".
006510
006520     COPY "custnxsl.cpy".
006600
006700     SELECT CONTROL-CARD-FILE ASSIGN TO "ACRPARM"
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS CM-ACRPARM-STATUS.
007000
007100     SELECT ACH-RETURN-FILE ASSIGN TO "ACHRTN"
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS CM-ACHRTN-STATUS.
007400
007500     SELECT RETURN-ITEM-FILE ASSIGN TO "ACHRTNI"
007600         ORGANIZATION IS LINE SEQUENTIAL
007700         FILE STATUS IS CM-ACHRTNI-STATUS.
007800
007900     SELECT RETURN-REPORT-FILE ASSIGN TO "ACRRPT"
008000         ORGANIZATION IS LINE SEQUENTIAL
008100         FILE STATUS IS CM-ACRRPT-STATUS.
008200
008300     COPY "custrnsl.cpy".
008400
008500 DATA DIVISION.
008600 FILE SECTION.
008700     COPY "custacfd.cpy".
008800
008900     COPY "custadfd.cpy".
009000
009100     COPY "custphfd.cpy".
009200
009300     COPY "custaufd.cpy".
009310
009320     COPY "custnxfd.cpy".
009400
009500 FD  CONTROL-CARD-FILE
009600     LABEL RECORDS ARE STANDARD.
009700 01  CONTROL-CARD-RECORD.
009800     05  ARP-RETURN-LIMIT       PIC X(02).
009900     05  FILLER                 PIC X(78).
010000
010100 FD  ACH-RETURN-FILE
010200     LABEL RECORDS ARE STANDARD.
010300     COPY "custnch.cpy".
010400
010500 FD  RETURN-ITEM-FILE
010600     LABEL RECORDS ARE STANDARD.
010700     COPY "custrtn.cpy".
010800
010900 FD  RETURN-REPORT-FILE
011000     LABEL RECORDS ARE STANDARD.
011100 01  RETURN-REPORT-LINE         PIC X(100).
011200
011300     COPY "custrnfd.cpy".
011400
011500 WORKING-STORAGE SECTION.
011600 77  CM-ACHENRL-STATUS          PIC X(02).
011700 77  CM-ACHDEBIT-STATUS         PIC X(02).
011800 77  CM-POSTHIST-STATUS         PIC X(02).
011900 77  CM-CUSTAUD-STATUS          PIC X(02).
011950 77  CM-NSFXREF-STATUS          PIC X(02).
012000 77  CM-ACRPARM-STATUS          PIC X(02).
012100 77  CM-ACHRTN-STATUS           PIC X(02).
012200 77  CM-ACHRTNI-STATUS          PIC X(02).
012300 77  CM-ACRRPT-STATUS           PIC X(02).
012400 77  CM-RUNLOG-STATUS           PIC X(02).
012500
012600 77  C4500-RETURN-EOF-SW        PIC X(01)  VALUE "N".
012700     88  C4500-RETURN-EOF       VALUE "Y".
012800 77  C4500-ENTRY-SW             PIC X(01)  VALUE "N".
012900     88  C4500-ENTRY-WAITING    VALUE "Y".
013000 77  C4500-FOUND-SW             PIC X(01)  VALUE "N".
013100     88  C4500-RECORD-FOUND     VALUE "Y".
013200 77  C4500-POSTING-SW           PIC X(01)  VALUE "N".
013300     88  C4500-POSTING-FOUND    VALUE "Y".
013400 77  C4500-HISTORY-EOF-SW       PIC X(01)  VALUE "N".
013500     88  C4500-HISTORY-EOF      VALUE "Y".
013600 77  C4500-HARD-RETURN-SW       PIC X(01)  VALUE "N".
013700     88  C4500-HARD-RETURN      VALUE "Y".
013710 77  C4500-NSFXREF-FILE-SW      PIC X(01)  VALUE "N".
013720     88  C4500-NSFXREF-FILE-OPEN VALUE "Y".
013730 77  C4500-DEBIT-EOF-SW         PIC X(01)  VALUE "N".
013740     88  C4500-DEBIT-EOF        VALUE "Y".
013800 77  C4500-CURRENT-DATE         PIC X(08)  VALUE SPACES.
013900 77  C4500-RETURN-LIMIT         PIC 9(02)       VALUE 2.
014000 77  C4500-AUD-SEQUENCE         PIC 9(06)  VALUE ZERO.
014100 77  C4500-AUD-SEQ-EOF-SW       PIC X(01)  VALUE "N".
014200     88  C4500-AUD-SEQ-EOF      VALUE "Y".
014300 77  C4500-RETURNS-READ         PIC 9(09) COMP  VALUE ZERO.
014400 77  C4500-RETURNS-TAKEN        PIC 9(09) COMP  VALUE ZERO.
014500 77  C4500-RETURNS-REJECTED     PIC 9(09) COMP  VALUE ZERO.
014600 77  C4500-CHANGE-NOTICES       PIC 9(09) COMP  VALUE ZERO.
014700 77  C4500-ENROLLMENTS-SUSPENDED PIC 9(09) COMP VALUE ZERO.
014800 77  C4500-TAKEN-HASH           PIC S9(10)V99 COMP-3 VALUE ZERO.
014900 77  C4500-REJECTED-HASH        PIC S9(10)V99 COMP-3 VALUE ZERO.
014910 77  C4500-RETURNS-CONFIRMED    PIC 9(09) COMP  VALUE ZERO.
014920 77  C4500-RETURNS-REOPENED     PIC 9(09) COMP  VALUE ZERO.
015000*---------------------------------------------------------------
015100*    THE ENTRY DETAIL RECORD WAITING FOR ITS ADDENDA.
015200*---------------------------------------------------------------
015300 01  C4500-SAVED-ENTRY.
015400     05  C4500-SAVED-CUST-ID    PIC X(15).
015500     05  C4500-SAVED-AMOUNT     PIC 9(08)V99.
015600     05  C4500-SAVED-TRACE-NO   PIC X(15).
015700*---------------------------------------------------------------
015800*    RETURN REASONS THAT SUSPEND AN ENROLLMENT ON THE FIRST
015900*    RETURN.  KEEP IN ASCENDING ORDER FOR SEARCH ALL.
016000*---------------------------------------------------------------
016100 01  C4500-HARD-RETURN-INIT.
016200     05  FILLER  PIC X(27) VALUE "R02R03R04R05R07R10R16R20R29".
016300 01  C4500-HARD-RETURN-TABLE REDEFINES C4500-HARD-RETURN-INIT.
016400     05  C4500-HARD-ENTRY       OCCURS 9 TIMES
016500                                ASCENDING KEY IS C4500-HARD-CODE
016600                                INDEXED BY C4500-HARD-IDX.
016700         10  C4500-HARD-CODE    PIC X(03).
016800*---------------------------------------------------------------
016900*    REPORT LINES
017000*---------------------------------------------------------------
017100 01  C4500-HEADING-1.
017200     05  FILLER  PIC X(43)
017300         VALUE "CUST4500 - ACH AUTOPAY RETURNS".
017400     05  FILLER  PIC X(11) VALUE "RUN DATE: ".
017500     05  HD-RUN-DATE   PIC X(08).
017600 01  C4500-HEADING-2.
017700     05  FILLER  PIC X(17) VALUE "ORIGINAL TRACE".
017800     05  FILLER  PIC X(17) VALUE "CUST-ID".
017900     05  FILLER  PIC X(05) VALUE "RTN".
018000     05  FILLER  PIC X(15) VALUE "       AMOUNT".
018100     05  FILLER  PIC X(30) VALUE "DISPOSITION".
018200 01  C4500-DETAIL-LINE.
018300     05  DT-TRACE-NO     PIC X(15).
018400     05  FILLER          PIC X(02) VALUE SPACES.
018500     05  DT-CUST-ID      PIC X(15).
018600     05  FILLER          PIC X(02) VALUE SPACES.
018700     05  DT-RETURN-CODE  PIC X(03).
018800     05  FILLER          PIC X(02) VALUE SPACES.
018900     05  DT-AMOUNT       PIC ZZ,ZZZ,ZZ9.99.
019000     05  FILLER          PIC X(02) VALUE SPACES.
019100     05  DT-DISPOSITION  PIC X(40).
019200 01  C4500-TOTAL-LINE-1.
019300     05  FILLER          PIC X(30) VALUE
019400         "TOTAL RETURNED ENTRIES READ : ".
019500     05  TL-RETURNS-READ PIC ZZZ,ZZZ,ZZ9.
019600 01  C4500-TOTAL-LINE-2.
019700     05  FILLER          PIC X(30) VALUE
019800         "TOTAL RETURNS TO REVERSE    : ".
019900     05  TL-TAKEN        PIC ZZZ,ZZZ,ZZ9.
020000     05  FILLER          PIC X(04) VALUE SPACES.
020100     05  TL-TAKEN-HASH   PIC -Z,ZZZ,ZZZ,ZZ9.99.
020200 01  C4500-TOTAL-LINE-3.
020300     05  FILLER          PIC X(30) VALUE
020400         "TOTAL RETURNS REJECTED      : ".
020500     05  TL-REJECTED     PIC ZZZ,ZZZ,ZZ9.
020600     05  FILLER          PIC X(04) VALUE SPACES.
020700     05  TL-REJECTED-HASH PIC -Z,ZZZ,ZZZ,ZZ9.99.
020800 01  C4500-TOTAL-LINE-4.
020900     05  FILLER          PIC X(30) VALUE
021000         "TOTAL CHANGE NOTICES        : ".
021100     05  TL-CHANGE-NOTICES PIC ZZZ,ZZZ,ZZ9.
021200 01  C4500-TOTAL-LINE-5.
021300     05  FILLER          PIC X(30) VALUE
021400         "TOTAL ENROLLMENTS SUSPENDED : ".
021500     05  TL-SUSPENDED    PIC ZZZ,ZZZ,ZZ9.
021510 01  C4500-TOTAL-LINE-6.
021520     05  FILLER          PIC X(30) VALUE
021530         "TOTAL RETURNS CONFIRMED     : ".
021540     05  TL-CONFIRMED    PIC ZZZ,ZZZ,ZZ9.
021550 01  C4500-TOTAL-LINE-7.
021560     05  FILLER          PIC X(30) VALUE
021570         "TOTAL RETURNS REOPENED      : ".
021580     05  TL-REOPENED     PIC ZZZ,ZZZ,ZZ9.
021600
021700 PROCEDURE DIVISION.
021800*****************************************************************
021900*    0000-MAINLINE
022000*****************************************************************
022100 0000-MAINLINE.
022200     PERFORM 1000-INITIALIZE
022300         THRU 1000-INITIALIZE-EXIT.
022400
022500     PERFORM 2000-PROCESS-ONE-RECORD
022600         THRU 2000-PROCESS-ONE-RECORD-EXIT
022700         UNTIL C4500-RETURN-EOF.
022800
022900     IF C4500-ENTRY-WAITING
023000         PERFORM 2200-ENTRY-WITHOUT-ADDENDA
023100             THRU 2200-ENTRY-WITHOUT-ADDENDA-EXIT
023200     END-IF.
023300
023400     PERFORM 8000-WRITE-TOTALS
023500         THRU 8000-WRITE-TOTALS-EXIT.
023600
023700     PERFORM 9000-TERMINATE
023800         THRU 9000-TERMINATE-EXIT.
023900
024000     PERFORM 8900-WRITE-RUN-LOG
024100         THRU 8900-WRITE-RUN-LOG-EXIT.
024200
024300     STOP RUN.
024400*****************************************************************
024500*    1000-INITIALIZE
024600*****************************************************************
024700 1000-INITIALIZE.
024800     ACCEPT C4500-CURRENT-DATE FROM DATE YYYYMMDD.
024900
025000     PERFORM 1500-READ-CONTROL-CARD
025100         THRU 1500-READ-CONTROL-CARD-EXIT.
025200
025300     OPEN INPUT  ACH-RETURN-FILE
025400          OUTPUT RETURN-ITEM-FILE
025500                 RETURN-REPORT-FILE.
025600     IF CM-ACHRTN-STATUS NOT = "00"
025700         DISPLAY "CUST4500 - CANNOT OPEN ACH RETURN FILE, STATUS "
025800             CM-ACHRTN-STATUS
025900         MOVE "Y" TO C4500-RETURN-EOF-SW
025950         MOVE 8   TO RETURN-CODE
026000     END-IF.
026100
026200     OPEN I-O ACH-DEBIT-LOG-FILE.
026300     IF CM-ACHDEBIT-STATUS NOT = "00"
026400         DISPLAY "CUST4500 - CANNOT OPEN DEBIT LOG, STATUS "
026500             CM-ACHDEBIT-STATUS
026600         MOVE "Y" TO C4500-RETURN-EOF-SW
026650         MOVE 8   TO RETURN-CODE
026700     END-IF.
026800
026900     OPEN I-O ACH-ENROLLMENT-FILE.
027000     IF CM-ACHENRL-STATUS NOT = "00"
027100         DISPLAY "CUST4500 - CANNOT OPEN ENROLLMENT FILE, STATUS "
027200             CM-ACHENRL-STATUS
027300         MOVE "Y" TO C4500-RETURN-EOF-SW
027350         MOVE 8   TO RETURN-CODE
027400     END-IF.
027500
027600     OPEN INPUT POSTING-HISTORY-FILE.
027700     IF CM-POSTHIST-STATUS NOT = "00"
027800         DISPLAY "CUST4500 - CANNOT OPEN POSTING HISTORY, STATUS "
027900             CM-POSTHIST-STATUS
028000         MOVE "Y" TO C4500-RETURN-EOF-SW
028050         MOVE 8   TO RETURN-CODE
028100     END-IF.
028110
028120     OPEN INPUT RETURNED-XREF-FILE.
028130     IF CM-NSFXREF-STATUS = "00"
028140         MOVE "Y" TO C4500-NSFXREF-FILE-SW
028150     END-IF.
028200
028300     OPEN I-O CUSTOMER-AUDIT-FILE.
028400     IF CM-CUSTAUD-STATUS = "35"
028500         OPEN OUTPUT CUSTOMER-AUDIT-FILE
028600         CLOSE CUSTOMER-AUDIT-FILE
028700         OPEN I-O CUSTOMER-AUDIT-FILE
028800     END-IF.
028900
029000     MOVE C4500-CURRENT-DATE TO HD-RUN-DATE.
029100     MOVE C4500-HEADING-1 TO RETURN-REPORT-LINE.
029200     WRITE RETURN-REPORT-LINE.
029300     MOVE C4500-HEADING-2 TO RETURN-REPORT-LINE.
029400     WRITE RETURN-REPORT-LINE.
029500
029510     IF NOT C4500-RETURN-EOF
029520       AND C4500-NSFXREF-FILE-OPEN
029530         PERFORM 1600-CONFIRM-RETURNS
029540             THRU 1600-CONFIRM-RETURNS-EXIT
029550     END-IF.
029560
029600     IF NOT C4500-RETURN-EOF
029700         PERFORM 2900-READ-NEXT-RECORD
029800             THRU 2900-READ-NEXT-RECORD-EXIT
029900     END-IF.
030000 1000-INITIALIZE-EXIT.
030100     EXIT.
030200*****************************************************************
030300*    1500-READ-CONTROL-CARD - NO CARD OR A BLANK LIMIT LEAVES
030400*    THE DEFAULT.
030500*****************************************************************
030600 1500-READ-CONTROL-CARD.
030700     OPEN INPUT CONTROL-CARD-FILE.
030800     IF CM-ACRPARM-STATUS NOT = "00"
030900         GO TO 1500-READ-CONTROL-CARD-EXIT
031000     END-IF.
031100     READ CONTROL-CARD-FILE
031200         AT END
031300             CLOSE CONTROL-CARD-FILE
031400             GO TO 1500-READ-CONTROL-CARD-EXIT
031500     END-READ.
031600
031700     IF ARP-RETURN-LIMIT IS NUMERIC
031800       AND ARP-RETURN-LIMIT NOT = "00"
031900         MOVE ARP-RETURN-LIMIT TO C4500-RETURN-LIMIT
032000     END-IF.
032100     CLOSE CONTROL-CARD-FILE.
032200 1500-READ-CONTROL-CARD-EXIT.
032300     EXIT.
032301*****************************************************************
032302*    1600-CONFIRM-RETURNS - SETTLES THE DEBITS LEFT PENDING BY
032303*    EARLIER RUNS BEFORE TODAY'S RETURNS ARE TAKEN.
032304*****************************************************************
032305 1600-CONFIRM-RETURNS.
032306     MOVE "N"        TO C4500-DEBIT-EOF-SW.
032307     MOVE LOW-VALUES TO ACD-TRACE-NO.
032308     START ACH-DEBIT-LOG-FILE
032309         KEY IS NOT LESS THAN ACD-TRACE-NO
032310         INVALID KEY
032311             MOVE "Y" TO C4500-DEBIT-EOF-SW
032312     END-START.
032313     PERFORM 1610-CONFIRM-ONE-RETURN
032314         THRU 1610-CONFIRM-ONE-RETURN-EXIT
032315         UNTIL C4500-DEBIT-EOF.
032316 1600-CONFIRM-RETURNS-EXIT.
032317     EXIT.
032318*****************************************************************
032319*    1610-CONFIRM-ONE-RETURN - A PENDING ROW ON NSFXREF WAITS;
032320*    NO ROW AT ALL AFTER THE RETURN DATE MEANS CUST2900 REFUSED
032321*    THE ITEM, AND THE DEBIT GOES BACK TO SENT.
032322*****************************************************************
032323 1610-CONFIRM-ONE-RETURN.
032324     READ ACH-DEBIT-LOG-FILE NEXT RECORD
032325         AT END
032326             MOVE "Y" TO C4500-DEBIT-EOF-SW
032327     END-READ.
032328     IF C4500-DEBIT-EOF
032329       OR NOT ACD-RETURN-PENDING
032330         GO TO 1610-CONFIRM-ONE-RETURN-EXIT
032331     END-IF.
032332
032333     MOVE ACD-CUST-ID        TO NSF-CUST-ID.
032334     MOVE ACD-ORIG-POST-DATE TO NSF-ORIG-POST-DATE.
032335     MOVE ACD-ORIG-SEQ-NO    TO NSF-ORIG-SEQ-NO.
032336     READ RETURNED-XREF-FILE
032337         INVALID KEY
032338             MOVE "N" TO C4500-FOUND-SW
032339         NOT INVALID KEY
032340             MOVE "Y" TO C4500-FOUND-SW
032341     END-READ.
032342     IF C4500-RECORD-FOUND
032343       AND NOT NSF-REVERSAL-CONFIRMED
032344         GO TO 1610-CONFIRM-ONE-RETURN-EXIT
032345     END-IF.
032346     IF NOT C4500-RECORD-FOUND
032347       AND ACD-RETURN-DATE NOT < C4500-CURRENT-DATE
032348         GO TO 1610-CONFIRM-ONE-RETURN-EXIT
032349     END-IF.
032350
032351     MOVE ACD-TRACE-NO    TO DT-TRACE-NO.
032352     MOVE ACD-RETURN-CODE TO DT-RETURN-CODE.
032353     IF C4500-RECORD-FOUND
032354         MOVE "R"    TO ACD-STATUS
032355     ELSE
032356         MOVE "S"    TO ACD-STATUS
032357         MOVE SPACES TO ACD-RETURN-CODE
032358                        ACD-RETURN-DATE
032359                        ACD-ORIG-POST-DATE
032360         MOVE ZERO   TO ACD-ORIG-SEQ-NO
032361     END-IF.
032362     REWRITE ACH-DEBIT-LOG-RECORD
032363         INVALID KEY
032364             DISPLAY "CUST4500 - DEBIT LOG REWRITE FAILED FOR "
032365                 ACD-TRACE-NO ", STATUS " CM-ACHDEBIT-STATUS
032366             GO TO 1610-CONFIRM-ONE-RETURN-EXIT
032367     END-REWRITE.
032368     IF C4500-RECORD-FOUND
032369         ADD 1 TO C4500-RETURNS-CONFIRMED
032370         GO TO 1610-CONFIRM-ONE-RETURN-EXIT
032371     END-IF.
032372
032373     ADD 1 TO C4500-RETURNS-REOPENED.
032374     MOVE ACD-CUST-ID       TO C4500-SAVED-CUST-ID.
032375     MOVE ACD-AMOUNT        TO C4500-SAVED-AMOUNT.
032376     MOVE "NOT REVERSED BY CUST2900 - REOPENED" TO DT-DISPOSITION.
032377     PERFORM 7100-WRITE-DETAIL-LINE
032378         THRU 7100-WRITE-DETAIL-LINE-EXIT.
032379 1610-CONFIRM-ONE-RETURN-EXIT.
032380     EXIT.
032400*****************************************************************
032500*    2000-PROCESS-ONE-RECORD - AN ENTRY DETAIL IS HELD UNTIL
032600*    ITS ADDENDA ARRIVES.  ANY RECORD OTHER THAN AN ADDENDA
032700*    AFTER A HELD ENTRY MEANS THE ENTRY HAD NONE.
032800*****************************************************************
032900 2000-PROCESS-ONE-RECORD.
033000     IF C4500-ENTRY-WAITING
033100       AND NOT NCH-ADDENDA
033200         PERFORM 2200-ENTRY-WITHOUT-ADDENDA
033300             THRU 2200-ENTRY-WITHOUT-ADDENDA-EXIT
033400     END-IF.
033500
033600     IF NCH-ENTRY-DETAIL
033700         ADD 1 TO C4500-RETURNS-READ
033800         MOVE NED-INDIVIDUAL-ID TO C4500-SAVED-CUST-ID
033900         MOVE NED-TRACE-NO      TO C4500-SAVED-TRACE-NO
034000         IF NED-AMOUNT IS NUMERIC
034100             MOVE NED-AMOUNT    TO C4500-SAVED-AMOUNT
034200         ELSE
034300             MOVE ZERO          TO C4500-SAVED-AMOUNT
034400         END-IF
034500         MOVE "Y" TO C4500-ENTRY-SW
034600         GO TO 2000-READ-AND-EXIT
034700     END-IF.
034800
034900     IF NOT NCH-ADDENDA
035000       OR NOT C4500-ENTRY-WAITING
035100         GO TO 2000-READ-AND-EXIT
035200     END-IF.
035300
035400     MOVE "N" TO C4500-ENTRY-SW.
035500     EVALUATE TRUE
035600         WHEN NAD-RETURN
035700             PERFORM 3000-PROCESS-RETURN
035800                 THRU 3000-PROCESS-RETURN-EXIT
035900         WHEN NAD-CHANGE-NOTICE
036000             PERFORM 2300-LIST-CHANGE-NOTICE
036100                 THRU 2300-LIST-CHANGE-NOTICE-EXIT
036200         WHEN OTHER
036300             MOVE NAD-ORIGINAL-TRACE TO DT-TRACE-NO
036400             MOVE SPACES TO DT-RETURN-CODE
036500             MOVE "REJECTED - UNKNOWN ADDENDA TYPE"
036600                 TO DT-DISPOSITION
036700             PERFORM 7000-WRITE-REJECT-LINE
036800                 THRU 7000-WRITE-REJECT-LINE-EXIT
036900     END-EVALUATE.
037000
037100 2000-READ-AND-EXIT.
037200     PERFORM 2900-READ-NEXT-RECORD
037300         THRU 2900-READ-NEXT-RECORD-EXIT.
037400 2000-PROCESS-ONE-RECORD-EXIT.
037500     EXIT.
037600*****************************************************************
037700*    2200-ENTRY-WITHOUT-ADDENDA - THE BANK SENT AN ENTRY WITH
037800*    NO RETURN REASON OR ORIGINAL TRACE; IT CANNOT BE MATCHED.
037900*****************************************************************
038000 2200-ENTRY-WITHOUT-ADDENDA.
038100     MOVE "N" TO C4500-ENTRY-SW.
038200     MOVE C4500-SAVED-TRACE-NO TO DT-TRACE-NO.
038300     MOVE SPACES TO DT-RETURN-CODE.
038400     MOVE "REJECTED - NO RETURN ADDENDA" TO DT-DISPOSITION.
038500     PERFORM 7000-WRITE-REJECT-LINE
038600         THRU 7000-WRITE-REJECT-LINE-EXIT.
038700 2200-ENTRY-WITHOUT-ADDENDA-EXIT.
038800     EXIT.
038900*****************************************************************
039000*    2300-LIST-CHANGE-NOTICE - THE BANK'S CORRECTED DATA IS IN
039100*    THE FIRST 29 BYTES OF THE ADDENDA INFORMATION.
039200*****************************************************************
039300 2300-LIST-CHANGE-NOTICE.
039400     ADD 1 TO C4500-CHANGE-NOTICES.
039500     MOVE NAD-ORIGINAL-TRACE TO DT-TRACE-NO.
039600     MOVE NAD-RETURN-REASON  TO DT-RETURN-CODE.
039700     MOVE SPACES TO DT-DISPOSITION.
039800     STRING "CHANGE NOTICE - " DELIMITED BY SIZE
039900            NAD-ADDENDA-INFO (1:24) DELIMITED BY SIZE
040000         INTO DT-DISPOSITION.
040100     PERFORM 7100-WRITE-DETAIL-LINE
040200         THRU 7100-WRITE-DETAIL-LINE-EXIT.
040300 2300-LIST-CHANGE-NOTICE-EXIT.
040400     EXIT.
040500*****************************************************************
040600*    2900-READ-NEXT-RECORD
040700*****************************************************************
040800 2900-READ-NEXT-RECORD.
040900     READ ACH-RETURN-FILE
041000         AT END
041100             MOVE "Y" TO C4500-RETURN-EOF-SW
041200     END-READ.
041300 2900-READ-NEXT-RECORD-EXIT.
041400     EXIT.
041500*****************************************************************
041600*    3000-PROCESS-RETURN - DEBIT LOG, THEN POSTING HISTORY,
041700*    THEN THE RETURNED ITEM FOR CUST2900 AND THE ENROLLMENT.
041800*****************************************************************
041900 3000-PROCESS-RETURN.
042000     MOVE NAD-ORIGINAL-TRACE TO DT-TRACE-NO.
042100     MOVE NAD-RETURN-REASON  TO DT-RETURN-CODE.
042200
042300     MOVE NAD-ORIGINAL-TRACE TO ACD-TRACE-NO.
042400     READ ACH-DEBIT-LOG-FILE
042500         INVALID KEY
042600             MOVE "N" TO C4500-FOUND-SW
042700         NOT INVALID KEY
042800             MOVE "Y" TO C4500-FOUND-SW
042900     END-READ.
043000     IF NOT C4500-RECORD-FOUND
043100         MOVE "REJECTED - UNKNOWN TRACE NUMBER" TO DT-DISPOSITION
043200         PERFORM 7000-WRITE-REJECT-LINE
043300             THRU 7000-WRITE-REJECT-LINE-EXIT
043400         GO TO 3000-PROCESS-RETURN-EXIT
043500     END-IF.
043600     MOVE ACD-CUST-ID TO C4500-SAVED-CUST-ID.
043700     MOVE ACD-AMOUNT  TO C4500-SAVED-AMOUNT.
043800
043900     IF ACD-RETURNED
043950       OR ACD-RETURN-PENDING
044000         MOVE "REJECTED - ALREADY RETURNED" TO DT-DISPOSITION
044100         PERFORM 7000-WRITE-REJECT-LINE
044200             THRU 7000-WRITE-REJECT-LINE-EXIT
044300         GO TO 3000-PROCESS-RETURN-EXIT
044400     END-IF.
044500
044600     PERFORM 3100-FIND-ORIGINAL-CREDIT
044700         THRU 3100-FIND-ORIGINAL-CREDIT-EXIT.
044800     IF NOT C4500-POSTING-FOUND
044900         MOVE "REJECTED - CREDIT NOT YET POSTED" TO DT-DISPOSITION
045000         PERFORM 7000-WRITE-REJECT-LINE
045100             THRU 7000-WRITE-REJECT-LINE-EXIT
045200         GO TO 3000-PROCESS-RETURN-EXIT
045300     END-IF.
045400
045500     MOVE SPACES             TO BANK-RETURN-RECORD.
045600     MOVE PSH-KEY            TO RTN-ORIGINAL-KEY.
045700     MOVE ACD-AMOUNT         TO RTN-AMOUNT.
045800     MOVE NAD-RETURN-REASON  TO RTN-RETURN-CODE.
045900     MOVE C4500-CURRENT-DATE TO RTN-RETURN-DATE.
046000     WRITE BANK-RETURN-RECORD.
046100     ADD 1 TO C4500-RETURNS-TAKEN.
046200     ADD ACD-AMOUNT TO C4500-TAKEN-HASH.
046300
046400     MOVE "P"                TO ACD-STATUS.
046500     MOVE NAD-RETURN-REASON  TO ACD-RETURN-CODE.
046600     MOVE C4500-CURRENT-DATE TO ACD-RETURN-DATE.
046610     MOVE PSH-POST-DATE      TO ACD-ORIG-POST-DATE.
046620     MOVE PSH-SEQUENCE-NO    TO ACD-ORIG-SEQ-NO.
046700     REWRITE ACH-DEBIT-LOG-RECORD
046800         INVALID KEY
046900             DISPLAY "CUST4500 - DEBIT LOG REWRITE FAILED FOR "
047000                 ACD-TRACE-NO ", STATUS " CM-ACHDEBIT-STATUS
047100     END-REWRITE.
047200
047300     MOVE "RETURN PENDING - SENT TO CUST2900" TO DT-DISPOSITION.
047400     PERFORM 7100-WRITE-DETAIL-LINE
047500         THRU 7100-WRITE-DETAIL-LINE-EXIT.
047600
047700     PERFORM 4000-COUNT-RETURN
047800         THRU 4000-COUNT-RETURN-EXIT.
047900 3000-PROCESS-RETURN-EXIT.
048000     EXIT.
048100*****************************************************************
048200*    3100-FIND-ORIGINAL-CREDIT - BROWSES THE CUSTOMER'S
048300*    POSTINGS ON THE PAYMENT DATE FOR THE CREDIT UNDER THE
048400*    DEBIT'S REASON CODE AND AMOUNT.  ON EXIT, WHEN FOUND, THE
048500*    HISTORY ROW IS IN THE RECORD AREA.
048600*****************************************************************
048700 3100-FIND-ORIGINAL-CREDIT.
048800     MOVE "N"                TO C4500-POSTING-SW.
048900     MOVE "N"                TO C4500-HISTORY-EOF-SW.
049000     MOVE ACD-CUST-ID        TO PSH-CUST-ID.
049100     MOVE ACD-EFFECTIVE-DATE TO PSH-POST-DATE.
049200     MOVE ZERO               TO PSH-SEQUENCE-NO.
049300     START POSTING-HISTORY-FILE
049400         KEY IS NOT LESS THAN PSH-KEY
049500         INVALID KEY
049600             MOVE "Y" TO C4500-HISTORY-EOF-SW
049700     END-START.
049800     PERFORM 3110-CHECK-ONE-POSTING
049900         THRU 3110-CHECK-ONE-POSTING-EXIT
050000         UNTIL C4500-HISTORY-EOF
050100            OR C4500-POSTING-FOUND.
050200 3100-FIND-ORIGINAL-CREDIT-EXIT.
050300     EXIT.
050400*****************************************************************
050500*    3110-CHECK-ONE-POSTING
050600*****************************************************************
050700 3110-CHECK-ONE-POSTING.
050800     READ POSTING-HISTORY-FILE NEXT RECORD
050900         AT END
051000             MOVE "Y" TO C4500-HISTORY-EOF-SW
051100     END-READ.
051200     IF C4500-HISTORY-EOF
051300         GO TO 3110-CHECK-ONE-POSTING-EXIT
051400     END-IF.
051500     IF PSH-CUST-ID NOT = ACD-CUST-ID
051600       OR PSH-POST-DATE NOT = ACD-EFFECTIVE-DATE
051700         MOVE "Y" TO C4500-HISTORY-EOF-SW
051800         GO TO 3110-CHECK-ONE-POSTING-EXIT
051900     END-IF.
052000     IF PSH-CREDIT
052100       AND PSH-REASON-CODE = ACD-REASON-CODE
052200       AND PSH-AMOUNT = ACD-AMOUNT
052300         MOVE "Y" TO C4500-POSTING-SW
052400     END-IF.
052500 3110-CHECK-ONE-POSTING-EXIT.
052600     EXIT.
052700*****************************************************************
052800*    4000-COUNT-RETURN - ONE MORE RETURN AGAINST THE
052900*    ENROLLMENT; SUSPENDS IT AT THE LIMIT OR ON A HARD RETURN.
053000*    A CANCELLED OR ALREADY SUSPENDED ENROLLMENT IS ONLY
053100*    COUNTED.
053200*****************************************************************
053300 4000-COUNT-RETURN.
053400     MOVE ACD-CUST-ID TO ACH-CUST-ID.
053500     READ ACH-ENROLLMENT-FILE
053600         INVALID KEY
053700             MOVE "N" TO C4500-FOUND-SW
053800         NOT INVALID KEY
053900             MOVE "Y" TO C4500-FOUND-SW
054000     END-READ.
054100     IF NOT C4500-RECORD-FOUND
054200         GO TO 4000-COUNT-RETURN-EXIT
054300     END-IF.
054400
054500     IF ACH-RETURN-COUNT < 99
054600         ADD 1 TO ACH-RETURN-COUNT
054700     END-IF.
054800     MOVE C4500-CURRENT-DATE TO ACH-LAST-RETURN-DATE.
054900     MOVE NAD-RETURN-REASON  TO ACH-LAST-RETURN-CODE.
055000
055100     MOVE "N" TO C4500-HARD-RETURN-SW.
055200     SEARCH ALL C4500-HARD-ENTRY
055300         WHEN C4500-HARD-CODE (C4500-HARD-IDX) = NAD-RETURN-REASON
055400             MOVE "Y" TO C4500-HARD-RETURN-SW
055500     END-SEARCH.
055600
055700     IF ACH-ACTIVE
055800       AND (ACH-RETURN-COUNT NOT < C4500-RETURN-LIMIT
055900            OR C4500-HARD-RETURN)
056000         MOVE "S"                TO ACH-STATUS
056100         MOVE C4500-CURRENT-DATE TO ACH-STATUS-DATE
056200         ADD 1 TO C4500-ENROLLMENTS-SUSPENDED
056300         PERFORM 5700-WRITE-AUDIT-RECORD
056400             THRU 5700-WRITE-AUDIT-RECORD-EXIT
056500         MOVE "ENROLLMENT SUSPENDED" TO DT-DISPOSITION
056600         PERFORM 7100-WRITE-DETAIL-LINE
056700             THRU 7100-WRITE-DETAIL-LINE-EXIT
056800     END-IF.
056900
057000     REWRITE ACH-ENROLLMENT-RECORD
057100         INVALID KEY
057200             DISPLAY "CUST4500 - ENROLLMENT REWRITE FAILED FOR "
057300                 ACH-CUST-ID ", STATUS " CM-ACHENRL-STATUS
057400     END-REWRITE.
057500 4000-COUNT-RETURN-EXIT.
057600     EXIT.
057700*****************************************************************
057800*    5700-WRITE-AUDIT-RECORD - THE SEQUENCE NUMBER CONTINUES
057900*    FROM WHATEVER IS ALREADY ON FILE FOR THIS CUST-ID, SINCE
058000*    CUSTOMER HISTORY SPANS MANY RUNS.
058100*****************************************************************
058200 5700-WRITE-AUDIT-RECORD.
058300     PERFORM 5790-DETERMINE-NEXT-AUDIT-SEQ
058400         THRU 5790-DETERMINE-NEXT-AUDIT-SEQ-EXIT.
058500     ADD 1 TO C4500-AUD-SEQUENCE.
058600     MOVE ACH-CUST-ID          TO AUD-CUST-ID.
058700     MOVE C4500-AUD-SEQUENCE   TO AUD-SEQUENCE-NO.
058800     MOVE "ACH AUTOPAY"        TO AUD-FIELD-NAME.
058900     MOVE "ACTIVE"             TO AUD-OLD-VALUE.
059000     MOVE SPACES               TO AUD-NEW-VALUE.
059100     STRING "SUSPENDED - RETURN " DELIMITED BY SIZE
059200            NAD-RETURN-REASON     DELIMITED BY SIZE
059300         INTO AUD-NEW-VALUE.
059400     MOVE C4500-CURRENT-DATE   TO AUD-CHANGE-DATE.
059500     ACCEPT AUD-CHANGE-TIME FROM TIME.
059600     MOVE "CUST4500"           TO AUD-SOURCE-ID.
059650     MOVE "CUST4500"           TO AUD-OPERATOR-ID.
059700     WRITE CUSTOMER-AUDIT-RECORD
059800         INVALID KEY
059900             DISPLAY "CUST4500 - AUDIT WRITE FAILED FOR "
060000                 ACH-CUST-ID ", STATUS " CM-CUSTAUD-STATUS
060100     END-WRITE.
060200 5700-WRITE-AUDIT-RECORD-EXIT.
060300     EXIT.
060400*****************************************************************
060500*    5790-DETERMINE-NEXT-AUDIT-SEQ - SCANS CUSTAUD FORWARD FROM
060600*    THE FIRST ROW ON FILE FOR CUST-ID AND REMEMBERS THE HIGHEST
060700*    SEQUENCE NUMBER FOUND, SO A NEW ROW NEVER REUSES A KEY A
060800*    PRIOR RUN ALREADY WROTE FOR THIS CUSTOMER.
060900*****************************************************************
061000 5790-DETERMINE-NEXT-AUDIT-SEQ.
061100     MOVE ZERO        TO C4500-AUD-SEQUENCE.
061200     MOVE "N"         TO C4500-AUD-SEQ-EOF-SW.
061300     MOVE ACH-CUST-ID TO AUD-CUST-ID.
061400     MOVE ZERO        TO AUD-SEQUENCE-NO.
061500     START CUSTOMER-AUDIT-FILE KEY IS NOT LESS THAN AUD-KEY
061600         INVALID KEY
061700             MOVE "Y" TO C4500-AUD-SEQ-EOF-SW
061800     END-START.
061900
062000     PERFORM 5795-SCAN-FOR-HIGH-AUDIT-SEQ
062100         THRU 5795-SCAN-FOR-HIGH-AUDIT-SEQ-EXIT
062200         UNTIL C4500-AUD-SEQ-EOF.
062300 5790-DETERMINE-NEXT-AUDIT-SEQ-EXIT.
062400     EXIT.
062500*****************************************************************
062600*    5795-SCAN-FOR-HIGH-AUDIT-SEQ
062700*****************************************************************
062800 5795-SCAN-FOR-HIGH-AUDIT-SEQ.
062900     READ CUSTOMER-AUDIT-FILE NEXT RECORD
063000         AT END
063100             MOVE "Y" TO C4500-AUD-SEQ-EOF-SW
063200     END-READ.
063300
063400     IF NOT C4500-AUD-SEQ-EOF
063500         IF AUD-CUST-ID = ACH-CUST-ID
063600             IF AUD-SEQUENCE-NO > C4500-AUD-SEQUENCE
063700                 MOVE AUD-SEQUENCE-NO TO C4500-AUD-SEQUENCE
063800             END-IF
063900         ELSE
064000             MOVE "Y" TO C4500-AUD-SEQ-EOF-SW
064100         END-IF
064200     END-IF.
064300 5795-SCAN-FOR-HIGH-AUDIT-SEQ-EXIT.
064400     EXIT.
064500*****************************************************************
064600*    7000-WRITE-REJECT-LINE - CALLER HAS SET DT-TRACE-NO,
064700*    DT-RETURN-CODE AND DT-DISPOSITION.
064800*****************************************************************
064900 7000-WRITE-REJECT-LINE.
065000     ADD 1 TO C4500-RETURNS-REJECTED.
065100     ADD C4500-SAVED-AMOUNT TO C4500-REJECTED-HASH.
065200     PERFORM 7100-WRITE-DETAIL-LINE
065300         THRU 7100-WRITE-DETAIL-LINE-EXIT.
065400 7000-WRITE-REJECT-LINE-EXIT.
065500     EXIT.
065600*****************************************************************
065700*    7100-WRITE-DETAIL-LINE - THE CUSTOMER AND AMOUNT ARE THE
065800*    DEBIT LOG'S ONCE THE TRACE IS FOUND, THE BANK'S BEFORE.
065900*****************************************************************
066000 7100-WRITE-DETAIL-LINE.
066100     MOVE C4500-SAVED-CUST-ID TO DT-CUST-ID.
066200     MOVE C4500-SAVED-AMOUNT  TO DT-AMOUNT.
066300     MOVE C4500-DETAIL-LINE TO RETURN-REPORT-LINE.
066400     WRITE RETURN-REPORT-LINE.
066500 7100-WRITE-DETAIL-LINE-EXIT.
066600     EXIT.
066700*****************************************************************
066800*    8000-WRITE-TOTALS - READ = SENT TO REVERSE + REJECTED +
066900*    NOTIFICATIONS OF CHANGE.
067000*****************************************************************
067100 8000-WRITE-TOTALS.
067200     MOVE C4500-RETURNS-READ TO TL-RETURNS-READ.
067300     MOVE C4500-TOTAL-LINE-1 TO RETURN-REPORT-LINE.
067400     WRITE RETURN-REPORT-LINE.
067500
067600     MOVE C4500-RETURNS-TAKEN TO TL-TAKEN.
067700     MOVE C4500-TAKEN-HASH    TO TL-TAKEN-HASH.
067800     MOVE C4500-TOTAL-LINE-2 TO RETURN-REPORT-LINE.
067900     WRITE RETURN-REPORT-LINE.
068000
068100     MOVE C4500-RETURNS-REJECTED TO TL-REJECTED.
068200     MOVE C4500-REJECTED-HASH    TO TL-REJECTED-HASH.
068300     MOVE C4500-TOTAL-LINE-3 TO RETURN-REPORT-LINE.
068400     WRITE RETURN-REPORT-LINE.
068500
068600     MOVE C4500-CHANGE-NOTICES TO TL-CHANGE-NOTICES.
068700     MOVE C4500-TOTAL-LINE-4 TO RETURN-REPORT-LINE.
068800     WRITE RETURN-REPORT-LINE.
068900
069000     MOVE C4500-ENROLLMENTS-SUSPENDED TO TL-SUSPENDED.
069100     MOVE C4500-TOTAL-LINE-5 TO RETURN-REPORT-LINE.
069200     WRITE RETURN-REPORT-LINE.
069210
069220     MOVE C4500-RETURNS-CONFIRMED TO TL-CONFIRMED.
069230     MOVE C4500-TOTAL-LINE-6 TO RETURN-REPORT-LINE.
069240     WRITE RETURN-REPORT-LINE.
069250
069260     MOVE C4500-RETURNS-REOPENED TO TL-REOPENED.
069270     MOVE C4500-TOTAL-LINE-7 TO RETURN-REPORT-LINE.
069280     WRITE RETURN-REPORT-LINE.
069300 8000-WRITE-TOTALS-EXIT.
069400     EXIT.
069500*****************************************************************
069600*    8900-WRITE-RUN-LOG - APPENDS THIS RUN'S STATISTICS ROW TO
069700*    THE COMMON RUN LOG FOR THE NIGHTLY OPERATIONS REPORT
069800*    (CUST1600).  UPDATED IS ENROLLMENTS SUSPENDED; WRITTEN IS
069900*    RETURNED ITEMS WRITTEN FOR CUST2900; SKIPPED IS
070000*    NOTIFICATIONS OF CHANGE.
070100*****************************************************************
070200 8900-WRITE-RUN-LOG.
070300     OPEN EXTEND RUN-LOG-FILE.
070400     IF CM-RUNLOG-STATUS = "35"
070500         OPEN OUTPUT RUN-LOG-FILE
070600     END-IF.
070700     MOVE "CUST4500"                  TO RNL-PROGRAM-ID.
070800     MOVE C4500-CURRENT-DATE          TO RNL-RUN-DATE.
070900     ACCEPT RNL-RUN-TIME FROM TIME.
071000     MOVE C4500-RETURNS-READ          TO RNL-RECORDS-READ.
071100     MOVE C4500-ENROLLMENTS-SUSPENDED TO RNL-RECORDS-UPDATED.
071200     MOVE C4500-RETURNS-REJECTED      TO RNL-RECORDS-REJECTED.
071300     MOVE C4500-RETURNS-TAKEN         TO RNL-RECORDS-WRITTEN.
071400     MOVE C4500-CHANGE-NOTICES        TO RNL-RECORDS-SKIPPED.
071500     MOVE CM-ACHDEBIT-STATUS          TO RNL-FINAL-STATUS.
071600     WRITE RUN-LOG-RECORD.
071700     CLOSE RUN-LOG-FILE.
071800 8900-WRITE-RUN-LOG-EXIT.
071900     EXIT.
072000*****************************************************************
072100*    9000-TERMINATE
072200*****************************************************************
072300 9000-TERMINATE.
072400     CLOSE ACH-RETURN-FILE
072500           ACH-DEBIT-LOG-FILE
072600           ACH-ENROLLMENT-FILE
072700           POSTING-HISTORY-FILE
072800           CUSTOMER-AUDIT-FILE
072900           RETURN-ITEM-FILE
073000           RETURN-REPORT-FILE.
073010     IF C4500-NSFXREF-FILE-OPEN
073020         CLOSE RETURNED-XREF-FILE
073030     END-IF.
073100 9000-TERMINATE-EXIT.
073200     EXIT.
