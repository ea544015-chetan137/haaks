002600*    WITH HASH TOTALS OF THE AMOUNTS READ, POSTED, AND
002700*    REJECTED SO THE REGISTER CAN BE BALANCED BACK TO THE
002800*    INPUT BATCH.
002810*
002820*    EVERY POSTING CARRIES THE ID OF THE OPERATOR WHO KEYED IT.
002830*    WHEN THE OPERATOR ENTITLEMENT FILE (OPERENT) IS ON HAND, A
002840*    POSTING WHOSE OPERATOR MAY NOT USE ITS DEBIT/CREDIT CODE OR
002850*    REASON CODE IS REJECTED TO THE RECYCLE FILE (PSTRCYOT); THE
002860*    CORRECTED FILE COMES BACK AS PSTRCYIN ON THE NEXT RUN.
002865*
002870*    A POSTING DATED BEFORE THE OPEN ACCOUNTING PERIOD ON THE
002875*    PERIOD CONTROL FILE (PERIODCT, CUSTPER.CPY) IS REJECTED, OR
002880*    ROLLED INTO THE OPEN PERIOD WITH A WARNING, AS THE CONTROL
002885*    RECORD DIRECTS; ROLLED POSTINGS HAVE THEIR OWN TOTAL LINE.
002900*
003000*    MODIFICATION HISTORY
003100*    DATE       INIT  DESCRIPTION
003392*                     SUPERVISOR APPROVAL COME BACK ON THE
003394*                     APPROVED FILE, AHEAD OF POSTTRAN, AND
003396*                     BYPASS THE LIMIT CHECK.
003397*    2026-10-15 RJH   ACCOUNTING PERIOD CONTROL (PERIODCT).
003398*    2026-10-15 RJH   OPERATOR ID AND ENTITLEMENT CHECK, WITH THE
003399*                     RECYCLE FILES.  APPROVED IS NOW 41 BYTES.
003400*****************************************************************
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
004700     COPY "custausl.cpy".
004800
004820     COPY "custphsl.cpy".
004825
004830     COPY "custpcsl.cpy".
004840
004850     SELECT REASON-TABLE-FILE ASSIGN TO "REASONTB"
004860         ORGANIZATION IS LINE SEQUENTIAL
004870         FILE STATUS IS CM-REASONTB-STATUS.
004872
004874     SELECT OPERATOR-ENT-FILE ASSIGN TO "OPERENT"
004876         ORGANIZATION IS LINE SEQUENTIAL
004878         FILE STATUS IS CM-OPERENT-STATUS.
004880
004900     SELECT POSTING-REGISTER-FILE ASSIGN TO "POSTRPT"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS CM-POSTRPT-STATUS.
005110
005120     SELECT POSTING-RECYCLE-IN-FILE ASSIGN TO "PSTRCYIN"
005130         ORGANIZATION IS LINE SEQUENTIAL
005140         FILE STATUS IS CM-PSTRCYIN-STATUS.
005150
005160     SELECT POSTING-RECYCLE-OUT-FILE ASSIGN TO "PSTRCYOT"
005170         ORGANIZATION IS LINE SEQUENTIAL
005180         FILE STATUS IS CM-PSTRCYOT-STATUS.
005200
005300 DATA DIVISION.
005400 FILE SECTION.
005710
005720 FD  APPROVED-TRANS-FILE
005730     LABEL RECORDS ARE STANDARD.
005740 01  APPROVED-TRANS-RECORD      PIC X(41).
005750
005760 FD  CONTROL-CARD-FILE
005770     LABEL RECORDS ARE STANDARD.
005780 01  CONTROL-CARD-RECORD.
005782     05  PSP-APPROVAL-LIMIT     PIC 9(08)V99.
005783     05  PSP-MAX-RECYCLES       PIC X(02).
005784     05  FILLER                 PIC X(68).
005786
005788 FD  APPROVAL-OUT-FILE
005790     LABEL RECORDS ARE STANDARD.
006200
006220     COPY "custphfd.cpy".
006240
006242     COPY "custpcfd.cpy".
006244
006250 FD  REASON-TABLE-FILE
006260     LABEL RECORDS ARE STANDARD.
006270     COPY "custrsn.cpy".
006300 FD  POSTING-REGISTER-FILE
006400     LABEL RECORDS ARE STANDARD.
006500 01  POSTING-REGISTER-LINE      PIC X(100).
006507
006514 FD  OPERATOR-ENT-FILE
006521     LABEL RECORDS ARE STANDARD.
006528     COPY "custopr.cpy".
006535
006542 FD  POSTING-RECYCLE-IN-FILE
006549     LABEL RECORDS ARE STANDARD.
006556 01  POSTING-RECYCLE-IN-RECORD  PIC X(225).
006563
006570 FD  POSTING-RECYCLE-OUT-FILE
006577     LABEL RECORDS ARE STANDARD.
006584     COPY "custrcy.cpy".
006600
006700 WORKING-STORAGE SECTION.
006800 77  CM-POSTTRAN-STATUS         PIC X(02).
006900 77  CM-CUSTMAST-STATUS         PIC X(02).
007000 77  CM-CUSTAUD-STATUS          PIC X(02).
007020 77  CM-POSTHIST-STATUS         PIC X(02).
007030 77  CM-PERIODCT-STATUS         PIC X(02).
007040 77  CM-REASONTB-STATUS         PIC X(02).
007050 77  CM-APPROVED-STATUS         PIC X(02).
007060 77  CM-PSTPARM-STATUS          PIC X(02).
007070 77  CM-APVOUT-STATUS           PIC X(02).
007080 77  CM-APVRPT-STATUS           PIC X(02).
007085 77  CM-OPERENT-STATUS          PIC X(02).
007090 77  CM-PSTRCYIN-STATUS         PIC X(02).
007095 77  CM-PSTRCYOT-STATUS         PIC X(02).
007100 77  CM-POSTRPT-STATUS          PIC X(02).
007200
007300     COPY "custstat.cpy".
007320
007340     COPY "custrsnt.cpy".
007360
007380     COPY "custoprt.cpy".
007400
007500 77  C900-TRANS-EOF-SW          PIC X(01)  VALUE "N".
007600     88  C900-TRANS-EOF         VALUE "Y".
008892 77  C900-AMOUNT-HELD-HASH      PIC S9(10)V99 COMP-3 VALUE ZERO.
008900 77  C900-OLD-BALANCE           PIC S9(08)V99 COMP-3 VALUE ZERO.
009000 77  C900-BALANCE-DISPLAY       PIC -9(08).99.
009005 77  C900-OPEN-PERIOD           PIC X(06)  VALUE SPACES.
009010 77  C900-CLOSED-ACTION         PIC X(01)  VALUE "R".
009015     88  C900-ROLL-CLOSED       VALUE "F".
009020 77  C900-PER-EOF-SW            PIC X(01)  VALUE "N".
009025     88  C900-PER-EOF           VALUE "Y".
009030 77  C900-PERIOD-DATE           PIC X(08)  VALUE SPACES.
009035 77  C900-ROLLED-SW             PIC X(01)  VALUE "N".
009040     88  C900-TRANS-ROLLED      VALUE "Y".
009045 77  C900-TRANS-ROLLED-COUNT    PIC 9(09) COMP  VALUE ZERO.
009050 77  C900-AMOUNT-ROLLED-HASH    PIC S9(10)V99 COMP-3 VALUE ZERO.
009052 77  C900-OPR-LOADED-SW         PIC X(01)  VALUE "N".
009054     88  C900-ENTITLEMENT-ON    VALUE "Y".
009056 77  C900-OPR-EOF-SW            PIC X(01)  VALUE "N".
009058     88  C900-OPR-EOF           VALUE "Y".
009060 77  C900-OPR-SUB               PIC 9(03) COMP  VALUE ZERO.
009062 77  C900-OPR-FOUND             PIC 9(03) COMP  VALUE ZERO.
009064 77  C900-OPR-TALLY             PIC 9(02) COMP  VALUE ZERO.
009066 77  C900-OPR-RSN-SUB           PIC 9(02) COMP  VALUE ZERO.
009068 77  C900-OPR-RSN-SW            PIC X(01)  VALUE "N".
009070     88  C900-OPR-RSN-ALLOWED   VALUE "Y".
009072 77  C900-RCY-REASON            PIC X(19)  VALUE SPACES.
009074 77  C900-RCY-BAD-VALUE         PIC X(20)  VALUE SPACES.
009076 77  C900-RECYCLE-IN-EOF-SW     PIC X(01)  VALUE "N".
009078     88  C900-RECYCLE-IN-EOF    VALUE "Y".
009080 77  C900-CARD-RECYCLES         PIC X(02)  VALUE SPACES.
009082 77  C900-MAX-RECYCLES          PIC 9(02)       VALUE 3.
009084 77  C900-CURRENT-RECYCLE-COUNT PIC 9(02)       VALUE ZERO.
009086 77  C900-RECYCLED-IN-COUNT     PIC 9(09) COMP  VALUE ZERO.
009088 77  C900-RECYCLED-OUT-COUNT    PIC 9(09) COMP  VALUE ZERO.
009090 77  C900-AMOUNT-RECYCLED-HASH  PIC S9(10)V99 COMP-3 VALUE ZERO.
009092 77  C900-AGED-OFF-COUNT        PIC 9(09) COMP  VALUE ZERO.
009100*---------------------------------------------------------------
009200*    REPORT LINES
009300*---------------------------------------------------------------
013540     05  TL-HELD-COUNT   PIC ZZZ,ZZZ,ZZ9.
013550     05  FILLER          PIC X(09) VALUE "  AMOUNT ".
013560     05  TL-HELD-AMOUNT  PIC -Z,ZZZ,ZZZ,ZZ9.99.
013561 01  C900-TOTAL-LINE-5.
013562     05  FILLER          PIC X(30) VALUE
013563         "ROLLED FWD TO OPEN PERIOD   : ".
013564     05  TL-ROLLED-COUNT PIC ZZZ,ZZZ,ZZ9.
013565     05  FILLER          PIC X(09) VALUE "  AMOUNT ".
013566     05  TL-ROLLED-AMOUNT PIC -Z,ZZZ,ZZZ,ZZ9.99.
013570*---------------------------------------------------------------
013572*    APPROVAL WORKLIST LINES
013574*---------------------------------------------------------------
013608     05  FILLER          PIC X(22)
013610         VALUE "AWAITING SUPV APPROVAL".
013620
013624*---------------------------------------------------------------
013628*    RECYCLE TOTAL LINES
013632*---------------------------------------------------------------
013636 01  C900-TOTAL-LINE-6.
013640     05  FILLER          PIC X(30) VALUE
013644         "RECYCLED IN FROM PSTRCYIN   : ".
013648     05  TL-RCYIN-COUNT  PIC ZZZ,ZZZ,ZZ9.
013652 01  C900-TOTAL-LINE-7.
013656     05  FILLER          PIC X(30) VALUE
013660         "NOT ENTITLED - TO PSTRCYOT  : ".
013664     05  TL-RCYOUT-COUNT PIC ZZZ,ZZZ,ZZ9.
013668     05  FILLER          PIC X(09) VALUE "  AMOUNT ".
013672     05  TL-RCYOUT-AMOUNT PIC -Z,ZZZ,ZZZ,ZZ9.99.
013676 01  C900-TOTAL-LINE-8.
013680     05  FILLER          PIC X(30) VALUE
013684         "DROPPED AT RECYCLE LIMIT    : ".
013688     05  TL-AGED-COUNT   PIC ZZZ,ZZZ,ZZ9.
013692
013700 PROCEDURE DIVISION.
013800*****************************************************************
013900*    0000-MAINLINE
016170                     MOVE PSP-APPROVAL-LIMIT
016172                         TO C900-APPROVAL-LIMIT
016174                 END-IF
016175                 MOVE PSP-MAX-RECYCLES TO C900-CARD-RECYCLES
016176         END-READ
016178         CLOSE CONTROL-CARD-FILE
016180     END-IF.
016181
016182*    POSTINGS REFUSED BY THE ENTITLEMENT CHECK ON AN EARLIER
016183*    RUN, AS CORRECTED, RUN AFTER THE APPROVED FILE AND AHEAD
016184*    OF POSTTRAN.  NO PSTRCYIN ON HAND MEANS NOTHING WAS
016185*    RECYCLED.
016186     IF C900-CARD-RECYCLES IS NUMERIC
016187       AND C900-CARD-RECYCLES NOT = "00"
016188         MOVE C900-CARD-RECYCLES TO C900-MAX-RECYCLES
016189     END-IF.
016190     OPEN INPUT POSTING-RECYCLE-IN-FILE.
016191     IF CM-PSTRCYIN-STATUS NOT = "00"
016192         MOVE "Y" TO C900-RECYCLE-IN-EOF-SW
016193     END-IF.
016194     OPEN OUTPUT POSTING-RECYCLE-OUT-FILE.
016200
016300     OPEN I-O CUSTOMER-MASTER-FILE.
016400     IF CM-CUSTMAST-STATUS = "35"
017600
017700     ACCEPT C900-CURRENT-DATE FROM DATE YYYYMMDD.
017800
017820     PERFORM 1600-LOAD-OPEN-PERIOD
017840         THRU 1600-LOAD-OPEN-PERIOD-EXIT.
017846     PERFORM 1700-LOAD-OPERATOR-TABLE
017852         THRU 1700-LOAD-OPERATOR-TABLE-EXIT.
017860
017900     MOVE C900-CURRENT-DATE TO HD-RUN-DATE.
018000     MOVE C900-HEADING-1 TO POSTING-REGISTER-LINE.
018100     WRITE POSTING-REGISTER-LINE.
018899 1510-LOAD-ONE-REASON-EXIT.
018900     EXIT.
018902*****************************************************************
018903*    1600-LOAD-OPEN-PERIOD - THE OPEN PERIOD IS THE LOWEST ROW
018904*    ON THE PERIOD CONTROL FILE STILL MARKED OPEN; EVERYTHING
018905*    BEFORE IT HAS BEEN CLOSED BY THE MONTH-END JOB (CUST3500).
018906*    NO FILE OR NO OPEN ROW MEANS PERIOD CONTROL HAS NOT BEEN
018907*    SET UP, AND POST DATES ARE NOT PERIOD-CHECKED.
018908*****************************************************************
018909 1600-LOAD-OPEN-PERIOD.
018910     MOVE SPACES TO C900-OPEN-PERIOD.
018911     MOVE "R"    TO C900-CLOSED-ACTION.
018912     OPEN INPUT PERIOD-CONTROL-FILE.
018913     IF CM-PERIODCT-STATUS NOT = "00"
018914         DISPLAY "CUST0900 - NO PERIOD CONTROL FILE, STATUS "
018915             CM-PERIODCT-STATUS ", POST DATES NOT CHECKED"
018916         GO TO 1600-LOAD-OPEN-PERIOD-EXIT
018917     END-IF.
018918
018919     MOVE "N"        TO C900-PER-EOF-SW.
018920     MOVE LOW-VALUES TO PER-PERIOD.
018921     START PERIOD-CONTROL-FILE KEY IS NOT LESS THAN PER-PERIOD
018922         INVALID KEY
018923             MOVE "Y" TO C900-PER-EOF-SW
018924     END-START.
018925     PERFORM 1610-FIND-OPEN-PERIOD
018926         THRU 1610-FIND-OPEN-PERIOD-EXIT
018927         UNTIL C900-PER-EOF.
018928     CLOSE PERIOD-CONTROL-FILE.
018929     IF C900-OPEN-PERIOD = SPACES
018930         DISPLAY "CUST0900 - NO OPEN PERIOD ON PERIODCT, "
018931             "POST DATES NOT CHECKED"
018932     END-IF.
018933 1600-LOAD-OPEN-PERIOD-EXIT.
018934     EXIT.
018935*****************************************************************
018936*    1610-FIND-OPEN-PERIOD
018937*****************************************************************
018938 1610-FIND-OPEN-PERIOD.
018939     READ PERIOD-CONTROL-FILE NEXT RECORD
018940         AT END
018941             MOVE "Y" TO C900-PER-EOF-SW
018942             GO TO 1610-FIND-OPEN-PERIOD-EXIT
018943     END-READ.
018944     IF PER-OPEN
018945         MOVE PER-PERIOD        TO C900-OPEN-PERIOD
018946         MOVE PER-CLOSED-ACTION TO C900-CLOSED-ACTION
018947         MOVE "Y"               TO C900-PER-EOF-SW
018948     END-IF.
018949 1610-FIND-OPEN-PERIOD-EXIT.
018950     EXIT.
018951*****************************************************************
018952*    1700-LOAD-OPERATOR-TABLE - THE OPERATOR ENTITLEMENT FILE
018953*    (OPERENT, CUSTOPR.CPY) IS LOADED ONCE.  NO FILE, OR AN
018954*    EMPTY ONE, TURNS THE ENTITLEMENT CHECK OFF FOR THE RUN.
018955*****************************************************************
018956 1700-LOAD-OPERATOR-TABLE.
018957     MOVE ZERO TO CM-OPR-COUNT.
018958     OPEN INPUT OPERATOR-ENT-FILE.
018959     IF CM-OPERENT-STATUS NOT = "00"
018960         DISPLAY "CUST0900 - NO OPERATOR ENTITLEMENTS, STATUS "
018961             CM-OPERENT-STATUS ", OPERATORS NOT CHECKED"
018962         GO TO 1700-LOAD-OPERATOR-TABLE-EXIT
018963     END-IF.
018964     MOVE "N" TO C900-OPR-EOF-SW.
018965     PERFORM 1710-LOAD-ONE-OPERATOR
018966         THRU 1710-LOAD-ONE-OPERATOR-EXIT
018967         UNTIL C900-OPR-EOF.
018968     CLOSE OPERATOR-ENT-FILE.
018969     IF CM-OPR-COUNT = ZERO
018970         DISPLAY "CUST0900 - OPERATOR ENTITLEMENTS EMPTY, "
018971             "OPERATORS NOT CHECKED"
018972         GO TO 1700-LOAD-OPERATOR-TABLE-EXIT
018973     END-IF.
018974     MOVE "Y" TO C900-OPR-LOADED-SW.
018975 1700-LOAD-OPERATOR-TABLE-EXIT.
018976     EXIT.
018977*****************************************************************
018978*    1710-LOAD-ONE-OPERATOR
018979*****************************************************************
018980 1710-LOAD-ONE-OPERATOR.
018981     READ OPERATOR-ENT-FILE
018982         AT END
018983             MOVE "Y" TO C900-OPR-EOF-SW
018984             GO TO 1710-LOAD-ONE-OPERATOR-EXIT
018985     END-READ.
018986     IF CM-OPR-COUNT NOT < 500
018987         DISPLAY "CUST0900 - OPERATOR TABLE FULL, SKIPPED "
018988             OPR-OPERATOR-ID
018989         GO TO 1710-LOAD-ONE-OPERATOR-EXIT
018990     END-IF.
018991     ADD 1 TO CM-OPR-COUNT.
018992     MOVE OPR-OPERATOR-ID   TO CM-OPR-ID(CM-OPR-COUNT).
018993     MOVE OPR-OPERATOR-NAME TO CM-OPR-NAME(CM-OPR-COUNT).
018994     MOVE OPR-MAINT-CODES   TO CM-OPR-MAINT-CODES(CM-OPR-COUNT).
018995     MOVE OPR-POST-CODES    TO CM-OPR-POST-CODES(CM-OPR-COUNT).
018996     MOVE OPR-REASON-CODES  TO CM-OPR-REASON-CODES(CM-OPR-COUNT).
018997 1710-LOAD-ONE-OPERATOR-EXIT.
018998     EXIT.
018999*****************************************************************
019000*    2000-PROCESS-ONE-POSTING
019100*****************************************************************
019200 2000-PROCESS-ONE-POSTING.
019300     MOVE "N" TO C900-REJECT-SW.
019350     MOVE "N" TO C900-ROLLED-SW.
019400     ADD 1 TO C900-TRANS-READ.
019500
019600     PERFORM 2100-EDIT-POSTING
019700         THRU 2100-EDIT-POSTING-EXIT.
019710
019720     IF NOT C900-TRANS-REJECTED
019730         PERFORM 2050-CHECK-ENTITLEMENT
019740             THRU 2050-CHECK-ENTITLEMENT-EXIT
019750     END-IF.
019760     IF NOT C900-TRANS-REJECTED
019770         PERFORM 2070-CHECK-POSTING-PERIOD
019780             THRU 2070-CHECK-POSTING-PERIOD-EXIT
019790     END-IF.
019800
019900     IF NOT C900-TRANS-REJECTED
020000         ADD PST-AMOUNT TO C900-AMOUNT-READ-HASH
020600         THRU 2900-READ-NEXT-POSTING-EXIT.
020700 2000-PROCESS-ONE-POSTING-EXIT.
020800     EXIT.
020801*****************************************************************
020802*    2050-CHECK-ENTITLEMENT - THE OPERATOR WHO KEYED THE
020803*    POSTING MUST BE ON THE ENTITLEMENT TABLE, WITH THE DEBIT/
020804*    CREDIT CODE AMONG ITS POSTING CODES AND THE REASON CODE
020805*    AMONG ITS REASON CODES ("****" ALLOWS ANY).  A VIOLATION
020806*    IS REJECTED ON THE REGISTER AND WRITTEN TO THE RECYCLE
020807*    FILE, TO RUN AGAIN ONCE SECURITY HAS FIXED THE ENTITLEMENT
020808*    OR THE POSTING HAS BEEN CORRECTED.  RELEASED AND RECYCLED
020809*    POSTINGS ARE CHECKED AGAIN, SINCE ENTITLEMENTS MAY HAVE
020810*    CHANGED.
020811*****************************************************************
020812 2050-CHECK-ENTITLEMENT.
020813     IF NOT C900-ENTITLEMENT-ON
020814         GO TO 2050-CHECK-ENTITLEMENT-EXIT
020815     END-IF.
020816
020817     IF PST-OPERATOR-ID = SPACES
020818         MOVE "OPERATOR MISSING" TO C900-RCY-REASON
020819         MOVE SPACES             TO C900-RCY-BAD-VALUE
020820         PERFORM 2060-RECYCLE-POSTING
020821             THRU 2060-RECYCLE-POSTING-EXIT
020822         GO TO 2050-CHECK-ENTITLEMENT-EXIT
020823     END-IF.
020824
020825     PERFORM 2052-FIND-OPERATOR
020826         THRU 2052-FIND-OPERATOR-EXIT.
020827     IF C900-OPR-FOUND = ZERO
020828         MOVE "OPERATOR UNKNOWN" TO C900-RCY-REASON
020829         MOVE PST-OPERATOR-ID    TO C900-RCY-BAD-VALUE
020830         PERFORM 2060-RECYCLE-POSTING
020831             THRU 2060-RECYCLE-POSTING-EXIT
020832         GO TO 2050-CHECK-ENTITLEMENT-EXIT
020833     END-IF.
020834
020835     MOVE ZERO TO C900-OPR-TALLY.
020836     INSPECT CM-OPR-POST-CODES(C900-OPR-FOUND)
020837         TALLYING C900-OPR-TALLY FOR ALL PST-DC-CODE.
020838     IF C900-OPR-TALLY = ZERO
020839         MOVE "D/C NOT ENTITLED" TO C900-RCY-REASON
020840         MOVE SPACES             TO C900-RCY-BAD-VALUE
020841         STRING PST-DC-CODE     DELIMITED BY SIZE
020842                " BY "          DELIMITED BY SIZE
020843                PST-OPERATOR-ID DELIMITED BY SIZE
020844             INTO C900-RCY-BAD-VALUE
020845         END-STRING
020846         PERFORM 2060-RECYCLE-POSTING
020847             THRU 2060-RECYCLE-POSTING-EXIT
020848         GO TO 2050-CHECK-ENTITLEMENT-EXIT
020849     END-IF.
020850
020851     MOVE "N" TO C900-OPR-RSN-SW.
020852     PERFORM 2056-CHECK-ONE-OPR-REASON
020853         THRU 2056-CHECK-ONE-OPR-REASON-EXIT
020854         VARYING C900-OPR-RSN-SUB FROM 1 BY 1
020855         UNTIL C900-OPR-RSN-SUB > 8
020856            OR C900-OPR-RSN-ALLOWED.
020857     IF NOT C900-OPR-RSN-ALLOWED
020858         MOVE "REASON NOT ENTITLED" TO C900-RCY-REASON
020859         MOVE SPACES                TO C900-RCY-BAD-VALUE
020860         STRING PST-REASON-CODE DELIMITED BY SIZE
020861                " BY "          DELIMITED BY SIZE
020862                PST-OPERATOR-ID DELIMITED BY SIZE
020863             INTO C900-RCY-BAD-VALUE
020864         END-STRING
020865         PERFORM 2060-RECYCLE-POSTING
020866             THRU 2060-RECYCLE-POSTING-EXIT
020867     END-IF.
020868 2050-CHECK-ENTITLEMENT-EXIT.
020869     EXIT.
020870*****************************************************************
020871*    2052-FIND-OPERATOR - SERIAL SCAN OF THE ENTITLEMENT TABLE
020872*    FOR PST-OPERATOR-ID.  C900-OPR-FOUND IS ITS ENTRY, OR ZERO.
020873*****************************************************************
020874 2052-FIND-OPERATOR.
020875     MOVE ZERO TO C900-OPR-FOUND.
020876     PERFORM 2054-CHECK-ONE-OPERATOR
020877         THRU 2054-CHECK-ONE-OPERATOR-EXIT
020878         VARYING C900-OPR-SUB FROM 1 BY 1
020879         UNTIL C900-OPR-SUB > CM-OPR-COUNT
020880            OR C900-OPR-FOUND > ZERO.
020881 2052-FIND-OPERATOR-EXIT.
020882     EXIT.
020883*****************************************************************
020884*    2054-CHECK-ONE-OPERATOR
020885*****************************************************************
020886 2054-CHECK-ONE-OPERATOR.
020887     IF CM-OPR-ID(C900-OPR-SUB) = PST-OPERATOR-ID
020888         MOVE C900-OPR-SUB TO C900-OPR-FOUND
020889     END-IF.
020890 2054-CHECK-ONE-OPERATOR-EXIT.
020891     EXIT.
020900*****************************************************************
020901*    2056-CHECK-ONE-OPR-REASON
020902*****************************************************************
020903 2056-CHECK-ONE-OPR-REASON.
020904     IF CM-OPR-REASON-CODE(C900-OPR-FOUND, C900-OPR-RSN-SUB)
020905             = PST-REASON-CODE
020906       OR CM-OPR-REASON-CODE(C900-OPR-FOUND, C900-OPR-RSN-SUB)
020907             = "****"
020908         MOVE "Y" TO C900-OPR-RSN-SW
020909     END-IF.
020910 2056-CHECK-ONE-OPR-REASON-EXIT.
020911     EXIT.
020912*****************************************************************
020913*    2060-RECYCLE-POSTING - REJECTS A POSTING THE OPERATOR IS
020914*    NOT ENTITLED TO AND WRITES IT TO THE RECYCLE FILE
020915*    (PSTRCYOT, CUSTRCY.CPY, THE POSTING IN THE FIRST 41 BYTES
020916*    OF RCY-TRANSACTION).  ONCE IT HAS BEEN THROUGH MORE THAN
020917*    THE RECYCLE LIMIT (PSTPARM, DEFAULT 3) IT IS DROPPED AND
020918*    LISTED ON THE REGISTER FOR THE SUPERVISOR INSTEAD.
020919*****************************************************************
020920 2060-RECYCLE-POSTING.
020921     MOVE SPACES TO DT-DISPOSITION.
020922     STRING "REJECTED - "   DELIMITED BY SIZE
020923            C900-RCY-REASON DELIMITED BY SIZE
020924         INTO DT-DISPOSITION
020925     END-STRING.
020926     MOVE PST-AMOUNT TO DT-AMOUNT.
020927     ADD PST-AMOUNT TO C900-AMOUNT-READ-HASH.
020928     ADD PST-AMOUNT TO C900-AMOUNT-REJECT-HASH.
020929     PERFORM 7000-WRITE-REJECT-DETAIL
020930         THRU 7000-WRITE-REJECT-DETAIL-EXIT.
020931
020932     ADD 1 TO C900-CURRENT-RECYCLE-COUNT.
020933     IF C900-CURRENT-RECYCLE-COUNT > C900-MAX-RECYCLES
020934         MOVE "DROPPED - RECYCLE LIMIT" TO DT-DISPOSITION
020935         PERFORM 7100-WRITE-REGISTER-DETAIL
020936             THRU 7100-WRITE-REGISTER-DETAIL-EXIT
020937         ADD 1 TO C900-AGED-OFF-COUNT
020938         GO TO 2060-RECYCLE-POSTING-EXIT
020939     END-IF.
020940
020941     MOVE SPACES                     TO RECYCLE-RECORD.
020942     MOVE POSTING-TRANSACTION-RECORD TO RCY-TRANSACTION.
020943     MOVE C900-RCY-REASON            TO RCY-REJECT-REASON.
020944     MOVE C900-RCY-BAD-VALUE         TO RCY-BAD-VALUE.
020945     MOVE C900-CURRENT-DATE          TO RCY-REJECT-DATE.
020946     MOVE C900-CURRENT-RECYCLE-COUNT TO RCY-RECYCLE-COUNT.
020947     WRITE RECYCLE-RECORD.
020948     ADD 1 TO C900-RECYCLED-OUT-COUNT.
020949     ADD PST-AMOUNT TO C900-AMOUNT-RECYCLED-HASH.
020950 2060-RECYCLE-POSTING-EXIT.
020951     EXIT.
020952*****************************************************************
020953*    2070-CHECK-POSTING-PERIOD - A POSTING DATED BEFORE THE OPEN
020954*    PERIOD WOULD LAND IN BOOKS FINANCE HAS ALREADY CLOSED.  IT
020955*    IS REJECTED, OR, WHEN THE OPEN PERIOD'S CLOSED-PERIOD
020956*    ACTION IS "F", REDATED TO THE RUN DATE (OR THE FIRST OF
020957*    THE OPEN PERIOD IF THE RUN DATE IS ITSELF EARLIER) AND
020958*    LET THROUGH WITH A CONSOLE WARNING.
020959*****************************************************************
020960 2070-CHECK-POSTING-PERIOD.
020961     IF C900-OPEN-PERIOD = SPACES
020962         GO TO 2070-CHECK-POSTING-PERIOD-EXIT
020963     END-IF.
020964     IF PST-POST-DATE IS NUMERIC
020965         MOVE PST-POST-DATE     TO C900-PERIOD-DATE
020966     ELSE
020967         MOVE C900-CURRENT-DATE TO C900-PERIOD-DATE
020968     END-IF.
020969     IF C900-PERIOD-DATE(1:6) NOT < C900-OPEN-PERIOD
020970         GO TO 2070-CHECK-POSTING-PERIOD-EXIT
020971     END-IF.
020972
020973     IF NOT C900-ROLL-CLOSED
020974         MOVE "REJECTED - PERIOD CLOSED"
020975             TO DT-DISPOSITION
020976         MOVE PST-AMOUNT TO DT-AMOUNT
020977         ADD PST-AMOUNT TO C900-AMOUNT-READ-HASH
020978         ADD PST-AMOUNT TO C900-AMOUNT-REJECT-HASH
020979         PERFORM 7000-WRITE-REJECT-DETAIL
020980             THRU 7000-WRITE-REJECT-DETAIL-EXIT
020981         GO TO 2070-CHECK-POSTING-PERIOD-EXIT
020982     END-IF.
020983
020984     IF C900-CURRENT-DATE(1:6) < C900-OPEN-PERIOD
020985         MOVE C900-OPEN-PERIOD  TO PST-POST-DATE(1:6)
020986         MOVE "01"              TO PST-POST-DATE(7:2)
020987     ELSE
020988         MOVE C900-CURRENT-DATE TO PST-POST-DATE
020989     END-IF.
020990     DISPLAY "CUST0900 - WARNING: " PST-CUST-ID " DATED "
020991         C900-PERIOD-DATE " IN CLOSED PERIOD, ROLLED TO "
020992         PST-POST-DATE.
020993     MOVE "Y" TO C900-ROLLED-SW.
020994     ADD 1 TO C900-TRANS-ROLLED-COUNT.
020995     ADD PST-AMOUNT TO C900-AMOUNT-ROLLED-HASH.
020996 2070-CHECK-POSTING-PERIOD-EXIT.
020997     EXIT.
020998*****************************************************************
021000*    2100-EDIT-POSTING - FIELD EDITS THAT DO NOT NEED THE MASTER
021100*    RECORD.  A NON-NUMERIC AMOUNT CANNOT BE HASHED, SO IT IS
021200*    COUNTED IN THE REJECT COUNT BUT NOT IN THE AMOUNT HASHES.
028700                 THRU 2700-WRITE-AUDIT-RECORD-EXIT
028720             PERFORM 2750-WRITE-HISTORY-RECORD
028740                 THRU 2750-WRITE-HISTORY-RECORD-EXIT
028800             IF C900-TRANS-ROLLED
028810                 MOVE "POSTED - ROLLED TO OPEN PERIOD"
028820                     TO DT-DISPOSITION
028830             ELSE
028840                 MOVE "POSTED" TO DT-DISPOSITION
028850             END-IF
028900             MOVE PST-AMOUNT TO DT-AMOUNT
029000             PERFORM 7100-WRITE-REGISTER-DETAIL
029100                 THRU 7100-WRITE-REGISTER-DETAIL-EXIT
031100     MOVE C900-CURRENT-DATE    TO AUD-CHANGE-DATE.
031200     ACCEPT AUD-CHANGE-TIME FROM TIME.
031300     MOVE "CUST0900"           TO AUD-SOURCE-ID.
031350     MOVE PST-OPERATOR-ID      TO AUD-OPERATOR-ID.
031400     WRITE CUSTOMER-AUDIT-RECORD
031500         INVALID KEY
031600             DISPLAY "CUST0900 - AUDIT WRITE FAILED FOR "
036111         MOVE C900-CURRENT-DATE TO C900-HISTORY-POST-DATE
036112     END-IF.
036113
036114     PERFORM 2787-NEXT-HIST-SEQ-AND-OPERATOR
036115         THRU 2787-NEXT-HIST-SEQ-AND-OPERATOR-EXIT.
036116     ADD 1 TO C900-PSH-SEQUENCE.
036117     MOVE CUST-ID                TO PSH-CUST-ID.
036118     MOVE C900-HISTORY-POST-DATE TO PSH-POST-DATE.
036172     END-IF.
036173 2785-SCAN-FOR-HIGH-HIST-SEQ-EXIT.
036174     EXIT.
036176*****************************************************************
036178*    2787-NEXT-HIST-SEQ-AND-OPERATOR - THE SEQUENCE SCAN READS
036180*    THROUGH THE HISTORY RECORD AREA, SO THE OPERATOR IS STAMPED
036182*    ON THE NEW ROW ONLY ONCE THE SCAN IS DONE.
036184*****************************************************************
036186 2787-NEXT-HIST-SEQ-AND-OPERATOR.
036188     PERFORM 2780-DETERMINE-NEXT-HIST-SEQ
036190         THRU 2780-DETERMINE-NEXT-HIST-SEQ-EXIT.
036192     MOVE PST-OPERATOR-ID TO PSH-OPERATOR-ID.
036194 2787-NEXT-HIST-SEQ-AND-OPERATOR-EXIT.
036196     EXIT.
036200*****************************************************************
036300*    2900-READ-NEXT-POSTING - RELEASED, SUPERVISOR-APPROVED
036310*    POSTINGS (APPROVED, WRITTEN BY CUST2200) RUN AHEAD OF THE
036320*    NEW POSTTRAN BATCH.  A POSTING READ FROM THE APPROVED FILE
036330*    BYPASSES THE APPROVAL-LIMIT CHECK - IT ALREADY HAS ITS
036340*    SECOND PAIR OF EYES.
036350*    CORRECTED POSTINGS FROM THE RECYCLE FILE (PSTRCYIN) COME
036360*    NEXT, CARRYING THEIR RECYCLE COUNT, AND GO THROUGH EVERY
036370*    EDIT AGAIN.
036400*****************************************************************
036500 2900-READ-NEXT-POSTING.
036510     MOVE "N" TO C900-FROM-APPROVED-SW.
036515     MOVE ZERO TO C900-CURRENT-RECYCLE-COUNT.
036520
036530     IF C900-APPROVED-EOF
036540         GO TO 2900-READ-RECYCLE
036550     END-IF.
036560     READ APPROVED-TRANS-FILE
036570         AT END
036580             MOVE "Y" TO C900-APPROVED-EOF-SW
036590     END-READ.
036592     IF C900-APPROVED-EOF
036594         GO TO 2900-READ-RECYCLE
036596     END-IF.
036598     MOVE APPROVED-TRANS-RECORD TO POSTING-TRANSACTION-RECORD.
036600     MOVE "Y" TO C900-FROM-APPROVED-SW.
036610     GO TO 2900-READ-NEXT-POSTING-EXIT.
036620
036621 2900-READ-RECYCLE.
036622     PERFORM 2910-READ-RECYCLE-POSTING
036623         THRU 2910-READ-RECYCLE-POSTING-EXIT.
036624     IF NOT C900-RECYCLE-IN-EOF
036625         GO TO 2900-READ-NEXT-POSTING-EXIT
036626     END-IF.
036627
036630 2900-READ-POSTTRAN.
036640     READ POSTING-TRANS-FILE
036700         AT END
036900     END-READ.
037000 2900-READ-NEXT-POSTING-EXIT.
037100     EXIT.
037104*****************************************************************
037108*    2910-READ-RECYCLE-POSTING - NEXT CORRECTED POSTING FROM
037112*    THE RECYCLE FILE, WITH THE COUNT OF TIMES IT HAS BEEN
037116*    REFUSED SO FAR.
037120*****************************************************************
037124 2910-READ-RECYCLE-POSTING.
037128     IF C900-RECYCLE-IN-EOF
037132         GO TO 2910-READ-RECYCLE-POSTING-EXIT
037136     END-IF.
037140     READ POSTING-RECYCLE-IN-FILE
037144         AT END
037148             MOVE "Y" TO C900-RECYCLE-IN-EOF-SW
037152             GO TO 2910-READ-RECYCLE-POSTING-EXIT
037156     END-READ.
037160
037164     MOVE POSTING-RECYCLE-IN-RECORD TO RECYCLE-RECORD.
037168     MOVE RCY-TRANSACTION TO POSTING-TRANSACTION-RECORD.
037172     IF RCY-RECYCLE-COUNT IS NUMERIC
037176         MOVE RCY-RECYCLE-COUNT TO C900-CURRENT-RECYCLE-COUNT
037180     END-IF.
037184     ADD 1 TO C900-RECYCLED-IN-COUNT.
037188 2910-READ-RECYCLE-POSTING-EXIT.
037192     EXIT.
037200*****************************************************************
037300*    7000-WRITE-REJECT-DETAIL - CALLER SETS DT-DISPOSITION AND
037400*    DT-AMOUNT FIRST.
041230     MOVE C900-AMOUNT-HELD-HASH  TO TL-HELD-AMOUNT.
041240     MOVE C900-TOTAL-LINE-4 TO POSTING-REGISTER-LINE.
041250     WRITE POSTING-REGISTER-LINE.
041255
041260     MOVE C900-TRANS-ROLLED-COUNT TO TL-ROLLED-COUNT.
041265     MOVE C900-AMOUNT-ROLLED-HASH TO TL-ROLLED-AMOUNT.
041270     MOVE C900-TOTAL-LINE-5 TO POSTING-REGISTER-LINE.
041275     WRITE POSTING-REGISTER-LINE.
041277
041279     MOVE C900-RECYCLED-IN-COUNT TO TL-RCYIN-COUNT.
041281     MOVE C900-TOTAL-LINE-6 TO POSTING-REGISTER-LINE.
041283     WRITE POSTING-REGISTER-LINE.
041285     MOVE C900-RECYCLED-OUT-COUNT TO TL-RCYOUT-COUNT.
041287     MOVE C900-AMOUNT-RECYCLED-HASH TO TL-RCYOUT-AMOUNT.
041289     MOVE C900-TOTAL-LINE-7 TO POSTING-REGISTER-LINE.
041291     WRITE POSTING-REGISTER-LINE.
041293     MOVE C900-AGED-OFF-COUNT TO TL-AGED-COUNT.
041295     MOVE C900-TOTAL-LINE-8 TO POSTING-REGISTER-LINE.
041297     WRITE POSTING-REGISTER-LINE.
041300 8000-WRITE-TOTALS-EXIT.
041400     EXIT.
041500*****************************************************************
042220     IF CM-APPROVED-STATUS = "00" OR "10"
042230         CLOSE APPROVED-TRANS-FILE
042240     END-IF.
042250     CLOSE POSTING-RECYCLE-OUT-FILE.
042260     IF CM-PSTRCYIN-STATUS = "00" OR "10"
042270         CLOSE POSTING-RECYCLE-IN-FILE
042280     END-IF.
042300 9000-TERMINATE-EXIT.
042400     EXIT.
