002900*      - A CUSTOMER-AUDIT-RECORD ROW IS WRITTEN TO CUSTAUD FOR
003000*        EVERY FIELD THAT CHANGED (CUSTAUD.CPY).
003100*
003110*    EVERY TRANSACTION CARRIES THE SIGN-ON OF THE OPERATOR WHO
003120*    KEYED IT (TRN-OPERATOR-ID).  WHEN THE OPERATOR ENTITLEMENT
003130*    TABLE (OPERENT, CUSTOPR.CPY) IS ON FILE, A TRANSACTION WHOSE
003140*    OPERATOR IS MISSING, IS NOT ON THE TABLE, OR IS NOT ENTITLED
003150*    TO ITS TRANSACTION CODE IS REJECTED TO THE RECYCLE FILE.  THE
003160*    OPERATOR IS STAMPED ON EVERY AUDIT ROW (AUD-OPERATOR-ID).
003170*
003200*    THE RUN CHECKPOINTS ITSELF EVERY C100-CHECKPOINT-INTERVAL
003300*    TRANSACTIONS BY REWRITING ITS ROW ON CUSTCHK WITH THE
003400*    COUNT OF TRANSACTIONS SUCCESSFULLY PROCESSED SO FAR.  A
004501*                     AUTOMATICALLY, WITH A MAIL-STATUS ROW ON
004502*                     THE AUDIT HISTORY.
004503*****************************************************************
004507*    2026-10-15 RJH   ACCOUNTING PERIOD CONTROL: AN ADD OR CHANGE
004512*                     THAT MOVES CUST-BALANCE AND IS DATED BEFORE
004517*                     THE OPEN PERIOD ON PERIODCT (CUSTPER.CPY) IS
004522*                     REJECTED TO THE RECYCLE FILE, OR APPLIED IN
004527*                     THE OPEN PERIOD WITH A WARNING ON SUPRPT.
004532*                     AN ADD WITH AN OPENING BALANCE AND A DELETE
004537*                     OF AN ACCOUNT WITH A BALANCE NOW ALSO WRITE
004542*                     A CUST-BALANCE AUDIT ROW (FROM OR TO ZERO)
004547*                     SO THE PERIOD TRIAL BALANCE SEES THEM.
004552*    2026-10-15 RJH   COMPLIANCE SCREENING: AN ADD, OR A CHANGE
004557*                     THAT RENAMES THE CUSTOMER, IS MATCHED
004562*                     AGAINST THE WATCH LIST (WATCHLST, LOADED BY
004567*                     CUST4000).  A POSSIBLE HIT IS RECORDED ON
004572*                     WLHITS AND THE TRANSACTION PARKED ON WLHOLD
004577*                     FOR COMPLIANCE (CUST4200) INSTEAD OF
004582*                     APPLIED.  CTLCARD COLS 30-35 OVERRIDE THE
004587*                     MATCH THRESHOLDS.
004588*    2026-10-15 RJH   CREDIT LIMIT CHANGES AND EVERY OPENING VALUE
004589*                     OF AN ADD NOW WRITE AUDIT ROWS TOO, SO THE
004590*                     FORWARD RECOVERY (CUST4700) CAN REBUILD THE
004591*                     MASTER FROM A BACKUP AND THE AUDIT HISTORY.
004592*    2026-10-15 RJH   OPERATOR ENTITLEMENTS: TRN-OPERATOR-ID IS
004593*                     CHECKED AGAINST OPERENT (CUSTOPR.CPY) FOR
004594*                     THE TRANSACTION CODE, A VIOLATION GOING TO
004595*                     THE RECYCLE FILE, AND IS STAMPED ON EVERY
004596*                     AUDIT ROW (AUD-OPERATOR-ID).  NO OPERENT
004597*                     MEANS NO CHECK.  TRANSACTION-SIZED RECORDS
004598*                     ARE NOW 165 BYTES.
004599*****************************************************************
004600 ENVIRONMENT DIVISION.
004700 CONFIGURATION SECTION.
004800 SOURCE-COMPUTER.   IBM-370.
007116
007117     COPY "custudsl.cpy".
007118
007157     COPY "custpcsl.cpy".
007177
007179     SELECT WATCH-LIST-FILE ASSIGN TO "WATCHLST"
007180         ORGANIZATION IS LINE SEQUENTIAL
007181         FILE STATUS IS CM-WATCHLST-STATUS.
007182
007183     COPY "custwhsl.cpy".
007184
007185     SELECT WATCH-HOLD-FILE ASSIGN TO "WLHOLD"
007186         ORGANIZATION IS LINE SEQUENTIAL
007187         FILE STATUS IS CM-WLHOLD-STATUS.
007188
007192     SELECT OPERATOR-ENT-FILE ASSIGN TO "OPERENT"
007194         ORGANIZATION IS LINE SEQUENTIAL
007196         FILE STATUS IS CM-OPERENT-STATUS.
007198
007200 DATA DIVISION.
007300 FILE SECTION.
007400 FD  TRANS-FILE
008960     05  CTL-APPROVAL-LIMIT     PIC X(10).
008970     05  CTL-APPROVAL-LIMIT-N   REDEFINES CTL-APPROVAL-LIMIT
008980                                PIC 9(08)V99.
009000     05  CTL-WL-NAME-THRESHOLD  PIC X(03).
009020     05  CTL-WL-ADDR-THRESHOLD  PIC X(03).
009040     05  FILLER                 PIC X(25).
009100
009200 FD  REJECT-REPORT-FILE
009300     LABEL RECORDS ARE STANDARD.
009482
009484 FD  PENDING-OUT-FILE
009486     LABEL RECORDS ARE STANDARD.
009488 01  PENDING-OUT-RECORD         PIC X(165).
009490
009491 FD  RECYCLE-IN-FILE
009492     LABEL RECORDS ARE STANDARD.
009493 01  RECYCLE-IN-RECORD          PIC X(225).
009494
009495 FD  RECYCLE-OUT-FILE
009496     LABEL RECORDS ARE STANDARD.
009507
009508 FD  APPROVED-IN-FILE
009509     LABEL RECORDS ARE STANDARD.
009510 01  APPROVED-IN-RECORD         PIC X(165).
009511
009512 FD  APPROVAL-OUT-FILE
009513     LABEL RECORDS ARE STANDARD.
009516
009517     COPY "custudfd.cpy".
009518
009538     COPY "custpcfd.cpy".
009558
009560 FD  WATCH-LIST-FILE
009562     LABEL RECORDS ARE STANDARD.
009564     COPY "custwl.cpy".
009566
009568     COPY "custwhfd.cpy".
009570
009572 FD  WATCH-HOLD-FILE
009574     LABEL RECORDS ARE STANDARD.
009576 01  WATCH-HOLD-RECORD          PIC X(194).
009578
009582 FD  OPERATOR-ENT-FILE
009586     LABEL RECORDS ARE STANDARD.
009590     COPY "custopr.cpy".
009594
009600 WORKING-STORAGE SECTION.
009700*---------------------------------------------------------------
009800*    FILE STATUS SWITCHES
010580 77  CM-SUPRPT-STATUS           PIC X(02).
010585 77  CM-APVIN-STATUS            PIC X(02).
010590 77  CM-APVOUT-STATUS           PIC X(02).
010592 77  CM-WLHOLD-STATUS           PIC X(02).
010595 77  CM-UNDELIV-STATUS          PIC X(02).
010596 77  CM-OPERENT-STATUS          PIC X(02).
010597 77  CM-PERIODCT-STATUS         PIC X(02).
010598 77  CM-WATCHLST-STATUS         PIC X(02).
010599 77  CM-WLHITS-STATUS           PIC X(02).
010600*---------------------------------------------------------------
010700*    APPROVED CUST-STATUS CODE TABLE
010800*---------------------------------------------------------------
013700 77  C100-ZIP-IDX               PIC 9(02) COMP  VALUE ZERO.
013800 77  C100-CURRENT-DATE          PIC X(08)  VALUE SPACES.
013900 77  C100-CURRENT-TIME          PIC X(08)  VALUE SPACES.
013910 77  C100-OPEN-PERIOD           PIC X(06)  VALUE SPACES.
013920 77  C100-CLOSED-ACTION         PIC X(01)  VALUE "R".
013930     88  C100-ROLL-CLOSED       VALUE "F".
013940 77  C100-PER-EOF-SW            PIC X(01)  VALUE "N".
013950     88  C100-PER-EOF           VALUE "Y".
013960 77  C100-PERIOD-DATE           PIC X(08)  VALUE SPACES.
013961 77  C100-WL-LOADED-SW          PIC X(01)  VALUE "N".
013962     88  C100-WL-SCREENING-ON   VALUE "Y".
013963 77  C100-WL-EOF-SW             PIC X(01)  VALUE "N".
013964     88  C100-WL-EOF            VALUE "Y".
013965 77  C100-WL-HIT-SW             PIC X(01)  VALUE "N".
013966     88  C100-WL-HIT-FOUND      VALUE "Y".
013967 77  C100-WL-ON-FILE-SW         PIC X(01)  VALUE "N".
013968     88  C100-WL-HIT-ON-FILE    VALUE "Y".
013969 77  C100-WL-WORD-SW            PIC X(01)  VALUE "N".
013970     88  C100-WL-WORD-MATCHED   VALUE "Y".
013971 77  C100-WL-EXACT-SW           PIC X(01)  VALUE "N".
013972     88  C100-WL-EXACT-ONLY     VALUE "Y".
013973 77  C100-WL-ADDR-SW            PIC X(01)  VALUE "N".
013974     88  C100-WL-ADDRESS-MATCH  VALUE "Y".
013975 77  C100-WL-NAME-THRESHOLD     PIC 9(03)       VALUE 85.
013976 77  C100-WL-ADDR-THRESHOLD     PIC 9(03)       VALUE 60.
013977 77  C100-WL-SCORE              PIC 9(03)       VALUE ZERO.
013978 77  C100-WL-WORDS-FOUND        PIC 9(03) COMP  VALUE ZERO.
013979 77  C100-WL-SUB                PIC 9(05) COMP  VALUE ZERO.
013980 77  C100-WL-LW-SUB             PIC 9(03) COMP  VALUE ZERO.
013981 77  C100-WL-CW-SUB             PIC 9(03) COMP  VALUE ZERO.
013982 77  C100-WL-LIST-WORD          PIC X(15)  VALUE SPACES.
013983 77  C100-WL-CUST-WORD          PIC X(15)  VALUE SPACES.
013984 77  C100-WL-CUST-ZIP           PIC X(05)  VALUE SPACES.
013985 77  C100-WL-CUST-CITY          PIC X(20)  VALUE SPACES.
013986 77  C100-WL-HITS-RAISED        PIC 9(09) COMP  VALUE ZERO.
013987 77  C100-TOK-IDX               PIC 9(03) COMP  VALUE ZERO.
013988 77  C100-TOK-LEN               PIC 9(03) COMP  VALUE ZERO.
013989 77  C100-TOK-LONGEST           PIC 9(03) COMP  VALUE ZERO.
013990 77  C100-TOK-PACK-LEN          PIC 9(03) COMP  VALUE ZERO.
013991 77  C100-TOK-CHAR              PIC X(01)  VALUE SPACE.
013992 77  C100-TOK-CURRENT           PIC X(15)  VALUE SPACES.
013993 77  C100-NOISE-SW              PIC X(01)  VALUE "N".
013994     88  C100-NOISE-WORD        VALUE "Y".
014000 77  C100-SOURCE-ID             PIC X(08)  VALUE SPACES.
014010 77  C100-OPR-LOADED-SW         PIC X(01)  VALUE "N".
014020     88  C100-ENTITLEMENT-ON    VALUE "Y".
014030 77  C100-OPR-EOF-SW            PIC X(01)  VALUE "N".
014040     88  C100-OPR-EOF           VALUE "Y".
014050 77  C100-OPR-SUB               PIC 9(03) COMP  VALUE ZERO.
014060 77  C100-OPR-FOUND             PIC 9(03) COMP  VALUE ZERO.
014070 77  C100-OPR-TALLY             PIC 9(02) COMP  VALUE ZERO.
014100 77  C100-EDIT-OK-SW            PIC X(01)  VALUE "Y".
014200     88  C100-EDIT-OK           VALUE "Y".
014300 77  C100-BALANCE-DISPLAY       PIC -9(08).99.
015400     05  C100-SAVED-STATE       PIC X(02).
015500     05  C100-SAVED-ZIP-CODE    PIC X(10).
015600     05  C100-SAVED-CUST-PHONE  PIC X(15).
015610     05  C100-SAVED-UPDATE-DATE PIC X(08).
015620     05  C100-SAVED-CREDIT-LIMIT PIC S9(08)V99 COMP-3.
015700*---------------------------------------------------------------
015800*    PHONE EDIT WORK AREA
015900*---------------------------------------------------------------
017000     05  C100-AUD-FIELD-NAME    PIC X(20).
017100     05  C100-AUD-OLD-VALUE     PIC X(40).
017200     05  C100-AUD-NEW-VALUE     PIC X(40).
017202*---------------------------------------------------------------
017204*    NOISE WORDS DROPPED FROM NAMES BEFORE WATCH-LIST MATCHING
017206*---------------------------------------------------------------
017208     COPY "custnwt.cpy".
017210*---------------------------------------------------------------
017212*    MATCH-KEY WORK AREAS.  7600-BUILD-MATCH-KEY BREAKS A NAME
017214*    INTO WORDS EXACTLY AS CUST4000 DID FOR THE LIST AND AS
017216*    CUST4100 DOES FOR ITS SWEEP; A CHANGE TO ONE MUST BE MADE
017218*    IN ALL THREE.
017220*---------------------------------------------------------------
017222 01  C100-TOK-IN.
017224     05  C100-TOK-IN-TEXT       PIC X(40).
017226     05  C100-TOK-IN-CHAR REDEFINES C100-TOK-IN-TEXT
017228                                PIC X(01) OCCURS 40 TIMES.
017230 01  C100-TOK-OUT.
017232     05  C100-TOK-COUNT         PIC 9(01).
017234     05  C100-TOK-KEY-WORD      PIC 9(01).
017236     05  C100-TOK-WORDS.
017238         10  C100-TOK-WORD      PIC X(15) OCCURS 6 TIMES.
017240     05  C100-TOK-PACKED        PIC X(40).
017242*---------------------------------------------------------------
017244*    WATCH-LIST TABLE, LOADED FROM WATCHLST AT START OF RUN.
017246*    C100-WT-MATCH-KEY FOLLOWS WL-MATCH-KEY (CUSTWL.CPY).
017248*---------------------------------------------------------------
017250 01  C100-WATCH-LIST-TABLE.
017252     05  C100-WT-COUNT          PIC 9(05) COMP  VALUE ZERO.
017254     05  C100-WT-ENTRY OCCURS 10000 TIMES.
017256         10  C100-WT-LIST-CODE  PIC X(04).
017258         10  C100-WT-ENTRY-ID   PIC X(10).
017260         10  C100-WT-NAME       PIC X(40).
017262         10  C100-WT-STATE      PIC X(02).
017264         10  C100-WT-ZIP        PIC X(05).
017266         10  C100-WT-RELEASE-ID PIC X(08).
017268         10  C100-WT-MATCH-KEY.
017270             15  C100-WT-WORD-COUNT PIC 9(01).
017272             15  C100-WT-KEY-WORD   PIC 9(01).
017274             15  C100-WT-WORD   PIC X(15) OCCURS 6 TIMES.
017276             15  C100-WT-CITY-KEY   PIC X(20).
017280*---------------------------------------------------------------
017284*    OPERATOR ENTITLEMENT TABLE, LOADED FROM OPERENT AT START OF
017288*    RUN (CUSTOPRT.CPY)
017292*---------------------------------------------------------------
017296     COPY "custoprt.cpy".
017300*---------------------------------------------------------------
017400*    REJECT REPORT DETAIL LINE
017500*---------------------------------------------------------------
018450     05  C100-MRG-CHANGE-DATE   PIC X(08).
018455     05  C100-MRG-CHANGE-TIME   PIC X(08).
018460     05  C100-MRG-SOURCE-ID     PIC X(08).
018462     05  C100-MRG-OPERATOR-ID   PIC X(08).
018465*---------------------------------------------------------------
018470*    MERGE REPORT LINES
018475*---------------------------------------------------------------
020850          OUTPUT RECYCLE-OUT-FILE
020860          OUTPUT RECYCLE-REPORT-FILE
020865          OUTPUT APPROVAL-OUT-FILE
020867          OUTPUT WATCH-HOLD-FILE
020870          OUTPUT SUPERVISOR-REPORT-FILE.
020872
020874*    RELEASED, SUPERVISOR-APPROVED TRANSACTIONS RUN AHEAD OF
021400             MOVE "BATCH"    TO CTL-SOURCE-ID
021450             MOVE SPACES     TO CTL-MAX-RECYCLES
021460             MOVE SPACES     TO CTL-APPROVAL-LIMIT
021470             MOVE SPACES     TO CTL-WL-NAME-THRESHOLD
021480             MOVE SPACES     TO CTL-WL-ADDR-THRESHOLD
021500     END-READ.
021600
021700     MOVE CTL-RESTART-SW TO C100-RESTART-SW.
021800     MOVE CTL-SOURCE-ID  TO C100-SOURCE-ID.
021802
021804     IF CTL-WL-NAME-THRESHOLD IS NUMERIC
021806       AND CTL-WL-NAME-THRESHOLD NOT = "000"
021808         MOVE CTL-WL-NAME-THRESHOLD TO C100-WL-NAME-THRESHOLD
021810     END-IF.
021812     IF CTL-WL-ADDR-THRESHOLD IS NUMERIC
021814       AND CTL-WL-ADDR-THRESHOLD NOT = "000"
021816         MOVE CTL-WL-ADDR-THRESHOLD TO C100-WL-ADDR-THRESHOLD
021818     END-IF.
021820
021840     IF CTL-MAX-RECYCLES IS NUMERIC
021860       AND CTL-MAX-RECYCLES NOT = "00"
023040     PERFORM 1350-OPEN-UNDELIV-FILE
023060         THRU 1350-OPEN-UNDELIV-FILE-EXIT.
023100
023120     PERFORM 1500-LOAD-OPEN-PERIOD
023140         THRU 1500-LOAD-OPEN-PERIOD-EXIT.
023145
023150     PERFORM 7100-LOAD-WATCH-LIST
023155         THRU 7100-LOAD-WATCH-LIST-EXIT.
023160
023170     PERFORM 7200-LOAD-OPERATOR-TABLE
023180         THRU 7200-LOAD-OPERATOR-TABLE-EXIT.
023190
023200     IF C100-RESTART-RUN
023300         PERFORM 1400-LOAD-RESTART-POINT
023400             THRU 1400-LOAD-RESTART-POINT-EXIT
030200     END-READ.
030300 1400-LOAD-RESTART-POINT-EXIT.
030400     EXIT.
030401*****************************************************************
030402*    1500-LOAD-OPEN-PERIOD - THE OPEN PERIOD IS THE LOWEST ROW
030403*    ON THE PERIOD CONTROL FILE STILL MARKED OPEN; EVERYTHING
030404*    BEFORE IT HAS BEEN CLOSED BY THE MONTH-END JOB (CUST3500).
030405*    NO FILE OR NO OPEN ROW MEANS PERIOD CONTROL HAS NOT BEEN
030406*    SET UP, AND BALANCE CHANGES ARE NOT PERIOD-CHECKED.
030407*****************************************************************
030408 1500-LOAD-OPEN-PERIOD.
030409     MOVE SPACES TO C100-OPEN-PERIOD.
030410     MOVE "R"    TO C100-CLOSED-ACTION.
030411     OPEN INPUT PERIOD-CONTROL-FILE.
030412     IF CM-PERIODCT-STATUS NOT = "00"
030413         DISPLAY "CUST0100 - NO PERIOD CONTROL FILE, STATUS "
030414             CM-PERIODCT-STATUS ", BALANCE DATES NOT CHECKED"
030415         GO TO 1500-LOAD-OPEN-PERIOD-EXIT
030416     END-IF.
030417
030418     MOVE "N"        TO C100-PER-EOF-SW.
030419     MOVE LOW-VALUES TO PER-PERIOD.
030420     START PERIOD-CONTROL-FILE KEY IS NOT LESS THAN PER-PERIOD
030421         INVALID KEY
030422             MOVE "Y" TO C100-PER-EOF-SW
030423     END-START.
030424     PERFORM 1510-FIND-OPEN-PERIOD
030425         THRU 1510-FIND-OPEN-PERIOD-EXIT
030426         UNTIL C100-PER-EOF.
030427     CLOSE PERIOD-CONTROL-FILE.
030428
030429     IF C100-OPEN-PERIOD = SPACES
030430         DISPLAY "CUST0100 - NO OPEN PERIOD ON PERIODCT, "
030431             "BALANCE DATES NOT CHECKED"
030432     END-IF.
030433 1500-LOAD-OPEN-PERIOD-EXIT.
030434     EXIT.
030435*****************************************************************
030436*    1510-FIND-OPEN-PERIOD
030437*****************************************************************
030438 1510-FIND-OPEN-PERIOD.
030439     READ PERIOD-CONTROL-FILE NEXT RECORD
030440         AT END
030441             MOVE "Y" TO C100-PER-EOF-SW
030442             GO TO 1510-FIND-OPEN-PERIOD-EXIT
030443     END-READ.
030444     IF PER-OPEN
030445         MOVE PER-PERIOD        TO C100-OPEN-PERIOD
030446         MOVE PER-CLOSED-ACTION TO C100-CLOSED-ACTION
030447         MOVE "Y"               TO C100-PER-EOF-SW
030448     END-IF.
030449 1510-FIND-OPEN-PERIOD-EXIT.
030450     EXIT.
030500*****************************************************************
030600*    2000-PROCESS-ONE-TRANSACTION
030700*****************************************************************
034103*****************************************************************
034106*    2050-APPLY-TRANSACTION - ROUTES A TRANSACTION THAT IS DUE
034109*    TONIGHT (NO EFFECTIVE DATE, OR ONE THAT HAS COME OF AGE)
034112*    TO ITS HANDLER, ONCE THE OPERATOR'S ENTITLEMENT (7300) AND
034113*    THE HOLDS (7400) HAVE LET IT THROUGH.
034115*****************************************************************
034118 2050-APPLY-TRANSACTION.
034119     PERFORM 7300-CHECK-ENTITLEMENT
034120         THRU 7300-CHECK-ENTITLEMENT-EXIT.
034121     IF NOT C100-TRANS-REJECTED
034122         PERFORM 7400-CHECK-HOLDS
034123             THRU 7400-CHECK-HOLDS-EXIT
034124     END-IF.
034125     IF C100-TRANS-REJECTED OR C100-HELD-FOR-APPROVAL
034126         GO TO 2050-APPLY-TRANSACTION-EXIT
034127     END-IF.
034128
034129     EVALUATE TRUE
042000             THRU 2200-EDIT-PHONE-EXIT
042100         PERFORM 2300-VALIDATE-ADDRESS
042200             THRU 2300-VALIDATE-ADDRESS-EXIT
042220         PERFORM 2400-CHECK-BALANCE-PERIOD
042240             THRU 2400-CHECK-BALANCE-PERIOD-EXIT
042300         IF NOT C100-TRANS-REJECTED
042400             MOVE TRN-CUST-ID      TO CUST-ID
042500             MOVE TRN-CUST-NAME    TO CUST-NAME
047500             THRU 2200-EDIT-PHONE-EXIT
047600         PERFORM 2300-VALIDATE-ADDRESS
047700             THRU 2300-VALIDATE-ADDRESS-EXIT
047720         PERFORM 2400-CHECK-BALANCE-PERIOD
047740             THRU 2400-CHECK-BALANCE-PERIOD-EXIT
047800         IF NOT C100-TRANS-REJECTED
047900             MOVE TRN-CUST-NAME    TO CUST-NAME
048000             MOVE TRN-CUST-BALANCE TO CUST-BALANCE
052200         PERFORM 7000-WRITE-REJECT-LINE
052300             THRU 7000-WRITE-REJECT-LINE-EXIT
052400     ELSE
052410         IF CUST-BALANCE NOT = ZERO
052420             MOVE "CUST-BALANCE"       TO C100-AUD-FIELD-NAME
052430             MOVE CUST-BALANCE         TO C100-BALANCE-DISPLAY
052440             MOVE C100-BALANCE-DISPLAY TO C100-AUD-OLD-VALUE
052450             MOVE ZERO                 TO C100-BALANCE-DISPLAY
052460             MOVE C100-BALANCE-DISPLAY TO C100-AUD-NEW-VALUE
052470             PERFORM 2700-WRITE-AUDIT-RECORD
052480                 THRU 2700-WRITE-AUDIT-RECORD-EXIT
052490         END-IF
052500         MOVE "RECORD"        TO C100-AUD-FIELD-NAME
052600         MOVE CUST-NAME       TO C100-AUD-OLD-VALUE
052700         MOVE SPACES          TO C100-AUD-NEW-VALUE
068700 2310-VALIDATE-ZIP-EXIT.
068800     EXIT.
068900*****************************************************************
068901*    2400-CHECK-BALANCE-PERIOD - AN ADD OR CHANGE THAT MOVES
068902*    CUST-BALANCE IS BALANCE ACTIVITY THE SAME AS A CUST0900
068903*    POSTING, DATED BY ITS EFFECTIVE DATE (OR TONIGHT WHEN IT
068904*    HAS NONE).  DATED BEFORE THE OPEN PERIOD, IT IS REJECTED,
068905*    OR - WHEN THE OPEN PERIOD'S CLOSED-PERIOD ACTION IS "F" -
068906*    APPLIED TONIGHT, IN THE OPEN PERIOD, WITH A WARNING LINE
068907*    ON THE SUPERVISOR REPORT.  ON A CHANGE THE MASTER HAS
068908*    ALREADY BEEN READ, SO CUST-BALANCE IS STILL THE OLD VALUE.
068909*****************************************************************
068910 2400-CHECK-BALANCE-PERIOD.
068911     IF C100-OPEN-PERIOD = SPACES
068912       OR TRN-CUST-BALANCE IS NOT NUMERIC
068913         GO TO 2400-CHECK-BALANCE-PERIOD-EXIT
068914     END-IF.
068915     IF TRN-ADD
068916         IF TRN-CUST-BALANCE = ZERO
068917             GO TO 2400-CHECK-BALANCE-PERIOD-EXIT
068918         END-IF
068919     ELSE
068920         IF TRN-CUST-BALANCE = CUST-BALANCE
068921             GO TO 2400-CHECK-BALANCE-PERIOD-EXIT
068922         END-IF
068923     END-IF.
068924
068925     IF TRN-EFFECTIVE-DATE IS NUMERIC
068926         MOVE TRN-EFFECTIVE-DATE TO C100-PERIOD-DATE
068927     ELSE
068928         MOVE C100-CURRENT-DATE  TO C100-PERIOD-DATE
068929     END-IF.
068930     IF C100-PERIOD-DATE(1:6) NOT < C100-OPEN-PERIOD
068931         GO TO 2400-CHECK-BALANCE-PERIOD-EXIT
068932     END-IF.
068933
068934     IF NOT C100-ROLL-CLOSED
068935         MOVE TRN-CUST-ID      TO RJ-CUST-ID
068936         MOVE "BALANCE DATED IN CLOSED PERIOD"
068937                               TO RJ-REASON
068938         MOVE C100-PERIOD-DATE TO RJ-BAD-VALUE
068939         PERFORM 7000-WRITE-REJECT-LINE
068940             THRU 7000-WRITE-REJECT-LINE-EXIT
068941         GO TO 2400-CHECK-BALANCE-PERIOD-EXIT
068942     END-IF.
068943
068944     MOVE TRN-CUST-ID           TO SP-CUST-ID.
068945     MOVE "BALANCE DATED IN CLOSED PERIOD" TO SP-REASON.
068946     MOVE ZERO                  TO SP-CYCLES.
068947     MOVE "APPLIED IN OPEN PERIOD" TO SP-ACTION.
068948     MOVE C100-SUPERVISOR-DETAIL TO SUPERVISOR-REPORT-LINE.
068949     WRITE SUPERVISOR-REPORT-LINE.
068950 2400-CHECK-BALANCE-PERIOD-EXIT.
068951     EXIT.
068952*****************************************************************
069000*    2500-AUDIT-CHANGED-FIELDS - COMPARES THE
069100*    SAVED "BEFORE" IMAGE TO THE NEW TRANSACTION VALUES AND
069200*    WRITES ONE AUDIT ROW PER FIELD THAT ACTUALLY CHANGED.
075700         PERFORM 2700-WRITE-AUDIT-RECORD
075800             THRU 2700-WRITE-AUDIT-RECORD-EXIT
075900     END-IF.
075910
075920     IF C100-SAVED-CREDIT-LIMIT NOT = CUST-CREDIT-LIMIT
075930         MOVE "CUST-CREDIT-LIMIT"       TO C100-AUD-FIELD-NAME
075940         MOVE C100-SAVED-CREDIT-LIMIT   TO C100-BALANCE-DISPLAY
075950         MOVE C100-BALANCE-DISPLAY      TO C100-AUD-OLD-VALUE
075960         MOVE CUST-CREDIT-LIMIT         TO C100-BALANCE-DISPLAY
075970         MOVE C100-BALANCE-DISPLAY      TO C100-AUD-NEW-VALUE
075980         PERFORM 2700-WRITE-AUDIT-RECORD
075990             THRU 2700-WRITE-AUDIT-RECORD-EXIT
075995     END-IF.
076000 2500-AUDIT-CHANGED-FIELDS-EXIT.
076100     EXIT.
076200*****************************************************************
076300*    2600-AUDIT-NEW-RECORD - ONE AUDIT ROW RECORDING THE ADD,
076320*    A CUST-BALANCE ROW FROM ZERO WHEN THE ACCOUNT OPENS
076340*    WITH A BALANCE, AND A ROW FROM BLANK (OR ZERO) FOR EACH
076360*    OTHER OPENING VALUE, SO THE ADD CAN BE REBUILT FROM THE
076380*    AUDIT HISTORY ALONE.
076400*****************************************************************
076500 2600-AUDIT-NEW-RECORD.
076600     MOVE "RECORD ADDED"     TO C100-AUD-FIELD-NAME.
076800     MOVE CUST-NAME          TO C100-AUD-NEW-VALUE.
076900     PERFORM 2700-WRITE-AUDIT-RECORD
077000         THRU 2700-WRITE-AUDIT-RECORD-EXIT.
077002
077004     IF CUST-BALANCE NOT = ZERO
077006         MOVE "CUST-BALANCE"       TO C100-AUD-FIELD-NAME
077008         MOVE ZERO                 TO C100-BALANCE-DISPLAY
077010         MOVE C100-BALANCE-DISPLAY TO C100-AUD-OLD-VALUE
077012         MOVE CUST-BALANCE         TO C100-BALANCE-DISPLAY
077014         MOVE C100-BALANCE-DISPLAY TO C100-AUD-NEW-VALUE
077016         PERFORM 2700-WRITE-AUDIT-RECORD
077018             THRU 2700-WRITE-AUDIT-RECORD-EXIT
077020     END-IF.
077022
077024     MOVE "CUST-STATUS"          TO C100-AUD-FIELD-NAME.
077026     MOVE CUST-STATUS            TO C100-AUD-NEW-VALUE.
077028     PERFORM 2610-AUDIT-OPENING-VALUE
077030         THRU 2610-AUDIT-OPENING-VALUE-EXIT.
077032     MOVE "STREET-ADDR"          TO C100-AUD-FIELD-NAME.
077034     MOVE STREET-ADDR            TO C100-AUD-NEW-VALUE.
077036     PERFORM 2610-AUDIT-OPENING-VALUE
077038         THRU 2610-AUDIT-OPENING-VALUE-EXIT.
077040     MOVE "CITY"                 TO C100-AUD-FIELD-NAME.
077042     MOVE CITY                   TO C100-AUD-NEW-VALUE.
077044     PERFORM 2610-AUDIT-OPENING-VALUE
077046         THRU 2610-AUDIT-OPENING-VALUE-EXIT.
077048     MOVE "STATE"                TO C100-AUD-FIELD-NAME.
077050     MOVE STATE                  TO C100-AUD-NEW-VALUE.
077052     PERFORM 2610-AUDIT-OPENING-VALUE
077054         THRU 2610-AUDIT-OPENING-VALUE-EXIT.
077056     MOVE "ZIP-CODE"             TO C100-AUD-FIELD-NAME.
077058     MOVE ZIP-CODE               TO C100-AUD-NEW-VALUE.
077060     PERFORM 2610-AUDIT-OPENING-VALUE
077062         THRU 2610-AUDIT-OPENING-VALUE-EXIT.
077064     MOVE "CUST-PHONE"           TO C100-AUD-FIELD-NAME.
077066     MOVE CUST-PHONE             TO C100-AUD-NEW-VALUE.
077068     PERFORM 2610-AUDIT-OPENING-VALUE
077070         THRU 2610-AUDIT-OPENING-VALUE-EXIT.
077072
077074     IF CUST-CREDIT-LIMIT NOT = ZERO
077076         MOVE "CUST-CREDIT-LIMIT"  TO C100-AUD-FIELD-NAME
077078         MOVE ZERO                 TO C100-BALANCE-DISPLAY
077080         MOVE C100-BALANCE-DISPLAY TO C100-AUD-OLD-VALUE
077082         MOVE CUST-CREDIT-LIMIT    TO C100-BALANCE-DISPLAY
077084         MOVE C100-BALANCE-DISPLAY TO C100-AUD-NEW-VALUE
077086         PERFORM 2700-WRITE-AUDIT-RECORD
077088             THRU 2700-WRITE-AUDIT-RECORD-EXIT
077090     END-IF.
077100 2600-AUDIT-NEW-RECORD-EXIT.
077200     EXIT.
077210*****************************************************************
077220*    2610-AUDIT-OPENING-VALUE - CALLER SETS C100-AUD-FIELD-NAME
077230*    AND C100-AUD-NEW-VALUE; A NON-BLANK OPENING VALUE IS
077240*    LOGGED AS A CHANGE FROM BLANK.
077250*****************************************************************
077260 2610-AUDIT-OPENING-VALUE.
077270     IF C100-AUD-NEW-VALUE NOT = SPACES
077275         MOVE SPACES TO C100-AUD-OLD-VALUE
077280         PERFORM 2700-WRITE-AUDIT-RECORD
077285             THRU 2700-WRITE-AUDIT-RECORD-EXIT
077290     END-IF.
077295 2610-AUDIT-OPENING-VALUE-EXIT.
077299     EXIT.
077300*****************************************************************
077400*    2700-WRITE-AUDIT-RECORD - CALLER SETS C100-AUD-FIELD-NAME,
077500*    C100-AUD-OLD-VALUE, AND C100-AUD-NEW-VALUE, THEN PERFORMS
079000     ACCEPT C100-CURRENT-TIME FROM TIME.
079100     MOVE C100-CURRENT-TIME    TO AUD-CHANGE-TIME.
079200     MOVE C100-SOURCE-ID       TO AUD-SOURCE-ID.
079220     MOVE TRN-OPERATOR-ID      TO AUD-OPERATOR-ID.
079240     IF AUD-OPERATOR-ID = SPACES
079260         MOVE C100-SOURCE-ID   TO AUD-OPERATOR-ID
079280     END-IF.
079300     WRITE CUSTOMER-AUDIT-RECORD
079400         INVALID KEY
079500             DISPLAY "CUST0100 - AUDIT WRITE FAILED FOR "
086344           RECYCLE-REPORT-FILE
086345           APPROVAL-OUT-FILE
086346           SUPERVISOR-REPORT-FILE
086347           UNDELIVERABLE-FILE
086348           WATCH-HOLD-FILE.
086350
086352     IF CM-RCYIN-STATUS = "00" OR "10"
086354         CLOSE RECYCLE-IN-FILE
086358         CLOSE APPROVED-IN-FILE
086359     END-IF.
086358
086362     IF C100-WL-SCREENING-ON
086363         CLOSE WATCH-HIT-FILE
086364     END-IF.
086365     PERFORM 8900-WRITE-RUN-LOG
086370         THRU 8900-WRITE-RUN-LOG-EXIT.
086400 9000-TERMINATE-EXIT.
086530*    (CUST1600).  EVERY TRANSACTION READ IS EITHER SKIPPED ON A
086535*    RESTART, PARKED (WRITTEN - FUTURE-DATED TO PENDOUT OR
086537*    HELD FOR APPROVAL TO APVOUT), REJECTED, OR APPLIED, SO
086540*    THE COUNTS CROSS-FOOT TO THE READ COUNT.  A TRANSACTION
086542*    HELD FOR COMPLIANCE ON WLHOLD COUNTS AS HELD.
086545*****************************************************************
086550 8900-WRITE-RUN-LOG.
086555     OPEN EXTEND RUN-LOG-FILE.
090900     MOVE AUD-CHANGE-DATE TO C100-MRG-CHANGE-DATE.
090920     MOVE AUD-CHANGE-TIME TO C100-MRG-CHANGE-TIME.
090940     MOVE AUD-SOURCE-ID   TO C100-MRG-SOURCE-ID.
090950     MOVE AUD-OPERATOR-ID TO C100-MRG-OPERATOR-ID.
090960
090980     PERFORM 6590-WRITE-CARRIED-AUDIT-ROW
091000         THRU 6590-WRITE-CARRIED-AUDIT-ROW-EXIT.
091060*****************************************************************
091080*    6590-WRITE-CARRIED-AUDIT-ROW - WRITES THE STAGED HISTORY
091100*    ROW UNDER THE SURVIVOR (CUST-ID), KEEPING THE ORIGINAL
091120*    CHANGE DATE, TIME, SOURCE AND OPERATOR SO THE CARRIED
091140*    HISTORY STILL READS AS WHAT ACTUALLY HAPPENED, WHEN, AND
091150*    BY WHOM.
091160*****************************************************************
091180 6590-WRITE-CARRIED-AUDIT-ROW.
091200     PERFORM 2690-DETERMINE-NEXT-AUDIT-SEQ
091360     MOVE C100-MRG-CHANGE-DATE TO AUD-CHANGE-DATE.
091380     MOVE C100-MRG-CHANGE-TIME TO AUD-CHANGE-TIME.
091400     MOVE C100-MRG-SOURCE-ID   TO AUD-SOURCE-ID.
091410     MOVE C100-MRG-OPERATOR-ID TO AUD-OPERATOR-ID.
091420     WRITE CUSTOMER-AUDIT-RECORD
091440         INVALID KEY
091460             DISPLAY "CUST0100 - AUDIT WRITE FAILED FOR "
092580         THRU 2700-WRITE-AUDIT-RECORD-EXIT.
092590 6900-CLEAR-UNDELIV-FLAG-EXIT.
092600     EXIT.
092700*****************************************************************
092800*    7100-LOAD-WATCH-LIST - LOADS THE WATCH LIST CUST4000 BUILT
092900*    FROM THE LATEST LIST RELEASE AND OPENS THE HIT FILE.  NO
093000*    LIST, AN EMPTY LIST, OR NO HIT FILE MEANS SCREENING HAS
093100*    NOT BEEN SET UP, AND ADDS AND NAME CHANGES ARE NOT
093200*    SCREENED - SAID ON THE CONSOLE SO OPERATIONS CAN TELL
093300*    COMPLIANCE.
093400*****************************************************************
093500 7100-LOAD-WATCH-LIST.
093600     MOVE "N"  TO C100-WL-LOADED-SW.
093700     MOVE ZERO TO C100-WT-COUNT.
093800     OPEN INPUT WATCH-LIST-FILE.
093900     IF CM-WATCHLST-STATUS NOT = "00"
094000         DISPLAY "CUST0100 - NO WATCH LIST, STATUS "
094100             CM-WATCHLST-STATUS ", NAMES NOT SCREENED"
094200         GO TO 7100-LOAD-WATCH-LIST-EXIT
094300     END-IF.
094400
094500     MOVE "N" TO C100-WL-EOF-SW.
094600     PERFORM 7110-LOAD-ONE-WATCH-ENTRY
094700         THRU 7110-LOAD-ONE-WATCH-ENTRY-EXIT
094800         UNTIL C100-WL-EOF.
094900     CLOSE WATCH-LIST-FILE.
095000     IF C100-WT-COUNT = ZERO
095100         DISPLAY "CUST0100 - WATCH LIST IS EMPTY, "
095200             "NAMES NOT SCREENED"
095300         GO TO 7100-LOAD-WATCH-LIST-EXIT
095400     END-IF.
095500
095600     OPEN I-O WATCH-HIT-FILE.
095700     IF CM-WLHITS-STATUS = "35"
095800         OPEN OUTPUT WATCH-HIT-FILE
095900         CLOSE WATCH-HIT-FILE
096000         OPEN I-O WATCH-HIT-FILE
096100     END-IF.
096200     IF CM-WLHITS-STATUS NOT = "00"
096300         DISPLAY "CUST0100 - CANNOT OPEN WLHITS, STATUS "
096400             CM-WLHITS-STATUS ", NAMES NOT SCREENED"
096500         GO TO 7100-LOAD-WATCH-LIST-EXIT
096600     END-IF.
096700     MOVE "Y" TO C100-WL-LOADED-SW.
096800 7100-LOAD-WATCH-LIST-EXIT.
096900     EXIT.
097000*****************************************************************
097100*    7110-LOAD-ONE-WATCH-ENTRY
097200*****************************************************************
097300 7110-LOAD-ONE-WATCH-ENTRY.
097400     READ WATCH-LIST-FILE
097500         AT END
097600             MOVE "Y" TO C100-WL-EOF-SW
097700             GO TO 7110-LOAD-ONE-WATCH-ENTRY-EXIT
097800     END-READ.
097900     IF C100-WT-COUNT NOT < 10000
098000         DISPLAY "CUST0100 - WATCH-LIST TABLE FULL, SKIPPED "
098100             WL-LIST-CODE " " WL-ENTRY-ID
098200         GO TO 7110-LOAD-ONE-WATCH-ENTRY-EXIT
098300     END-IF.
098400
098500     ADD 1 TO C100-WT-COUNT.
098600     MOVE WL-LIST-CODE     TO C100-WT-LIST-CODE(C100-WT-COUNT).
098700     MOVE WL-ENTRY-ID      TO C100-WT-ENTRY-ID(C100-WT-COUNT).
098800     MOVE WL-NAME          TO C100-WT-NAME(C100-WT-COUNT).
098900     MOVE WL-STATE         TO C100-WT-STATE(C100-WT-COUNT).
099000     MOVE WL-ZIP-CODE(1:5) TO C100-WT-ZIP(C100-WT-COUNT).
099100     MOVE WL-RELEASE-ID    TO C100-WT-RELEASE-ID(C100-WT-COUNT).
099200     MOVE WL-MATCH-KEY     TO C100-WT-MATCH-KEY(C100-WT-COUNT).
099300 7110-LOAD-ONE-WATCH-ENTRY-EXIT.
099400     EXIT.
099500*****************************************************************
099600*    7200-LOAD-OPERATOR-TABLE - LOADS THE OPERATOR ENTITLEMENT
099700*    TABLE DATA SECURITY MAINTAINS.  NO TABLE, OR AN EMPTY ONE,
099800*    MEANS ENTITLEMENTS HAVE NOT BEEN SET UP AND NO OPERATOR IS
099900*    CHECKED - SAID ON THE CONSOLE SO OPERATIONS CAN TELL
100000*    SECURITY.
100100*****************************************************************
100200 7200-LOAD-OPERATOR-TABLE.
100300     MOVE "N"  TO C100-OPR-LOADED-SW.
100400     MOVE ZERO TO CM-OPR-COUNT.
100500     OPEN INPUT OPERATOR-ENT-FILE.
100600     IF CM-OPERENT-STATUS NOT = "00"
100700         DISPLAY "CUST0100 - NO OPERATOR ENTITLEMENTS, STATUS "
100800             CM-OPERENT-STATUS ", OPERATORS NOT CHECKED"
100900         GO TO 7200-LOAD-OPERATOR-TABLE-EXIT
101000     END-IF.
101100
101200     MOVE "N" TO C100-OPR-EOF-SW.
101300     PERFORM 7210-LOAD-ONE-OPERATOR
101400         THRU 7210-LOAD-ONE-OPERATOR-EXIT
101500         UNTIL C100-OPR-EOF.
101600     CLOSE OPERATOR-ENT-FILE.
101700     IF CM-OPR-COUNT = ZERO
101800         DISPLAY "CUST0100 - OPERATOR ENTITLEMENTS EMPTY, "
101900             "OPERATORS NOT CHECKED"
102000         GO TO 7200-LOAD-OPERATOR-TABLE-EXIT
102100     END-IF.
102200     MOVE "Y" TO C100-OPR-LOADED-SW.
102300 7200-LOAD-OPERATOR-TABLE-EXIT.
102400     EXIT.
102500*****************************************************************
102600*    7210-LOAD-ONE-OPERATOR
102700*****************************************************************
102800 7210-LOAD-ONE-OPERATOR.
102900     READ OPERATOR-ENT-FILE
103000         AT END
103100             MOVE "Y" TO C100-OPR-EOF-SW
103200             GO TO 7210-LOAD-ONE-OPERATOR-EXIT
103300     END-READ.
103400     IF CM-OPR-COUNT NOT < 500
103500         DISPLAY "CUST0100 - OPERATOR TABLE FULL, SKIPPED "
103600             OPR-OPERATOR-ID
103700         GO TO 7210-LOAD-ONE-OPERATOR-EXIT
103800     END-IF.
103900
104000     ADD 1 TO CM-OPR-COUNT.
104100     MOVE OPR-OPERATOR-ID   TO CM-OPR-ID(CM-OPR-COUNT).
104200     MOVE OPR-OPERATOR-NAME TO CM-OPR-NAME(CM-OPR-COUNT).
104300     MOVE OPR-MAINT-CODES   TO CM-OPR-MAINT-CODES(CM-OPR-COUNT).
104400     MOVE OPR-POST-CODES    TO CM-OPR-POST-CODES(CM-OPR-COUNT).
104500     MOVE OPR-REASON-CODES  TO CM-OPR-REASON-CODES(CM-OPR-COUNT).
104600 7210-LOAD-ONE-OPERATOR-EXIT.
104700     EXIT.
104800*****************************************************************
104900*    7300-CHECK-ENTITLEMENT - THE OPERATOR WHO KEYED THE
105000*    TRANSACTION MUST BE ON THE ENTITLEMENT TABLE WITH ITS
105100*    TRANSACTION CODE AMONG THE MAINTENANCE CODES ALLOWED.  A
105200*    VIOLATION IS REJECTED LIKE ANY OTHER EDIT, SO IT GOES TO
105300*    THE RECYCLE FILE AND RUNS AGAIN ONCE SECURITY HAS FIXED THE
105400*    ENTITLEMENT (OR AGES OFF TO THE SUPERVISOR).  A CODE THAT
105500*    IS NOT A TRANSACTION CODE AT ALL IS LEFT TO THE INVALID
105600*    CODE EDIT.  SUPERVISOR-APPROVED AND RECYCLED TRANSACTIONS
105700*    ARE CHECKED AGAIN, SINCE ENTITLEMENTS MAY HAVE CHANGED.
105800*****************************************************************
105900 7300-CHECK-ENTITLEMENT.
106000     IF NOT C100-ENTITLEMENT-ON
106100         GO TO 7300-CHECK-ENTITLEMENT-EXIT
106200     END-IF.
106300     IF NOT TRN-ADD
106400       AND NOT TRN-CHANGE
106500       AND NOT TRN-DELETE
106600       AND NOT TRN-INQUIRE
106700       AND NOT TRN-MERGE
106800         GO TO 7300-CHECK-ENTITLEMENT-EXIT
106900     END-IF.
107000
107100     MOVE TRN-CUST-ID TO RJ-CUST-ID.
107200     IF TRN-OPERATOR-ID = SPACES
107300         MOVE "OPERATOR ID MISSING" TO RJ-REASON
107400         MOVE SPACES                TO RJ-BAD-VALUE
107500         PERFORM 7000-WRITE-REJECT-LINE
107600             THRU 7000-WRITE-REJECT-LINE-EXIT
107700         GO TO 7300-CHECK-ENTITLEMENT-EXIT
107800     END-IF.
107900
108000     PERFORM 7310-FIND-OPERATOR
108100         THRU 7310-FIND-OPERATOR-EXIT.
108200     IF C100-OPR-FOUND = ZERO
108300         MOVE "OPERATOR NOT ENTITLED"  TO RJ-REASON
108400         MOVE TRN-OPERATOR-ID          TO RJ-BAD-VALUE
108500         PERFORM 7000-WRITE-REJECT-LINE
108600             THRU 7000-WRITE-REJECT-LINE-EXIT
108700         GO TO 7300-CHECK-ENTITLEMENT-EXIT
108800     END-IF.
108900
109000     MOVE ZERO TO C100-OPR-TALLY.
109100     INSPECT CM-OPR-MAINT-CODES(C100-OPR-FOUND)
109200         TALLYING C100-OPR-TALLY FOR ALL TRN-TRANS-CODE.
109300     IF C100-OPR-TALLY = ZERO
109400         MOVE "TRANS CODE NOT ENTITLED" TO RJ-REASON
109500         MOVE SPACES                    TO RJ-BAD-VALUE
109600         STRING TRN-TRANS-CODE  DELIMITED BY SIZE
109700                " BY "          DELIMITED BY SIZE
109800                TRN-OPERATOR-ID DELIMITED BY SIZE
109900             INTO RJ-BAD-VALUE
110000         END-STRING
110100         PERFORM 7000-WRITE-REJECT-LINE
110200             THRU 7000-WRITE-REJECT-LINE-EXIT
110300     END-IF.
110400 7300-CHECK-ENTITLEMENT-EXIT.
110500     EXIT.
110600*****************************************************************
110700*    7310-FIND-OPERATOR - SERIAL SCAN OF THE ENTITLEMENT TABLE
110800*    FOR TRN-OPERATOR-ID.  C100-OPR-FOUND IS ITS ENTRY, OR ZERO.
110900*****************************************************************
111000 7310-FIND-OPERATOR.
111100     MOVE ZERO TO C100-OPR-FOUND.
111200     PERFORM 7320-CHECK-ONE-OPERATOR
111300         THRU 7320-CHECK-ONE-OPERATOR-EXIT
111400         VARYING C100-OPR-SUB FROM 1 BY 1
111500         UNTIL C100-OPR-SUB > CM-OPR-COUNT
111600            OR C100-OPR-FOUND > ZERO.
111700 7310-FIND-OPERATOR-EXIT.
111800     EXIT.
111900*****************************************************************
112000*    7320-CHECK-ONE-OPERATOR
112100*****************************************************************
112200 7320-CHECK-ONE-OPERATOR.
112300     IF CM-OPR-ID(C100-OPR-SUB) = TRN-OPERATOR-ID
112400         MOVE C100-OPR-SUB TO C100-OPR-FOUND
112500     END-IF.
112600 7320-CHECK-ONE-OPERATOR-EXIT.
112700     EXIT.
112800*****************************************************************
112900*    7400-CHECK-HOLDS - AN ADD OR CHANGE IS HELD BACK, UNTOUCHED,
113000*    WHEN IT IS A POSSIBLE WATCH-LIST HIT (7500) OR MOVES THE
113100*    BALANCE BY MORE THAN THE APPROVAL LIMIT (2055).  SCREENING
113200*    COMES FIRST SO A SUPERVISOR IS NOT ASKED TO APPROVE A
113300*    TRANSACTION COMPLIANCE MAY YET REFUSE.  A SUPERVISOR-
113400*    APPROVED TRANSACTION IS SCREENED AGAIN (IT MAY HAVE WAITED
113500*    ACROSS A NEW LIST RELEASE) BUT NOT LIMIT-CHECKED AGAIN.
113600*****************************************************************
113700 7400-CHECK-HOLDS.
113800     IF NOT TRN-ADD
113900       AND NOT TRN-CHANGE
114000         GO TO 7400-CHECK-HOLDS-EXIT
114100     END-IF.
114200
114300     IF C100-WL-SCREENING-ON
114400         PERFORM 7500-SCREEN-WATCH-LIST
114500             THRU 7500-SCREEN-WATCH-LIST-EXIT
114600         IF C100-HELD-FOR-APPROVAL
114700             GO TO 7400-CHECK-HOLDS-EXIT
114800         END-IF
114900     END-IF.
115000
115100     IF C100-APPROVAL-LIMIT > ZERO
115200       AND NOT C100-FROM-APPROVED
115300         PERFORM 2055-CHECK-APPROVAL-LIMIT
115400             THRU 2055-CHECK-APPROVAL-LIMIT-EXIT
115500     END-IF.
115600 7400-CHECK-HOLDS-EXIT.
115700     EXIT.
115800*****************************************************************
115900*    7500-SCREEN-WATCH-LIST - COMPLIANCE SCREENING OF A NEW
116000*    CUSTOMER, OR OF A CUSTOMER BEING RENAMED, AGAINST THE
116100*    WATCH LIST.  THE NEW CUST-NAME IS SCORED AGAINST EVERY
116200*    ENTRY (7510) WITH THE NEW ADDRESS AS CORROBORATION; EACH
116300*    ENTRY IT HITS IS RECORDED ON WLHITS (7540).  ANY HIT
116400*    COMPLIANCE HAS NOT ALREADY CLEARED PARKS THE TRANSACTION,
116500*    UNTOUCHED, ON WLHOLD AND LISTS IT ON SUPRPT - THE WAY 2055
116600*    PARKS ONE FOR A SUPERVISOR.  CUST4200 RELEASES IT WHEN
116700*    EVERY HIT HAS BEEN CLEARED.  A CHANGE THAT LEAVES THE NAME
116800*    ALONE IS NOT SCREENED, NOR IS ONE THE EDITS WOULD REJECT
116900*    ANYWAY (ADD ALREADY ON FILE, CHANGE NOT ON FILE).
117000*****************************************************************
117100 7500-SCREEN-WATCH-LIST.
117200     MOVE TRN-CUST-ID TO CUST-ID.
117300     READ CUSTOMER-MASTER-FILE
117400         INVALID KEY
117500             MOVE "N" TO C100-FOUND-SW
117600         NOT INVALID KEY
117700             MOVE "Y" TO C100-FOUND-SW
117800     END-READ.
117900
118000     IF TRN-ADD
118100         IF C100-MASTER-FOUND
118200             GO TO 7500-SCREEN-WATCH-LIST-EXIT
118300         END-IF
118400     ELSE
118500         IF NOT C100-MASTER-FOUND
118600             GO TO 7500-SCREEN-WATCH-LIST-EXIT
118700         END-IF
118800         IF TRN-CUST-NAME = CUST-NAME
118900             GO TO 7500-SCREEN-WATCH-LIST-EXIT
119000         END-IF
119100     END-IF.
119200
119300     MOVE SPACES   TO C100-TOK-IN-TEXT.
119400     MOVE TRN-CITY TO C100-TOK-IN-TEXT.
119500     PERFORM 7600-BUILD-MATCH-KEY
119600         THRU 7600-BUILD-MATCH-KEY-EXIT.
119700     MOVE C100-TOK-PACKED   TO C100-WL-CUST-CITY.
119800     MOVE TRN-ZIP-CODE(1:5) TO C100-WL-CUST-ZIP.
119900
120000     MOVE SPACES        TO C100-TOK-IN-TEXT.
120100     MOVE TRN-CUST-NAME TO C100-TOK-IN-TEXT.
120200     PERFORM 7600-BUILD-MATCH-KEY
120300         THRU 7600-BUILD-MATCH-KEY-EXIT.
120400     IF C100-TOK-COUNT = ZERO
120500         GO TO 7500-SCREEN-WATCH-LIST-EXIT
120600     END-IF.
120700
120800     MOVE "N" TO C100-WL-HIT-SW.
120900     PERFORM 7510-SCORE-ONE-ENTRY
121000         THRU 7510-SCORE-ONE-ENTRY-EXIT
121100         VARYING C100-WL-SUB FROM 1 BY 1
121200         UNTIL C100-WL-SUB > C100-WT-COUNT.
121300     IF NOT C100-WL-HIT-FOUND
121400         GO TO 7500-SCREEN-WATCH-LIST-EXIT
121500     END-IF.
121600
121700     MOVE "Y" TO C100-HELD-SW.
121800     MOVE SPACES                TO AWAITING-APPROVAL-RECORD.
121900     MOVE "S"                   TO APV-RECORD-TYPE.
122000     MOVE TRN-CUST-ID           TO APV-CUST-ID.
122100     MOVE ZERO                  TO APV-AMOUNT.
122200     MOVE C100-CURRENT-DATE     TO APV-PARK-DATE.
122300     MOVE CM-TRANSACTION-RECORD TO APV-DATA.
122400     MOVE AWAITING-APPROVAL-RECORD TO WATCH-HOLD-RECORD.
122500     WRITE WATCH-HOLD-RECORD.
122600
122700     MOVE TRN-CUST-ID           TO SP-CUST-ID.
122800     MOVE "POSSIBLE WATCH-LIST MATCH" TO SP-REASON.
122900     MOVE ZERO                  TO SP-CYCLES.
123000     MOVE "HELD FOR COMPLIANCE REVIEW" TO SP-ACTION.
123100     MOVE C100-SUPERVISOR-DETAIL TO SUPERVISOR-REPORT-LINE.
123200     WRITE SUPERVISOR-REPORT-LINE.
123300 7500-SCREEN-WATCH-LIST-EXIT.
123400     EXIT.
123500*****************************************************************
123600*    7510-SCORE-ONE-ENTRY - THE NAME SCORE IS THE PERCENTAGE OF
123700*    THE ENTRY'S SIGNIFICANT WORDS FOUND IN THE CUSTOMER'S NAME
123800*    (7530 SAYS WHAT COUNTS AS FOUND).  ONLY ENTRIES WHOSE
123900*    LONGEST WORD IS FOUND ARE SCORED AT ALL.  THE ADDRESS
124000*    CORROBORATES WHEN THE 5-DIGIT ZIP AGREES, OR THE CITY AND
124100*    STATE BOTH DO.  IT IS A HIT AT OR OVER THE NAME THRESHOLD,
124200*    OR AT OR OVER THE LOWER ADDRESS THRESHOLD WHEN THE ADDRESS
124300*    CORROBORATES.  A ONE-WORD ENTRY MUST MATCH EXACTLY.
124400*****************************************************************
124500 7510-SCORE-ONE-ENTRY.
124600     IF C100-WT-WORD-COUNT(C100-WL-SUB) = ZERO
124700         GO TO 7510-SCORE-ONE-ENTRY-EXIT
124800     END-IF.
124900     IF C100-WT-WORD-COUNT(C100-WL-SUB) = 1
125000         MOVE "Y" TO C100-WL-EXACT-SW
125100     ELSE
125200         MOVE "N" TO C100-WL-EXACT-SW
125300     END-IF.
125400
125500     MOVE C100-WT-KEY-WORD(C100-WL-SUB) TO C100-WL-LW-SUB.
125600     PERFORM 7520-CHECK-ONE-LIST-WORD
125700         THRU 7520-CHECK-ONE-LIST-WORD-EXIT.
125800     IF NOT C100-WL-WORD-MATCHED
125900         GO TO 7510-SCORE-ONE-ENTRY-EXIT
126000     END-IF.
126100
126200     MOVE ZERO TO C100-WL-WORDS-FOUND.
126300     PERFORM 7520-CHECK-ONE-LIST-WORD
126400         THRU 7520-CHECK-ONE-LIST-WORD-EXIT
126500         VARYING C100-WL-LW-SUB FROM 1 BY 1
126600         UNTIL C100-WL-LW-SUB > C100-WT-WORD-COUNT(C100-WL-SUB).
126700     COMPUTE C100-WL-SCORE = C100-WL-WORDS-FOUND * 100
126800         / C100-WT-WORD-COUNT(C100-WL-SUB).
126900
127000     MOVE "N" TO C100-WL-ADDR-SW.
127100     IF C100-WT-ZIP(C100-WL-SUB) IS NUMERIC
127200       AND C100-WT-ZIP(C100-WL-SUB) = C100-WL-CUST-ZIP
127300         MOVE "Y" TO C100-WL-ADDR-SW
127400     END-IF.
127500     IF C100-WT-CITY-KEY(C100-WL-SUB) NOT = SPACES
127600       AND C100-WT-STATE(C100-WL-SUB) NOT = SPACES
127700       AND C100-WT-CITY-KEY(C100-WL-SUB) = C100-WL-CUST-CITY
127800       AND C100-WT-STATE(C100-WL-SUB) = TRN-STATE
127900         MOVE "Y" TO C100-WL-ADDR-SW
128000     END-IF.
128100
128200     IF C100-WL-SCORE < C100-WL-NAME-THRESHOLD
128300         IF NOT C100-WL-ADDRESS-MATCH
128400           OR C100-WL-SCORE < C100-WL-ADDR-THRESHOLD
128500             GO TO 7510-SCORE-ONE-ENTRY-EXIT
128600         END-IF
128700     END-IF.
128800
128900     PERFORM 7540-RECORD-HIT
129000         THRU 7540-RECORD-HIT-EXIT.
129100 7510-SCORE-ONE-ENTRY-EXIT.
129200     EXIT.
129300*****************************************************************
129400*    7520-CHECK-ONE-LIST-WORD - LOOKS FOR ONE OF THE ENTRY'S
129500*    WORDS AMONG THE CUSTOMER'S.
129600*****************************************************************
129700 7520-CHECK-ONE-LIST-WORD.
129800     MOVE C100-WT-WORD(C100-WL-SUB, C100-WL-LW-SUB)
129900         TO C100-WL-LIST-WORD.
130000     MOVE "N" TO C100-WL-WORD-SW.
130100     PERFORM 7530-COMPARE-ONE-WORD
130200         THRU 7530-COMPARE-ONE-WORD-EXIT
130300         VARYING C100-WL-CW-SUB FROM 1 BY 1
130400         UNTIL C100-WL-CW-SUB > C100-TOK-COUNT
130500            OR C100-WL-WORD-MATCHED.
130600     IF C100-WL-WORD-MATCHED
130700         ADD 1 TO C100-WL-WORDS-FOUND
130800     END-IF.
130900 7520-CHECK-ONE-LIST-WORD-EXIT.
131000     EXIT.
131100*****************************************************************
131200*    7530-COMPARE-ONE-WORD - TWO WORDS MATCH WHEN THEY ARE EQUAL,
131300*    WHEN BOTH ARE AT LEAST FIVE LETTERS AND THE FIRST FIVE
131400*    AGREE (SPELLING AND TRANSLITERATION VARIANTS SUCH AS
131500*    MOHAMMED / MOHAMMAD), OR WHEN EITHER IS A SINGLE INITIAL
131600*    AND THE FIRST LETTERS AGREE.
131700*****************************************************************
131800 7530-COMPARE-ONE-WORD.
131900     MOVE C100-TOK-WORD(C100-WL-CW-SUB) TO C100-WL-CUST-WORD.
132000     IF C100-WL-CUST-WORD = C100-WL-LIST-WORD
132100         MOVE "Y" TO C100-WL-WORD-SW
132200         GO TO 7530-COMPARE-ONE-WORD-EXIT
132300     END-IF.
132400     IF C100-WL-EXACT-ONLY
132500         GO TO 7530-COMPARE-ONE-WORD-EXIT
132600     END-IF.
132700
132800     IF C100-WL-LIST-WORD(5:1) NOT = SPACE
132900       AND C100-WL-CUST-WORD(5:1) NOT = SPACE
133000       AND C100-WL-LIST-WORD(1:5) = C100-WL-CUST-WORD(1:5)
133100         MOVE "Y" TO C100-WL-WORD-SW
133200         GO TO 7530-COMPARE-ONE-WORD-EXIT
133300     END-IF.
133400     IF (C100-WL-LIST-WORD(2:1) = SPACE
133500         OR C100-WL-CUST-WORD(2:1) = SPACE)
133600       AND C100-WL-LIST-WORD(1:1) = C100-WL-CUST-WORD(1:1)
133700         MOVE "Y" TO C100-WL-WORD-SW
133800     END-IF.
133900 7530-COMPARE-ONE-WORD-EXIT.
134000     EXIT.
134100*****************************************************************
134200*    7540-RECORD-HIT - A NEW HIT GOES ON WLHITS PENDING REVIEW.
134300*    ONE ALREADY ON FILE IS LEFT AS IT IS: A PENDING OR
134400*    CONFIRMED HIT STILL HOLDS THE TRANSACTION, BUT ONE
134500*    COMPLIANCE HAS CLEARED (THIS CUSTOMER IS NOT THE LISTED
134600*    PARTY) IS NOT RAISED AGAIN.
134700*****************************************************************
134800 7540-RECORD-HIT.
134900     MOVE TRN-CUST-ID                    TO HIT-CUST-ID.
135000     MOVE C100-WT-LIST-CODE(C100-WL-SUB) TO HIT-LIST-CODE.
135100     MOVE C100-WT-ENTRY-ID(C100-WL-SUB)  TO HIT-ENTRY-ID.
135200     READ WATCH-HIT-FILE
135300         INVALID KEY
135400             MOVE "N" TO C100-WL-ON-FILE-SW
135500         NOT INVALID KEY
135600             MOVE "Y" TO C100-WL-ON-FILE-SW
135700     END-READ.
135800     IF C100-WL-HIT-ON-FILE
135900         IF NOT HIT-CLEARED
136000             MOVE "Y" TO C100-WL-HIT-SW
136100         END-IF
136200         GO TO 7540-RECORD-HIT-EXIT
136300     END-IF.
136400
136500     MOVE SPACES                         TO WATCH-LIST-HIT-RECORD.
136600     MOVE TRN-CUST-ID                    TO HIT-CUST-ID.
136700     MOVE C100-WT-LIST-CODE(C100-WL-SUB) TO HIT-LIST-CODE.
136800     MOVE C100-WT-ENTRY-ID(C100-WL-SUB)  TO HIT-ENTRY-ID.
136900     MOVE "P"                            TO HIT-STATUS.
137000     MOVE "M"                            TO HIT-SOURCE.
137100     MOVE C100-WL-SCORE                  TO HIT-NAME-SCORE.
137200     MOVE C100-WL-ADDR-SW                TO HIT-ADDRESS-SW.
137300     MOVE TRN-CUST-NAME                  TO HIT-CUST-NAME.
137400     MOVE C100-WT-NAME(C100-WL-SUB)      TO HIT-LIST-NAME.
137500     MOVE C100-WT-RELEASE-ID(C100-WL-SUB) TO HIT-RELEASE-ID.
137600     MOVE C100-CURRENT-DATE              TO HIT-FOUND-DATE.
137700     WRITE WATCH-LIST-HIT-RECORD
137800         INVALID KEY
137900             DISPLAY "CUST0100 - WLHITS WRITE FAILED FOR "
138000                 TRN-CUST-ID ", STATUS " CM-WLHITS-STATUS
138100     END-WRITE.
138200     ADD 1 TO C100-WL-HITS-RAISED.
138300     MOVE "Y" TO C100-WL-HIT-SW.
138400 7540-RECORD-HIT-EXIT.
138500     EXIT.
138600*****************************************************************
138700*    7600-BUILD-MATCH-KEY - BREAKS C100-TOK-IN-TEXT INTO WORDS.
138800*    LETTERS AND DIGITS MAKE UP A WORD; ANY OTHER CHARACTER
138900*    ENDS ONE, EXCEPT AN APOSTROPHE, WHICH IS SIMPLY DROPPED SO
139000*    "O'BRIEN" AND "OBRIEN" COME OUT THE SAME.  NOISE WORDS ARE
139100*    NOT KEPT, AND ONLY THE FIRST SIX SIGNIFICANT WORDS ARE.
139200*    ALSO RETURNS THE WHOLE TEXT PACKED TO LETTERS AND DIGITS
139300*    (C100-TOK-PACKED), NOISE WORDS INCLUDED.
139400*****************************************************************
139500 7600-BUILD-MATCH-KEY.
139600     INSPECT C100-TOK-IN-TEXT CONVERTING
139700         "abcdefghijklmnopqrstuvwxyz"
139800         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
139900     MOVE ZERO   TO C100-TOK-COUNT.
140000     MOVE ZERO   TO C100-TOK-KEY-WORD.
140100     MOVE ZERO   TO C100-TOK-LEN.
140200     MOVE ZERO   TO C100-TOK-LONGEST.
140300     MOVE ZERO   TO C100-TOK-PACK-LEN.
140400     MOVE SPACES TO C100-TOK-WORDS.
140500     MOVE SPACES TO C100-TOK-PACKED.
140600     MOVE SPACES TO C100-TOK-CURRENT.
140700     PERFORM 7610-SCAN-ONE-CHAR
140800         THRU 7610-SCAN-ONE-CHAR-EXIT
140900         VARYING C100-TOK-IDX FROM 1 BY 1
141000         UNTIL C100-TOK-IDX > 40.
141100     PERFORM 7620-CLOSE-WORD
141200         THRU 7620-CLOSE-WORD-EXIT.
141300 7600-BUILD-MATCH-KEY-EXIT.
141400     EXIT.
141500*****************************************************************
141600*    7610-SCAN-ONE-CHAR - A WORD LONGER THAN 15 CHARACTERS
141700*    KEEPS ITS FIRST 15.
141800*****************************************************************
141900 7610-SCAN-ONE-CHAR.
142000     MOVE C100-TOK-IN-CHAR(C100-TOK-IDX) TO C100-TOK-CHAR.
142100     IF C100-TOK-CHAR = "'"
142200         GO TO 7610-SCAN-ONE-CHAR-EXIT
142300     END-IF.
142400     IF (C100-TOK-CHAR >= "A" AND C100-TOK-CHAR <= "I")
142500       OR (C100-TOK-CHAR >= "J" AND C100-TOK-CHAR <= "R")
142600       OR (C100-TOK-CHAR >= "S" AND C100-TOK-CHAR <= "Z")
142700       OR (C100-TOK-CHAR >= "0" AND C100-TOK-CHAR <= "9")
142800         ADD 1 TO C100-TOK-PACK-LEN
142900         MOVE C100-TOK-CHAR
143000             TO C100-TOK-PACKED(C100-TOK-PACK-LEN:1)
143100         IF C100-TOK-LEN < 15
143200             ADD 1 TO C100-TOK-LEN
143300             MOVE C100-TOK-CHAR
143400                 TO C100-TOK-CURRENT(C100-TOK-LEN:1)
143500         END-IF
143600     ELSE
143700         PERFORM 7620-CLOSE-WORD
143800             THRU 7620-CLOSE-WORD-EXIT
143900     END-IF.
144000 7610-SCAN-ONE-CHAR-EXIT.
144100     EXIT.
144200*****************************************************************
144300*    7620-CLOSE-WORD - KEEPS THE WORD JUST ENDED UNLESS IT IS A
144400*    NOISE WORD, AND REMEMBERS WHICH KEPT WORD IS THE LONGEST.
144500*****************************************************************
144600 7620-CLOSE-WORD.
144700     IF C100-TOK-LEN = ZERO
144800         GO TO 7620-CLOSE-WORD-EXIT
144900     END-IF.
145000     MOVE "N" TO C100-NOISE-SW.
145100     SEARCH ALL CM-NOISE-ENTRY
145200         AT END
145300             CONTINUE
145400         WHEN CM-NOISE-ENTRY(CM-NOISE-IDX) = C100-TOK-CURRENT
145500             MOVE "Y" TO C100-NOISE-SW
145600     END-SEARCH.
145700     IF NOT C100-NOISE-WORD
145800       AND C100-TOK-COUNT < 6
145900         ADD 1 TO C100-TOK-COUNT
146000         MOVE C100-TOK-CURRENT TO C100-TOK-WORD(C100-TOK-COUNT)
146100         IF C100-TOK-LEN > C100-TOK-LONGEST
146200             MOVE C100-TOK-LEN   TO C100-TOK-LONGEST
146300             MOVE C100-TOK-COUNT TO C100-TOK-KEY-WORD
146400         END-IF
146500     END-IF.
146600     MOVE SPACES TO C100-TOK-CURRENT.
146700     MOVE ZERO   TO C100-TOK-LEN.
146800 7620-CLOSE-WORD-EXIT.
146900     EXIT.
