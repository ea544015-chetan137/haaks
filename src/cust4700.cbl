000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CUST4700.
000300 AUTHOR.        R HALVORSEN.
000400 INSTALLATION.  CUSTOMER SERVICES APPLICATIONS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*    CUST4700  -  CUSTOMER MASTER FORWARD RECOVERY
000900*
001000*    CUST1800 CAN ONLY PUT THE MASTER BACK TO THE MOMENT THE
001100*    BACKUP WAS TAKEN.  THIS PROGRAM RELOADS THE MASTER FROM
001200*    THE LAST CUST1700 BACKUP (BKPIN) EXACTLY AS CUST1800 DOES,
001300*    PROVES THE RELOAD AGAINST THE BACKUP TRAILER, AND THEN
001400*    ROLLS THE MASTER FORWARD BY RE-APPLYING, IN ORIGINAL
001500*    ORDER, EVERY CUSTAUD ROW STAMPED AFTER THE BACKUP WAS
001600*    TAKEN (UNL-TRL-UNLOAD-DATE AND -TIME), TOGETHER WITH THE
001700*    POSTHIST POSTING BEHIND EACH CUST0900 BALANCE ROW.
001800*
001900*    CUSTAUD IS READ IN KEY ORDER - CUST-ID, THEN SEQUENCE -
002000*    WHICH IS THE ORDER THE CHANGES WERE MADE TO EACH RECORD.
002100*    EACH ROW IS CHECKED BEFORE IT IS APPLIED:
002200*      - A FIELD ROW'S OLD VALUE MUST EQUAL WHAT IS ON THE
002300*        MASTER NOW (CUST-BALANCE AND CUST-CREDIT-LIMIT IN THE
002400*        EDITED -9(08).99 FORM THE WRITERS USE, CUST-STATUS ON
002500*        ITS FIRST BYTE); THE NEW VALUE IS THEN MOVED IN.
002600*      - A CUST0900 BALANCE ROW IS PAIRED WITH AN UNUSED
002700*        POSTHIST POSTING FOR THE CUSTOMER WITH THE SAME BALANCE
002800*        BEFORE AND AFTER, AND THE POSTING AMOUNT IS RE-APPLIED
002900*        ARITHMETICALLY; THE RESULT MUST BE THE ROW'S NEW VALUE.
003000*      - "RECORD ADDED" REBUILDS THE RECORD, WHICH MUST NOT BE
003100*        ON FILE; CUST0100 FOLLOWS IT WITH A ROW PER OPENING
003200*        VALUE.  "RECORD" DELETES IT, AND THE NAME MUST AGREE
003300*        AND THE BALANCE MUST ALREADY BE ZERO.
003400*      - CROSS-REFERENCE ROWS THAT CHANGE NO MASTER FIELD
003500*        (MERGED-FROM, MERGED-TO, MAIL-STATUS, CASH-ONLY, ACH
003600*        AUTOPAY, WATCH-LIST HIT) ARE COUNTED AND PASSED OVER,
003700*        AS ARE THE HISTORY ROWS A MERGE CARRIES ONTO THE
003800*        SURVIVOR (THEY FOLLOW THE MERGED-FROM ROW AND KEEP
003900*        THEIR ORIGINAL, EARLIER, TIME STAMPS).
004000*    THE FIRST ROW THAT DOES NOT LINE UP STOPS THE RUN.  IT IS
004100*    PRINTED WITH THE JOURNAL VALUE, THE VALUE ON THE MASTER
004200*    AND THE REASON, NOTHING AFTER IT IS APPLIED, AND THE
004300*    MASTER IS MARKED NOT USABLE.  NO ROW IS EVER SKIPPED OR
004400*    FORCED TO FIT.
004500*
004600*    WHEN THE JOURNAL HAS BEEN APPLIED THE RECOVERED MASTER IS
004700*    PROVED THREE WAYS BEFORE IT IS CALLED GOOD:
004800*      - POSTINGS: EVERY POSTHIST POSTING MADE AFTER THE
004900*        BACKUP MUST HAVE ITS CUST0900 ROW ON CUSTAUD.  ONE
004910*        DATED THE DAY OF THE BACKUP IS BEFORE OR AFTER IT AS
004920*        THAT ROW IS.
005000*      - BALANCES: THE CUST2100 RECONCILIATION, WITH THE BACKUP
005100*        AS THE OPENING SNAPSHOT AND THE JOURNAL SINCE THE
005200*        BACKUP AS THE DAY'S MOVEMENT - FOR EVERY CUST-ID,
005300*        BACKUP BALANCE PLUS AUDITED MOVEMENT MUST EQUAL THE
005400*        RECOVERED BALANCE, A RECORD ONLY ON THE BACKUP NEEDS
005500*        ITS DELETE ROW AND A RECORD ONLY ON THE MASTER ITS ADD
005600*        ROW.  RECORD COUNT AND BALANCE AND CREDIT LIMIT HASH
005700*        TOTALS MUST EQUAL THE BACKUP TRAILER MOVED ON BY THE
005800*        ROWS APPLIED.
005900*      - RUN LOG: FOR EACH SWEEP THAT WRITES EXACTLY ONE
006000*        CUST-STATUS ROW, UNDER ITS OWN PROGRAM ID, FOR EACH
006100*        RECORD IT UPDATES (CUST0200, CUST0800, CUST2500,
006200*        CUST2800, CUST3300, CUST4100), THE RECORDS-UPDATED
006300*        TOTAL OF ITS RUNLOG ROWS SINCE THE BACKUP MUST EQUAL
006400*        THE ROWS RE-APPLIED.  THE FAILED NIGHT'S OTHER RUNLOG
006500*        ROWS ARE LISTED FOR THE RECORD.
006600*    THE RESULT LINE ON THE REPORT (RCVRPT) SAYS WHETHER THE
006700*    MASTER MAY BE RELEASED.  ANYTHING SHORT OF GOOD ENDS THE
006800*    STEP WITH RETURN CODE 8.
006900*
007000*    CUSTAUD, POSTHIST AND RUNLOG ARE ONLY READ.  THE MASTER
007100*    IS NOT TOUCHED UNLESS THE BACKUP AND BOTH JOURNALS OPEN.
007200*
007300*    CONTROL CARD (RCVPARM), OPTIONAL, ONE RECORD:
007400*        RCP-CUTOFF-DATE  PIC X(08)  COLS 1-8,  YYYYMMDD
007500*        RCP-CUTOFF-TIME  PIC X(08)  COLS 9-16, HHMMSSHH
007600*                         - WHEN THE BACKUP WAS TAKEN.  SPACES =
007700*                           FROM THE BACKUP TRAILER.  NEEDED ONLY
007800*                           FOR A BACKUP WRITTEN BEFORE CUST1700
007900*                           STAMPED THE UNLOAD TIME; WITHOUT IT
008000*                           SUCH A BACKUP IS RELOADED BUT NOT
008100*                           ROLLED FORWARD.
008200*
008300*    MODIFICATION HISTORY
008400*    DATE       INIT  DESCRIPTION
008500*    ---------- ----- ---------------------------------------
008600*    2026-10-15 RJH   INITIAL VERSION.
008610*    2026-10-15 RJH   POSTINGS DATED THE DAY OF THE BACKUP ARE
008620*                     PROVED TOO, BY THE TIME OF THEIR CUSTAUD
008630*                     ROW.
008700*****************************************************************
008800 ENVIRONMENT DIVISION.
008900 CONFIGURATION SECTION.
009000 SOURCE-COMPUTER.   IBM-370.
009100 OBJECT-COMPUTER.   IBM-370.
009200 INPUT-OUTPUT SECTION.
009300 FILE-CONTROL.
009400     COPY "custmsel.cpy".
009500
009600     COPY "custausl.cpy".
009700
009800     COPY "custphsl.cpy".
009900
010000     SELECT BACKUP-IN-FILE ASSIGN TO "BKPIN"
010100         ORGANIZATION IS LINE SEQUENTIAL
010200         FILE STATUS IS CM-BKPIN-STATUS.
010300
010400     SELECT CONTROL-CARD-FILE ASSIGN TO "RCVPARM"
010500         ORGANIZATION IS LINE SEQUENTIAL
010600         FILE STATUS IS CM-RCVPARM-STATUS.
010700
010800     SELECT RECOVERY-REPORT-FILE ASSIGN TO "RCVRPT"
010900         ORGANIZATION IS LINE SEQUENTIAL
011000         FILE STATUS IS CM-RCVRPT-STATUS.
011100
011200     COPY "custrnsl.cpy".
011300
011400 DATA DIVISION.
011500 FILE SECTION.
011600     COPY "custmfd.cpy".
011700
011800     COPY "custaufd.cpy".
011900
012000     COPY "custphfd.cpy".
012100
012200 FD  BACKUP-IN-FILE
012300     LABEL RECORDS ARE STANDARD.
012400     COPY "custunl.cpy".
012500
012600 FD  CONTROL-CARD-FILE
012700     LABEL RECORDS ARE STANDARD.
012800 01  CONTROL-CARD-RECORD.
012900     05  RCP-CUTOFF-DATE        PIC X(08).
013000     05  RCP-CUTOFF-TIME        PIC X(08).
013100     05  FILLER                 PIC X(64).
013200
013300 FD  RECOVERY-REPORT-FILE
013400     LABEL RECORDS ARE STANDARD.
013500 01  RECOVERY-REPORT-LINE       PIC X(132).
013600
013700     COPY "custrnfd.cpy".
013800
013900 WORKING-STORAGE SECTION.
014000 77  CM-CUSTMAST-STATUS         PIC X(02).
014100 77  CM-CUSTAUD-STATUS          PIC X(02).
014200 77  CM-POSTHIST-STATUS         PIC X(02).
014300 77  CM-BKPIN-STATUS            PIC X(02).
014400 77  CM-RCVPARM-STATUS          PIC X(02).
014500 77  CM-RCVRPT-STATUS           PIC X(02).
014600 77  CM-RUNLOG-STATUS           PIC X(02).
014700
014800 77  C4700-PARM-OK-SW           PIC X(01)  VALUE "Y".
014900     88  C4700-PARM-OK          VALUE "Y".
015000 77  C4700-FILES-OK-SW          PIC X(01)  VALUE "Y".
015100     88  C4700-FILES-OK         VALUE "Y".
015200 77  C4700-RELOAD-OK-SW         PIC X(01)  VALUE "Y".
015300     88  C4700-RELOAD-OK        VALUE "Y".
015400 77  C4700-ROLL-FORWARD-SW      PIC X(01)  VALUE "N".
015500     88  C4700-ROLL-FORWARD     VALUE "Y".
015600 77  C4700-RECOVERY-OK-SW       PIC X(01)  VALUE "Y".
015700     88  C4700-RECOVERY-OK      VALUE "Y".
015800 77  C4700-STOP-SW              PIC X(01)  VALUE "N".
015900     88  C4700-STOPPED          VALUE "Y".
016000 77  C4700-MASTER-OPEN-SW       PIC X(01)  VALUE "N".
016100     88  C4700-MASTER-OPEN      VALUE "Y".
016200 77  C4700-BACKUP-EOF-SW        PIC X(01)  VALUE "N".
016300     88  C4700-BACKUP-EOF       VALUE "Y".
016400 77  C4700-TRAILER-SEEN-SW      PIC X(01)  VALUE "N".
016500     88  C4700-TRAILER-SEEN     VALUE "Y".
016600 77  C4700-AUDIT-EOF-SW         PIC X(01)  VALUE "N".
016700     88  C4700-AUDIT-EOF        VALUE "Y".
016800 77  C4700-BROWSE-EOF-SW        PIC X(01)  VALUE "N".
016900     88  C4700-BROWSE-EOF       VALUE "Y".
017000 77  C4700-HISTORY-EOF-SW       PIC X(01)  VALUE "N".
017100     88  C4700-HISTORY-EOF      VALUE "Y".
017200 77  C4700-MASTER-EOF-SW        PIC X(01)  VALUE "N".
017300     88  C4700-MASTER-EOF       VALUE "Y".
017400 77  C4700-LOG-EOF-SW           PIC X(01)  VALUE "N".
017500     88  C4700-LOG-EOF          VALUE "Y".
017600 77  C4700-FOUND-SW             PIC X(01)  VALUE "N".
017700     88  C4700-MASTER-FOUND     VALUE "Y".
017800 77  C4700-POSTING-FOUND-SW     PIC X(01)  VALUE "N".
017900     88  C4700-POSTING-FOUND    VALUE "Y".
018000 77  C4700-CLAIMED-SW           PIC X(01)  VALUE "N".
018100     88  C4700-ALREADY-CLAIMED  VALUE "Y".
018200 77  C4700-ROW-FOUND-SW         PIC X(01)  VALUE "N".
018300     88  C4700-ROW-FOUND        VALUE "Y".
018400 77  C4700-CARRY-SW             PIC X(01)  VALUE "N".
018500     88  C4700-CARRYING         VALUE "Y".
018600 77  C4700-ROW-CLASS            PIC X(01)  VALUE SPACE.
018700     88  C4700-ROW-BEFORE-BACKUP VALUE "B".
018800     88  C4700-ROW-CARRIED      VALUE "C".
018900     88  C4700-ROW-TO-APPLY     VALUE "A".
019000 77  C4700-ADD-SEEN-SW          PIC X(01)  VALUE "N".
019100     88  C4700-ADD-SEEN         VALUE "Y".
019200 77  C4700-DELETE-SEEN-SW       PIC X(01)  VALUE "N".
019300     88  C4700-DELETE-SEEN      VALUE "Y".
019400 77  C4700-PARSE-OK-SW          PIC X(01)  VALUE "N".
019500     88  C4700-PARSE-OK         VALUE "Y".
019600 77  C4700-CURRENT-DATE         PIC X(08)  VALUE SPACES.
019700 77  C4700-MERGE-STAMP          PIC X(16)  VALUE SPACES.
019800 77  C4700-JOURNAL-CUST-ID      PIC X(10)  VALUE SPACES.
019900 77  C4700-WORK-CUST-ID         PIC X(10)  VALUE SPACES.
020000 77  C4700-MASTER-KEY           PIC X(10)  VALUE SPACES.
020100 77  C4700-BACKUP-KEY           PIC X(10)  VALUE SPACES.
020200 77  C4700-CURRENT-VALUE        PIC X(40)  VALUE SPACES.
020300 77  C4700-STOP-REASON          PIC X(40)  VALUE SPACES.
020400 77  C4700-AMOUNT-DISPLAY       PIC -9(08).99.
020500 77  C4700-PARSED-VALUE         PIC S9(08)V99 COMP-3 VALUE ZERO.
020600 77  C4700-OLD-AMOUNT           PIC S9(08)V99 COMP-3 VALUE ZERO.
020700 77  C4700-NEW-AMOUNT           PIC S9(08)V99 COMP-3 VALUE ZERO.
020800 77  C4700-BACKUP-BALANCE       PIC S9(08)V99 COMP-3 VALUE ZERO.
020900 77  C4700-ACTUAL-BALANCE       PIC S9(08)V99 COMP-3 VALUE ZERO.
021000 77  C4700-MOVEMENT-SUM         PIC S9(10)V99 COMP-3 VALUE ZERO.
021100 77  C4700-EXPECTED-BALANCE     PIC S9(10)V99 COMP-3 VALUE ZERO.
021200 77  C4700-DIFFERENCE           PIC S9(10)V99 COMP-3 VALUE ZERO.
021300 77  C4700-NET-DIFFERENCE       PIC S9(12)V99 COMP-3 VALUE ZERO.
021400 77  C4700-BAL-HASH             PIC S9(12)V99 COMP-3 VALUE ZERO.
021500 77  C4700-LIM-HASH             PIC S9(12)V99 COMP-3 VALUE ZERO.
021600 77  C4700-TRAILER-COUNT        PIC 9(09)       VALUE ZERO.
021700 77  C4700-TRAILER-BAL-HASH     PIC S9(12)V99 COMP-3 VALUE ZERO.
021800 77  C4700-TRAILER-LIM-HASH     PIC S9(12)V99 COMP-3 VALUE ZERO.
021900 77  C4700-EXPECT-COUNT         PIC S9(09) COMP VALUE ZERO.
022000 77  C4700-EXPECT-BAL-HASH      PIC S9(12)V99 COMP-3 VALUE ZERO.
022100 77  C4700-EXPECT-LIM-HASH      PIC S9(12)V99 COMP-3 VALUE ZERO.
022200 77  C4700-RECOVERED-COUNT      PIC S9(09) COMP VALUE ZERO.
022300 77  C4700-RECOVERED-BAL-HASH   PIC S9(12)V99 COMP-3 VALUE ZERO.
022400 77  C4700-RECOVERED-LIM-HASH   PIC S9(12)V99 COMP-3 VALUE ZERO.
022500 77  C4700-RECORDS-READ         PIC 9(09) COMP  VALUE ZERO.
022600 77  C4700-RECORDS-WRITTEN      PIC 9(09) COMP  VALUE ZERO.
022700 77  C4700-RECORDS-REFUSED      PIC 9(09) COMP  VALUE ZERO.
022800 77  C4700-ROWS-READ            PIC 9(09) COMP  VALUE ZERO.
022900 77  C4700-ROWS-BEFORE-BACKUP   PIC 9(09) COMP  VALUE ZERO.
023000 77  C4700-ROWS-CARRIED         PIC 9(09) COMP  VALUE ZERO.
023100 77  C4700-ROWS-NO-CHANGE       PIC 9(09) COMP  VALUE ZERO.
023200 77  C4700-ROWS-APPLIED         PIC 9(09) COMP  VALUE ZERO.
023300 77  C4700-ADDS-APPLIED         PIC 9(09) COMP  VALUE ZERO.
023400 77  C4700-DELETES-APPLIED      PIC 9(09) COMP  VALUE ZERO.
023500 77  C4700-POSTINGS-APPLIED     PIC 9(09) COMP  VALUE ZERO.
023600 77  C4700-POSTINGS-CHECKED     PIC 9(09) COMP  VALUE ZERO.
023700 77  C4700-POSTINGS-UNMATCHED   PIC 9(09) COMP  VALUE ZERO.
023800 77  C4700-ACCOUNTS-CHECKED     PIC 9(09) COMP  VALUE ZERO.
023900 77  C4700-ACCOUNTS-IN-BALANCE  PIC 9(09) COMP  VALUE ZERO.
024000 77  C4700-ACCOUNTS-OUT         PIC 9(09) COMP  VALUE ZERO.
024100 77  C4700-LOG-ROWS-LISTED      PIC 9(09) COMP  VALUE ZERO.
024200 77  C4700-LOG-MISMATCHES       PIC 9(09) COMP  VALUE ZERO.
024300 77  C4700-CLAIM-COUNT          PIC 9(04) COMP  VALUE ZERO.
024400 77  C4700-CLAIM-SUB            PIC 9(04) COMP  VALUE ZERO.
024500 77  C4700-PGM-SUB              PIC 9(03) COMP  VALUE ZERO.
024600 77  C4700-PGM-FOUND            PIC 9(03) COMP  VALUE ZERO.
024700*---------------------------------------------------------------
024800*    TIME STAMPS - DATE THEN TIME, SO ONE COMPARE ORDERS THEM.
024900*    THE CUTOFF IS WHEN THE BACKUP WAS TAKEN; A JOURNAL ROW OR
025000*    RUNLOG ROW STAMPED AFTER IT IS NOT ON THE BACKUP.
025100*---------------------------------------------------------------
025200 01  C4700-CUTOFF-STAMP.
025300     05  C4700-CUTOFF-DATE      PIC X(08)  VALUE SPACES.
025400     05  C4700-CUTOFF-TIME      PIC X(08)  VALUE SPACES.
025500 01  C4700-ROW-STAMP.
025600     05  C4700-ROW-DATE         PIC X(08).
025700     05  C4700-ROW-TIME         PIC X(08).
025800 01  C4700-LOG-STAMP.
025900     05  C4700-LOG-DATE         PIC X(08).
026000     05  C4700-LOG-TIME         PIC X(08).
026100 01  C4700-OVERRIDE-STAMP.
026200     05  C4700-OVERRIDE-DATE    PIC X(08)  VALUE SPACES.
026300     05  C4700-OVERRIDE-TIME    PIC X(08)  VALUE SPACES.
026400*---------------------------------------------------------------
026500*    AUDIT VALUE PARSE AREA - CUST0100 AND CUST0900 WRITE
026600*    CUST-BALANCE AND CUST-CREDIT-LIMIT AUDIT VALUES THROUGH A
026700*    PIC -9(08).99 EDITED FIELD: SIGN, EIGHT DIGITS, POINT, TWO
026800*    DECIMALS (AS CUST2100 READS THEM).
026900*---------------------------------------------------------------
027000 01  C4700-VALUE-PARSE.
027100     05  C4700-VP-SIGN          PIC X(01).
027200     05  C4700-VP-INT           PIC X(08).
027300     05  FILLER                 PIC X(01).
027400     05  C4700-VP-DEC           PIC X(02).
027500 77  C4700-VP-INT-NUM           PIC 9(08)  VALUE ZERO.
027600 77  C4700-VP-DEC-NUM           PIC 9(02)  VALUE ZERO.
027700*---------------------------------------------------------------
027800*    POSTHIST POSTINGS ALREADY PAIRED WITH A BALANCE ROW FOR THE
027900*    CUSTOMER BEING ROLLED FORWARD, SO NO POSTING IS USED TWICE.
028000*---------------------------------------------------------------
028100 01  C4700-CLAIM-TABLE.
028200     05  C4700-CLAIM-KEY        PIC X(22) OCCURS 500 TIMES.
028300*---------------------------------------------------------------
028400*    SWEEPS PROVED AGAINST THE RUN LOG - EACH WRITES ONE
028500*    CUST-STATUS ROW UNDER ITS OWN PROGRAM ID PER RECORD IT
028600*    COUNTS AS UPDATED.
028700*---------------------------------------------------------------
028800 01  C4700-PROGRAM-INIT.
028900     05  FILLER  PIC X(24) VALUE "CUST0200CUST0800CUST2500".
029000     05  FILLER  PIC X(24) VALUE "CUST2800CUST3300CUST4100".
029100 01  C4700-PROGRAM-TABLE REDEFINES C4700-PROGRAM-INIT.
029200     05  C4700-PGM-ID           PIC X(08) OCCURS 6 TIMES.
029300 01  C4700-PROGRAM-COUNTS.
029400     05  C4700-PGM-COUNT-ENTRY  OCCURS 6 TIMES.
029500         10  C4700-PGM-LOG-COUNT PIC 9(09) COMP.
029600         10  C4700-PGM-ROW-COUNT PIC 9(09) COMP.
029700*---------------------------------------------------------------
029800*    REPORT LINES
029900*---------------------------------------------------------------
030000 01  C4700-HEADING-1.
030100     05  FILLER  PIC X(50)
030200         VALUE "CUST4700 - CUSTOMER MASTER FORWARD RECOVERY".
030300     05  FILLER  PIC X(11) VALUE "RUN DATE: ".
030400     05  HD-RUN-DATE     PIC X(08).
030500 01  C4700-SECTION-LINE.
030600     05  FILLER          PIC X(04) VALUE "--- ".
030700     05  SC-TITLE        PIC X(50).
030800 01  C4700-COUNT-LINE.
030900     05  CT-LABEL        PIC X(30).
031000     05  CT-COUNT        PIC ZZZ,ZZZ,ZZ9.
031100 01  C4700-HASH-LINE.
031200     05  HS-LABEL        PIC X(30).
031300     05  HS-HASH         PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
031400 01  C4700-CHECK-LINE.
031500     05  CK-LABEL        PIC X(30).
031600     05  CK-RESULT       PIC X(40).
031700 01  C4700-STAMP-LINE.
031800     05  ST-LABEL        PIC X(30).
031900     05  ST-DATE         PIC X(08).
032000     05  FILLER          PIC X(01) VALUE SPACES.
032100     05  ST-TIME         PIC X(08).
032200 01  C4700-REFUSED-LINE.
032300     05  FILLER          PIC X(10) VALUE "CUST-ID : ".
032400     05  RF-CUST-ID      PIC X(10).
032500     05  FILLER          PIC X(05) VALUE SPACES.
032600     05  FILLER          PIC X(26) VALUE
032700         "REFUSED BY MASTER, STATUS ".
032800     05  RF-STATUS       PIC X(02).
032900 01  C4700-STOP-LINE-1.
033000     05  FILLER          PIC X(10) VALUE "CUST-ID : ".
033100     05  SP-CUST-ID      PIC X(10).
033200     05  FILLER          PIC X(08) VALUE "  SEQ : ".
033300     05  SP-SEQUENCE     PIC 9(06).
033400     05  FILLER          PIC X(10) VALUE "  FIELD : ".
033500     05  SP-FIELD        PIC X(20).
033600     05  FILLER          PIC X(11) VALUE "  SOURCE : ".
033700     05  SP-SOURCE       PIC X(08).
033800     05  FILLER          PIC X(12) VALUE "  STAMPED : ".
033900     05  SP-DATE         PIC X(08).
034000     05  FILLER          PIC X(01) VALUE SPACES.
034100     05  SP-TIME         PIC X(08).
034200 01  C4700-STOP-LINE-2.
034300     05  SV-LABEL        PIC X(22).
034400     05  SV-VALUE        PIC X(40).
034500 01  C4700-POSTING-LINE.
034600     05  FILLER          PIC X(10) VALUE "CUST-ID : ".
034700     05  PL-CUST-ID      PIC X(10).
034800     05  FILLER          PIC X(09) VALUE "  DATED ".
034900     05  PL-POST-DATE    PIC X(08).
035000     05  FILLER          PIC X(07) VALUE "  SEQ ".
035100     05  PL-SEQUENCE     PIC 9(04).
035200     05  FILLER          PIC X(02) VALUE SPACES.
035300     05  PL-DC-CODE      PIC X(01).
035400     05  FILLER          PIC X(01) VALUE SPACES.
035500     05  PL-AMOUNT       PIC -Z,ZZZ,ZZ9.99.
035600     05  FILLER          PIC X(02) VALUE SPACES.
035700     05  PL-REMARK       PIC X(30).
035800 01  C4700-BREAK-HEADING.
035900     05  FILLER  PIC X(12) VALUE "CUST-ID".
036000     05  FILLER  PIC X(15) VALUE "        BACKUP".
036100     05  FILLER  PIC X(15) VALUE "      MOVEMENT".
036200     05  FILLER  PIC X(15) VALUE "      EXPECTED".
036300     05  FILLER  PIC X(15) VALUE "     RECOVERED".
036400     05  FILLER  PIC X(15) VALUE "    DIFFERENCE".
036500     05  FILLER  PIC X(10) VALUE "  REMARK".
036600 01  C4700-BREAK-LINE.
036700     05  BK-CUST-ID      PIC X(10).
036800     05  FILLER          PIC X(01) VALUE SPACES.
036900     05  BK-BACKUP       PIC -Z,ZZZ,ZZ9.99.
037000     05  FILLER          PIC X(01) VALUE SPACES.
037100     05  BK-MOVEMENT     PIC -Z,ZZZ,ZZ9.99.
037200     05  FILLER          PIC X(01) VALUE SPACES.
037300     05  BK-EXPECTED     PIC -Z,ZZZ,ZZ9.99.
037400     05  FILLER          PIC X(01) VALUE SPACES.
037500     05  BK-ACTUAL       PIC -Z,ZZZ,ZZ9.99.
037600     05  FILLER          PIC X(01) VALUE SPACES.
037700     05  BK-DIFFERENCE   PIC -Z,ZZZ,ZZ9.99.
037800     05  FILLER          PIC X(02) VALUE SPACES.
037900     05  BK-REMARK       PIC X(30).
038000 01  C4700-LOG-HEADING.
038100     05  FILLER  PIC X(10) VALUE "PROGRAM".
038200     05  FILLER  PIC X(10) VALUE "RUN DATE".
038300     05  FILLER  PIC X(10) VALUE "RUN TIME".
038400     05  FILLER  PIC X(14) VALUE "   UPDATED".
038500     05  FILLER  PIC X(14) VALUE "  ROWS APPLIED".
038600     05  FILLER  PIC X(30) VALUE "  RESULT".
038700 01  C4700-LOG-LINE.
038800     05  LG-PROGRAM      PIC X(08).
038900     05  FILLER          PIC X(02) VALUE SPACES.
039000     05  LG-RUN-DATE     PIC X(08).
039100     05  FILLER          PIC X(02) VALUE SPACES.
039200     05  LG-RUN-TIME     PIC X(08).
039300     05  FILLER          PIC X(02) VALUE SPACES.
039400     05  LG-UPDATED      PIC ZZZ,ZZZ,ZZ9.
039500     05  FILLER          PIC X(03) VALUE SPACES.
039600     05  LG-APPLIED      PIC ZZZ,ZZZ,ZZ9.
039700     05  FILLER          PIC X(02) VALUE SPACES.
039800     05  LG-RESULT       PIC X(30).
039900
040000 PROCEDURE DIVISION.
040100*****************************************************************
040200*    0000-MAINLINE
040300*****************************************************************
040400 0000-MAINLINE.
040500     PERFORM 1000-INITIALIZE
040600         THRU 1000-INITIALIZE-EXIT.
040700
040800     IF C4700-FILES-OK
040900         PERFORM 2000-RELOAD-MASTER
041000             THRU 2000-RELOAD-MASTER-EXIT
041100     END-IF.
041200
041300     IF C4700-ROLL-FORWARD
041400         PERFORM 3000-APPLY-JOURNAL
041500             THRU 3000-APPLY-JOURNAL-EXIT
041600     END-IF.
041700
041800     IF C4700-ROLL-FORWARD
041900       AND NOT C4700-STOPPED
042000         PERFORM 4000-PROVE-POSTINGS
042100             THRU 4000-PROVE-POSTINGS-EXIT
042200         PERFORM 5000-PROVE-MASTER
042300             THRU 5000-PROVE-MASTER-EXIT
042400         PERFORM 6000-PROVE-RUN-LOG
042500             THRU 6000-PROVE-RUN-LOG-EXIT
042600     END-IF.
042700
042800     PERFORM 8000-WRITE-TOTALS
042900         THRU 8000-WRITE-TOTALS-EXIT.
043000
043100     PERFORM 9000-TERMINATE
043200         THRU 9000-TERMINATE-EXIT.
043300
043400     PERFORM 8900-WRITE-RUN-LOG
043500         THRU 8900-WRITE-RUN-LOG-EXIT.
043600
043700     STOP RUN.
043800*****************************************************************
043900*    1000-INITIALIZE - THE CONTROL CARD, THE BACKUP AND BOTH
044000*    JOURNALS ARE CHECKED BEFORE THE MASTER IS OPENED OUTPUT, SO
044100*    A RUN THAT COULD NOT FINISH NEVER DESTROYS THE FILE IT WAS
044200*    MEANT TO RECOVER.
044300*****************************************************************
044400 1000-INITIALIZE.
044500     ACCEPT C4700-CURRENT-DATE FROM DATE YYYYMMDD.
044600
044700     MOVE 1 TO C4700-PGM-SUB.
044800     PERFORM 1100-CLEAR-ONE-PROGRAM
044900         THRU 1100-CLEAR-ONE-PROGRAM-EXIT
045000         UNTIL C4700-PGM-SUB > 6.
045100
045200     OPEN OUTPUT RECOVERY-REPORT-FILE.
045300     MOVE C4700-CURRENT-DATE TO HD-RUN-DATE.
045400     MOVE C4700-HEADING-1 TO RECOVERY-REPORT-LINE.
045500     WRITE RECOVERY-REPORT-LINE.
045600
045700     PERFORM 1500-READ-CONTROL-CARD
045800         THRU 1500-READ-CONTROL-CARD-EXIT.
045900     IF NOT C4700-PARM-OK
046000         MOVE "N" TO C4700-FILES-OK-SW
046100         MOVE "CONTROL CARD                : " TO CK-LABEL
046200         MOVE "IN ERROR - NOTHING DONE" TO CK-RESULT
046300         PERFORM 8110-WRITE-CHECK-LINE
046400             THRU 8110-WRITE-CHECK-LINE-EXIT
046500         GO TO 1000-INITIALIZE-EXIT
046600     END-IF.
046700
046800     OPEN INPUT BACKUP-IN-FILE.
046900     IF CM-BKPIN-STATUS NOT = "00"
047000         DISPLAY "CUST4700 - CANNOT OPEN BACKUP, STATUS "
047100             CM-BKPIN-STATUS
047200         MOVE "N" TO C4700-FILES-OK-SW
047300     END-IF.
047400
047500     OPEN INPUT CUSTOMER-AUDIT-FILE.
047600     IF CM-CUSTAUD-STATUS NOT = "00"
047700         DISPLAY "CUST4700 - CANNOT OPEN AUDIT HISTORY, STATUS "
047800             CM-CUSTAUD-STATUS
047900         MOVE "N" TO C4700-FILES-OK-SW
048000     END-IF.
048100
048200     OPEN INPUT POSTING-HISTORY-FILE.
048300     IF CM-POSTHIST-STATUS NOT = "00"
048400         DISPLAY "CUST4700 - CANNOT OPEN POSTING HISTORY, STATUS "
048500             CM-POSTHIST-STATUS
048600         MOVE "N" TO C4700-FILES-OK-SW
048700     END-IF.
048800
048900     IF NOT C4700-FILES-OK
049000         MOVE "INPUT FILES                 : " TO CK-LABEL
049100         MOVE "NOT ALL OPEN - MASTER NOT TOUCHED"
049200                                              TO CK-RESULT
049300         PERFORM 8110-WRITE-CHECK-LINE
049400             THRU 8110-WRITE-CHECK-LINE-EXIT
049500     END-IF.
049600 1000-INITIALIZE-EXIT.
049700     EXIT.
049800*****************************************************************
049900*    1100-CLEAR-ONE-PROGRAM
050000*****************************************************************
050100 1100-CLEAR-ONE-PROGRAM.
050200     MOVE ZERO TO C4700-PGM-LOG-COUNT (C4700-PGM-SUB).
050300     MOVE ZERO TO C4700-PGM-ROW-COUNT (C4700-PGM-SUB).
050400     ADD 1 TO C4700-PGM-SUB.
050500 1100-CLEAR-ONE-PROGRAM-EXIT.
050600     EXIT.
050700*****************************************************************
050800*    1500-READ-CONTROL-CARD - THE CARD IS OPTIONAL.  A CUTOFF
050900*    GIVEN ON IT MUST BE COMPLETE AND NUMERIC.
051000*****************************************************************
051100 1500-READ-CONTROL-CARD.
051200     OPEN INPUT CONTROL-CARD-FILE.
051300     IF CM-RCVPARM-STATUS NOT = "00"
051400         GO TO 1500-READ-CONTROL-CARD-EXIT
051500     END-IF.
051600     READ CONTROL-CARD-FILE
051700         AT END
051800             CLOSE CONTROL-CARD-FILE
051900             GO TO 1500-READ-CONTROL-CARD-EXIT
052000     END-READ.
052100     CLOSE CONTROL-CARD-FILE.
052200
052300     IF RCP-CUTOFF-DATE = SPACES
052400       AND RCP-CUTOFF-TIME = SPACES
052500         GO TO 1500-READ-CONTROL-CARD-EXIT
052600     END-IF.
052700     IF RCP-CUTOFF-DATE IS NOT NUMERIC
052800       OR RCP-CUTOFF-TIME IS NOT NUMERIC
052900         DISPLAY "CUST4700 - CUTOFF ON RCVPARM NOT VALID: "
053000             RCP-CUTOFF-DATE " " RCP-CUTOFF-TIME
053100         MOVE "N" TO C4700-PARM-OK-SW
053200         MOVE 8   TO RETURN-CODE
053300         GO TO 1500-READ-CONTROL-CARD-EXIT
053400     END-IF.
053500     MOVE RCP-CUTOFF-DATE TO C4700-OVERRIDE-DATE.
053600     MOVE RCP-CUTOFF-TIME TO C4700-OVERRIDE-TIME.
053700 1500-READ-CONTROL-CARD-EXIT.
053800     EXIT.
053900*****************************************************************
054000*    2000-RELOAD-MASTER - THE CUST1800 RELOAD: THE MASTER IS
054100*    OPENED OUTPUT AND REBUILT FROM THE BACKUP DETAILS, THEN
054200*    PROVED AGAINST THE TRAILER.  ONLY A GOOD RELOAD WITH A
054300*    KNOWN CUTOFF IS ROLLED FORWARD.
054400*****************************************************************
054500 2000-RELOAD-MASTER.
054600     MOVE "RELOAD FROM BACKUP" TO SC-TITLE.
054700     PERFORM 8120-WRITE-SECTION-LINE
054800         THRU 8120-WRITE-SECTION-LINE-EXIT.
054900
055000     OPEN OUTPUT CUSTOMER-MASTER-FILE.
055100     IF CM-CUSTMAST-STATUS NOT = "00"
055200         DISPLAY "CUST4700 - CANNOT OPEN CUSTOMER MASTER, STATUS "
055300             CM-CUSTMAST-STATUS
055400         MOVE "N" TO C4700-RELOAD-OK-SW
055500         MOVE "MASTER                      : " TO CK-LABEL
055600         MOVE "WOULD NOT OPEN"  TO CK-RESULT
055700         PERFORM 8110-WRITE-CHECK-LINE
055800             THRU 8110-WRITE-CHECK-LINE-EXIT
055900         GO TO 2000-RELOAD-MASTER-EXIT
056000     END-IF.
056100     MOVE "Y" TO C4700-MASTER-OPEN-SW.
056200
056300     PERFORM 2900-READ-NEXT-BACKUP
056400         THRU 2900-READ-NEXT-BACKUP-EXIT.
056500     PERFORM 2100-RELOAD-ONE-RECORD
056600         THRU 2100-RELOAD-ONE-RECORD-EXIT
056700         UNTIL C4700-BACKUP-EOF.
056800     CLOSE CUSTOMER-MASTER-FILE.
056900     MOVE "N" TO C4700-MASTER-OPEN-SW.
057000
057100     PERFORM 2200-PROVE-RELOAD
057200         THRU 2200-PROVE-RELOAD-EXIT.
057300     IF NOT C4700-RELOAD-OK
057400         GO TO 2000-RELOAD-MASTER-EXIT
057500     END-IF.
057600
057700     PERFORM 2300-SET-CUTOFF
057800         THRU 2300-SET-CUTOFF-EXIT.
057900     IF NOT C4700-ROLL-FORWARD
058000         GO TO 2000-RELOAD-MASTER-EXIT
058100     END-IF.
058200
058300     OPEN I-O CUSTOMER-MASTER-FILE.
058400     IF CM-CUSTMAST-STATUS NOT = "00"
058500         DISPLAY "CUST4700 - CANNOT REOPEN MASTER, STATUS "
058600             CM-CUSTMAST-STATUS
058700         MOVE "N" TO C4700-ROLL-FORWARD-SW
058800         MOVE "N" TO C4700-RECOVERY-OK-SW
058900         GO TO 2000-RELOAD-MASTER-EXIT
059000     END-IF.
059100     MOVE "Y" TO C4700-MASTER-OPEN-SW.
059200 2000-RELOAD-MASTER-EXIT.
059300     EXIT.
059400*****************************************************************
059500*    2100-RELOAD-ONE-RECORD - AS CUST1800: A DETAIL IS WRITTEN
059600*    AND JOINS THE HASH, THE TRAILER IS REMEMBERED AND ENDS THE
059700*    SCAN.
059800*****************************************************************
059900 2100-RELOAD-ONE-RECORD.
060000     IF UNL-TRAILER
060100         MOVE UNL-TRL-RECORD-COUNT TO C4700-TRAILER-COUNT
060200         MOVE UNL-TRL-BALANCE-HASH TO C4700-TRAILER-BAL-HASH
060300         MOVE UNL-TRL-LIMIT-HASH   TO C4700-TRAILER-LIM-HASH
060400         MOVE UNL-TRL-UNLOAD-DATE  TO C4700-CUTOFF-DATE
060500         MOVE UNL-TRL-UNLOAD-TIME  TO C4700-CUTOFF-TIME
060600         MOVE "Y" TO C4700-TRAILER-SEEN-SW
060700         MOVE "Y" TO C4700-BACKUP-EOF-SW
060800         GO TO 2100-RELOAD-ONE-RECORD-EXIT
060900     END-IF.
061000
061100     ADD 1 TO C4700-RECORDS-READ.
061200
061300     MOVE UNL-CUST-ID          TO CUST-ID.
061400     MOVE UNL-CUST-NAME        TO CUST-NAME.
061500     MOVE UNL-CUST-BALANCE     TO CUST-BALANCE.
061600     MOVE UNL-CUST-STATUS      TO CUST-STATUS.
061700     MOVE UNL-STREET-ADDR      TO STREET-ADDR.
061800     MOVE UNL-CITY             TO CITY.
061900     MOVE UNL-STATE            TO STATE.
062000     MOVE UNL-ZIP-CODE         TO ZIP-CODE.
062100     MOVE UNL-CUST-PHONE       TO CUST-PHONE.
062200     MOVE UNL-LAST-UPDATE-DATE TO LAST-UPDATE-DATE.
062300     MOVE UNL-CUST-CREDIT-LIMIT TO CUST-CREDIT-LIMIT.
062400
062500     WRITE CUSTOMER-RECORD
062600         INVALID KEY
062700             PERFORM 2150-WRITE-REFUSED-LINE
062800                 THRU 2150-WRITE-REFUSED-LINE-EXIT
062900         NOT INVALID KEY
063000             ADD 1 TO C4700-RECORDS-WRITTEN
063100             ADD CUST-BALANCE      TO C4700-BAL-HASH
063200             ADD CUST-CREDIT-LIMIT TO C4700-LIM-HASH
063300     END-WRITE.
063400
063500     PERFORM 2900-READ-NEXT-BACKUP
063600         THRU 2900-READ-NEXT-BACKUP-EXIT.
063700 2100-RELOAD-ONE-RECORD-EXIT.
063800     EXIT.
063900*****************************************************************
064000*    2150-WRITE-REFUSED-LINE
064100*****************************************************************
064200 2150-WRITE-REFUSED-LINE.
064300     ADD 1 TO C4700-RECORDS-REFUSED.
064400     MOVE "N" TO C4700-RELOAD-OK-SW.
064500     MOVE UNL-CUST-ID        TO RF-CUST-ID.
064600     MOVE CM-CUSTMAST-STATUS TO RF-STATUS.
064700     MOVE C4700-REFUSED-LINE TO RECOVERY-REPORT-LINE.
064800     WRITE RECOVERY-REPORT-LINE.
064900 2150-WRITE-REFUSED-LINE-EXIT.
065000     EXIT.
065100*****************************************************************
065200*    2200-PROVE-RELOAD - COUNTS, HASHES, AND THE PROOF AGAINST
065300*    THE BACKUP CONTROL TRAILER, AS CUST1800 PRINTS THEM.
065400*****************************************************************
065500 2200-PROVE-RELOAD.
065600     MOVE "BACKUP DETAILS READ         : " TO CT-LABEL.
065700     MOVE C4700-RECORDS-READ TO CT-COUNT.
065800     PERFORM 8130-WRITE-COUNT-LINE
065900         THRU 8130-WRITE-COUNT-LINE-EXIT.
066000     MOVE "MASTER RECORDS WRITTEN      : " TO CT-LABEL.
066100     MOVE C4700-RECORDS-WRITTEN TO CT-COUNT.
066200     PERFORM 8130-WRITE-COUNT-LINE
066300         THRU 8130-WRITE-COUNT-LINE-EXIT.
066400     MOVE "RECORDS REFUSED BY MASTER   : " TO CT-LABEL.
066500     MOVE C4700-RECORDS-REFUSED TO CT-COUNT.
066600     PERFORM 8130-WRITE-COUNT-LINE
066700         THRU 8130-WRITE-COUNT-LINE-EXIT.
066800     MOVE "RELOADED BALANCE HASH       : " TO HS-LABEL.
066900     MOVE C4700-BAL-HASH TO HS-HASH.
067000     PERFORM 8140-WRITE-HASH-LINE
067100         THRU 8140-WRITE-HASH-LINE-EXIT.
067200     MOVE "RELOADED CREDIT LIMIT HASH  : " TO HS-LABEL.
067300     MOVE C4700-LIM-HASH TO HS-HASH.
067400     PERFORM 8140-WRITE-HASH-LINE
067500         THRU 8140-WRITE-HASH-LINE-EXIT.
067600
067700     IF NOT C4700-TRAILER-SEEN
067800         MOVE "BACKUP CONTROL TRAILER      : " TO CK-LABEL
067900         MOVE "MISSING"  TO CK-RESULT
068000         MOVE "N" TO C4700-RELOAD-OK-SW
068100         PERFORM 8110-WRITE-CHECK-LINE
068200             THRU 8110-WRITE-CHECK-LINE-EXIT
068300         GO TO 2200-PROVE-RELOAD-EXIT
068400     END-IF.
068500
068600     MOVE "RELOADED FILE VS TRAILER    : " TO CK-LABEL.
068700     IF C4700-RECORDS-WRITTEN = C4700-TRAILER-COUNT
068800       AND C4700-BAL-HASH = C4700-TRAILER-BAL-HASH
068900       AND C4700-LIM-HASH = C4700-TRAILER-LIM-HASH
069000         MOVE "MATCH"    TO CK-RESULT
069100     ELSE
069200         MOVE "MISMATCH" TO CK-RESULT
069300         MOVE "N" TO C4700-RELOAD-OK-SW
069400     END-IF.
069500     PERFORM 8110-WRITE-CHECK-LINE
069600         THRU 8110-WRITE-CHECK-LINE-EXIT.
069700 2200-PROVE-RELOAD-EXIT.
069800     EXIT.
069900*****************************************************************
070000*    2300-SET-CUTOFF - THE JOURNAL IS APPLIED FROM THE MOMENT
070100*    THE BACKUP WAS TAKEN.  A BACKUP FROM BEFORE CUST1700
070200*    STAMPED THE UNLOAD TIME NEEDS THE TIME ON RCVPARM; WITHOUT
070300*    IT THE MASTER IS LEFT AS RELOADED RATHER THAN GUESSING
070400*    WHICH OF THAT DAY'S ROWS THE BACKUP ALREADY HOLDS.
070500*****************************************************************
070600 2300-SET-CUTOFF.
070700     MOVE "BACKUP TAKEN                : " TO ST-LABEL.
070800     MOVE C4700-CUTOFF-DATE TO ST-DATE.
070900     MOVE C4700-CUTOFF-TIME TO ST-TIME.
071000     PERFORM 8150-WRITE-STAMP-LINE
071100         THRU 8150-WRITE-STAMP-LINE-EXIT.
071200
071300     IF C4700-OVERRIDE-DATE NOT = SPACES
071400         MOVE C4700-OVERRIDE-STAMP TO C4700-CUTOFF-STAMP
071500     END-IF.
071600     IF C4700-CUTOFF-TIME IS NOT NUMERIC
071700         MOVE "JOURNAL                     : " TO CK-LABEL
071800         MOVE "NOT APPLIED - NO UNLOAD TIME" TO CK-RESULT
071900         MOVE "N" TO C4700-RECOVERY-OK-SW
072000         PERFORM 8110-WRITE-CHECK-LINE
072100             THRU 8110-WRITE-CHECK-LINE-EXIT
072200         GO TO 2300-SET-CUTOFF-EXIT
072300     END-IF.
072400
072500     MOVE "JOURNAL APPLIED AFTER       : " TO ST-LABEL.
072600     MOVE C4700-CUTOFF-DATE TO ST-DATE.
072700     MOVE C4700-CUTOFF-TIME TO ST-TIME.
072800     PERFORM 8150-WRITE-STAMP-LINE
072900         THRU 8150-WRITE-STAMP-LINE-EXIT.
073000
073100     MOVE C4700-TRAILER-COUNT    TO C4700-EXPECT-COUNT.
073200     MOVE C4700-TRAILER-BAL-HASH TO C4700-EXPECT-BAL-HASH.
073300     MOVE C4700-TRAILER-LIM-HASH TO C4700-EXPECT-LIM-HASH.
073400     MOVE "Y" TO C4700-ROLL-FORWARD-SW.
073500 2300-SET-CUTOFF-EXIT.
073600     EXIT.
073700*****************************************************************
073800*    2900-READ-NEXT-BACKUP
073900*****************************************************************
074000 2900-READ-NEXT-BACKUP.
074100     READ BACKUP-IN-FILE
074200         AT END
074300             MOVE "Y" TO C4700-BACKUP-EOF-SW
074400     END-READ.
074500 2900-READ-NEXT-BACKUP-EXIT.
074600     EXIT.
074700*****************************************************************
074800*    3000-APPLY-JOURNAL - ONE PASS OF CUSTAUD IN KEY ORDER,
074900*    STOPPING AT THE FIRST ROW THAT DOES NOT LINE UP.
075000*****************************************************************
075100 3000-APPLY-JOURNAL.
075200     MOVE "ROLL FORWARD FROM AUDIT HISTORY" TO SC-TITLE.
075300     PERFORM 8120-WRITE-SECTION-LINE
075400         THRU 8120-WRITE-SECTION-LINE-EXIT.
075500
075600     MOVE "N" TO C4700-AUDIT-EOF-SW.
075700     PERFORM 3100-APPLY-ONE-ROW
075800         THRU 3100-APPLY-ONE-ROW-EXIT
075900         UNTIL C4700-AUDIT-EOF
076000            OR C4700-STOPPED.
076100 3000-APPLY-JOURNAL-EXIT.
076200     EXIT.
076300*****************************************************************
076400*    3100-APPLY-ONE-ROW
076500*****************************************************************
076600 3100-APPLY-ONE-ROW.
076700     READ CUSTOMER-AUDIT-FILE NEXT RECORD
076800         AT END
076900             MOVE "Y" TO C4700-AUDIT-EOF-SW
077000     END-READ.
077100     IF C4700-AUDIT-EOF
077200         GO TO 3100-APPLY-ONE-ROW-EXIT
077300     END-IF.
077400     ADD 1 TO C4700-ROWS-READ.
077500
077600     IF AUD-CUST-ID NOT = C4700-JOURNAL-CUST-ID
077700         MOVE AUD-CUST-ID TO C4700-JOURNAL-CUST-ID
077800         MOVE ZERO TO C4700-CLAIM-COUNT
077900         MOVE "N"  TO C4700-CARRY-SW
078000     END-IF.
078100
078200     PERFORM 3150-CLASSIFY-ROW
078300         THRU 3150-CLASSIFY-ROW-EXIT.
078400     IF C4700-ROW-BEFORE-BACKUP
078500         ADD 1 TO C4700-ROWS-BEFORE-BACKUP
078600         GO TO 3100-APPLY-ONE-ROW-EXIT
078700     END-IF.
078800     IF C4700-ROW-CARRIED
078900         ADD 1 TO C4700-ROWS-CARRIED
079000         GO TO 3100-APPLY-ONE-ROW-EXIT
079100     END-IF.
079200
079300     EVALUATE AUD-FIELD-NAME
079400         WHEN "RECORD ADDED"
079500             PERFORM 3200-APPLY-ADD
079600                 THRU 3200-APPLY-ADD-EXIT
079700         WHEN "RECORD"
079800             PERFORM 3300-APPLY-DELETE
079900                 THRU 3300-APPLY-DELETE-EXIT
080000         WHEN "CUST-NAME"
080100         WHEN "STREET-ADDR"
080200         WHEN "CITY"
080300         WHEN "STATE"
080400         WHEN "ZIP-CODE"
080500         WHEN "CUST-PHONE"
080600         WHEN "CUST-STATUS"
080700         WHEN "CUST-BALANCE"
080800         WHEN "CUST-CREDIT-LIMIT"
080900             PERFORM 3400-APPLY-FIELD-CHANGE
081000                 THRU 3400-APPLY-FIELD-CHANGE-EXIT
081100         WHEN "MERGED-FROM"
081200         WHEN "MERGED-TO"
081300         WHEN "MAIL-STATUS"
081400         WHEN "CASH-ONLY"
081500         WHEN "ACH AUTOPAY"
081600         WHEN "WATCH-LIST HIT"
081700             ADD 1 TO C4700-ROWS-NO-CHANGE
081800         WHEN OTHER
081900             MOVE SPACES TO C4700-CURRENT-VALUE
082000             MOVE "FIELD NAME NOT KNOWN TO RECOVERY"
082100                                  TO C4700-STOP-REASON
082200             PERFORM 3900-REPORT-MISMATCH
082300                 THRU 3900-REPORT-MISMATCH-EXIT
082400     END-EVALUATE.
082500 3100-APPLY-ONE-ROW-EXIT.
082600     EXIT.
082700*****************************************************************
082800*    3150-CLASSIFY-ROW - BEFORE THE BACKUP, CARRIED BY A MERGE,
082900*    OR TO BE APPLIED.  A MERGE WRITES THE SURVIVOR'S
083000*    MERGED-FROM ROW AND THEN COPIES THE DUPLICATE'S HISTORY
083100*    UNDER IT WITH THE ORIGINAL STAMPS, ALL EARLIER THAN THE
083200*    MERGE; THE FIRST LATER ROW ENDS THE CARRIED RUN.  THE
083300*    CALLER RESETS C4700-CARRY-SW AT EACH NEW CUST-ID.
083400*****************************************************************
083500 3150-CLASSIFY-ROW.
083600     MOVE AUD-CHANGE-DATE TO C4700-ROW-DATE.
083700     MOVE AUD-CHANGE-TIME TO C4700-ROW-TIME.
083800
083900     IF AUD-FIELD-NAME = "MERGED-FROM"
084000         MOVE C4700-ROW-STAMP TO C4700-MERGE-STAMP
084100         MOVE "Y" TO C4700-CARRY-SW
084200     ELSE
084300         IF C4700-CARRYING
084400             IF C4700-ROW-STAMP < C4700-MERGE-STAMP
084500                 MOVE "C" TO C4700-ROW-CLASS
084600                 GO TO 3150-CLASSIFY-ROW-EXIT
084700             END-IF
084800             MOVE "N" TO C4700-CARRY-SW
084900         END-IF
085000     END-IF.
085100
085200     IF C4700-ROW-STAMP > C4700-CUTOFF-STAMP
085300         MOVE "A" TO C4700-ROW-CLASS
085400     ELSE
085500         MOVE "B" TO C4700-ROW-CLASS
085600     END-IF.
085700 3150-CLASSIFY-ROW-EXIT.
085800     EXIT.
085900*****************************************************************
086000*    3200-APPLY-ADD - THE RECORD IS REBUILT BLANK WITH THE NAME;
086100*    CUST0100'S OPENING-VALUE ROWS THAT FOLLOW FILL IT IN.
086200*****************************************************************
086300 3200-APPLY-ADD.
086400     PERFORM 3800-READ-JOURNAL-MASTER
086500         THRU 3800-READ-JOURNAL-MASTER-EXIT.
086600     IF C4700-MASTER-FOUND
086700         MOVE CUST-NAME TO C4700-CURRENT-VALUE
086800         MOVE "ADD - RECORD ALREADY ON MASTER"
086900                                  TO C4700-STOP-REASON
087000         PERFORM 3900-REPORT-MISMATCH
087100             THRU 3900-REPORT-MISMATCH-EXIT
087200         GO TO 3200-APPLY-ADD-EXIT
087300     END-IF.
087400
087500     MOVE SPACES          TO CUSTOMER-RECORD.
087600     MOVE AUD-CUST-ID     TO CUST-ID.
087700     MOVE AUD-NEW-VALUE   TO CUST-NAME.
087800     MOVE ZERO            TO CUST-BALANCE.
087900     MOVE ZERO            TO CUST-CREDIT-LIMIT.
088000     MOVE AUD-CHANGE-DATE TO LAST-UPDATE-DATE.
088100     WRITE CUSTOMER-RECORD
088200         INVALID KEY
088300             MOVE CM-CUSTMAST-STATUS TO C4700-CURRENT-VALUE
088400             MOVE "ADD - MASTER REFUSED THE WRITE"
088500                                      TO C4700-STOP-REASON
088600             PERFORM 3900-REPORT-MISMATCH
088700                 THRU 3900-REPORT-MISMATCH-EXIT
088800             GO TO 3200-APPLY-ADD-EXIT
088900     END-WRITE.
089000     ADD 1 TO C4700-ADDS-APPLIED.
089100     ADD 1 TO C4700-ROWS-APPLIED.
089200     ADD 1 TO C4700-EXPECT-COUNT.
089300 3200-APPLY-ADD-EXIT.
089400     EXIT.
089500*****************************************************************
089600*    3300-APPLY-DELETE - CUST0100 ZEROES THE BALANCE (ITS OWN
089700*    ROW) BEFORE IT WRITES THE DELETE ROW WITH THE NAME.
089800*****************************************************************
089900 3300-APPLY-DELETE.
090000     PERFORM 3800-READ-JOURNAL-MASTER
090100         THRU 3800-READ-JOURNAL-MASTER-EXIT.
090200     IF NOT C4700-MASTER-FOUND
090300         MOVE SPACES TO C4700-CURRENT-VALUE
090400         MOVE "DELETE - RECORD NOT ON MASTER"
090500                                  TO C4700-STOP-REASON
090600         PERFORM 3900-REPORT-MISMATCH
090700             THRU 3900-REPORT-MISMATCH-EXIT
090800         GO TO 3300-APPLY-DELETE-EXIT
090900     END-IF.
091000     MOVE CUST-NAME TO C4700-CURRENT-VALUE.
091100     IF C4700-CURRENT-VALUE NOT = AUD-OLD-VALUE
091200         MOVE "DELETE - NAME ON MASTER DIFFERS"
091300                                  TO C4700-STOP-REASON
091400         PERFORM 3900-REPORT-MISMATCH
091500             THRU 3900-REPORT-MISMATCH-EXIT
091600         GO TO 3300-APPLY-DELETE-EXIT
091700     END-IF.
091800     IF CUST-BALANCE NOT = ZERO
091900         MOVE CUST-BALANCE         TO C4700-AMOUNT-DISPLAY
092000         MOVE C4700-AMOUNT-DISPLAY TO C4700-CURRENT-VALUE
092100         MOVE "DELETE - BALANCE ON MASTER NOT ZERO"
092200                                  TO C4700-STOP-REASON
092300         PERFORM 3900-REPORT-MISMATCH
092400             THRU 3900-REPORT-MISMATCH-EXIT
092500         GO TO 3300-APPLY-DELETE-EXIT
092600     END-IF.
092700
092800     DELETE CUSTOMER-MASTER-FILE RECORD
092900         INVALID KEY
093000             MOVE CM-CUSTMAST-STATUS TO C4700-CURRENT-VALUE
093100             MOVE "DELETE - MASTER REFUSED THE DELETE"
093200                                      TO C4700-STOP-REASON
093300             PERFORM 3900-REPORT-MISMATCH
093400                 THRU 3900-REPORT-MISMATCH-EXIT
093500             GO TO 3300-APPLY-DELETE-EXIT
093600     END-DELETE.
093700     ADD 1 TO C4700-DELETES-APPLIED.
093800     ADD 1 TO C4700-ROWS-APPLIED.
093900     SUBTRACT 1 FROM C4700-EXPECT-COUNT.
094000     SUBTRACT CUST-CREDIT-LIMIT FROM C4700-EXPECT-LIM-HASH.
094100 3300-APPLY-DELETE-EXIT.
094200     EXIT.
094300*****************************************************************
094400*    3400-APPLY-FIELD-CHANGE - THE OLD VALUE ON THE ROW MUST BE
094500*    WHAT THE MASTER HOLDS NOW; ONLY THEN IS THE NEW VALUE MOVED
094600*    IN AND THE RECORD REWRITTEN, DATED AS THE ROW IS.
094700*****************************************************************
094800 3400-APPLY-FIELD-CHANGE.
094900     PERFORM 3800-READ-JOURNAL-MASTER
095000         THRU 3800-READ-JOURNAL-MASTER-EXIT.
095100     IF NOT C4700-MASTER-FOUND
095200         MOVE SPACES TO C4700-CURRENT-VALUE
095300         MOVE "CHANGE - RECORD NOT ON MASTER"
095400                                  TO C4700-STOP-REASON
095500         PERFORM 3900-REPORT-MISMATCH
095600             THRU 3900-REPORT-MISMATCH-EXIT
095700         GO TO 3400-APPLY-FIELD-CHANGE-EXIT
095800     END-IF.
095900
096000     EVALUATE AUD-FIELD-NAME
096100         WHEN "CUST-NAME"
096200             MOVE CUST-NAME   TO C4700-CURRENT-VALUE
096300         WHEN "STREET-ADDR"
096400             MOVE STREET-ADDR TO C4700-CURRENT-VALUE
096500         WHEN "CITY"
096600             MOVE CITY        TO C4700-CURRENT-VALUE
096700         WHEN "STATE"
096800             MOVE STATE       TO C4700-CURRENT-VALUE
096900         WHEN "ZIP-CODE"
097000             MOVE ZIP-CODE    TO C4700-CURRENT-VALUE
097100         WHEN "CUST-PHONE"
097200             MOVE CUST-PHONE  TO C4700-CURRENT-VALUE
097300         WHEN "CUST-STATUS"
097400             MOVE CUST-STATUS TO C4700-CURRENT-VALUE
097500         WHEN "CUST-BALANCE"
097600             MOVE CUST-BALANCE         TO C4700-AMOUNT-DISPLAY
097700             MOVE C4700-AMOUNT-DISPLAY TO C4700-CURRENT-VALUE
097800         WHEN "CUST-CREDIT-LIMIT"
097900             MOVE CUST-CREDIT-LIMIT    TO C4700-AMOUNT-DISPLAY
098000             MOVE C4700-AMOUNT-DISPLAY TO C4700-CURRENT-VALUE
098100     END-EVALUATE.
098200
098300     IF AUD-FIELD-NAME = "CUST-STATUS"
098400         IF C4700-CURRENT-VALUE (1:1) NOT = AUD-OLD-VALUE (1:1)
098500             MOVE "CHANGE - OLD VALUE NOT ON MASTER"
098600                                      TO C4700-STOP-REASON
098700             PERFORM 3900-REPORT-MISMATCH
098800                 THRU 3900-REPORT-MISMATCH-EXIT
098900             GO TO 3400-APPLY-FIELD-CHANGE-EXIT
099000         END-IF
099100     ELSE
099200         IF C4700-CURRENT-VALUE NOT = AUD-OLD-VALUE
099300             MOVE "CHANGE - OLD VALUE NOT ON MASTER"
099400                                      TO C4700-STOP-REASON
099500             PERFORM 3900-REPORT-MISMATCH
099600                 THRU 3900-REPORT-MISMATCH-EXIT
099700             GO TO 3400-APPLY-FIELD-CHANGE-EXIT
099800         END-IF
099900     END-IF.
100000
100100     EVALUATE AUD-FIELD-NAME
100200         WHEN "CUST-NAME"
100300             MOVE AUD-NEW-VALUE TO CUST-NAME
100400         WHEN "STREET-ADDR"
100500             MOVE AUD-NEW-VALUE TO STREET-ADDR
100600         WHEN "CITY"
100700             MOVE AUD-NEW-VALUE TO CITY
100800         WHEN "STATE"
100900             MOVE AUD-NEW-VALUE TO STATE
101000         WHEN "ZIP-CODE"
101100             MOVE AUD-NEW-VALUE TO ZIP-CODE
101200         WHEN "CUST-PHONE"
101300             MOVE AUD-NEW-VALUE TO CUST-PHONE
101400         WHEN "CUST-STATUS"
101500             MOVE AUD-NEW-VALUE (1:1) TO CUST-STATUS
101600             PERFORM 3470-COUNT-SWEEP-ROW
101700                 THRU 3470-COUNT-SWEEP-ROW-EXIT
101800         WHEN "CUST-BALANCE"
101900             PERFORM 3450-APPLY-BALANCE
102000                 THRU 3450-APPLY-BALANCE-EXIT
102100         WHEN "CUST-CREDIT-LIMIT"
102200             PERFORM 3460-APPLY-CREDIT-LIMIT
102300                 THRU 3460-APPLY-CREDIT-LIMIT-EXIT
102400     END-EVALUATE.
102500     IF C4700-STOPPED
102600         GO TO 3400-APPLY-FIELD-CHANGE-EXIT
102700     END-IF.
102800
102900     MOVE AUD-CHANGE-DATE TO LAST-UPDATE-DATE.
103000     REWRITE CUSTOMER-RECORD
103100         INVALID KEY
103200             MOVE CM-CUSTMAST-STATUS TO C4700-CURRENT-VALUE
103300             MOVE "CHANGE - MASTER REFUSED THE REWRITE"
103400                                      TO C4700-STOP-REASON
103500             PERFORM 3900-REPORT-MISMATCH
103600                 THRU 3900-REPORT-MISMATCH-EXIT
103700             GO TO 3400-APPLY-FIELD-CHANGE-EXIT
103800     END-REWRITE.
103900     ADD 1 TO C4700-ROWS-APPLIED.
104000 3400-APPLY-FIELD-CHANGE-EXIT.
104100     EXIT.
104200*****************************************************************
104300*    3450-APPLY-BALANCE - A CUST0900 ROW IS RE-APPLIED FROM ITS
104400*    POSTHIST POSTING; ANY OTHER BALANCE ROW (CUST0100 CHANGE,
104500*    ADD, DELETE OR MERGE) SETS THE NEW VALUE.
104600*****************************************************************
104700 3450-APPLY-BALANCE.
104800     PERFORM 3500-PARSE-OLD-AND-NEW
104900         THRU 3500-PARSE-OLD-AND-NEW-EXIT.
105000     IF C4700-STOPPED
105100         GO TO 3450-APPLY-BALANCE-EXIT
105200     END-IF.
105300
105400     IF AUD-SOURCE-ID = "CUST0900"
105500         PERFORM 3600-PAIR-POSTING
105600             THRU 3600-PAIR-POSTING-EXIT
105700     ELSE
105800         MOVE C4700-NEW-AMOUNT TO CUST-BALANCE
105900     END-IF.
106000     IF C4700-STOPPED
106100         GO TO 3450-APPLY-BALANCE-EXIT
106200     END-IF.
106300
106400     COMPUTE C4700-EXPECT-BAL-HASH = C4700-EXPECT-BAL-HASH
106500         + C4700-NEW-AMOUNT - C4700-OLD-AMOUNT.
106600 3450-APPLY-BALANCE-EXIT.
106700     EXIT.
106800*****************************************************************
106900*    3460-APPLY-CREDIT-LIMIT
107000*****************************************************************
107100 3460-APPLY-CREDIT-LIMIT.
107200     PERFORM 3500-PARSE-OLD-AND-NEW
107300         THRU 3500-PARSE-OLD-AND-NEW-EXIT.
107400     IF C4700-STOPPED
107500         GO TO 3460-APPLY-CREDIT-LIMIT-EXIT
107600     END-IF.
107700     MOVE C4700-NEW-AMOUNT TO CUST-CREDIT-LIMIT.
107800     COMPUTE C4700-EXPECT-LIM-HASH = C4700-EXPECT-LIM-HASH
107900         + C4700-NEW-AMOUNT - C4700-OLD-AMOUNT.
108000 3460-APPLY-CREDIT-LIMIT-EXIT.
108100     EXIT.
108200*****************************************************************
108300*    3470-COUNT-SWEEP-ROW - TALLIES A RE-APPLIED STATUS ROW
108400*    AGAINST THE SWEEP THAT WROTE IT, FOR THE RUN LOG PROOF.
108500*****************************************************************
108600 3470-COUNT-SWEEP-ROW.
108700     PERFORM 6900-FIND-PROGRAM
108800         THRU 6900-FIND-PROGRAM-EXIT.
108900     IF C4700-PGM-FOUND > ZERO
109000         ADD 1 TO C4700-PGM-ROW-COUNT (C4700-PGM-FOUND)
109100     END-IF.
109200 3470-COUNT-SWEEP-ROW-EXIT.
109300     EXIT.
109400*****************************************************************
109500*    3500-PARSE-OLD-AND-NEW - BOTH AMOUNTS ON AN AMOUNT ROW;
109600*    A VALUE THAT WILL NOT PARSE CANNOT BE APPLIED.
109700*****************************************************************
109800 3500-PARSE-OLD-AND-NEW.
109900     MOVE AUD-OLD-VALUE (1:12) TO C4700-VALUE-PARSE.
110000     PERFORM 3550-PARSE-AMOUNT-VALUE
110100         THRU 3550-PARSE-AMOUNT-VALUE-EXIT.
110200     IF NOT C4700-PARSE-OK
110300         MOVE "OLD AMOUNT ON ROW WILL NOT PARSE"
110400                                  TO C4700-STOP-REASON
110500         PERFORM 3900-REPORT-MISMATCH
110600             THRU 3900-REPORT-MISMATCH-EXIT
110700         GO TO 3500-PARSE-OLD-AND-NEW-EXIT
110800     END-IF.
110900     MOVE C4700-PARSED-VALUE TO C4700-OLD-AMOUNT.
111000
111100     MOVE AUD-NEW-VALUE (1:12) TO C4700-VALUE-PARSE.
111200     PERFORM 3550-PARSE-AMOUNT-VALUE
111300         THRU 3550-PARSE-AMOUNT-VALUE-EXIT.
111400     IF NOT C4700-PARSE-OK
111500         MOVE "NEW AMOUNT ON ROW WILL NOT PARSE"
111600                                  TO C4700-STOP-REASON
111700         PERFORM 3900-REPORT-MISMATCH
111800             THRU 3900-REPORT-MISMATCH-EXIT
111900         GO TO 3500-PARSE-OLD-AND-NEW-EXIT
112000     END-IF.
112100     MOVE C4700-PARSED-VALUE TO C4700-NEW-AMOUNT.
112200 3500-PARSE-OLD-AND-NEW-EXIT.
112300     EXIT.
112400*****************************************************************
112500*    3550-PARSE-AMOUNT-VALUE - TURNS THE EDITED AUDIT VALUE
112600*    (SIGN, EIGHT DIGITS, POINT, TWO DECIMALS) BACK INTO A
112700*    SIGNED AMOUNT, AS CUST2100 DOES.
112800*****************************************************************
112900 3550-PARSE-AMOUNT-VALUE.
113000     MOVE "N" TO C4700-PARSE-OK-SW.
113100     IF C4700-VP-INT IS NOT NUMERIC
113200       OR C4700-VP-DEC IS NOT NUMERIC
113300         GO TO 3550-PARSE-AMOUNT-VALUE-EXIT
113400     END-IF.
113500     MOVE C4700-VP-INT TO C4700-VP-INT-NUM.
113600     MOVE C4700-VP-DEC TO C4700-VP-DEC-NUM.
113700     COMPUTE C4700-PARSED-VALUE =
113800         C4700-VP-INT-NUM + C4700-VP-DEC-NUM / 100.
113900     IF C4700-VP-SIGN = "-"
114000         COMPUTE C4700-PARSED-VALUE = ZERO - C4700-PARSED-VALUE
114100     END-IF.
114200     MOVE "Y" TO C4700-PARSE-OK-SW.
114300 3550-PARSE-AMOUNT-VALUE-EXIT.
114400     EXIT.
114500*****************************************************************
114600*    3600-PAIR-POSTING - FINDS THE CUSTOMER'S POSTHIST POSTING,
114700*    NOT YET USED, WHOSE BALANCE BEFORE AND AFTER ARE THE ROW'S
114800*    OLD AND NEW VALUES, AND RE-APPLIES ITS AMOUNT AS CUST0900
114900*    DID: A DEBIT ADDS, A CREDIT SUBTRACTS.
115000*****************************************************************
115100 3600-PAIR-POSTING.
115200     MOVE "N" TO C4700-POSTING-FOUND-SW.
115300     MOVE "N" TO C4700-HISTORY-EOF-SW.
115400     MOVE AUD-CUST-ID TO PSH-CUST-ID.
115500     MOVE LOW-VALUES  TO PSH-POST-DATE.
115600     MOVE ZERO        TO PSH-SEQUENCE-NO.
115700     START POSTING-HISTORY-FILE KEY IS NOT LESS THAN PSH-KEY
115800         INVALID KEY
115900             MOVE "Y" TO C4700-HISTORY-EOF-SW
116000     END-START.
116100     PERFORM 3610-CHECK-ONE-POSTING
116200         THRU 3610-CHECK-ONE-POSTING-EXIT
116300         UNTIL C4700-HISTORY-EOF
116400            OR C4700-POSTING-FOUND.
116500
116600     IF NOT C4700-POSTING-FOUND
116700         MOVE "NO UNUSED POSTHIST POSTING FOR ROW"
116800                                  TO C4700-STOP-REASON
116900         PERFORM 3900-REPORT-MISMATCH
117000             THRU 3900-REPORT-MISMATCH-EXIT
117100         GO TO 3600-PAIR-POSTING-EXIT
117200     END-IF.
117300     IF C4700-CLAIM-COUNT NOT < 500
117400         MOVE "OVER 500 POSTINGS FOR ONE CUSTOMER"
117500                                  TO C4700-STOP-REASON
117600         PERFORM 3900-REPORT-MISMATCH
117700             THRU 3900-REPORT-MISMATCH-EXIT
117800         GO TO 3600-PAIR-POSTING-EXIT
117900     END-IF.
118000     ADD 1 TO C4700-CLAIM-COUNT.
118100     MOVE PSH-KEY TO C4700-CLAIM-KEY (C4700-CLAIM-COUNT).
118200
118300     EVALUATE TRUE
118400         WHEN PSH-DEBIT
118500             ADD PSH-AMOUNT TO CUST-BALANCE
118600         WHEN PSH-CREDIT
118700             SUBTRACT PSH-AMOUNT FROM CUST-BALANCE
118800         WHEN OTHER
118900             MOVE "POSTING HAS NO DEBIT/CREDIT CODE"
119000                                      TO C4700-STOP-REASON
119100             PERFORM 3900-REPORT-MISMATCH
119200                 THRU 3900-REPORT-MISMATCH-EXIT
119300             GO TO 3600-PAIR-POSTING-EXIT
119400     END-EVALUATE.
119500     IF CUST-BALANCE NOT = C4700-NEW-AMOUNT
119600         MOVE CUST-BALANCE         TO C4700-AMOUNT-DISPLAY
119700         MOVE C4700-AMOUNT-DISPLAY TO C4700-CURRENT-VALUE
119800         MOVE "POSTING AMOUNT GIVES ANOTHER BALANCE"
119900                                  TO C4700-STOP-REASON
120000         PERFORM 3900-REPORT-MISMATCH
120100             THRU 3900-REPORT-MISMATCH-EXIT
120200         GO TO 3600-PAIR-POSTING-EXIT
120300     END-IF.
120400     ADD 1 TO C4700-POSTINGS-APPLIED.
120500 3600-PAIR-POSTING-EXIT.
120600     EXIT.
120700*****************************************************************
120800*    3610-CHECK-ONE-POSTING
120900*****************************************************************
121000 3610-CHECK-ONE-POSTING.
121100     READ POSTING-HISTORY-FILE NEXT RECORD
121200         AT END
121300             MOVE "Y" TO C4700-HISTORY-EOF-SW
121400     END-READ.
121500     IF C4700-HISTORY-EOF
121600         GO TO 3610-CHECK-ONE-POSTING-EXIT
121700     END-IF.
121800     IF PSH-CUST-ID NOT = AUD-CUST-ID
121900         MOVE "Y" TO C4700-HISTORY-EOF-SW
122000         GO TO 3610-CHECK-ONE-POSTING-EXIT
122100     END-IF.
122200     IF PSH-OLD-BALANCE NOT = C4700-OLD-AMOUNT
122300       OR PSH-NEW-BALANCE NOT = C4700-NEW-AMOUNT
122400         GO TO 3610-CHECK-ONE-POSTING-EXIT
122500     END-IF.
122600
122700     MOVE "N" TO C4700-CLAIMED-SW.
122800     MOVE 1   TO C4700-CLAIM-SUB.
122900     PERFORM 3620-CHECK-ONE-CLAIM
123000         THRU 3620-CHECK-ONE-CLAIM-EXIT
123100         UNTIL C4700-CLAIM-SUB > C4700-CLAIM-COUNT
123200            OR C4700-ALREADY-CLAIMED.
123300     IF NOT C4700-ALREADY-CLAIMED
123400         MOVE "Y" TO C4700-POSTING-FOUND-SW
123500     END-IF.
123600 3610-CHECK-ONE-POSTING-EXIT.
123700     EXIT.
123800*****************************************************************
123900*    3620-CHECK-ONE-CLAIM
124000*****************************************************************
124100 3620-CHECK-ONE-CLAIM.
124200     IF C4700-CLAIM-KEY (C4700-CLAIM-SUB) = PSH-KEY
124300         MOVE "Y" TO C4700-CLAIMED-SW
124400     END-IF.
124500     ADD 1 TO C4700-CLAIM-SUB.
124600 3620-CHECK-ONE-CLAIM-EXIT.
124700     EXIT.
124800*****************************************************************
124900*    3800-READ-JOURNAL-MASTER - THE MASTER RECORD THE CURRENT
125000*    JOURNAL ROW BELONGS TO.
125100*****************************************************************
125200 3800-READ-JOURNAL-MASTER.
125300     MOVE AUD-CUST-ID TO CUST-ID.
125400     READ CUSTOMER-MASTER-FILE
125500         INVALID KEY
125600             MOVE "N" TO C4700-FOUND-SW
125700         NOT INVALID KEY
125800             MOVE "Y" TO C4700-FOUND-SW
125900     END-READ.
126000 3800-READ-JOURNAL-MASTER-EXIT.
126100     EXIT.
126200*****************************************************************
126300*    3900-REPORT-MISMATCH - THE CALLER SETS C4700-STOP-REASON
126400*    AND C4700-CURRENT-VALUE (WHAT THE MASTER HOLDS).  THE ROW
126500*    IS PRINTED AND NOTHING FURTHER IS APPLIED.
126600*****************************************************************
126700 3900-REPORT-MISMATCH.
126800     MOVE "Y" TO C4700-STOP-SW.
126900     MOVE "N" TO C4700-RECOVERY-OK-SW.
127000
127100     MOVE "JOURNAL ROW DOES NOT LINE UP - RECOVERY STOPPED"
127200                                  TO SC-TITLE.
127300     PERFORM 8120-WRITE-SECTION-LINE
127400         THRU 8120-WRITE-SECTION-LINE-EXIT.
127500     MOVE AUD-CUST-ID     TO SP-CUST-ID.
127600     MOVE AUD-SEQUENCE-NO TO SP-SEQUENCE.
127700     MOVE AUD-FIELD-NAME  TO SP-FIELD.
127800     MOVE AUD-SOURCE-ID   TO SP-SOURCE.
127900     MOVE AUD-CHANGE-DATE TO SP-DATE.
128000     MOVE AUD-CHANGE-TIME TO SP-TIME.
128100     MOVE C4700-STOP-LINE-1 TO RECOVERY-REPORT-LINE.
128200     WRITE RECOVERY-REPORT-LINE.
128300
128400     MOVE "JOURNAL OLD VALUE  : " TO SV-LABEL.
128500     MOVE AUD-OLD-VALUE           TO SV-VALUE.
128600     PERFORM 8160-WRITE-VALUE-LINE
128700         THRU 8160-WRITE-VALUE-LINE-EXIT.
128800     MOVE "JOURNAL NEW VALUE  : " TO SV-LABEL.
128900     MOVE AUD-NEW-VALUE           TO SV-VALUE.
129000     PERFORM 8160-WRITE-VALUE-LINE
129100         THRU 8160-WRITE-VALUE-LINE-EXIT.
129200     MOVE "ON MASTER NOW      : " TO SV-LABEL.
129300     MOVE C4700-CURRENT-VALUE     TO SV-VALUE.
129400     PERFORM 8160-WRITE-VALUE-LINE
129500         THRU 8160-WRITE-VALUE-LINE-EXIT.
129600     MOVE "REASON             : " TO SV-LABEL.
129700     MOVE C4700-STOP-REASON       TO SV-VALUE.
129800     PERFORM 8160-WRITE-VALUE-LINE
129900         THRU 8160-WRITE-VALUE-LINE-EXIT.
130000
130100     DISPLAY "CUST4700 - RECOVERY STOPPED AT " AUD-CUST-ID
130200         " SEQ " AUD-SEQUENCE-NO ": " C4700-STOP-REASON.
130300 3900-REPORT-MISMATCH-EXIT.
130400     EXIT.
130500*****************************************************************
130600*    4000-PROVE-POSTINGS - EVERY POSTING MADE AFTER THE BACKUP
130700*    MUST HAVE THE CUST0900 BALANCE ROW IT WAS APPLIED UNDER; A
130800*    POSTING WITHOUT ONE NEVER REACHED THE RECOVERED MASTER.
130810*    POSTHIST CARRIES NO TIME, SO A POSTING DATED THE DAY OF THE
130820*    BACKUP IS PLACED BY ITS ROW (3150-CLASSIFY-ROW).
130900*****************************************************************
131000 4000-PROVE-POSTINGS.
131100     MOVE "POSTHIST POSTINGS SINCE THE BACKUP" TO SC-TITLE.
131200     PERFORM 8120-WRITE-SECTION-LINE
131300         THRU 8120-WRITE-SECTION-LINE-EXIT.
131400
131500     MOVE "N"        TO C4700-HISTORY-EOF-SW.
131600     MOVE LOW-VALUES TO PSH-KEY.
131700     START POSTING-HISTORY-FILE KEY IS NOT LESS THAN PSH-KEY
131800         INVALID KEY
131900             MOVE "Y" TO C4700-HISTORY-EOF-SW
132000     END-START.
132100     PERFORM 4100-PROVE-ONE-POSTING
132200         THRU 4100-PROVE-ONE-POSTING-EXIT
132300         UNTIL C4700-HISTORY-EOF.
132400 4000-PROVE-POSTINGS-EXIT.
132500     EXIT.
132600*****************************************************************
132700*    4100-PROVE-ONE-POSTING - THE AUDIT BROWSE MOVES NOTHING ON
132800*    POSTHIST, SO THE SEQUENTIAL READ CARRIES ON WHERE IT WAS.
132810*    A POSTING WHOSE ROW IS BEFORE THE BACKUP WAS ON THE BACKUP
132820*    AND IS NOT COUNTED.
132900*****************************************************************
133000 4100-PROVE-ONE-POSTING.
133100     READ POSTING-HISTORY-FILE NEXT RECORD
133200         AT END
133300             MOVE "Y" TO C4700-HISTORY-EOF-SW
133400     END-READ.
133500     IF C4700-HISTORY-EOF
133600         GO TO 4100-PROVE-ONE-POSTING-EXIT
133700     END-IF.
133800     IF PSH-POST-DATE < C4700-CUTOFF-DATE
133900         GO TO 4100-PROVE-ONE-POSTING-EXIT
134000     END-IF.
134200
134300     MOVE "N" TO C4700-ROW-FOUND-SW.
134350     MOVE "N" TO C4700-CARRY-SW.
134400     MOVE "N" TO C4700-BROWSE-EOF-SW.
134500     MOVE PSH-CUST-ID TO AUD-CUST-ID.
134600     MOVE ZERO        TO AUD-SEQUENCE-NO.
134700     START CUSTOMER-AUDIT-FILE KEY IS NOT LESS THAN AUD-KEY
134800         INVALID KEY
134900             MOVE "Y" TO C4700-BROWSE-EOF-SW
135000     END-START.
135100     PERFORM 4150-CHECK-ONE-POSTING-ROW
135200         THRU 4150-CHECK-ONE-POSTING-ROW-EXIT
135300         UNTIL C4700-BROWSE-EOF
135400            OR C4700-ROW-FOUND.
135500     IF C4700-ROW-FOUND
135510       AND C4700-ROW-BEFORE-BACKUP
135600         GO TO 4100-PROVE-ONE-POSTING-EXIT
135700     END-IF.
135710     ADD 1 TO C4700-POSTINGS-CHECKED.
135720     IF C4700-ROW-FOUND
135730         GO TO 4100-PROVE-ONE-POSTING-EXIT
135740     END-IF.
135800
135900     ADD 1 TO C4700-POSTINGS-UNMATCHED.
136000     MOVE "N" TO C4700-RECOVERY-OK-SW.
136100     MOVE PSH-CUST-ID      TO PL-CUST-ID.
136200     MOVE PSH-POST-DATE    TO PL-POST-DATE.
136300     MOVE PSH-SEQUENCE-NO  TO PL-SEQUENCE.
136400     MOVE PSH-DC-CODE      TO PL-DC-CODE.
136500     MOVE PSH-AMOUNT       TO PL-AMOUNT.
136600     MOVE "NOT ON THE AUDIT HISTORY" TO PL-REMARK.
136700     MOVE C4700-POSTING-LINE TO RECOVERY-REPORT-LINE.
136800     WRITE RECOVERY-REPORT-LINE.
136900 4100-PROVE-ONE-POSTING-EXIT.
137000     EXIT.
137100*****************************************************************
137200*    4150-CHECK-ONE-POSTING-ROW - EVERY ROW IS CLASSIFIED SO A
137250*    MERGE'S CARRIED ROWS ARE KNOWN AND PASSED OVER.
137300*****************************************************************
137400 4150-CHECK-ONE-POSTING-ROW.
137500     READ CUSTOMER-AUDIT-FILE NEXT RECORD
137600         AT END
137700             MOVE "Y" TO C4700-BROWSE-EOF-SW
137800     END-READ.
137900     IF C4700-BROWSE-EOF
138000         GO TO 4150-CHECK-ONE-POSTING-ROW-EXIT
138100     END-IF.
138200     IF AUD-CUST-ID NOT = PSH-CUST-ID
138300         MOVE "Y" TO C4700-BROWSE-EOF-SW
138400         GO TO 4150-CHECK-ONE-POSTING-ROW-EXIT
138500     END-IF.
138510     PERFORM 3150-CLASSIFY-ROW
138520         THRU 3150-CLASSIFY-ROW-EXIT.
138600     IF AUD-FIELD-NAME NOT = "CUST-BALANCE"
138700       OR AUD-SOURCE-ID NOT = "CUST0900"
138750       OR C4700-ROW-CARRIED
138800         GO TO 4150-CHECK-ONE-POSTING-ROW-EXIT
138900     END-IF.
139000
139100     MOVE AUD-OLD-VALUE (1:12) TO C4700-VALUE-PARSE.
139200     PERFORM 3550-PARSE-AMOUNT-VALUE
139300         THRU 3550-PARSE-AMOUNT-VALUE-EXIT.
139400     IF NOT C4700-PARSE-OK
139500       OR C4700-PARSED-VALUE NOT = PSH-OLD-BALANCE
139600         GO TO 4150-CHECK-ONE-POSTING-ROW-EXIT
139700     END-IF.
139800     MOVE AUD-NEW-VALUE (1:12) TO C4700-VALUE-PARSE.
139900     PERFORM 3550-PARSE-AMOUNT-VALUE
140000         THRU 3550-PARSE-AMOUNT-VALUE-EXIT.
140100     IF C4700-PARSE-OK
140200       AND C4700-PARSED-VALUE = PSH-NEW-BALANCE
140300         MOVE "Y" TO C4700-ROW-FOUND-SW
140400     END-IF.
140500 4150-CHECK-ONE-POSTING-ROW-EXIT.
140600     EXIT.
140700*****************************************************************
140800*    5000-PROVE-MASTER - THE CUST2100 RECONCILIATION, WITH THE
140900*    BACKUP AS THE OPENING SNAPSHOT AND THE AUDIT HISTORY SINCE
141000*    THE BACKUP AS THE MOVEMENT, PLUS COUNT AND HASH TOTALS OF
141100*    THE RECOVERED MASTER AGAINST THE BACKUP TRAILER MOVED ON
141200*    BY THE ROWS APPLIED.
141300*****************************************************************
141400 5000-PROVE-MASTER.
141500     MOVE "RECOVERED MASTER VS BACKUP AND AUDIT HISTORY"
141600                                  TO SC-TITLE.
141700     PERFORM 8120-WRITE-SECTION-LINE
141800         THRU 8120-WRITE-SECTION-LINE-EXIT.
141900     MOVE C4700-BREAK-HEADING TO RECOVERY-REPORT-LINE.
142000     WRITE RECOVERY-REPORT-LINE.
142100
142200     CLOSE BACKUP-IN-FILE.
142300     OPEN INPUT BACKUP-IN-FILE.
142400     MOVE "N" TO C4700-BACKUP-EOF-SW.
142500     PERFORM 5900-READ-BACKUP-DETAIL
142600         THRU 5900-READ-BACKUP-DETAIL-EXIT.
142700
142800     MOVE "N"        TO C4700-MASTER-EOF-SW.
142900     MOVE LOW-VALUES TO CUST-ID.
143000     START CUSTOMER-MASTER-FILE KEY IS NOT LESS THAN CUST-ID
143100         INVALID KEY
143200             MOVE "Y" TO C4700-MASTER-EOF-SW
143300             MOVE HIGH-VALUES TO C4700-MASTER-KEY
143400     END-START.
143500     IF NOT C4700-MASTER-EOF
143600         PERFORM 5800-READ-NEXT-MASTER
143700             THRU 5800-READ-NEXT-MASTER-EXIT
143800     END-IF.
143900
144000     PERFORM 5100-MATCH-ONE-CUSTOMER
144100         THRU 5100-MATCH-ONE-CUSTOMER-EXIT
144200         UNTIL C4700-MASTER-EOF AND C4700-BACKUP-EOF.
144300
144400     MOVE "RECOVERED RECORD COUNT      : " TO CT-LABEL.
144500     MOVE C4700-RECOVERED-COUNT TO CT-COUNT.
144600     PERFORM 8130-WRITE-COUNT-LINE
144700         THRU 8130-WRITE-COUNT-LINE-EXIT.
144800     MOVE "RECOVERED BALANCE HASH      : " TO HS-LABEL.
144900     MOVE C4700-RECOVERED-BAL-HASH TO HS-HASH.
145000     PERFORM 8140-WRITE-HASH-LINE
145100         THRU 8140-WRITE-HASH-LINE-EXIT.
145200     MOVE "RECOVERED CREDIT LIMIT HASH : " TO HS-LABEL.
145300     MOVE C4700-RECOVERED-LIM-HASH TO HS-HASH.
145400     PERFORM 8140-WRITE-HASH-LINE
145500         THRU 8140-WRITE-HASH-LINE-EXIT.
145600
145700     MOVE "TOTALS VS TRAILER + JOURNAL : " TO CK-LABEL.
145800     IF C4700-RECOVERED-COUNT = C4700-EXPECT-COUNT
145900       AND C4700-RECOVERED-BAL-HASH = C4700-EXPECT-BAL-HASH
146000       AND C4700-RECOVERED-LIM-HASH = C4700-EXPECT-LIM-HASH
146100         MOVE "MATCH"    TO CK-RESULT
146200     ELSE
146300         MOVE "MISMATCH" TO CK-RESULT
146400         MOVE "N" TO C4700-RECOVERY-OK-SW
146500     END-IF.
146600     PERFORM 8110-WRITE-CHECK-LINE
146700         THRU 8110-WRITE-CHECK-LINE-EXIT.
146800 5000-PROVE-MASTER-EXIT.
146900     EXIT.
147000*****************************************************************
147100*    5100-MATCH-ONE-CUSTOMER - THE CUST2100 TWO-FILE MATCH ON
147200*    CUST-ID: MASTER ONLY = ADDED SINCE THE BACKUP, BACKUP ONLY
147300*    = DELETED SINCE THE BACKUP, BOTH = NORMAL CASE.
147400*****************************************************************
147500 5100-MATCH-ONE-CUSTOMER.
147600     MOVE "N" TO C4700-ADD-SEEN-SW.
147700     MOVE "N" TO C4700-DELETE-SEEN-SW.
147800     EVALUATE TRUE
147900         WHEN C4700-MASTER-KEY < C4700-BACKUP-KEY
148000             MOVE C4700-MASTER-KEY TO C4700-WORK-CUST-ID
148100             MOVE ZERO             TO C4700-BACKUP-BALANCE
148200             MOVE CUST-BALANCE     TO C4700-ACTUAL-BALANCE
148300             PERFORM 5200-RECONCILE-ONE-ACCOUNT
148400                 THRU 5200-RECONCILE-ONE-ACCOUNT-EXIT
148500             IF NOT C4700-ADD-SEEN
148600                 MOVE "NOT ON BACKUP - NO ADD ROW" TO BK-REMARK
148700                 PERFORM 5250-WRITE-BREAK-LINE
148800                     THRU 5250-WRITE-BREAK-LINE-EXIT
148900             END-IF
149000             PERFORM 5800-READ-NEXT-MASTER
149100                 THRU 5800-READ-NEXT-MASTER-EXIT
149200         WHEN C4700-MASTER-KEY > C4700-BACKUP-KEY
149300             MOVE C4700-BACKUP-KEY TO C4700-WORK-CUST-ID
149400             MOVE UNL-CUST-BALANCE TO C4700-BACKUP-BALANCE
149500             MOVE ZERO             TO C4700-ACTUAL-BALANCE
149600             PERFORM 5200-RECONCILE-ONE-ACCOUNT
149700                 THRU 5200-RECONCILE-ONE-ACCOUNT-EXIT
149800             IF NOT C4700-DELETE-SEEN
149900                 MOVE "NOT ON MASTER - NO DELETE ROW"
150000                                          TO BK-REMARK
150100                 PERFORM 5250-WRITE-BREAK-LINE
150200                     THRU 5250-WRITE-BREAK-LINE-EXIT
150300             END-IF
150400             PERFORM 5900-READ-BACKUP-DETAIL
150500                 THRU 5900-READ-BACKUP-DETAIL-EXIT
150600         WHEN OTHER
150700             MOVE C4700-MASTER-KEY TO C4700-WORK-CUST-ID
150800             MOVE UNL-CUST-BALANCE TO C4700-BACKUP-BALANCE
150900             MOVE CUST-BALANCE     TO C4700-ACTUAL-BALANCE
151000             PERFORM 5200-RECONCILE-ONE-ACCOUNT
151100                 THRU 5200-RECONCILE-ONE-ACCOUNT-EXIT
151200             PERFORM 5800-READ-NEXT-MASTER
151300                 THRU 5800-READ-NEXT-MASTER-EXIT
151400             PERFORM 5900-READ-BACKUP-DETAIL
151500                 THRU 5900-READ-BACKUP-DETAIL-EXIT
151600     END-EVALUATE.
151700 5100-MATCH-ONE-CUSTOMER-EXIT.
151800     EXIT.
151900*****************************************************************
152000*    5200-RECONCILE-ONE-ACCOUNT - BACKUP BALANCE PLUS THE
152100*    AUDITED MOVEMENT SINCE THE BACKUP MUST BE THE RECOVERED
152200*    BALANCE.  A DELETED ACCOUNT WAS ZEROED FIRST, SO IT TOO
152300*    MUST COME TO ZERO.
152400*****************************************************************
152500 5200-RECONCILE-ONE-ACCOUNT.
152600     ADD 1 TO C4700-ACCOUNTS-CHECKED.
152700     PERFORM 5300-SUM-MOVEMENT
152800         THRU 5300-SUM-MOVEMENT-EXIT.
152900
153000     COMPUTE C4700-EXPECTED-BALANCE =
153100         C4700-BACKUP-BALANCE + C4700-MOVEMENT-SUM.
153200     COMPUTE C4700-DIFFERENCE =
153300         C4700-ACTUAL-BALANCE - C4700-EXPECTED-BALANCE.
153400
153500     IF C4700-DIFFERENCE = ZERO
153600         ADD 1 TO C4700-ACCOUNTS-IN-BALANCE
153700         GO TO 5200-RECONCILE-ONE-ACCOUNT-EXIT
153800     END-IF.
153900
154000     ADD C4700-DIFFERENCE TO C4700-NET-DIFFERENCE.
154100     MOVE "OUT OF BALANCE" TO BK-REMARK.
154200     PERFORM 5250-WRITE-BREAK-LINE
154300         THRU 5250-WRITE-BREAK-LINE-EXIT.
154400 5200-RECONCILE-ONE-ACCOUNT-EXIT.
154500     EXIT.
154600*****************************************************************
154700*    5250-WRITE-BREAK-LINE - CALLER SETS BK-REMARK.
154800*****************************************************************
154900 5250-WRITE-BREAK-LINE.
155000     ADD 1 TO C4700-ACCOUNTS-OUT.
155100     MOVE "N" TO C4700-RECOVERY-OK-SW.
155200     MOVE C4700-WORK-CUST-ID     TO BK-CUST-ID.
155300     MOVE C4700-BACKUP-BALANCE   TO BK-BACKUP.
155400     MOVE C4700-MOVEMENT-SUM     TO BK-MOVEMENT.
155500     MOVE C4700-EXPECTED-BALANCE TO BK-EXPECTED.
155600     MOVE C4700-ACTUAL-BALANCE   TO BK-ACTUAL.
155700     MOVE C4700-DIFFERENCE       TO BK-DIFFERENCE.
155800     MOVE C4700-BREAK-LINE TO RECOVERY-REPORT-LINE.
155900     WRITE RECOVERY-REPORT-LINE.
156000 5250-WRITE-BREAK-LINE-EXIT.
156100     EXIT.
156200*****************************************************************
156300*    5300-SUM-MOVEMENT - BROWSES THE CUSTOMER'S AUDIT HISTORY
156400*    AND SUMS NEW MINUS OLD OVER THE CUST-BALANCE ROWS SINCE
156500*    THE BACKUP, LEAVING OUT ROWS A MERGE CARRIED, AND NOTES
156600*    ANY ADD OR DELETE ROW SINCE THE BACKUP.
156700*****************************************************************
156800 5300-SUM-MOVEMENT.
156900     MOVE ZERO TO C4700-MOVEMENT-SUM.
157000     MOVE "N"  TO C4700-CARRY-SW.
157100     MOVE "N"  TO C4700-BROWSE-EOF-SW.
157200     MOVE C4700-WORK-CUST-ID TO AUD-CUST-ID.
157300     MOVE ZERO TO AUD-SEQUENCE-NO.
157400     START CUSTOMER-AUDIT-FILE KEY IS NOT LESS THAN AUD-KEY
157500         INVALID KEY
157600             MOVE "Y" TO C4700-BROWSE-EOF-SW
157700     END-START.
157800     PERFORM 5310-CHECK-ONE-MOVEMENT-ROW
157900         THRU 5310-CHECK-ONE-MOVEMENT-ROW-EXIT
158000         UNTIL C4700-BROWSE-EOF.
158100 5300-SUM-MOVEMENT-EXIT.
158200     EXIT.
158300*****************************************************************
158400*    5310-CHECK-ONE-MOVEMENT-ROW
158500*****************************************************************
158600 5310-CHECK-ONE-MOVEMENT-ROW.
158700     READ CUSTOMER-AUDIT-FILE NEXT RECORD
158800         AT END
158900             MOVE "Y" TO C4700-BROWSE-EOF-SW
159000     END-READ.
159100     IF C4700-BROWSE-EOF
159200         GO TO 5310-CHECK-ONE-MOVEMENT-ROW-EXIT
159300     END-IF.
159400     IF AUD-CUST-ID NOT = C4700-WORK-CUST-ID
159500         MOVE "Y" TO C4700-BROWSE-EOF-SW
159600         GO TO 5310-CHECK-ONE-MOVEMENT-ROW-EXIT
159700     END-IF.
159800     PERFORM 3150-CLASSIFY-ROW
159900         THRU 3150-CLASSIFY-ROW-EXIT.
160000     IF NOT C4700-ROW-TO-APPLY
160100         GO TO 5310-CHECK-ONE-MOVEMENT-ROW-EXIT
160200     END-IF.
160300
160400     IF AUD-FIELD-NAME = "RECORD"
160500         MOVE "Y" TO C4700-DELETE-SEEN-SW
160600         GO TO 5310-CHECK-ONE-MOVEMENT-ROW-EXIT
160700     END-IF.
160800     IF AUD-FIELD-NAME = "RECORD ADDED"
160900         MOVE "Y" TO C4700-ADD-SEEN-SW
161000         GO TO 5310-CHECK-ONE-MOVEMENT-ROW-EXIT
161100     END-IF.
161200     IF AUD-FIELD-NAME NOT = "CUST-BALANCE"
161300         GO TO 5310-CHECK-ONE-MOVEMENT-ROW-EXIT
161400     END-IF.
161500
161600     MOVE AUD-NEW-VALUE (1:12) TO C4700-VALUE-PARSE.
161700     PERFORM 3550-PARSE-AMOUNT-VALUE
161800         THRU 3550-PARSE-AMOUNT-VALUE-EXIT.
161900     IF C4700-PARSE-OK
162000         ADD C4700-PARSED-VALUE TO C4700-MOVEMENT-SUM
162100     END-IF.
162200     MOVE AUD-OLD-VALUE (1:12) TO C4700-VALUE-PARSE.
162300     PERFORM 3550-PARSE-AMOUNT-VALUE
162400         THRU 3550-PARSE-AMOUNT-VALUE-EXIT.
162500     IF C4700-PARSE-OK
162600         SUBTRACT C4700-PARSED-VALUE FROM C4700-MOVEMENT-SUM
162700     END-IF.
162800 5310-CHECK-ONE-MOVEMENT-ROW-EXIT.
162900     EXIT.
163000*****************************************************************
163100*    5800-READ-NEXT-MASTER - ALSO TOTALS THE RECOVERED FILE.  A
163200*    RECORD WITH NO STATUS CODE IS AN ADD WHOSE OPENING VALUES
163300*    WERE NEVER JOURNALED, AND CANNOT BE TRUSTED.
163400*****************************************************************
163500 5800-READ-NEXT-MASTER.
163600     READ CUSTOMER-MASTER-FILE NEXT RECORD
163700         AT END
163800             MOVE "Y" TO C4700-MASTER-EOF-SW
163900             MOVE HIGH-VALUES TO C4700-MASTER-KEY
164000             GO TO 5800-READ-NEXT-MASTER-EXIT
164100     END-READ.
164200     MOVE CUST-ID TO C4700-MASTER-KEY.
164300     ADD 1                 TO C4700-RECOVERED-COUNT.
164400     ADD CUST-BALANCE      TO C4700-RECOVERED-BAL-HASH.
164500     ADD CUST-CREDIT-LIMIT TO C4700-RECOVERED-LIM-HASH.
164600
164700     IF CUST-STATUS = SPACE
164800         MOVE CUST-ID      TO C4700-WORK-CUST-ID
164900         MOVE ZERO         TO C4700-BACKUP-BALANCE
165000                              C4700-MOVEMENT-SUM
165100                              C4700-EXPECTED-BALANCE
165200                              C4700-DIFFERENCE
165300         MOVE CUST-BALANCE TO C4700-ACTUAL-BALANCE
165400         MOVE "NO STATUS - ADD NOT JOURNALED" TO BK-REMARK
165500         PERFORM 5250-WRITE-BREAK-LINE
165600             THRU 5250-WRITE-BREAK-LINE-EXIT
165700     END-IF.
165800 5800-READ-NEXT-MASTER-EXIT.
165900     EXIT.
166000*****************************************************************
166100*    5900-READ-BACKUP-DETAIL - THE TRAILER ENDS THE BACKUP SIDE
166200*    OF THE MATCH.
166300*****************************************************************
166400 5900-READ-BACKUP-DETAIL.
166500     PERFORM 2900-READ-NEXT-BACKUP
166600         THRU 2900-READ-NEXT-BACKUP-EXIT.
166700     IF NOT C4700-BACKUP-EOF
166800         IF UNL-TRAILER
166900             MOVE "Y" TO C4700-BACKUP-EOF-SW
167000         END-IF
167100     END-IF.
167200     IF C4700-BACKUP-EOF
167300         MOVE HIGH-VALUES TO C4700-BACKUP-KEY
167400     ELSE
167500         MOVE UNL-CUST-ID TO C4700-BACKUP-KEY
167600     END-IF.
167700 5900-READ-BACKUP-DETAIL-EXIT.
167800     EXIT.
167900*****************************************************************
168000*    6000-PROVE-RUN-LOG - LISTS EVERY RUNLOG ROW WRITTEN SINCE
168100*    THE BACKUP, AND FOR THE SWEEPS ON C4700-PROGRAM-TABLE
168200*    PROVES THEIR RECORDS-UPDATED TOTALS AGAINST THE STATUS
168300*    ROWS RE-APPLIED.  EARLIER RUNS OF THIS PROGRAM ARE LEFT
168400*    OUT.  WITH NO RUN LOG THERE IS NOTHING TO PROVE AGAINST,
168500*    AND THE RECOVERY IS NOT CALLED GOOD.
168600*****************************************************************
168700 6000-PROVE-RUN-LOG.
168800     MOVE "RUN LOG SINCE THE BACKUP" TO SC-TITLE.
168900     PERFORM 8120-WRITE-SECTION-LINE
169000         THRU 8120-WRITE-SECTION-LINE-EXIT.
169100
169200     OPEN INPUT RUN-LOG-FILE.
169300     IF CM-RUNLOG-STATUS NOT = "00"
169400         MOVE "RUN LOG                     : " TO CK-LABEL
169500         MOVE "NOT AVAILABLE - NOT PROVED" TO CK-RESULT
169600         MOVE "N" TO C4700-RECOVERY-OK-SW
169700         PERFORM 8110-WRITE-CHECK-LINE
169800             THRU 8110-WRITE-CHECK-LINE-EXIT
169900         GO TO 6000-PROVE-RUN-LOG-EXIT
170000     END-IF.
170100     MOVE C4700-LOG-HEADING TO RECOVERY-REPORT-LINE.
170200     WRITE RECOVERY-REPORT-LINE.
170300
170400     MOVE "N" TO C4700-LOG-EOF-SW.
170500     PERFORM 6100-CHECK-ONE-LOG-ROW
170600         THRU 6100-CHECK-ONE-LOG-ROW-EXIT
170700         UNTIL C4700-LOG-EOF.
170800     CLOSE RUN-LOG-FILE.
170900
171000     MOVE 1 TO C4700-PGM-SUB.
171100     PERFORM 6200-COMPARE-ONE-PROGRAM
171200         THRU 6200-COMPARE-ONE-PROGRAM-EXIT
171300         UNTIL C4700-PGM-SUB > 6.
171400 6000-PROVE-RUN-LOG-EXIT.
171500     EXIT.
171600*****************************************************************
171700*    6100-CHECK-ONE-LOG-ROW
171800*****************************************************************
171900 6100-CHECK-ONE-LOG-ROW.
172000     READ RUN-LOG-FILE
172100         AT END
172200             MOVE "Y" TO C4700-LOG-EOF-SW
172300     END-READ.
172400     IF C4700-LOG-EOF
172500         GO TO 6100-CHECK-ONE-LOG-ROW-EXIT
172600     END-IF.
172700     MOVE RNL-RUN-DATE TO C4700-LOG-DATE.
172800     MOVE RNL-RUN-TIME TO C4700-LOG-TIME.
172900     IF C4700-LOG-STAMP NOT > C4700-CUTOFF-STAMP
173000       OR RNL-PROGRAM-ID = "CUST4700"
173100         GO TO 6100-CHECK-ONE-LOG-ROW-EXIT
173200     END-IF.
173300
173400     ADD 1 TO C4700-LOG-ROWS-LISTED.
173500     MOVE RNL-PROGRAM-ID      TO LG-PROGRAM.
173600     MOVE RNL-RUN-DATE        TO LG-RUN-DATE.
173700     MOVE RNL-RUN-TIME        TO LG-RUN-TIME.
173800     MOVE RNL-RECORDS-UPDATED TO LG-UPDATED.
173900     MOVE ZERO                TO LG-APPLIED.
174000     MOVE RNL-PROGRAM-ID      TO AUD-SOURCE-ID.
174100     PERFORM 6900-FIND-PROGRAM
174200         THRU 6900-FIND-PROGRAM-EXIT.
174300     IF C4700-PGM-FOUND > ZERO
174400         ADD RNL-RECORDS-UPDATED
174500             TO C4700-PGM-LOG-COUNT (C4700-PGM-FOUND)
174600         MOVE "PROVED IN PROGRAM TOTAL" TO LG-RESULT
174700     ELSE
174800         MOVE "LISTED ONLY" TO LG-RESULT
174900     END-IF.
175000     MOVE C4700-LOG-LINE TO RECOVERY-REPORT-LINE.
175100     WRITE RECOVERY-REPORT-LINE.
175200 6100-CHECK-ONE-LOG-ROW-EXIT.
175300     EXIT.
175400*****************************************************************
175500*    6200-COMPARE-ONE-PROGRAM - RECORDS UPDATED ON THE RUN LOG
175600*    AGAINST STATUS ROWS RE-APPLIED, FOR ONE SWEEP.
175700*****************************************************************
175800 6200-COMPARE-ONE-PROGRAM.
175900     MOVE C4700-PGM-ID (C4700-PGM-SUB)        TO LG-PROGRAM.
176000     MOVE "TOTAL"                             TO LG-RUN-DATE.
176100     MOVE SPACES                              TO LG-RUN-TIME.
176200     MOVE C4700-PGM-LOG-COUNT (C4700-PGM-SUB) TO LG-UPDATED.
176300     MOVE C4700-PGM-ROW-COUNT (C4700-PGM-SUB) TO LG-APPLIED.
176400     IF C4700-PGM-LOG-COUNT (C4700-PGM-SUB) =
176500        C4700-PGM-ROW-COUNT (C4700-PGM-SUB)
176600         MOVE "MATCH"    TO LG-RESULT
176700     ELSE
176800         MOVE "MISMATCH" TO LG-RESULT
176900         ADD 1 TO C4700-LOG-MISMATCHES
177000         MOVE "N" TO C4700-RECOVERY-OK-SW
177100         DISPLAY "CUST4700 - RUN LOG MISMATCH FOR "
177200             C4700-PGM-ID (C4700-PGM-SUB)
177300     END-IF.
177400     MOVE C4700-LOG-LINE TO RECOVERY-REPORT-LINE.
177500     WRITE RECOVERY-REPORT-LINE.
177600     ADD 1 TO C4700-PGM-SUB.
177700 6200-COMPARE-ONE-PROGRAM-EXIT.
177800     EXIT.
177900*****************************************************************
178000*    6900-FIND-PROGRAM - LOOKS AUD-SOURCE-ID UP ON THE SWEEP
178100*    TABLE; C4700-PGM-FOUND IS ITS ENTRY, OR ZERO.
178200*****************************************************************
178300 6900-FIND-PROGRAM.
178400     MOVE ZERO TO C4700-PGM-FOUND.
178500     MOVE 1    TO C4700-PGM-SUB.
178600     PERFORM 6910-CHECK-ONE-PROGRAM
178700         THRU 6910-CHECK-ONE-PROGRAM-EXIT
178800         UNTIL C4700-PGM-SUB > 6
178900            OR C4700-PGM-FOUND > ZERO.
179000 6900-FIND-PROGRAM-EXIT.
179100     EXIT.
179200*****************************************************************
179300*    6910-CHECK-ONE-PROGRAM
179400*****************************************************************
179500 6910-CHECK-ONE-PROGRAM.
179600     IF C4700-PGM-ID (C4700-PGM-SUB) = AUD-SOURCE-ID
179700         MOVE C4700-PGM-SUB TO C4700-PGM-FOUND
179800     END-IF.
179900     ADD 1 TO C4700-PGM-SUB.
180000 6910-CHECK-ONE-PROGRAM-EXIT.
180100     EXIT.
180200*****************************************************************
180300*    8000-WRITE-TOTALS
180400*****************************************************************
180500 8000-WRITE-TOTALS.
180600     MOVE "TOTALS" TO SC-TITLE.
180700     PERFORM 8120-WRITE-SECTION-LINE
180800         THRU 8120-WRITE-SECTION-LINE-EXIT.
180900
181000     MOVE "AUDIT ROWS READ             : " TO CT-LABEL.
181100     MOVE C4700-ROWS-READ TO CT-COUNT.
181200     PERFORM 8130-WRITE-COUNT-LINE
181300         THRU 8130-WRITE-COUNT-LINE-EXIT.
181400     MOVE "  ALREADY ON THE BACKUP     : " TO CT-LABEL.
181500     MOVE C4700-ROWS-BEFORE-BACKUP TO CT-COUNT.
181600     PERFORM 8130-WRITE-COUNT-LINE
181700         THRU 8130-WRITE-COUNT-LINE-EXIT.
181800     MOVE "  CARRIED BY A MERGE        : " TO CT-LABEL.
181900     MOVE C4700-ROWS-CARRIED TO CT-COUNT.
182000     PERFORM 8130-WRITE-COUNT-LINE
182100         THRU 8130-WRITE-COUNT-LINE-EXIT.
182200     MOVE "  NO MASTER FIELD CHANGED   : " TO CT-LABEL.
182300     MOVE C4700-ROWS-NO-CHANGE TO CT-COUNT.
182400     PERFORM 8130-WRITE-COUNT-LINE
182500         THRU 8130-WRITE-COUNT-LINE-EXIT.
182600     MOVE "  APPLIED TO THE MASTER     : " TO CT-LABEL.
182700     MOVE C4700-ROWS-APPLIED TO CT-COUNT.
182800     PERFORM 8130-WRITE-COUNT-LINE
182900         THRU 8130-WRITE-COUNT-LINE-EXIT.
183000     MOVE "RECORDS ADDED               : " TO CT-LABEL.
183100     MOVE C4700-ADDS-APPLIED TO CT-COUNT.
183200     PERFORM 8130-WRITE-COUNT-LINE
183300         THRU 8130-WRITE-COUNT-LINE-EXIT.
183400     MOVE "RECORDS DELETED             : " TO CT-LABEL.
183500     MOVE C4700-DELETES-APPLIED TO CT-COUNT.
183600     PERFORM 8130-WRITE-COUNT-LINE
183700         THRU 8130-WRITE-COUNT-LINE-EXIT.
183800     MOVE "POSTINGS RE-APPLIED         : " TO CT-LABEL.
183900     MOVE C4700-POSTINGS-APPLIED TO CT-COUNT.
184000     PERFORM 8130-WRITE-COUNT-LINE
184100         THRU 8130-WRITE-COUNT-LINE-EXIT.
184200     MOVE "POSTINGS SINCE BACKUP       : " TO CT-LABEL.
184300     MOVE C4700-POSTINGS-CHECKED TO CT-COUNT.
184400     PERFORM 8130-WRITE-COUNT-LINE
184500         THRU 8130-WRITE-COUNT-LINE-EXIT.
184600     MOVE "  NOT ON THE AUDIT HISTORY  : " TO CT-LABEL.
184700     MOVE C4700-POSTINGS-UNMATCHED TO CT-COUNT.
184800     PERFORM 8130-WRITE-COUNT-LINE
184900         THRU 8130-WRITE-COUNT-LINE-EXIT.
185000     MOVE "ACCOUNTS RECONCILED         : " TO CT-LABEL.
185100     MOVE C4700-ACCOUNTS-CHECKED TO CT-COUNT.
185200     PERFORM 8130-WRITE-COUNT-LINE
185300         THRU 8130-WRITE-COUNT-LINE-EXIT.
185400     MOVE "  IN BALANCE                : " TO CT-LABEL.
185500     MOVE C4700-ACCOUNTS-IN-BALANCE TO CT-COUNT.
185600     PERFORM 8130-WRITE-COUNT-LINE
185700         THRU 8130-WRITE-COUNT-LINE-EXIT.
185800     MOVE "  BREAKS                    : " TO CT-LABEL.
185900     MOVE C4700-ACCOUNTS-OUT TO CT-COUNT.
186000     PERFORM 8130-WRITE-COUNT-LINE
186100         THRU 8130-WRITE-COUNT-LINE-EXIT.
186200     MOVE "NET DIFFERENCE              : " TO HS-LABEL.
186300     MOVE C4700-NET-DIFFERENCE TO HS-HASH.
186400     PERFORM 8140-WRITE-HASH-LINE
186500         THRU 8140-WRITE-HASH-LINE-EXIT.
186600     MOVE "RUN LOG ROWS SINCE BACKUP   : " TO CT-LABEL.
186700     MOVE C4700-LOG-ROWS-LISTED TO CT-COUNT.
186800     PERFORM 8130-WRITE-COUNT-LINE
186900         THRU 8130-WRITE-COUNT-LINE-EXIT.
187000     MOVE "  SWEEP TOTALS MISMATCHED   : " TO CT-LABEL.
187100     MOVE C4700-LOG-MISMATCHES TO CT-COUNT.
187200     PERFORM 8130-WRITE-COUNT-LINE
187300         THRU 8130-WRITE-COUNT-LINE-EXIT.
187400
187500     MOVE "RECOVERY RESULT             : " TO CK-LABEL.
187600     EVALUATE TRUE
187700         WHEN NOT C4700-FILES-OK
187800             MOVE "NOT RUN - MASTER NOT TOUCHED" TO CK-RESULT
187900         WHEN NOT C4700-RELOAD-OK
188000             MOVE "RELOAD FAILED - DO NOT USE" TO CK-RESULT
188100         WHEN NOT C4700-ROLL-FORWARD
188200             MOVE "RELOADED ONLY - NOT ROLLED FORWARD"
188300                                          TO CK-RESULT
188400         WHEN C4700-STOPPED
188500             MOVE "STOPPED - MASTER NOT USABLE" TO CK-RESULT
188600         WHEN NOT C4700-RECOVERY-OK
188700             MOVE "NOT PROVED - DO NOT USE" TO CK-RESULT
188800         WHEN OTHER
188900             MOVE "GOOD"  TO CK-RESULT
189000     END-EVALUATE.
189100     IF CK-RESULT NOT = "GOOD"
189200         MOVE "N" TO C4700-RECOVERY-OK-SW
189300         MOVE 8   TO RETURN-CODE
189400     END-IF.
189500     PERFORM 8110-WRITE-CHECK-LINE
189600         THRU 8110-WRITE-CHECK-LINE-EXIT.
189700 8000-WRITE-TOTALS-EXIT.
189800     EXIT.
189900*****************************************************************
190000*    8110-WRITE-CHECK-LINE
190100*****************************************************************
190200 8110-WRITE-CHECK-LINE.
190300     MOVE C4700-CHECK-LINE TO RECOVERY-REPORT-LINE.
190400     WRITE RECOVERY-REPORT-LINE.
190500     IF CK-RESULT NOT = "MATCH" AND "GOOD"
190600         DISPLAY "CUST4700 - " CK-LABEL CK-RESULT
190700     END-IF.
190800 8110-WRITE-CHECK-LINE-EXIT.
190900     EXIT.
191000*****************************************************************
191100*    8120-WRITE-SECTION-LINE - A BLANK LINE, THEN SC-TITLE.
191200*****************************************************************
191300 8120-WRITE-SECTION-LINE.
191400     MOVE SPACES TO RECOVERY-REPORT-LINE.
191500     WRITE RECOVERY-REPORT-LINE.
191600     MOVE C4700-SECTION-LINE TO RECOVERY-REPORT-LINE.
191700     WRITE RECOVERY-REPORT-LINE.
191800 8120-WRITE-SECTION-LINE-EXIT.
191900     EXIT.
192000*****************************************************************
192100*    8130-WRITE-COUNT-LINE
192200*****************************************************************
192300 8130-WRITE-COUNT-LINE.
192400     MOVE C4700-COUNT-LINE TO RECOVERY-REPORT-LINE.
192500     WRITE RECOVERY-REPORT-LINE.
192600 8130-WRITE-COUNT-LINE-EXIT.
192700     EXIT.
192800*****************************************************************
192900*    8140-WRITE-HASH-LINE
193000*****************************************************************
193100 8140-WRITE-HASH-LINE.
193200     MOVE C4700-HASH-LINE TO RECOVERY-REPORT-LINE.
193300     WRITE RECOVERY-REPORT-LINE.
193400 8140-WRITE-HASH-LINE-EXIT.
193500     EXIT.
193600*****************************************************************
193700*    8150-WRITE-STAMP-LINE
193800*****************************************************************
193900 8150-WRITE-STAMP-LINE.
194000     MOVE C4700-STAMP-LINE TO RECOVERY-REPORT-LINE.
194100     WRITE RECOVERY-REPORT-LINE.
194200 8150-WRITE-STAMP-LINE-EXIT.
194300     EXIT.
194400*****************************************************************
194500*    8160-WRITE-VALUE-LINE
194600*****************************************************************
194700 8160-WRITE-VALUE-LINE.
194800     MOVE C4700-STOP-LINE-2 TO RECOVERY-REPORT-LINE.
194900     WRITE RECOVERY-REPORT-LINE.
195000 8160-WRITE-VALUE-LINE-EXIT.
195100     EXIT.
195200*****************************************************************
195300*    8900-WRITE-RUN-LOG - APPENDS THIS RUN'S STATISTICS ROW TO
195400*    THE COMMON RUN LOG FOR THE NIGHTLY OPERATIONS REPORT
195500*    (CUST1600).  READ IS AUDIT ROWS; UPDATED IS ROWS APPLIED
195600*    TO THE MASTER; WRITTEN IS POSTINGS RE-APPLIED; REJECTED
195700*    IS THE STOPPING ROW PLUS EVERY PROOF BREAK; SKIPPED IS
195800*    ROWS ALREADY ON THE BACKUP, CARRIED, OR CHANGING NOTHING.
195900*****************************************************************
196000 8900-WRITE-RUN-LOG.
196100     OPEN EXTEND RUN-LOG-FILE.
196200     IF CM-RUNLOG-STATUS = "35"
196300         OPEN OUTPUT RUN-LOG-FILE
196400     END-IF.
196500     MOVE "CUST4700"                TO RNL-PROGRAM-ID.
196600     MOVE C4700-CURRENT-DATE        TO RNL-RUN-DATE.
196700     ACCEPT RNL-RUN-TIME FROM TIME.
196800     MOVE C4700-ROWS-READ           TO RNL-RECORDS-READ.
196900     MOVE C4700-ROWS-APPLIED        TO RNL-RECORDS-UPDATED.
197000     COMPUTE RNL-RECORDS-REJECTED =
197100         C4700-POSTINGS-UNMATCHED + C4700-ACCOUNTS-OUT
197200         + C4700-LOG-MISMATCHES.
197300     IF C4700-STOPPED
197400         ADD 1 TO RNL-RECORDS-REJECTED
197500     END-IF.
197600     MOVE C4700-POSTINGS-APPLIED    TO RNL-RECORDS-WRITTEN.
197700     COMPUTE RNL-RECORDS-SKIPPED =
197800         C4700-ROWS-BEFORE-BACKUP + C4700-ROWS-CARRIED
197900         + C4700-ROWS-NO-CHANGE.
198000     MOVE CM-CUSTMAST-STATUS        TO RNL-FINAL-STATUS.
198100     WRITE RUN-LOG-RECORD.
198200     CLOSE RUN-LOG-FILE.
198300 8900-WRITE-RUN-LOG-EXIT.
198400     EXIT.
198500*****************************************************************
198600*    9000-TERMINATE
198700*****************************************************************
198800 9000-TERMINATE.
198900     CLOSE RECOVERY-REPORT-FILE.
199000     IF NOT C4700-PARM-OK
199100         GO TO 9000-TERMINATE-EXIT
199200     END-IF.
199300     IF C4700-MASTER-OPEN
199400         CLOSE CUSTOMER-MASTER-FILE
199500     END-IF.
199600     IF CM-BKPIN-STATUS = "00" OR "10"
199700         CLOSE BACKUP-IN-FILE
199800     END-IF.
199900     IF CM-CUSTAUD-STATUS = "00" OR "10" OR "23"
200000         CLOSE CUSTOMER-AUDIT-FILE
200100     END-IF.
200200     IF CM-POSTHIST-STATUS = "00" OR "10" OR "23"
200300         CLOSE POSTING-HISTORY-FILE
200400     END-IF.
200500 9000-TERMINATE-EXIT.
200600     EXIT.
