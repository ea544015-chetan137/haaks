000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CUST3700.
000300 AUTHOR.        R HALVORSEN.
000400 INSTALLATION.  CUSTOMER SERVICES APPLICATIONS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*    CUST3700  -  ONLINE CUSTOMER NAME SEARCH  (TRANSACTION CIQN)
000900*
001000*    FIRST SCREEN OF THE ONLINE CUSTOMER INQUIRY, FOR THE
001100*    SERVICE DESK WITH A CUSTOMER ON THE PHONE.  THE AGENT KEYS
001200*    A NAME, OR JUST THE START OF ONE, AND OPTIONALLY A CITY;
001300*    THE PROGRAM BROWSES THE CUST-NAME ALTERNATE INDEX OF THE
001400*    CUSTOMER MASTER (CICS FILE CUSTNAME, THE PATH OVER THE
001500*    AIX - SEE CUSTMSEL.CPY) AND LISTS TWELVE MATCHES A PAGE.
001600*    PF8 PAGES ON.  AN S BESIDE A LINE TRANSFERS TO THE CUSTOMER
001700*    DETAIL SCREEN (CUST3800), WHICH COMES BACK HERE ON PF3 WITH
001800*    THE SAME SEARCH.  PF3 OR PF12 HERE ENDS THE INQUIRY.
001900*
002000*    THIS IS THE ONLINE COUNTERPART OF THE CUST0600 BATCH NAME
002100*    INQUIRY, EXCEPT THAT A PARTIAL NAME MATCHES EVERY NAME THAT
002200*    STARTS WITH IT.  THE CITY, WHEN GIVEN, MUST MATCH IN FULL.
002300*
002400*    PSEUDO-CONVERSATIONAL: EACH SCREEN ENDS WITH A RETURN
002500*    TRANSID('CIQN') CARRYING THE CUSTIQC.CPY COMMAREA.  THE
002600*    ALTERNATE INDEX ALLOWS DUPLICATE NAMES, SO THE PLACE TO
002700*    RESUME FOR THE NEXT PAGE IS KEPT AS THE LAST NAME READ
002800*    (CIQ-NEXT-NAME) PLUS HOW MANY RECORDS OF THAT NAME HAVE
002900*    ALREADY BEEN READ (CIQ-NEXT-SKIP).
003000*
003100*    INQUIRY ONLY - THE PROGRAM ISSUES NO FILE UPDATES AND THE
003200*    CICS FILE DEFINITIONS (CUST3700.JCL) ALLOW READ AND BROWSE
003300*    ONLY.
003400*
003500*    MODIFICATION HISTORY
003600*    DATE       INIT  DESCRIPTION
003700*    ---------- ----- ---------------------------------------
003800*    2026-10-15 RJH   INITIAL VERSION.
003900*****************************************************************
004000 ENVIRONMENT DIVISION.
004100 CONFIGURATION SECTION.
004200 SOURCE-COMPUTER.   IBM-370.
004300 OBJECT-COMPUTER.   IBM-370.
004400 DATA DIVISION.
004500 WORKING-STORAGE SECTION.
004600 77  C3700-RESP                 PIC S9(08) COMP  VALUE ZERO.
004700 77  C3700-ROW                  PIC S9(04) COMP  VALUE ZERO.
004800 77  C3700-SELECTED-ROW         PIC S9(04) COMP  VALUE ZERO.
004900 77  C3700-NAME-LEN             PIC S9(04) COMP  VALUE ZERO.
005000 77  C3700-SKIPPED              PIC S9(04) COMP  VALUE ZERO.
005100 77  C3700-SAME-NAME-COUNT      PIC S9(04) COMP  VALUE ZERO.
005200 77  C3700-LAST-NAME            PIC X(30)  VALUE SPACES.
005300 77  C3700-BROWSE-NAME          PIC X(30)  VALUE SPACES.
005400 77  C3700-MESSAGE              PIC X(79)  VALUE SPACES.
005500 77  C3700-FOUND-SW             PIC X(01)  VALUE "N".
005600     88  C3700-FOUND            VALUE "Y".
005700 77  C3700-BROWSE-END-SW        PIC X(01)  VALUE "N".
005800     88  C3700-BROWSE-END       VALUE "Y".
005900 77  C3700-HELD-SW              PIC X(01)  VALUE "N".
006000     88  C3700-RECORD-HELD      VALUE "Y".
006100 77  C3700-FIRST-PAGE-SW        PIC X(01)  VALUE "N".
006200     88  C3700-FIRST-PAGE       VALUE "Y".
006300 77  C3700-END-SW               PIC X(01)  VALUE "N".
006400     88  C3700-END-SESSION      VALUE "Y".
006500 77  C3700-END-TEXT             PIC X(24)
006600         VALUE "CUSTOMER INQUIRY ENDED".
006700*---------------------------------------------------------------
006800*    ONE LIST LINE ON THE SCREEN
006900*---------------------------------------------------------------
007000 01  C3700-LIST-LINE.
007100     05  LL-CUST-ID             PIC X(10).
007200     05  FILLER                 PIC X(02)  VALUE SPACES.
007300     05  LL-CUST-NAME           PIC X(30).
007400     05  FILLER                 PIC X(02)  VALUE SPACES.
007500     05  LL-CITY                PIC X(20).
007600     05  FILLER                 PIC X(02)  VALUE SPACES.
007700     05  LL-STATE               PIC X(02).
007800     05  FILLER                 PIC X(02)  VALUE SPACES.
007900     05  LL-STATUS              PIC X(01).
008000     05  FILLER                 PIC X(05)  VALUE SPACES.
008100
008200     COPY "custiqc.cpy".
008300
008400     COPY "sample.cpy".
008500
008600     COPY "cust37s.cpy".
008700*---------------------------------------------------------------
008800*    THE TWELVE SELECT/LIST ROWS OF THE MAP AS A TABLE.  THEY
008900*    FOLLOW THE 12-BYTE PREFIX, SNAME (33) AND SCITY (23) IN
009000*    THE SYMBOLIC MAP, EACH ROW A SELNN (4) AND LINNN (79)
009100*    FIELD.  THE SAME BYTES SERVE THE INPUT AND OUTPUT VIEWS.
009200*---------------------------------------------------------------
009300 01  C3700-MAP-LIST REDEFINES CUST37MI.
009400     05  FILLER                 PIC X(68).
009500     05  C3700-MAP-ROW          OCCURS 12 TIMES.
009600         10  C3700-SEL-L        PIC S9(04) COMP.
009700         10  C3700-SEL-A        PIC X(01).
009800         10  C3700-SEL-I        PIC X(01).
009900         10  C3700-LIN-L        PIC S9(04) COMP.
010000         10  C3700-LIN-A        PIC X(01).
010100         10  C3700-LIN-I        PIC X(76).
010200     05  FILLER                 PIC X(82).
010300
010400     COPY DFHAID.
010500
010600     COPY DFHBMSCA.
010700
010800 LINKAGE SECTION.
010900 01  DFHCOMMAREA                PIC X(250).
011000
011100 PROCEDURE DIVISION.
011200*****************************************************************
011300*    0000-MAINLINE - A NEW SESSION, A TRANSFER BACK FROM THE
011400*    DETAIL SCREEN, OR A KEY PRESSED ON THIS SCREEN.
011500*****************************************************************
011600 0000-MAINLINE.
011700     MOVE SPACES TO C3700-MESSAGE.
011800
011900     IF EIBCALEN = ZERO
012000         PERFORM 1000-START-SESSION
012100             THRU 1000-START-SESSION-EXIT
012200     ELSE
012300         MOVE DFHCOMMAREA TO CIQ-COMMAREA
012400         IF CIQ-PROGRAM NOT = "CUST3700"
012500             PERFORM 1100-RESUME-SEARCH
012600                 THRU 1100-RESUME-SEARCH-EXIT
012700         ELSE
012800             PERFORM 2000-PROCESS-KEY
012900                 THRU 2000-PROCESS-KEY-EXIT
013000         END-IF
013100     END-IF.
013200
013300     IF C3700-END-SESSION
013400         EXEC CICS SEND TEXT FROM(C3700-END-TEXT)
013500             LENGTH(LENGTH OF C3700-END-TEXT)
013600             ERASE FREEKB
013700         END-EXEC
013800         EXEC CICS RETURN
013900         END-EXEC
014000     END-IF.
014100
014200     MOVE "CUST3700" TO CIQ-PROGRAM.
014300     EXEC CICS RETURN TRANSID('CIQN')
014400         COMMAREA(CIQ-COMMAREA)
014500         LENGTH(LENGTH OF CIQ-COMMAREA)
014600     END-EXEC.
014700     GOBACK.
014800*****************************************************************
014900*    1000-START-SESSION - EMPTY SEARCH SCREEN, EMPTY COMMAREA.
015000*****************************************************************
015100 1000-START-SESSION.
015200     MOVE SPACES TO CIQ-COMMAREA.
015300     MOVE ZERO   TO CIQ-NEXT-SKIP
015400                    CIQ-AUD-FIRST-SEQ
015500                    CIQ-AUD-LAST-SEQ.
015600     MOVE LOW-VALUES TO CUST37MO.
015700     MOVE "TYPE A NAME, OR THE START OF ONE, AND PRESS ENTER"
015800         TO C3700-MESSAGE.
015900     PERFORM 8000-SEND-FULL-MAP
016000         THRU 8000-SEND-FULL-MAP-EXIT.
016100 1000-START-SESSION-EXIT.
016200     EXIT.
016300*****************************************************************
016400*    1100-RESUME-SEARCH - BACK FROM THE DETAIL SCREEN.  THE
016500*    SEARCH IS RUN AGAIN FROM ITS FIRST PAGE, SINCE THE BATCH
016600*    MAY HAVE CHANGED THE MASTER IN THE MEANTIME.
016700*****************************************************************
016800 1100-RESUME-SEARCH.
016900     IF CIQ-SEARCH-NAME = SPACES
017000         PERFORM 1000-START-SESSION
017100             THRU 1000-START-SESSION-EXIT
017200         GO TO 1100-RESUME-SEARCH-EXIT
017300     END-IF.
017400     PERFORM 3000-START-SEARCH
017500         THRU 3000-START-SEARCH-EXIT.
017600 1100-RESUME-SEARCH-EXIT.
017700     EXIT.
017800*****************************************************************
017900*    2000-PROCESS-KEY
018000*****************************************************************
018100 2000-PROCESS-KEY.
018200     IF EIBAID = DFHPF3 OR DFHPF12
018300         MOVE "Y" TO C3700-END-SW
018400         GO TO 2000-PROCESS-KEY-EXIT
018500     END-IF.
018600     IF EIBAID = DFHCLEAR
018700         PERFORM 1000-START-SESSION
018800             THRU 1000-START-SESSION-EXIT
018900         GO TO 2000-PROCESS-KEY-EXIT
019000     END-IF.
019100     IF EIBAID = DFHPF8
019200         PERFORM 3600-NEXT-PAGE
019300             THRU 3600-NEXT-PAGE-EXIT
019400         GO TO 2000-PROCESS-KEY-EXIT
019500     END-IF.
019600     IF EIBAID = DFHENTER
019700         PERFORM 2100-PROCESS-ENTER
019800             THRU 2100-PROCESS-ENTER-EXIT
019900         GO TO 2000-PROCESS-KEY-EXIT
020000     END-IF.
020100
020200     MOVE "THAT KEY IS NOT USED ON THIS SCREEN" TO C3700-MESSAGE.
020300     PERFORM 8100-SEND-MESSAGE-ONLY
020400         THRU 8100-SEND-MESSAGE-ONLY-EXIT.
020500 2000-PROCESS-KEY-EXIT.
020600     EXIT.
020700*****************************************************************
020800*    2100-PROCESS-ENTER - A SELECTION TAKES PRIORITY OVER A
020900*    CHANGED SEARCH; OTHERWISE THE SEARCH FIELDS AS THEY NOW
021000*    STAND START A NEW SEARCH.
021100*****************************************************************
021200 2100-PROCESS-ENTER.
021300     EXEC CICS RECEIVE MAP('CUST37M') MAPSET('CUST37S')
021400         INTO(CUST37MI)
021500         RESP(C3700-RESP)
021600     END-EXEC.
021700     IF C3700-RESP = DFHRESP(MAPFAIL)
021800         MOVE "TYPE A NAME OR AN S BESIDE A CUSTOMER, THEN ENTER"
021900             TO C3700-MESSAGE
022000         PERFORM 8100-SEND-MESSAGE-ONLY
022100             THRU 8100-SEND-MESSAGE-ONLY-EXIT
022200         GO TO 2100-PROCESS-ENTER-EXIT
022300     END-IF.
022400
022500     MOVE ZERO TO C3700-SELECTED-ROW.
022600     PERFORM 2110-CHECK-ONE-SELECTION
022700         THRU 2110-CHECK-ONE-SELECTION-EXIT
022800         VARYING C3700-ROW FROM 1 BY 1
022900         UNTIL C3700-ROW > 12
023000            OR C3700-SELECTED-ROW > ZERO.
023100     IF C3700-SELECTED-ROW > ZERO
023200         MOVE CIQ-LIST-CUST-ID(C3700-SELECTED-ROW) TO CIQ-CUST-ID
023300         MOVE ZERO TO CIQ-AUD-FIRST-SEQ
023400                      CIQ-AUD-LAST-SEQ
023500         MOVE "CUST3700" TO CIQ-PROGRAM
023600         EXEC CICS XCTL PROGRAM('CUST3800')
023700             COMMAREA(CIQ-COMMAREA)
023800             LENGTH(LENGTH OF CIQ-COMMAREA)
023900         END-EXEC
024000     END-IF.
024100
024200     IF SNAMEL > ZERO
024300         MOVE SNAMEI TO CIQ-SEARCH-NAME
024400     ELSE
024500         IF SNAMEF = DFHBMEOF
024600             MOVE SPACES TO CIQ-SEARCH-NAME
024700         END-IF
024800     END-IF.
024900     IF SCITYL > ZERO
025000         MOVE SCITYI TO CIQ-SEARCH-CITY
025100     ELSE
025200         IF SCITYF = DFHBMEOF
025300             MOVE SPACES TO CIQ-SEARCH-CITY
025400         END-IF
025500     END-IF.
025600     INSPECT CIQ-SEARCH-NAME REPLACING ALL LOW-VALUE BY SPACE.
025700     INSPECT CIQ-SEARCH-CITY REPLACING ALL LOW-VALUE BY SPACE.
025800
025900     PERFORM 3000-START-SEARCH
026000         THRU 3000-START-SEARCH-EXIT.
026100 2100-PROCESS-ENTER-EXIT.
026200     EXIT.
026300*****************************************************************
026400*    2110-CHECK-ONE-SELECTION - ANY CHARACTER KEYED BESIDE A
026500*    LISTED CUSTOMER SELECTS IT.
026600*****************************************************************
026700 2110-CHECK-ONE-SELECTION.
026800     IF C3700-SEL-L(C3700-ROW) > ZERO
026900       AND C3700-SEL-I(C3700-ROW) NOT = SPACE
027000       AND CIQ-LIST-CUST-ID(C3700-ROW) NOT = SPACES
027100         MOVE C3700-ROW TO C3700-SELECTED-ROW
027200     END-IF.
027300 2110-CHECK-ONE-SELECTION-EXIT.
027400     EXIT.
027500*****************************************************************
027600*    3000-START-SEARCH - FIRST PAGE FOR THE SEARCH IN THE
027700*    COMMAREA.
027800*****************************************************************
027900 3000-START-SEARCH.
028000     IF CIQ-SEARCH-NAME = SPACES
028100         MOVE LOW-VALUES TO CUST37MO
028200         MOVE SPACES     TO CIQ-NEXT-NAME
028300         MOVE ZERO       TO CIQ-NEXT-SKIP
028400         MOVE "N"        TO CIQ-MORE-NAMES-SW
028500         MOVE "ENTER A NAME, OR THE START OF ONE, TO SEARCH"
028600             TO C3700-MESSAGE
028700         PERFORM 8000-SEND-FULL-MAP
028800             THRU 8000-SEND-FULL-MAP-EXIT
028900         GO TO 3000-START-SEARCH-EXIT
029000     END-IF.
029100
029200     MOVE CIQ-SEARCH-NAME TO CIQ-NEXT-NAME.
029300     MOVE ZERO            TO CIQ-NEXT-SKIP.
029400     MOVE "Y"             TO C3700-FIRST-PAGE-SW.
029500     PERFORM 3100-BUILD-PAGE
029600         THRU 3100-BUILD-PAGE-EXIT.
029700 3000-START-SEARCH-EXIT.
029800     EXIT.
029900*****************************************************************
030000*    3100-BUILD-PAGE - BROWSES FROM CIQ-NEXT-NAME, SKIPS THE
030100*    CIQ-NEXT-SKIP RECORDS OF THAT NAME ALREADY SHOWN, LISTS UP
030200*    TO TWELVE MATCHES, AND LOOKS ONE RECORD AHEAD TO KNOW
030300*    WHETHER PF8 HAS ANYTHING TO SHOW.
030400*****************************************************************
030500 3100-BUILD-PAGE.
030600     MOVE LOW-VALUES TO CUST37MO.
030700     PERFORM 3150-CLEAR-ONE-ENTRY
030800         THRU 3150-CLEAR-ONE-ENTRY-EXIT
030900         VARYING C3700-ROW FROM 1 BY 1
031000         UNTIL C3700-ROW > 12.
031100     PERFORM 3110-FIND-NAME-LENGTH
031200         THRU 3110-FIND-NAME-LENGTH-EXIT.
031300
031400     MOVE ZERO            TO C3700-ROW.
031500     MOVE "N"             TO C3700-BROWSE-END-SW
031600                             C3700-HELD-SW
031700                             CIQ-MORE-NAMES-SW.
031800     MOVE CIQ-NEXT-NAME   TO C3700-BROWSE-NAME
031900                             C3700-LAST-NAME.
032000     MOVE CIQ-NEXT-SKIP   TO C3700-SAME-NAME-COUNT.
032100
032200     EXEC CICS STARTBR FILE('CUSTNAME')
032300         RIDFLD(C3700-BROWSE-NAME)
032400         GTEQ
032500         RESP(C3700-RESP)
032600     END-EXEC.
032700     IF C3700-RESP = DFHRESP(NOTFND)
032800         MOVE "Y" TO C3700-BROWSE-END-SW
032900     ELSE
033000         IF C3700-RESP NOT = DFHRESP(NORMAL)
033100             MOVE "NAME INDEX NOT AVAILABLE - TRY AGAIN LATER"
033200                 TO C3700-MESSAGE
033300             PERFORM 8000-SEND-FULL-MAP
033400                 THRU 8000-SEND-FULL-MAP-EXIT
033500             GO TO 3100-BUILD-PAGE-EXIT
033600         END-IF
033700     END-IF.
033800
033900     IF NOT C3700-BROWSE-END
034000         MOVE ZERO TO C3700-SKIPPED
034100         PERFORM 3200-SKIP-ONE-SHOWN
034200             THRU 3200-SKIP-ONE-SHOWN-EXIT
034300             UNTIL C3700-SKIPPED NOT < CIQ-NEXT-SKIP
034400                OR C3700-BROWSE-END
034500                OR C3700-RECORD-HELD
034600         PERFORM 3300-LIST-ONE-NAME
034700             THRU 3300-LIST-ONE-NAME-EXIT
034800             UNTIL C3700-ROW = 12
034900                OR C3700-BROWSE-END
035000         IF NOT C3700-BROWSE-END
035100             PERFORM 3400-LOOK-AHEAD
035200                 THRU 3400-LOOK-AHEAD-EXIT
035300         END-IF
035400         EXEC CICS ENDBR FILE('CUSTNAME')
035500             RESP(C3700-RESP)
035600         END-EXEC
035700     END-IF.
035800
035900     MOVE C3700-LAST-NAME       TO CIQ-NEXT-NAME.
036000     MOVE C3700-SAME-NAME-COUNT TO CIQ-NEXT-SKIP.
036100
036200     IF CIQ-MORE-NAMES
036300         MOVE "S SELECTS A CUSTOMER, PF8 SHOWS MORE NAMES"
036400             TO C3700-MESSAGE
036500     ELSE
036600         IF CIQ-LIST-CUST-ID(1) = SPACES
036700             IF C3700-FIRST-PAGE
036800                 MOVE "NO CUSTOMER NAME STARTS WITH THAT"
036900                     TO C3700-MESSAGE
037000             ELSE
037100                 MOVE "NO MORE MATCHING NAMES" TO C3700-MESSAGE
037200             END-IF
037300         ELSE
037400             MOVE "END OF MATCHING NAMES - S SELECTS A CUSTOMER"
037500                 TO C3700-MESSAGE
037600         END-IF
037700     END-IF.
037800     PERFORM 8000-SEND-FULL-MAP
037900         THRU 8000-SEND-FULL-MAP-EXIT.
038000 3100-BUILD-PAGE-EXIT.
038100     EXIT.
038200*****************************************************************
038300*    3110-FIND-NAME-LENGTH - LENGTH OF THE SEARCH NAME WITHOUT
038400*    ITS TRAILING SPACES, FOR THE STARTS-WITH COMPARE.
038500*****************************************************************
038600 3110-FIND-NAME-LENGTH.
038700     MOVE "N" TO C3700-FOUND-SW.
038800     PERFORM 3120-CHECK-NAME-CHARACTER
038900         THRU 3120-CHECK-NAME-CHARACTER-EXIT
039000         VARYING C3700-NAME-LEN FROM 30 BY -1
039100         UNTIL C3700-NAME-LEN < 1
039200            OR C3700-FOUND.
039300     IF C3700-FOUND
039400         ADD 1 TO C3700-NAME-LEN
039500     END-IF.
039600 3110-FIND-NAME-LENGTH-EXIT.
039700     EXIT.
039800*****************************************************************
039900*    3120-CHECK-NAME-CHARACTER
040000*****************************************************************
040100 3120-CHECK-NAME-CHARACTER.
040200     IF CIQ-SEARCH-NAME(C3700-NAME-LEN:1) NOT = SPACE
040300         MOVE "Y" TO C3700-FOUND-SW
040400     END-IF.
040500 3120-CHECK-NAME-CHARACTER-EXIT.
040600     EXIT.
040700*****************************************************************
040800*    3150-CLEAR-ONE-ENTRY - FORGETS THE CUST-IDS OF THE PAGE
040900*    BEING REPLACED.
041000*****************************************************************
041100 3150-CLEAR-ONE-ENTRY.
041200     MOVE SPACES TO CIQ-LIST-CUST-ID(C3700-ROW).
041300 3150-CLEAR-ONE-ENTRY-EXIT.
041400     EXIT.
041500*****************************************************************
041600*    3200-SKIP-ONE-SHOWN - PASSES A RECORD ALREADY LISTED ON AN
041700*    EARLIER PAGE.  IF THE NAME HAS CHANGED UNDERNEATH (A
041800*    DUPLICATE DELETED SINCE), THE RECORD IS HELD FOR LISTING
041900*    INSTEAD OF BEING SKIPPED.
042000*****************************************************************
042100 3200-SKIP-ONE-SHOWN.
042200     EXEC CICS READNEXT FILE('CUSTNAME')
042300         INTO(CUSTOMER-RECORD)
042400         RIDFLD(C3700-BROWSE-NAME)
042500         RESP(C3700-RESP)
042600     END-EXEC.
042700     IF C3700-RESP NOT = DFHRESP(NORMAL)
042800       AND C3700-RESP NOT = DFHRESP(DUPKEY)
042900         MOVE "Y" TO C3700-BROWSE-END-SW
043000         GO TO 3200-SKIP-ONE-SHOWN-EXIT
043100     END-IF.
043200     IF CUST-NAME NOT = CIQ-NEXT-NAME
043300         MOVE "Y" TO C3700-HELD-SW
043400         GO TO 3200-SKIP-ONE-SHOWN-EXIT
043500     END-IF.
043600     ADD 1 TO C3700-SKIPPED.
043700 3200-SKIP-ONE-SHOWN-EXIT.
043800     EXIT.
043900*****************************************************************
044000*    3300-LIST-ONE-NAME - EVERY RECORD READ MOVES THE RESUME
044100*    POSITION ON, EVEN ONE THE CITY FILTER LEAVES OFF THE LIST.
044200*****************************************************************
044300 3300-LIST-ONE-NAME.
044400     IF C3700-RECORD-HELD
044500         MOVE "N" TO C3700-HELD-SW
044600     ELSE
044700         EXEC CICS READNEXT FILE('CUSTNAME')
044800             INTO(CUSTOMER-RECORD)
044900             RIDFLD(C3700-BROWSE-NAME)
045000             RESP(C3700-RESP)
045100         END-EXEC
045200         IF C3700-RESP NOT = DFHRESP(NORMAL)
045300           AND C3700-RESP NOT = DFHRESP(DUPKEY)
045400             MOVE "Y" TO C3700-BROWSE-END-SW
045500             GO TO 3300-LIST-ONE-NAME-EXIT
045600         END-IF
045700     END-IF.
045800     IF CUST-NAME(1:C3700-NAME-LEN) NOT =
045900        CIQ-SEARCH-NAME(1:C3700-NAME-LEN)
046000         MOVE "Y" TO C3700-BROWSE-END-SW
046100         GO TO 3300-LIST-ONE-NAME-EXIT
046200     END-IF.
046300
046400     IF CUST-NAME = C3700-LAST-NAME
046500         ADD 1 TO C3700-SAME-NAME-COUNT
046600     ELSE
046700         MOVE CUST-NAME TO C3700-LAST-NAME
046800         MOVE 1         TO C3700-SAME-NAME-COUNT
046900     END-IF.
047000     IF CIQ-SEARCH-CITY NOT = SPACES
047100       AND CITY NOT = CIQ-SEARCH-CITY
047200         GO TO 3300-LIST-ONE-NAME-EXIT
047300     END-IF.
047400
047500     ADD 1 TO C3700-ROW.
047600     MOVE CUST-ID     TO LL-CUST-ID
047700                         CIQ-LIST-CUST-ID(C3700-ROW).
047800     MOVE CUST-NAME   TO LL-CUST-NAME.
047900     MOVE CITY        TO LL-CITY.
048000     MOVE STATE       TO LL-STATE.
048100     MOVE CUST-STATUS TO LL-STATUS.
048200     MOVE C3700-LIST-LINE TO C3700-LIN-I(C3700-ROW).
048300 3300-LIST-ONE-NAME-EXIT.
048400     EXIT.
048500*****************************************************************
048600*    3400-LOOK-AHEAD - ONE MORE READ, NOT COUNTED IN THE RESUME
048700*    POSITION, TO SEE WHETHER ANY MATCH IS LEFT FOR PF8.
048800*****************************************************************
048900 3400-LOOK-AHEAD.
049000     EXEC CICS READNEXT FILE('CUSTNAME')
049100         INTO(CUSTOMER-RECORD)
049200         RIDFLD(C3700-BROWSE-NAME)
049300         RESP(C3700-RESP)
049400     END-EXEC.
049500     IF C3700-RESP NOT = DFHRESP(NORMAL)
049600       AND C3700-RESP NOT = DFHRESP(DUPKEY)
049700         GO TO 3400-LOOK-AHEAD-EXIT
049800     END-IF.
049900     IF CUST-NAME(1:C3700-NAME-LEN) =
050000        CIQ-SEARCH-NAME(1:C3700-NAME-LEN)
050100         MOVE "Y" TO CIQ-MORE-NAMES-SW
050200     END-IF.
050300 3400-LOOK-AHEAD-EXIT.
050400     EXIT.
050500*****************************************************************
050600*    3600-NEXT-PAGE - PF8.
050700*****************************************************************
050800 3600-NEXT-PAGE.
050900     IF NOT CIQ-MORE-NAMES
051000         MOVE "NO MORE MATCHING NAMES" TO C3700-MESSAGE
051100         PERFORM 8100-SEND-MESSAGE-ONLY
051200             THRU 8100-SEND-MESSAGE-ONLY-EXIT
051300         GO TO 3600-NEXT-PAGE-EXIT
051400     END-IF.
051500     MOVE "N" TO C3700-FIRST-PAGE-SW.
051600     PERFORM 3100-BUILD-PAGE
051700         THRU 3100-BUILD-PAGE-EXIT.
051800 3600-NEXT-PAGE-EXIT.
051900     EXIT.
052000*****************************************************************
052100*    8000-SEND-FULL-MAP - CALLER HAS BUILT CUST37MO (OR CLEARED
052200*    IT TO LOW-VALUES) AND SET C3700-MESSAGE.
052300*****************************************************************
052400 8000-SEND-FULL-MAP.
052500     MOVE CIQ-SEARCH-NAME TO SNAMEO.
052600     MOVE CIQ-SEARCH-CITY TO SCITYO.
052700     MOVE C3700-MESSAGE   TO SMSGO.
052800     MOVE -1              TO SNAMEL.
052900     EXEC CICS SEND MAP('CUST37M') MAPSET('CUST37S')
053000         FROM(CUST37MO)
053100         ERASE
053200         CURSOR
053300     END-EXEC.
053400 8000-SEND-FULL-MAP-EXIT.
053500     EXIT.
053600*****************************************************************
053700*    8100-SEND-MESSAGE-ONLY - REWRITES THE MESSAGE LINE AND
053800*    LEAVES THE REST OF THE SCREEN AS THE AGENT SEES IT.
053900*****************************************************************
054000 8100-SEND-MESSAGE-ONLY.
054100     MOVE LOW-VALUES    TO CUST37MO.
054200     MOVE C3700-MESSAGE TO SMSGO.
054300     MOVE -1            TO SNAMEL.
054400     EXEC CICS SEND MAP('CUST37M') MAPSET('CUST37S')
054500         FROM(CUST37MO)
054600         DATAONLY
054700         CURSOR
054800     END-EXEC.
054900 8100-SEND-MESSAGE-ONLY-EXIT.
055000     EXIT.
