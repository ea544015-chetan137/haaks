000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CUST3800.
000300 AUTHOR.        R HALVORSEN.
000400 INSTALLATION.  CUSTOMER SERVICES APPLICATIONS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*    CUST3800  -  ONLINE CUSTOMER DETAIL  (TRANSACTION CIQD)
000900*
001000*    ONE SCREEN WITH WHAT THE SERVICE DESK NEEDS WHILE THE
001100*    CUSTOMER IS ON THE PHONE - THE ONLINE COUNTERPART OF THE
001200*    CUST2300 DOSSIER:
001300*      - THE CUSTOMER-RECORD FROM THE MASTER (CUSTMAST), WITH
001400*        THE STATUS SPELLED OUT AND A HOLD FLAG
001500*      - WHETHER MAIL IS BEING RETURNED (UNDELIV, CUSTUND.CPY)
001600*      - UP TO THREE GROUPS THE CUSTOMER BELONGS TO, FROM THE
001700*        CUST-ID-KEYED COPY OF THE GROUP CROSS-REFERENCE
001800*        (GRPXREFK, CUSTGRK.CPY, LOADED BY CUST3600)
001900*      - THE FIVE MOST RECENT POSTINGS (POSTHIST, CUSTPSH.CPY),
002000*        NEWEST FIRST
002100*    REACHED FROM THE NAME SEARCH (CUST3700) BY SELECTING A
002200*    CUSTOMER, OR DIRECTLY BY KEYING A CUST-ID.  PF5 PAGES INTO
002300*    THE CHANGE HISTORY (CUST3900), PF3 GOES BACK TO THE NAME
002400*    SEARCH, PF12 ENDS THE INQUIRY.
002500*
002600*    THE RECENT POSTINGS ARE READ BACKWARDS: THE BROWSE STARTS
002700*    JUST PAST THE CUSTOMER'S LAST POSTING KEY (CUST-ID FOLLOWED
002800*    BY HIGH-VALUES), OR AT THE END OF THE FILE WHEN NOTHING
002900*    FOLLOWS, AND READPREV SKIPS ANYTHING BELONGING TO A LATER
003000*    CUST-ID BEFORE TAKING THIS CUSTOMER'S POSTINGS.
003100*
003200*    INQUIRY ONLY - NO FILE IS UPDATED.
003300*
003400*    MODIFICATION HISTORY
003500*    DATE       INIT  DESCRIPTION
003600*    ---------- ----- ---------------------------------------
003700*    2026-10-15 RJH   INITIAL VERSION.
003800*****************************************************************
003900 ENVIRONMENT DIVISION.
004000 CONFIGURATION SECTION.
004100 SOURCE-COMPUTER.   IBM-370.
004200 OBJECT-COMPUTER.   IBM-370.
004300 DATA DIVISION.
004400 WORKING-STORAGE SECTION.
004500 77  C3800-RESP                 PIC S9(08) COMP  VALUE ZERO.
004600 77  C3800-ROW                  PIC S9(04) COMP  VALUE ZERO.
004700 77  C3800-MESSAGE              PIC X(79)  VALUE SPACES.
004800 77  C3800-BROWSE-END-SW        PIC X(01)  VALUE "N".
004900     88  C3800-BROWSE-END       VALUE "Y".
005000 77  C3800-END-SW               PIC X(01)  VALUE "N".
005100     88  C3800-END-SESSION      VALUE "Y".
005200 77  C3800-AMOUNT-EDIT          PIC -ZZZZZZZ9.99.
005300 77  C3800-END-TEXT             PIC X(24)
005400         VALUE "CUSTOMER INQUIRY ENDED".
005500*---------------------------------------------------------------
005600*    BROWSE KEYS
005700*---------------------------------------------------------------
005800 01  C3800-PSH-KEY.
005900     05  C3800-PSH-KEY-CUST     PIC X(10).
006000     05  C3800-PSH-KEY-REST     PIC X(12).
006100 01  C3800-GRK-KEY.
006200     05  C3800-GRK-KEY-CUST     PIC X(10).
006300     05  C3800-GRK-KEY-GROUP    PIC X(10).
006400*---------------------------------------------------------------
006500*    SCREEN LINES, BUILT HERE AND MOVED TO THE MAP
006600*---------------------------------------------------------------
006700 01  C3800-GROUP-TABLE.
006800     05  C3800-GROUP-TEXT       PIC X(60) OCCURS 3 TIMES.
006900 01  C3800-POST-TABLE.
007000     05  C3800-POST-TEXT        PIC X(72) OCCURS 5 TIMES.
007100 01  C3800-GROUP-LINE.
007200     05  GL-GROUP-ID            PIC X(10).
007300     05  FILLER                 PIC X(02)  VALUE SPACES.
007400     05  GL-GROUP-NAME          PIC X(30).
007500     05  FILLER                 PIC X(02)  VALUE SPACES.
007600     05  GL-MORE                PIC X(16).
007700 01  C3800-POST-LINE.
007800     05  PL-POST-DATE           PIC X(08).
007900     05  FILLER                 PIC X(02)  VALUE SPACES.
008000     05  PL-SEQUENCE-NO         PIC 9(04).
008100     05  FILLER                 PIC X(02)  VALUE SPACES.
008200     05  PL-DC-CODE             PIC X(01).
008300     05  FILLER                 PIC X(03)  VALUE SPACES.
008400     05  PL-AMOUNT              PIC -ZZZZZZZ9.99.
008500     05  FILLER                 PIC X(02)  VALUE SPACES.
008600     05  PL-REASON-CODE         PIC X(04).
008700     05  FILLER                 PIC X(03)  VALUE SPACES.
008800     05  PL-OLD-BALANCE         PIC -ZZZZZZZ9.99.
008900     05  FILLER                 PIC X(02)  VALUE SPACES.
009000     05  PL-NEW-BALANCE         PIC -ZZZZZZZ9.99.
009100     05  FILLER                 PIC X(05)  VALUE SPACES.
009200
009300     COPY "custiqc.cpy".
009400
009500     COPY "sample.cpy".
009600
009700     COPY "custstat.cpy".
009800
009900     COPY "custund.cpy".
010000
010100     COPY "custgrk.cpy".
010200
010300     COPY "custpsh.cpy".
010400
010500     COPY "cust38s.cpy".
010600
010700     COPY DFHAID.
010800
010900 LINKAGE SECTION.
011000 01  DFHCOMMAREA                PIC X(250).
011100
011200 PROCEDURE DIVISION.
011300*****************************************************************
011400*    0000-MAINLINE - A NEW SESSION, A TRANSFER FROM ANOTHER
011500*    INQUIRY SCREEN, OR A KEY PRESSED ON THIS ONE.
011600*****************************************************************
011700 0000-MAINLINE.
011800     MOVE SPACES TO C3800-MESSAGE.
011900
012000     IF EIBCALEN = ZERO
012100         PERFORM 1000-START-SESSION
012200             THRU 1000-START-SESSION-EXIT
012300     ELSE
012400         MOVE DFHCOMMAREA TO CIQ-COMMAREA
012500         IF CIQ-PROGRAM NOT = "CUST3800"
012600             PERFORM 3000-SHOW-CUSTOMER
012700                 THRU 3000-SHOW-CUSTOMER-EXIT
012800         ELSE
012900             PERFORM 2000-PROCESS-KEY
013000                 THRU 2000-PROCESS-KEY-EXIT
013100         END-IF
013200     END-IF.
013300
013400     IF C3800-END-SESSION
013500         EXEC CICS SEND TEXT FROM(C3800-END-TEXT)
013600             LENGTH(LENGTH OF C3800-END-TEXT)
013700             ERASE FREEKB
013800         END-EXEC
013900         EXEC CICS RETURN
014000         END-EXEC
014100     END-IF.
014200
014300     MOVE "CUST3800" TO CIQ-PROGRAM.
014400     EXEC CICS RETURN TRANSID('CIQD')
014500         COMMAREA(CIQ-COMMAREA)
014600         LENGTH(LENGTH OF CIQ-COMMAREA)
014700     END-EXEC.
014800     GOBACK.
014900*****************************************************************
015000*    1000-START-SESSION - STARTED FROM THE TERMINAL WITH NO
015100*    CUSTOMER YET: EMPTY SCREEN, EMPTY COMMAREA.
015200*****************************************************************
015300 1000-START-SESSION.
015400     MOVE SPACES TO CIQ-COMMAREA.
015500     MOVE ZERO   TO CIQ-NEXT-SKIP
015600                    CIQ-AUD-FIRST-SEQ
015700                    CIQ-AUD-LAST-SEQ.
015800     MOVE LOW-VALUES TO CUST38MO.
015900     MOVE "TYPE A CUST-ID AND PRESS ENTER" TO C3800-MESSAGE.
016000     PERFORM 8000-SEND-FULL-MAP
016100         THRU 8000-SEND-FULL-MAP-EXIT.
016200 1000-START-SESSION-EXIT.
016300     EXIT.
016400*****************************************************************
016500*    2000-PROCESS-KEY
016600*****************************************************************
016700 2000-PROCESS-KEY.
016800     IF EIBAID = DFHPF12
016900         MOVE "Y" TO C3800-END-SW
017000         GO TO 2000-PROCESS-KEY-EXIT
017100     END-IF.
017200     IF EIBAID = DFHPF3
017300         MOVE "CUST3800" TO CIQ-PROGRAM
017400         EXEC CICS XCTL PROGRAM('CUST3700')
017500             COMMAREA(CIQ-COMMAREA)
017600             LENGTH(LENGTH OF CIQ-COMMAREA)
017700         END-EXEC
017800     END-IF.
017900     IF EIBAID = DFHPF5
018000         PERFORM 2200-SHOW-HISTORY
018100             THRU 2200-SHOW-HISTORY-EXIT
018200         GO TO 2000-PROCESS-KEY-EXIT
018300     END-IF.
018400     IF EIBAID = DFHCLEAR
018500         PERFORM 1000-START-SESSION
018600             THRU 1000-START-SESSION-EXIT
018700         GO TO 2000-PROCESS-KEY-EXIT
018800     END-IF.
018900     IF EIBAID = DFHENTER
019000         PERFORM 2100-PROCESS-ENTER
019100             THRU 2100-PROCESS-ENTER-EXIT
019200         GO TO 2000-PROCESS-KEY-EXIT
019300     END-IF.
019400
019500     MOVE "THAT KEY IS NOT USED ON THIS SCREEN" TO C3800-MESSAGE.
019600     PERFORM 8100-SEND-MESSAGE-ONLY
019700         THRU 8100-SEND-MESSAGE-ONLY-EXIT.
019800 2000-PROCESS-KEY-EXIT.
019900     EXIT.
020000*****************************************************************
020100*    2100-PROCESS-ENTER - A NEWLY KEYED CUST-ID IS SHOWN; ENTER
020200*    WITH NOTHING KEYED REFRESHES THE CUSTOMER ON THE SCREEN.
020300*****************************************************************
020400 2100-PROCESS-ENTER.
020500     EXEC CICS RECEIVE MAP('CUST38M') MAPSET('CUST38S')
020600         INTO(CUST38MI)
020700         RESP(C3800-RESP)
020800     END-EXEC.
020900     IF C3800-RESP = DFHRESP(NORMAL)
021000       AND DCUSTIDL > ZERO
021100         MOVE DCUSTIDI TO CIQ-CUST-ID
021200         INSPECT CIQ-CUST-ID REPLACING ALL LOW-VALUE BY SPACE
021300     END-IF.
021400
021500     IF CIQ-CUST-ID = SPACES
021600         MOVE "TYPE A CUST-ID AND PRESS ENTER" TO C3800-MESSAGE
021700         PERFORM 8100-SEND-MESSAGE-ONLY
021800             THRU 8100-SEND-MESSAGE-ONLY-EXIT
021900         GO TO 2100-PROCESS-ENTER-EXIT
022000     END-IF.
022100     PERFORM 3000-SHOW-CUSTOMER
022200         THRU 3000-SHOW-CUSTOMER-EXIT.
022300 2100-PROCESS-ENTER-EXIT.
022400     EXIT.
022500*****************************************************************
022600*    2200-SHOW-HISTORY - PF5.  A CUST-ID NO LONGER ON THE MASTER
022700*    CAN STILL HAVE HISTORY (A DELETE OR A MERGE), SO THE ONLY
022800*    CHECK IS THAT THERE IS A CUST-ID AT ALL.
022900*****************************************************************
023000 2200-SHOW-HISTORY.
023100     IF CIQ-CUST-ID = SPACES
023200         MOVE "TYPE A CUST-ID FIRST" TO C3800-MESSAGE
023300         PERFORM 8100-SEND-MESSAGE-ONLY
023400             THRU 8100-SEND-MESSAGE-ONLY-EXIT
023500         GO TO 2200-SHOW-HISTORY-EXIT
023600     END-IF.
023700     MOVE ZERO       TO CIQ-AUD-FIRST-SEQ
023800                        CIQ-AUD-LAST-SEQ.
023900     MOVE "CUST3800" TO CIQ-PROGRAM.
024000     EXEC CICS XCTL PROGRAM('CUST3900')
024100         COMMAREA(CIQ-COMMAREA)
024200         LENGTH(LENGTH OF CIQ-COMMAREA)
024300     END-EXEC.
024400 2200-SHOW-HISTORY-EXIT.
024500     EXIT.
024600*****************************************************************
024700*    3000-SHOW-CUSTOMER - BUILDS AND SENDS THE WHOLE SCREEN FOR
024800*    CIQ-CUST-ID.
024900*****************************************************************
025000 3000-SHOW-CUSTOMER.
025100     MOVE LOW-VALUES  TO CUST38MO.
025200     MOVE CIQ-CUST-ID TO DCUSTIDO.
025300
025400     EXEC CICS READ FILE('CUSTMAST')
025500         INTO(CUSTOMER-RECORD)
025600         RIDFLD(CIQ-CUST-ID)
025700         RESP(C3800-RESP)
025800     END-EXEC.
025900     IF C3800-RESP = DFHRESP(NOTFND)
026000         MOVE "NOT ON THE CUSTOMER MASTER - PF5 SHOWS ANY HISTORY"
026100             TO C3800-MESSAGE
026200         PERFORM 8000-SEND-FULL-MAP
026300             THRU 8000-SEND-FULL-MAP-EXIT
026400         GO TO 3000-SHOW-CUSTOMER-EXIT
026500     END-IF.
026600     IF C3800-RESP NOT = DFHRESP(NORMAL)
026700         MOVE "CUSTOMER MASTER NOT AVAILABLE - TRY AGAIN LATER"
026800             TO C3800-MESSAGE
026900         PERFORM 8000-SEND-FULL-MAP
027000             THRU 8000-SEND-FULL-MAP-EXIT
027100         GO TO 3000-SHOW-CUSTOMER-EXIT
027200     END-IF.
027300
027400     MOVE CUST-NAME         TO DNAMEO.
027500     MOVE CUST-STATUS       TO DSTATO
027600                               CM-CUST-STATUS-CHECK.
027700     EVALUATE TRUE
027800         WHEN CM-STATUS-ACTIVE
027900             MOVE "ACTIVE"      TO DSTDSCO
028000         WHEN CM-STATUS-INACTIVE
028100             MOVE "INACTIVE"    TO DSTDSCO
028200         WHEN CM-STATUS-CLOSED
028300             MOVE "CLOSED"      TO DSTDSCO
028400         WHEN CM-STATUS-HOLD
028500             MOVE "ON HOLD"     TO DSTDSCO
028600         WHEN CM-STATUS-DORMANT
028700             MOVE "DORMANT"     TO DSTDSCO
028800         WHEN CM-STATUS-WRITTEN-OFF
028900             MOVE "WRITTEN OFF" TO DSTDSCO
029000         WHEN OTHER
029100             MOVE "UNKNOWN"     TO DSTDSCO
029200     END-EVALUATE.
029300     IF CM-STATUS-HOLD
029400         MOVE "YES"         TO DHOLDO
029500     ELSE
029600         MOVE "NO"          TO DHOLDO
029700     END-IF.
029800     MOVE STREET-ADDR       TO DSTRTO.
029900     MOVE CITY              TO DCITYO.
030000     MOVE STATE             TO DSTATEO.
030100     MOVE ZIP-CODE          TO DZIPO.
030200     MOVE CUST-PHONE        TO DPHONEO.
030300     MOVE LAST-UPDATE-DATE  TO DLUPDO.
030400     MOVE CUST-BALANCE      TO C3800-AMOUNT-EDIT.
030500     MOVE C3800-AMOUNT-EDIT TO DBALO.
030600     MOVE CUST-CREDIT-LIMIT TO C3800-AMOUNT-EDIT.
030700     MOVE C3800-AMOUNT-EDIT TO DLIMITO.
030800
030900     PERFORM 3100-SHOW-UNDELIVERABLE
031000         THRU 3100-SHOW-UNDELIVERABLE-EXIT.
031100     PERFORM 3200-SHOW-GROUPS
031200         THRU 3200-SHOW-GROUPS-EXIT.
031300     PERFORM 3300-SHOW-POSTINGS
031400         THRU 3300-SHOW-POSTINGS-EXIT.
031500
031600     IF C3800-MESSAGE = SPACES
031700         MOVE "PF5 SHOWS CHANGE HISTORY, OR TYPE ANOTHER CUST-ID"
031800             TO C3800-MESSAGE
031900     END-IF.
032000     PERFORM 8000-SEND-FULL-MAP
032100         THRU 8000-SEND-FULL-MAP-EXIT.
032200 3000-SHOW-CUSTOMER-EXIT.
032300     EXIT.
032400*****************************************************************
032500*    3100-SHOW-UNDELIVERABLE
032600*****************************************************************
032700 3100-SHOW-UNDELIVERABLE.
032800     EXEC CICS READ FILE('UNDELIV')
032900         INTO(UNDELIVERABLE-ADDRESS-RECORD)
033000         RIDFLD(CIQ-CUST-ID)
033100         RESP(C3800-RESP)
033200     END-EXEC.
033300     IF C3800-RESP = DFHRESP(NORMAL)
033400         MOVE "YES"             TO DUNDELO
033500         MOVE UND-FLAG-DATE     TO DUNDDTO
033600         MOVE UND-RETURN-REASON TO DUNDRSO
033700         GO TO 3100-SHOW-UNDELIVERABLE-EXIT
033800     END-IF.
033900     IF C3800-RESP = DFHRESP(NOTFND)
034000         MOVE "NO"              TO DUNDELO
034100     ELSE
034200         MOVE "?"               TO DUNDELO
034300         MOVE "UNDELIVERABLE FILE NOT AVAILABLE" TO C3800-MESSAGE
034400     END-IF.
034500 3100-SHOW-UNDELIVERABLE-EXIT.
034600     EXIT.
034700*****************************************************************
034800*    3200-SHOW-GROUPS - READS UP TO A FOURTH MEMBERSHIP ONLY TO
034900*    SAY THAT THERE ARE MORE THAN THE THREE LINES SHOW.
035000*****************************************************************
035100 3200-SHOW-GROUPS.
035200     MOVE SPACES      TO C3800-GROUP-TABLE.
035300     MOVE ZERO        TO C3800-ROW.
035400     MOVE "N"         TO C3800-BROWSE-END-SW.
035500     MOVE CIQ-CUST-ID TO C3800-GRK-KEY-CUST.
035600     MOVE LOW-VALUES  TO C3800-GRK-KEY-GROUP.
035700
035800     EXEC CICS STARTBR FILE('GRPXREFK')
035900         RIDFLD(C3800-GRK-KEY)
036000         GTEQ
036100         RESP(C3800-RESP)
036200     END-EXEC.
036300     IF C3800-RESP NOT = DFHRESP(NORMAL)
036400       AND C3800-RESP NOT = DFHRESP(NOTFND)
036500         MOVE "GROUP FILE NOT AVAILABLE" TO C3800-GROUP-TEXT(1)
036600         GO TO 3200-MOVE-GROUP-LINES
036700     END-IF.
036800     IF C3800-RESP = DFHRESP(NORMAL)
036900         PERFORM 3210-READ-ONE-GROUP
037000             THRU 3210-READ-ONE-GROUP-EXIT
037100             UNTIL C3800-ROW > 3
037200                OR C3800-BROWSE-END
037300         EXEC CICS ENDBR FILE('GRPXREFK')
037400             RESP(C3800-RESP)
037500         END-EXEC
037600     END-IF.
037700     IF C3800-ROW = ZERO
037800         MOVE "NOT A MEMBER OF ANY GROUP" TO C3800-GROUP-TEXT(1)
037900     END-IF.
038000
038100 3200-MOVE-GROUP-LINES.
038200     MOVE C3800-GROUP-TEXT(1) TO DGRP1O.
038300     MOVE C3800-GROUP-TEXT(2) TO DGRP2O.
038400     MOVE C3800-GROUP-TEXT(3) TO DGRP3O.
038500 3200-SHOW-GROUPS-EXIT.
038600     EXIT.
038700*****************************************************************
038800*    3210-READ-ONE-GROUP
038900*****************************************************************
039000 3210-READ-ONE-GROUP.
039100     EXEC CICS READNEXT FILE('GRPXREFK')
039200         INTO(GROUP-MEMBER-RECORD)
039300         RIDFLD(C3800-GRK-KEY)
039400         RESP(C3800-RESP)
039500     END-EXEC.
039600     IF C3800-RESP NOT = DFHRESP(NORMAL)
039700       OR GRK-CUST-ID NOT = CIQ-CUST-ID
039800         MOVE "Y" TO C3800-BROWSE-END-SW
039900         GO TO 3210-READ-ONE-GROUP-EXIT
040000     END-IF.
040100
040200     ADD 1 TO C3800-ROW.
040300     IF C3800-ROW > 3
040400         MOVE C3800-GROUP-TEXT(3) TO C3800-GROUP-LINE
040500         MOVE "+ MORE GROUPS"     TO GL-MORE
040600         MOVE C3800-GROUP-LINE    TO C3800-GROUP-TEXT(3)
040700         GO TO 3210-READ-ONE-GROUP-EXIT
040800     END-IF.
040900     MOVE GRK-GROUP-ID     TO GL-GROUP-ID.
041000     MOVE GRK-GROUP-NAME   TO GL-GROUP-NAME.
041100     MOVE SPACES           TO GL-MORE.
041200     MOVE C3800-GROUP-LINE TO C3800-GROUP-TEXT(C3800-ROW).
041300 3210-READ-ONE-GROUP-EXIT.
041400     EXIT.
041500*****************************************************************
041600*    3300-SHOW-POSTINGS - THE FIVE MOST RECENT, NEWEST FIRST.
041700*    WHEN THE START KEY FINDS A LATER CUSTOMER, ONE READNEXT
041800*    SETTLES THE BROWSE ON IT; THE FIRST READPREV THEN RETURNS
041900*    THAT SAME RECORD AND 3310 PASSES OVER IT.  WHEN NOTHING
042000*    FOLLOWS, A START KEY OF HIGH-VALUES POSITIONS AT THE END
042100*    OF THE FILE FOR THE READPREV.
042200*****************************************************************
042300 3300-SHOW-POSTINGS.
042400     MOVE SPACES      TO C3800-POST-TABLE.
042500     MOVE ZERO        TO C3800-ROW.
042600     MOVE "N"         TO C3800-BROWSE-END-SW.
042700     MOVE CIQ-CUST-ID TO C3800-PSH-KEY-CUST.
042800     MOVE HIGH-VALUES TO C3800-PSH-KEY-REST.
042900
043000     EXEC CICS STARTBR FILE('POSTHIST')
043100         RIDFLD(C3800-PSH-KEY)
043200         GTEQ
043300         RESP(C3800-RESP)
043400     END-EXEC.
043500     IF C3800-RESP = DFHRESP(NORMAL)
043600         EXEC CICS READNEXT FILE('POSTHIST')
043700             INTO(POSTING-HISTORY-RECORD)
043800             RIDFLD(C3800-PSH-KEY)
043900             RESP(C3800-RESP)
044000         END-EXEC
044100     ELSE
044200         IF C3800-RESP = DFHRESP(NOTFND)
044300             MOVE HIGH-VALUES TO C3800-PSH-KEY
044400             EXEC CICS STARTBR FILE('POSTHIST')
044500                 RIDFLD(C3800-PSH-KEY)
044600                 GTEQ
044700                 RESP(C3800-RESP)
044800             END-EXEC
044900         END-IF
045000     END-IF.
045100     IF C3800-RESP NOT = DFHRESP(NORMAL)
045200         IF C3800-RESP = DFHRESP(NOTFND)
045300             MOVE "NO POSTINGS ON FILE" TO C3800-POST-TEXT(1)
045400         ELSE
045500             MOVE "POSTING HISTORY NOT AVAILABLE"
045600                 TO C3800-POST-TEXT(1)
045700         END-IF
045800         GO TO 3300-MOVE-POSTING-LINES
045900     END-IF.
046000
046100     PERFORM 3310-READ-ONE-POSTING
046200         THRU 3310-READ-ONE-POSTING-EXIT
046300         UNTIL C3800-ROW = 5
046400            OR C3800-BROWSE-END.
046500     EXEC CICS ENDBR FILE('POSTHIST')
046600         RESP(C3800-RESP)
046700     END-EXEC.
046800     IF C3800-ROW = ZERO
046900         MOVE "NO POSTINGS ON FILE" TO C3800-POST-TEXT(1)
047000     END-IF.
047100
047200 3300-MOVE-POSTING-LINES.
047300     MOVE C3800-POST-TEXT(1) TO DPST1O.
047400     MOVE C3800-POST-TEXT(2) TO DPST2O.
047500     MOVE C3800-POST-TEXT(3) TO DPST3O.
047600     MOVE C3800-POST-TEXT(4) TO DPST4O.
047700     MOVE C3800-POST-TEXT(5) TO DPST5O.
047800 3300-SHOW-POSTINGS-EXIT.
047900     EXIT.
048000*****************************************************************
048100*    3310-READ-ONE-POSTING
048200*****************************************************************
048300 3310-READ-ONE-POSTING.
048400     EXEC CICS READPREV FILE('POSTHIST')
048500         INTO(POSTING-HISTORY-RECORD)
048600         RIDFLD(C3800-PSH-KEY)
048700         RESP(C3800-RESP)
048800     END-EXEC.
048900     IF C3800-RESP NOT = DFHRESP(NORMAL)
049000         MOVE "Y" TO C3800-BROWSE-END-SW
049100         GO TO 3310-READ-ONE-POSTING-EXIT
049200     END-IF.
049300     IF PSH-CUST-ID > CIQ-CUST-ID
049400         GO TO 3310-READ-ONE-POSTING-EXIT
049500     END-IF.
049600     IF PSH-CUST-ID < CIQ-CUST-ID
049700         MOVE "Y" TO C3800-BROWSE-END-SW
049800         GO TO 3310-READ-ONE-POSTING-EXIT
049900     END-IF.
050000
050100     ADD 1 TO C3800-ROW.
050200     MOVE PSH-POST-DATE     TO PL-POST-DATE.
050300     MOVE PSH-SEQUENCE-NO   TO PL-SEQUENCE-NO.
050400     MOVE PSH-DC-CODE       TO PL-DC-CODE.
050500     MOVE PSH-AMOUNT        TO PL-AMOUNT.
050600     MOVE PSH-REASON-CODE   TO PL-REASON-CODE.
050700     MOVE PSH-OLD-BALANCE   TO PL-OLD-BALANCE.
050800     MOVE PSH-NEW-BALANCE   TO PL-NEW-BALANCE.
050900     MOVE C3800-POST-LINE   TO C3800-POST-TEXT(C3800-ROW).
051000 3310-READ-ONE-POSTING-EXIT.
051100     EXIT.
051200*****************************************************************
051300*    8000-SEND-FULL-MAP - CALLER HAS BUILT CUST38MO AND SET
051400*    C3800-MESSAGE.
051500*****************************************************************
051600 8000-SEND-FULL-MAP.
051700     MOVE C3800-MESSAGE TO DMSGO.
051800     MOVE -1            TO DCUSTIDL.
051900     EXEC CICS SEND MAP('CUST38M') MAPSET('CUST38S')
052000         FROM(CUST38MO)
052100         ERASE
052200         CURSOR
052300     END-EXEC.
052400 8000-SEND-FULL-MAP-EXIT.
052500     EXIT.
052600*****************************************************************
052700*    8100-SEND-MESSAGE-ONLY - REWRITES THE MESSAGE LINE AND
052800*    LEAVES THE REST OF THE SCREEN AS THE AGENT SEES IT.
052900*****************************************************************
053000 8100-SEND-MESSAGE-ONLY.
053100     MOVE LOW-VALUES    TO CUST38MO.
053200     MOVE C3800-MESSAGE TO DMSGO.
053300     MOVE -1            TO DCUSTIDL.
053400     EXEC CICS SEND MAP('CUST38M') MAPSET('CUST38S')
053500         FROM(CUST38MO)
053600         DATAONLY
053700         CURSOR
053800     END-EXEC.
053900 8100-SEND-MESSAGE-ONLY-EXIT.
054000     EXIT.
