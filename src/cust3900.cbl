000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CUST3900.
000300 AUTHOR.        R HALVORSEN.
000400 INSTALLATION.  CUSTOMER SERVICES APPLICATIONS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*    CUST3900  -  ONLINE CUSTOMER CHANGE HISTORY  (TRANSACTION
000900*                 CIQA)
001000*
001100*    PAGES THROUGH ONE CUSTOMER'S ROWS ON THE CHANGE HISTORY
001200*    (CUSTAUD, CUSTAUD.CPY), NEWEST FIRST, FIVE ROWS A PAGE.
001300*    EACH ROW TAKES THREE SCREEN LINES: SEQUENCE, DATE, TIME,
001400*    OPERATOR/SOURCE AND FIELD NAME, THEN THE OLD VALUE, THEN
001450*    THE NEW.  THE OPERATOR IS BLANK ON A ROW JOURNALED BEFORE
001460*    THE OPERATOR WAS CARRIED.
001500*    REACHED WITH PF5 FROM THE CUSTOMER DETAIL (CUST3800), WHICH
001600*    PASSES THE CUST-ID IN THE INQUIRY COMMAREA (CUSTIQC.CPY).
001700*    PF8 SHOWS OLDER CHANGES, PF7 NEWER, PF3 GOES BACK TO THE
001800*    DETAIL, PF12 ENDS THE INQUIRY.
001900*
002000*    EVERY PAGE IS BUILT THE SAME WAY, BY 3000-BUILD-PAGE:
002100*    THE FIVE ROWS BELOW AN UPPER SEQUENCE BOUND, READ BACKWARDS.
002200*    THE COMMAREA KEEPS THE SEQUENCES AT THE TOP AND BOTTOM OF
002300*    THE PAGE ON THE SCREEN.  OLDER USES THE BOTTOM ONE AS THE
002400*    BOUND; NEWER READS UP TO FIVE ROWS FORWARD FROM THE TOP
002500*    ONE AND USES THE LAST OF THEM, SO A PAGE NEVER STRADDLES
002600*    THE NEWEST ROW.
002700*
002800*    INQUIRY ONLY - NO FILE IS UPDATED.
002900*
003000*    MODIFICATION HISTORY
003100*    DATE       INIT  DESCRIPTION
003200*    ---------- ----- ---------------------------------------
003300*    2026-10-15 RJH   INITIAL VERSION.
003310*    2026-10-15 RJH   SHOW AUD-OPERATOR-ID BEFORE THE SOURCE IN
003320*                     THE BY COLUMN.  PAGE ROWS HOLD THE WHOLE
003330*                     148-BYTE AUDIT ROW.
003400*****************************************************************
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
003700 SOURCE-COMPUTER.   IBM-370.
003800 OBJECT-COMPUTER.   IBM-370.
003900 DATA DIVISION.
004000 WORKING-STORAGE SECTION.
004100 77  C3900-RESP                 PIC S9(08) COMP  VALUE ZERO.
004200 77  C3900-ROW                  PIC S9(04) COMP  VALUE ZERO.
004300 77  C3900-LINE                 PIC S9(04) COMP  VALUE ZERO.
004400 77  C3900-NEWER-COUNT          PIC S9(04) COMP  VALUE ZERO.
004500 77  C3900-UPPER-SEQ            PIC 9(07)  VALUE ZERO.
004600 77  C3900-NEWEST-BOUND         PIC 9(07)  VALUE 1000000.
004700 77  C3900-NEWER-SEQ            PIC 9(06)  VALUE ZERO.
004800 77  C3900-MESSAGE              PIC X(79)  VALUE SPACES.
004900 77  C3900-BROWSE-END-SW        PIC X(01)  VALUE "N".
005000     88  C3900-BROWSE-END       VALUE "Y".
005100 77  C3900-END-SW               PIC X(01)  VALUE "N".
005200     88  C3900-END-SESSION      VALUE "Y".
005300 77  C3900-END-TEXT             PIC X(24)
005400         VALUE "CUSTOMER INQUIRY ENDED".
005500 77  C3900-NO-ID-TEXT           PIC X(50)
005600         VALUE "START THE CUSTOMER INQUIRY WITH CIQN OR CIQD".
005700*---------------------------------------------------------------
005800*    BROWSE KEY AND THE ROWS COLLECTED FOR ONE PAGE
005900*---------------------------------------------------------------
006000 01  C3900-AUD-KEY.
006100     05  C3900-AUD-KEY-CUST     PIC X(10).
006200     05  C3900-AUD-KEY-SEQ      PIC 9(06).
006300 01  C3900-PAGE-TABLE.
006400     05  C3900-PAGE-ROW         PIC X(148) OCCURS 5 TIMES.
006500*---------------------------------------------------------------
006600*    THE THREE SCREEN LINES FOR ONE CHANGE
006700*---------------------------------------------------------------
006800 01  C3900-ROW-LINE-1.
006900     05  FILLER                 PIC X(04)  VALUE "SEQ ".
007000     05  R1-SEQUENCE-NO         PIC 9(06).
007100     05  FILLER                 PIC X(01)  VALUE SPACES.
007200     05  R1-CHANGE-DATE         PIC X(08).
007300     05  FILLER                 PIC X(01)  VALUE SPACES.
007400     05  R1-CHANGE-TIME         PIC X(08).
007500     05  FILLER                 PIC X(04)  VALUE " BY ".
007550     05  R1-OPERATOR-ID         PIC X(08).
007560     05  FILLER                 PIC X(01)  VALUE "/".
007600     05  R1-SOURCE-ID           PIC X(08).
007700     05  FILLER                 PIC X(05)  VALUE " FLD ".
007800     05  R1-FIELD-NAME          PIC X(20).
007900     05  FILLER                 PIC X(05)  VALUE SPACES.
008000 01  C3900-ROW-LINE-2.
008100     05  FILLER                 PIC X(09)  VALUE "    OLD: ".
008200     05  R2-OLD-VALUE           PIC X(40).
008300     05  FILLER                 PIC X(30)  VALUE SPACES.
008400 01  C3900-ROW-LINE-3.
008500     05  FILLER                 PIC X(09)  VALUE "    NEW: ".
008600     05  R3-NEW-VALUE           PIC X(40).
008700     05  FILLER                 PIC X(30)  VALUE SPACES.
008800
008900     COPY "custiqc.cpy".
009000
009100     COPY "sample.cpy".
009200
009300     COPY "custaud.cpy".
009400
009500     COPY "cust39s.cpy".
009600*---------------------------------------------------------------
009700*    THE FIFTEEN HISTORY LINES OF THE MAP AS A TABLE
009800*---------------------------------------------------------------
009900 01  C3900-MAP-LIST REDEFINES CUST39MO.
010000     05  FILLER                 PIC X(58).
010100     05  C3900-MAP-ROW          OCCURS 15 TIMES.
010200         10  FILLER             PIC X(03).
010300         10  C3900-LIN-O        PIC X(79).
010400     05  FILLER                 PIC X(82).
010500
010600     COPY DFHAID.
010700
010800 LINKAGE SECTION.
010900 01  DFHCOMMAREA                PIC X(250).
011000
011100 PROCEDURE DIVISION.
011200*****************************************************************
011300*    0000-MAINLINE - A TRANSFER FROM THE DETAIL SCREEN, OR A KEY
011400*    PRESSED ON THIS ONE.  THERE IS NOTHING TO SHOW WITHOUT A
011500*    CUST-ID, SO A START FROM A BARE TERMINAL IS TURNED AWAY.
011600*****************************************************************
011700 0000-MAINLINE.
011800     MOVE SPACES TO C3900-MESSAGE.
011900
012000     IF EIBCALEN = ZERO
012100         EXEC CICS SEND TEXT FROM(C3900-NO-ID-TEXT)
012200             LENGTH(LENGTH OF C3900-NO-ID-TEXT)
012300             ERASE FREEKB
012400         END-EXEC
012500         EXEC CICS RETURN
012600         END-EXEC
012700     END-IF.
012800
012900     MOVE DFHCOMMAREA TO CIQ-COMMAREA.
013000     IF CIQ-PROGRAM NOT = "CUST3900"
013100         MOVE C3900-NEWEST-BOUND TO C3900-UPPER-SEQ
013200         PERFORM 3000-BUILD-PAGE
013300             THRU 3000-BUILD-PAGE-EXIT
013400     ELSE
013500         PERFORM 2000-PROCESS-KEY
013600             THRU 2000-PROCESS-KEY-EXIT
013700     END-IF.
013800
013900     IF C3900-END-SESSION
014000         EXEC CICS SEND TEXT FROM(C3900-END-TEXT)
014100             LENGTH(LENGTH OF C3900-END-TEXT)
014200             ERASE FREEKB
014300         END-EXEC
014400         EXEC CICS RETURN
014500         END-EXEC
014600     END-IF.
014700
014800     MOVE "CUST3900" TO CIQ-PROGRAM.
014900     EXEC CICS RETURN TRANSID('CIQA')
015000         COMMAREA(CIQ-COMMAREA)
015100         LENGTH(LENGTH OF CIQ-COMMAREA)
015200     END-EXEC.
015300     GOBACK.
015400*****************************************************************
015500*    2000-PROCESS-KEY
015600*****************************************************************
015700 2000-PROCESS-KEY.
015800     IF EIBAID = DFHPF12
015900         MOVE "Y" TO C3900-END-SW
016000         GO TO 2000-PROCESS-KEY-EXIT
016100     END-IF.
016200     IF EIBAID = DFHPF3
016300         MOVE "CUST3900" TO CIQ-PROGRAM
016400         EXEC CICS XCTL PROGRAM('CUST3800')
016500             COMMAREA(CIQ-COMMAREA)
016600             LENGTH(LENGTH OF CIQ-COMMAREA)
016700         END-EXEC
016800     END-IF.
016900     IF EIBAID = DFHPF8
017000         PERFORM 2100-OLDER-PAGE
017100             THRU 2100-OLDER-PAGE-EXIT
017200         GO TO 2000-PROCESS-KEY-EXIT
017300     END-IF.
017400     IF EIBAID = DFHPF7
017500         PERFORM 2200-NEWER-PAGE
017600             THRU 2200-NEWER-PAGE-EXIT
017700         GO TO 2000-PROCESS-KEY-EXIT
017800     END-IF.
017900     IF EIBAID = DFHENTER
018000       OR EIBAID = DFHCLEAR
018100         PERFORM 2300-SAME-PAGE
018200             THRU 2300-SAME-PAGE-EXIT
018300         PERFORM 3000-BUILD-PAGE
018400             THRU 3000-BUILD-PAGE-EXIT
018500         GO TO 2000-PROCESS-KEY-EXIT
018600     END-IF.
018700
018800     MOVE "THAT KEY IS NOT USED ON THIS SCREEN" TO C3900-MESSAGE.
018900     PERFORM 2300-SAME-PAGE
019000         THRU 2300-SAME-PAGE-EXIT.
019100     PERFORM 3000-BUILD-PAGE
019200         THRU 3000-BUILD-PAGE-EXIT.
019300 2000-PROCESS-KEY-EXIT.
019400     EXIT.
019500*****************************************************************
019600*    2100-OLDER-PAGE - PF8.  THE ROW AT THE BOTTOM OF THE PAGE
019700*    ON THE SCREEN BECOMES THE BOUND FOR THE NEXT PAGE.
019800*****************************************************************
019900 2100-OLDER-PAGE.
020000     IF CIQ-AUD-MORE-OLDER
020100         MOVE CIQ-AUD-LAST-SEQ TO C3900-UPPER-SEQ
020200     ELSE
020300         MOVE "NO OLDER CHANGES ON FILE" TO C3900-MESSAGE
020400         PERFORM 2300-SAME-PAGE
020500             THRU 2300-SAME-PAGE-EXIT
020600     END-IF.
020700     PERFORM 3000-BUILD-PAGE
020800         THRU 3000-BUILD-PAGE-EXIT.
020900 2100-OLDER-PAGE-EXIT.
021000     EXIT.
021100*****************************************************************
021200*    2200-NEWER-PAGE - PF7.  READS FORWARD FROM THE ROW AT THE
021300*    TOP OF THE SCREEN.  FIVE NEWER ROWS MAKE THE NEXT PAGE UP;
021400*    FEWER MEANS THE NEWEST PAGE IS REACHED.
021500*****************************************************************
021600 2200-NEWER-PAGE.
021700     IF CIQ-AUD-FIRST-SEQ = ZERO
021800       OR CIQ-AUD-FIRST-SEQ = 999999
021900         MOVE C3900-NEWEST-BOUND TO C3900-UPPER-SEQ
022000         GO TO 2200-BUILD-NEWER-PAGE
022100     END-IF.
022200
022300     MOVE ZERO TO C3900-NEWER-COUNT.
022400     MOVE "N"  TO C3900-BROWSE-END-SW.
022500     MOVE CIQ-CUST-ID       TO C3900-AUD-KEY-CUST.
022600     COMPUTE C3900-AUD-KEY-SEQ = CIQ-AUD-FIRST-SEQ + 1.
022700     EXEC CICS STARTBR FILE('CUSTAUD')
022800         RIDFLD(C3900-AUD-KEY)
022900         GTEQ
023000         RESP(C3900-RESP)
023100     END-EXEC.
023200     IF C3900-RESP = DFHRESP(NORMAL)
023300         PERFORM 2210-READ-ONE-NEWER
023400             THRU 2210-READ-ONE-NEWER-EXIT
023500             UNTIL C3900-NEWER-COUNT = 5
023600                OR C3900-BROWSE-END
023700         EXEC CICS ENDBR FILE('CUSTAUD')
023800             RESP(C3900-RESP)
023900         END-EXEC
024000     END-IF.
024100
024200     IF C3900-NEWER-COUNT = ZERO
024300         MOVE "ALREADY AT THE NEWEST CHANGES" TO C3900-MESSAGE
024400         PERFORM 2300-SAME-PAGE
024500             THRU 2300-SAME-PAGE-EXIT
024600         GO TO 2200-BUILD-NEWER-PAGE
024700     END-IF.
024800     IF C3900-NEWER-COUNT < 5
024900         MOVE C3900-NEWEST-BOUND TO C3900-UPPER-SEQ
025000     ELSE
025100         COMPUTE C3900-UPPER-SEQ = C3900-NEWER-SEQ + 1
025200     END-IF.
025300
025400 2200-BUILD-NEWER-PAGE.
025500     PERFORM 3000-BUILD-PAGE
025600         THRU 3000-BUILD-PAGE-EXIT.
025700 2200-NEWER-PAGE-EXIT.
025800     EXIT.
025900*****************************************************************
026000*    2210-READ-ONE-NEWER
026100*****************************************************************
026200 2210-READ-ONE-NEWER.
026300     EXEC CICS READNEXT FILE('CUSTAUD')
026400         INTO(CUSTOMER-AUDIT-RECORD)
026500         RIDFLD(C3900-AUD-KEY)
026600         RESP(C3900-RESP)
026700     END-EXEC.
026800     IF C3900-RESP NOT = DFHRESP(NORMAL)
026900       OR AUD-CUST-ID NOT = CIQ-CUST-ID
027000         MOVE "Y" TO C3900-BROWSE-END-SW
027100         GO TO 2210-READ-ONE-NEWER-EXIT
027200     END-IF.
027300     ADD 1 TO C3900-NEWER-COUNT.
027400     MOVE AUD-SEQUENCE-NO TO C3900-NEWER-SEQ.
027500 2210-READ-ONE-NEWER-EXIT.
027600     EXIT.
027700*****************************************************************
027800*    2300-SAME-PAGE - SETS THE BOUND THAT REBUILDS THE PAGE NOW
027900*    ON THE SCREEN.
028000*****************************************************************
028100 2300-SAME-PAGE.
028200     IF CIQ-AUD-FIRST-SEQ = ZERO
028300         MOVE C3900-NEWEST-BOUND TO C3900-UPPER-SEQ
028400     ELSE
028500         COMPUTE C3900-UPPER-SEQ = CIQ-AUD-FIRST-SEQ + 1
028600     END-IF.
028700 2300-SAME-PAGE-EXIT.
028800     EXIT.
028900*****************************************************************
029000*    3000-BUILD-PAGE - THE FIVE ROWS WITH A SEQUENCE BELOW
029100*    C3900-UPPER-SEQ, NEWEST FIRST, AND ONE MORE LOOK BACK TO
029200*    KNOW WHETHER PF8 HAS ANYTHING TO SHOW.
029300*
029400*    THE BROWSE STARTS AT THE BOUND (OR THE HIGHEST SEQUENCE A
029500*    KEY CAN HOLD).  WHEN THAT FINDS A RECORD, ONE READNEXT
029600*    SETTLES THE BROWSE ON IT AND THE FIRST READPREV RETURNS IT
029700*    AGAIN FOR 3100 TO TEST LIKE ANY OTHER.  WHEN NOTHING
029800*    FOLLOWS, A START KEY OF HIGH-VALUES POSITIONS AT THE END
029900*    OF THE FILE FOR THE READPREV.
030000*****************************************************************
030100 3000-BUILD-PAGE.
030200     MOVE LOW-VALUES  TO CUST39MO.
030300     MOVE SPACES      TO C3900-PAGE-TABLE.
030400     MOVE ZERO        TO C3900-ROW.
030500     MOVE "N"         TO C3900-BROWSE-END-SW
030600                         CIQ-AUD-OLDER-SW.
030700     MOVE CIQ-CUST-ID TO ACUSTIDO.
030800     PERFORM 3050-SHOW-NAME
030900         THRU 3050-SHOW-NAME-EXIT.
031000
031100     MOVE CIQ-CUST-ID TO C3900-AUD-KEY-CUST.
031200     IF C3900-UPPER-SEQ > 999999
031300         MOVE 999999          TO C3900-AUD-KEY-SEQ
031400     ELSE
031500         MOVE C3900-UPPER-SEQ TO C3900-AUD-KEY-SEQ
031600     END-IF.
031700     EXEC CICS STARTBR FILE('CUSTAUD')
031800         RIDFLD(C3900-AUD-KEY)
031900         GTEQ
032000         RESP(C3900-RESP)
032100     END-EXEC.
032200     IF C3900-RESP = DFHRESP(NORMAL)
032300         EXEC CICS READNEXT FILE('CUSTAUD')
032400             INTO(CUSTOMER-AUDIT-RECORD)
032500             RIDFLD(C3900-AUD-KEY)
032600             RESP(C3900-RESP)
032700         END-EXEC
032800     ELSE
032900         IF C3900-RESP = DFHRESP(NOTFND)
033000             MOVE HIGH-VALUES TO C3900-AUD-KEY
033100             EXEC CICS STARTBR FILE('CUSTAUD')
033200                 RIDFLD(C3900-AUD-KEY)
033300                 GTEQ
033400                 RESP(C3900-RESP)
033500             END-EXEC
033600         END-IF
033700     END-IF.
033800     IF C3900-RESP NOT = DFHRESP(NORMAL)
033900         IF C3900-RESP NOT = DFHRESP(NOTFND)
034000             MOVE "CHANGE HISTORY NOT AVAILABLE - TRY AGAIN LATER"
034100                 TO C3900-MESSAGE
034200         END-IF
034300         GO TO 3000-SET-PAGE-LIMITS
034400     END-IF.
034500
034600     PERFORM 3100-READ-ONE-CHANGE
034700         THRU 3100-READ-ONE-CHANGE-EXIT
034800         UNTIL C3900-ROW = 5
034900            OR C3900-BROWSE-END.
035000     IF NOT C3900-BROWSE-END
035100         PERFORM 3150-LOOK-FOR-OLDER
035200             THRU 3150-LOOK-FOR-OLDER-EXIT
035300     END-IF.
035400     EXEC CICS ENDBR FILE('CUSTAUD')
035500         RESP(C3900-RESP)
035600     END-EXEC.
035700
035800 3000-SET-PAGE-LIMITS.
035900     IF C3900-ROW = ZERO
036000         MOVE ZERO TO CIQ-AUD-FIRST-SEQ
036100                      CIQ-AUD-LAST-SEQ
036200         IF C3900-MESSAGE = SPACES
036300             MOVE "NO CHANGE HISTORY ON FILE FOR THIS CUSTOMER"
036400                 TO C3900-MESSAGE
036500         END-IF
036600         GO TO 3000-SEND-PAGE
036700     END-IF.
036800
036900     MOVE C3900-PAGE-ROW(1) TO CUSTOMER-AUDIT-RECORD.
037000     MOVE AUD-SEQUENCE-NO   TO CIQ-AUD-FIRST-SEQ.
037100     MOVE C3900-PAGE-ROW(C3900-ROW) TO CUSTOMER-AUDIT-RECORD.
037200     MOVE AUD-SEQUENCE-NO   TO CIQ-AUD-LAST-SEQ.
037300     MOVE ZERO TO C3900-LINE.
037400     PERFORM 3200-FORMAT-ONE-CHANGE
037500         THRU 3200-FORMAT-ONE-CHANGE-EXIT
037600         VARYING C3900-ROW FROM 1 BY 1
037700         UNTIL C3900-ROW > 5
037800            OR C3900-PAGE-ROW(C3900-ROW) = SPACES.
037900     IF C3900-MESSAGE = SPACES
038000         IF CIQ-AUD-MORE-OLDER
038100             MOVE "PF8 FOR OLDER CHANGES" TO C3900-MESSAGE
038200         ELSE
038300             MOVE "OLDEST CHANGE ON FILE IS SHOWN"
038400                 TO C3900-MESSAGE
038500         END-IF
038600     END-IF.
038700
038800 3000-SEND-PAGE.
038900     PERFORM 8000-SEND-MAP
039000         THRU 8000-SEND-MAP-EXIT.
039100 3000-BUILD-PAGE-EXIT.
039200     EXIT.
039300*****************************************************************
039400*    3050-SHOW-NAME - A CUST-ID NO LONGER ON THE MASTER STILL
039500*    HAS ITS HISTORY; THE NAME LINE SAYS SO.
039600*****************************************************************
039700 3050-SHOW-NAME.
039800     EXEC CICS READ FILE('CUSTMAST')
039900         INTO(CUSTOMER-RECORD)
040000         RIDFLD(CIQ-CUST-ID)
040100         RESP(C3900-RESP)
040200     END-EXEC.
040300     IF C3900-RESP = DFHRESP(NORMAL)
040400         MOVE CUST-NAME TO ANAMEO
040500     ELSE
040600         MOVE "(NOT ON THE CUSTOMER MASTER)" TO ANAMEO
040700     END-IF.
040800 3050-SHOW-NAME-EXIT.
040900     EXIT.
041000*****************************************************************
041100*    3100-READ-ONE-CHANGE
041200*****************************************************************
041300 3100-READ-ONE-CHANGE.
041400     EXEC CICS READPREV FILE('CUSTAUD')
041500         INTO(CUSTOMER-AUDIT-RECORD)
041600         RIDFLD(C3900-AUD-KEY)
041700         RESP(C3900-RESP)
041800     END-EXEC.
041900     IF C3900-RESP NOT = DFHRESP(NORMAL)
042000       OR AUD-CUST-ID < CIQ-CUST-ID
042100         MOVE "Y" TO C3900-BROWSE-END-SW
042200         GO TO 3100-READ-ONE-CHANGE-EXIT
042300     END-IF.
042400     IF AUD-CUST-ID > CIQ-CUST-ID
042500       OR AUD-SEQUENCE-NO NOT < C3900-UPPER-SEQ
042600         GO TO 3100-READ-ONE-CHANGE-EXIT
042700     END-IF.
042800     ADD 1 TO C3900-ROW.
042900     MOVE CUSTOMER-AUDIT-RECORD TO C3900-PAGE-ROW(C3900-ROW).
043000 3100-READ-ONE-CHANGE-EXIT.
043100     EXIT.
043200*****************************************************************
043300*    3150-LOOK-FOR-OLDER
043400*****************************************************************
043500 3150-LOOK-FOR-OLDER.
043600     EXEC CICS READPREV FILE('CUSTAUD')
043700         INTO(CUSTOMER-AUDIT-RECORD)
043800         RIDFLD(C3900-AUD-KEY)
043900         RESP(C3900-RESP)
044000     END-EXEC.
044100     IF C3900-RESP = DFHRESP(NORMAL)
044200       AND AUD-CUST-ID = CIQ-CUST-ID
044300         MOVE "Y" TO CIQ-AUD-OLDER-SW
044400     END-IF.
044500 3150-LOOK-FOR-OLDER-EXIT.
044600     EXIT.
044700*****************************************************************
044800*    3200-FORMAT-ONE-CHANGE - THREE MAP LINES FOR THE ROW
044900*    C3900-ROW OF THE PAGE.
045000*****************************************************************
045100 3200-FORMAT-ONE-CHANGE.
045200     MOVE C3900-PAGE-ROW(C3900-ROW) TO CUSTOMER-AUDIT-RECORD.
045300     MOVE AUD-SEQUENCE-NO  TO R1-SEQUENCE-NO.
045400     MOVE AUD-CHANGE-DATE  TO R1-CHANGE-DATE.
045500     MOVE AUD-CHANGE-TIME  TO R1-CHANGE-TIME.
045550     MOVE AUD-OPERATOR-ID  TO R1-OPERATOR-ID.
045600     MOVE AUD-SOURCE-ID    TO R1-SOURCE-ID.
045700     MOVE AUD-FIELD-NAME   TO R1-FIELD-NAME.
045800     MOVE AUD-OLD-VALUE    TO R2-OLD-VALUE.
045900     MOVE AUD-NEW-VALUE    TO R3-NEW-VALUE.
046000
046100     ADD 1 TO C3900-LINE.
046200     MOVE C3900-ROW-LINE-1 TO C3900-LIN-O(C3900-LINE).
046300     ADD 1 TO C3900-LINE.
046400     MOVE C3900-ROW-LINE-2 TO C3900-LIN-O(C3900-LINE).
046500     ADD 1 TO C3900-LINE.
046600     MOVE C3900-ROW-LINE-3 TO C3900-LIN-O(C3900-LINE).
046700 3200-FORMAT-ONE-CHANGE-EXIT.
046800     EXIT.
046900*****************************************************************
047000*    8000-SEND-MAP
047100*****************************************************************
047200 8000-SEND-MAP.
047300     MOVE C3900-MESSAGE TO AMSGO.
047400     EXEC CICS SEND MAP('CUST39M') MAPSET('CUST39S')
047500         FROM(CUST39MO)
047600         ERASE
047700     END-EXEC.
047800 8000-SEND-MAP-EXIT.
047900     EXIT.
