002700*        WHICH BECOMES TOMORROW'S APVIN.
002800*    THE APPROVAL WORKLIST (APVRPT) SHOWS EVERY ITEM TOUCHED
002900*    AND EVERY APPROVAL THAT MATCHED NOTHING.
002910*    EVERY RELEASE IS ALSO APPENDED TO THE APPROVAL LOG (APVLOG,
002920*    CUSTAPL.CPY) WITH THE OPERATOR WHO KEYED THE ITEM AND THE
002930*    SUPERVISOR WHO APPROVED IT.  WHEN THEY ARE THE SAME ID THE
002940*    RELEASE IS FLAGGED SELF-APPROVED ON THE WORKLIST, THE
002950*    SUPERVISOR EXCEPTION REPORT, AND THE LOG.
003000*
003100*    CONTROL CARD (APVPARM), ONE RECORD:
003200*        APP-AGE-LIMIT-DAYS PIC 9(03) - DAYS AN ITEM MAY WAIT
003700*    DATE       INIT  DESCRIPTION
003800*    ---------- ----- ---------------------------------------
003900*    2026-09-02 RJH   INITIAL VERSION.
003910*    2026-10-15 RJH   THE KEYING OPERATOR IS COMPARED WITH THE
003920*                     APPROVING SUPERVISOR; SELF-APPROVED RELEASES
003930*                     ARE FLAGGED AND COUNTED.  EVERY RELEASE IS
003940*                     LOGGED ON APVLOG (CUSTAPL.CPY) FOR THE
003950*                     OPERATOR ACTIVITY REPORT.  RECORDS WIDENED
003960*                     FOR THE OPERATOR ID.
004000*****************************************************************
004100 ENVIRONMENT DIVISION.
004200 CONFIGURATION SECTION.
007500     SELECT SUPERVISOR-REPORT-FILE ASSIGN TO "SUPRPT"
007600         ORGANIZATION IS LINE SEQUENTIAL
007700         FILE STATUS IS CM-SUPRPT-STATUS.
007720
007740     SELECT APPROVAL-LOG-FILE ASSIGN TO "APVLOG"
007760         ORGANIZATION IS LINE SEQUENTIAL
007780         FILE STATUS IS CM-APVLOG-STATUS.
007800
007900     COPY "custrnsl.cpy".
008000
008200 FILE SECTION.
008300 FD  AWAITING-IN-FILE
008400     LABEL RECORDS ARE STANDARD.
008500 01  AWAITING-IN-RECORD         PIC X(194).
008600
008700 FD  APPROVAL-FILE
008800     LABEL RECORDS ARE STANDARD.
009600
009700 FD  RELEASED-POST-FILE
009800     LABEL RECORDS ARE STANDARD.
009900 01  RELEASED-POST-RECORD       PIC X(41).
010000
010100 FD  RELEASED-MAINT-FILE
010200     LABEL RECORDS ARE STANDARD.
010300 01  RELEASED-MAINT-RECORD      PIC X(165).
010400
010500 FD  AWAITING-OUT-FILE
010600     LABEL RECORDS ARE STANDARD.
011300 FD  SUPERVISOR-REPORT-FILE
011400     LABEL RECORDS ARE STANDARD.
011500 01  SUPERVISOR-REPORT-LINE     PIC X(100).
011520
011540 FD  APPROVAL-LOG-FILE
011560     LABEL RECORDS ARE STANDARD.
011580     COPY "custapl.cpy".
011600
011700     COPY "custrnfd.cpy".
011800
012500 77  CM-APVOUT-STATUS           PIC X(02).
012600 77  CM-APVRPT-STATUS           PIC X(02).
012700 77  CM-SUPRPT-STATUS           PIC X(02).
012750 77  CM-APVLOG-STATUS           PIC X(02).
012800 77  CM-RUNLOG-STATUS           PIC X(02).
012900
013000 77  C2200-AWAITING-EOF-SW      PIC X(01)  VALUE "N".
014800 77  C2200-ITEMS-AGED-OFF       PIC 9(09) COMP  VALUE ZERO.
014900 77  C2200-APPROVALS-READ       PIC 9(09) COMP  VALUE ZERO.
015000 77  C2200-APPROVALS-UNUSED     PIC 9(09) COMP  VALUE ZERO.
015020 77  C2200-SELF-APPROVED-COUNT  PIC 9(09) COMP  VALUE ZERO.
015040 77  C2200-KEYED-BY             PIC X(08)  VALUE SPACES.
015060 77  C2200-SELF-APPROVED-SW     PIC X(01)  VALUE "N".
015080     88  C2200-SELF-APPROVED    VALUE "Y".
015100*---------------------------------------------------------------
015200*    SUPERVISOR APPROVALS, LOADED UP FRONT.  EACH APPROVAL
015300*    RELEASES AT MOST ONE PARKED ITEM PER RUN.
021600     05  FILLER          PIC X(30) VALUE
021700         "TOTAL APPROVALS UNMATCHED   : ".
021800     05  TL-UNUSED       PIC ZZZ,ZZZ,ZZ9.
021820 01  C2200-TOTAL-LINE-7.
021840     05  FILLER          PIC X(30) VALUE
021860         "TOTAL SELF-APPROVED RELEASES: ".
021880     05  TL-SELF         PIC ZZZ,ZZZ,ZZ9.
021900
022000 PROCEDURE DIVISION.
022100*****************************************************************
024200           AWAITING-OUT-FILE
024300           WORKLIST-REPORT-FILE
024400           SUPERVISOR-REPORT-FILE.
024450     CLOSE APPROVAL-LOG-FILE.
024500     IF CM-APVIN-STATUS = "00" OR "10"
024600         CLOSE AWAITING-IN-FILE
024700     END-IF.
026400          OUTPUT AWAITING-OUT-FILE
026500          OUTPUT WORKLIST-REPORT-FILE
026600          OUTPUT SUPERVISOR-REPORT-FILE.
026610
026620*    THE APPROVAL LOG IS CUMULATIVE; THE FIRST RUN CREATES IT.
026630     OPEN EXTEND APPROVAL-LOG-FILE.
026640     IF CM-APVLOG-STATUS = "35"
026650         OPEN OUTPUT APPROVAL-LOG-FILE
026660     END-IF.
026700
026800     READ CONTROL-CARD-FILE
026900         AT END
040600*****************************************************************
040700*    2200-RELEASE-ITEM - THE APPROVED ITEM GOES BACK OUT IN ITS
040800*    ORIGINAL LAYOUT FOR TONIGHT'S NORMAL RUN.
040830*    EVERY RELEASE IS LOGGED ON APVLOG; AN ITEM RELEASED ON THE
040860*    APPROVAL OF THE OPERATOR WHO KEYED IT IS FLAGGED.
040900*****************************************************************
041000 2200-RELEASE-ITEM.
041100     IF APV-POSTING
041200         MOVE APV-DATA(1:41) TO RELEASED-POST-RECORD
041300         WRITE RELEASED-POST-RECORD
041400         ADD 1 TO C2200-POSTINGS-RELEASED
041500     ELSE
041700         WRITE RELEASED-MAINT-RECORD
041800         ADD 1 TO C2200-MAINT-RELEASED
041900     END-IF.
041920
041940     PERFORM 2250-LOG-RELEASE
041960         THRU 2250-LOG-RELEASE-EXIT.
042000
042100     MOVE SPACES TO DT-DISPOSITION.
042200     STRING "RELEASED BY "
042300         C2200-APT-SUPV(C2200-APT-SUB)
042400         DELIMITED BY SIZE INTO DT-DISPOSITION.
042410     IF C2200-SELF-APPROVED
042420         MOVE SPACES TO DT-DISPOSITION
042430         STRING "SELF-APPROVED BY "
042440             C2200-APT-SUPV(C2200-APT-SUB)
042450             DELIMITED BY SIZE INTO DT-DISPOSITION
042460     END-IF.
042500     PERFORM 7000-WRITE-WORKLIST-LINE
042600         THRU 7000-WRITE-WORKLIST-LINE-EXIT.
042700 2200-RELEASE-ITEM-EXIT.
042800     EXIT.
042802*****************************************************************
042804*    2250-LOG-RELEASE - THE OPERATOR WHO KEYED THE ITEM IS ON
042806*    THE ORIGINAL TRANSACTION INSIDE APV-DATA.  AN ITEM RELEASED
042808*    ON THE APPROVAL OF THAT SAME ID STILL GOES THROUGH (THE
042810*    SUPERVISOR MAY BE COVERING A DESK) BUT IS LISTED ON THE
042812*    SUPERVISOR EXCEPTION REPORT AND MARKED ON THE LOG.
042814*****************************************************************
042816 2250-LOG-RELEASE.
042818     IF APV-POSTING
042820         MOVE APV-PST-OPERATOR-ID TO C2200-KEYED-BY
042822     ELSE
042824         MOVE APV-TRN-OPERATOR-ID TO C2200-KEYED-BY
042826     END-IF.
042828     MOVE "N" TO C2200-SELF-APPROVED-SW.
042830     IF C2200-KEYED-BY NOT = SPACES
042832       AND C2200-KEYED-BY = C2200-APT-SUPV(C2200-APT-SUB)
042834         MOVE "Y" TO C2200-SELF-APPROVED-SW
042836         ADD 1 TO C2200-SELF-APPROVED-COUNT
042838         MOVE APV-CUST-ID   TO SP-CUST-ID
042840         MOVE "KEYED AND APPROVED BY SAME ID" TO SP-REASON
042842         MOVE APV-PARK-DATE TO SP-PARK-DATE
042844         MOVE "RELEASED - SELF-APPROVED" TO SP-ACTION
042846         MOVE C2200-SUPERVISOR-LINE TO SUPERVISOR-REPORT-LINE
042848         WRITE SUPERVISOR-REPORT-LINE
042850     END-IF.
042852
042854     MOVE SPACES                  TO APPROVAL-LOG-RECORD.
042856     MOVE C2200-CURRENT-DATE      TO APL-RELEASE-DATE.
042858     MOVE APV-RECORD-TYPE         TO APL-RECORD-TYPE.
042860     MOVE APV-CUST-ID             TO APL-CUST-ID.
042862     IF APV-AMOUNT IS NUMERIC
042864         MOVE APV-AMOUNT          TO APL-AMOUNT
042866     ELSE
042868         MOVE ZERO                TO APL-AMOUNT
042870     END-IF.
042872     MOVE APV-PARK-DATE           TO APL-PARK-DATE.
042874     MOVE C2200-KEYED-BY          TO APL-KEYED-BY.
042876     MOVE C2200-APT-SUPV(C2200-APT-SUB) TO APL-APPROVED-BY.
042878     MOVE C2200-SELF-APPROVED-SW  TO APL-SELF-APPROVED-SW.
042880     WRITE APPROVAL-LOG-RECORD.
042882 2250-LOG-RELEASE-EXIT.
042884     EXIT.
042900*****************************************************************
043000*    2300-HOLD-OR-AGE-ITEM - AN UNMATCHED ITEM CARRIES FORWARD
043100*    UNTIL THE AGE LIMIT, THEN AGES OFF TO THE SUPERVISOR
054100     MOVE C2200-APPROVALS-UNUSED TO TL-UNUSED.
054200     MOVE C2200-TOTAL-LINE-6 TO WORKLIST-REPORT-LINE.
054300     WRITE WORKLIST-REPORT-LINE.
054320
054340     MOVE C2200-SELF-APPROVED-COUNT TO TL-SELF.
054360     MOVE C2200-TOTAL-LINE-7 TO WORKLIST-REPORT-LINE.
054380     WRITE WORKLIST-REPORT-LINE.
054400 8000-WRITE-TOTALS-EXIT.
054500     EXIT.
054600*****************************************************************
