003984*                     CATEGORY AS BEFORE.  WITH NO HISTORY OR
003986*                     NO TABLE ON FILE THE FEED FALLS BACK TO
003988*                     THE PURE CATEGORY BREAK.
003989*    2026-10-15 RJH   ADDED THE "W" (WRITTEN OFF) CATEGORY.  ON A
003990*                     WRITTEN-OFF ACCOUNT ANY POSTING NOT UNDER A
003991*                     CHARGE-OFF CODE (REASONTB USAGE "B") IS A
003992*                     RECOVERY AND FEEDS THE GL ACCOUNT OF THE
003993*                     FIRST USAGE "R" CODE ON THE TABLE INSTEAD OF
003994*                     ITS OWN REASON ACCOUNT.
004000*****************************************************************
004100 ENVIRONMENT DIVISION.
004200 CONFIGURATION SECTION.
011232 77  C1000-RSN-OTHER-NET        PIC S9(12)V99 COMP-3 VALUE ZERO.
011234 77  C1000-WORK-CATEGORY        PIC X(01)  VALUE SPACES.
011236 77  C1000-WORK-REASON          PIC X(04)  VALUE SPACES.
011256 77  C1000-RECOVERY-SUB         PIC 9(03) COMP  VALUE ZERO.
011276 77  C1000-RECOVERY-NET         PIC S9(12)V99 COMP-3 VALUE ZERO.
011300*---------------------------------------------------------------
011400*    NET MOVEMENT ACCUMULATORS BY CUST-STATUS CATEGORY.  THE
011500*    SIX APPROVED STATUS CODES (CUSTSTAT.CPY), "*" FOR
011600*    ACCOUNTS DELETED SINCE THE PRIOR SNAPSHOT, AND "?" FOR
011700*    ANY STATUS NOT ON THE APPROVED TABLE.
011800*---------------------------------------------------------------
012200     05  FILLER  PIC X(01) VALUE "C".
012300     05  FILLER  PIC X(01) VALUE "H".
012400     05  FILLER  PIC X(01) VALUE "D".
012450     05  FILLER  PIC X(01) VALUE "W".
012500     05  FILLER  PIC X(01) VALUE "*".
012600     05  FILLER  PIC X(01) VALUE "?".
012700 01  C1000-CATEGORY-CODES REDEFINES C1000-CATEGORY-CODES-INIT.
012800     05  C1000-CAT-CODE         PIC X(01) OCCURS 8 TIMES.
012900 01  C1000-CATEGORY-TABLE.
013000     05  C1000-CAT-ENTRY OCCURS 8 TIMES INDEXED BY C1000-CAT-IDX.
013100         10  C1000-CAT-COUNT    PIC 9(09)      COMP   VALUE ZERO.
013200         10  C1000-CAT-NET      PIC S9(12)V99  COMP-3 VALUE ZERO.
013210*---------------------------------------------------------------
017920     05  FILLER          PIC X(30) VALUE
017930         "TOTAL POSTED MOVEMENT SPLIT : ".
017940     05  TL-POSTED-TOTAL PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
017950 01  C1000-TOTAL-LINE-9.
017960     05  FILLER          PIC X(30) VALUE
017970         "RECOVERIES ON WRITTEN-OFF   : ".
017980     05  TL-RECOVERY-NET PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
018000 01  C1000-BALANCE-LINE.
018100     05  FILLER          PIC X(30) VALUE
018200         "FEED IN BALANCE             : ".
019700     PERFORM 6000-WRITE-GL-DETAILS
019800         THRU 6000-WRITE-GL-DETAILS-EXIT
019900         VARYING C1000-CAT-IDX FROM 1 BY 1
020000         UNTIL C1000-CAT-IDX > 8.
020010
020020     PERFORM 6500-WRITE-REASON-DETAILS
020030         THRU 6500-WRITE-REASON-DETAILS-EXIT
025582         MOVE RSN-REASON-CODE TO CM-RSN-CODE(CM-RSN-COUNT)
025584         MOVE RSN-DESCRIPTION TO CM-RSN-DESC(CM-RSN-COUNT)
025586         MOVE RSN-GL-ACCOUNT  TO CM-RSN-ACCOUNT(CM-RSN-COUNT)
025587         MOVE RSN-USAGE       TO CM-RSN-USAGE(CM-RSN-COUNT)
025588     ELSE
025590         DISPLAY "CUST1000 - REASON TABLE FULL, DROPPED "
025592             RSN-REASON-CODE
032056     END-IF.
032057     ADD C1000-SIGNED-AMOUNT TO C1000-POSTED-NET.
032058
032059     PERFORM 2470-CHOOSE-REASON-BUCKET
032060         THRU 2470-CHOOSE-REASON-BUCKET-EXIT.
032061     IF C1000-RSN-FOUND
032062         ADD C1000-SIGNED-AMOUNT
032063             TO C1000-RSN-NET(C1000-RSN-SUB)
032092 2460-CHECK-ONE-REASON-EXIT.
032093     EXIT.
032100*****************************************************************
032101*    2470-CHOOSE-REASON-BUCKET - FINDS THE POSTING'S OWN REASON
032102*    BUCKET.  ON A WRITTEN-OFF ACCOUNT ANY POSTING OTHER THAN THE
032103*    CHARGE-OFF ITSELF IS A RECOVERY ON BAD DEBT, NOT RECEIVABLE
032104*    MOVEMENT, SO THE BUCKET IS SWITCHED TO THE RECOVERY CODE.
032105*    WITH NO RECOVERY CODE ON THE TABLE THE POSTING FEEDS UNDER
032106*    ITS OWN CODE AS BEFORE.
032107*****************************************************************
032108 2470-CHOOSE-REASON-BUCKET.
032109     IF CUST-STATUS = "W"
032110       AND C1000-RECOVERY-SUB = ZERO
032111         PERFORM 2480-FIND-RECOVERY-CODE
032112             THRU 2480-FIND-RECOVERY-CODE-EXIT
032113     END-IF.
032114     PERFORM 2450-FIND-REASON-BUCKET
032115         THRU 2450-FIND-REASON-BUCKET-EXIT.
032116     IF CUST-STATUS NOT = "W"
032117       OR C1000-RECOVERY-SUB = ZERO
032118         GO TO 2470-CHOOSE-REASON-BUCKET-EXIT
032119     END-IF.
032120     IF C1000-RSN-FOUND
032121         IF CM-RSN-USAGE(C1000-RSN-SUB) = "B"
032122             GO TO 2470-CHOOSE-REASON-BUCKET-EXIT
032123         END-IF
032124     END-IF.
032125     MOVE "Y"                TO C1000-RSN-FOUND-SW.
032126     MOVE C1000-RECOVERY-SUB TO C1000-RSN-SUB.
032127     ADD C1000-SIGNED-AMOUNT TO C1000-RECOVERY-NET.
032128 2470-CHOOSE-REASON-BUCKET-EXIT.
032129     EXIT.
032130*****************************************************************
032131*    2480-FIND-RECOVERY-CODE - THE FIRST USAGE "R" CODE ON THE
032132*    TABLE.  LOOKED UP ON THE FIRST WRITTEN-OFF POSTING AND KEPT
032133*    IN C1000-RECOVERY-SUB FROM THEN ON.
032134*****************************************************************
032135 2480-FIND-RECOVERY-CODE.
032136     MOVE 1 TO C1000-RSN-SUB.
032137     PERFORM 2490-CHECK-ONE-RECOVERY
032138         THRU 2490-CHECK-ONE-RECOVERY-EXIT
032139         UNTIL C1000-RECOVERY-SUB NOT = ZERO
032140            OR C1000-RSN-SUB > CM-RSN-COUNT.
032141 2480-FIND-RECOVERY-CODE-EXIT.
032142     EXIT.
032143*****************************************************************
032144*    2490-CHECK-ONE-RECOVERY
032145*****************************************************************
032146 2490-CHECK-ONE-RECOVERY.
032147     IF CM-RSN-USAGE(C1000-RSN-SUB) = "R"
032148         MOVE C1000-RSN-SUB TO C1000-RECOVERY-SUB
032149     ELSE
032150         ADD 1 TO C1000-RSN-SUB
032151     END-IF.
032152 2490-CHECK-ONE-RECOVERY-EXIT.
032153     EXIT.
032154*****************************************************************
032200*    2500-ACCUMULATE-MOVEMENT - ROLLS THE MOVEMENT INTO ITS
032300*    STATUS CATEGORY BUCKET.  A STATUS NOT ON THE CATEGORY
032400*    TABLE FALLS INTO THE LAST ("?") BUCKET.
033100     SET C1000-CAT-IDX TO 1.
033200     PERFORM 2510-FIND-CATEGORY
033300         THRU 2510-FIND-CATEGORY-EXIT
033400         UNTIL C1000-CAT-IDX > 7
033500            OR C1000-CAT-CODE(C1000-CAT-IDX)
033600                 = C1000-MOVEMENT-CATEGORY.
033700     ADD 1 TO C1000-CAT-COUNT(C1000-CAT-IDX).
048400     PERFORM 8100-WRITE-CATEGORY-LINE
048500         THRU 8100-WRITE-CATEGORY-LINE-EXIT
048600         VARYING C1000-CAT-IDX FROM 1 BY 1
048700         UNTIL C1000-CAT-IDX > 8.
048710
048720     PERFORM 8150-WRITE-REASON-SUMMARY
048730         THRU 8150-WRITE-REASON-SUMMARY-EXIT
051510
051520     MOVE C1000-POSTED-TOTAL TO TL-POSTED-TOTAL.
051530     MOVE C1000-TOTAL-LINE-8 TO GL-SUMMARY-REPORT-LINE.
051532     WRITE GL-SUMMARY-REPORT-LINE.
051534
051536     MOVE C1000-RECOVERY-NET TO TL-RECOVERY-NET.
051538     MOVE C1000-TOTAL-LINE-9 TO GL-SUMMARY-REPORT-LINE.
051540     WRITE GL-SUMMARY-REPORT-LINE.
051600
051700     IF C1000-DEBIT-HASH = C1000-CREDIT-HASH
