000100***************************************************************
000200*    CUSTOPRT.CPY
000300*    IN-STORAGE COPY OF THE OPERATOR ENTITLEMENT TABLE (OPERENT,
000400*    CUSTOPR.CPY).  LOADED BY THE OWNING PROGRAM'S
000500*    INITIALIZATION, ONE ENTRY PER RECORD READ, WITH THE ENTRY
000600*    COUNT IN CM-OPR-COUNT.  THE TABLE ARRIVES IN WHATEVER
000700*    ORDER DATA SECURITY KEEPS THE FILE, SO LOOKUPS ARE A
000800*    SERIAL SCAN BY SUBSCRIPT, NOT A SEARCH ALL.
000900*    WRITTEN    - R HALVORSEN
001000*    2026-10-15 - RJH - INITIAL VERSION, ROOM FOR 500 OPERATORS.
001100***************************************************************
001200    01  CM-OPERATOR-TABLE.
001300        05  CM-OPR-COUNT           PIC 9(03) COMP  VALUE ZERO.
001400        05  CM-OPR-ENTRY OCCURS 500 TIMES.
001500            10  CM-OPR-ID          PIC X(08).
001600            10  CM-OPR-NAME        PIC X(30).
001700            10  CM-OPR-MAINT-CODES PIC X(05).
001800            10  CM-OPR-POST-CODES  PIC X(02).
001900            10  CM-OPR-REASON-CODES.
002000                15  CM-OPR-REASON-CODE
002100                                   PIC X(04) OCCURS 8 TIMES.
