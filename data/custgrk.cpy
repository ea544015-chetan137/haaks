000100***************************************************************
000200*    CUSTGRK.CPY
000300*    GROUP MEMBERSHIP BY CUSTOMER (GRPXREFK) - THE GROUP CROSS-
000400*    REFERENCE (CUSTGRX.CPY) RE-KEYED ON CUST-ID + GROUP-ID SO
000500*    ONE CUSTOMER'S GROUPS CAN BE FOUND WITH A SINGLE KEYED
000600*    BROWSE INSTEAD OF A SCAN OF THE GROUP-ORDER FILE.  LOADED
000700*    BY CUST3600 EACH TIME CREDIT RELOADS GRPXREF; READ BY THE
000800*    ONLINE CUSTOMER INQUIRY (CUST3800).
000900*    WRITTEN    - R HALVORSEN
001000*    2026-10-15 - RJH - INITIAL VERSION.
001100***************************************************************
001200    01  GROUP-MEMBER-RECORD.
001300        05  GRK-KEY.
001400            10  GRK-CUST-ID        PIC X(10).
001500            10  GRK-GROUP-ID       PIC X(10).
001600        05  GRK-GROUP-NAME         PIC X(30).
