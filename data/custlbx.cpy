000100***************************************************************
000200*    CUSTLBX.CPY
000300*    BANK LOCKBOX REMITTANCE RECORD (LOCKBOX).  THE BANK SENDS
000400*    ONE FILE PER DEPOSIT DAY MADE OF BATCHES: A BATCH HEADER
000500*    ("H"), ONE CHECK DETAIL ("D") PER PAYMENT, AND A BATCH
000600*    TRAILER ("T") CARRYING THE BANK'S CHECK COUNT AND DOLLAR
000700*    TOTAL FOR THE BATCH.  THE CUSTOMER ACCOUNT NUMBER IS THE
000800*    CUST-ID THE CUSTOMER WROTE ON (OR RETURNED WITH) THE
000900*    PAYMENT COUPON; THE BANK DOES NOT VALIDATE IT.
001000*    WRITTEN    - R HALVORSEN
001100*    2026-10-15 - RJH - INITIAL VERSION.
001200***************************************************************
001300    01  LOCKBOX-RECORD.
001400        05  LBX-RECORD-TYPE        PIC X(01).
001500            88  LBX-BATCH-HEADER   VALUE "H".
001600            88  LBX-CHECK-DETAIL   VALUE "D".
001700            88  LBX-BATCH-TRAILER  VALUE "T".
001800        05  LBX-BATCH-NO           PIC X(06).
001900        05  LBX-HEADER-DATA.
002000            10  LBX-DEPOSIT-DATE   PIC X(08).
002100            10  LBX-LOCKBOX-ID     PIC X(07).
002200            10  FILLER             PIC X(58).
002300        05  LBX-DETAIL-DATA REDEFINES LBX-HEADER-DATA.
002400            10  LBX-CUST-ID        PIC X(10).
002500            10  LBX-CHECK-NUMBER   PIC X(10).
002600            10  LBX-CHECK-AMOUNT   PIC 9(08)V99.
002700            10  LBX-REMITTER-NAME  PIC X(30).
002800            10  FILLER             PIC X(13).
002900        05  LBX-TRAILER-DATA REDEFINES LBX-HEADER-DATA.
003000            10  LBX-TRL-CHECK-COUNT PIC 9(05).
003100            10  LBX-TRL-AMOUNT     PIC 9(10)V99.
003200            10  FILLER             PIC X(56).
