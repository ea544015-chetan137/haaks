000100***************************************************************
000200*    CUSTRTN.CPY
000300*    BANK RETURNED-ITEM RECORD (RTNITEM).  ONE RECORD PER
000400*    PAYMENT THE BANK SENT BACK UNPAID (NSF, ACCOUNT CLOSED,
000500*    STOP PAYMENT, ...).  THE BANK FILE IS REFORMATTED BY
000600*    TREASURY SO EACH ITEM NAMES THE POSTING-HISTORY KEY OF
000700*    THE ORIGINAL CREDIT - CUST-ID + POST DATE + SEQUENCE
000800*    NUMBER - THE WAY THE PAYMENT APPEARS ON THE CUST1900
000900*    STATEMENT AND THE CUST0900 REGISTER.
001000*    WRITTEN    - R HALVORSEN
001100*    2026-10-15 - RJH - INITIAL VERSION.
001200***************************************************************
001300    01  BANK-RETURN-RECORD.
001400        05  RTN-ORIGINAL-KEY.
001500            10  RTN-CUST-ID        PIC X(10).
001600            10  RTN-POST-DATE      PIC X(08).
001700            10  RTN-SEQUENCE-NO    PIC 9(04).
001800        05  RTN-AMOUNT             PIC 9(08)V99.
001900        05  RTN-RETURN-CODE        PIC X(03).
002000        05  RTN-RETURN-DATE        PIC X(08).
002100        05  FILLER                 PIC X(37).
