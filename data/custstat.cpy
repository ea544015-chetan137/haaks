001700*                 KEYS IN, BUT IT STILL HAS TO BE A VALID CODE
001800*                 OR THE MASTER MAINTENANCE EDIT WOULD REJECT
001900*                 THE SWEEP'S OWN UPDATE.
001910*    2026-10-15 - RJH - ADDED W=WRITTEN OFF FOR THE CHARGE-OFF
001920*                 JOB (CUST3300).  LIKE DORMANT IT IS SYSTEM-SET;
001930*                 THE CHARGED-OFF AMOUNT IS KEPT ON THE CHARGE-
001940*                 OFF FILE (CUSTCHG.CPY), AND CUST1000 ROUTES ANY
001950*                 LATER PAYMENT ON A "W" ACCOUNT TO RECOVERIES.
002000***************************************************************
002100    01  CM-CUST-STATUS-CHECK       PIC X(01).
002200        88  CM-CUST-STATUS-VALID  VALUE "A" "I" "C" "H" "D" "W".
002300        88  CM-STATUS-ACTIVE       VALUE "A".
002400        88  CM-STATUS-INACTIVE     VALUE "I".
002500        88  CM-STATUS-CLOSED       VALUE "C".
002600        88  CM-STATUS-HOLD         VALUE "H".
002700        88  CM-STATUS-DORMANT      VALUE "D".
002800        88  CM-STATUS-WRITTEN-OFF  VALUE "W".
