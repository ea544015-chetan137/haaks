000100***************************************************************
000200*    CUSTACFD.CPY
000300*    FILE DESCRIPTION FOR THE ACH AUTOPAY ENROLLMENT FILE.
000400*    WRITTEN    - R HALVORSEN
000500*    2026-10-15 - RJH - INITIAL VERSION.
000600***************************************************************
000700    FD  ACH-ENROLLMENT-FILE
000800        LABEL RECORDS ARE STANDARD.
000900    COPY "custach.cpy".
