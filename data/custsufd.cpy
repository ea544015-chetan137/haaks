000100***************************************************************
000200*    CUSTSUFD.CPY
000300*    FILE DESCRIPTION FOR THE UNAPPLIED-CASH SUSPENSE FILE.
000400*    WRITTEN    - R HALVORSEN
000500*    2026-10-15 - RJH - INITIAL VERSION.
000600***************************************************************
000700    FD  SUSPENSE-FILE
000800        LABEL RECORDS ARE STANDARD.
000900    COPY "custsus.cpy".
