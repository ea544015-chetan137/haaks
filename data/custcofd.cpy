000100***************************************************************
000200*    CUSTCOFD.CPY
000300*    FILE DESCRIPTION FOR THE CASH-ONLY ACCOUNT FILE.
000400*    WRITTEN    - R HALVORSEN
000500*    2026-10-15 - RJH - INITIAL VERSION.
000600***************************************************************
000700    FD  CASH-ONLY-FILE
000800        LABEL RECORDS ARE STANDARD.
000900    COPY "custcsh.cpy".
