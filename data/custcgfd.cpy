000100***************************************************************
000200*    CUSTCGFD.CPY
000300*    FILE DESCRIPTION FOR THE CHARGE-OFF FILE.
000400*    WRITTEN    - R HALVORSEN
000500*    2026-10-15 - RJH - INITIAL VERSION.
000600***************************************************************
000700    FD  CHARGE-OFF-FILE
000800        LABEL RECORDS ARE STANDARD.
000900    COPY "custchg.cpy".
