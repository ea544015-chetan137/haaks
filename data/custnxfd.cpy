000100***************************************************************
000200*    CUSTNXFD.CPY
000300*    FILE DESCRIPTION FOR THE RETURNED-PAYMENT CROSS-REFERENCE
000400*    FILE.
000500*    WRITTEN    - R HALVORSEN
000600*    2026-10-15 - RJH - INITIAL VERSION.
000700***************************************************************
000800    FD  RETURNED-XREF-FILE
000900        LABEL RECORDS ARE STANDARD.
001000    COPY "custnsf.cpy".
