000100***************************************************************
000200*    CUST37S.CPY
000300*    SYMBOLIC MAP FOR BMS MAPSET CUST37S, MAP CUST37M - THE
000400*    CUSTOMER NAME SEARCH SCREEN (CUST3700).  GENERATED FROM
000500*    BMS/CUST37S.BMS; CHANGE THE MAPSET AND REASSEMBLE RATHER THAN
000600*    EDITING THIS MEMBER.
000700*    WRITTEN    - R HALVORSEN
000800*    2026-10-15 - RJH - INITIAL VERSION.
000900***************************************************************
001000    01  CUST37MI.
001100        02  FILLER                 PIC X(12).
001200        02  SNAMEL                 COMP PIC S9(4).
001300        02  SNAMEF                 PIC X.
001400        02  FILLER REDEFINES SNAMEF.
001500            03  SNAMEA             PIC X.
001600        02  SNAMEI                 PIC X(30).
001700        02  SCITYL                 COMP PIC S9(4).
001800        02  SCITYF                 PIC X.
001900        02  FILLER REDEFINES SCITYF.
002000            03  SCITYA             PIC X.
002100        02  SCITYI                 PIC X(20).
002200        02  SEL01L                 COMP PIC S9(4).
002300        02  SEL01F                 PIC X.
002400        02  FILLER REDEFINES SEL01F.
002500            03  SEL01A             PIC X.
002600        02  SEL01I                 PIC X(1).
002700        02  LIN01L                 COMP PIC S9(4).
002800        02  LIN01F                 PIC X.
002900        02  FILLER REDEFINES LIN01F.
003000            03  LIN01A             PIC X.
003100        02  LIN01I                 PIC X(76).
003200        02  SEL02L                 COMP PIC S9(4).
003300        02  SEL02F                 PIC X.
003400        02  FILLER REDEFINES SEL02F.
003500            03  SEL02A             PIC X.
003600        02  SEL02I                 PIC X(1).
003700        02  LIN02L                 COMP PIC S9(4).
003800        02  LIN02F                 PIC X.
003900        02  FILLER REDEFINES LIN02F.
004000            03  LIN02A             PIC X.
004100        02  LIN02I                 PIC X(76).
004200        02  SEL03L                 COMP PIC S9(4).
004300        02  SEL03F                 PIC X.
004400        02  FILLER REDEFINES SEL03F.
004500            03  SEL03A             PIC X.
004600        02  SEL03I                 PIC X(1).
004700        02  LIN03L                 COMP PIC S9(4).
004800        02  LIN03F                 PIC X.
004900        02  FILLER REDEFINES LIN03F.
005000            03  LIN03A             PIC X.
005100        02  LIN03I                 PIC X(76).
005200        02  SEL04L                 COMP PIC S9(4).
005300        02  SEL04F                 PIC X.
005400        02  FILLER REDEFINES SEL04F.
005500            03  SEL04A             PIC X.
005600        02  SEL04I                 PIC X(1).
005700        02  LIN04L                 COMP PIC S9(4).
005800        02  LIN04F                 PIC X.
005900        02  FILLER REDEFINES LIN04F.
006000            03  LIN04A             PIC X.
006100        02  LIN04I                 PIC X(76).
006200        02  SEL05L                 COMP PIC S9(4).
006300        02  SEL05F                 PIC X.
006400        02  FILLER REDEFINES SEL05F.
006500            03  SEL05A             PIC X.
006600        02  SEL05I                 PIC X(1).
006700        02  LIN05L                 COMP PIC S9(4).
006800        02  LIN05F                 PIC X.
006900        02  FILLER REDEFINES LIN05F.
007000            03  LIN05A             PIC X.
007100        02  LIN05I                 PIC X(76).
007200        02  SEL06L                 COMP PIC S9(4).
007300        02  SEL06F                 PIC X.
007400        02  FILLER REDEFINES SEL06F.
007500            03  SEL06A             PIC X.
007600        02  SEL06I                 PIC X(1).
007700        02  LIN06L                 COMP PIC S9(4).
007800        02  LIN06F                 PIC X.
007900        02  FILLER REDEFINES LIN06F.
008000            03  LIN06A             PIC X.
008100        02  LIN06I                 PIC X(76).
008200        02  SEL07L                 COMP PIC S9(4).
008300        02  SEL07F                 PIC X.
008400        02  FILLER REDEFINES SEL07F.
008500            03  SEL07A             PIC X.
008600        02  SEL07I                 PIC X(1).
008700        02  LIN07L                 COMP PIC S9(4).
008800        02  LIN07F                 PIC X.
008900        02  FILLER REDEFINES LIN07F.
009000            03  LIN07A             PIC X.
009100        02  LIN07I                 PIC X(76).
009200        02  SEL08L                 COMP PIC S9(4).
009300        02  SEL08F                 PIC X.
009400        02  FILLER REDEFINES SEL08F.
009500            03  SEL08A             PIC X.
009600        02  SEL08I                 PIC X(1).
009700        02  LIN08L                 COMP PIC S9(4).
009800        02  LIN08F                 PIC X.
009900        02  FILLER REDEFINES LIN08F.
010000            03  LIN08A             PIC X.
010100        02  LIN08I                 PIC X(76).
010200        02  SEL09L                 COMP PIC S9(4).
010300        02  SEL09F                 PIC X.
010400        02  FILLER REDEFINES SEL09F.
010500            03  SEL09A             PIC X.
010600        02  SEL09I                 PIC X(1).
010700        02  LIN09L                 COMP PIC S9(4).
010800        02  LIN09F                 PIC X.
010900        02  FILLER REDEFINES LIN09F.
011000            03  LIN09A             PIC X.
011100        02  LIN09I                 PIC X(76).
011200        02  SEL10L                 COMP PIC S9(4).
011300        02  SEL10F                 PIC X.
011400        02  FILLER REDEFINES SEL10F.
011500            03  SEL10A             PIC X.
011600        02  SEL10I                 PIC X(1).
011700        02  LIN10L                 COMP PIC S9(4).
011800        02  LIN10F                 PIC X.
011900        02  FILLER REDEFINES LIN10F.
012000            03  LIN10A             PIC X.
012100        02  LIN10I                 PIC X(76).
012200        02  SEL11L                 COMP PIC S9(4).
012300        02  SEL11F                 PIC X.
012400        02  FILLER REDEFINES SEL11F.
012500            03  SEL11A             PIC X.
012600        02  SEL11I                 PIC X(1).
012700        02  LIN11L                 COMP PIC S9(4).
012800        02  LIN11F                 PIC X.
012900        02  FILLER REDEFINES LIN11F.
013000            03  LIN11A             PIC X.
013100        02  LIN11I                 PIC X(76).
013200        02  SEL12L                 COMP PIC S9(4).
013300        02  SEL12F                 PIC X.
013400        02  FILLER REDEFINES SEL12F.
013500            03  SEL12A             PIC X.
013600        02  SEL12I                 PIC X(1).
013700        02  LIN12L                 COMP PIC S9(4).
013800        02  LIN12F                 PIC X.
013900        02  FILLER REDEFINES LIN12F.
014000            03  LIN12A             PIC X.
014100        02  LIN12I                 PIC X(76).
014200        02  SMSGL                  COMP PIC S9(4).
014300        02  SMSGF                  PIC X.
014400        02  FILLER REDEFINES SMSGF.
014500            03  SMSGA              PIC X.
014600        02  SMSGI                  PIC X(79).
014700    01  CUST37MO REDEFINES CUST37MI.
014800        02  FILLER                 PIC X(12).
014900        02  FILLER                 PIC X(03).
015000        02  SNAMEO                 PIC X(30).
015100        02  FILLER                 PIC X(03).
015200        02  SCITYO                 PIC X(20).
015300        02  FILLER                 PIC X(03).
015400        02  SEL01O                 PIC X(1).
015500        02  FILLER                 PIC X(03).
015600        02  LIN01O                 PIC X(76).
015700        02  FILLER                 PIC X(03).
015800        02  SEL02O                 PIC X(1).
015900        02  FILLER                 PIC X(03).
016000        02  LIN02O                 PIC X(76).
016100        02  FILLER                 PIC X(03).
016200        02  SEL03O                 PIC X(1).
016300        02  FILLER                 PIC X(03).
016400        02  LIN03O                 PIC X(76).
016500        02  FILLER                 PIC X(03).
016600        02  SEL04O                 PIC X(1).
016700        02  FILLER                 PIC X(03).
016800        02  LIN04O                 PIC X(76).
016900        02  FILLER                 PIC X(03).
017000        02  SEL05O                 PIC X(1).
017100        02  FILLER                 PIC X(03).
017200        02  LIN05O                 PIC X(76).
017300        02  FILLER                 PIC X(03).
017400        02  SEL06O                 PIC X(1).
017500        02  FILLER                 PIC X(03).
017600        02  LIN06O                 PIC X(76).
017700        02  FILLER                 PIC X(03).
017800        02  SEL07O                 PIC X(1).
017900        02  FILLER                 PIC X(03).
018000        02  LIN07O                 PIC X(76).
018100        02  FILLER                 PIC X(03).
018200        02  SEL08O                 PIC X(1).
018300        02  FILLER                 PIC X(03).
018400        02  LIN08O                 PIC X(76).
018500        02  FILLER                 PIC X(03).
018600        02  SEL09O                 PIC X(1).
018700        02  FILLER                 PIC X(03).
018800        02  LIN09O                 PIC X(76).
018900        02  FILLER                 PIC X(03).
019000        02  SEL10O                 PIC X(1).
019100        02  FILLER                 PIC X(03).
019200        02  LIN10O                 PIC X(76).
019300        02  FILLER                 PIC X(03).
019400        02  SEL11O                 PIC X(1).
019500        02  FILLER                 PIC X(03).
019600        02  LIN11O                 PIC X(76).
019700        02  FILLER                 PIC X(03).
019800        02  SEL12O                 PIC X(1).
019900        02  FILLER                 PIC X(03).
020000        02  LIN12O                 PIC X(76).
020100        02  FILLER                 PIC X(03).
020200        02  SMSGO                  PIC X(79).
