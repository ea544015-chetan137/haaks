000100***************************************************************
000200*    CUST39S.CPY
000300*    SYMBOLIC MAP FOR BMS MAPSET CUST39S, MAP CUST39M - THE
000400*    CUSTOMER CHANGE HISTORY SCREEN (CUST3900).  GENERATED FROM
000500*    BMS/CUST39S.BMS; CHANGE THE MAPSET AND REASSEMBLE RATHER THAN
000600*    EDITING THIS MEMBER.
000700*    WRITTEN    - R HALVORSEN
000800*    2026-10-15 - RJH - INITIAL VERSION.
000900***************************************************************
001000    01  CUST39MI.
001100        02  FILLER                 PIC X(12).
001200        02  ACUSTIDL               COMP PIC S9(4).
001300        02  ACUSTIDF               PIC X.
001400        02  FILLER REDEFINES ACUSTIDF.
001500            03  ACUSTIDA           PIC X.
001600        02  ACUSTIDI               PIC X(10).
001700        02  ANAMEL                 COMP PIC S9(4).
001800        02  ANAMEF                 PIC X.
001900        02  FILLER REDEFINES ANAMEF.
002000            03  ANAMEA             PIC X.
002100        02  ANAMEI                 PIC X(30).
002200        02  ALIN01L                COMP PIC S9(4).
002300        02  ALIN01F                PIC X.
002400        02  FILLER REDEFINES ALIN01F.
002500            03  ALIN01A            PIC X.
002600        02  ALIN01I                PIC X(79).
002700        02  ALIN02L                COMP PIC S9(4).
002800        02  ALIN02F                PIC X.
002900        02  FILLER REDEFINES ALIN02F.
003000            03  ALIN02A            PIC X.
003100        02  ALIN02I                PIC X(79).
003200        02  ALIN03L                COMP PIC S9(4).
003300        02  ALIN03F                PIC X.
003400        02  FILLER REDEFINES ALIN03F.
003500            03  ALIN03A            PIC X.
003600        02  ALIN03I                PIC X(79).
003700        02  ALIN04L                COMP PIC S9(4).
003800        02  ALIN04F                PIC X.
003900        02  FILLER REDEFINES ALIN04F.
004000            03  ALIN04A            PIC X.
004100        02  ALIN04I                PIC X(79).
004200        02  ALIN05L                COMP PIC S9(4).
004300        02  ALIN05F                PIC X.
004400        02  FILLER REDEFINES ALIN05F.
004500            03  ALIN05A            PIC X.
004600        02  ALIN05I                PIC X(79).
004700        02  ALIN06L                COMP PIC S9(4).
004800        02  ALIN06F                PIC X.
004900        02  FILLER REDEFINES ALIN06F.
005000            03  ALIN06A            PIC X.
005100        02  ALIN06I                PIC X(79).
005200        02  ALIN07L                COMP PIC S9(4).
005300        02  ALIN07F                PIC X.
005400        02  FILLER REDEFINES ALIN07F.
005500            03  ALIN07A            PIC X.
005600        02  ALIN07I                PIC X(79).
005700        02  ALIN08L                COMP PIC S9(4).
005800        02  ALIN08F                PIC X.
005900        02  FILLER REDEFINES ALIN08F.
006000            03  ALIN08A            PIC X.
006100        02  ALIN08I                PIC X(79).
006200        02  ALIN09L                COMP PIC S9(4).
006300        02  ALIN09F                PIC X.
006400        02  FILLER REDEFINES ALIN09F.
006500            03  ALIN09A            PIC X.
006600        02  ALIN09I                PIC X(79).
006700        02  ALIN10L                COMP PIC S9(4).
006800        02  ALIN10F                PIC X.
006900        02  FILLER REDEFINES ALIN10F.
007000            03  ALIN10A            PIC X.
007100        02  ALIN10I                PIC X(79).
007200        02  ALIN11L                COMP PIC S9(4).
007300        02  ALIN11F                PIC X.
007400        02  FILLER REDEFINES ALIN11F.
007500            03  ALIN11A            PIC X.
007600        02  ALIN11I                PIC X(79).
007700        02  ALIN12L                COMP PIC S9(4).
007800        02  ALIN12F                PIC X.
007900        02  FILLER REDEFINES ALIN12F.
008000            03  ALIN12A            PIC X.
008100        02  ALIN12I                PIC X(79).
008200        02  ALIN13L                COMP PIC S9(4).
008300        02  ALIN13F                PIC X.
008400        02  FILLER REDEFINES ALIN13F.
008500            03  ALIN13A            PIC X.
008600        02  ALIN13I                PIC X(79).
008700        02  ALIN14L                COMP PIC S9(4).
008800        02  ALIN14F                PIC X.
008900        02  FILLER REDEFINES ALIN14F.
009000            03  ALIN14A            PIC X.
009100        02  ALIN14I                PIC X(79).
009200        02  ALIN15L                COMP PIC S9(4).
009300        02  ALIN15F                PIC X.
009400        02  FILLER REDEFINES ALIN15F.
009500            03  ALIN15A            PIC X.
009600        02  ALIN15I                PIC X(79).
009700        02  AMSGL                  COMP PIC S9(4).
009800        02  AMSGF                  PIC X.
009900        02  FILLER REDEFINES AMSGF.
010000            03  AMSGA              PIC X.
010100        02  AMSGI                  PIC X(79).
010200    01  CUST39MO REDEFINES CUST39MI.
010300        02  FILLER                 PIC X(12).
010400        02  FILLER                 PIC X(03).
010500        02  ACUSTIDO               PIC X(10).
010600        02  FILLER                 PIC X(03).
010700        02  ANAMEO                 PIC X(30).
010800        02  FILLER                 PIC X(03).
010900        02  ALIN01O                PIC X(79).
011000        02  FILLER                 PIC X(03).
011100        02  ALIN02O                PIC X(79).
011200        02  FILLER                 PIC X(03).
011300        02  ALIN03O                PIC X(79).
011400        02  FILLER                 PIC X(03).
011500        02  ALIN04O                PIC X(79).
011600        02  FILLER                 PIC X(03).
011700        02  ALIN05O                PIC X(79).
011800        02  FILLER                 PIC X(03).
011900        02  ALIN06O                PIC X(79).
012000        02  FILLER                 PIC X(03).
012100        02  ALIN07O                PIC X(79).
012200        02  FILLER                 PIC X(03).
012300        02  ALIN08O                PIC X(79).
012400        02  FILLER                 PIC X(03).
012500        02  ALIN09O                PIC X(79).
012600        02  FILLER                 PIC X(03).
012700        02  ALIN10O                PIC X(79).
012800        02  FILLER                 PIC X(03).
012900        02  ALIN11O                PIC X(79).
013000        02  FILLER                 PIC X(03).
013100        02  ALIN12O                PIC X(79).
013200        02  FILLER                 PIC X(03).
013300        02  ALIN13O                PIC X(79).
013400        02  FILLER                 PIC X(03).
013500        02  ALIN14O                PIC X(79).
013600        02  FILLER                 PIC X(03).
013700        02  ALIN15O                PIC X(79).
013800        02  FILLER                 PIC X(03).
013900        02  AMSGO                  PIC X(79).
