000100***************************************************************
000200*    CUST38S.CPY
000300*    SYMBOLIC MAP FOR BMS MAPSET CUST38S, MAP CUST38M - THE
000400*    CUSTOMER DETAIL SCREEN (CUST3800).  GENERATED FROM
000500*    BMS/CUST38S.BMS; CHANGE THE MAPSET AND REASSEMBLE RATHER THAN
000600*    EDITING THIS MEMBER.
000700*    WRITTEN    - R HALVORSEN
000800*    2026-10-15 - RJH - INITIAL VERSION.
000900***************************************************************
001000    01  CUST38MI.
001100        02  FILLER                 PIC X(12).
001200        02  DCUSTIDL               COMP PIC S9(4).
001300        02  DCUSTIDF               PIC X.
001400        02  FILLER REDEFINES DCUSTIDF.
001500            03  DCUSTIDA           PIC X.
001600        02  DCUSTIDI               PIC X(10).
001700        02  DSTATL                 COMP PIC S9(4).
001800        02  DSTATF                 PIC X.
001900        02  FILLER REDEFINES DSTATF.
002000            03  DSTATA             PIC X.
002100        02  DSTATI                 PIC X(1).
002200        02  DSTDSCL                COMP PIC S9(4).
002300        02  DSTDSCF                PIC X.
002400        02  FILLER REDEFINES DSTDSCF.
002500            03  DSTDSCA            PIC X.
002600        02  DSTDSCI                PIC X(12).
002700        02  DNAMEL                 COMP PIC S9(4).
002800        02  DNAMEF                 PIC X.
002900        02  FILLER REDEFINES DNAMEF.
003000            03  DNAMEA             PIC X.
003100        02  DNAMEI                 PIC X(30).
003200        02  DSTRTL                 COMP PIC S9(4).
003300        02  DSTRTF                 PIC X.
003400        02  FILLER REDEFINES DSTRTF.
003500            03  DSTRTA             PIC X.
003600        02  DSTRTI                 PIC X(40).
003700        02  DCITYL                 COMP PIC S9(4).
003800        02  DCITYF                 PIC X.
003900        02  FILLER REDEFINES DCITYF.
004000            03  DCITYA             PIC X.
004100        02  DCITYI                 PIC X(20).
004200        02  DSTATEL                COMP PIC S9(4).
004300        02  DSTATEF                PIC X.
004400        02  FILLER REDEFINES DSTATEF.
004500            03  DSTATEA            PIC X.
004600        02  DSTATEI                PIC X(2).
004700        02  DZIPL                  COMP PIC S9(4).
004800        02  DZIPF                  PIC X.
004900        02  FILLER REDEFINES DZIPF.
005000            03  DZIPA              PIC X.
005100        02  DZIPI                  PIC X(10).
005200        02  DPHONEL                COMP PIC S9(4).
005300        02  DPHONEF                PIC X.
005400        02  FILLER REDEFINES DPHONEF.
005500            03  DPHONEA            PIC X.
005600        02  DPHONEI                PIC X(15).
005700        02  DLUPDL                 COMP PIC S9(4).
005800        02  DLUPDF                 PIC X.
005900        02  FILLER REDEFINES DLUPDF.
006000            03  DLUPDA             PIC X.
006100        02  DLUPDI                 PIC X(8).
006200        02  DBALL                  COMP PIC S9(4).
006300        02  DBALF                  PIC X.
006400        02  FILLER REDEFINES DBALF.
006500            03  DBALA              PIC X.
006600        02  DBALI                  PIC X(12).
006700        02  DLIMITL                COMP PIC S9(4).
006800        02  DLIMITF                PIC X.
006900        02  FILLER REDEFINES DLIMITF.
007000            03  DLIMITA            PIC X.
007100        02  DLIMITI                PIC X(12).
007200        02  DHOLDL                 COMP PIC S9(4).
007300        02  DHOLDF                 PIC X.
007400        02  FILLER REDEFINES DHOLDF.
007500            03  DHOLDA             PIC X.
007600        02  DHOLDI                 PIC X(3).
007700        02  DUNDELL                COMP PIC S9(4).
007800        02  DUNDELF                PIC X.
007900        02  FILLER REDEFINES DUNDELF.
008000            03  DUNDELA            PIC X.
008100        02  DUNDELI                PIC X(3).
008200        02  DUNDDTL                COMP PIC S9(4).
008300        02  DUNDDTF                PIC X.
008400        02  FILLER REDEFINES DUNDDTF.
008500            03  DUNDDTA            PIC X.
008600        02  DUNDDTI                PIC X(8).
008700        02  DUNDRSL                COMP PIC S9(4).
008800        02  DUNDRSF                PIC X.
008900        02  FILLER REDEFINES DUNDRSF.
009000            03  DUNDRSA            PIC X.
009100        02  DUNDRSI                PIC X(20).
009200        02  DGRP1L                 COMP PIC S9(4).
009300        02  DGRP1F                 PIC X.
009400        02  FILLER REDEFINES DGRP1F.
009500            03  DGRP1A             PIC X.
009600        02  DGRP1I                 PIC X(60).
009700        02  DGRP2L                 COMP PIC S9(4).
009800        02  DGRP2F                 PIC X.
009900        02  FILLER REDEFINES DGRP2F.
010000            03  DGRP2A             PIC X.
010100        02  DGRP2I                 PIC X(60).
010200        02  DGRP3L                 COMP PIC S9(4).
010300        02  DGRP3F                 PIC X.
010400        02  FILLER REDEFINES DGRP3F.
010500            03  DGRP3A             PIC X.
010600        02  DGRP3I                 PIC X(60).
010700        02  DPST1L                 COMP PIC S9(4).
010800        02  DPST1F                 PIC X.
010900        02  FILLER REDEFINES DPST1F.
011000            03  DPST1A             PIC X.
011100        02  DPST1I                 PIC X(72).
011200        02  DPST2L                 COMP PIC S9(4).
011300        02  DPST2F                 PIC X.
011400        02  FILLER REDEFINES DPST2F.
011500            03  DPST2A             PIC X.
011600        02  DPST2I                 PIC X(72).
011700        02  DPST3L                 COMP PIC S9(4).
011800        02  DPST3F                 PIC X.
011900        02  FILLER REDEFINES DPST3F.
012000            03  DPST3A             PIC X.
012100        02  DPST3I                 PIC X(72).
012200        02  DPST4L                 COMP PIC S9(4).
012300        02  DPST4F                 PIC X.
012400        02  FILLER REDEFINES DPST4F.
012500            03  DPST4A             PIC X.
012600        02  DPST4I                 PIC X(72).
012700        02  DPST5L                 COMP PIC S9(4).
012800        02  DPST5F                 PIC X.
012900        02  FILLER REDEFINES DPST5F.
013000            03  DPST5A             PIC X.
013100        02  DPST5I                 PIC X(72).
013200        02  DMSGL                  COMP PIC S9(4).
013300        02  DMSGF                  PIC X.
013400        02  FILLER REDEFINES DMSGF.
013500            03  DMSGA              PIC X.
013600        02  DMSGI                  PIC X(79).
013700    01  CUST38MO REDEFINES CUST38MI.
013800        02  FILLER                 PIC X(12).
013900        02  FILLER                 PIC X(03).
014000        02  DCUSTIDO               PIC X(10).
014100        02  FILLER                 PIC X(03).
014200        02  DSTATO                 PIC X(1).
014300        02  FILLER                 PIC X(03).
014400        02  DSTDSCO                PIC X(12).
014500        02  FILLER                 PIC X(03).
014600        02  DNAMEO                 PIC X(30).
014700        02  FILLER                 PIC X(03).
014800        02  DSTRTO                 PIC X(40).
014900        02  FILLER                 PIC X(03).
015000        02  DCITYO                 PIC X(20).
015100        02  FILLER                 PIC X(03).
015200        02  DSTATEO                PIC X(2).
015300        02  FILLER                 PIC X(03).
015400        02  DZIPO                  PIC X(10).
015500        02  FILLER                 PIC X(03).
015600        02  DPHONEO                PIC X(15).
015700        02  FILLER                 PIC X(03).
015800        02  DLUPDO                 PIC X(8).
015900        02  FILLER                 PIC X(03).
016000        02  DBALO                  PIC X(12).
016100        02  FILLER                 PIC X(03).
016200        02  DLIMITO                PIC X(12).
016300        02  FILLER                 PIC X(03).
016400        02  DHOLDO                 PIC X(3).
016500        02  FILLER                 PIC X(03).
016600        02  DUNDELO                PIC X(3).
016700        02  FILLER                 PIC X(03).
016800        02  DUNDDTO                PIC X(8).
016900        02  FILLER                 PIC X(03).
017000        02  DUNDRSO                PIC X(20).
017100        02  FILLER                 PIC X(03).
017200        02  DGRP1O                 PIC X(60).
017300        02  FILLER                 PIC X(03).
017400        02  DGRP2O                 PIC X(60).
017500        02  FILLER                 PIC X(03).
017600        02  DGRP3O                 PIC X(60).
017700        02  FILLER                 PIC X(03).
017800        02  DPST1O                 PIC X(72).
017900        02  FILLER                 PIC X(03).
018000        02  DPST2O                 PIC X(72).
018100        02  FILLER                 PIC X(03).
018200        02  DPST3O                 PIC X(72).
018300        02  FILLER                 PIC X(03).
018400        02  DPST4O                 PIC X(72).
018500        02  FILLER                 PIC X(03).
018600        02  DPST5O                 PIC X(72).
018700        02  FILLER                 PIC X(03).
018800        02  DMSGO                  PIC X(79).
