000100*----------------------------------------------------------------*
000200*  DL100LP  --  SYMBOLIC MAP FOR MAPSET DL100MS, MAP DL100M4     *
000300*                                                                *
000400*  GENERATED BY THE BMS ASSEMBLY OF DL100MS - SEE THAT MEMBER    *
000500*  FOR THE PHYSICAL MAP DEFINITION.  DO NOT HAND-MAINTAIN THE    *
000600*  FIELD LAYOUT HERE WITHOUT REASSEMBLING THE MAPSET.            *
000700*----------------------------------------------------------------*
000800*  2026-10-15  RCH  ORIGINAL COPYBOOK - THRESHOLD MAINTENANCE    *
000900*                   PANEL.                                       *
001000*----------------------------------------------------------------*
001100 01  DL100M4I.
001200     02  FILLER                      PIC X(12).
001300     02  THCATL                      PIC S9(4) COMP.
001400     02  THCATF                      PIC X.
001500     02  FILLER REDEFINES THCATF.
001600         03  THCATA                  PIC X.
001700     02  THCATI                      PIC X(03).
001800     02  THCURL                      PIC S9(4) COMP.
001900     02  THCURF                      PIC X.
002000     02  FILLER REDEFINES THCURF.
002100         03  THCURA                  PIC X.
002200     02  THCURI                      PIC X(60).
002300     02  THNXTL                      PIC S9(4) COMP.
002400     02  THNXTF                      PIC X.
002500     02  FILLER REDEFINES THNXTF.
002600         03  THNXTA                  PIC X.
002700     02  THNXTI                      PIC X(60).
002800     02  THPNDL                      PIC S9(4) COMP.
002900     02  THPNDF                      PIC X.
003000     02  FILLER REDEFINES THPNDF.
003100         03  THPNDA                  PIC X.
003200     02  THPNDI                      PIC X(60).
003300     02  THACTL                      PIC S9(4) COMP.
003400     02  THACTF                      PIC X.
003500     02  FILLER REDEFINES THACTF.
003600         03  THACTA                  PIC X.
003700     02  THACTI                      PIC X.
003800     02  THEFFL                      PIC S9(4) COMP.
003900     02  THEFFF                      PIC X.
004000     02  FILLER REDEFINES THEFFF.
004100         03  THEFFA                  PIC X.
004200     02  THEFFI                      PIC X(08).
004300     02  THTHRL                      PIC S9(4) COMP.
004400     02  THTHRF                      PIC X.
004500     02  FILLER REDEFINES THTHRF.
004600         03  THTHRA                  PIC X.
004700     02  THTHRI                      PIC X(05).
004800     02  THSEVL                      PIC S9(4) COMP.
004900     02  THSEVF                      PIC X.
005000     02  FILLER REDEFINES THSEVF.
005100         03  THSEVA                  PIC X.
005200     02  THSEVI                      PIC X(05).
005300     02  THAMTL                      PIC S9(4) COMP.
005400     02  THAMTF                      PIC X.
005500     02  FILLER REDEFINES THAMTF.
005600         03  THAMTA                  PIC X.
005700     02  THAMTI                      PIC X(11).
005800     02  THNAMEL                     PIC S9(4) COMP.
005900     02  THNAMEF                     PIC X.
006000     02  FILLER REDEFINES THNAMEF.
006100         03  THNAMEA                 PIC X.
006200     02  THNAMEI                     PIC X(20).
006300     02  THSUPVL                     PIC S9(4) COMP.
006400     02  THSUPVF                     PIC X.
006500     02  FILLER REDEFINES THSUPVF.
006600         03  THSUPVA                 PIC X.
006700     02  THSUPVI                     PIC X(08).
006800     02  THMSGL                      PIC S9(4) COMP.
006900     02  THMSGF                      PIC X.
007000     02  FILLER REDEFINES THMSGF.
007100         03  THMSGA                  PIC X.
007200     02  THMSGI                      PIC X(60).
007300 01  DL100M4O REDEFINES DL100M4I.
007400     02  FILLER                      PIC X(12).
007500     02  FILLER                      PIC X(03).
007600     02  THCATO                      PIC X(03).
007700     02  FILLER                      PIC X(03).
007800     02  THCURO                      PIC X(60).
007900     02  FILLER                      PIC X(03).
008000     02  THNXTO                      PIC X(60).
008100     02  FILLER                      PIC X(03).
008200     02  THPNDO                      PIC X(60).
008300     02  FILLER                      PIC X(03).
008400     02  THACTO                      PIC X.
008500     02  FILLER                      PIC X(03).
008600     02  THEFFO                      PIC X(08).
008700     02  FILLER                      PIC X(03).
008800     02  THTHRO                      PIC X(05).
008900     02  FILLER                      PIC X(03).
009000     02  THSEVO                      PIC X(05).
009100     02  FILLER                      PIC X(03).
009200     02  THAMTO                      PIC X(11).
009300     02  FILLER                      PIC X(03).
009400     02  THNAMEO                     PIC X(20).
009500     02  FILLER                      PIC X(03).
009600     02  THSUPVO                     PIC X(08).
009700     02  FILLER                      PIC X(03).
009800     02  THMSGO                      PIC X(60).
