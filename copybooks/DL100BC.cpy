000100*----------------------------------------------------------------*
000200*  DL100BC  --  BUSINESS-DAY CALENDAR RECORD                     *
000300*                                                                *
000400*  ONE RECORD PER CALENDAR DATE ON BUSCAL, KEYED BY THE DATE,    *
000500*  MAINTAINED BY DL100D FROM CALENDAR CARDS.  THE DAY TYPE SAYS  *
000600*  WHETHER THE DATE IS A BUSINESS DAY, A HOLIDAY OR A WEEKEND    *
000700*  DAY.  A DATE NOT ON THE FILE COUNTS AS A BUSINESS DAY, SO A   *
000800*  YEAR NOT YET LOADED BEHAVES AS EVERY DATE DID BEFORE THE      *
000900*  CALENDAR.  DL100C, DL100B, DL100K, DL100S AND DL100W READ IT  *
001000*  TO SKIP NON-BUSINESS DAYS AND TO AGE IN BUSINESS DAYS.        *
001100*----------------------------------------------------------------*
001200*  2026-10-15  RCH  ORIGINAL COPYBOOK.                           *
001300*----------------------------------------------------------------*
001400 01  DL100BC-RECORD.
001500     05  DL100BC-CAL-DATE            PIC 9(08).
001600     05  DL100BC-DAY-TYPE            PIC X(01).
001700         88  DL100BC-BUSINESS-DAY              VALUE 'B'.
001800         88  DL100BC-HOLIDAY                   VALUE 'H'.
001900         88  DL100BC-WEEKEND                   VALUE 'W'.
002000         88  DL100BC-NON-BUSINESS              VALUES 'H' 'W'.
002100         88  DL100BC-TYPE-VALID                VALUES 'B' 'H' 'W'.
002200     05  DL100BC-DESC                PIC X(30).
002300     05  DL100BC-UPD-DATE            PIC 9(08).
002400     05  DL100BC-UPD-USER            PIC X(08).
002500     05  FILLER                      PIC X(25).
