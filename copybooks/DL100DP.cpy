000100*----------------------------------------------------------------*
000200*  DL100DP  --  BUSINESS-DAY CALENDAR MAINTENANCE CARD           *
000300*                                                                *
000400*  ONE CARD PER CHANGE, READ BY DL100D AND APPLIED TO BUSCAL IN  *
000500*  CARD ORDER.                                                   *
000600*    S  SET THE DATE'S DAY TYPE (B, H OR W) AND DESCRIPTION,     *
000700*       ADDING THE DATE IF IT IS NOT ON THE FILE.                *
000800*    D  DELETE THE DATE, WHICH THEN COUNTS AS A BUSINESS DAY.    *
000900*    G  GENERATE THE YEAR IN DL100DP-CAL-YYYY: EVERY DATE NOT    *
001000*       ALREADY ON THE FILE IS ADDED AS A WEEKDAY (B) OR A       *
001100*       SATURDAY/SUNDAY (W).  HOLIDAYS ALREADY SET ARE KEPT.     *
001200*  DL100DP-USER NAMES WHO ASKED FOR THE CHANGE AND IS STAMPED    *
001300*  ON THE CALENDAR RECORD.                                       *
001400*----------------------------------------------------------------*
001500*  2026-10-15  RCH  ORIGINAL COPYBOOK.                           *
001600*----------------------------------------------------------------*
001700 01  DL100DP-RECORD.
001800     05  DL100DP-ACTION              PIC X(01).
001900         88  DL100DP-SET                       VALUE 'S'.
002000         88  DL100DP-DELETE                    VALUE 'D'.
002100         88  DL100DP-GENERATE                  VALUE 'G'.
002200     05  DL100DP-CAL-DATE            PIC 9(08).
002300     05  DL100DP-CAL-DATE-X REDEFINES DL100DP-CAL-DATE.
002400         10  DL100DP-CAL-YYYY        PIC 9(04).
002500         10  DL100DP-CAL-MM          PIC 9(02).
002600         10  DL100DP-CAL-DD          PIC 9(02).
002700     05  DL100DP-DAY-TYPE            PIC X(01).
002800     05  DL100DP-DESC                PIC X(30).
002900     05  DL100DP-USER                PIC X(08).
003000     05  FILLER                      PIC X(32).
