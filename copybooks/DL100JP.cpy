000100*----------------------------------------------------------------*
000200*  DL100JP  --  BATCH WINDOW SLA REPORT CONTROL CARD             *
000300*                                                                *
000400*  ONE CONTROL RECORD READ BY DL100J AT START OF RUN.            *
000500*    END-DATE      THE LAST NIGHT (BUSINESS DATE) OF THE WEEK    *
000600*                  REPORTED.  A ZERO OR NON-NUMERIC DATE TAKES   *
000700*                  THE NIGHT DL100E LAST OPENED ON STEPLOG, OR   *
000800*                  YESTERDAY IF THERE IS NONE.                   *
000900*    WINDOW-START  THE AGREED BATCH WINDOW AS HHMM ON THE CLOCK. *
001000*    WINDOW-END    AN END NO LATER THAN THE START FALLS ON THE   *
001100*                  NEXT DAY.  A BLANK OR INVALID TIME KEEPS THE  *
001200*                  22:00 TO 06:00 WINDOW COMPILED INTO DL100J.   *
001300*----------------------------------------------------------------*
001400*  2026-10-15  RCH  ORIGINAL COPYBOOK.                           *
001500*----------------------------------------------------------------*
001600 01  DL100JP-RECORD.
001700     05  DL100JP-END-DATE            PIC 9(08).
001800     05  DL100JP-WINDOW-START        PIC 9(04).
001900     05  DL100JP-WIN-START-X REDEFINES DL100JP-WINDOW-START.
002000         10  DL100JP-WIN-START-HH    PIC 9(02).
002100         10  DL100JP-WIN-START-MN    PIC 9(02).
002200     05  DL100JP-WINDOW-END          PIC 9(04).
002300     05  DL100JP-WIN-END-X REDEFINES DL100JP-WINDOW-END.
002400         10  DL100JP-WIN-END-HH      PIC 9(02).
002500         10  DL100JP-WIN-END-MN      PIC 9(02).
002600     05  FILLER                      PIC X(64).
