000100*----------------------------------------------------------------*
000200*  DL100DR  --  BUSINESS-DAY CALENDAR MAINTENANCE REPORT LINE    *
000300*                                                                *
000400*  ONE PHYSICAL RECORD IS REUSED FOR THE HEADING, ONE LINE PER   *
000500*  CARD WITH WHAT BECAME OF IT, AND THE SUMMARY COUNTS - UNUSED  *
000600*  FIELDS ARE SPACED OUT BEFORE EACH WRITE.  COLUMN 1 IS THE ASA *
000700*  PRINTER CARRIAGE CONTROL BYTE.                                *
000800*----------------------------------------------------------------*
000900*  2026-10-15  RCH  ORIGINAL COPYBOOK.                           *
001000*----------------------------------------------------------------*
001100 01  DL100DR-LINE.
001200     05  DL100DR-CC                  PIC X(01).
001300     05  DL100DR-TEXT                PIC X(40).
001400     05  DL100DR-DATE                PIC X(10).
001500     05  FILLER                      PIC X(02).
001600     05  DL100DR-ACTION              PIC X(01).
001700     05  FILLER                      PIC X(01).
001800     05  DL100DR-DAY-TYPE            PIC X(01).
001900     05  FILLER                      PIC X(02).
002000     05  DL100DR-DESC                PIC X(30).
002100     05  FILLER                      PIC X(02).
002200     05  DL100DR-COUNT-ED            PIC ZZZZZZ9.
002300     05  FILLER                      PIC X(35).
