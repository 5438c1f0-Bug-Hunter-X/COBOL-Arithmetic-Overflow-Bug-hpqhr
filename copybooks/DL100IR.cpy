000100*----------------------------------------------------------------*
000200*  DL100IR  --  ITEM TRACE INQUIRY REPORT LINES                  *
000300*                                                                *
000400*  THE GENERAL LINE CARRIES THE HEADING, THE CARDS IN EFFECT,    *
000500*  THE ITEM BREAK AND THE SUMMARY COUNTS.  THE EVENT LINE IS ONE *
000600*  STEP IN AN ITEM'S LIFE: THE DATE (OR CURRENT, FOR A RECORD    *
000700*  STILL WAITING ON A FILE THAT CARRIES NO DATE), THE TIME WHERE *
000800*  THE AUDIT TRAIL GIVES ONE, THE FILE IT CAME FROM, WHAT        *
000900*  HAPPENED, THE DL100B RUN-ID, A REFERENCE (REASON CODE,        *
001000*  CATEGORY, BREACH COUNT) AND THE AMOUNT.  UNUSED FIELDS ARE    *
001100*  SPACED OUT BEFORE EACH WRITE.  COLUMN 1 IS THE ASA PRINTER    *
001200*  CARRIAGE CONTROL BYTE.                                        *
001300*----------------------------------------------------------------*
001400*  2026-10-15  RCH  ORIGINAL COPYBOOK.                           *
001500*----------------------------------------------------------------*
001600 01  DL100IR-LINE.
001700     05  DL100IR-CC                  PIC X(01).
001800     05  DL100IR-TEXT                PIC X(40).
001900     05  DL100IR-DATE                PIC X(10).
002000     05  FILLER                      PIC X(02).
002100     05  DL100IR-COUNT-ED            PIC ZZZZZZ9.
002200     05  FILLER                      PIC X(72).
002300 01  DL100IR-EVT-LINE.
002400     05  DL100IR-EVT-CC              PIC X(01).
002500     05  FILLER                      PIC X(02).
002600     05  DL100IR-EVT-DATE            PIC X(10).
002700     05  FILLER                      PIC X(01).
002800     05  DL100IR-EVT-TIME            PIC X(08).
002900     05  FILLER                      PIC X(02).
003000     05  DL100IR-EVT-SOURCE          PIC X(09).
003100     05  FILLER                      PIC X(02).
003200     05  DL100IR-EVT-TEXT            PIC X(40).
003300     05  FILLER                      PIC X(02).
003400     05  DL100IR-EVT-RUN-ID          PIC X(08).
003500     05  FILLER                      PIC X(02).
003600     05  DL100IR-EVT-REF             PIC X(10).
003700     05  FILLER                      PIC X(02).
003800     05  DL100IR-EVT-AMT-ED          PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
003900     05  FILLER                      PIC X(15).
