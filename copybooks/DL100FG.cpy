000100*----------------------------------------------------------------*
000200*  DL100FG  --  EXPECTED-FEED REGISTRY CARD (SRCREG)             *
000300*                                                                *
000400*  ONE CARD PER SENDING OFFICE THAT DELIVERS A SEGMENT TO THE    *
000500*  NIGHTLY TRANFILE, MATCHED BY THE SOURCE-ID ON ITS FEED        *
000600*  HEADER.  DL100E READS THE REGISTRY AFTER THE EDIT AND         *
000700*  REPORTS EVERY ACTIVE SOURCE EXPECTED ON THE RUN DATE THAT     *
000800*  DID NOT ARRIVE; DL100S DOES THE SAME ON THE MORNING PAGE.     *
000900*    SCHEDULE B  EXPECTED EVERY BUSINESS DAY ON BUSCAL.          *
001000*    SCHEDULE D  EXPECTED ON THE WEEKDAYS FLAGGED 'Y' IN         *
001100*                DL100FG-DAY-FLAG (MONDAY FIRST), UNLESS BUSCAL  *
001200*                MARKS THE DATE A HOLIDAY.                       *
001300*  DL100FG-CUTOFF IS THE LATEST TIME (HHMM) THE SEGMENT MAY      *
001400*  ARRIVE.  A SOURCE NOT IN BY THEN IS REPORTED MISSING; BEFORE  *
001500*  THEN IT IS SHOWN AS NOT YET DUE.  ZERO MEANS THE SEGMENT IS   *
001600*  DUE BY THE TIME THE EDIT RUNS.  AN INACTIVE SOURCE IS NEVER   *
001700*  EXPECTED.  AN ASTERISK IN COLUMN 1 MARKS A COMMENT CARD.      *
001800*----------------------------------------------------------------*
001900*  2026-10-15  RCH  ORIGINAL COPYBOOK.                           *
002000*----------------------------------------------------------------*
002100 01  DL100FG-RECORD.
002200     05  DL100FG-SOURCE-ID           PIC X(08).
002300     05  DL100FG-SOURCE-ID-X REDEFINES DL100FG-SOURCE-ID.
002400         10  DL100FG-COMMENT-FLAG    PIC X(01).
002500             88  DL100FG-COMMENT               VALUE '*'.
002600         10  FILLER                  PIC X(07).
002700     05  DL100FG-SOURCE-NAME         PIC X(30).
002800     05  DL100FG-STATUS              PIC X(01).
002900         88  DL100FG-ACTIVE                    VALUE 'A'.
003000         88  DL100FG-INACTIVE                  VALUE 'I'.
003100     05  DL100FG-SCHEDULE            PIC X(01).
003200         88  DL100FG-EVERY-BUS-DAY             VALUE 'B'.
003300         88  DL100FG-FLAGGED-DAYS              VALUE 'D'.
003400     05  DL100FG-DAY-FLAG            PIC X(01) OCCURS 7.
003500     05  DL100FG-CUTOFF              PIC 9(04).
003600     05  FILLER                      PIC X(29).
