000500*  DETAIL LINES AND THE SUMMARY COUNT LINES - UNUSED FIELDS ARE  *
000600*  SPACED OUT BEFORE EACH WRITE.  COLUMN 1 IS THE ASA PRINTER    *
000700*  CARRIAGE CONTROL BYTE.                                        *
000710*                                                                *
000720*  DL100ER-SRC-LINE IS A SECOND VIEW OF THE SAME RECORD FOR THE  *
000730*  SENDER SEGMENT AND FEED REGISTRY SECTIONS: ONE LINE PER       *
000740*  SOURCE WITH ITS STATUS, COUNTS AND DOLLARS.                   *
000800*----------------------------------------------------------------*
000900*  2026-08-22  RCH  ORIGINAL COPYBOOK.                           *
000910*  2026-10-15  RCH  ADDED DL100ER-SRC-LINE FOR THE PER-SOURCE    *
000920*                   SEGMENT AND REGISTRY LINES.                  *
001000*----------------------------------------------------------------*
001100 01  DL100ER-LINE.
001200     05  DL100ER-CC                  PIC X(01).
001700     05  DL100ER-REASON-TEXT         PIC X(30).
001800     05  DL100ER-COUNT-ED            PIC ZZZZZZ9.
001900     05  FILLER                      PIC X(30).
001910 01  DL100ER-SRC-LINE.
001920     05  DL100ER-SRC-CC              PIC X(01).
001930     05  DL100ER-SRC-ID              PIC X(08).
001940     05  FILLER                      PIC X(01).
001950     05  DL100ER-SRC-STATUS          PIC X(28).
001960     05  DL100ER-SRC-READ-ED         PIC ZZZZZZ9.
001970     05  FILLER                      PIC X(01).
001980     05  DL100ER-SRC-CLEAN-ED        PIC ZZZZZZ9.
001990     05  FILLER                      PIC X(01).
002000     05  DL100ER-SRC-REJ-ED          PIC ZZZZZZ9.
002010     05  FILLER                      PIC X(01).
002020     05  DL100ER-SRC-RAMT-ED         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
002030     05  FILLER                      PIC X(01).
002040     05  DL100ER-SRC-CAMT-ED         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
002050     05  FILLER                      PIC X(01).
002060     05  DL100ER-SRC-DCNT-ED         PIC ZZZZZZ9.
002070     05  FILLER                      PIC X(01).
002080     05  DL100ER-SRC-DAMT-ED         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
002090     05  FILLER                      PIC X(09).
