000900*  2026-08-22  RCH  ORIGINAL COPYBOOK.                           *
000910*  2026-08-22  RCH  ADDED E006 FOR AN INVALID CATEGORY CODE.     *
000920*  2026-09-02  RCH  ADDED E007 FOR A NON-NUMERIC ITEM AMOUNT.    *
000930*  2026-10-15  RCH  ADDED E008 FOR AN ITEM ALREADY COUNTED ON AN *
000940*                   EARLIER NIGHT.                               *
000950*  2026-10-15  RCH  ADDED E009 FOR A REVERSAL WHOSE ORIGINAL     *
000960*                   ITEM WAS NEVER COUNTED, AND E010 FOR AN      *
000970*                   INVALID TRANSACTION TYPE.                    *
001000*----------------------------------------------------------------*
001100 01  DL100RJ-RECORD.
001200     05  DL100RJ-TRAN-IMAGE          PIC X(80).
001800         88  DL100RJ-DUPLICATE                 VALUE 'E005'.
001810         88  DL100RJ-CAT-INVALID               VALUE 'E006'.
001820         88  DL100RJ-AMT-NOT-NUM               VALUE 'E007'.
001830         88  DL100RJ-ALREADY-COUNTED           VALUE 'E008'.
001840         88  DL100RJ-ORPHAN-REVERSAL           VALUE 'E009'.
001850         88  DL100RJ-TYPE-INVALID              VALUE 'E010'.
001900     05  DL100RJ-REASON-TEXT         PIC X(30).
002000     05  FILLER                      PIC X(06).
