000100*----------------------------------------------------------------*
000200*  DL100IH  --  ITEM HISTORY RECORD                              *
000300*                                                                *
000400*  ONE RECORD PER ITEM-ID DL100E HAS PASSED TO CLEANFILE, KEYED  *
000500*  BY THE ITEM-ID, CARRYING THE DATE IT WAS FIRST SEEN AND THE   *
000600*  DL100B RUN-ID IT WENT FORWARD UNDER.  DL100E CHECKS EVERY     *
000700*  CLEAN ITEM AGAINST THIS FILE SO A SENDER'S RETRANSMISSION OF  *
000800*  AN EARLIER DAY'S ITEMS IS REJECTED INSTEAD OF COUNTED TWICE,  *
000900*  AND POSTS THE NIGHT'S ITEMS ONCE THE FEED HAS BALANCED.       *
001000*  DL100H AGES ENTRIES OFF BY FIRST-SEEN DATE AFTER THE          *
001100*  DL100HP-ITEM-DAYS RETENTION, WHICH SETS HOW FAR BACK A        *
001200*  RETRANSMISSION IS CAUGHT.  THE ITEM DATE, CATEGORY AND        *
001300*  AMOUNT ARE KEPT SO AN ENTRY ALONE SAYS WHAT WAS COUNTED.      *
001310*  THE BOOK DATE IS THE CTRFILE DATE THE ITEM WAS COUNTED UNDER  *
001320*  (ITS ITEM DATE ON A CATCH-UP NIGHT, OTHERWISE THE RUN DATE).  *
001330*  DL100B MARKS THE ENTRY REVERSED WHEN IT BACKS THE ITEM OUT,   *
001340*  SO THE SAME ITEM CANNOT BE REVERSED TWICE.                    *
001400*----------------------------------------------------------------*
001500*  2026-10-15  RCH  ORIGINAL COPYBOOK.                           *
001510*  2026-10-15  RCH  ADDED THE BOOK DATE AND THE REVERSAL FIELDS. *
001600*----------------------------------------------------------------*
001700 01  DL100IH-RECORD.
001800     05  DL100IH-ITEM-ID             PIC X(10).
001900     05  DL100IH-FIRST-DATE          PIC 9(08).
002000     05  DL100IH-RUN-ID              PIC X(08).
002100     05  DL100IH-ITEM-DATE           PIC 9(08).
002200     05  DL100IH-CATEGORY            PIC X(03).
002300     05  DL100IH-AMOUNT              PIC 9(09)V99.
002310     05  DL100IH-BOOK-DATE           PIC 9(08).
002320     05  DL100IH-REV-SW              PIC X(01).
002330         88  DL100IH-REVERSED                  VALUE 'Y'.
002340         88  DL100IH-NOT-REVERSED              VALUES 'N' ' '.
002350     05  DL100IH-REV-DATE            PIC 9(08).
002360     05  DL100IH-REV-RUN-ID          PIC X(08).
002370     05  DL100IH-REV-BREACH-SW       PIC X(01).
002380         88  DL100IH-REV-CUT-BREACH            VALUE 'Y'.
002400     05  FILLER                      PIC X(06).
