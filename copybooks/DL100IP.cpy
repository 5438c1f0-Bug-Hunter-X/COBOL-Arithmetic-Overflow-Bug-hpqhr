000100*----------------------------------------------------------------*
000200*  DL100IP  --  ITEM TRACE INQUIRY CONTROL CARD                  *
000300*                                                                *
000400*  ONE OR MORE CARDS READ BY DL100I AT START OF RUN.             *
000500*    I  TRACE THE ONE ITEM NAMED IN DL100IP-ITEM-ID.             *
000600*    R  TRACE EVERY ITEM WHOSE ITEM DATE FALLS FROM DL100IP-     *
000700*       FROM-DATE THROUGH DL100IP-TO-DATE, AS FOUND ON ITEMHIST  *
000800*       AND ON THE RECYCLE FILE.  A ZERO TO-DATE TRACES THE ONE  *
000900*       FROM-DATE.                                               *
001000*    *  COMMENT, IGNORED.                                        *
001100*  I AND R CARDS MAY BE MIXED; AN ITEM PICKED UP TWICE IS        *
001200*  TRACED ONCE.                                                  *
001300*----------------------------------------------------------------*
001400*  2026-10-15  RCH  ORIGINAL COPYBOOK.                           *
001500*----------------------------------------------------------------*
001600 01  DL100IP-RECORD.
001700     05  DL100IP-CARD-TYPE           PIC X(01).
001800         88  DL100IP-ITEM-CARD                 VALUE 'I'.
001900         88  DL100IP-RANGE-CARD                VALUE 'R'.
002000         88  DL100IP-COMMENT-CARD              VALUE '*'.
002100     05  DL100IP-ITEM-ID             PIC X(10).
002200     05  DL100IP-FROM-DATE           PIC 9(08).
002300     05  DL100IP-TO-DATE             PIC 9(08).
002400     05  FILLER                      PIC X(53).
