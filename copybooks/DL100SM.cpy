000500*  RUNNING YEAR-TO-DATE TOTAL FOR THAT YEAR.                     *
000600*----------------------------------------------------------------*
000700*  2026-08-09  RCH  ORIGINAL COPYBOOK.                           *
000710*  2026-10-15  RCH  CARVED DL100SM-PPA-COUNT AND DL100SM-PPA-NET *
000720*                   OUT OF THE FILLER.  A CORRECTION TO A DAY OF *
000730*                   A CLOSED MONTH IS POSTED TO THE OPEN MONTH   *
000740*                   AS A PRIOR-PERIOD ADJUSTMENT: ITS BREACH     *
000750*                   CHANGE GOES INTO THE BREACH COUNT AND IS     *
000760*                   ALSO ADDED TO PPA-NET, AND PPA-COUNT COUNTS  *
000770*                   THE ADJUSTMENTS.  THE BREACH COUNT IS THUS   *
000780*                   THE MONTH'S DAYS PLUS PPA-NET.  LENGTH       *
000790*                   UNCHANGED.                                   *
000800*----------------------------------------------------------------*
000900 01  DL100SM-RECORD.
001000     05  DL100SM-KEY                 PIC 9(06).
001200     05  DL100SM-RUN-COUNT           PIC 9(05).
001300     05  DL100SM-LAST-RUN-DATE       PIC 9(08).
001400     05  DL100SM-LAST-RUN-ID         PIC X(08).
001410     05  DL100SM-PPA-COUNT           PIC 9(05).
001420     05  DL100SM-PPA-NET             PIC S9(07).
001500     05  FILLER                      PIC X(34).
