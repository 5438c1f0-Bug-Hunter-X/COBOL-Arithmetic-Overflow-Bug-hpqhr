001200*  END OF RUN, THE SAME DISCIPLINE CKPTFILE GIVES DL100B.        *
001300*----------------------------------------------------------------*
001400*  2026-09-02  RCH  ORIGINAL COPYBOOK.                           *
001410*  2026-10-15  RCH  ADDED DL100HC-ITEM-CUTOFF FOR THE ITEMHIST   *
001420*                   AGING, CARVED FROM FILLER.                   *
001500*----------------------------------------------------------------*
001600 01  DL100HC-RECORD.
001700     05  DL100HC-JOB-ID              PIC X(08).
002600     05  DL100HC-EXC-ARCH-COUNT      PIC 9(07).
002700     05  DL100HC-CTR-SEL-COUNT       PIC 9(07).
002800     05  DL100HC-CKPT-TS             PIC X(19).
002810     05  DL100HC-ITEM-CUTOFF         PIC 9(08).
002820     05  FILLER                      PIC X(31).
