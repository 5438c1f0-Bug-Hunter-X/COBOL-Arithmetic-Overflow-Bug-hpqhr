001120*                   INTERRUPTED HOUSEKEEPING RUN FROM ITS        *
001130*                   HKCKPT CHECKPOINT, THE WAY DL100PM-RESTART-  *
001140*                   SW RESUMES DL100B.                           *
001150*  2026-10-15  RCH  ADDED DL100HP-ITEM-DAYS, HOW LONG AN ITEM-ID *
001160*                   STAYS ON THE ITEMHIST ITEM HISTORY FILE AND  *
001170*                   SO HOW FAR BACK DL100E CATCHES A             *
001180*                   RETRANSMITTED ITEM.                          *
001200*----------------------------------------------------------------*
001300 01  DL100HP-RECORD.
001400     05  DL100HP-AUDIT-DAYS          PIC 9(03).
001710     05  DL100HP-RESTART-SW          PIC X(01).
001720         88  DL100HP-RESTART-RUN               VALUE 'Y'.
001730         88  DL100HP-FRESH-RUN                 VALUES 'N' ' '.
001740     05  DL100HP-ITEM-DAYS           PIC 9(03).
001750     05  FILLER                      PIC X(64).
