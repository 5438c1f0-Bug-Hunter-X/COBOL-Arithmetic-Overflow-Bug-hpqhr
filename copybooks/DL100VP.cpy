000100*----------------------------------------------------------------*
000200*  DL100VP  --  INTEGRITY AUDIT CONTROL CARD                     *
000300*                                                                *
000400*  ONE CONTROL RECORD READ BY DL100V AT START OF RUN.            *
000500*    MODE A (OR BLANK)  CHECK ONLY - SUMFILE AGAINST THE DAILY   *
000600*                       CTRFILE/CTRARCH HISTORY, RUNCFILE        *
000700*                       AGAINST CTRFILE, AND EVERY BREACHED DAY  *
000800*                       AGAINST EXCFILE AND STATFILE.            *
000900*    MODE R             CHECK, THEN REBUILD THE SUMFILE MONTHS   *
001000*                       FROM-MONTH THROUGH TO-MONTH, AND THE     *
001100*                       YEAR-TO-DATE RECORDS OF THEIR YEARS,     *
001200*                       FROM THE DAILY HISTORY.  DL100VP-CONFIRM *
001300*                       MUST SAY REBUILD AND DL100VP-USER-ID     *
001400*                       NAME WHO AUTHORIZED IT; EACH CHANGED     *
001500*                       RECORD IS LOGGED TO AUDITFILE UNDER THAT *
001600*                       USER.                                    *
001700*  THE MONTHS ARE YYYYMM.  A ZERO FROM-MONTH CHECKS FROM THE     *
001800*  OLDEST MONTH OF HISTORY ON FILE; A ZERO TO-MONTH CHECKS TO    *
001900*  THE NEWEST.  A REBUILD NEEDS BOTH.                            *
002000*----------------------------------------------------------------*
002100*  2026-10-15  RCH  ORIGINAL COPYBOOK.                           *
002200*----------------------------------------------------------------*
002300 01  DL100VP-RECORD.
002400     05  DL100VP-MODE                PIC X(01).
002500         88  DL100VP-AUDIT-ONLY                VALUES 'A' ' '.
002600         88  DL100VP-REBUILD                   VALUE 'R'.
002700     05  DL100VP-FROM-MONTH          PIC 9(06).
002800     05  DL100VP-TO-MONTH            PIC 9(06).
002900     05  DL100VP-CONFIRM             PIC X(08).
003000         88  DL100VP-CONFIRMED                 VALUE 'REBUILD'.
003100     05  DL100VP-USER-ID             PIC X(08).
003200     05  FILLER                      PIC X(51).
