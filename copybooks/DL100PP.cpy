000100*----------------------------------------------------------------*
000200*  DL100PP  --  PERIOD CLOSE CONTROL CARD                        *
000300*                                                                *
000400*  ONE CARD PER ACTION, READ BY DL100P AND APPLIED TO PERCTL IN  *
000500*  CARD ORDER.                                                   *
000600*    C  CLOSE THE MONTH IN DL100PP-PERIOD (YYYYMM).  THE MONTH   *
000700*       MUST BE BEFORE THE CURRENT MONTH AND DL100PP-USER-ID     *
000800*       NAMES WHO SIGNED IT OFF.  ITS TOTALS ARE FROZEN ON       *
000900*       PERCTL AND PRINTED ON CLSRPT.                            *
001000*    R  REOPEN A CLOSED MONTH.  SUPERVISOR ONLY: DL100PP-SUPV-ID *
001100*       MUST NAME THE SUPERVISOR, DL100PP-CONFIRM MUST SAY       *
001200*       REOPEN AND DL100PP-REASON SAY WHY.  THE REOPEN IS        *
001300*       LOGGED TO AUDITFILE.                                     *
001400*    *  COMMENT, IGNORED.                                        *
001500*----------------------------------------------------------------*
001600*  2026-10-15  RCH  ORIGINAL COPYBOOK.                           *
001700*----------------------------------------------------------------*
001800 01  DL100PP-RECORD.
001900     05  DL100PP-ACTION              PIC X(01).
002000         88  DL100PP-CLOSE                     VALUE 'C'.
002100         88  DL100PP-REOPEN                    VALUE 'R'.
002200         88  DL100PP-COMMENT                   VALUE '*'.
002300     05  DL100PP-PERIOD              PIC 9(06).
002400     05  DL100PP-PERIOD-X REDEFINES DL100PP-PERIOD.
002500         10  DL100PP-PER-YYYY        PIC 9(04).
002600         10  DL100PP-PER-MM          PIC 9(02).
002700     05  DL100PP-USER-ID             PIC X(08).
002800     05  DL100PP-SUPV-ID             PIC X(08).
002900     05  DL100PP-CONFIRM             PIC X(08).
003000         88  DL100PP-CONFIRMED                 VALUE 'REOPEN'.
003100     05  DL100PP-REASON              PIC X(30).
003200     05  FILLER                      PIC X(19).
