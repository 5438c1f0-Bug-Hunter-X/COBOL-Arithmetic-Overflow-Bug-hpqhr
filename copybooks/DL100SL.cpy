000100*----------------------------------------------------------------*
000200*  DL100SL  --  NIGHTLY JOB-STEP LOG RECORD (STEPLOG)            *
000300*                                                                *
000400*  ONE RECORD PER BATCH STEP PER BUSINESS DATE, KEYED BY THE     *
000500*  DATE AND THE STEP (PROGRAM) NAME.  EACH NIGHTLY PROGRAM -     *
000600*  DL100E, R, B, K, X, S AND H - WRITES ITS RECORD STARTED WHEN  *
000700*  IT HAS CHECKED ITS PREDECESSORS AND REWRITES IT ENDED, WITH   *
000800*  THE END TIME, ELAPSED SECONDS, RECORD COUNTS AND RETURN       *
000900*  CODE, AS ITS LAST ACT.  A STEP TURNED AWAY BY THE PREDECESSOR *
001000*  CHECK IS WRITTEN REFUSED WITH THE REASON.  A RERUN REWRITES   *
001100*  THE SAME RECORD AND ADDS ONE TO THE RUN COUNT; A RERUN OF A   *
001200*  STEP LEFT AT STARTED - STILL RUNNING, OR ABENDED - KEEPS THE  *
001300*  FIRST START TIME, SO THE ELAPSED TIME COVERS THE RESTART.     *
001400*  TIMES ARE HHMMSSHH AS ACCEPTED FROM THE CLOCK.  ELAPSED TIME  *
001500*  ALLOWS FOR ONE MIDNIGHT BETWEEN START AND END.                *
001600*                                                                *
001700*  THE NIGHT CONTROL RECORD, KEY ZERO DATE AND STEP NIGHT, IS    *
001800*  SET BY DL100E WHEN IT OPENS A NIGHT.  DL100K AND DL100H       *
001900*  HAVE NO BUSINESS DATE OF THEIR OWN AND LOG AGAINST THE NIGHT  *
002000*  IT NAMES, SO A STEP RUN PAST MIDNIGHT STILL FILES UNDER ITS   *
002100*  NIGHT.                                                        *
002200*----------------------------------------------------------------*
002300*  2026-10-15  RCH  ORIGINAL COPYBOOK.                           *
002400*----------------------------------------------------------------*
002500 01  DL100SL-RECORD.
002600     05  DL100SL-KEY.
002700         10  DL100SL-BUS-DATE        PIC 9(08).
002800         10  DL100SL-STEP-ID         PIC X(08).
002900             88  DL100SL-NIGHT-CTL             VALUE 'NIGHT'.
003000     05  DL100SL-STATUS              PIC X(01).
003100         88  DL100SL-STARTED                   VALUE 'S'.
003200         88  DL100SL-ENDED                     VALUE 'E'.
003300         88  DL100SL-REFUSED                   VALUE 'R'.
003400     05  DL100SL-START-DATE          PIC 9(08).
003500     05  DL100SL-NIGHT-DATE REDEFINES DL100SL-START-DATE
003600                                     PIC 9(08).
003700     05  DL100SL-START-TIME          PIC 9(08).
003800     05  DL100SL-END-DATE            PIC 9(08).
003900     05  DL100SL-END-TIME            PIC 9(08).
004000     05  DL100SL-ELAPSED-SECS        PIC 9(07).
004100     05  DL100SL-RC                  PIC 9(03).
004200     05  DL100SL-READ-COUNT          PIC 9(09).
004300     05  DL100SL-WRITE-COUNT         PIC 9(09).
004400     05  DL100SL-RUN-COUNT           PIC 9(03).
004500     05  DL100SL-REASON              PIC X(40).
004600     05  FILLER                      PIC X(30).
