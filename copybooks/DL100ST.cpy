000900*  WHAT HAPPENED TO ANY GIVEN DAY'S BREACH.                      *
001000*----------------------------------------------------------------*
001100*  2026-08-22  RCH  ORIGINAL COPYBOOK.                           *
001110*  2026-10-15  RCH  ADDED WITHDRAWN.  DL100M CLOSES THE RECORD   *
001120*                   AS WITHDRAWN WHEN AN OVERRIDE TAKES A FED    *
001130*                   DAY'S BREACH COUNT TO ZERO, OR REOPENS IT AT *
001140*                   SENT WHEN THE CORRECTED DAY STILL BREACHES.  *
001200*----------------------------------------------------------------*
001300 01  DL100ST-RECORD.
001400     05  DL100ST-KEY.
001800         88  DL100ST-SENT                      VALUE 'S'.
001900         88  DL100ST-ACKED                     VALUE 'A'.
002000         88  DL100ST-RESOLVED                  VALUE 'R'.
002050         88  DL100ST-WITHDRAWN                 VALUE 'W'.
002100     05  DL100ST-SENT-DATE           PIC 9(08).
002200     05  DL100ST-ACK-DATE            PIC 9(08).
002300     05  DL100ST-RES-DATE            PIC 9(08).
