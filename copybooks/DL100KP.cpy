000200*  DL100KP  --  ACKNOWLEDGMENT INTAKE CONTROL CARD               *
000300*                                                                *
000400*  ONE CONTROL RECORD READ BY DL100K AT START OF RUN.  A BREACH  *
000500*  STILL UNWORKED (STATUS SENT) AFTER DL100KP-AGE-DAYS BUSINESS  *
000550*  DAYS (HOLIDAYS AND WEEKENDS ON BUSCAL NOT COUNTED) APPEARS    *
000600*  ON THE AGING REPORT.  ZERO OR NON-NUMERIC LEAVES THE          *
000700*  COMPILED-IN DEFAULT IN PLACE.                                 *
000800*----------------------------------------------------------------*
000900*  2026-08-22  RCH  ORIGINAL COPYBOOK.                           *
000910*  2026-10-15  RCH  THE AGE LIMIT IS NOW IN BUSINESS DAYS.       *
001000*----------------------------------------------------------------*
001100 01  DL100KP-RECORD.
001200     05  DL100KP-AGE-DAYS            PIC 9(03).
