000200*  DL100XP  --  MANAGEMENT EXTRACT CONTROL CARD                  *
000300*                                                                *
000400*  ONE CONTROL RECORD READ BY DL100X AT START OF RUN GIVING      *
000500*  THE BUSINESS DATE TO EXTRACT, WHICH MUST BE THE NIGHT DL100E  *
000600*  OPENED ON STEPLOG.  A ZERO OR NON-NUMERIC DATE TAKES THAT     *
000700*  NIGHT, SO THE UNPARAMETERIZED RUN EXTRACTS THAT NIGHT.        *
000800*----------------------------------------------------------------*
000900*  2026-09-02  RCH  ORIGINAL COPYBOOK.                           *
000910*  2026-10-15  RCH  A ZERO DATE NOW TAKES THE STEPLOG NIGHT.     *
001000*----------------------------------------------------------------*
001100 01  DL100XP-RECORD.
001200     05  DL100XP-BUS-DATE            PIC 9(08).
