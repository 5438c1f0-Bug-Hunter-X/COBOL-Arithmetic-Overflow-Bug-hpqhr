000200*  DL100SP  --  MORNING STATUS REPORT CONTROL CARD               *
000300*                                                                *
000400*  ONE CONTROL RECORD READ BY DL100S AT START OF RUN GIVING      *
000500*  THE BUSINESS DATE TO JUDGE, WHICH MUST BE THE NIGHT DL100E    *
000600*  OPENED ON STEPLOG.  A ZERO OR NON-NUMERIC DATE TAKES THAT     *
000700*  NIGHT, SO THE UNPARAMETERIZED MORNING RUN JUDGES LAST NIGHT   *
000710*  EVEN AFTER A WEEKEND OR HOLIDAY.  THE AGE IS THE NUMBER OF    *
000720*  BUSINESS DAYS A BREACH FEED MAY SIT AT SENT BEFORE IT IS      *
000730*  CALLED OUT AS PAST THE LIMIT; ZERO OR BLANK TAKES THE DEFAULT *
000740*  OF 7.                                                         *
000800*----------------------------------------------------------------*
000900*  2026-09-02  RCH  ORIGINAL COPYBOOK.                           *
000910*  2026-10-15  RCH  ADDED THE AGING LIMIT IN BUSINESS DAYS.      *
000920*  2026-10-15  RCH  A ZERO DATE NOW TAKES THE STEPLOG NIGHT.     *
001000*----------------------------------------------------------------*
001100 01  DL100SP-RECORD.
001200     05  DL100SP-BUS-DATE            PIC 9(08).
001210     05  DL100SP-AGE-DAYS            PIC 9(03).
001300     05  FILLER                      PIC X(69).
