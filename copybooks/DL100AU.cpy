000500*  REACHED ITS FINAL VALUE AND WHICH ITEM TRIPPED THE THRESHOLD. *
000600*----------------------------------------------------------------*
000700*  2026-08-09  RCH  ORIGINAL COPYBOOK.                           *
000710*  2026-10-15  RCH  ADDED THE CORRECTION EVENT, LOGGED WHEN AN   *
000720*                   OVERRIDE IS SENT DOWNSTREAM AS A CORRECTION. *
000730*  2026-10-15  RCH  ADDED THRSUBMIT, THRAPPROVE AND THRREJECT,   *
000740*                   LOGGED BY DL100L FOR THRFILE CHANGES.        *
000750*                   FOR THESE, RUN-ID CARRIES THE EFFECTIVE      *
000760*                   DATE, ITEM-ID THE CATEGORY AND ACTION,       *
000770*                   AREA-1/AREA-2 THE THRESHOLD AND SEVERE       *
000780*                   LIMIT, AND THE NEW DL100AU-AMOUNT THE DOLLAR *
000790*                   LIMIT.                                       *
000791*  2026-10-15  RCH  ADDED THE REVERSAL EVENT, LOGGED BY DL100B   *
000792*                   WHEN IT BACKS AN ITEM OUT.  AREA-1/AREA-2    *
000793*                   CARRY THE BOOK DATE'S COUNTS AFTERWARDS AND  *
000794*                   DL100AU-AMOUNT THE AMOUNT TAKEN OFF.         *
000795*  2026-10-15  RCH  ADDED SUMREBUILD, LOGGED BY DL100V FOR EACH  *
000796*                   SUMFILE RECORD A REBUILD CHANGES: RUN-ID IS  *
000797*                   THE KEY, ITEM-ID THE BREACH COUNT REPLACED,  *
000798*                   AREA-1/AREA-2 THE RUN COUNT BEFORE AND AFTER *
000799*                   AND DL100AU-AMOUNT THE NEW BREACH COUNT.     *
000800*  2026-10-15  RCH  ADDED PERCLOSE AND PERREOPEN, LOGGED BY      *
000801*                   DL100P WHEN A MONTH IS CLOSED OR REOPENED:   *
000802*                   RUN-ID IS THE MONTH, ITEM-ID THE SUMFILE     *
000803*                   BREACH COUNT FROZEN, AREA-1 THE DAYS AND     *
000804*                   AREA-2 THE REOPEN COUNT, AND DL100AU-AMOUNT  *
000805*                   THE MONTH'S DOLLARS.  ADDED PRIORADJ, LOGGED *
000806*                   BY DL100M FOR A PRIOR-PERIOD ADJUSTMENT:     *
000807*                   RUN-ID IS THE ORIGINAL RUN-ID, ITEM-ID THE   *
000808*                   CLOSED DAY, AREA-1/AREA-2 THE ADJUSTED       *
000809*                   COUNTS AND DL100AU-AMOUNT THE OPEN MONTH IT  *
000810*                   WAS POSTED IN.                               *
000811*----------------------------------------------------------------*
000900 01  DL100AU-RECORD.
001000     05  DL100AU-TS                  PIC X(19).
001100     05  DL100AU-RUN-ID              PIC X(08).
001500         88  DL100AU-EVT-OVERFLOW               VALUE 'OVERFLOW'.
001600         88  DL100AU-EVT-OVERRIDE               VALUE 'OVERRIDE'.
001650         88  DL100AU-EVT-MISMATCH               VALUE 'MISMATCH'.
001660         88  DL100AU-EVT-CORRECTION           VALUE 'CORRECTION'.
001670         88  DL100AU-EVT-THR-SUBMIT           VALUE 'THRSUBMIT'.
001680         88  DL100AU-EVT-THR-APPROVE          VALUE 'THRAPPROVE'.
001690         88  DL100AU-EVT-THR-REJECT           VALUE 'THRREJECT'.
001694         88  DL100AU-EVT-REVERSAL             VALUE 'REVERSAL'.
001695         88  DL100AU-EVT-SUM-REBUILD          VALUE 'SUMREBUILD'.
001696         88  DL100AU-EVT-PER-CLOSE            VALUE 'PERCLOSE'.
001697         88  DL100AU-EVT-PER-REOPEN           VALUE 'PERREOPEN'.
001698         88  DL100AU-EVT-PRIOR-ADJ            VALUE 'PRIORADJ'.
001700     05  DL100AU-ITEM-ID             PIC X(10).
001800     05  DL100AU-AREA-1              PIC 9(05).
001900     05  DL100AU-AREA-2              PIC 9(05).
002000     05  DL100AU-USER-ID             PIC X(08).
002010     05  DL100AU-AMOUNT              PIC 9(11)V99.
002100     05  FILLER                      PIC X(02).
