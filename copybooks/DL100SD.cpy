000100*----------------------------------------------------------------*
000200*  DL100SD  --  NIGHTLY STEP CONTROL AND DEPENDENCY TABLE        *
000300*                                                                *
000400*  WORKING STORAGE SHARED BY THE NIGHTLY PROGRAMS FOR THEIR      *
000500*  STEPLOG (DL100SL) ENTRY, AND THE ONE TABLE THAT SAYS WHICH    *
000600*  STEPS MUST HAVE RUN BEFORE WHICH.  EACH ENTRY NAMES A STEP,   *
000700*  ONE OF ITS PREDECESSORS, THE HIGHEST RETURN CODE THAT STILL   *
000800*  COUNTS AS ACCEPTABLE, AND THE KIND OF DEPENDENCY:             *
000900*    R  REQUIRED - THE PREDECESSOR MUST HAVE ENDED FOR THE SAME  *
001000*       BUSINESS DATE WITH A RETURN CODE NO HIGHER THAN THE MAX. *
001100*    E  ENDED    - THE PREDECESSOR NEED NOT HAVE RUN, BUT MAY    *
001200*       NOT BE LEFT AT STARTED.  DL100S USES THIS SO THE MORNING *
001300*       PAGE STILL PRINTS - AND SHOWS RED - AFTER A BAD NIGHT,   *
001400*       YET NEVER READS FILES A STEP IS STILL WRITING.           *
001500*  THE NIGHT RUNS DL100E, THEN DL100R AND DL100B, THEN DL100K    *
001600*  AND DL100X, THEN DL100S, AND DL100H LAST.  CHANGING THE ORDER *
001700*  IS A CHANGE TO THIS TABLE AND A RECOMPILE OF THE STEPS.       *
001800*----------------------------------------------------------------*
001900*  2026-10-15  RCH  ORIGINAL COPYBOOK.                           *
002000*----------------------------------------------------------------*
002100 01  DL100SD-STEP-CONTROLS.
002200     05  DL100SD-STEP-ID             PIC X(08)   VALUE SPACES.
002300     05  DL100SD-BUS-DATE            PIC 9(08)   VALUE ZERO.
002400     05  DL100SD-READ-COUNT          PIC 9(09)   VALUE ZERO.
002500     05  DL100SD-WRITE-COUNT         PIC 9(09)   VALUE ZERO.
002600     05  DL100SD-REASON              PIC X(40)   VALUE SPACES.
002700     05  DL100SD-RC-ED               PIC ZZ9.
002800     05  DL100SD-DATE                PIC 9(08)   VALUE ZERO.
002900     05  DL100SD-TIME                PIC 9(08)   VALUE ZERO.
003000     05  DL100SD-TIME-X REDEFINES DL100SD-TIME.
003100         10  DL100SD-HH              PIC 9(02).
003200         10  DL100SD-MN              PIC 9(02).
003300         10  DL100SD-SS              PIC 9(02).
003400         10  DL100SD-HS              PIC 9(02).
003500     05  DL100SD-START-SECS          PIC 9(07)   COMP VALUE ZERO.
003600     05  DL100SD-END-SECS            PIC 9(07)   COMP VALUE ZERO.
003700     05  DL100SD-SUB                 PIC 9(02)   COMP VALUE ZERO.
003800     05  DL100SD-FOUND-SW            PIC X(01)   VALUE 'N'.
003900         88  DL100SD-FOUND                     VALUE 'Y'.
004000         88  DL100SD-NOT-FOUND                 VALUE 'N'.
004100     05  DL100SD-LOG-SW              PIC X(01)   VALUE 'N'.
004200         88  DL100SD-LOGGED                    VALUE 'Y'.
004300         88  DL100SD-NOT-LOGGED                VALUE 'N'.
004400     05  DL100SD-REFUSE-SW           PIC X(01)   VALUE 'N'.
004500         88  DL100SD-REFUSED                   VALUE 'Y'.
004600         88  DL100SD-CLEARED                   VALUE 'N'.
004700         88  DL100SD-LOG-FAILED                VALUE 'F'.
004800 01  DL100SD-DEP-DEF.
004900     05  FILLER                      PIC X(19) VALUE
005000             'DL100R  DL100E  08R'.
005100     05  FILLER                      PIC X(19) VALUE
005200             'DL100B  DL100E  04R'.
005300     05  FILLER                      PIC X(19) VALUE
005400             'DL100K  DL100B  04R'.
005500     05  FILLER                      PIC X(19) VALUE
005600             'DL100X  DL100B  04R'.
005700     05  FILLER                      PIC X(19) VALUE
005800             'DL100S  DL100B  99E'.
005900     05  FILLER                      PIC X(19) VALUE
006000             'DL100S  DL100K  99E'.
006100     05  FILLER                      PIC X(19) VALUE
006200             'DL100S  DL100X  99E'.
006300     05  FILLER                      PIC X(19) VALUE
006400             'DL100H  DL100B  04R'.
006500     05  FILLER                      PIC X(19) VALUE
006600             'DL100H  DL100K  04R'.
006700     05  FILLER                      PIC X(19) VALUE
006800             'DL100H  DL100X  04R'.
006900     05  FILLER                      PIC X(19) VALUE
007000             'DL100H  DL100S  99E'.
007100 01  DL100SD-DEP-TABLE REDEFINES DL100SD-DEP-DEF.
007200     05  DL100SD-DEP-ENTRY           OCCURS 11.
007300         10  DL100SD-DEP-STEP        PIC X(08).
007400         10  DL100SD-DEP-PRED        PIC X(08).
007500         10  DL100SD-DEP-MAX-RC      PIC 9(02).
007600         10  DL100SD-DEP-MODE        PIC X(01).
007700             88  DL100SD-DEP-REQUIRED          VALUE 'R'.
007800             88  DL100SD-DEP-ENDED             VALUE 'E'.
007900 01  DL100SD-DEP-COUNT               PIC 9(02)   COMP VALUE 11.
