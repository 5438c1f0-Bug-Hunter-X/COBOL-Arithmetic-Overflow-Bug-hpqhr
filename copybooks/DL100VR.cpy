000100*----------------------------------------------------------------*
000200*  DL100VR  --  INTEGRITY AUDIT REPORT LINES                     *
000300*                                                                *
000400*  THE GENERAL LINE CARRIES THE HEADING, SECTION TITLES AND THE  *
000500*  SUMMARY COUNTS.  THE HEADING LINE CARRIES COLUMN TITLES.  THE *
000600*  DISCREPANCY LINE IS ONE FINDING: WHICH CHECK, THE MONTH OR    *
000700*  DATE, WHAT IS WRONG, AND THE FIGURE THE HISTORY CALLS FOR     *
000800*  AGAINST THE FIGURE ON FILE.  THE REBUILD LINE IS ONE SUMFILE  *
000900*  RECORD BEFORE AND AFTER A REBUILD.  UNUSED FIELDS ARE SPACED  *
001000*  OUT BEFORE EACH WRITE.  COLUMN 1 IS THE ASA PRINTER CARRIAGE  *
001100*  CONTROL BYTE.                                                 *
001200*----------------------------------------------------------------*
001300*  2026-10-15  RCH  ORIGINAL COPYBOOK.                           *
001400*----------------------------------------------------------------*
001500 01  DL100VR-LINE.
001600     05  DL100VR-CC                  PIC X(01).
001700     05  DL100VR-TEXT                PIC X(40).
001800     05  DL100VR-DATE                PIC X(10).
001900     05  FILLER                      PIC X(02).
002000     05  DL100VR-COUNT-ED            PIC ZZZZZZ9.
002100     05  FILLER                      PIC X(72).
002200 01  DL100VR-HDG-LINE.
002300     05  DL100VR-HDG-CC              PIC X(01).
002400     05  DL100VR-HDG-TEXT            PIC X(131).
002500 01  DL100VR-DSC-LINE.
002600     05  DL100VR-DSC-CC              PIC X(01).
002700     05  FILLER                      PIC X(02).
002800     05  DL100VR-DSC-CHECK           PIC X(08).
002900     05  FILLER                      PIC X(02).
003000     05  DL100VR-DSC-KEY             PIC X(10).
003100     05  FILLER                      PIC X(02).
003200     05  DL100VR-DSC-TEXT            PIC X(40).
003300     05  FILLER                      PIC X(02).
003400     05  DL100VR-DSC-EXPECT-ED       PIC ZZZZZZ9.
003500     05  FILLER                      PIC X(02).
003600     05  DL100VR-DSC-FOUND-ED        PIC ZZZZZZ9.
003700     05  FILLER                      PIC X(49).
003800 01  DL100VR-RBL-LINE.
003900     05  DL100VR-RBL-CC              PIC X(01).
004000     05  FILLER                      PIC X(02).
004100     05  DL100VR-RBL-KEY             PIC X(10).
004200     05  FILLER                      PIC X(02).
004300     05  DL100VR-RBL-BEF-BRCH-ED     PIC ZZZZZZ9.
004400     05  FILLER                      PIC X(02).
004500     05  DL100VR-RBL-AFT-BRCH-ED     PIC ZZZZZZ9.
004600     05  FILLER                      PIC X(02).
004700     05  DL100VR-RBL-BEF-RUNS-ED     PIC ZZZZ9.
004800     05  FILLER                      PIC X(02).
004900     05  DL100VR-RBL-AFT-RUNS-ED     PIC ZZZZ9.
005000     05  FILLER                      PIC X(02).
005100     05  DL100VR-RBL-ACTION          PIC X(12).
005200     05  FILLER                      PIC X(73).
