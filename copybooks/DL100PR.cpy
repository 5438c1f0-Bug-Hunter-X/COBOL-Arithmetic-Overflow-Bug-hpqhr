000100*----------------------------------------------------------------*
000200*  DL100PR  --  PERIOD CLOSE REPORT LINES                        *
000300*                                                                *
000400*  THE GENERAL LINE CARRIES THE HEADING, ONE LINE PER CARD WITH  *
000500*  WHAT BECAME OF IT, AND THE SUMMARY COUNTS.  THE TOTAL LINE IS *
000600*  ONE FROZEN FIGURE OF A MONTH JUST CLOSED.  THE REGISTER LINE  *
000700*  IS ONE MONTH ON PERCTL.  UNUSED FIELDS ARE SPACED OUT BEFORE  *
000800*  EACH WRITE.  COLUMN 1 IS THE ASA PRINTER CARRIAGE CONTROL     *
000900*  BYTE.                                                         *
001000*----------------------------------------------------------------*
001100*  2026-10-15  RCH  ORIGINAL COPYBOOK.                           *
001200*----------------------------------------------------------------*
001300 01  DL100PR-LINE.
001400     05  DL100PR-CC                  PIC X(01).
001500     05  DL100PR-TEXT                PIC X(40).
001600     05  DL100PR-PERIOD              PIC X(10).
001700     05  FILLER                      PIC X(02).
001800     05  DL100PR-ACTION              PIC X(01).
001900     05  FILLER                      PIC X(02).
002000     05  DL100PR-USER-ID             PIC X(08).
002100     05  FILLER                      PIC X(02).
002200     05  DL100PR-SUPV-ID             PIC X(08).
002300     05  FILLER                      PIC X(02).
002400     05  DL100PR-REASON              PIC X(30).
002500     05  FILLER                      PIC X(02).
002600     05  DL100PR-COUNT-ED            PIC ZZZZZZ9.
002700     05  FILLER                      PIC X(17).
002800 01  DL100PR-TOT-LINE.
002900     05  DL100PR-TOT-CC              PIC X(01).
003000     05  FILLER                      PIC X(04).
003100     05  DL100PR-TOT-LABEL           PIC X(36).
003200     05  DL100PR-TOT-FIGURE-ED       PIC -,---,---,--9.
003300     05  FILLER                      PIC X(02).
003400     05  DL100PR-TOT-AMOUNT-ED       PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
003500     05  FILLER                      PIC X(56).
003600 01  DL100PR-REG-LINE.
003700     05  DL100PR-REG-CC              PIC X(01).
003800     05  FILLER                      PIC X(02).
003900     05  DL100PR-REG-PERIOD          PIC X(10).
004000     05  FILLER                      PIC X(02).
004100     05  DL100PR-REG-STATUS          PIC X(08).
004200     05  FILLER                      PIC X(02).
004300     05  DL100PR-REG-CLOSE-TS        PIC X(19).
004400     05  FILLER                      PIC X(02).
004500     05  DL100PR-REG-CLOSED-BY       PIC X(08).
004600     05  FILLER                      PIC X(02).
004700     05  DL100PR-REG-BREACHES-ED     PIC Z,ZZZ,ZZ9.
004800     05  FILLER                      PIC X(02).
004900     05  DL100PR-REG-DAYS-ED         PIC ZZ9.
005000     05  FILLER                      PIC X(02).
005100     05  DL100PR-REG-REOPENS-ED      PIC ZZ9.
005200     05  FILLER                      PIC X(02).
005300     05  DL100PR-REG-REOPENED-BY     PIC X(08).
005400     05  FILLER                      PIC X(47).
