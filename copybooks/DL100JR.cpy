000100*----------------------------------------------------------------*
000200*  DL100JR  --  BATCH WINDOW SLA REPORT LINES                    *
000300*                                                                *
000400*  THE GENERAL LINE CARRIES THE HEADING, SECTION TITLES AND THE  *
000500*  SUMMARY COUNTS.  THE HEADING LINE CARRIES COLUMN TITLES.  THE *
000600*  NIGHT LINE IS ONE NIGHT: ITS FIRST START AND LAST END, THE    *
000700*  TIME BETWEEN, THE VERDICT AGAINST THE WINDOW WITH THE MINUTES *
000800*  LATE, AND THE STEP THAT MADE IT LATE OR LEFT IT INCOMPLETE,   *
000900*  WHY, AND BY HOW MANY MINUTES WHERE THAT IS A MATTER OF TIME.  *
001000*  THE STEP LINE IS ONE STEP OF ONE NIGHT AS LOGGED ON STEPLOG.  *
001100*  THE TREND LINE IS ONE STEP'S ELAPSED MINUTES FOR EACH NIGHT   *
001200*  OF THE WEEK, ITS AVERAGE AND ITS TREND.  UNUSED FIELDS ARE    *
001300*  SPACED OUT BEFORE EACH WRITE.  COLUMN 1 IS THE ASA PRINTER    *
001400*  CARRIAGE CONTROL BYTE.                                        *
001500*----------------------------------------------------------------*
001600*  2026-10-15  RCH  ORIGINAL COPYBOOK.                           *
001700*----------------------------------------------------------------*
001800 01  DL100JR-LINE.
001900     05  DL100JR-CC                  PIC X(01).
002000     05  DL100JR-TEXT                PIC X(40).
002100     05  DL100JR-DATE                PIC X(10).
002200     05  FILLER                      PIC X(02).
002300     05  DL100JR-COUNT-ED            PIC ZZZZZZ9.
002400     05  FILLER                      PIC X(72).
002500 01  DL100JR-HDG-LINE.
002600     05  DL100JR-HDG-CC              PIC X(01).
002700     05  DL100JR-HDG-TEXT            PIC X(131).
002800 01  DL100JR-NGT-LINE.
002900     05  DL100JR-NGT-CC              PIC X(01).
003000     05  FILLER                      PIC X(02).
003100     05  DL100JR-NGT-DATE            PIC X(10).
003200     05  FILLER                      PIC X(02).
003300     05  DL100JR-NGT-FIRST           PIC X(11).
003400     05  FILLER                      PIC X(02).
003500     05  DL100JR-NGT-LAST            PIC X(11).
003600     05  FILLER                      PIC X(02).
003700     05  DL100JR-NGT-ELAPSED         PIC X(08).
003800     05  FILLER                      PIC X(02).
003900     05  DL100JR-NGT-VERDICT         PIC X(10).
004000     05  FILLER                      PIC X(02).
004100     05  DL100JR-NGT-LATE-ED         PIC ZZZZ9.
004200     05  FILLER                      PIC X(02).
004300     05  DL100JR-NGT-STEP            PIC X(08).
004400     05  FILLER                      PIC X(02).
004500     05  DL100JR-NGT-WHY             PIC X(44).
004600     05  FILLER                      PIC X(02).
004700     05  DL100JR-NGT-BY-ED           PIC ZZZZ9.
004800     05  FILLER                      PIC X(01).
004900 01  DL100JR-STP-LINE.
005000     05  DL100JR-STP-CC              PIC X(01).
005100     05  FILLER                      PIC X(04).
005200     05  DL100JR-STP-STEP            PIC X(08).
005300     05  FILLER                      PIC X(02).
005400     05  DL100JR-STP-START           PIC X(11).
005500     05  FILLER                      PIC X(02).
005600     05  DL100JR-STP-END             PIC X(11).
005700     05  FILLER                      PIC X(02).
005800     05  DL100JR-STP-ELAPSED         PIC X(08).
005900     05  FILLER                      PIC X(02).
006000     05  DL100JR-STP-READ-ED         PIC ZZZ,ZZZ,ZZ9.
006100     05  FILLER                      PIC X(02).
006200     05  DL100JR-STP-WRITE-ED        PIC ZZZ,ZZZ,ZZ9.
006300     05  FILLER                      PIC X(02).
006400     05  DL100JR-STP-RC-ED           PIC ZZ9.
006500     05  FILLER                      PIC X(02).
006600     05  DL100JR-STP-STATUS          PIC X(08).
006700     05  FILLER                      PIC X(02).
006800     05  DL100JR-STP-RUNS-ED         PIC ZZ9.
006900     05  FILLER                      PIC X(02).
007000     05  DL100JR-STP-NOTE            PIC X(33).
007100     05  FILLER                      PIC X(02).
007200 01  DL100JR-TRD-LINE.
007300     05  DL100JR-TRD-CC              PIC X(01).
007400     05  FILLER                      PIC X(02).
007500     05  DL100JR-TRD-STEP            PIC X(08).
007600     05  FILLER                      PIC X(02).
007700     05  DL100JR-TRD-NIGHT           OCCURS 7.
007800         10  DL100JR-TRD-MIN         PIC X(05).
007900         10  FILLER                  PIC X(02).
008000     05  DL100JR-TRD-AVG             PIC X(05).
008100     05  FILLER                      PIC X(02).
008200     05  DL100JR-TRD-TREND           PIC X(05).
008300     05  FILLER                      PIC X(58).
