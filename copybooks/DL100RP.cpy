000870*                   CARRY, AND ADDED THE 7-DIGIT DECLARED-COUNT  *
000875*                   FIELD FOR THE SENDER TRAILER LINE, SO NO     *
000880*                   TOTAL PRINTS HIGH-ORDER TRUNCATED.           *
000890*  2026-10-15  RCH  ADDED DL100RP-REV-LINE FOR THE REVERSALS     *
000895*                   SECTION OF THE DAILY REPORT.                 *
000900*----------------------------------------------------------------*
001000 01  DL100RP-LINE.
001100     05  DL100RP-CC                  PIC X(01).
002900     05  FILLER                      PIC X(02).
003000     05  DL100RP-CAT-STATUS          PIC X(20).
003100     05  FILLER                      PIC X(49).
003200 01  DL100RP-REV-LINE.
003300     05  DL100RP-REV-CC              PIC X(01).
003400     05  DL100RP-REV-LABEL           PIC X(10).
003500     05  FILLER                      PIC X(02).
003600     05  DL100RP-REV-DATE            PIC X(10).
003700     05  FILLER                      PIC X(02).
003800     05  DL100RP-REV-CAT             PIC X(03).
003900     05  FILLER                      PIC X(02).
004000     05  DL100RP-REV-COUNT-ED        PIC ZZZZ9.
004100     05  FILLER                      PIC X(02).
004200     05  DL100RP-REV-BREACH-ED       PIC ZZZZ9.
004300     05  FILLER                      PIC X(02).
004400     05  DL100RP-REV-AMT-ED          PIC ZZZZZZZZZZ9.99.
004500     05  FILLER                      PIC X(02).
004600     05  DL100RP-REV-STATUS          PIC X(30).
004700     05  FILLER                      PIC X(42).
