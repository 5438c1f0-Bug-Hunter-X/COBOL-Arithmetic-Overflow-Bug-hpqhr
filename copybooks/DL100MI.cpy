001000*  RECORDS ARE 100 BYTES.                                        *
001100*----------------------------------------------------------------*
001200*  2026-09-02  RCH  ORIGINAL COPYBOOK.                           *
001210*  2026-10-15  RCH  ADDED DL100MI-DET-ADJ-COUNT AND              *
001220*                   DL100MI-DET-ADJ-BREACHES TO THE MO AND YT    *
001230*                   RECORDS: THE PRIOR-PERIOD ADJUSTMENTS POSTED *
001240*                   IN THE PERIOD AND THEIR NET BREACH CHANGE,   *
001250*                   ALREADY INCLUDED IN DL100MI-DET-BREACHES.    *
001300*----------------------------------------------------------------*
001400 01  DL100MI-HEADER.
001500     05  DL100MI-HDR-TYPE            PIC X(02).
003200     05  DL100MI-DET-THRESHOLD       PIC 9(05).
003300     05  DL100MI-DET-OVERRIDE-SW     PIC X(01).
003400     05  DL100MI-DET-RUN-COUNT       PIC 9(05).
003410     05  DL100MI-DET-ADJ-COUNT       PIC 9(05).
003420     05  DL100MI-DET-ADJ-BREACHES    PIC S9(07).
003500     05  FILLER                      PIC X(37).
003600 01  DL100MI-TRAILER.
003700     05  DL100MI-TRL-TYPE            PIC X(02).
003800         88  DL100MI-TRL                       VALUE 'TR'.
