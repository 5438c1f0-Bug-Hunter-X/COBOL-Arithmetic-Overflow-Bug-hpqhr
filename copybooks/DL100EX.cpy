000610*  2026-09-02  RCH  ADDED DL100EX-FINAL-AMOUNT, THE DAY'S        *
000620*                   DOLLAR TOTAL, SO THE DOWNSTREAM SHOP SEES    *
000630*                   DOLLAR VOLUME AS WELL AS ITEM COUNTS.        *
000640*  2026-10-15  RCH  ADDED DL100EX-REC-TYPE.  A CORRECTION        *
000650*                   RECORD IS WRITTEN BY DL100M WHEN A DAY THAT  *
000660*                   WAS ALREADY FED IS OVERRIDDEN; IT CARRIES    *
000670*                   THE ORIGINAL FEED DATE AND RUN-ID, THE       *
000680*                   CORRECTED COUNTERS, THE DATE OF THE          *
000690*                   CORRECTION AND THE BREACH COUNT IT REPLACES. *
000692*  2026-10-15  RCH  ADDED DL100EX-ADJ-PERIOD.  A CORRECTION TO   *
000694*                   A DAY OF A CLOSED MONTH IS POSTED AS A       *
000696*                   PRIOR-PERIOD ADJUSTMENT AND CARRIES THE OPEN *
000698*                   MONTH (YYYYMM) IT WAS POSTED IN; ZERO ON     *
000699*                   EVERY OTHER RECORD.                          *
000700*----------------------------------------------------------------*
000800 01  DL100EX-RECORD.
000900     05  DL100EX-FEED-DATE           PIC 9(08).
001600         88  DL100EX-BREACH                     VALUE 'Y'.
001700         88  DL100EX-NO-BREACH                  VALUE 'N'.
001710     05  DL100EX-FINAL-AMOUNT        PIC 9(11)V99.
001720     05  DL100EX-REC-TYPE            PIC X(01).
001730         88  DL100EX-ORIGINAL                  VALUE 'O' ' '.
001740         88  DL100EX-CORRECTION                VALUE 'C'.
001750     05  DL100EX-CORR-DATE           PIC 9(08).
001760     05  DL100EX-PRIOR-AREA-2        PIC 9(05).
001770     05  DL100EX-ADJ-PERIOD          PIC 9(06).
001800     05  FILLER                      PIC X(07).
