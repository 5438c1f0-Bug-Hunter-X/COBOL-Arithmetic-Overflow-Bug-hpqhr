000100*----------------------------------------------------------------*
000200*  DL100PC  --  ACCOUNTING PERIOD CONTROL RECORD                 *
000300*                                                                *
000400*  ONE RECORD PER CLOSED MONTH ON PERCTL, KEYED BY YYYYMM,       *
000500*  WRITTEN BY DL100P WHEN THE MONTH IS SIGNED OFF.  IT CARRIES   *
000600*  WHO CLOSED THE MONTH AND WHEN, AND THE MONTH'S TOTALS FROZEN  *
000700*  AS THEY STOOD AT THE CLOSE - THE FIGURES DL100X AND THE TREND *
000800*  PANEL REPORTED TO MANAGEMENT.  A MONTH NOT ON THE FILE IS     *
000900*  OPEN.  WHILE A MONTH IS CLOSED DL100M WILL NOT OVERRIDE ITS   *
001000*  DAYS AND DL100B WILL NOT BOOK A CATCH-UP BUCKET INTO IT; A    *
001100*  CORRECTION GOES IN AS A PRIOR-PERIOD ADJUSTMENT IN THE OPEN   *
001200*  MONTH.  A SUPERVISOR REOPEN SETS THE STATUS TO R AND STAMPS   *
001300*  THE REOPEN FIELDS; CLOSING AGAIN REFREEZES THE TOTALS.        *
001400*----------------------------------------------------------------*
001500*  2026-10-15  RCH  ORIGINAL COPYBOOK.                           *
001600*----------------------------------------------------------------*
001700 01  DL100PC-RECORD.
001800     05  DL100PC-PERIOD              PIC 9(06).
001900     05  DL100PC-STATUS              PIC X(01).
002000         88  DL100PC-CLOSED                    VALUE 'C'.
002100         88  DL100PC-REOPENED                  VALUE 'R'.
002200     05  DL100PC-CLOSE-TS            PIC X(19).
002300     05  DL100PC-CLOSED-BY           PIC X(08).
002400     05  DL100PC-FRZ-DAYS            PIC 9(03).
002500     05  DL100PC-FRZ-ITEMS           PIC 9(09).
002600     05  DL100PC-FRZ-CTR-BREACHES    PIC 9(07).
002700     05  DL100PC-FRZ-AMOUNT          PIC 9(13)V99.
002800     05  DL100PC-FRZ-SUM-BREACHES    PIC 9(07).
002900     05  DL100PC-FRZ-RUN-COUNT       PIC 9(05).
003000     05  DL100PC-FRZ-PPA-COUNT       PIC 9(05).
003100     05  DL100PC-FRZ-PPA-NET         PIC S9(07).
003200     05  DL100PC-REOPEN-TS           PIC X(19).
003300     05  DL100PC-REOPENED-BY         PIC X(08).
003400     05  DL100PC-REOPEN-COUNT        PIC 9(03).
003500     05  DL100PC-REOPEN-REASON       PIC X(30).
003600     05  FILLER                      PIC X(48).
