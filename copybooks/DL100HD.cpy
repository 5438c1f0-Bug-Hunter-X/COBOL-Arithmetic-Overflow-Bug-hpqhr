001000*  DECLARED ON ITS RECONCILIATION SECTION.  BOTH SHARE THE       *
001100*  80-BYTE TRANSACTION RECORD LENGTH AND ARE TOLD APART FROM     *
001200*  DATA RECORDS BY THE HDR/TRL TYPE IN COLUMNS 1-3.              *
001201*                                                                *
001202*  SEVERAL SENDERS MAY SHARE ONE TRANFILE.  EACH SENDS ITS OWN   *
001203*  SEGMENT - AN HDR NAMING ITS SOURCE, ITS DATA RECORDS, THEN A  *
001204*  TRL DECLARING THAT SEGMENT'S TOTALS - AND DL100E BALANCES AND *
001205*  REFUSES EACH SEGMENT ON ITS OWN.  THE SOURCE-ID MUST BE ON    *
001206*  THE SRCREG FEED REGISTRY (DL100FG) FOR THE SEGMENT TO BE      *
001207*  MATCHED TO ITS EXPECTED DAYS.                                 *
001210*                                                                *
001220*  THE TRAILER HOLDS AT MOST FIVE CATEGORY SLOTS - THE 80-BYTE   *
001230*  IMAGE HAS NO ROOM FOR THE TEN THE THRFILE CATEGORY TABLE      *
001280*  CATEGORIES, THIS RECORD MUST GROW TO A WIDER IMAGE FIRST.     *
001300*----------------------------------------------------------------*
001400*  2026-09-02  RCH  ORIGINAL COPYBOOK.                           *
001410*  2026-10-15  RCH  A NIGHT'S TRANFILE MAY NOW CARRY SEVERAL     *
001420*                   SENDER SEGMENTS, EACH AN HDR, ITS DATA AND   *
001430*                   A TRL.  DL100E BALANCES EACH SEGMENT ON ITS  *
001440*                   OWN AND REFUSES ONLY THE SEGMENT THAT FAILS. *
001500*----------------------------------------------------------------*
001600 01  DL100HD-RECORD.
001700     05  DL100HD-REC-TYPE            PIC X(03).
