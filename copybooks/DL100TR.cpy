000482*                   THE VALID CATEGORY SET NOW LIVES IN THE      *
000484*                   DL100E EDIT TABLE AND ON THRFILE, SO A NEW   *
000486*                   FEED IS NOT A COPYBOOK CHANGE.               *
000488*  2026-10-15  RCH  ADDED DL100TR-TRAN-TYPE.  A REVERSAL BACKS   *
000490*                   OUT AN ITEM ALREADY COUNTED ON AN EARLIER    *
000492*                   NIGHT AND CARRIES THAT ITEM'S ITEM-ID AND    *
000494*                   ITEM DATE.  BLANK IS AN ORDINARY ITEM, SO    *
000496*                   EXISTING SENDERS NEED NOT CHANGE.            *
000500*  2026-10-15  RCH  ADDED DL100TR-SOURCE-ID.  DL100E STAMPS IT   *
000510*                   FROM THE SENDER SEGMENT'S FEED HEADER, SO    *
000520*                   THE ITEM CARRIES ITS SOURCE THROUGH REJECT,  *
000530*                   RECYCLE AND COUNTING.  SENDERS LEAVE IT      *
000540*                   BLANK.                                       *
000550*----------------------------------------------------------------*
000600 01  DL100TR-RECORD.
000700     05  DL100TR-ITEM-ID             PIC X(10).
000800     05  DL100TR-ITEM-DATE           PIC 9(08).
000810     05  DL100TR-CATEGORY            PIC X(03).
000880     05  DL100TR-AMOUNT              PIC 9(09)V99.
000890     05  DL100TR-TRAN-TYPE           PIC X(01).
000892         88  DL100TR-ITEM-ADD                  VALUES ' ' 'A'.
000894         88  DL100TR-REVERSAL                  VALUE 'R'.
000896         88  DL100TR-TYPE-VALID                VALUES ' ' 'A' 'R'.
000897     05  DL100TR-SOURCE-ID           PIC X(08).
000900     05  FILLER                      PIC X(39).
