000708*                   LIST IS DRIVEN FROM THRFILE.  RECORD LENGTH  *
000712*                   GREW FROM 140 TO 300 - THE CTRFILE CLUSTER   *
000714*                   MUST BE REDEFINED TO MATCH.                  *
000716*  2026-10-15  RCH  CARVED DL100CT-RUN-ID AND DL100CT-FED-SW OUT *
000717*                   OF THE FILLER SO AN OVERRIDE OF A DAY THAT   *
000718*                   HAS ALREADY GONE DOWNSTREAM CAN REFERENCE    *
000719*                   THE ORIGINAL FEED.  LENGTH UNCHANGED.        *
000727*  2026-10-15  RCH  ADDED AN EIGHT-ENTRY SENDER SOURCE TABLE     *
000735*                   (SOURCE-ID, ITEM COUNT, DOLLARS) SO THE DAY  *
000743*                   SHOWS WHAT EACH SENDING OFFICE CONTRIBUTED.  *
000751*                   A NINTH AND LATER SOURCE IS PUT UNDER        *
000759*                   'OTHER' IN THE LAST SLOT.  RECORD LENGTH     *
000767*                   GREW FROM 300 TO 520 - THE CTRFILE CLUSTER   *
000775*                   AND THE CTRARCH ARCHIVE MUST BE REDEFINED    *
000783*                   TO MATCH.                                    *
000784*  2026-10-15  RCH  CARVED THE PRIOR-PERIOD ADJUSTMENT FIELDS    *
000785*                   OUT OF THE FILLER.  A DAY OF A CLOSED MONTH  *
000786*                   KEEPS ITS COUNTERS AS CLOSED; A CORRECTION   *
000787*                   IS RECORDED IN DL100CT-ADJ-AREA-1/AREA-2     *
000788*                   WITH THE OPEN MONTH IT WAS POSTED IN.        *
000789*                   LENGTH UNCHANGED.                            *
000791*----------------------------------------------------------------*
000800 01  DL100CT-RECORD.
000900     05  DL100CT-RUN-DATE            PIC 9(08).
001000     05  DL100CT-AREA-1              PIC 9(05).
001770         10  DL100CT-CAT-CODE        PIC X(03).
001780         10  DL100CT-CAT-COUNT       PIC 9(05).
001790         10  DL100CT-CAT-AMT         PIC 9(11)V99.
001791     05  DL100CT-RUN-ID              PIC X(08).
001792     05  DL100CT-FED-SW              PIC X(01).
001793         88  DL100CT-FED                       VALUE 'Y'.
001794         88  DL100CT-NOT-FED                   VALUE 'N' ' '.
001795     05  DL100CT-SRC-USED            PIC 9(02).
001796     05  DL100CT-SRC-ENTRY OCCURS 8.
001797         10  DL100CT-SRC-ID          PIC X(08).
001798         10  DL100CT-SRC-COUNT       PIC 9(05).
001799         10  DL100CT-SRC-AMT         PIC 9(11)V99.
001801     05  DL100CT-ADJ-SW              PIC X(01).
001802         88  DL100CT-ADJUSTED                  VALUE 'Y'.
001803         88  DL100CT-NOT-ADJUSTED              VALUE 'N' ' '.
001804     05  DL100CT-ADJ-AREA-1          PIC 9(05).
001805     05  DL100CT-ADJ-AREA-2          PIC 9(05).
001806     05  DL100CT-ADJ-PERIOD          PIC 9(06).
001810     05  FILLER                      PIC X(08).
