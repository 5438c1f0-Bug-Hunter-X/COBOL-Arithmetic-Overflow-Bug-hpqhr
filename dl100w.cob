000800*  DL100W IS THE ONLINE BREACH WORK-STATUS PANEL, THE THIRD      *
000900*  TRANSACTION ALONGSIDE DL100M AND DL100T.  IT BROWSES          *
001000*  STATFILE BY FEED DATE AND RUN-ID, TWELVE RECORDS TO A PAGE -  *
001100*  STATUS, SENT/ACK/RESOLUTION DATES AND THE BREACH COUNT -      *
001200*  AND COMPUTES THE CURRENT AGE IN DAYS FOR ANYTHING STILL AT    *
001300*  SENT, SO THE SUPERVISOR HAS SOMETHING TO LOOK AT WHEN THE     *
001400*  DOWNSTREAM SHOP CALLS AT 14:00 INSTEAD OF WAITING FOR THE     *
002000*  MODIFICATION HISTORY                                          *
002100*----------------------------------------------------------------*
002200*  2026-09-02  RCH  ORIGINAL PROGRAM.                            *
002210*  2026-10-15  RCH  A BREACH WITHDRAWN BY A DL100M CORRECTION    *
002220*                   SHOWS AS WDRN.                               *
002230*  2026-10-15  RCH  THE AGE IS NOW IN BUSINESS DAYS, SKIPPING    *
002240*                   DATES BUSCAL MARKS AS A HOLIDAY OR WEEKEND,  *
002250*                   TO MATCH THE DL100K AGING REPORT.            *
002300*----------------------------------------------------------------*
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
003500*  STATFILE RECORD LAYOUT, SHARED WITH DL100B AND DL100K         *
003600*----------------------------------------------------------------*
003700 COPY DL100ST.
003710*----------------------------------------------------------------*
003720*  BUSINESS-DAY CALENDAR RECORD, MAINTAINED BY DL100D            *
003730*----------------------------------------------------------------*
003740 COPY DL100BC.
003800*----------------------------------------------------------------*
003900*  CICS ATTENTION IDENTIFIER VALUES                              *
004000*----------------------------------------------------------------*
007400     05  WS-WRK-MM               PIC 9(02).
007500     05  WS-WRK-DD               PIC 9(02).
007600 01  WS-AGE-DAYS                 PIC 9(03)   VALUE ZERO.
007610 01  WS-AGE-STEPS                PIC 9(04) COMP VALUE ZERO.
007620 01  WS-BC-KEY                   PIC 9(08)   VALUE ZERO.
007630 01  WS-BC-RESP                  PIC S9(08) COMP.
007700 01  WS-MONTH-DAYS               PIC 9(02)   VALUE ZERO.
007800 01  WS-LEAP-QUOT                PIC 9(04) COMP VALUE ZERO.
007900 01  WS-LEAP-REM                 PIC 9(04) COMP VALUE ZERO.
019300 2000-EXIT.
019400     EXIT.
019500*----------------------------------------------------------------*
019600*  2500-APPLY-TYPED-KEY  --  ENTER WITH A FEED DATE (AND         *
019700*  OPTIONALLY A RUN-ID) TYPED RE-ANCHORS THE BROWSE THERE.  A    *
019800*  BLANK SCREEN RE-ANCHORS AT THE START OF THE FILE.  THE        *
019900*  TYPED FIELDS WERE SAVED BEFORE THE OUTPUT AREA WAS CLEARED    *
029200     EXIT.
029300*----------------------------------------------------------------*
029400*  3150-BUILD-ONE-ROW  --  FORMAT ONE STATUS RECORD, WITH THE    *
029410*  AGE IN BUSINESS DAYS FOR A FEED STILL AT SENT.                *
029600*----------------------------------------------------------------*
029700 3150-BUILD-ONE-ROW.
029800     MOVE DL100ST-FEED-DATE TO WS-SR-DATE.
030600             IF DL100ST-RESOLVED
030700                 MOVE 'RESV' TO WS-SR-STATUS
030800             ELSE
030810                 IF DL100ST-WITHDRAWN
030820                     MOVE 'WDRN' TO WS-SR-STATUS
030830                 ELSE
030900                     MOVE '????' TO WS-SR-STATUS
030910                 END-IF
031000             END-IF
031100         END-IF
031200     END-IF.
043800 7200-EXIT.
043900     EXIT.
044000*----------------------------------------------------------------*
044010*  7300-COMPUTE-AGE  --  BUSINESS DAYS FROM DL100ST-SENT-DATE TO *
044020*  TODAY, WALKED A DAY AT A TIME AND CAPPED AT 999 DAYS, THE     *
044030*  SAME WAY THE DL100K AGING REPORT FIGURES IT.  EACH DAY AFTER  *
044040*  THE SENT DATE COUNTS UNLESS BUSCAL MARKS IT A HOLIDAY OR      *
044050*  WEEKEND; A DATE NOT ON BUSCAL, OR A BUSCAL THAT CANNOT BE     *
044060*  READ, COUNTS AS A BUSINESS DAY.                               *
044400*----------------------------------------------------------------*
044500 7300-COMPUTE-AGE.
044600     MOVE WS-CURR-DATE TO WS-WORK-DATE.
044700     MOVE ZERO TO WS-AGE-DAYS.
044710     MOVE ZERO TO WS-AGE-STEPS.
044800     PERFORM 7350-COUNT-ONE-DAY THRU 7350-EXIT
044900         UNTIL WS-WORK-DATE = DL100ST-SENT-DATE
045000            OR WS-WORK-DATE < DL100ST-SENT-DATE
045010            OR WS-AGE-STEPS >= 999.
045200 7300-EXIT.
045300     EXIT.
045400 7350-COUNT-ONE-DAY.
045407     MOVE WS-WORK-DATE TO WS-BC-KEY.
045414     EXEC CICS READ DATASET('BUSCAL')
045421         INTO(DL100BC-RECORD)
045428         RIDFLD(WS-BC-KEY)
045435         RESP(WS-BC-RESP)
045442     END-EXEC.
045449     IF WS-BC-RESP NOT = DFHRESP(NORMAL)
045456         ADD 1 TO WS-AGE-DAYS
045463     ELSE
045470         IF NOT DL100BC-NON-BUSINESS
045477             ADD 1 TO WS-AGE-DAYS
045484         END-IF
045491     END-IF.
045500     PERFORM 7100-BACK-ONE-DAY THRU 7100-EXIT.
045510     ADD 1 TO WS-AGE-STEPS.
045700 7350-EXIT.
045800     EXIT.
045900*----------------------------------------------------------------*
