002100*  MODIFICATION HISTORY                                          *
002200*----------------------------------------------------------------*
002300*  2026-09-02  RCH  ORIGINAL PROGRAM.                            *
002310*  2026-10-15  RCH  THE RUN IS NOW A LOGGED STEP OF THE NIGHT ON *
002320*                   STEPLOG AND IS REFUSED WITH RC 8 UNLESS THE  *
002330*                   NIGHT'S DL100E EDIT HAS ENDED WITH RC 8 OR   *
002340*                   LESS, SO REJFILE IS ALWAYS COMPLETE.         *
002350*  2026-10-15  RCH  THE STEPLOG ENTRY IS NOW FILED UNDER THE     *
002360*                   NIGHT DL100E OPENED, READ FROM THE STEPLOG   *
002370*                   NIGHT RECORD, INSTEAD OF THE DATE THE JOB    *
002380*                   HAPPENS TO RUN.  NO NIGHT ON STEPLOG REFUSES *
002390*                   THE RUN WITH RC 8.                           *
002400*----------------------------------------------------------------*
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
004800     SELECT RCYRPT  ASSIGN TO RCYRPT
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS WS-RCYRPT-STATUS.
005010     SELECT STEPLOG  ASSIGN TO STEPLOG
005020         ORGANIZATION IS INDEXED
005030         ACCESS MODE IS RANDOM
005040         RECORD KEY IS DL100SL-KEY
005050         FILE STATUS IS WS-STEPLOG-STATUS.
005100 DATA DIVISION.
005200 FILE SECTION.
005300*----------------------------------------------------------------*
009300     RECORDING MODE IS F
009400     LABEL RECORDS ARE STANDARD.
009500     COPY DL100YR.
009510*----------------------------------------------------------------*
009520*  STEPLOG  --  NIGHTLY JOB-STEP LOG, KEYED BY BUSINESS DATE AND *
009530*  STEP.  SHARED BY EVERY STEP OF THE NIGHT AND READ BY DL100J.  *
009540*----------------------------------------------------------------*
009550 FD  STEPLOG
009560     LABEL RECORDS ARE STANDARD.
009570     COPY DL100SL.
009600 WORKING-STORAGE SECTION.
009700*----------------------------------------------------------------*
009800*  AGING CONTROL - A REJECT STILL OUTSTANDING AFTER THIS MANY    *
014500     05  WS-BAD-CORR-COUNT           PIC 9(07) COMP VALUE ZERO.
014600     05  WS-RCY-SCAN-COUNT           PIC 9(07) COMP VALUE ZERO.
014700     05  WS-AGED-COUNT               PIC 9(07) COMP VALUE ZERO.
014710*----------------------------------------------------------------*
014720*  NIGHTLY STEP CONTROL - THIS STEP'S STEPLOG ENTRY AND THE      *
014730*  TABLE OF STEPS THAT MUST COMPLETE BEFORE IT MAY START.        *
014740*----------------------------------------------------------------*
014750 COPY DL100SD.
014800*----------------------------------------------------------------*
014900*  FILE STATUS FIELDS                                            *
015000*----------------------------------------------------------------*
016400         88  WS-RESUBFILE-OK                     VALUE '00'.
016500     05  WS-RCYRPT-STATUS            PIC X(02)   VALUE '00'.
016600         88  WS-RCYRPT-OK                        VALUE '00'.
016610     05  WS-STEPLOG-STATUS           PIC X(02)   VALUE '00'.
016620         88  WS-STEPLOG-OK                       VALUE '00'.
016630         88  WS-STEPLOG-NOTFOUND                 VALUE '23'.
016700*----------------------------------------------------------------*
016800*  PROGRAM SWITCHES                                              *
016900*----------------------------------------------------------------*
020200     END-IF.
020300     PERFORM 8000-TERMINATE THRU 8000-EXIT.
020400 0000-EXIT.
020410     IF DL100SD-LOGGED
020420         PERFORM 9600-END-STEP THRU 9600-EXIT
020430     END-IF.
020500     STOP RUN.
020600*----------------------------------------------------------------*
020700*  1000-INITIALIZE  --  LOAD THE AGING LIMIT, COMPUTE THE        *
021000 1000-INITIALIZE.
021100     PERFORM 1100-READ-PARMS THRU 1100-EXIT.
021200     ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
021220     PERFORM 9500-START-STEP THRU 9500-EXIT.
021230     IF NOT DL100SD-LOGGED
021240         SET WS-INIT-FAILED TO TRUE
021250         GO TO 1000-EXIT
021260     END-IF.
021300     MOVE WS-AGE-LIMIT-DAYS TO WS-RET-DAYS.
021400     PERFORM 7000-COMPUTE-CUTOFF THRU 7000-EXIT.
021500     MOVE WS-WORK-DATE TO WS-AGE-CUTOFF.
071500     END-IF.
071600 8900-EXIT.
071700     EXIT.
071710*----------------------------------------------------------------*
071720*  9500-START-STEP  --  CHECK THAT EVERY STEP DL100R DEPENDS ON  *
071730*  (THE DL100SD TABLE) COMPLETED ACCEPTABLY FOR THE BUSINESS     *
071740*  DATE, THEN LOG THIS STEP STARTED ON STEPLOG.  A FAILED CHECK  *
071750*  IS LOGGED REFUSED AND STOPS THE RUN WITH RC 8 BEFORE ANY      *
071760*  OTHER FILE IS TOUCHED; A STEPLOG THAT CANNOT BE OPENED, READ  *
071770*  OR WRITTEN STOPS IT WITH RC 99.                               *
071780*----------------------------------------------------------------*
071790 9500-START-STEP.
071800     MOVE 'DL100R' TO DL100SD-STEP-ID.
071810     OPEN I-O STEPLOG.
071820     IF NOT WS-STEPLOG-OK
071830         DISPLAY 'DL100R0E-STEPLOG OPEN FAILED, STATUS '
071840             WS-STEPLOG-STATUS
071850         MOVE 99 TO RETURN-CODE
071860         SET DL100SD-LOG-FAILED TO TRUE
071870         GO TO 9500-EXIT
071880     END-IF.
071881     PERFORM 9550-FIND-NIGHT THRU 9550-EXIT.
071882     IF NOT DL100SD-CLEARED
071883         CLOSE STEPLOG
071884         GO TO 9500-EXIT
071885     END-IF.
071890     PERFORM 9510-CHECK-PREDECESSOR THRU 9510-EXIT
071900         VARYING DL100SD-SUB FROM 1 BY 1
071910         UNTIL DL100SD-SUB > DL100SD-DEP-COUNT
071920            OR NOT DL100SD-CLEARED.
071930     IF DL100SD-LOG-FAILED
071940         CLOSE STEPLOG
071950         GO TO 9500-EXIT
071960     END-IF.
071970     PERFORM 9520-LOG-STARTED THRU 9520-EXIT.
071980     CLOSE STEPLOG.
071990     IF DL100SD-REFUSED
072000         DISPLAY 'DL100R0E-STEP REFUSED FOR ' DL100SD-BUS-DATE
072010             ', ' DL100SD-REASON
072020         MOVE 8 TO RETURN-CODE
072030     END-IF.
072040 9500-EXIT.
072050     EXIT.
072060*----------------------------------------------------------------*
072070*  9510-CHECK-PREDECESSOR  --  ONE DL100SD TABLE ENTRY; ONLY THE *
072080*  ENTRIES FOR THIS STEP COUNT.  THE PREDECESSOR'S STEPLOG       *
072090*  RECORD FOR THE BUSINESS DATE DECIDES.  A REQUIRED STEP MUST   *
072100*  HAVE ENDED WITH AN ACCEPTABLE RETURN CODE; ANY PREDECESSOR    *
072110*  STILL AT STARTED REFUSES THE STEP.                            *
072120*----------------------------------------------------------------*
072130 9510-CHECK-PREDECESSOR.
072140     IF DL100SD-DEP-STEP (DL100SD-SUB) NOT = DL100SD-STEP-ID
072150         GO TO 9510-EXIT
072160     END-IF.
072170     MOVE DL100SD-BUS-DATE TO DL100SL-BUS-DATE.
072180     MOVE DL100SD-DEP-PRED (DL100SD-SUB) TO DL100SL-STEP-ID.
072190     READ STEPLOG
072200         INVALID KEY
072210             SET DL100SD-NOT-FOUND TO TRUE
072220         NOT INVALID KEY
072230             SET DL100SD-FOUND TO TRUE
072240     END-READ.
072250     IF NOT WS-STEPLOG-OK AND NOT WS-STEPLOG-NOTFOUND
072260         DISPLAY 'DL100R0E-STEPLOG READ FAILED, STATUS '
072270             WS-STEPLOG-STATUS
072280         MOVE 99 TO RETURN-CODE
072290         SET DL100SD-LOG-FAILED TO TRUE
072300         GO TO 9510-EXIT
072310     END-IF.
072320     MOVE SPACES TO DL100SD-REASON.
072330     IF DL100SD-NOT-FOUND
072340         IF DL100SD-DEP-REQUIRED (DL100SD-SUB)
072350             STRING DL100SD-DEP-PRED (DL100SD-SUB)
072360                                     DELIMITED BY SPACE
072370                    ' HAS NOT RUN'   DELIMITED BY SIZE
072380                 INTO DL100SD-REASON
072390             END-STRING
072400             SET DL100SD-REFUSED TO TRUE
072410         END-IF
072420         GO TO 9510-EXIT
072430     END-IF.
072440     IF DL100SL-STARTED
072450         STRING DL100SD-DEP-PRED (DL100SD-SUB)
072460                                 DELIMITED BY SPACE
072470                ' STARTED BUT HAS NOT ENDED'
072480                                 DELIMITED BY SIZE
072490             INTO DL100SD-REASON
072500         END-STRING
072510         SET DL100SD-REFUSED TO TRUE
072520         GO TO 9510-EXIT
072530     END-IF.
072540     IF DL100SD-DEP-ENDED (DL100SD-SUB)
072550         GO TO 9510-EXIT
072560     END-IF.
072570     IF DL100SL-REFUSED
072580         STRING DL100SD-DEP-PRED (DL100SD-SUB)
072590                                 DELIMITED BY SPACE
072600                ' WAS REFUSED'   DELIMITED BY SIZE
072610             INTO DL100SD-REASON
072620         END-STRING
072630         SET DL100SD-REFUSED TO TRUE
072640         GO TO 9510-EXIT
072650     END-IF.
072660     IF DL100SL-RC > DL100SD-DEP-MAX-RC (DL100SD-SUB)
072670         MOVE DL100SL-RC TO DL100SD-RC-ED
072680         STRING DL100SD-DEP-PRED (DL100SD-SUB)
072690                                 DELIMITED BY SPACE
072700                ' ENDED RC '     DELIMITED BY SIZE
072710                DL100SD-RC-ED    DELIMITED BY SIZE
072720             INTO DL100SD-REASON
072730         END-STRING
072740         SET DL100SD-REFUSED TO TRUE
072750     END-IF.
072760 9510-EXIT.
072770     EXIT.
072780*----------------------------------------------------------------*
072790*  9520-LOG-STARTED  --  WRITE OR REWRITE THIS STEP'S STEPLOG    *
072800*  RECORD, STARTED OR, AFTER A FAILED CHECK, REFUSED.  A RERUN   *
072810*  OF A STEP LEFT AT STARTED KEEPS ITS FIRST START TIME.         *
072820*----------------------------------------------------------------*
072830 9520-LOG-STARTED.
072840     MOVE DL100SD-BUS-DATE TO DL100SL-BUS-DATE.
072850     MOVE DL100SD-STEP-ID TO DL100SL-STEP-ID.
072860     READ STEPLOG
072870         INVALID KEY
072880             SET DL100SD-NOT-FOUND TO TRUE
072890         NOT INVALID KEY
072900             SET DL100SD-FOUND TO TRUE
072910     END-READ.
072920     IF NOT WS-STEPLOG-OK AND NOT WS-STEPLOG-NOTFOUND
072930         DISPLAY 'DL100R0E-STEPLOG READ FAILED, STATUS '
072940             WS-STEPLOG-STATUS
072950         MOVE 99 TO RETURN-CODE
072960         SET DL100SD-LOG-FAILED TO TRUE
072970         GO TO 9520-EXIT
072980     END-IF.
072990     ACCEPT DL100SD-DATE FROM DATE YYYYMMDD.
073000     ACCEPT DL100SD-TIME FROM TIME.
073010     IF DL100SD-NOT-FOUND
073020         MOVE SPACES TO DL100SL-RECORD
073030         MOVE DL100SD-BUS-DATE TO DL100SL-BUS-DATE
073040         MOVE DL100SD-STEP-ID TO DL100SL-STEP-ID
073050         MOVE ZERO TO DL100SL-RUN-COUNT
073060     END-IF.
073070     IF DL100SD-NOT-FOUND
073080      OR NOT DL100SL-STARTED
073090      OR DL100SD-REFUSED
073100         MOVE DL100SD-DATE TO DL100SL-START-DATE
073110         MOVE DL100SD-TIME TO DL100SL-START-TIME
073120     END-IF.
073130     ADD 1 TO DL100SL-RUN-COUNT.
073140     MOVE ZERO TO DL100SL-END-DATE.
073150     MOVE ZERO TO DL100SL-END-TIME.
073160     MOVE ZERO TO DL100SL-ELAPSED-SECS.
073170     MOVE ZERO TO DL100SL-RC.
073180     MOVE ZERO TO DL100SL-READ-COUNT.
073190     MOVE ZERO TO DL100SL-WRITE-COUNT.
073200     MOVE SPACES TO DL100SL-REASON.
073210     IF DL100SD-REFUSED
073220         SET DL100SL-REFUSED TO TRUE
073230         MOVE DL100SL-START-DATE TO DL100SL-END-DATE
073240         MOVE DL100SL-START-TIME TO DL100SL-END-TIME
073250         MOVE 8 TO DL100SL-RC
073260         MOVE DL100SD-REASON TO DL100SL-REASON
073270     ELSE
073280         SET DL100SL-STARTED TO TRUE
073290     END-IF.
073300     IF DL100SD-FOUND
073310         REWRITE DL100SL-RECORD
073320     ELSE
073330         WRITE DL100SL-RECORD
073340     END-IF.
073350     IF NOT WS-STEPLOG-OK
073360         DISPLAY 'DL100R0E-STEPLOG WRITE FAILED, STATUS '
073370             WS-STEPLOG-STATUS
073380         MOVE 99 TO RETURN-CODE
073390         SET DL100SD-LOG-FAILED TO TRUE
073400         GO TO 9520-EXIT
073410     END-IF.
073420     IF DL100SD-CLEARED
073430         SET DL100SD-LOGGED TO TRUE
073440     END-IF.
073450 9520-EXIT.
073460     EXIT.
073461*----------------------------------------------------------------*
073462*  9550-FIND-NIGHT  --  DL100R FILES UNDER THE NIGHT DL100E LAST *
073463*  OPENED ON STEPLOG, NOT TODAY'S DATE, SO A RUN AFTER MIDNIGHT  *
073464*  STILL FINDS THAT NIGHT'S DL100E AND FILES BESIDE IT.          *
073465*----------------------------------------------------------------*
073466 9550-FIND-NIGHT.
073467     MOVE ZERO TO DL100SL-BUS-DATE.
073468     MOVE 'NIGHT' TO DL100SL-STEP-ID.
073469     READ STEPLOG
073470         INVALID KEY
073471             SET DL100SD-NOT-FOUND TO TRUE
073472         NOT INVALID KEY
073473             SET DL100SD-FOUND TO TRUE
073474     END-READ.
073475     IF NOT WS-STEPLOG-OK AND NOT WS-STEPLOG-NOTFOUND
073476         DISPLAY 'DL100R0E-STEPLOG READ FAILED, STATUS '
073477             WS-STEPLOG-STATUS
073478         MOVE 99 TO RETURN-CODE
073479         SET DL100SD-LOG-FAILED TO TRUE
073480         GO TO 9550-EXIT
073481     END-IF.
073482     IF DL100SD-NOT-FOUND
073483         DISPLAY 'DL100R0E-STEP REFUSED, NO NIGHT OPENED ON '
073484             'STEPLOG BY DL100E'
073485         MOVE 8 TO RETURN-CODE
073486         SET DL100SD-REFUSED TO TRUE
073487         GO TO 9550-EXIT
073488     END-IF.
073489     MOVE DL100SL-NIGHT-DATE TO DL100SD-BUS-DATE.
073490 9550-EXIT.
073491     EXIT.
073492*----------------------------------------------------------------*
073493*  9600-END-STEP  --  THE LAST ACT OF THE RUN.  REWRITE THE      *
073494*  STEPLOG RECORD ENDED WITH THE END TIME, THE ELAPSED SECONDS,  *
073500*  THE REJECTS AND CORRECTION CARDS READ, THE RECYCLE RECORDS    *
073510*  REGISTERED, CORRECTED OR WRITTEN OFF AND THE FINAL RETURN     *
073520*  CODE.                                                         *
073530*----------------------------------------------------------------*
073540 9600-END-STEP.
073550     COMPUTE DL100SD-READ-COUNT = WS-REJ-READ-COUNT
073560         + WS-CORR-READ-COUNT.
073570     COMPUTE DL100SD-WRITE-COUNT = WS-REGISTERED-COUNT
073580         + WS-REREGISTERED-COUNT + WS-CORRECTED-COUNT
073590         + WS-WRITEOFF-COUNT.
073600     OPEN I-O STEPLOG.
073610     IF NOT WS-STEPLOG-OK
073620         DISPLAY 'DL100R0E-STEPLOG OPEN FAILED, STATUS '
073630             WS-STEPLOG-STATUS ', STEP NOT LOGGED ENDED'
073640         MOVE 99 TO RETURN-CODE
073650         GO TO 9600-EXIT
073660     END-IF.
073670     MOVE DL100SD-BUS-DATE TO DL100SL-BUS-DATE.
073680     MOVE DL100SD-STEP-ID TO DL100SL-STEP-ID.
073690     READ STEPLOG.
073700     IF NOT WS-STEPLOG-OK
073710         DISPLAY 'DL100R0E-STEPLOG READ FAILED, STATUS '
073720             WS-STEPLOG-STATUS ', STEP NOT LOGGED ENDED'
073730         MOVE 99 TO RETURN-CODE
073740         CLOSE STEPLOG
073750         GO TO 9600-EXIT
073760     END-IF.
073770     MOVE DL100SL-START-TIME TO DL100SD-TIME.
073780     COMPUTE DL100SD-START-SECS = DL100SD-HH * 3600
073790         + DL100SD-MN * 60 + DL100SD-SS.
073800     ACCEPT DL100SD-DATE FROM DATE YYYYMMDD.
073810     ACCEPT DL100SD-TIME FROM TIME.
073820     COMPUTE DL100SD-END-SECS = DL100SD-HH * 3600
073830         + DL100SD-MN * 60 + DL100SD-SS.
073840     IF DL100SD-DATE > DL100SL-START-DATE
073850         ADD 86400 TO DL100SD-END-SECS
073860     END-IF.
073870     IF DL100SD-END-SECS < DL100SD-START-SECS
073880         MOVE ZERO TO DL100SL-ELAPSED-SECS
073890     ELSE
073900         COMPUTE DL100SL-ELAPSED-SECS =
073910             DL100SD-END-SECS - DL100SD-START-SECS
073920     END-IF.
073930     MOVE DL100SD-DATE TO DL100SL-END-DATE.
073940     MOVE DL100SD-TIME TO DL100SL-END-TIME.
073950     MOVE RETURN-CODE TO DL100SL-RC.
073960     MOVE DL100SD-READ-COUNT TO DL100SL-READ-COUNT.
073970     MOVE DL100SD-WRITE-COUNT TO DL100SL-WRITE-COUNT.
073980     SET DL100SL-ENDED TO TRUE.
073990     REWRITE DL100SL-RECORD.
074000     IF NOT WS-STEPLOG-OK
074010         DISPLAY 'DL100R0E-STEPLOG REWRITE FAILED, STATUS '
074020             WS-STEPLOG-STATUS ', STEP NOT LOGGED ENDED'
074030         MOVE 99 TO RETURN-CODE
074040     END-IF.
074050     CLOSE STEPLOG.
074060 9600-EXIT.
074070     EXIT.
