001900*  MODIFICATION HISTORY                                          *
002000*----------------------------------------------------------------*
002100*  2026-09-02  RCH  ORIGINAL PROGRAM.                            *
002110*  2026-10-15  RCH  THE MO AND YT RECORDS CARRY THE ROLLUP'S     *
002120*                   PRIOR-PERIOD ADJUSTMENT COUNT AND NET BREACH *
002130*                   CHANGE; ZERO ON THE DY AND CA RECORDS.       *
002140*  2026-10-15  RCH  THE RUN IS NOW A LOGGED STEP OF THE NIGHT ON *
002150*                   STEPLOG, FILED UNDER THE BUSINESS DATE BEING *
002160*                   EXTRACTED, AND IS REFUSED WITH RC 8 UNLESS   *
002170*                   THAT NIGHT'S DL100B ENDED WITH RC 4 OR LESS. *
002175*  2026-10-15  RCH  THE STEPLOG ENTRY IS NOW FILED UNDER THE     *
002180*                   NIGHT DL100E OPENED, READ FROM THE STEPLOG   *
002185*                   NIGHT RECORD.  A CARD DATE FOR ANY OTHER DAY *
002190*                   IS REFUSED WITH RC 8, AND NO CARD DATE NOW   *
002195*                   EXTRACTS THE NIGHT INSTEAD OF YESTERDAY.     *
002200*----------------------------------------------------------------*
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
004500     SELECT XTRRPT  ASSIGN TO XTRRPT
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS WS-XTRRPT-STATUS.
004710     SELECT STEPLOG  ASSIGN TO STEPLOG
004720         ORGANIZATION IS INDEXED
004730         ACCESS MODE IS RANDOM
004740         RECORD KEY IS DL100SL-KEY
004750         FILE STATUS IS WS-STEPLOG-STATUS.
004800 DATA DIVISION.
004900 FILE SECTION.
005000*----------------------------------------------------------------*
008000     RECORDING MODE IS F
008100     LABEL RECORDS ARE STANDARD.
008200     COPY DL100XL.
008210*----------------------------------------------------------------*
008220*  STEPLOG  --  NIGHTLY JOB-STEP LOG, KEYED BY BUSINESS DATE AND *
008230*  STEP.  SHARED BY EVERY STEP OF THE NIGHT AND READ BY DL100J.  *
008240*----------------------------------------------------------------*
008250 FD  STEPLOG
008260     LABEL RECORDS ARE STANDARD.
008270     COPY DL100SL.
008300 WORKING-STORAGE SECTION.
008400*----------------------------------------------------------------*
008500*  EXTRACT RECORD BUILD AREAS                                    *
008700     COPY DL100MI.
008800*----------------------------------------------------------------*
008900*  BUSINESS DATE UNDER EXTRACT, FROM THE CARD OR DEFAULTED TO    *
009000*  THE NIGHT ON STEPLOG                                          *
009100*----------------------------------------------------------------*
009200 01  WS-BUS-DATE                     PIC 9(08)   VALUE ZERO.
009300 01  WS-BUS-DATE-X REDEFINES WS-BUS-DATE.
011400     05  WS-CURR-SS                  PIC 9(02).
011500     05  WS-CURR-HS                  PIC 9(02).
011600 01  WS-TIMESTAMP                    PIC X(19)   VALUE SPACES.
012900*----------------------------------------------------------------*
013000*  EXTRACT COUNTERS                                              *
013100*----------------------------------------------------------------*
013600     05  WS-MON-REC-COUNT            PIC 9(07) COMP VALUE ZERO.
013700     05  WS-YTD-REC-COUNT            PIC 9(07) COMP VALUE ZERO.
013800     05  WS-CAT-SUB                  PIC 9(02) COMP VALUE ZERO.
013810*----------------------------------------------------------------*
013820*  NIGHTLY STEP CONTROL - THIS STEP'S STEPLOG ENTRY AND THE      *
013830*  TABLE OF STEPS THAT MUST COMPLETE BEFORE IT MAY START.        *
013840*----------------------------------------------------------------*
013850 COPY DL100SD.
013900*----------------------------------------------------------------*
014000*  FILE STATUS FIELDS                                            *
014100*----------------------------------------------------------------*
015000         88  WS-MISFILE-OK                       VALUE '00'.
015100     05  WS-XTRRPT-STATUS            PIC X(02)   VALUE '00'.
015200         88  WS-XTRRPT-OK                        VALUE '00'.
015210     05  WS-STEPLOG-STATUS           PIC X(02)   VALUE '00'.
015220         88  WS-STEPLOG-OK                       VALUE '00'.
015230         88  WS-STEPLOG-NOTFOUND                 VALUE '23'.
015300*----------------------------------------------------------------*
015400*  PROGRAM SWITCHES                                              *
015500*----------------------------------------------------------------*
018100     PERFORM 2000-BUILD-EXTRACT THRU 2000-EXIT.
018200     PERFORM 8000-TERMINATE THRU 8000-EXIT.
018300 0000-EXIT.
018310     IF DL100SD-LOGGED
018320         PERFORM 9600-END-STEP THRU 9600-EXIT
018330     END-IF.
018400     STOP RUN.
018500*----------------------------------------------------------------*
018600*  0900-BUILD-TIMESTAMP  --  YYYY-MM-DD HH:MM:SS FOR THE         *
021000 1000-INITIALIZE.
021100     ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
021200     PERFORM 1100-READ-PARMS THRU 1100-EXIT.
021220     PERFORM 9500-START-STEP THRU 9500-EXIT.
021230     IF NOT DL100SD-LOGGED
021240         SET WS-INIT-FAILED TO TRUE
021250         GO TO 1000-EXIT
021260     END-IF.
021300     OPEN INPUT CTRFILE.
021400     IF NOT WS-CTRFILE-OK
021500         DISPLAY 'DL100X0E-CTRFILE OPEN FAILED, STATUS '
024700     EXIT.
024800*----------------------------------------------------------------*
024900*  1100-READ-PARMS  --  PICK UP THE BUSINESS DATE FROM THE       *
025000*  XTRPARM CARD.  A MISSING OR ZERO DATE IS LEFT AT ZERO FOR     *
025010*  9550-FIND-NIGHT TO TAKE FROM THE NIGHT ON STEPLOG.            *
025100*----------------------------------------------------------------*
025200 1100-READ-PARMS.
025300     MOVE ZERO TO WS-BUS-DATE.
025400     OPEN INPUT XTRPARM.
025500     IF NOT WS-XTRPARM-OK
025600         DISPLAY 'DL100X0W-XTRPARM OPEN FAILED, USING THE NIGHT'
025700     ELSE
025800         READ XTRPARM
025900             AT END
026000                 DISPLAY 'DL100X0W-XTRPARM EMPTY, USING THE NIGHT'
026100         END-READ
026200         IF WS-XTRPARM-OK
026300             IF DL100XP-BUS-DATE NUMERIC
026700         END-IF
026800         CLOSE XTRPARM
026900     END-IF.
027500 1100-EXIT.
027600     EXIT.
027700*----------------------------------------------------------------*
034500     MOVE DL100CT-THRESHOLD TO DL100MI-DET-THRESHOLD.
034600     MOVE DL100CT-OVERRIDE-SW TO DL100MI-DET-OVERRIDE-SW.
034700     MOVE ZERO TO DL100MI-DET-RUN-COUNT.
034710     MOVE ZERO TO DL100MI-DET-ADJ-COUNT.
034720     MOVE ZERO TO DL100MI-DET-ADJ-BREACHES.
034800     PERFORM 2900-WRITE-DETAIL THRU 2900-EXIT.
034900     ADD 1 TO WS-DAY-REC-COUNT.
035000     IF DL100CT-CAT-USED NUMERIC
037600     MOVE ZERO TO DL100MI-DET-THRESHOLD.
037700     MOVE DL100CT-OVERRIDE-SW TO DL100MI-DET-OVERRIDE-SW.
037800     MOVE ZERO TO DL100MI-DET-RUN-COUNT.
037810     MOVE ZERO TO DL100MI-DET-ADJ-COUNT.
037820     MOVE ZERO TO DL100MI-DET-ADJ-BREACHES.
037900     PERFORM 2900-WRITE-DETAIL THRU 2900-EXIT.
038000     ADD 1 TO WS-CAT-REC-COUNT.
038100 2300-EXIT.
040700     MOVE ZERO TO DL100MI-DET-THRESHOLD.
040800     MOVE 'N' TO DL100MI-DET-OVERRIDE-SW.
040900     MOVE DL100SM-RUN-COUNT TO DL100MI-DET-RUN-COUNT.
040910     PERFORM 2460-SET-ADJ-FIELDS THRU 2460-EXIT.
041000     PERFORM 2900-WRITE-DETAIL THRU 2900-EXIT.
041100     ADD 1 TO WS-MON-REC-COUNT.
041200 2400-EXIT.
043800     MOVE ZERO TO DL100MI-DET-THRESHOLD.
043900     MOVE 'N' TO DL100MI-DET-OVERRIDE-SW.
044000     MOVE DL100SM-RUN-COUNT TO DL100MI-DET-RUN-COUNT.
044010     PERFORM 2460-SET-ADJ-FIELDS THRU 2460-EXIT.
044100     PERFORM 2900-WRITE-DETAIL THRU 2900-EXIT.
044200     ADD 1 TO WS-YTD-REC-COUNT.
044300 2500-EXIT.
045500     END-READ.
045600 2450-EXIT.
045700     EXIT.
045706*----------------------------------------------------------------*
045712*  2460-SET-ADJ-FIELDS  --  THE PRIOR-PERIOD ADJUSTMENTS ON THE  *
045718*  ROLLUP JUST READ.  A RECORD WRITTEN BEFORE THE FIELDS WERE    *
045724*  CARRIED HAS NONE.                                             *
045730*----------------------------------------------------------------*
045736 2460-SET-ADJ-FIELDS.
045742     MOVE ZERO TO DL100MI-DET-ADJ-COUNT.
045748     MOVE ZERO TO DL100MI-DET-ADJ-BREACHES.
045754     IF DL100SM-PPA-COUNT NUMERIC
045760      AND DL100SM-PPA-NET NUMERIC
045766         MOVE DL100SM-PPA-COUNT TO DL100MI-DET-ADJ-COUNT
045772         MOVE DL100SM-PPA-NET TO DL100MI-DET-ADJ-BREACHES
045778     END-IF.
045784 2460-EXIT.
045790     EXIT.
045800*----------------------------------------------------------------*
045900*  2600-WRITE-TRAILER  --  THE TR RECORD WITH THE DETAIL COUNT   *
046000*----------------------------------------------------------------*
048700     ADD 1 TO WS-DETAIL-COUNT.
048800 2900-EXIT.
048900     EXIT.
053800*----------------------------------------------------------------*
053900*  8000-TERMINATE  --  CONTROL REPORT TOTALS, CLOSE FILES AND    *
054000*  SET THE RETURN CODE.                                          *
061700     END-IF.
061800 8900-EXIT.
061900     EXIT.
061910*----------------------------------------------------------------*
061920*  9500-START-STEP  --  CHECK THAT EVERY STEP DL100X DEPENDS ON  *
061930*  (THE DL100SD TABLE) COMPLETED ACCEPTABLY FOR THE BUSINESS     *
061940*  DATE, THEN LOG THIS STEP STARTED ON STEPLOG.  A FAILED CHECK  *
061950*  IS LOGGED REFUSED AND STOPS THE RUN WITH RC 8 BEFORE ANY      *
061960*  OTHER FILE IS TOUCHED; A STEPLOG THAT CANNOT BE OPENED, READ  *
061970*  OR WRITTEN STOPS IT WITH RC 99.                               *
061980*----------------------------------------------------------------*
061990 9500-START-STEP.
062000     MOVE 'DL100X' TO DL100SD-STEP-ID.
062010     OPEN I-O STEPLOG.
062020     IF NOT WS-STEPLOG-OK
062030         DISPLAY 'DL100X0E-STEPLOG OPEN FAILED, STATUS '
062040             WS-STEPLOG-STATUS
062050         MOVE 99 TO RETURN-CODE
062060         SET DL100SD-LOG-FAILED TO TRUE
062070         GO TO 9500-EXIT
062080     END-IF.
062081     PERFORM 9550-FIND-NIGHT THRU 9550-EXIT.
062082     IF NOT DL100SD-CLEARED
062083         CLOSE STEPLOG
062084         GO TO 9500-EXIT
062085     END-IF.
062090     PERFORM 9510-CHECK-PREDECESSOR THRU 9510-EXIT
062100         VARYING DL100SD-SUB FROM 1 BY 1
062110         UNTIL DL100SD-SUB > DL100SD-DEP-COUNT
062120            OR NOT DL100SD-CLEARED.
062130     IF DL100SD-LOG-FAILED
062140         CLOSE STEPLOG
062150         GO TO 9500-EXIT
062160     END-IF.
062170     PERFORM 9520-LOG-STARTED THRU 9520-EXIT.
062180     CLOSE STEPLOG.
062190     IF DL100SD-REFUSED
062200         DISPLAY 'DL100X0E-STEP REFUSED FOR ' DL100SD-BUS-DATE
062210             ', ' DL100SD-REASON
062220         MOVE 8 TO RETURN-CODE
062230     END-IF.
062240 9500-EXIT.
062250     EXIT.
062260*----------------------------------------------------------------*
062270*  9510-CHECK-PREDECESSOR  --  ONE DL100SD TABLE ENTRY; ONLY THE *
062280*  ENTRIES FOR THIS STEP COUNT.  THE PREDECESSOR'S STEPLOG       *
062290*  RECORD FOR THE BUSINESS DATE DECIDES.  A REQUIRED STEP MUST   *
062300*  HAVE ENDED WITH AN ACCEPTABLE RETURN CODE; ANY PREDECESSOR    *
062310*  STILL AT STARTED REFUSES THE STEP.                            *
062320*----------------------------------------------------------------*
062330 9510-CHECK-PREDECESSOR.
062340     IF DL100SD-DEP-STEP (DL100SD-SUB) NOT = DL100SD-STEP-ID
062350         GO TO 9510-EXIT
062360     END-IF.
062370     MOVE DL100SD-BUS-DATE TO DL100SL-BUS-DATE.
062380     MOVE DL100SD-DEP-PRED (DL100SD-SUB) TO DL100SL-STEP-ID.
062390     READ STEPLOG
062400         INVALID KEY
062410             SET DL100SD-NOT-FOUND TO TRUE
062420         NOT INVALID KEY
062430             SET DL100SD-FOUND TO TRUE
062440     END-READ.
062450     IF NOT WS-STEPLOG-OK AND NOT WS-STEPLOG-NOTFOUND
062460         DISPLAY 'DL100X0E-STEPLOG READ FAILED, STATUS '
062470             WS-STEPLOG-STATUS
062480         MOVE 99 TO RETURN-CODE
062490         SET DL100SD-LOG-FAILED TO TRUE
062500         GO TO 9510-EXIT
062510     END-IF.
062520     MOVE SPACES TO DL100SD-REASON.
062530     IF DL100SD-NOT-FOUND
062540         IF DL100SD-DEP-REQUIRED (DL100SD-SUB)
062550             STRING DL100SD-DEP-PRED (DL100SD-SUB)
062560                                     DELIMITED BY SPACE
062570                    ' HAS NOT RUN'   DELIMITED BY SIZE
062580                 INTO DL100SD-REASON
062590             END-STRING
062600             SET DL100SD-REFUSED TO TRUE
062610         END-IF
062620         GO TO 9510-EXIT
062630     END-IF.
062640     IF DL100SL-STARTED
062650         STRING DL100SD-DEP-PRED (DL100SD-SUB)
062660                                 DELIMITED BY SPACE
062670                ' STARTED BUT HAS NOT ENDED'
062680                                 DELIMITED BY SIZE
062690             INTO DL100SD-REASON
062700         END-STRING
062710         SET DL100SD-REFUSED TO TRUE
062720         GO TO 9510-EXIT
062730     END-IF.
062740     IF DL100SD-DEP-ENDED (DL100SD-SUB)
062750         GO TO 9510-EXIT
062760     END-IF.
062770     IF DL100SL-REFUSED
062780         STRING DL100SD-DEP-PRED (DL100SD-SUB)
062790                                 DELIMITED BY SPACE
062800                ' WAS REFUSED'   DELIMITED BY SIZE
062810             INTO DL100SD-REASON
062820         END-STRING
062830         SET DL100SD-REFUSED TO TRUE
062840         GO TO 9510-EXIT
062850     END-IF.
062860     IF DL100SL-RC > DL100SD-DEP-MAX-RC (DL100SD-SUB)
062870         MOVE DL100SL-RC TO DL100SD-RC-ED
062880         STRING DL100SD-DEP-PRED (DL100SD-SUB)
062890                                 DELIMITED BY SPACE
062900                ' ENDED RC '     DELIMITED BY SIZE
062910                DL100SD-RC-ED    DELIMITED BY SIZE
062920             INTO DL100SD-REASON
062930         END-STRING
062940         SET DL100SD-REFUSED TO TRUE
062950     END-IF.
062960 9510-EXIT.
062970     EXIT.
062980*----------------------------------------------------------------*
062990*  9520-LOG-STARTED  --  WRITE OR REWRITE THIS STEP'S STEPLOG    *
063000*  RECORD, STARTED OR, AFTER A FAILED CHECK, REFUSED.  A RERUN   *
063010*  OF A STEP LEFT AT STARTED KEEPS ITS FIRST START TIME.         *
063020*----------------------------------------------------------------*
063030 9520-LOG-STARTED.
063040     MOVE DL100SD-BUS-DATE TO DL100SL-BUS-DATE.
063050     MOVE DL100SD-STEP-ID TO DL100SL-STEP-ID.
063060     READ STEPLOG
063070         INVALID KEY
063080             SET DL100SD-NOT-FOUND TO TRUE
063090         NOT INVALID KEY
063100             SET DL100SD-FOUND TO TRUE
063110     END-READ.
063120     IF NOT WS-STEPLOG-OK AND NOT WS-STEPLOG-NOTFOUND
063130         DISPLAY 'DL100X0E-STEPLOG READ FAILED, STATUS '
063140             WS-STEPLOG-STATUS
063150         MOVE 99 TO RETURN-CODE
063160         SET DL100SD-LOG-FAILED TO TRUE
063170         GO TO 9520-EXIT
063180     END-IF.
063190     ACCEPT DL100SD-DATE FROM DATE YYYYMMDD.
063200     ACCEPT DL100SD-TIME FROM TIME.
063210     IF DL100SD-NOT-FOUND
063220         MOVE SPACES TO DL100SL-RECORD
063230         MOVE DL100SD-BUS-DATE TO DL100SL-BUS-DATE
063240         MOVE DL100SD-STEP-ID TO DL100SL-STEP-ID
063250         MOVE ZERO TO DL100SL-RUN-COUNT
063260     END-IF.
063270     IF DL100SD-NOT-FOUND
063280      OR NOT DL100SL-STARTED
063290      OR DL100SD-REFUSED
063300         MOVE DL100SD-DATE TO DL100SL-START-DATE
063310         MOVE DL100SD-TIME TO DL100SL-START-TIME
063320     END-IF.
063330     ADD 1 TO DL100SL-RUN-COUNT.
063340     MOVE ZERO TO DL100SL-END-DATE.
063350     MOVE ZERO TO DL100SL-END-TIME.
063360     MOVE ZERO TO DL100SL-ELAPSED-SECS.
063370     MOVE ZERO TO DL100SL-RC.
063380     MOVE ZERO TO DL100SL-READ-COUNT.
063390     MOVE ZERO TO DL100SL-WRITE-COUNT.
063400     MOVE SPACES TO DL100SL-REASON.
063410     IF DL100SD-REFUSED
063420         SET DL100SL-REFUSED TO TRUE
063430         MOVE DL100SL-START-DATE TO DL100SL-END-DATE
063440         MOVE DL100SL-START-TIME TO DL100SL-END-TIME
063450         MOVE 8 TO DL100SL-RC
063460         MOVE DL100SD-REASON TO DL100SL-REASON
063470     ELSE
063480         SET DL100SL-STARTED TO TRUE
063490     END-IF.
063500     IF DL100SD-FOUND
063510         REWRITE DL100SL-RECORD
063520     ELSE
063530         WRITE DL100SL-RECORD
063540     END-IF.
063550     IF NOT WS-STEPLOG-OK
063560         DISPLAY 'DL100X0E-STEPLOG WRITE FAILED, STATUS '
063570             WS-STEPLOG-STATUS
063580         MOVE 99 TO RETURN-CODE
063590         SET DL100SD-LOG-FAILED TO TRUE
063600         GO TO 9520-EXIT
063610     END-IF.
063620     IF DL100SD-CLEARED
063630         SET DL100SD-LOGGED TO TRUE
063640     END-IF.
063650 9520-EXIT.
063660     EXIT.
063661*----------------------------------------------------------------*
063662*  9550-FIND-NIGHT  --  DL100X EXTRACTS THE NIGHT DL100E LAST    *
063663*  OPENED ON STEPLOG AND FILES ITS ENTRY UNDER IT.  A CARD DATE  *
063664*  MUST NAME THAT NIGHT OR THE STEP IS REFUSED WITH RC 8; A RUN  *
063665*  WITH NO CARD DATE TAKES THE NIGHT'S.                          *
063666*----------------------------------------------------------------*
063667 9550-FIND-NIGHT.
063668     MOVE ZERO TO DL100SL-BUS-DATE.
063669     MOVE 'NIGHT' TO DL100SL-STEP-ID.
063670     READ STEPLOG
063671         INVALID KEY
063672             SET DL100SD-NOT-FOUND TO TRUE
063673         NOT INVALID KEY
063674             SET DL100SD-FOUND TO TRUE
063675     END-READ.
063676     IF NOT WS-STEPLOG-OK AND NOT WS-STEPLOG-NOTFOUND
063677         DISPLAY 'DL100X0E-STEPLOG READ FAILED, STATUS '
063678             WS-STEPLOG-STATUS
063679         MOVE 99 TO RETURN-CODE
063680         SET DL100SD-LOG-FAILED TO TRUE
063681         GO TO 9550-EXIT
063682     END-IF.
063683     IF DL100SD-NOT-FOUND
063684         DISPLAY 'DL100X0E-STEP REFUSED, NO NIGHT OPENED ON '
063685             'STEPLOG BY DL100E'
063686         MOVE 8 TO RETURN-CODE
063687         SET DL100SD-REFUSED TO TRUE
063688         GO TO 9550-EXIT
063689     END-IF.
063690     MOVE DL100SL-NIGHT-DATE TO DL100SD-BUS-DATE.
063691     IF WS-BUS-DATE = ZERO
063692         MOVE DL100SD-BUS-DATE TO WS-BUS-DATE
063693         GO TO 9550-EXIT
063694     END-IF.
063695     IF WS-BUS-DATE NOT = DL100SD-BUS-DATE
063696         DISPLAY 'DL100X0E-STEP REFUSED, CARD DATE ' WS-BUS-DATE
063697             ' IS NOT THE NIGHT OF ' DL100SD-BUS-DATE
063698         MOVE 8 TO RETURN-CODE
063699         SET DL100SD-REFUSED TO TRUE
063700     END-IF.
063701 9550-EXIT.
063702     EXIT.
063703*----------------------------------------------------------------*
063704*  9600-END-STEP  --  THE LAST ACT OF THE RUN.  REWRITE THE      *
063705*  STEPLOG RECORD ENDED WITH THE END TIME, THE ELAPSED SECONDS,  *
063706*  THE CTRFILE AND SUMFILE RECORDS EXTRACTED, THE MISFILE        *
063710*  DETAIL RECORDS WRITTEN AND THE FINAL RETURN CODE.             *
063730*----------------------------------------------------------------*
063740 9600-END-STEP.
063750     COMPUTE DL100SD-READ-COUNT = WS-DAY-REC-COUNT
063760         + WS-MON-REC-COUNT + WS-YTD-REC-COUNT.
063770     MOVE WS-DETAIL-COUNT TO DL100SD-WRITE-COUNT.
063780     OPEN I-O STEPLOG.
063790     IF NOT WS-STEPLOG-OK
063800         DISPLAY 'DL100X0E-STEPLOG OPEN FAILED, STATUS '
063810             WS-STEPLOG-STATUS ', STEP NOT LOGGED ENDED'
063820         MOVE 99 TO RETURN-CODE
063830         GO TO 9600-EXIT
063840     END-IF.
063850     MOVE DL100SD-BUS-DATE TO DL100SL-BUS-DATE.
063860     MOVE DL100SD-STEP-ID TO DL100SL-STEP-ID.
063870     READ STEPLOG.
063880     IF NOT WS-STEPLOG-OK
063890         DISPLAY 'DL100X0E-STEPLOG READ FAILED, STATUS '
063900             WS-STEPLOG-STATUS ', STEP NOT LOGGED ENDED'
063910         MOVE 99 TO RETURN-CODE
063920         CLOSE STEPLOG
063930         GO TO 9600-EXIT
063940     END-IF.
063950     MOVE DL100SL-START-TIME TO DL100SD-TIME.
063960     COMPUTE DL100SD-START-SECS = DL100SD-HH * 3600
063970         + DL100SD-MN * 60 + DL100SD-SS.
063980     ACCEPT DL100SD-DATE FROM DATE YYYYMMDD.
063990     ACCEPT DL100SD-TIME FROM TIME.
064000     COMPUTE DL100SD-END-SECS = DL100SD-HH * 3600
064010         + DL100SD-MN * 60 + DL100SD-SS.
064020     IF DL100SD-DATE > DL100SL-START-DATE
064030         ADD 86400 TO DL100SD-END-SECS
064040     END-IF.
064050     IF DL100SD-END-SECS < DL100SD-START-SECS
064060         MOVE ZERO TO DL100SL-ELAPSED-SECS
064070     ELSE
064080         COMPUTE DL100SL-ELAPSED-SECS =
064090             DL100SD-END-SECS - DL100SD-START-SECS
064100     END-IF.
064110     MOVE DL100SD-DATE TO DL100SL-END-DATE.
064120     MOVE DL100SD-TIME TO DL100SL-END-TIME.
064130     MOVE RETURN-CODE TO DL100SL-RC.
064140     MOVE DL100SD-READ-COUNT TO DL100SL-READ-COUNT.
064150     MOVE DL100SD-WRITE-COUNT TO DL100SL-WRITE-COUNT.
064160     SET DL100SL-ENDED TO TRUE.
064170     REWRITE DL100SL-RECORD.
064180     IF NOT WS-STEPLOG-OK
064190         DISPLAY 'DL100X0E-STEPLOG REWRITE FAILED, STATUS '
064200             WS-STEPLOG-STATUS ', STEP NOT LOGGED ENDED'
064210         MOVE 99 TO RETURN-CODE
064220     END-IF.
064230     CLOSE STEPLOG.
064240 9600-EXIT.
064250     EXIT.
