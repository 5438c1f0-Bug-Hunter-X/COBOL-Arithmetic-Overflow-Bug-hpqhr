002300*                   2500-PROCESS-INQUIRY A SECOND TIME.  NEWA1I/ *
002400*                   NEWA2I ARE NOW CHECKED FOR NOT NUMERIC       *
002500*                   BEFORE BEING MOVED INTO THE CTRFILE FIELDS.  *
002510*  2026-10-15  RCH  AN OVERRIDE OF A DAY DL100B HAS ALREADY FED  *
002520*                   DOWNSTREAM NOW SENDS A CORRECTION RECORD ON  *
002530*                   EXCFILE QUOTING THE ORIGINAL FEED DATE AND   *
002540*                   RUN-ID, REOPENS THE STATFILE ENTRY AT SENT   *
002550*                   OR CLOSES IT AS WITHDRAWN, AND POSTS THE     *
002560*                   CHANGE IN THE BREACH COUNT TO THE SUMFILE    *
002570*                   MONTH AND YEAR-TO-DATE RECORDS               *
002580*                   (7000-SEND-CORRECTION).                      *
002581*  2026-10-15  RCH  A DAY OF A MONTH CLOSED ON PERCTL, OR A DAY  *
002582*                   ALREADY ADJUSTED, IS NO LONGER OVERRIDDEN.   *
002583*                   WITH CONFIRM SET TO P THE CORRECTION GOES    *
002584*                   IN AS A PRIOR-PERIOD ADJUSTMENT: THE DAY     *
002585*                   KEEPS ITS COUNTERS AS CLOSED, THE CORRECTED  *
002586*                   COUNTS ARE KEPT IN DL100CT-ADJ-AREA-1/AREA-2 *
002587*                   AND ANY CHANGE IN THE BREACH COUNT IS POSTED *
002588*                   TO THE CURRENT MONTH AS PPA, LOGGED AS       *
002589*                   PRIORADJ (3500-PRIOR-PERIOD-ADJ).            *
002590*  2026-10-15  RCH  A PRIOR-PERIOD ADJUSTMENT NOW POSTS ITS      *
002591*                   BREACH CHANGE TO SUMFILE WHETHER OR NOT THE  *
002592*                   DAY WAS FED.  CTRFILE IS READ FOR UPDATE     *
002593*                   BEFORE IT IS REWRITTEN, AND A CTRFILE,       *
002594*                   STATFILE OR SUMFILE UPDATE THAT FAILS IS     *
002595*                   NAMED ON THE PANEL IN PLACE OF THE SUCCESS   *
002596*                   MESSAGE.                                     *
002600*----------------------------------------------------------------*
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
004200*  AUDIT RECORD LAYOUT, SHARED WITH DL100B                       *
004300*----------------------------------------------------------------*
004400 COPY DL100AU.
004410*----------------------------------------------------------------*
004420*  EXCEPTION FEED, BREACH WORK-STATUS AND SUMMARY LAYOUTS,       *
004426*  SHARED WITH DL100B, FOR CORRECTIONS TO A DAY ALREADY FED      *
004432*  DOWNSTREAM                                                    *
004440*----------------------------------------------------------------*
004450 COPY DL100EX.
004460 COPY DL100ST.
004470 COPY DL100SM.
004474*----------------------------------------------------------------*
004478*  PERIOD CONTROL LAYOUT, SHARED WITH DL100P, TO TELL WHETHER    *
004482*  THE RUN DATE'S MONTH HAS BEEN CLOSED                          *
004486*----------------------------------------------------------------*
004490 COPY DL100PC.
004500*----------------------------------------------------------------*
004600*  WORK FIELDS                                                   *
004700*----------------------------------------------------------------*
006600 01  WS-CTR-FOUND-SW              PIC X(01)  VALUE 'N'.
006700     88  WS-CTR-FOUND                        VALUE 'Y'.
006800     88  WS-CTR-NOTFOUND                     VALUE 'N'.
006801 01  WS-UPDATE-SW                PIC X(01)   VALUE 'Y'.
006802     88  WS-UPDATE-OK                        VALUE 'Y'.
006803     88  WS-UPDATE-FAILED                    VALUE 'N'.
006804 01  WS-FAILED-FILE              PIC X(08)   VALUE SPACES.
006806*----------------------------------------------------------------*
006812*  CORRECTION WORK FIELDS - THE COUNTERS AS THEY STOOD BEFORE    *
006817*  THE OVERRIDE, AND THE SIGNED CHANGE IN THE BREACH COUNT       *
006822*  POSTED TO SUMFILE.                                            *
006830*----------------------------------------------------------------*
006836 01  WS-OLD-AREA-1               PIC 9(05)   VALUE ZERO.
006842 01  WS-OLD-AREA-2               PIC 9(05)   VALUE ZERO.
006848 01  WS-BREACH-DIFF              PIC S9(07) COMP VALUE ZERO.
006854 01  WS-SUM-WORK                 PIC S9(07) COMP VALUE ZERO.
006860 01  WS-SUM-DATE                 PIC 9(08)   VALUE ZERO.
006866 01  WS-SUM-DATE-X REDEFINES WS-SUM-DATE.
006872     05  WS-SUM-YYYY             PIC 9(04).
006878     05  WS-SUM-MM               PIC 9(02).
006884     05  WS-SUM-DD               PIC 9(02).
006885*----------------------------------------------------------------*
006886*  THE NEW COUNTERS BEING APPLIED, THE MONTH A PRIOR-PERIOD      *
006887*  ADJUSTMENT IS POSTED IN (ZERO FOR AN OVERRIDE), AND WHETHER   *
006888*  THE RUN DATE'S MONTH IS CLOSED.                               *
006889*----------------------------------------------------------------*
006890 01  WS-NEW-AREA-1               PIC 9(05)   VALUE ZERO.
006891 01  WS-NEW-AREA-2               PIC 9(05)   VALUE ZERO.
006892 01  WS-ADJ-PERIOD               PIC 9(06)   VALUE ZERO.
006893 01  WS-PERIOD-SW                PIC X(01)   VALUE 'O'.
006894     88  WS-PERIOD-OPEN                      VALUE 'O'.
006895     88  WS-PERIOD-CLOSED                    VALUE 'C'.
006896 01  WS-PPA-SW                   PIC X(01)   VALUE 'N'.
006897     88  WS-PPA-POSTING                      VALUE 'Y'.
006898     88  WS-NOT-PPA-POSTING                  VALUE 'N'.
006900*----------------------------------------------------------------*
007000*  DFHCOMMAREA  --  CARRIES THE INQUIRED RUN DATE ACROSS THE     *
007100*  PSEUDO-CONVERSATIONAL TURN BETWEEN THE INITIAL INQUIRY AND    *
014800     MOVE DL100CT-AREA-2 TO AREA2O.
014900     MOVE DL100CT-THRESHOLD TO THRESHO.
015000     MOVE 'COUNTERS DISPLAYED - PF5 TO OVERRIDE' TO MSGO.
015010     IF DL100CT-ADJUSTED
015020         MOVE 'COUNTERS AS CLOSED - PRIOR-PERIOD ADJ ON FILE'
015030             TO MSGO
015040     END-IF.
015100     PERFORM 2900-SEND-DATAONLY THRU 2900-EXIT.
015200 2500-EXIT.
015300     EXIT.
017000*  CONFIRMATION FLAG, THEN APPLY THE NEW COUNTER VALUES.  EVERY  *
017100*  OVERRIDE IS WRITTEN TO THE AUDIT TRAIL WITH THE SUPERVISOR    *
017200*  ID SO THE CHANGE CAN BE TRACED.                               *
017210*  A DAY OF A CLOSED MONTH, OR ONE ALREADY ADJUSTED, IS NOT      *
017220*  OVERRIDDEN; WITH CONFIRM SET TO P 3500 ADJUSTS IT INSTEAD.    *
017300*----------------------------------------------------------------*
017400 3000-PROCESS-OVERRIDE.
017500     SET WS-INPUT-VALID TO TRUE.
017505     SET WS-UPDATE-OK TO TRUE.
017510     IF OVRCFI NOT = 'Y' AND OVRCFI NOT = 'P'
017700         SET WS-INPUT-INVALID TO TRUE
017800         MOVE 'OVERRIDE NOT CONFIRMED - SET CONFIRM TO Y' TO MSGO
017900     END-IF.
019400         GO TO 3000-EXIT
019500     END-IF.
019600     MOVE WS-CA-RUN-DATE TO DL100CT-RUN-DATE.
019700     PERFORM 4100-READ-CTRFILE-UPDATE THRU 4100-EXIT.
019800     IF WS-CTR-NOTFOUND
019900         MOVE 'COUNTER RECORD NO LONGER ON FILE' TO MSGO
020000         PERFORM 2900-SEND-DATAONLY THRU 2900-EXIT
020100         GO TO 3000-EXIT
020200     END-IF.
020201     PERFORM 3100-CHECK-PERIOD THRU 3100-EXIT.
020202     IF WS-INPUT-INVALID
020203         PERFORM 2900-SEND-DATAONLY THRU 2900-EXIT
020204         GO TO 3000-EXIT
020205     END-IF.
020206     IF WS-PERIOD-CLOSED OR DL100CT-ADJUSTED
020207         PERFORM 3500-PRIOR-PERIOD-ADJ THRU 3500-EXIT
020208         GO TO 3000-EXIT
020209     END-IF.
020210     MOVE DL100CT-AREA-1 TO WS-OLD-AREA-1.
020220     MOVE DL100CT-AREA-2 TO WS-OLD-AREA-2.
020230     MOVE NEWA1I TO WS-NEW-AREA-1.
020240     MOVE NEWA2I TO WS-NEW-AREA-2.
020250     MOVE ZERO TO WS-ADJ-PERIOD.
020260     SET WS-NOT-PPA-POSTING TO TRUE.
020270     MOVE DL100CT-RUN-DATE TO WS-SUM-DATE.
020280     MOVE WS-NEW-AREA-1 TO DL100CT-AREA-1.
020290     MOVE WS-NEW-AREA-2 TO DL100CT-AREA-2.
020500     PERFORM 5000-BUILD-TIMESTAMP THRU 5000-EXIT.
020600     MOVE WS-TIMESTAMP TO DL100CT-LAST-UPDATE-TS.
020700     MOVE SUPVIDI TO DL100CT-LAST-UPDATE-USER.
021000         FROM(DL100CT-RECORD)
021100         RESP(WS-RESP)
021200     END-EXEC.
021210     IF WS-RESP NOT = DFHRESP(NORMAL)
021220         MOVE 'OVERRIDE NOT APPLIED - CTRFILE REWRITE FAILED'
021230             TO MSGO
021240         PERFORM 2900-SEND-DATAONLY THRU 2900-EXIT
021250         GO TO 3000-EXIT
021260     END-IF.
021300     PERFORM 6000-WRITE-OVERRIDE-AUDIT THRU 6000-EXIT.
021400     MOVE DL100CT-AREA-1 TO AREA1O.
021500     MOVE DL100CT-AREA-2 TO AREA2O.
021600     MOVE 'OVERRIDE APPLIED AND LOGGED' TO MSGO.
021610     IF DL100CT-FED
021620         PERFORM 7000-SEND-CORRECTION THRU 7000-EXIT
021630     END-IF.
021700     PERFORM 2900-SEND-DATAONLY THRU 2900-EXIT.
021800 3000-EXIT.
021900     EXIT.
021901*----------------------------------------------------------------*
021902*  3100-CHECK-PERIOD  --  LOOK UP THE RUN DATE'S MONTH ON        *
021903*  PERCTL.  A MONTH NOT ON FILE, OR REOPENED, IS OPEN.  A DAY OF *
021904*  A CLOSED MONTH, OR ONE ALREADY ADJUSTED, NEEDS CONFIRM SET TO *
021905*  P, AND P IS REFUSED FOR ANY OTHER DAY.  WHEN PERCTL CANNOT BE *
021906*  READ THE OVERRIDE IS REFUSED RATHER THAN RISK CHANGING A      *
021907*  CLOSED MONTH.                                                 *
021908*----------------------------------------------------------------*
021909 3100-CHECK-PERIOD.
021910     MOVE DL100CT-RUN-DATE TO WS-SUM-DATE.
021911     COMPUTE DL100PC-PERIOD = WS-SUM-YYYY * 100 + WS-SUM-MM.
021912     EXEC CICS READ DATASET('PERCTL')
021913         INTO(DL100PC-RECORD)
021914         RIDFLD(DL100PC-PERIOD)
021915         RESP(WS-RESP)
021916     END-EXEC.
021917     SET WS-PERIOD-OPEN TO TRUE.
021918     IF WS-RESP = DFHRESP(NORMAL)
021919         IF DL100PC-CLOSED
021920             SET WS-PERIOD-CLOSED TO TRUE
021921         END-IF
021922     ELSE
021923         IF WS-RESP NOT = DFHRESP(NOTFND)
021924             SET WS-INPUT-INVALID TO TRUE
021925             MOVE 'PERIOD CONTROL NOT READABLE - OVERRIDE REFUSED'
021926                 TO MSGO
021927             GO TO 3100-EXIT
021928         END-IF
021929     END-IF.
021930     IF WS-PERIOD-CLOSED AND OVRCFI NOT = 'P'
021931         SET WS-INPUT-INVALID TO TRUE
021932         MOVE 'MONTH IS CLOSED - SET CONFIRM TO P TO ADJUST'
021933             TO MSGO
021934         GO TO 3100-EXIT
021935     END-IF.
021936     IF DL100CT-ADJUSTED AND OVRCFI NOT = 'P'
021937         SET WS-INPUT-INVALID TO TRUE
021938         MOVE 'DAY ALREADY ADJUSTED - SET CONFIRM TO P TO ADJUST'
021939             TO MSGO
021940         GO TO 3100-EXIT
021941     END-IF.
021942     IF WS-PERIOD-OPEN AND DL100CT-NOT-ADJUSTED
021943      AND OVRCFI = 'P'
021944         SET WS-INPUT-INVALID TO TRUE
021945         MOVE 'MONTH IS OPEN - SET CONFIRM TO Y TO OVERRIDE'
021946             TO MSGO
021947     END-IF.
021948 3100-EXIT.
021949     EXIT.
021950*----------------------------------------------------------------*
021951*  3500-PRIOR-PERIOD-ADJ  --  CORRECT A DAY OF A CLOSED MONTH    *
021952*  WITHOUT DISTURBING THE CLOSED FIGURES.  THE DAY KEEPS ITS     *
021953*  COUNTERS AS CLOSED AND THE CORRECTED COUNTS GO IN ITS         *
021954*  ADJUSTMENT FIELDS WITH THE CURRENT MONTH, SO THE TOTALS       *
021955*  DL100P FROZE STILL FOOT.  A LATER ADJUSTMENT OF THE SAME DAY  *
021956*  STARTS FROM THE LAST ADJUSTED COUNTS.  ANY CHANGE IN THE      *
021957*  BREACH COUNT IS POSTED TO THE CURRENT MONTH AS A PRIOR-PERIOD *
021958*  ADJUSTMENT, FED OR NOT; A DAY ALREADY FED DOWNSTREAM IS ALSO  *
021959*  CORRECTED THROUGH 7000 AS AN OVERRIDE WOULD BE.               *
021960*----------------------------------------------------------------*
021961 3500-PRIOR-PERIOD-ADJ.
021962     IF DL100CT-ADJUSTED
021963         MOVE DL100CT-ADJ-AREA-1 TO WS-OLD-AREA-1
021964         MOVE DL100CT-ADJ-AREA-2 TO WS-OLD-AREA-2
021965     ELSE
021966         MOVE DL100CT-AREA-1 TO WS-OLD-AREA-1
021967         MOVE DL100CT-AREA-2 TO WS-OLD-AREA-2
021968     END-IF.
021969     MOVE NEWA1I TO WS-NEW-AREA-1.
021970     MOVE NEWA2I TO WS-NEW-AREA-2.
021971     SET WS-PPA-POSTING TO TRUE.
021972     PERFORM 5000-BUILD-TIMESTAMP THRU 5000-EXIT.
021973     MOVE WS-CURR-DATE TO WS-SUM-DATE.
021974     COMPUTE WS-ADJ-PERIOD = WS-SUM-YYYY * 100 + WS-SUM-MM.
021975     SET DL100CT-ADJUSTED TO TRUE.
021976     MOVE WS-NEW-AREA-1 TO DL100CT-ADJ-AREA-1.
021977     MOVE WS-NEW-AREA-2 TO DL100CT-ADJ-AREA-2.
021978     MOVE WS-ADJ-PERIOD TO DL100CT-ADJ-PERIOD.
021979     MOVE WS-TIMESTAMP TO DL100CT-LAST-UPDATE-TS.
021980     MOVE SUPVIDI TO DL100CT-LAST-UPDATE-USER.
021982     EXEC CICS REWRITE DATASET('CTRFILE')
021984         FROM(DL100CT-RECORD)
021986         RESP(WS-RESP)
021988     END-EXEC.
021990     IF WS-RESP NOT = DFHRESP(NORMAL)
021992         MOVE 'ADJUSTMENT NOT POSTED - CTRFILE REWRITE FAILED'
021994             TO MSGO
021996         PERFORM 2900-SEND-DATAONLY THRU 2900-EXIT
021998         GO TO 3500-EXIT
022000     END-IF.
022002     PERFORM 3600-WRITE-PPA-AUDIT THRU 3600-EXIT.
022004     MOVE DL100CT-AREA-1 TO AREA1O.
022006     MOVE DL100CT-AREA-2 TO AREA2O.
022008     MOVE 'PRIOR-PERIOD ADJUSTMENT POSTED AND LOGGED' TO MSGO.
022010     IF WS-NEW-AREA-2 NOT = WS-OLD-AREA-2
022012         COMPUTE WS-BREACH-DIFF = WS-NEW-AREA-2 - WS-OLD-AREA-2
022014         PERFORM 7300-POST-SUMMARY-DIFF THRU 7300-EXIT
022016     END-IF.
022018     IF DL100CT-FED
022020         PERFORM 7000-SEND-CORRECTION THRU 7000-EXIT
022022     END-IF.
022024     PERFORM 2900-SEND-DATAONLY THRU 2900-EXIT.
022026 3500-EXIT.
022028     EXIT.
022030*----------------------------------------------------------------*
022032*  3600-WRITE-PPA-AUDIT  --  LOG THE ADJUSTMENT UNDER THE        *
022034*  ORIGINAL RUN-ID, WITH THE CLOSED DAY IN THE ITEM FIELD, THE   *
022036*  ADJUSTED COUNTS, AND THE OPEN MONTH IT WAS POSTED IN AS THE   *
022038*  AMOUNT.                                                       *
022040*----------------------------------------------------------------*
022042 3600-WRITE-PPA-AUDIT.
022044     MOVE WS-TIMESTAMP TO DL100AU-TS.
022046     MOVE DL100CT-RUN-ID TO DL100AU-RUN-ID.
022048     SET DL100AU-EVT-PRIOR-ADJ TO TRUE.
022050     MOVE DL100CT-RUN-DATE TO DL100AU-ITEM-ID.
022052     MOVE WS-NEW-AREA-1 TO DL100AU-AREA-1.
022054     MOVE WS-NEW-AREA-2 TO DL100AU-AREA-2.
022056     MOVE SUPVIDI TO DL100AU-USER-ID.
022058     MOVE WS-ADJ-PERIOD TO DL100AU-AMOUNT.
022060     EXEC CICS WRITE DATASET('AUDITFILE')
022062         FROM(DL100AU-RECORD)
022064         RESP(WS-RESP)
022066     END-EXEC.
022068 3600-EXIT.
022070     EXIT.
022072*----------------------------------------------------------------*
022100*  4000-READ-CTRFILE  --  RANDOM READ OF TODAY'S COUNTER RECORD  *
022200*----------------------------------------------------------------*
022300 4000-READ-CTRFILE.
023300     END-IF.
023400 4000-EXIT.
023500     EXIT.
023505*----------------------------------------------------------------*
023510*  4100-READ-CTRFILE-UPDATE  --  THE SAME READ, HELD FOR THE     *
023515*  REWRITE THAT APPLIES AN OVERRIDE OR AN ADJUSTMENT.            *
023520*----------------------------------------------------------------*
023525 4100-READ-CTRFILE-UPDATE.
023530     EXEC CICS READ DATASET('CTRFILE')
023535         INTO(DL100CT-RECORD)
023540         RIDFLD(DL100CT-RUN-DATE)
023545         UPDATE
023550         RESP(WS-RESP)
023555     END-EXEC.
023560     IF WS-RESP = DFHRESP(NORMAL)
023565         SET WS-CTR-FOUND TO TRUE
023570     ELSE
023575         SET WS-CTR-NOTFOUND TO TRUE
023580     END-IF.
023585 4100-EXIT.
023590     EXIT.
023600*----------------------------------------------------------------*
023700*  5000-BUILD-TIMESTAMP  --  YYYY-MM-DD HH:MM:SS FOR THE AUDIT   *
023800*  RECORD AND THE CTRFILE LAST-UPDATE STAMP.                     *
026700     MOVE SPACES TO DL100AU-ITEM-ID.
026800     MOVE DL100CT-AREA-1 TO DL100AU-AREA-1.
026900     MOVE DL100CT-AREA-2 TO DL100AU-AREA-2.
026950     MOVE ZERO TO DL100AU-AMOUNT.
027000     MOVE SUPVIDI TO DL100AU-USER-ID.
027100     EXEC CICS WRITE DATASET('AUDITFILE')
027200         FROM(DL100AU-RECORD)
027400     END-EXEC.
027500 6000-EXIT.
027600     EXIT.
027610*----------------------------------------------------------------*
027620*  7000-SEND-CORRECTION  --  THE OVERRIDDEN DAY HAS ALREADY GONE *
027630*  DOWNSTREAM ON EXCFILE, SO THE OVERRIDE MUST FOLLOW IT THERE.  *
027640*  A CORRECTION RECORD GOES OUT REFERENCING THE ORIGINAL FEED,   *
027650*  AND WHEN THE BREACH COUNT CHANGED THE STATFILE ENTRY AND THE  *
027660*  SUMFILE ROLLUPS ARE BROUGHT INTO LINE WITH IT.  3500 HAS      *
027662*  ALREADY POSTED A PRIOR-PERIOD ADJUSTMENT'S SUMFILE CHANGE.    *
027664*  A FILE THAT COULD NOT BE UPDATED IS NAMED ON THE PANEL IN     *
027666*  PLACE OF THE CORRECTION-SENT MESSAGE.                         *
027670*----------------------------------------------------------------*
027680 7000-SEND-CORRECTION.
027690     PERFORM 7100-WRITE-CORRECTION-FEED THRU 7100-EXIT.
027700     IF WS-RESP NOT = DFHRESP(NORMAL)
027710         MOVE 'OVERRIDE APPLIED - CORRECTION FEED WRITE FAILED'
027720             TO MSGO
027721         IF WS-PPA-POSTING
027722             MOVE 'ADJUSTMENT POSTED - CORRECTION FEED FAILED'
027723                 TO MSGO
027724         END-IF
027727         SET WS-UPDATE-FAILED TO TRUE
027730         GO TO 7000-EXIT
027740     END-IF.
027750     IF WS-NEW-AREA-2 NOT = WS-OLD-AREA-2
027760         COMPUTE WS-BREACH-DIFF = WS-NEW-AREA-2 - WS-OLD-AREA-2
027770         PERFORM 7200-UPDATE-STATFILE THRU 7200-EXIT
027775         IF WS-NOT-PPA-POSTING
027780             PERFORM 7300-POST-SUMMARY-DIFF THRU 7300-EXIT
027785         END-IF
027790     END-IF.
027800     PERFORM 7400-WRITE-CORRECTION-AUDIT THRU 7400-EXIT.
027801     IF WS-UPDATE-FAILED
027802         GO TO 7000-EXIT
027803     END-IF.
027804     IF WS-PPA-POSTING
027805         MOVE 'ADJUSTMENT POSTED, CORRECTION SENT DOWNSTREAM'
027806             TO MSGO
027807     ELSE
027808         MOVE 'OVERRIDE APPLIED, CORRECTION SENT DOWNSTREAM'
027809             TO MSGO
027810     END-IF.
027820 7000-EXIT.
027830     EXIT.
027840*----------------------------------------------------------------*
027850*  7100-WRITE-CORRECTION-FEED  --  ONE DL100EX CORRECTION RECORD *
027860*  UNDER THE ORIGINAL FEED DATE AND RUN-ID, CARRYING THE         *
027870*  CORRECTED COUNTERS AND THE BREACH COUNT IT REPLACES.          *
027880*----------------------------------------------------------------*
027890 7100-WRITE-CORRECTION-FEED.
027900     MOVE DL100CT-RUN-DATE TO DL100EX-FEED-DATE.
027910     MOVE DL100CT-RUN-ID TO DL100EX-RUN-ID.
027920     MOVE 'DL100M' TO DL100EX-SYSTEM-ID.
027930     MOVE WS-NEW-AREA-1 TO DL100EX-FINAL-AREA-1.
027940     MOVE WS-NEW-AREA-2 TO DL100EX-FINAL-AREA-2.
027950     MOVE DL100CT-THRESHOLD TO DL100EX-THRESHOLD-USED.
027960     MOVE DL100CT-AMOUNT TO DL100EX-FINAL-AMOUNT.
027970     IF WS-NEW-AREA-2 > 0
027980         SET DL100EX-BREACH TO TRUE
027990     ELSE
028000         SET DL100EX-NO-BREACH TO TRUE
028010     END-IF.
028020     SET DL100EX-CORRECTION TO TRUE.
028030     MOVE WS-CURR-DATE TO DL100EX-CORR-DATE.
028040     MOVE WS-OLD-AREA-2 TO DL100EX-PRIOR-AREA-2.
028044     MOVE WS-ADJ-PERIOD TO DL100EX-ADJ-PERIOD.
028050     EXEC CICS WRITE DATASET('EXCFILE')
028060         FROM(DL100EX-RECORD)
028070         RESP(WS-RESP)
028080     END-EXEC.
028090 7100-EXIT.
028100     EXIT.
028110*----------------------------------------------------------------*
028120*  7200-UPDATE-STATFILE  --  BRING THE BREACH WORK-STATUS RECORD *
028130*  FOR THE ORIGINAL FEED INTO LINE.  A DAY CORRECTED TO NO       *
028140*  BREACHES IS CLOSED AS WITHDRAWN; A DAY THAT STILL BREACHES    *
028150*  WITH A DIFFERENT COUNT IS REOPENED AT SENT SO THE DOWNSTREAM  *
028160*  SHOP WORKS THE CORRECTED FIGURE; A DAY THAT NEWLY BREACHES    *
028170*  GETS A SENT RECORD OF ITS OWN.                                *
028180*----------------------------------------------------------------*
028190 7200-UPDATE-STATFILE.
028200     MOVE DL100CT-RUN-DATE TO DL100ST-FEED-DATE.
028210     MOVE DL100CT-RUN-ID TO DL100ST-RUN-ID.
028220     EXEC CICS READ DATASET('STATFILE')
028230         INTO(DL100ST-RECORD)
028240         RIDFLD(DL100ST-KEY)
028250         UPDATE
028260         RESP(WS-RESP)
028270     END-EXEC.
028280     IF WS-RESP NOT = DFHRESP(NORMAL)
028281         IF WS-RESP NOT = DFHRESP(NOTFND)
028282             MOVE 'STATFILE' TO WS-FAILED-FILE
028283             PERFORM 7900-NOTE-UPDATE-FAILED THRU 7900-EXIT
028284             GO TO 7200-EXIT
028285         END-IF
028290         IF WS-NEW-AREA-2 > 0
028300             MOVE DL100CT-RUN-DATE TO DL100ST-FEED-DATE
028310             MOVE DL100CT-RUN-ID TO DL100ST-RUN-ID
028320             SET DL100ST-SENT TO TRUE
028330             MOVE WS-CURR-DATE TO DL100ST-SENT-DATE
028340             MOVE ZERO TO DL100ST-ACK-DATE
028350             MOVE ZERO TO DL100ST-RES-DATE
028360             MOVE WS-NEW-AREA-2 TO DL100ST-AREA-2
028370             EXEC CICS WRITE DATASET('STATFILE')
028380                 FROM(DL100ST-RECORD)
028390                 RIDFLD(DL100ST-KEY)
028400                 RESP(WS-RESP)
028410             END-EXEC
028412             IF WS-RESP NOT = DFHRESP(NORMAL)
028414                 MOVE 'STATFILE' TO WS-FAILED-FILE
028416                 PERFORM 7900-NOTE-UPDATE-FAILED THRU 7900-EXIT
028418             END-IF
028420         END-IF
028430         GO TO 7200-EXIT
028440     END-IF.
028450     IF WS-NEW-AREA-2 = 0
028460         SET DL100ST-WITHDRAWN TO TRUE
028470         MOVE WS-CURR-DATE TO DL100ST-RES-DATE
028480     ELSE
028490         SET DL100ST-SENT TO TRUE
028500         MOVE WS-CURR-DATE TO DL100ST-SENT-DATE
028510         MOVE ZERO TO DL100ST-ACK-DATE
028520         MOVE ZERO TO DL100ST-RES-DATE
028530     END-IF.
028540     MOVE WS-NEW-AREA-2 TO DL100ST-AREA-2.
028550     EXEC CICS REWRITE DATASET('STATFILE')
028560         FROM(DL100ST-RECORD)
028570         RESP(WS-RESP)
028580     END-EXEC.
028582     IF WS-RESP NOT = DFHRESP(NORMAL)
028584         MOVE 'STATFILE' TO WS-FAILED-FILE
028586         PERFORM 7900-NOTE-UPDATE-FAILED THRU 7900-EXIT
028588     END-IF.
028590 7200-EXIT.
028600     EXIT.
028610*----------------------------------------------------------------*
028618*  7300-POST-SUMMARY-DIFF  --  APPLY THE CHANGE IN THE DAY'S     *
028626*  BREACH COUNT TO THE MONTH (YYYYMM) AND YEAR-TO-DATE (YYYY00)  *
028634*  SUMFILE RECORDS OF WS-SUM-DATE - THE DAY ITSELF FOR AN        *
028642*  OVERRIDE, TODAY FOR A PRIOR-PERIOD ADJUSTMENT.  THE RUN COUNT *
028650*  IS LEFT ALONE - NO NEW RUN WAS BOOKED.                        *
028660*----------------------------------------------------------------*
028670 7300-POST-SUMMARY-DIFF.
028690     COMPUTE DL100SM-KEY = WS-SUM-YYYY * 100 + WS-SUM-MM.
028700     PERFORM 7350-APPLY-SUMMARY-DIFF THRU 7350-EXIT.
028710     COMPUTE DL100SM-KEY = WS-SUM-YYYY * 100.
028720     PERFORM 7350-APPLY-SUMMARY-DIFF THRU 7350-EXIT.
028730 7300-EXIT.
028740     EXIT.
028750*----------------------------------------------------------------*
028757*  7350-APPLY-SUMMARY-DIFF  --  ONE SUMFILE RECORD.  THE COUNT   *
028764*  IS NEVER TAKEN BELOW ZERO; A PERIOD NOT YET ON FILE IS ADDED  *
028771*  ONLY WHEN THE CHANGE IS AN INCREASE OR IS A PRIOR-PERIOD      *
028778*  ADJUSTMENT, WHICH IS ALSO COUNTED IN PPA-COUNT AND PPA-NET.   *
028790*----------------------------------------------------------------*
028800 7350-APPLY-SUMMARY-DIFF.
028810     EXEC CICS READ DATASET('SUMFILE')
028820         INTO(DL100SM-RECORD)
028830         RIDFLD(DL100SM-KEY)
028840         UPDATE
028850         RESP(WS-RESP)
028860     END-EXEC.
028870     IF WS-RESP NOT = DFHRESP(NORMAL)
028871         IF WS-RESP NOT = DFHRESP(NOTFND)
028872             MOVE 'SUMFILE' TO WS-FAILED-FILE
028873             PERFORM 7900-NOTE-UPDATE-FAILED THRU 7900-EXIT
028874             GO TO 7350-EXIT
028875         END-IF
028880         IF WS-BREACH-DIFF > 0 OR WS-PPA-POSTING
028890             MOVE ZERO TO DL100SM-BREACH-COUNT
028900             MOVE ZERO TO DL100SM-RUN-COUNT
028910             MOVE ZERO TO DL100SM-LAST-RUN-DATE
028920             MOVE SPACES TO DL100SM-LAST-RUN-ID
028930             MOVE ZERO TO DL100SM-PPA-COUNT
028940             MOVE ZERO TO DL100SM-PPA-NET
028950             PERFORM 7360-ADD-SUMMARY-DIFF THRU 7360-EXIT
028960             EXEC CICS WRITE DATASET('SUMFILE')
028970                 FROM(DL100SM-RECORD)
028980                 RIDFLD(DL100SM-KEY)
028990                 RESP(WS-RESP)
029000             END-EXEC
029002             IF WS-RESP NOT = DFHRESP(NORMAL)
029004                 MOVE 'SUMFILE' TO WS-FAILED-FILE
029006                 PERFORM 7900-NOTE-UPDATE-FAILED THRU 7900-EXIT
029008             END-IF
029010         END-IF
029020         GO TO 7350-EXIT
029030     END-IF.
029040     PERFORM 7360-ADD-SUMMARY-DIFF THRU 7360-EXIT.
029050     EXEC CICS REWRITE DATASET('SUMFILE')
029060         FROM(DL100SM-RECORD)
029070         RESP(WS-RESP)
029080     END-EXEC.
029084     IF WS-RESP NOT = DFHRESP(NORMAL)
029088         MOVE 'SUMFILE' TO WS-FAILED-FILE
029092         PERFORM 7900-NOTE-UPDATE-FAILED THRU 7900-EXIT
029096     END-IF.
029100 7350-EXIT.
029110     EXIT.
029111*----------------------------------------------------------------*
029112*  7360-ADD-SUMMARY-DIFF  --  ADD WS-BREACH-DIFF TO THE RECORD   *
029113*  IN DL100SM-RECORD, AND COUNT A PRIOR-PERIOD ADJUSTMENT.       *
029114*----------------------------------------------------------------*
029115 7360-ADD-SUMMARY-DIFF.
029116     COMPUTE WS-SUM-WORK = DL100SM-BREACH-COUNT + WS-BREACH-DIFF.
029117     IF WS-SUM-WORK < 0
029118         MOVE ZERO TO WS-SUM-WORK
029119     END-IF.
029120     MOVE WS-SUM-WORK TO DL100SM-BREACH-COUNT.
029121     IF WS-NOT-PPA-POSTING
029122         GO TO 7360-EXIT
029123     END-IF.
029124     IF DL100SM-PPA-COUNT NOT NUMERIC
029125      OR DL100SM-PPA-NET NOT NUMERIC
029126         MOVE ZERO TO DL100SM-PPA-COUNT
029127         MOVE ZERO TO DL100SM-PPA-NET
029128     END-IF.
029129     ADD 1 TO DL100SM-PPA-COUNT.
029130     ADD WS-BREACH-DIFF TO DL100SM-PPA-NET.
029131 7360-EXIT.
029132     EXIT.
029133*----------------------------------------------------------------*
029134*  7400-WRITE-CORRECTION-AUDIT  --  LOG THE CORRECTION UNDER THE *
029140*  ORIGINAL RUN-ID, WITH THE BREACH COUNT IT REPLACED IN THE     *
029150*  ITEM FIELD, SO THE AUDIT TRAIL TIES THE OVERRIDE TO THE FEED  *
029160*  IT CORRECTED.                                                 *
029170*----------------------------------------------------------------*
029180 7400-WRITE-CORRECTION-AUDIT.
029190     MOVE WS-TIMESTAMP TO DL100AU-TS.
029200     MOVE DL100CT-RUN-ID TO DL100AU-RUN-ID.
029210     SET DL100AU-EVT-CORRECTION TO TRUE.
029230     MOVE WS-OLD-AREA-2 TO DL100AU-ITEM-ID.
029237     MOVE WS-NEW-AREA-1 TO DL100AU-AREA-1.
029244     MOVE WS-NEW-AREA-2 TO DL100AU-AREA-2.
029251     MOVE ZERO TO DL100AU-AMOUNT.
029260     MOVE SUPVIDI TO DL100AU-USER-ID.
029270     EXEC CICS WRITE DATASET('AUDITFILE')
029280         FROM(DL100AU-RECORD)
029290         RESP(WS-RESP)
029300     END-EXEC.
029310 7400-EXIT.
029320     EXIT.
029322*----------------------------------------------------------------*
029324*  7900-NOTE-UPDATE-FAILED  --  THE FILE NAMED IN WS-FAILED-FILE *
029326*  COULD NOT BE UPDATED.  THE FIRST SUCH FILE IS NAMED ON THE    *
029328*  PANEL SO THE SUPERVISOR KNOWS THE CHANGE IS NOT COMPLETE.     *
029330*----------------------------------------------------------------*
029332 7900-NOTE-UPDATE-FAILED.
029334     IF WS-UPDATE-FAILED
029336         GO TO 7900-EXIT
029338     END-IF.
029340     SET WS-UPDATE-FAILED TO TRUE.
029342     MOVE SPACES TO MSGO.
029344     IF WS-PPA-POSTING
029346         STRING 'ADJUSTMENT POSTED - ' DELIMITED BY SIZE
029348                WS-FAILED-FILE         DELIMITED BY SPACE
029350                ' UPDATE FAILED'       DELIMITED BY SIZE
029352             INTO MSGO
029354         END-STRING
029356     ELSE
029358         STRING 'OVERRIDE APPLIED - '  DELIMITED BY SIZE
029360                WS-FAILED-FILE         DELIMITED BY SPACE
029362                ' UPDATE FAILED'       DELIMITED BY SIZE
029364             INTO MSGO
029366         END-STRING
029368     END-IF.
029370 7900-EXIT.
029372     EXIT.
