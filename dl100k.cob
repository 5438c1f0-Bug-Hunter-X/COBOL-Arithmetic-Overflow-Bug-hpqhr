001700*  MODIFICATION HISTORY                                          *
001800*----------------------------------------------------------------*
001900*  2026-08-22  RCH  ORIGINAL PROGRAM.                            *
001910*  2026-10-15  RCH  A BREACH WITHDRAWN BY A DL100M CORRECTION IS *
001920*                   CLOSED: A LATE ACK OR RESOLUTION FOR IT IS   *
001930*                   IGNORED AND COUNTED WITH THE OTHER IGNORED   *
001940*                   ACKS, AND IT NEVER AGES.                     *
001950*  2026-10-15  RCH  BREACHES ARE NOW AGED IN BUSINESS DAYS - A   *
001960*                   DATE BUSCAL MARKS AS A HOLIDAY OR WEEKEND    *
001970*                   DOES NOT COUNT TOWARD THE AGE OR THE LIMIT.  *
001974*  2026-10-15  RCH  THE RUN IS NOW A LOGGED STEP OF THE NIGHT ON *
001978*                   STEPLOG, FILED UNDER THE NIGHT DL100E LAST   *
001982*                   OPENED, AND IS REFUSED WITH RC 8 UNLESS THAT *
001986*                   NIGHT'S DL100B ENDED WITH RC 4 OR LESS, SO   *
001990*                   STATFILE IS NEVER UPDATED UNDER A LIVE RUN.  *
002000*----------------------------------------------------------------*
002100 ENVIRONMENT DIVISION.
002200 CONFIGURATION SECTION.
003800     SELECT ACKRPT  ASSIGN TO ACKRPT
003900         ORGANIZATION IS SEQUENTIAL
004000         FILE STATUS IS WS-ACKRPT-STATUS.
004010     SELECT BUSCAL  ASSIGN TO BUSCAL
004020         ORGANIZATION IS INDEXED
004030         ACCESS MODE IS RANDOM
004040         RECORD KEY IS DL100BC-CAL-DATE
004050         FILE STATUS IS WS-BUSCAL-STATUS.
004058     SELECT STEPLOG  ASSIGN TO STEPLOG
004066         ORGANIZATION IS INDEXED
004074         ACCESS MODE IS RANDOM
004082         RECORD KEY IS DL100SL-KEY
004090         FILE STATUS IS WS-STEPLOG-STATUS.
004100 DATA DIVISION.
004200 FILE SECTION.
004300*----------------------------------------------------------------*
006700     RECORDING MODE IS F
006800     LABEL RECORDS ARE STANDARD.
006900     COPY DL100KR.
006910*----------------------------------------------------------------*
006920*  BUSCAL  --  BUSINESS-DAY CALENDAR, MAINTAINED BY DL100D       *
006930*----------------------------------------------------------------*
006940 FD  BUSCAL
006950     LABEL RECORDS ARE STANDARD.
006960     COPY DL100BC.
006964*----------------------------------------------------------------*
006968*  STEPLOG  --  NIGHTLY JOB-STEP LOG, KEYED BY BUSINESS DATE AND *
006972*  STEP.  SHARED BY EVERY STEP OF THE NIGHT AND READ BY DL100J.  *
006976*----------------------------------------------------------------*
006980 FD  STEPLOG
006984     LABEL RECORDS ARE STANDARD.
006988     COPY DL100SL.
007000 WORKING-STORAGE SECTION.
007100*----------------------------------------------------------------*
007110*  AGING CONTROL - A BREACH STILL AT SENT AFTER THIS MANY        *
007120*  BUSINESS DAYS GOES ON THE AGING SECTION.  THE CUTOFF IS THE   *
007130*  SAME NUMBER OF CALENDAR DAYS BACK, A QUICK FIRST SCREEN - A   *
007140*  BREACH INSIDE IT CANNOT BE OLD ENOUGH IN BUSINESS DAYS        *
007150*  EITHER.  THE DEFAULT STANDS WHEN THE CARD IS MISSING OR       *
007400*  ZERO, THE SAME WAY DL100B DEFAULTS ITS THRESHOLD.             *
007600*----------------------------------------------------------------*
007700 01  WS-AGE-LIMIT-DAYS               PIC 9(03)   VALUE 7.
007800 01  WS-AGE-CUTOFF                   PIC 9(08)   VALUE ZERO.
009100     05  WS-WRK-DD                   PIC 9(02).
009200 01  WS-RET-DAYS                     PIC 9(03)   VALUE ZERO.
009300 01  WS-AGE-DAYS                     PIC 9(03)   VALUE ZERO.
009310 01  WS-AGE-STEPS                    PIC 9(04) COMP VALUE ZERO.
009400 01  WS-MONTH-DAYS                   PIC 9(02)   VALUE ZERO.
009500 01  WS-LEAP-QUOT                    PIC 9(04) COMP VALUE ZERO.
009600 01  WS-LEAP-REM                     PIC 9(04) COMP VALUE ZERO.
009900 01  WS-DAYS-IN-MONTH REDEFINES WS-DAYS-IN-MONTH-DEF.
010000     05  WS-DIM                      PIC 9(02) OCCURS 12.
010100*----------------------------------------------------------------*
010107*  BUSINESS CALENDAR LOOKUP - WS-BC-DATE IN, WS-BUS-DAY-SW OUT.  *
010114*  A DATE NOT ON BUSCAL, OR ANY DATE WHEN BUSCAL CANNOT BE READ, *
010121*  COUNTS AS A BUSINESS DAY.                                     *
010128*----------------------------------------------------------------*
010135 01  WS-BUS-CAL-CONTROLS.
010142     05  WS-BC-DATE                  PIC 9(08)   VALUE ZERO.
010149     05  WS-BUSCAL-AVAIL-SW          PIC X(01)   VALUE 'N'.
010156         88  WS-BUSCAL-AVAIL                     VALUE 'Y'.
010163         88  WS-BUSCAL-NOT-AVAIL                 VALUE 'N'.
010170     05  WS-BUS-DAY-SW               PIC X(01)   VALUE 'Y'.
010177         88  WS-BUS-DAY                          VALUE 'Y'.
010184         88  WS-NON-BUS-DAY                      VALUE 'N'.
010191*----------------------------------------------------------------*
010200*  INTAKE COUNTERS                                               *
010300*----------------------------------------------------------------*
010400 01  WS-INTAKE-COUNTS.
011000     05  WS-BAD-ACK-COUNT            PIC 9(07) COMP VALUE ZERO.
011100     05  WS-STAT-SCAN-COUNT          PIC 9(07) COMP VALUE ZERO.
011200     05  WS-AGED-COUNT               PIC 9(07) COMP VALUE ZERO.
011210*----------------------------------------------------------------*
011220*  NIGHTLY STEP CONTROL - THIS STEP'S STEPLOG ENTRY AND THE      *
011230*  TABLE OF STEPS THAT MUST COMPLETE BEFORE IT MAY START.        *
011240*----------------------------------------------------------------*
011250 COPY DL100SD.
011300*----------------------------------------------------------------*
011400*  FILE STATUS FIELDS                                            *
011500*----------------------------------------------------------------*
012400         88  WS-STATFILE-EOF                     VALUE '10'.
012500     05  WS-ACKRPT-STATUS            PIC X(02)   VALUE '00'.
012600         88  WS-ACKRPT-OK                        VALUE '00'.
012610     05  WS-BUSCAL-STATUS            PIC X(02)   VALUE '00'.
012620         88  WS-BUSCAL-OK                        VALUE '00'.
012630         88  WS-BUSCAL-NOTFOUND                  VALUE '23'.
012640     05  WS-STEPLOG-STATUS           PIC X(02)   VALUE '00'.
012650         88  WS-STEPLOG-OK                       VALUE '00'.
012660         88  WS-STEPLOG-NOTFOUND                 VALUE '23'.
012700*----------------------------------------------------------------*
012800*  PROGRAM SWITCHES                                              *
012900*----------------------------------------------------------------*
015700     END-IF.
015800     PERFORM 8000-TERMINATE THRU 8000-EXIT.
015900 0000-EXIT.
015910     IF DL100SD-LOGGED
015920         PERFORM 9600-END-STEP THRU 9600-EXIT
015930     END-IF.
016000     STOP RUN.
016100*----------------------------------------------------------------*
016200*  1000-INITIALIZE  --  LOAD THE AGING LIMIT, OPEN THE FILES     *
016500 1000-INITIALIZE.
016600     PERFORM 1100-READ-PARMS THRU 1100-EXIT.
016700     ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
016710     PERFORM 9500-START-STEP THRU 9500-EXIT.
016720     IF NOT DL100SD-LOGGED
016730         SET WS-INIT-FAILED TO TRUE
016740         GO TO 1000-EXIT
016750     END-IF.
016800     MOVE WS-AGE-LIMIT-DAYS TO WS-RET-DAYS.
016900     PERFORM 7000-COMPUTE-CUTOFF THRU 7000-EXIT.
017000     MOVE WS-WORK-DATE TO WS-AGE-CUTOFF.
019200         SET WS-INIT-FAILED TO TRUE
019300         GO TO 1000-EXIT
019400     END-IF.
019410     OPEN INPUT BUSCAL.
019420     IF WS-BUSCAL-OK
019430         SET WS-BUSCAL-AVAIL TO TRUE
019440     ELSE
019450         DISPLAY 'DL100K0W-BUSCAL OPEN FAILED, STATUS '
019460             WS-BUSCAL-STATUS ', AGING IN CALENDAR DAYS'
019470     END-IF.
019500     PERFORM 8100-WRITE-HEADING THRU 8100-EXIT.
019600 1000-EXIT.
019700     EXIT.
025800         PERFORM 2500-WRITE-ACK-LINE THRU 2500-EXIT
025900         GO TO 2100-NEXT
026000     END-IF.
026010     IF DL100ST-WITHDRAWN
026020         ADD 1 TO WS-IGNORED-COUNT
026030         MOVE SPACES TO DL100KR-LINE
026040         MOVE 'ACK IGNORED, BREACH WITHDRAWN' TO DL100KR-TEXT
026050         PERFORM 2500-WRITE-ACK-LINE THRU 2500-EXIT
026060         GO TO 2100-NEXT
026070     END-IF.
026100     IF DL100AK-DISP-RESOLVED
026200         SET DL100ST-RESOLVED TO TRUE
026300         IF DL100AK-ACK-DATE NUMERIC AND DL100AK-ACK-DATE > ZERO
034800 3000-AGE-BREACHES.
034900     MOVE SPACES TO DL100KR-LINE.
035000     MOVE ' ' TO DL100KR-CC.
035010     MOVE 'UNWORKED BREACHES PAST LIMIT, BUS DAYS'
035020         TO DL100KR-TEXT.
035200     MOVE WS-AGE-LIMIT-DAYS TO DL100KR-AGE-ED.
035300     PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT.
035400     MOVE ZERO TO DL100ST-FEED-DATE.
037400     EXIT.
037500*----------------------------------------------------------------*
037600*  3100-AGE-ONE-RECORD  --  ONE AGING LINE PER SENT RECORD       *
037610*  OLDER THAN THE CUTOFF WHOSE AGE IN BUSINESS DAYS IS PAST THE  *
037620*  LIMIT, WITH THAT AGE.                                         *
037800*----------------------------------------------------------------*
037900 3100-AGE-ONE-RECORD.
038000     IF DL100ST-SENT AND DL100ST-SENT-DATE < WS-AGE-CUTOFF
038100         PERFORM 7300-COMPUTE-AGE THRU 7300-EXIT
038110     ELSE
038120         MOVE ZERO TO WS-AGE-DAYS
038130     END-IF.
038140     IF WS-AGE-DAYS > WS-AGE-LIMIT-DAYS
038200         MOVE SPACES TO DL100KR-LINE
038300         MOVE ' ' TO DL100KR-CC
038400         MOVE 'BREACH UNWORKED, DAYS OUTSTANDING' TO DL100KR-TEXT
046600 7200-EXIT.
046700     EXIT.
046800*----------------------------------------------------------------*
046810*  7300-COMPUTE-AGE  --  BUSINESS DAYS FROM DL100ST-SENT-DATE TO *
046820*  TODAY, WALKED A DAY AT A TIME.  EACH DAY AFTER THE SENT DATE  *
046830*  UP TO AND INCLUDING TODAY COUNTS UNLESS BUSCAL MARKS IT A     *
046840*  HOLIDAY OR WEEKEND.  THE WALK IS CAPPED AT 999 DAYS SO A BAD  *
046850*  SENT DATE CANNOT SPIN THE RUN.                                *
047200*----------------------------------------------------------------*
047300 7300-COMPUTE-AGE.
047400     MOVE WS-CURR-DATE TO WS-WORK-DATE.
047500     MOVE ZERO TO WS-AGE-DAYS.
047510     MOVE ZERO TO WS-AGE-STEPS.
047600     PERFORM 7350-COUNT-ONE-DAY THRU 7350-EXIT
047700         UNTIL WS-WORK-DATE = DL100ST-SENT-DATE
047800            OR WS-WORK-DATE < DL100ST-SENT-DATE
047810            OR WS-AGE-STEPS >= 999.
048000 7300-EXIT.
048100     EXIT.
048200 7350-COUNT-ONE-DAY.
048210     MOVE WS-WORK-DATE TO WS-BC-DATE.
048220     PERFORM 7600-CHECK-BUS-DAY THRU 7600-EXIT.
048230     IF WS-BUS-DAY
048240         ADD 1 TO WS-AGE-DAYS
048250     END-IF.
048300     PERFORM 7100-BACK-ONE-DAY THRU 7100-EXIT.
048310     ADD 1 TO WS-AGE-STEPS.
048500 7350-EXIT.
048600     EXIT.
048603*----------------------------------------------------------------*
048606*  7600-CHECK-BUS-DAY  --  IS WS-BC-DATE A BUSINESS DAY?  A DATE *
048609*  NOT ON BUSCAL IS.  A READ ERROR DROPS THE CALENDAR FOR THE    *
048612*  REST OF THE RUN WITH A WARNING INSTEAD OF STOPPING THE RUN.   *
048615*----------------------------------------------------------------*
048618 7600-CHECK-BUS-DAY.
048621     SET WS-BUS-DAY TO TRUE.
048624     IF WS-BUSCAL-NOT-AVAIL
048627         GO TO 7600-EXIT
048630     END-IF.
048633     MOVE WS-BC-DATE TO DL100BC-CAL-DATE.
048636     READ BUSCAL
048639         INVALID KEY
048642             CONTINUE
048645     END-READ.
048648     IF WS-BUSCAL-NOTFOUND
048651         GO TO 7600-EXIT
048654     END-IF.
048657     IF NOT WS-BUSCAL-OK
048660         DISPLAY 'DL100K0W-BUSCAL READ ERROR, STATUS '
048663             WS-BUSCAL-STATUS ', CALENDAR DROPPED'
048666         SET WS-BUSCAL-NOT-AVAIL TO TRUE
048669         CLOSE BUSCAL
048672         GO TO 7600-EXIT
048675     END-IF.
048678     IF DL100BC-NON-BUSINESS
048681         SET WS-NON-BUS-DAY TO TRUE
048684     END-IF.
048687 7600-EXIT.
048690     EXIT.
048700*----------------------------------------------------------------*
048800*  8000-TERMINATE  --  SUMMARY COUNTS AND CLOSE ALL FILES        *
048900*----------------------------------------------------------------*
049200     CLOSE ACKFILE.
049300     CLOSE STATFILE.
049400     CLOSE ACKRPT.
049410     IF WS-BUSCAL-AVAIL
049420         CLOSE BUSCAL
049430     END-IF.
049500     IF WS-FATAL-ERROR
049600         DISPLAY 'DL100K0E-INTAKE ENDED WITH A FILE ERROR, SEE '
049700             'THE MESSAGES ABOVE'
054300     PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT.
054400     MOVE SPACES TO DL100KR-LINE.
054500     MOVE ' ' TO DL100KR-CC.
054600     MOVE 'ACKS IGNORED, RESOLVED OR WITHDRAWN'
054610         TO DL100KR-TEXT.
054700     MOVE WS-IGNORED-COUNT TO DL100KR-COUNT-ED.
054800     PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT.
054900     MOVE SPACES TO DL100KR-LINE.
057700     END-IF.
057800 8900-EXIT.
057900     EXIT.
057910*----------------------------------------------------------------*
057920*  9500-START-STEP  --  CHECK THAT EVERY STEP DL100K DEPENDS ON  *
057930*  (THE DL100SD TABLE) COMPLETED ACCEPTABLY FOR THE BUSINESS     *
057940*  DATE, THEN LOG THIS STEP STARTED ON STEPLOG.  A FAILED CHECK  *
057950*  IS LOGGED REFUSED AND STOPS THE RUN WITH RC 8 BEFORE ANY      *
057960*  OTHER FILE IS TOUCHED; A STEPLOG THAT CANNOT BE OPENED, READ  *
057970*  OR WRITTEN STOPS IT WITH RC 99.                               *
057980*----------------------------------------------------------------*
057990 9500-START-STEP.
058000     MOVE 'DL100K' TO DL100SD-STEP-ID.
058010     OPEN I-O STEPLOG.
058020     IF NOT WS-STEPLOG-OK
058030         DISPLAY 'DL100K0E-STEPLOG OPEN FAILED, STATUS '
058040             WS-STEPLOG-STATUS
058050         MOVE 99 TO RETURN-CODE
058060         SET DL100SD-LOG-FAILED TO TRUE
058070         GO TO 9500-EXIT
058080     END-IF.
058090     PERFORM 9550-FIND-NIGHT THRU 9550-EXIT.
058100     IF NOT DL100SD-CLEARED
058110         CLOSE STEPLOG
058120         GO TO 9500-EXIT
058130     END-IF.
058140     PERFORM 9510-CHECK-PREDECESSOR THRU 9510-EXIT
058150         VARYING DL100SD-SUB FROM 1 BY 1
058160         UNTIL DL100SD-SUB > DL100SD-DEP-COUNT
058170            OR NOT DL100SD-CLEARED.
058180     IF DL100SD-LOG-FAILED
058190         CLOSE STEPLOG
058200         GO TO 9500-EXIT
058210     END-IF.
058220     PERFORM 9520-LOG-STARTED THRU 9520-EXIT.
058230     CLOSE STEPLOG.
058240     IF DL100SD-REFUSED
058250         DISPLAY 'DL100K0E-STEP REFUSED FOR ' DL100SD-BUS-DATE
058260             ', ' DL100SD-REASON
058270         MOVE 8 TO RETURN-CODE
058280     END-IF.
058290 9500-EXIT.
058300     EXIT.
058310*----------------------------------------------------------------*
058320*  9510-CHECK-PREDECESSOR  --  ONE DL100SD TABLE ENTRY; ONLY THE *
058330*  ENTRIES FOR THIS STEP COUNT.  THE PREDECESSOR'S STEPLOG       *
058340*  RECORD FOR THE BUSINESS DATE DECIDES.  A REQUIRED STEP MUST   *
058350*  HAVE ENDED WITH AN ACCEPTABLE RETURN CODE; ANY PREDECESSOR    *
058360*  STILL AT STARTED REFUSES THE STEP.                            *
058370*----------------------------------------------------------------*
058380 9510-CHECK-PREDECESSOR.
058390     IF DL100SD-DEP-STEP (DL100SD-SUB) NOT = DL100SD-STEP-ID
058400         GO TO 9510-EXIT
058410     END-IF.
058420     MOVE DL100SD-BUS-DATE TO DL100SL-BUS-DATE.
058430     MOVE DL100SD-DEP-PRED (DL100SD-SUB) TO DL100SL-STEP-ID.
058440     READ STEPLOG
058450         INVALID KEY
058460             SET DL100SD-NOT-FOUND TO TRUE
058470         NOT INVALID KEY
058480             SET DL100SD-FOUND TO TRUE
058490     END-READ.
058500     IF NOT WS-STEPLOG-OK AND NOT WS-STEPLOG-NOTFOUND
058510         DISPLAY 'DL100K0E-STEPLOG READ FAILED, STATUS '
058520             WS-STEPLOG-STATUS
058530         MOVE 99 TO RETURN-CODE
058540         SET DL100SD-LOG-FAILED TO TRUE
058550         GO TO 9510-EXIT
058560     END-IF.
058570     MOVE SPACES TO DL100SD-REASON.
058580     IF DL100SD-NOT-FOUND
058590         IF DL100SD-DEP-REQUIRED (DL100SD-SUB)
058600             STRING DL100SD-DEP-PRED (DL100SD-SUB)
058610                                     DELIMITED BY SPACE
058620                    ' HAS NOT RUN'   DELIMITED BY SIZE
058630                 INTO DL100SD-REASON
058640             END-STRING
058650             SET DL100SD-REFUSED TO TRUE
058660         END-IF
058670         GO TO 9510-EXIT
058680     END-IF.
058690     IF DL100SL-STARTED
058700         STRING DL100SD-DEP-PRED (DL100SD-SUB)
058710                                 DELIMITED BY SPACE
058720                ' STARTED BUT HAS NOT ENDED'
058730                                 DELIMITED BY SIZE
058740             INTO DL100SD-REASON
058750         END-STRING
058760         SET DL100SD-REFUSED TO TRUE
058770         GO TO 9510-EXIT
058780     END-IF.
058790     IF DL100SD-DEP-ENDED (DL100SD-SUB)
058800         GO TO 9510-EXIT
058810     END-IF.
058820     IF DL100SL-REFUSED
058830         STRING DL100SD-DEP-PRED (DL100SD-SUB)
058840                                 DELIMITED BY SPACE
058850                ' WAS REFUSED'   DELIMITED BY SIZE
058860             INTO DL100SD-REASON
058870         END-STRING
058880         SET DL100SD-REFUSED TO TRUE
058890         GO TO 9510-EXIT
058900     END-IF.
058910     IF DL100SL-RC > DL100SD-DEP-MAX-RC (DL100SD-SUB)
058920         MOVE DL100SL-RC TO DL100SD-RC-ED
058930         STRING DL100SD-DEP-PRED (DL100SD-SUB)
058940                                 DELIMITED BY SPACE
058950                ' ENDED RC '     DELIMITED BY SIZE
058960                DL100SD-RC-ED    DELIMITED BY SIZE
058970             INTO DL100SD-REASON
058980         END-STRING
058990         SET DL100SD-REFUSED TO TRUE
059000     END-IF.
059010 9510-EXIT.
059020     EXIT.
059030*----------------------------------------------------------------*
059040*  9520-LOG-STARTED  --  WRITE OR REWRITE THIS STEP'S STEPLOG    *
059050*  RECORD, STARTED OR, AFTER A FAILED CHECK, REFUSED.  A RERUN   *
059060*  OF A STEP LEFT AT STARTED KEEPS ITS FIRST START TIME.         *
059070*----------------------------------------------------------------*
059080 9520-LOG-STARTED.
059090     MOVE DL100SD-BUS-DATE TO DL100SL-BUS-DATE.
059100     MOVE DL100SD-STEP-ID TO DL100SL-STEP-ID.
059110     READ STEPLOG
059120         INVALID KEY
059130             SET DL100SD-NOT-FOUND TO TRUE
059140         NOT INVALID KEY
059150             SET DL100SD-FOUND TO TRUE
059160     END-READ.
059170     IF NOT WS-STEPLOG-OK AND NOT WS-STEPLOG-NOTFOUND
059180         DISPLAY 'DL100K0E-STEPLOG READ FAILED, STATUS '
059190             WS-STEPLOG-STATUS
059200         MOVE 99 TO RETURN-CODE
059210         SET DL100SD-LOG-FAILED TO TRUE
059220         GO TO 9520-EXIT
059230     END-IF.
059240     ACCEPT DL100SD-DATE FROM DATE YYYYMMDD.
059250     ACCEPT DL100SD-TIME FROM TIME.
059260     IF DL100SD-NOT-FOUND
059270         MOVE SPACES TO DL100SL-RECORD
059280         MOVE DL100SD-BUS-DATE TO DL100SL-BUS-DATE
059290         MOVE DL100SD-STEP-ID TO DL100SL-STEP-ID
059300         MOVE ZERO TO DL100SL-RUN-COUNT
059310     END-IF.
059320     IF DL100SD-NOT-FOUND
059330      OR NOT DL100SL-STARTED
059340      OR DL100SD-REFUSED
059350         MOVE DL100SD-DATE TO DL100SL-START-DATE
059360         MOVE DL100SD-TIME TO DL100SL-START-TIME
059370     END-IF.
059380     ADD 1 TO DL100SL-RUN-COUNT.
059390     MOVE ZERO TO DL100SL-END-DATE.
059400     MOVE ZERO TO DL100SL-END-TIME.
059410     MOVE ZERO TO DL100SL-ELAPSED-SECS.
059420     MOVE ZERO TO DL100SL-RC.
059430     MOVE ZERO TO DL100SL-READ-COUNT.
059440     MOVE ZERO TO DL100SL-WRITE-COUNT.
059450     MOVE SPACES TO DL100SL-REASON.
059460     IF DL100SD-REFUSED
059470         SET DL100SL-REFUSED TO TRUE
059480         MOVE DL100SL-START-DATE TO DL100SL-END-DATE
059490         MOVE DL100SL-START-TIME TO DL100SL-END-TIME
059500         MOVE 8 TO DL100SL-RC
059510         MOVE DL100SD-REASON TO DL100SL-REASON
059520     ELSE
059530         SET DL100SL-STARTED TO TRUE
059540     END-IF.
059550     IF DL100SD-FOUND
059560         REWRITE DL100SL-RECORD
059570     ELSE
059580         WRITE DL100SL-RECORD
059590     END-IF.
059600     IF NOT WS-STEPLOG-OK
059610         DISPLAY 'DL100K0E-STEPLOG WRITE FAILED, STATUS '
059620             WS-STEPLOG-STATUS
059630         MOVE 99 TO RETURN-CODE
059640         SET DL100SD-LOG-FAILED TO TRUE
059650         GO TO 9520-EXIT
059660     END-IF.
059670     IF DL100SD-CLEARED
059680         SET DL100SD-LOGGED TO TRUE
059690     END-IF.
059700 9520-EXIT.
059710     EXIT.
059720*----------------------------------------------------------------*
059730*  9550-FIND-NIGHT  --  DL100K HAS NO BUSINESS DATE OF ITS       *
059740*  OWN; IT RUNS FOR THE NIGHT DL100E LAST OPENED ON STEPLOG, SO  *
059750*  A RUN AFTER MIDNIGHT STILL FILES UNDER THE RIGHT NIGHT.       *
059760*----------------------------------------------------------------*
059770 9550-FIND-NIGHT.
059780     MOVE ZERO TO DL100SL-BUS-DATE.
059790     MOVE 'NIGHT' TO DL100SL-STEP-ID.
059800     READ STEPLOG
059810         INVALID KEY
059820             SET DL100SD-NOT-FOUND TO TRUE
059830         NOT INVALID KEY
059840             SET DL100SD-FOUND TO TRUE
059850     END-READ.
059860     IF NOT WS-STEPLOG-OK AND NOT WS-STEPLOG-NOTFOUND
059870         DISPLAY 'DL100K0E-STEPLOG READ FAILED, STATUS '
059880             WS-STEPLOG-STATUS
059890         MOVE 99 TO RETURN-CODE
059900         SET DL100SD-LOG-FAILED TO TRUE
059910         GO TO 9550-EXIT
059920     END-IF.
059930     IF DL100SD-NOT-FOUND
059940         DISPLAY 'DL100K0E-STEP REFUSED, NO NIGHT OPENED ON '
059950             'STEPLOG BY DL100E'
059960         MOVE 8 TO RETURN-CODE
059970         SET DL100SD-REFUSED TO TRUE
059980         GO TO 9550-EXIT
059990     END-IF.
060000     MOVE DL100SL-NIGHT-DATE TO DL100SD-BUS-DATE.
060010 9550-EXIT.
060020     EXIT.
060030*----------------------------------------------------------------*
060040*  9600-END-STEP  --  THE LAST ACT OF THE RUN.  REWRITE THE      *
060050*  STEPLOG RECORD ENDED WITH THE END TIME, THE ELAPSED SECONDS,  *
060060*  THE ACKNOWLEDGMENTS READ, THE STATFILE ENTRIES UPDATED        *
060070*  AND THE FINAL RETURN CODE.                                    *
060080*----------------------------------------------------------------*
060090 9600-END-STEP.
060100     MOVE WS-ACK-READ-COUNT TO DL100SD-READ-COUNT.
060110     COMPUTE DL100SD-WRITE-COUNT = WS-ACK-APPLIED-COUNT
060120         + WS-RES-APPLIED-COUNT.
060130     OPEN I-O STEPLOG.
060140     IF NOT WS-STEPLOG-OK
060150         DISPLAY 'DL100K0E-STEPLOG OPEN FAILED, STATUS '
060160             WS-STEPLOG-STATUS ', STEP NOT LOGGED ENDED'
060170         MOVE 99 TO RETURN-CODE
060180         GO TO 9600-EXIT
060190     END-IF.
060200     MOVE DL100SD-BUS-DATE TO DL100SL-BUS-DATE.
060210     MOVE DL100SD-STEP-ID TO DL100SL-STEP-ID.
060220     READ STEPLOG.
060230     IF NOT WS-STEPLOG-OK
060240         DISPLAY 'DL100K0E-STEPLOG READ FAILED, STATUS '
060250             WS-STEPLOG-STATUS ', STEP NOT LOGGED ENDED'
060260         MOVE 99 TO RETURN-CODE
060270         CLOSE STEPLOG
060280         GO TO 9600-EXIT
060290     END-IF.
060300     MOVE DL100SL-START-TIME TO DL100SD-TIME.
060310     COMPUTE DL100SD-START-SECS = DL100SD-HH * 3600
060320         + DL100SD-MN * 60 + DL100SD-SS.
060330     ACCEPT DL100SD-DATE FROM DATE YYYYMMDD.
060340     ACCEPT DL100SD-TIME FROM TIME.
060350     COMPUTE DL100SD-END-SECS = DL100SD-HH * 3600
060360         + DL100SD-MN * 60 + DL100SD-SS.
060370     IF DL100SD-DATE > DL100SL-START-DATE
060380         ADD 86400 TO DL100SD-END-SECS
060390     END-IF.
060400     IF DL100SD-END-SECS < DL100SD-START-SECS
060410         MOVE ZERO TO DL100SL-ELAPSED-SECS
060420     ELSE
060430         COMPUTE DL100SL-ELAPSED-SECS =
060440             DL100SD-END-SECS - DL100SD-START-SECS
060450     END-IF.
060460     MOVE DL100SD-DATE TO DL100SL-END-DATE.
060470     MOVE DL100SD-TIME TO DL100SL-END-TIME.
060480     MOVE RETURN-CODE TO DL100SL-RC.
060490     MOVE DL100SD-READ-COUNT TO DL100SL-READ-COUNT.
060500     MOVE DL100SD-WRITE-COUNT TO DL100SL-WRITE-COUNT.
060510     SET DL100SL-ENDED TO TRUE.
060520     REWRITE DL100SL-RECORD.
060530     IF NOT WS-STEPLOG-OK
060540         DISPLAY 'DL100K0E-STEPLOG REWRITE FAILED, STATUS '
060550             WS-STEPLOG-STATUS ', STEP NOT LOGGED ENDED'
060560         MOVE 99 TO RETURN-CODE
060570     END-IF.
060580     CLOSE STEPLOG.
060590 9600-EXIT.
060600     EXIT.
