002000*  MODIFICATION HISTORY                                          *
002100*----------------------------------------------------------------*
002200*  2026-09-02  RCH  ORIGINAL PROGRAM.                            *
002210*  2026-10-15  RCH  AN UNPARAMETERIZED RUN NOW JUDGES THE        *
002220*                   PREVIOUS BUSINESS DAY ON BUSCAL INSTEAD OF   *
002230*                   YESTERDAY, AND BREACH FEEDS AT SENT ARE AGED *
002240*                   IN BUSINESS DAYS, WITH THOSE PAST THE CARD'S *
002250*                   AGE LIMIT AND THE OLDEST AGE CALLED OUT ON   *
002260*                   THE PAGE.                                    *
002266*  2026-10-15  RCH  THE PAGE NOW SHOWS THE DAY'S ITEMS AND       *
002272*                   DOLLARS BY SENDER SOURCE FROM THE CTRFILE    *
002278*                   SOURCE TABLE, AND CHECKS THE SRCREG FEED     *
002284*                   REGISTRY: A SOURCE EXPECTED ON THE BUSINESS  *
002290*                   DATE WITH NO ITEMS COUNTED IS LISTED AND IS  *
002294*                   AMBER.                                       *
002295*  2026-10-15  RCH  THE RUN IS NOW A LOGGED STEP OF THE NIGHT ON *
002296*                   STEPLOG, FILED UNDER THE BUSINESS DATE BEING *
002297*                   JUDGED.  IT IS REFUSED WITH RC 8 ONLY WHILE  *
002298*                   DL100B, DL100K OR DL100X IS STILL RUNNING; A *
002299*                   FAILED STEP IS FOR THIS PAGE TO REPORT.      *
002300*  2026-10-15  RCH  THE STEPLOG ENTRY IS NOW FILED UNDER THE     *
002301*                   NIGHT DL100E OPENED, READ FROM THE STEPLOG   *
002302*                   NIGHT RECORD.  A CARD DATE FOR ANY OTHER DAY *
002303*                   IS REFUSED WITH RC 8, AND NO CARD DATE NOW   *
002304*                   JUDGES THAT NIGHT INSTEAD OF WALKING BACK TO *
002305*                   THE PREVIOUS BUSINESS DAY.                   *
002306*----------------------------------------------------------------*
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 SOURCE-COMPUTER.  IBM-370.
005400     SELECT STSRPT  ASSIGN TO STSRPT
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS WS-STSRPT-STATUS.
005610     SELECT BUSCAL  ASSIGN TO BUSCAL
005620         ORGANIZATION IS INDEXED
005630         ACCESS MODE IS RANDOM
005640         RECORD KEY IS DL100BC-CAL-DATE
005650         FILE STATUS IS WS-BUSCAL-STATUS.
005660     SELECT SRCREG  ASSIGN TO SRCREG
005670         ORGANIZATION IS SEQUENTIAL
005680         FILE STATUS IS WS-SRCREG-STATUS.
005683     SELECT STEPLOG  ASSIGN TO STEPLOG
005686         ORGANIZATION IS INDEXED
005689         ACCESS MODE IS RANDOM
005692         RECORD KEY IS DL100SL-KEY
005695         FILE STATUS IS WS-STEPLOG-STATUS.
005700 DATA DIVISION.
005800 FILE SECTION.
005900*----------------------------------------------------------------*
010300     RECORDING MODE IS F
010400     LABEL RECORDS ARE STANDARD.
010500     COPY DL100SR.
010510*----------------------------------------------------------------*
010520*  BUSCAL  --  BUSINESS-DAY CALENDAR, MAINTAINED BY DL100D       *
010530*----------------------------------------------------------------*
010540 FD  BUSCAL
010550     LABEL RECORDS ARE STANDARD.
010560     COPY DL100BC.
010564*----------------------------------------------------------------*
010568*  SRCREG  --  EXPECTED-FEED REGISTRY, ONE CARD PER SOURCE       *
010572*----------------------------------------------------------------*
010576 FD  SRCREG
010580     RECORDING MODE IS F
010584     LABEL RECORDS ARE STANDARD.
010588     COPY DL100FG.
010589*----------------------------------------------------------------*
010590*  STEPLOG  --  NIGHTLY JOB-STEP LOG, KEYED BY BUSINESS DATE AND *
010591*  STEP.  SHARED BY EVERY STEP OF THE NIGHT AND READ BY DL100J.  *
010592*----------------------------------------------------------------*
010593 FD  STEPLOG
010594     LABEL RECORDS ARE STANDARD.
010595     COPY DL100SL.
010600 WORKING-STORAGE SECTION.
010700*----------------------------------------------------------------*
010800*  BUSINESS DATE UNDER JUDGMENT, FROM THE CARD OR DEFAULTED TO   *
010810*  THE NIGHT ON STEPLOG                                          *
011000*----------------------------------------------------------------*
011100 01  WS-BUS-DATE                     PIC 9(08)   VALUE ZERO.
011104*----------------------------------------------------------------*
011108*  AGING CONTROL - A BREACH FEED STILL AT SENT AFTER THIS MANY   *
011112*  BUSINESS DAYS IS PAST THE LIMIT.  THE DEFAULT STANDS WHEN THE *
011116*  CARD LEAVES THE AGE ZERO OR BLANK.                            *
011120*----------------------------------------------------------------*
011124 01  WS-AGE-LIMIT-DAYS               PIC 9(03)   VALUE 7.
011128 01  WS-AGE-DAYS                     PIC 9(03)   VALUE ZERO.
011132 01  WS-AGE-STEPS                    PIC 9(04) COMP VALUE ZERO.
011136*----------------------------------------------------------------*
011139*  BUSINESS CALENDAR LOOKUP - WS-BC-DATE IN, WS-BUS-DAY-SW AND   *
011142*  WS-CAL-HOL-SW OUT.  A DATE NOT ON BUSCAL, OR ANY DATE WHEN    *
011145*  BUSCAL CANNOT BE READ, COUNTS AS A BUSINESS DAY.              *
011152*----------------------------------------------------------------*
011156 01  WS-BUS-CAL-CONTROLS.
011160     05  WS-BC-DATE                  PIC 9(08)   VALUE ZERO.
011164     05  WS-BUSCAL-AVAIL-SW          PIC X(01)   VALUE 'N'.
011168         88  WS-BUSCAL-AVAIL                     VALUE 'Y'.
011172         88  WS-BUSCAL-NOT-AVAIL                 VALUE 'N'.
011176     05  WS-BUS-DAY-SW               PIC X(01)   VALUE 'Y'.
011180         88  WS-BUS-DAY                          VALUE 'Y'.
011184         88  WS-NON-BUS-DAY                      VALUE 'N'.
011189     05  WS-CAL-HOL-SW               PIC X(01)   VALUE 'N'.
011194         88  WS-CAL-HOLIDAY                      VALUE 'Y'.
011199*----------------------------------------------------------------*
011204*  DAY OF WEEK FOR THE REGISTRY CHECK - WS-DOW 0 FOR SATURDAY    *
011209*  THROUGH 6 FOR FRIDAY, AND WS-REG-DAY THE SAME DAY AS A        *
011214*  REGISTRY WEEKDAY, 1 FOR MONDAY TO 7 FOR SUNDAY.               *
011219*----------------------------------------------------------------*
011224 01  WS-DOW-CONTROLS.
011229     05  WS-DOW-YEAR                 PIC 9(04) COMP VALUE ZERO.
011234     05  WS-DOW-MONTH                PIC 9(02) COMP VALUE ZERO.
011239     05  WS-DOW-CENTURY              PIC 9(02) COMP VALUE ZERO.
011244     05  WS-DOW-YR-OF-CENT           PIC 9(02) COMP VALUE ZERO.
011249     05  WS-DOW-TERM                 PIC 9(04) COMP VALUE ZERO.
011254     05  WS-DOW-SUM                  PIC 9(06) COMP VALUE ZERO.
011259     05  WS-DOW-QUOT                 PIC 9(06) COMP VALUE ZERO.
011264     05  WS-DOW                      PIC 9(01) COMP VALUE ZERO.
011269     05  WS-REG-DAY                  PIC 9(01) COMP VALUE ZERO.
011274     05  WS-REG-SUM                  PIC 9(02) COMP VALUE ZERO.
011279     05  WS-REG-QUOT                 PIC 9(02) COMP VALUE ZERO.
011284*----------------------------------------------------------------*
011300*  DATE ARITHMETIC WORK FIELDS                                   *
011400*----------------------------------------------------------------*
011500 01  WS-CURR-DATE                    PIC 9(08).
014940         10  WS-CTR-CAT-CODE         PIC X(03).
014950         10  WS-CTR-CAT-COUNT        PIC 9(05).
014960         10  WS-CTR-CAT-AMT          PIC 9(11)V99.
014962     05  WS-CTR-SRC-USED             PIC 9(02) COMP VALUE ZERO.
014964     05  WS-SRC-SUB                  PIC 9(02) COMP VALUE ZERO.
014966     05  WS-CTR-SRC-ENTRY OCCURS 8.
014968         10  WS-CTR-SRC-ID           PIC X(08).
014970         10  WS-CTR-SRC-COUNT        PIC 9(05).
014972         10  WS-CTR-SRC-AMT          PIC 9(11)V99.
014974     05  WS-REG-STATE                PIC X(01)   VALUE 'N'.
014976         88  WS-REG-NOT-CHECKED                  VALUE 'N'.
014978         88  WS-REG-NO-SOURCES                   VALUE 'X'.
014980         88  WS-REG-CHECKED                      VALUE 'C'.
014982     05  WS-SRC-MISSING-COUNT        PIC 9(07) COMP VALUE ZERO.
014984     05  WS-MISS-MAX                 PIC 9(02) COMP VALUE 20.
014986     05  WS-MISS-USED                PIC 9(02) COMP VALUE ZERO.
014988     05  WS-MISS-SUB                 PIC 9(02) COMP VALUE ZERO.
014990     05  WS-MISS-ID                  PIC X(08) OCCURS 20.
015000     05  WS-SENT-COUNT               PIC 9(07) COMP VALUE ZERO.
015010     05  WS-PAST-LIMIT-COUNT         PIC 9(07) COMP VALUE ZERO.
015020     05  WS-OLDEST-AGE               PIC 9(03)   VALUE ZERO.
015100     05  WS-INFO-ALERT-COUNT         PIC 9(07) COMP VALUE ZERO.
015200     05  WS-SEVR-ALERT-COUNT         PIC 9(07) COMP VALUE ZERO.
015300     05  WS-REJECT-COUNT             PIC 9(07) COMP VALUE ZERO.
015900         88  WS-REJ-AVAIL                        VALUE 'Y'.
016000     05  WS-CTR-AVAIL-SW             PIC X(01)   VALUE 'Y'.
016100         88  WS-CTR-AVAIL                        VALUE 'Y'.
016110     05  WS-REG-AVAIL-SW             PIC X(01)   VALUE 'Y'.
016120         88  WS-REG-AVAIL                        VALUE 'Y'.
016210*----------------------------------------------------------------*
016220*  PER-CATEGORY LINE BUILD AREA                                  *
016230*----------------------------------------------------------------*
016270     05  WS-CLT-CODE                 PIC X(03).
016280     05  FILLER                      PIC X(28)   VALUE
016290         ' ITEMS AND DOLLARS'.
016291*----------------------------------------------------------------*
016292*  PER-SOURCE LINE BUILD AREAS                                   *
016293*----------------------------------------------------------------*
016294 01  WS-SRC-LINE-TEXT.
016295     05  FILLER                      PIC X(07)   VALUE
016296         'SOURCE '.
016297     05  WS-SLT-ID                   PIC X(08).
016298     05  FILLER                      PIC X(25)   VALUE
016299         ' ITEMS AND DOLLARS'.
016300 01  WS-MISS-LINE-TEXT.
016301     05  FILLER                      PIC X(07)   VALUE
016302         'SOURCE '.
016303     05  WS-MLT-ID                   PIC X(08).
016304     05  FILLER                      PIC X(25)   VALUE
016305         ' EXPECTED, NONE COUNTED'.
016306*----------------------------------------------------------------*
016310*  OVERALL VERDICT - ESCALATES ONLY: GREEN TO AMBER TO RED       *
016400*----------------------------------------------------------------*
016500 01  WS-VERDICT                      PIC X(05)   VALUE 'GREEN'.
016600     88  WS-VERDICT-GREEN                        VALUE 'GREEN'.
016700     88  WS-VERDICT-AMBER                        VALUE 'AMBER'.
016800     88  WS-VERDICT-RED                          VALUE 'RED  '.
016810*----------------------------------------------------------------*
016820*  NIGHTLY STEP CONTROL - THIS STEP'S STEPLOG ENTRY AND THE      *
016830*  TABLE OF STEPS THAT MUST COMPLETE BEFORE IT MAY START.        *
016840*----------------------------------------------------------------*
016850 COPY DL100SD.
016900*----------------------------------------------------------------*
017000*  FILE STATUS FIELDS                                            *
017100*----------------------------------------------------------------*
018700         88  WS-REJFILE-EOF                      VALUE '10'.
018800     05  WS-STSRPT-STATUS            PIC X(02)   VALUE '00'.
018900         88  WS-STSRPT-OK                        VALUE '00'.
018910     05  WS-BUSCAL-STATUS            PIC X(02)   VALUE '00'.
018920         88  WS-BUSCAL-OK                        VALUE '00'.
018930         88  WS-BUSCAL-NOTFOUND                  VALUE '23'.
018940     05  WS-SRCREG-STATUS            PIC X(02)   VALUE '00'.
018950         88  WS-SRCREG-OK                        VALUE '00'.
018960         88  WS-SRCREG-EOF                       VALUE '10'.
018970     05  WS-STEPLOG-STATUS           PIC X(02)   VALUE '00'.
018980         88  WS-STEPLOG-OK                       VALUE '00'.
018990         88  WS-STEPLOG-NOTFOUND                 VALUE '23'.
019000*----------------------------------------------------------------*
019100*  PROGRAM SWITCHES                                              *
019200*----------------------------------------------------------------*
019700         88  WS-END-OF-ALERTFILE                 VALUE 'Y'.
019800     05  WS-REJ-EOF-SW               PIC X(01)   VALUE 'N'.
019900         88  WS-END-OF-REJFILE                   VALUE 'Y'.
019910     05  WS-REG-EOF-SW               PIC X(01)   VALUE 'N'.
019920         88  WS-END-OF-SRCREG                    VALUE 'Y'.
019930     05  WS-REG-FOUND-SW             PIC X(01)   VALUE 'N'.
019940         88  WS-REG-FOUND                        VALUE 'Y'.
019950     05  WS-REG-EXPECT-SW            PIC X(01)   VALUE 'N'.
019960         88  WS-REG-EXPECTED                     VALUE 'Y'.
019970         88  WS-REG-NOT-EXPECTED                 VALUE 'N'.
020000     05  WS-FATAL-SW                 PIC X(01)   VALUE 'N'.
020100         88  WS-FATAL-ERROR                      VALUE 'Y'.
020200         88  WS-NO-FATAL-ERROR                   VALUE 'N'.
021700     PERFORM 3000-JUDGE-VERDICT THRU 3000-EXIT.
021800     PERFORM 8000-TERMINATE THRU 8000-EXIT.
021900 0000-EXIT.
021910     IF DL100SD-LOGGED
021920         PERFORM 9600-END-STEP THRU 9600-EXIT
021930     END-IF.
022000     STOP RUN.
022100*----------------------------------------------------------------*
022200*  1000-INITIALIZE  --  RESOLVE THE BUSINESS DATE AND OPEN THE   *
022600*----------------------------------------------------------------*
022700 1000-INITIALIZE.
022800     ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
022810     OPEN INPUT BUSCAL.
022820     IF WS-BUSCAL-OK
022830         SET WS-BUSCAL-AVAIL TO TRUE
022840     ELSE
022850         DISPLAY 'DL100S0W-BUSCAL OPEN FAILED, STATUS '
022860             WS-BUSCAL-STATUS ', AGING IN CALENDAR DAYS'
022870     END-IF.
022900     PERFORM 1100-READ-PARMS THRU 1100-EXIT.
022920     PERFORM 9500-START-STEP THRU 9500-EXIT.
022930     IF NOT DL100SD-LOGGED
022940         SET WS-INIT-FAILED TO TRUE
022950         GO TO 1000-EXIT
022960     END-IF.
023000     OPEN INPUT RUNCFILE.
023100     IF NOT WS-RUNCFILE-OK
023200         DISPLAY 'DL100S0E-RUNCFILE OPEN FAILED, STATUS '
026700             WS-REJFILE-STATUS
026800         MOVE 'N' TO WS-REJ-AVAIL-SW
026900     END-IF.
026910     OPEN INPUT SRCREG.
026920     IF NOT WS-SRCREG-OK
026930         DISPLAY 'DL100S0W-SRCREG OPEN FAILED, STATUS '
026940             WS-SRCREG-STATUS ', EXPECTED FEEDS NOT CHECKED'
026950         MOVE 'N' TO WS-REG-AVAIL-SW
026960     END-IF.
027000 1000-EXIT.
027100     EXIT.
027200*----------------------------------------------------------------*
027210*  1100-READ-PARMS  --  PICK UP THE BUSINESS DATE AND THE AGING  *
027220*  LIMIT FROM THE STSPARM CARD.  A MISSING OR ZERO DATE IS LEFT  *
027230*  AT ZERO FOR 9550-FIND-NIGHT TO TAKE FROM THE NIGHT ON         *
027240*  STEPLOG.                                                      *
027500*----------------------------------------------------------------*
027600 1100-READ-PARMS.
027700     MOVE ZERO TO WS-BUS-DATE.
027800     OPEN INPUT STSPARM.
027900     IF NOT WS-STSPARM-OK
027910         DISPLAY 'DL100S0W-STSPARM OPEN FAILED, USING DEFAULTS'
028100     ELSE
028200         READ STSPARM
028300             AT END
028310                 DISPLAY 'DL100S0W-STSPARM EMPTY, USING DEFAULTS'
028500         END-READ
028600         IF WS-STSPARM-OK
028700             IF DL100SP-BUS-DATE NUMERIC
028800              AND DL100SP-BUS-DATE > ZERO
028900                 MOVE DL100SP-BUS-DATE TO WS-BUS-DATE
029000             END-IF
029010             IF DL100SP-AGE-DAYS NUMERIC
029020              AND DL100SP-AGE-DAYS > ZERO
029030                 MOVE DL100SP-AGE-DAYS TO WS-AGE-LIMIT-DAYS
029040             END-IF
029100         END-IF
029200         CLOSE STSPARM
029300     END-IF.
029900 1100-EXIT.
030000     EXIT.
030188*----------------------------------------------------------------*
030200*  2000-GATHER-FACTS  --  COLLECT EVERYTHING THE VERDICT NEEDS   *
030300*  BEFORE A SINGLE LINE IS PRINTED, SO THE VERDICT CAN STAND     *
030400*  AT THE TOP OF THE PAGE.                                       *
031700     IF WS-REJ-AVAIL
031800         PERFORM 2500-COUNT-REJECTS THRU 2500-EXIT
031900     END-IF.
031910     IF WS-REG-AVAIL
031920         PERFORM 2600-CHECK-REGISTRY THRU 2600-EXIT
031930     END-IF.
032000 2000-EXIT.
032100     EXIT.
032200*----------------------------------------------------------------*
033900 2100-EXIT.
034000     EXIT.
034100*----------------------------------------------------------------*
034110*  2200-CHECK-COUNTERS  --  THE DAY'S CTRFILE RECORD: TOTALS,    *
034120*  CATEGORY AND SOURCE SLOTS, AND WHETHER A SUPERVISOR OVERRIDE  *
034130*  IS IN EFFECT.  A RECORD WRITTEN BEFORE THE SOURCE TABLE       *
034140*  EXISTED HAS NO SOURCE SLOTS.                                  *
034400*----------------------------------------------------------------*
034500 2200-CHECK-COUNTERS.
034600     MOVE WS-BUS-DATE TO DL100CT-RUN-DATE.
035480             VARYING WS-CAT-SUB FROM 1 BY 1
035490             UNTIL WS-CAT-SUB > WS-CTR-CAT-USED
035495     END-IF.
035503     IF DL100CT-SRC-USED NUMERIC
035511      AND DL100CT-SRC-USED > ZERO
035519         MOVE DL100CT-SRC-USED TO WS-CTR-SRC-USED
035527         IF WS-CTR-SRC-USED > 8
035535             MOVE 8 TO WS-CTR-SRC-USED
035543         END-IF
035551         PERFORM 2260-HOLD-ONE-SRC THRU 2260-EXIT
035559             VARYING WS-SRC-SUB FROM 1 BY 1
035567             UNTIL WS-SRC-SUB > WS-CTR-SRC-USED
035575     END-IF.
035583     IF DL100CT-OVERRIDDEN
035600         SET WS-CTR-OVERRIDE TO TRUE
035700     ELSE
035800         SET WS-CTR-PRESENT TO TRUE
036194         TO WS-CTR-CAT-AMT (WS-CAT-SUB).
036196 2250-EXIT.
036198     EXIT.
036204*----------------------------------------------------------------*
036210*  2260-HOLD-ONE-SRC  --  KEEP ONE COUNTER-RECORD SOURCE SLOT    *
036216*  FOR THE PER-SOURCE LINES AND THE REGISTRY CHECK.              *
036222*----------------------------------------------------------------*
036228 2260-HOLD-ONE-SRC.
036234     MOVE DL100CT-SRC-ID (WS-SRC-SUB)
036240         TO WS-CTR-SRC-ID (WS-SRC-SUB).
036246     MOVE DL100CT-SRC-COUNT (WS-SRC-SUB)
036252         TO WS-CTR-SRC-COUNT (WS-SRC-SUB).
036258     MOVE DL100CT-SRC-AMT (WS-SRC-SUB)
036264         TO WS-CTR-SRC-AMT (WS-SRC-SUB).
036270 2260-EXIT.
036276     EXIT.
036282*----------------------------------------------------------------*
036300*  2300-SWEEP-STATFILE  --  COUNT THE BREACH FEEDS STILL AT      *
036400*  SENT, WHATEVER THEIR FEED DATE - AN OLD UNWORKED BREACH IS    *
036410*  STILL AN EXCEPTION THIS MORNING.  EACH ONE IS AGED IN         *
036420*  BUSINESS DAYS FROM ITS SENT DATE, KEEPING THE OLDEST AGE AND  *
036430*  A COUNT OF THOSE PAST THE AGING LIMIT.                        *
036600*----------------------------------------------------------------*
036700 2300-SWEEP-STATFILE.
036800     MOVE ZERO TO DL100ST-FEED-DATE.
038800         SET WS-END-OF-STATFILE TO TRUE
038900         GO TO 2390-EXIT
039000     END-IF.
039010     IF NOT DL100ST-SENT
039020         GO TO 2390-EXIT
039300     END-IF.
039310     ADD 1 TO WS-SENT-COUNT.
039320     PERFORM 7300-COMPUTE-AGE THRU 7300-EXIT.
039330     IF WS-AGE-DAYS > WS-OLDEST-AGE
039340         MOVE WS-AGE-DAYS TO WS-OLDEST-AGE
039350     END-IF.
039360     IF WS-AGE-DAYS > WS-AGE-LIMIT-DAYS
039370         ADD 1 TO WS-PAST-LIMIT-COUNT
039380     END-IF.
039400 2390-EXIT.
039500     EXIT.
039600*----------------------------------------------------------------*
044600     ADD 1 TO WS-REJECT-COUNT.
044700 2590-EXIT.
044800     EXIT.
044801*----------------------------------------------------------------*
044802*  2600-CHECK-REGISTRY  --  EVERY ACTIVE SRCREG SOURCE EXPECTED  *
044803*  ON THE BUSINESS DATE SHOULD HAVE A SOURCE SLOT ON THE DAY'S   *
044804*  COUNTER RECORD.  THE DATE IS JUDGED THE WAY DL100E JUDGES IT: *
044805*  A SCHEDULE B SOURCE IS EXPECTED ON A BUSINESS DAY, A SCHEDULE *
044806*  D SOURCE ON ITS FLAGGED WEEKDAYS THAT ARE NOT HOLIDAYS.  THE  *
044807*  CHECK NEEDS THE SOURCE TABLE, SO A DATE WITH NO COUNTERS OR   *
044808*  COUNTED BEFORE THE TABLE EXISTED IS NOT CHECKED.  ONCE THE    *
044809*  LAST SLOT IS OTHER, A SOURCE NOT IN THE FIRST SEVEN MAY BE    *
044810*  IN IT AND IS NOT CALLED MISSING.                              *
044811*----------------------------------------------------------------*
044812 2600-CHECK-REGISTRY.
044813     IF NOT WS-CTR-AVAIL
044814      OR WS-CTR-NONE
044815      OR WS-CTR-SRC-USED = ZERO
044816         SET WS-REG-NO-SOURCES TO TRUE
044817         GO TO 2600-EXIT
044818     END-IF.
044819     MOVE WS-BUS-DATE TO WS-BC-DATE.
044820     PERFORM 7600-CHECK-BUS-DAY THRU 7600-EXIT.
044821     MOVE WS-BUS-DATE TO WS-WORK-DATE.
044822     PERFORM 7400-DAY-OF-WEEK THRU 7400-EXIT.
044823     COMPUTE WS-REG-SUM = WS-DOW + 5.
044824     DIVIDE WS-REG-SUM BY 7 GIVING WS-REG-QUOT
044825         REMAINDER WS-REG-DAY.
044826     ADD 1 TO WS-REG-DAY.
044827     PERFORM 2690-READ-SRCREG THRU 2690-EXIT.
044828     PERFORM 2610-CHECK-ONE-SOURCE THRU 2610-EXIT
044829         UNTIL WS-END-OF-SRCREG.
044830     IF WS-REG-AVAIL
044831         SET WS-REG-CHECKED TO TRUE
044832     END-IF.
044833 2600-EXIT.
044834     EXIT.
044835 2610-CHECK-ONE-SOURCE.
044836     IF DL100FG-COMMENT
044837      OR DL100FG-SOURCE-ID = SPACES
044838      OR NOT DL100FG-ACTIVE
044839         GO TO 2610-NEXT
044840     END-IF.
044841     SET WS-REG-NOT-EXPECTED TO TRUE.
044842     IF DL100FG-EVERY-BUS-DAY AND WS-BUS-DAY
044843         SET WS-REG-EXPECTED TO TRUE
044844     END-IF.
044845     IF DL100FG-FLAGGED-DAYS
044846      AND DL100FG-DAY-FLAG (WS-REG-DAY) = 'Y'
044847      AND NOT WS-CAL-HOLIDAY
044848         SET WS-REG-EXPECTED TO TRUE
044849     END-IF.
044850     IF WS-REG-NOT-EXPECTED
044851         GO TO 2610-NEXT
044852     END-IF.
044853     MOVE 'N' TO WS-REG-FOUND-SW.
044854     PERFORM 2620-MATCH-SOURCE THRU 2620-EXIT
044855         VARYING WS-SRC-SUB FROM 1 BY 1
044856         UNTIL WS-SRC-SUB > WS-CTR-SRC-USED
044857            OR WS-REG-FOUND.
044858     IF WS-REG-FOUND
044859         GO TO 2610-NEXT
044860     END-IF.
044861     IF WS-CTR-SRC-USED = 8
044862      AND WS-CTR-SRC-ID (8) = 'OTHER'
044863         GO TO 2610-NEXT
044864     END-IF.
044865     ADD 1 TO WS-SRC-MISSING-COUNT.
044866     IF WS-MISS-USED < WS-MISS-MAX
044867         ADD 1 TO WS-MISS-USED
044868         MOVE DL100FG-SOURCE-ID TO WS-MISS-ID (WS-MISS-USED)
044869     END-IF.
044870 2610-NEXT.
044871     PERFORM 2690-READ-SRCREG THRU 2690-EXIT.
044872 2610-EXIT.
044873     EXIT.
044874 2620-MATCH-SOURCE.
044875     IF WS-CTR-SRC-ID (WS-SRC-SUB) = DL100FG-SOURCE-ID
044876         SET WS-REG-FOUND TO TRUE
044877     END-IF.
044878 2620-EXIT.
044879     EXIT.
044880 2690-READ-SRCREG.
044881     READ SRCREG
044882         AT END
044883             SET WS-END-OF-SRCREG TO TRUE
044884             GO TO 2690-EXIT
044885     END-READ.
044886     IF NOT WS-SRCREG-OK
044887         DISPLAY 'DL100S0W-SRCREG READ ERROR, STATUS '
044888             WS-SRCREG-STATUS
044889         MOVE 'N' TO WS-REG-AVAIL-SW
044890         SET WS-END-OF-SRCREG TO TRUE
044891     END-IF.
044892 2690-EXIT.
044893     EXIT.
044900*----------------------------------------------------------------*
045000*  3000-JUDGE-VERDICT  --  RED BEATS AMBER BEATS GREEN.  A RUN   *
045100*  THAT NEVER COMPLETED OR A SEVERE ALERT IS RED; OVERRIDES,     *
045110*  REJECTS, UNWORKED BREACH FEEDS (INCLUDING ANY PAST THE AGING  *
045120*  LIMIT), INFORMATIONAL ALERTS, AN EXPECTED SOURCE WITH NOTHING *
045130*  COUNTED OR AN INPUT THAT COULD NOT BE CHECKED ARE AMBER.      *
045400*----------------------------------------------------------------*
045500 3000-JUDGE-VERDICT.
045600     IF NOT WS-RUNC-COMPLETED
047100      OR NOT WS-STAT-AVAIL
047200      OR NOT WS-ALERT-AVAIL
047300      OR NOT WS-REJ-AVAIL
047310      OR WS-SRC-MISSING-COUNT > ZERO
047400         SET WS-VERDICT-AMBER TO TRUE
047500     END-IF.
047600 3000-EXIT.
052400 7200-EXIT.
052500     EXIT.
052600*----------------------------------------------------------------*
052601*  7300-COMPUTE-AGE  --  BUSINESS DAYS FROM DL100ST-SENT-DATE TO *
052602*  TODAY, WALKED A DAY AT A TIME, THE SAME RULE DL100K AGES BY.  *
052603*  EACH DAY AFTER THE SENT DATE UP TO AND INCLUDING TODAY COUNTS *
052604*  UNLESS BUSCAL MARKS IT A HOLIDAY OR WEEKEND.  THE WALK IS     *
052605*  CAPPED AT 999 DAYS SO A BAD SENT DATE CANNOT SPIN THE RUN.    *
052606*----------------------------------------------------------------*
052607 7300-COMPUTE-AGE.
052608     MOVE WS-CURR-DATE TO WS-WORK-DATE.
052609     MOVE ZERO TO WS-AGE-DAYS.
052610     MOVE ZERO TO WS-AGE-STEPS.
052611     PERFORM 7350-COUNT-ONE-DAY THRU 7350-EXIT
052612         UNTIL WS-WORK-DATE = DL100ST-SENT-DATE
052613            OR WS-WORK-DATE < DL100ST-SENT-DATE
052614            OR WS-AGE-STEPS >= 999.
052615 7300-EXIT.
052616     EXIT.
052617 7350-COUNT-ONE-DAY.
052618     MOVE WS-WORK-DATE TO WS-BC-DATE.
052619     PERFORM 7600-CHECK-BUS-DAY THRU 7600-EXIT.
052620     IF WS-BUS-DAY
052621      AND WS-AGE-DAYS < 999
052622         ADD 1 TO WS-AGE-DAYS
052623     END-IF.
052624     PERFORM 7100-BACK-ONE-DAY THRU 7100-EXIT.
052625     ADD 1 TO WS-AGE-STEPS.
052626 7350-EXIT.
052627     EXIT.
052628*----------------------------------------------------------------*
052629*  7400-DAY-OF-WEEK  --  WS-DOW FOR WS-WORK-DATE BY ZELLER'S     *
052630*  RULE: DAY + (13 X (MONTH + 1)) / 5 + YEAR-OF-CENTURY          *
052631*  + YEAR-OF-CENTURY / 4 + CENTURY / 4 + 5 X CENTURY, MODULO 7,  *
052632*  EACH DIVISION TRUNCATED.                                      *
052633*----------------------------------------------------------------*
052634 7400-DAY-OF-WEEK.
052635     MOVE WS-WRK-YYYY TO WS-DOW-YEAR.
052636     MOVE WS-WRK-MM TO WS-DOW-MONTH.
052637     IF WS-DOW-MONTH < 3
052638         ADD 12 TO WS-DOW-MONTH
052639         SUBTRACT 1 FROM WS-DOW-YEAR
052640     END-IF.
052641     DIVIDE WS-DOW-YEAR BY 100 GIVING WS-DOW-CENTURY
052642         REMAINDER WS-DOW-YR-OF-CENT.
052643     MOVE WS-WRK-DD TO WS-DOW-SUM.
052644     COMPUTE WS-DOW-TERM = 13 * (WS-DOW-MONTH + 1).
052645     DIVIDE WS-DOW-TERM BY 5 GIVING WS-DOW-QUOT.
052646     ADD WS-DOW-QUOT TO WS-DOW-SUM.
052647     ADD WS-DOW-YR-OF-CENT TO WS-DOW-SUM.
052648     DIVIDE WS-DOW-YR-OF-CENT BY 4 GIVING WS-DOW-QUOT.
052649     ADD WS-DOW-QUOT TO WS-DOW-SUM.
052650     DIVIDE WS-DOW-CENTURY BY 4 GIVING WS-DOW-QUOT.
052651     ADD WS-DOW-QUOT TO WS-DOW-SUM.
052652     COMPUTE WS-DOW-SUM = WS-DOW-SUM + (5 * WS-DOW-CENTURY).
052653     DIVIDE WS-DOW-SUM BY 7 GIVING WS-DOW-QUOT
052654         REMAINDER WS-DOW.
052655 7400-EXIT.
052656     EXIT.
052657*----------------------------------------------------------------*
052658*  7600-CHECK-BUS-DAY  --  IS WS-BC-DATE A BUSINESS DAY, AND IS  *
052659*  IT A HOLIDAY?  A DATE NOT ON BUSCAL IS A BUSINESS DAY.  A     *
052660*  READ ERROR DROPS THE CALENDAR FOR THE REST OF THE RUN WITH A  *
052661*  WARNING INSTEAD OF STOPPING THE RUN.                          *
052662*----------------------------------------------------------------*
052663 7600-CHECK-BUS-DAY.
052664     SET WS-BUS-DAY TO TRUE.
052665     MOVE 'N' TO WS-CAL-HOL-SW.
052666     IF WS-BUSCAL-NOT-AVAIL
052667         GO TO 7600-EXIT
052668     END-IF.
052669     MOVE WS-BC-DATE TO DL100BC-CAL-DATE.
052670     READ BUSCAL
052671         INVALID KEY
052672             CONTINUE
052673     END-READ.
052674     IF WS-BUSCAL-NOTFOUND
052675         GO TO 7600-EXIT
052676     END-IF.
052677     IF NOT WS-BUSCAL-OK
052678         DISPLAY 'DL100S0W-BUSCAL READ ERROR, STATUS '
052679             WS-BUSCAL-STATUS ', CALENDAR DROPPED'
052680         SET WS-BUSCAL-NOT-AVAIL TO TRUE
052681         CLOSE BUSCAL
052682         GO TO 7600-EXIT
052683     END-IF.
052684     IF DL100BC-NON-BUSINESS
052685         SET WS-NON-BUS-DAY TO TRUE
052686         IF DL100BC-HOLIDAY
052687             SET WS-CAL-HOLIDAY TO TRUE
052688         END-IF
052689     END-IF.
052690 7600-EXIT.
052691     EXIT.
052692*----------------------------------------------------------------*
052700*  8000-TERMINATE  --  PRINT THE PAGE, CLOSE THE FILES AND SET   *
052800*  THE RETURN CODE FROM THE VERDICT.                             *
052900*----------------------------------------------------------------*
054400     IF WS-REJ-AVAIL
054500         CLOSE REJFILE
054600     END-IF.
054610     IF WS-REG-AVAIL
054620         CLOSE SRCREG
054630     END-IF.
054700     CLOSE STSRPT.
054702     IF WS-BUSCAL-AVAIL
054704         CLOSE BUSCAL
054706     END-IF.
054710     IF WS-FATAL-ERROR
054720         DISPLAY 'DL100S0E-STATUS RUN ENDED WITH A FILE ERROR, '
054730             'SEE THE MESSAGES ABOVE'
064310         PERFORM 8350-WRITE-ONE-CAT THRU 8350-EXIT
064320             VARYING WS-CAT-SUB FROM 1 BY 1
064330             UNTIL WS-CAT-SUB > WS-CTR-CAT-USED
064340         PERFORM 8360-WRITE-ONE-SRC THRU 8360-EXIT
064350             VARYING WS-SRC-SUB FROM 1 BY 1
064360             UNTIL WS-SRC-SUB > WS-CTR-SRC-USED
064400     END-IF.
064404     MOVE SPACES TO DL100SR-LINE.
064408     MOVE ' ' TO DL100SR-CC.
064412     IF WS-REG-CHECKED
064416         MOVE 'EXPECTED SOURCES WITH NOTHING COUNTED'
064420             TO DL100SR-TEXT
064424         MOVE WS-SRC-MISSING-COUNT TO DL100SR-COUNT-ED
064428         IF WS-SRC-MISSING-COUNT > ZERO
064432             MOVE 'AMBER' TO DL100SR-STATUS
064436         ELSE
064440             MOVE 'OK' TO DL100SR-STATUS
064444         END-IF
064448     ELSE
064452         MOVE 'EXPECTED SOURCES NOT CHECKED' TO DL100SR-TEXT
064456         IF WS-REG-NO-SOURCES
064460             MOVE 'NO SOURCES' TO DL100SR-STATUS
064464         ELSE
064468             MOVE 'NO REGISTRY' TO DL100SR-STATUS
064472         END-IF
064476     END-IF.
064480     PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT.
064484     PERFORM 8370-WRITE-ONE-MISSING THRU 8370-EXIT
064488         VARYING WS-MISS-SUB FROM 1 BY 1
064492         UNTIL WS-MISS-SUB > WS-MISS-USED.
064500     MOVE SPACES TO DL100SR-LINE.
064600     MOVE ' ' TO DL100SR-CC.
064700     IF NOT WS-STAT-AVAIL
065700         END-IF
065800     END-IF.
065900     PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT.
065905     IF WS-STAT-AVAIL
065910      AND WS-SENT-COUNT > ZERO
065915         MOVE SPACES TO DL100SR-LINE
065920         MOVE ' ' TO DL100SR-CC
065925         MOVE 'UNWORKED PAST AGE LIMIT, BUS DAYS' TO DL100SR-TEXT
065930         MOVE WS-PAST-LIMIT-COUNT TO DL100SR-COUNT-ED
065935         IF WS-PAST-LIMIT-COUNT > ZERO
065940             MOVE 'AMBER' TO DL100SR-STATUS
065945         ELSE
065950             MOVE 'OK' TO DL100SR-STATUS
065955         END-IF
065960         PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT
065965         MOVE SPACES TO DL100SR-LINE
065970         MOVE ' ' TO DL100SR-CC
065975         MOVE 'OLDEST UNWORKED BREACH, BUS DAYS' TO DL100SR-TEXT
065980         MOVE WS-OLDEST-AGE TO DL100SR-COUNT-ED
065985         PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT
065990     END-IF.
066000     MOVE SPACES TO DL100SR-LINE.
066100     MOVE ' ' TO DL100SR-CC.
066200     IF NOT WS-ALERT-AVAIL
070394     PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT.
070396 8350-EXIT.
070398     EXIT.
070401*----------------------------------------------------------------*
070404*  8360-WRITE-ONE-SRC  --  ONE LINE PER SENDER SOURCE SLOT ON    *
070407*  THE DAY'S COUNTER RECORD.                                     *
070410*----------------------------------------------------------------*
070413 8360-WRITE-ONE-SRC.
070416     IF WS-CTR-SRC-ID (WS-SRC-SUB) = SPACES
070419         GO TO 8360-EXIT
070422     END-IF.
070425     MOVE SPACES TO DL100SR-LINE.
070428     MOVE ' ' TO DL100SR-CC.
070431     MOVE WS-CTR-SRC-ID (WS-SRC-SUB) TO WS-SLT-ID.
070434     MOVE WS-SRC-LINE-TEXT TO DL100SR-TEXT.
070437     MOVE WS-CTR-SRC-COUNT (WS-SRC-SUB) TO DL100SR-COUNT-ED.
070440     MOVE WS-CTR-SRC-AMT (WS-SRC-SUB) TO DL100SR-AMT-ED.
070443     MOVE 'OK' TO DL100SR-STATUS.
070446     PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT.
070449 8360-EXIT.
070452     EXIT.
070455*----------------------------------------------------------------*
070458*  8370-WRITE-ONE-MISSING  --  ONE LINE PER EXPECTED SOURCE WITH *
070461*  NOTHING COUNTED ON THE BUSINESS DATE.                         *
070464*----------------------------------------------------------------*
070467 8370-WRITE-ONE-MISSING.
070470     MOVE SPACES TO DL100SR-LINE.
070473     MOVE ' ' TO DL100SR-CC.
070476     MOVE WS-MISS-ID (WS-MISS-SUB) TO WS-MLT-ID.
070479     MOVE WS-MISS-LINE-TEXT TO DL100SR-TEXT.
070482     MOVE 'AMBER' TO DL100SR-STATUS.
070485     PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT.
070488 8370-EXIT.
070491     EXIT.
070494*----------------------------------------------------------------*
070500*  8900-WRITE-RPT-LINE  --  WRITE ONE REPORT LINE WITH A STATUS  *
070600*  CHECK, SO EVERY CALLER GETS THE SAME ERROR HANDLING.          *
070700*----------------------------------------------------------------*
071500     END-IF.
071600 8900-EXIT.
071700     EXIT.
071710*----------------------------------------------------------------*
071720*  9500-START-STEP  --  CHECK THAT EVERY STEP DL100S DEPENDS ON  *
071730*  (THE DL100SD TABLE) COMPLETED ACCEPTABLY FOR THE BUSINESS     *
071740*  DATE, THEN LOG THIS STEP STARTED ON STEPLOG.  A FAILED CHECK  *
071750*  IS LOGGED REFUSED AND STOPS THE RUN WITH RC 8 BEFORE ANY      *
071760*  OTHER FILE IS TOUCHED; A STEPLOG THAT CANNOT BE OPENED, READ  *
071770*  OR WRITTEN STOPS IT WITH RC 99.                               *
071780*----------------------------------------------------------------*
071790 9500-START-STEP.
071800     MOVE 'DL100S' TO DL100SD-STEP-ID.
071810     OPEN I-O STEPLOG.
071820     IF NOT WS-STEPLOG-OK
071830         DISPLAY 'DL100S0E-STEPLOG OPEN FAILED, STATUS '
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
072000         DISPLAY 'DL100S0E-STEP REFUSED FOR ' DL100SD-BUS-DATE
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
072260         DISPLAY 'DL100S0E-STEPLOG READ FAILED, STATUS '
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
072930         DISPLAY 'DL100S0E-STEPLOG READ FAILED, STATUS '
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
073360         DISPLAY 'DL100S0E-STEPLOG WRITE FAILED, STATUS '
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
073462*  9550-FIND-NIGHT  --  DL100S JUDGES THE NIGHT DL100E LAST      *
073463*  OPENED ON STEPLOG AND FILES ITS ENTRY UNDER IT, SO A MORNING  *
073464*  RUN AFTER A WEEKEND OR HOLIDAY STILL JUDGES THE LAST NIGHT    *
073465*  RUN.  A CARD DATE MUST NAME THAT NIGHT OR THE STEP IS REFUSED *
073466*  WITH RC 8; A RUN WITH NO CARD DATE TAKES THE NIGHT'S.         *
073467*----------------------------------------------------------------*
073468 9550-FIND-NIGHT.
073469     MOVE ZERO TO DL100SL-BUS-DATE.
073470     MOVE 'NIGHT' TO DL100SL-STEP-ID.
073471     READ STEPLOG
073472         INVALID KEY
073473             SET DL100SD-NOT-FOUND TO TRUE
073474         NOT INVALID KEY
073475             SET DL100SD-FOUND TO TRUE
073476     END-READ.
073477     IF NOT WS-STEPLOG-OK AND NOT WS-STEPLOG-NOTFOUND
073478         DISPLAY 'DL100S0E-STEPLOG READ FAILED, STATUS '
073479             WS-STEPLOG-STATUS
073480         MOVE 99 TO RETURN-CODE
073481         SET DL100SD-LOG-FAILED TO TRUE
073482         GO TO 9550-EXIT
073483     END-IF.
073484     IF DL100SD-NOT-FOUND
073485         DISPLAY 'DL100S0E-STEP REFUSED, NO NIGHT OPENED ON '
073486             'STEPLOG BY DL100E'
073487         MOVE 8 TO RETURN-CODE
073488         SET DL100SD-REFUSED TO TRUE
073489         GO TO 9550-EXIT
073490     END-IF.
073491     MOVE DL100SL-NIGHT-DATE TO DL100SD-BUS-DATE.
073492     IF WS-BUS-DATE = ZERO
073493         MOVE DL100SD-BUS-DATE TO WS-BUS-DATE
073494         GO TO 9550-EXIT
073495     END-IF.
073496     IF WS-BUS-DATE NOT = DL100SD-BUS-DATE
073497         DISPLAY 'DL100S0E-STEP REFUSED, CARD DATE ' WS-BUS-DATE
073498             ' IS NOT THE NIGHT OF ' DL100SD-BUS-DATE
073499         MOVE 8 TO RETURN-CODE
073500         SET DL100SD-REFUSED TO TRUE
073501     END-IF.
073502 9550-EXIT.
073503     EXIT.
073504*----------------------------------------------------------------*
073505*  9600-END-STEP  --  THE LAST ACT OF THE RUN.  REWRITE THE      *
073506*  STEPLOG RECORD ENDED WITH THE END TIME, THE ELAPSED SECONDS,  *
073507*  THE SENT FEEDS, ALERTS AND REJECTS COUNTED (THE STEP WRITES   *
073510*  ONLY ITS PAGE) AND THE FINAL RETURN CODE.                     *
073530*----------------------------------------------------------------*
073540 9600-END-STEP.
073550     COMPUTE DL100SD-READ-COUNT = WS-SENT-COUNT
073560         + WS-INFO-ALERT-COUNT + WS-SEVR-ALERT-COUNT
073570         + WS-REJECT-COUNT.
073580     MOVE ZERO TO DL100SD-WRITE-COUNT.
073590     OPEN I-O STEPLOG.
073600     IF NOT WS-STEPLOG-OK
073610         DISPLAY 'DL100S0E-STEPLOG OPEN FAILED, STATUS '
073620             WS-STEPLOG-STATUS ', STEP NOT LOGGED ENDED'
073630         MOVE 99 TO RETURN-CODE
073640         GO TO 9600-EXIT
073650     END-IF.
073660     MOVE DL100SD-BUS-DATE TO DL100SL-BUS-DATE.
073670     MOVE DL100SD-STEP-ID TO DL100SL-STEP-ID.
073680     READ STEPLOG.
073690     IF NOT WS-STEPLOG-OK
073700         DISPLAY 'DL100S0E-STEPLOG READ FAILED, STATUS '
073710             WS-STEPLOG-STATUS ', STEP NOT LOGGED ENDED'
073720         MOVE 99 TO RETURN-CODE
073730         CLOSE STEPLOG
073740         GO TO 9600-EXIT
073750     END-IF.
073760     MOVE DL100SL-START-TIME TO DL100SD-TIME.
073770     COMPUTE DL100SD-START-SECS = DL100SD-HH * 3600
073780         + DL100SD-MN * 60 + DL100SD-SS.
073790     ACCEPT DL100SD-DATE FROM DATE YYYYMMDD.
073800     ACCEPT DL100SD-TIME FROM TIME.
073810     COMPUTE DL100SD-END-SECS = DL100SD-HH * 3600
073820         + DL100SD-MN * 60 + DL100SD-SS.
073830     IF DL100SD-DATE > DL100SL-START-DATE
073840         ADD 86400 TO DL100SD-END-SECS
073850     END-IF.
073860     IF DL100SD-END-SECS < DL100SD-START-SECS
073870         MOVE ZERO TO DL100SL-ELAPSED-SECS
073880     ELSE
073890         COMPUTE DL100SL-ELAPSED-SECS =
073900             DL100SD-END-SECS - DL100SD-START-SECS
073910     END-IF.
073920     MOVE DL100SD-DATE TO DL100SL-END-DATE.
073930     MOVE DL100SD-TIME TO DL100SL-END-TIME.
073940     MOVE RETURN-CODE TO DL100SL-RC.
073950     MOVE DL100SD-READ-COUNT TO DL100SL-READ-COUNT.
073960     MOVE DL100SD-WRITE-COUNT TO DL100SL-WRITE-COUNT.
073970     SET DL100SL-ENDED TO TRUE.
073980     REWRITE DL100SL-RECORD.
073990     IF NOT WS-STEPLOG-OK
074000         DISPLAY 'DL100S0E-STEPLOG REWRITE FAILED, STATUS '
074010             WS-STEPLOG-STATUS ', STEP NOT LOGGED ENDED'
074020         MOVE 99 TO RETURN-CODE
074030     END-IF.
074040     CLOSE STEPLOG.
074050 9600-EXIT.
074060     EXIT.
