000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.  DL100J.
000300 AUTHOR.  R HALLORAN.
000400 INSTALLATION.  DAILY PROCESSING CONTROL.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------*
000800*  DL100J IS THE WEEKLY BATCH WINDOW SLA REPORT.  EVERY NIGHTLY  *
000900*  STEP - DL100E, R, B, K, X, S AND H - LOGS ITS START AND END,  *
001000*  RECORD COUNTS AND RETURN CODE ON STEPLOG UNDER ITS NIGHT.     *
001100*  DL100J READS THE SEVEN NIGHTS ENDING ON THE SLAPARM DATE AND  *
001200*  FOR EACH ONE PRINTS THE FIRST START AND LAST END AGAINST THE  *
001300*  AGREED WINDOW, WHETHER THE NIGHT FINISHED ON TIME, LATE OR    *
001400*  NOT AT ALL, AND WHICH STEP TO ANSWER FOR IT: THE FIRST STEP   *
001500*  STILL RUNNING, REFUSED OR NOT RUN FOR A NIGHT THAT NEVER      *
001600*  FINISHED; FOR A LATE ONE, A LATE START OR ELSE THE STEP THAT  *
001700*  RAN FURTHEST OVER ITS AVERAGE FOR THE WEEK.  EVERY STEP OF    *
001800*  EVERY NIGHT IS THEN LISTED AS LOGGED, AND THE TREND SECTION   *
001900*  GIVES EACH STEP'S ELAPSED MINUTES NIGHT BY NIGHT WITH ITS     *
002000*  WEEKLY AVERAGE AND WHETHER THE LAST NIGHT RAN UP, DOWN OR     *
002100*  FLAT AGAINST THE SIX BEFORE IT.  DL100J ONLY READS STEPLOG    *
002200*  AND IS NOT ITSELF A STEP OF THE NIGHT.                        *
002300*----------------------------------------------------------------*
002400*  MODIFICATION HISTORY                                          *
002500*----------------------------------------------------------------*
002600*  2026-10-15  RCH  ORIGINAL PROGRAM.                            *
002700*----------------------------------------------------------------*
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER.  IBM-370.
003100 OBJECT-COMPUTER.  IBM-370.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT SLAPARM  ASSIGN TO SLAPARM
003500         ORGANIZATION IS SEQUENTIAL
003600         FILE STATUS IS WS-SLAPARM-STATUS.
003700     SELECT STEPLOG  ASSIGN TO STEPLOG
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS RANDOM
004000         RECORD KEY IS DL100SL-KEY
004100         FILE STATUS IS WS-STEPLOG-STATUS.
004200     SELECT SLARPT  ASSIGN TO SLARPT
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS WS-SLARPT-STATUS.
004500 DATA DIVISION.
004600 FILE SECTION.
004700*----------------------------------------------------------------*
004800*  SLAPARM  --  LAST NIGHT AND BATCH WINDOW CONTROL CARD         *
004900*----------------------------------------------------------------*
005000 FD  SLAPARM
005100     RECORDING MODE IS F
005200     LABEL RECORDS ARE STANDARD.
005300     COPY DL100JP.
005400*----------------------------------------------------------------*
005500*  STEPLOG  --  NIGHTLY JOB-STEP LOG, KEYED BY BUSINESS DATE AND *
005600*  STEP, WRITTEN BY THE STEPS OF THE NIGHT                       *
005700*----------------------------------------------------------------*
005800 FD  STEPLOG
005900     LABEL RECORDS ARE STANDARD.
006000     COPY DL100SL.
006100*----------------------------------------------------------------*
006200*  SLARPT  --  PRINTED BATCH WINDOW SLA REPORT                   *
006300*----------------------------------------------------------------*
006400 FD  SLARPT
006500     RECORDING MODE IS F
006600     LABEL RECORDS ARE STANDARD.
006700     COPY DL100JR.
006800 WORKING-STORAGE SECTION.
006900*----------------------------------------------------------------*
007000*  CURRENT DATE, FOR THE HEADING AND THE DEFAULT LAST NIGHT      *
007100*----------------------------------------------------------------*
007200 01  WS-CURR-DATE                    PIC 9(08).
007300 01  WS-CURR-DATE-X REDEFINES WS-CURR-DATE.
007400     05  WS-CURR-YYYY                PIC 9(04).
007500     05  WS-CURR-MM                  PIC 9(02).
007600     05  WS-CURR-DD                  PIC 9(02).
007700*----------------------------------------------------------------*
007800*  DATE ARITHMETIC WORK FIELDS - THE WALK BACK OVER THE WEEK AND *
007900*  FORWARD FROM A NIGHT TO THE DAY A STEP'S CLOCK SHOWED         *
008000*----------------------------------------------------------------*
008100 01  WS-WORK-DATE                    PIC 9(08)   VALUE ZERO.
008200 01  WS-WORK-DATE-X REDEFINES WS-WORK-DATE.
008300     05  WS-WRK-YYYY                 PIC 9(04).
008400     05  WS-WRK-MM                   PIC 9(02).
008500     05  WS-WRK-DD                   PIC 9(02).
008600 01  WS-MONTH-DAYS                   PIC 9(02)   VALUE ZERO.
008700 01  WS-LEAP-QUOT                    PIC 9(04) COMP VALUE ZERO.
008800 01  WS-LEAP-REM                     PIC 9(04) COMP VALUE ZERO.
008900 01  WS-DAYS-IN-MONTH-DEF            PIC X(24) VALUE
009000     '312831303130313130313031'.
009100 01  WS-DAYS-IN-MONTH REDEFINES WS-DAYS-IN-MONTH-DEF.
009200     05  WS-DIM                      PIC 9(02) OCCURS 12.
009300 01  WS-DAY-OFFSET                   PIC 9(02) COMP VALUE ZERO.
009400*----------------------------------------------------------------*
009500*  LAST NIGHT OF THE WEEK AND THE AGREED BATCH WINDOW.  THE      *
009600*  WINDOW OPENS AT WS-WIN-START ON THE NIGHT'S DATE AND CLOSES   *
009700*  AT WS-WIN-END, ON THE NEXT DAY WHEN IT IS NO LATER THAN THE   *
009800*  START.  BOTH ARE HELD AS SECONDS FROM MIDNIGHT STARTING THE   *
009900*  NIGHT, THE SAME MEASURE AS EVERY STEP TIME.                   *
010000*----------------------------------------------------------------*
010100 01  WS-END-DATE                     PIC 9(08)   VALUE ZERO.
010200 01  WS-END-SOURCE                   PIC X(40)   VALUE SPACES.
010300 01  WS-WIN-START                    PIC 9(04)   VALUE 2200.
010400 01  WS-WIN-START-X REDEFINES WS-WIN-START.
010500     05  WS-WIN-START-HH             PIC 9(02).
010600     05  WS-WIN-START-MN             PIC 9(02).
010700 01  WS-WIN-END                      PIC 9(04)   VALUE 0600.
010800 01  WS-WIN-END-X REDEFINES WS-WIN-END.
010900     05  WS-WIN-END-HH               PIC 9(02).
011000     05  WS-WIN-END-MN               PIC 9(02).
011100 01  WS-WIN-START-SECS               PIC 9(07) COMP VALUE ZERO.
011200 01  WS-WIN-END-SECS                 PIC 9(07) COMP VALUE ZERO.
011300*----------------------------------------------------------------*
011400*  ONE STEPLOG CLOCK READING AND ITS SECONDS FROM MIDNIGHT       *
011500*  STARTING THE NIGHT                                            *
011600*----------------------------------------------------------------*
011700 01  WS-TS-DATE                      PIC 9(08)   VALUE ZERO.
011800 01  WS-TS-DATE-X REDEFINES WS-TS-DATE.
011900     05  WS-TS-YYYY                  PIC 9(04).
012000     05  WS-TS-MM                    PIC 9(02).
012100     05  WS-TS-DD                    PIC 9(02).
012200 01  WS-TS-TIME                      PIC 9(08)   VALUE ZERO.
012300 01  WS-TS-TIME-X REDEFINES WS-TS-TIME.
012400     05  WS-TS-HH                    PIC 9(02).
012500     05  WS-TS-MN                    PIC 9(02).
012600     05  WS-TS-SS                    PIC 9(02).
012700     05  WS-TS-HS                    PIC 9(02).
012800 01  WS-TS-SECS                      PIC 9(07) COMP VALUE ZERO.
012900*----------------------------------------------------------------*
013000*  PRINT WORK FIELDS - A DATE AS MM/DD/YYYY, A CLOCK READING AS  *
013100*  MM/DD HH:MM, SECONDS AS HH:MM:SS AND A COUNT OF MINUTES       *
013200*----------------------------------------------------------------*
013300 01  WS-PRT-DATE                     PIC 9(08)   VALUE ZERO.
013400 01  WS-PRT-DATE-X REDEFINES WS-PRT-DATE.
013500     05  WS-PRT-YYYY                 PIC 9(04).
013600     05  WS-PRT-MM                   PIC 9(02).
013700     05  WS-PRT-DD                   PIC 9(02).
013800 01  WS-PRT-DATE-TEXT                PIC X(10)   VALUE SPACES.
013900 01  WS-STAMP-TEXT                   PIC X(11)   VALUE SPACES.
014000 01  WS-FMT-SECS                     PIC 9(07) COMP VALUE ZERO.
014100 01  WS-FMT-HOURS                    PIC 9(05) COMP VALUE ZERO.
014200 01  WS-FMT-REM                      PIC 9(07) COMP VALUE ZERO.
014300 01  WS-FMT-HH                       PIC 9(02)   VALUE ZERO.
014400 01  WS-FMT-MN                       PIC 9(02)   VALUE ZERO.
014500 01  WS-FMT-SS                       PIC 9(02)   VALUE ZERO.
014600 01  WS-ELAPSED-TEXT                 PIC X(08)   VALUE SPACES.
014700 01  WS-MIN-ED                       PIC ZZZZ9.
014800*----------------------------------------------------------------*
014900*  THE STEPS OF THE NIGHT IN THE ORDER THEY RUN (SEE DL100SD)    *
015000*----------------------------------------------------------------*
015100 01  WS-STEP-NAME-DEF.
015200     05  FILLER                      PIC X(08)   VALUE 'DL100E'.
015300     05  FILLER                      PIC X(08)   VALUE 'DL100R'.
015400     05  FILLER                      PIC X(08)   VALUE 'DL100B'.
015500     05  FILLER                      PIC X(08)   VALUE 'DL100K'.
015600     05  FILLER                      PIC X(08)   VALUE 'DL100X'.
015700     05  FILLER                      PIC X(08)   VALUE 'DL100S'.
015800     05  FILLER                      PIC X(08)   VALUE 'DL100H'.
015900 01  WS-STEP-NAMES REDEFINES WS-STEP-NAME-DEF.
016000     05  WS-STEP-NAME                PIC X(08)   OCCURS 7.
016100*----------------------------------------------------------------*
016200*  THE WEEK - SEVEN NIGHTS, OLDEST FIRST, EACH WITH ITS SEVEN    *
016300*  STEPS AS FOUND ON STEPLOG.  STEP TIMES ARE SECONDS FROM       *
016400*  MIDNIGHT STARTING THE NIGHT, SO A STEP RUN AFTER MIDNIGHT     *
016500*  STILL MEASURES AGAINST ITS OWN NIGHT.  A CLOCK DATE BEFORE    *
016600*  THE NIGHT OR MORE THAN SEVEN DAYS AFTER IT CANNOT BE MEASURED *
016700*  AND MARKS THE STEP OUTSIDE ITS NIGHT.                         *
016800*----------------------------------------------------------------*
016900 01  WS-WEEK.
017000     05  WS-NGT                      OCCURS 7.
017100         10  WS-NGT-DATE             PIC 9(08).
017200         10  WS-NGT-VERDICT          PIC X(01).
017300             88  WS-NGT-NO-STEPS               VALUE 'N'.
017400             88  WS-NGT-INCOMPLETE             VALUE 'I'.
017500             88  WS-NGT-LATE                   VALUE 'L'.
017600             88  WS-NGT-ON-TIME                VALUE 'O'.
017700         10  WS-NGT-LOGGED           PIC 9(02) COMP.
017800         10  WS-NGT-FIRST-SUB        PIC 9(02) COMP.
017900         10  WS-NGT-LAST-SUB         PIC 9(02) COMP.
018000         10  WS-NGT-FIRST-SECS       PIC 9(07) COMP.
018100         10  WS-NGT-LAST-SECS        PIC 9(07) COMP.
018200         10  WS-NGT-SPAN-SECS        PIC 9(07) COMP.
018300         10  WS-NGT-LATE-SECS        PIC 9(07) COMP.
018400         10  WS-NGT-CULPRIT          PIC 9(02) COMP.
018500         10  WS-NGT-WHY              PIC X(44).
018600         10  WS-NGT-BY-SECS          PIC 9(07) COMP.
018700         10  WS-STP                  OCCURS 7.
018800             15  WS-STP-STATUS       PIC X(01).
018900                 88  WS-STP-NOT-RUN            VALUE ' '.
019000                 88  WS-STP-STARTED            VALUE 'S'.
019100                 88  WS-STP-ENDED              VALUE 'E'.
019200                 88  WS-STP-REFUSED            VALUE 'R'.
019300             15  WS-STP-NIGHT-SW     PIC X(01).
019400                 88  WS-STP-IN-NIGHT           VALUE 'Y'.
019500                 88  WS-STP-OUTSIDE            VALUE 'N'.
019600             15  WS-STP-START-DATE   PIC 9(08).
019700             15  WS-STP-START-TIME   PIC 9(08).
019800             15  WS-STP-END-DATE     PIC 9(08).
019900             15  WS-STP-END-TIME     PIC 9(08).
020000             15  WS-STP-START-SECS   PIC 9(07) COMP.
020100             15  WS-STP-END-SECS     PIC 9(07) COMP.
020200             15  WS-STP-ELAPSED      PIC 9(07).
020300             15  WS-STP-RC           PIC 9(03).
020400             15  WS-STP-READ         PIC 9(09).
020500             15  WS-STP-WRITE        PIC 9(09).
020600             15  WS-STP-RUNS         PIC 9(03).
020700             15  WS-STP-REASON       PIC X(40).
020800*----------------------------------------------------------------*
020900*  WEEKLY AVERAGE ELAPSED SECONDS - ONE ENTRY PER STEP AND AN    *
021000*  EIGHTH FOR THE NIGHT AS A WHOLE.  THE AVERAGE COVERS EVERY    *
021100*  NIGHT THE STEP ENDED (EVERY NIGHT THAT FINISHED, FOR THE      *
021200*  EIGHTH); THE PRIOR AVERAGE LEAVES OUT THE LAST NIGHT AND IS   *
021300*  WHAT THE LAST NIGHT'S TREND IS JUDGED AGAINST.                *
021400*----------------------------------------------------------------*
021500 01  WS-AVERAGES.
021600     05  WS-AVG                      OCCURS 8.
021700         10  WS-AVG-TOTAL            PIC 9(09) COMP.
021800         10  WS-AVG-COUNT            PIC 9(02) COMP.
021900         10  WS-AVG-SECS             PIC 9(07) COMP.
022000         10  WS-AVG-PRIOR-TOTAL      PIC 9(09) COMP.
022100         10  WS-AVG-PRIOR-COUNT      PIC 9(02) COMP.
022200         10  WS-AVG-PRIOR-SECS       PIC 9(07) COMP.
022300*----------------------------------------------------------------*
022400*  ONE ELAPSED TIME OF THE TREND TABLE AND THE SEARCH FOR THE    *
022500*  STEP TO ANSWER FOR A LATE NIGHT                               *
022600*----------------------------------------------------------------*
022700 01  WS-ELAP-SECS                    PIC 9(07) COMP VALUE ZERO.
022800 01  WS-ELAP-SW                      PIC X(01)   VALUE 'N'.
022900     88  WS-ELAP-KNOWN                           VALUE 'Y'.
023000     88  WS-ELAP-NONE                            VALUE 'N'.
023100 01  WS-CULPRIT-WORK.
023200     05  WS-LATE-START-SECS          PIC 9(07) COMP VALUE ZERO.
023300     05  WS-EXCESS-SECS              PIC S9(07) COMP VALUE ZERO.
023400     05  WS-BEST-EXCESS              PIC S9(07) COMP VALUE ZERO.
023500     05  WS-BEST-SUB                 PIC 9(02) COMP VALUE ZERO.
023600     05  WS-LONGEST-SECS             PIC 9(07) COMP VALUE ZERO.
023700     05  WS-LONGEST-SUB              PIC 9(02) COMP VALUE ZERO.
023800*----------------------------------------------------------------*
023900*  SUBSCRIPTS - NIGHT, STEP AND AVERAGE ENTRY                    *
024000*----------------------------------------------------------------*
024100 01  WS-SUBSCRIPTS.
024200     05  WS-NGT-SUB                  PIC 9(02) COMP VALUE ZERO.
024300     05  WS-STP-SUB                  PIC 9(02) COMP VALUE ZERO.
024400     05  WS-AVG-SUB                  PIC 9(02) COMP VALUE ZERO.
024500*----------------------------------------------------------------*
024600*  SLA REPORT COUNTERS                                           *
024700*----------------------------------------------------------------*
024800 01  WS-SLA-COUNTS.
024900     05  WS-STEP-REC-COUNT           PIC 9(07) COMP VALUE ZERO.
025000     05  WS-ON-TIME-COUNT            PIC 9(07) COMP VALUE ZERO.
025100     05  WS-LATE-COUNT               PIC 9(07) COMP VALUE ZERO.
025200     05  WS-INCOMPLETE-COUNT         PIC 9(07) COMP VALUE ZERO.
025300     05  WS-NO-STEPS-COUNT           PIC 9(07) COMP VALUE ZERO.
025400*----------------------------------------------------------------*
025500*  REPORT TEXT - SECTION TITLE AND COLUMN HEADINGS               *
025600*----------------------------------------------------------------*
025700 01  WS-SECTION-TITLE                PIC X(40)   VALUE SPACES.
025800 01  WS-COL-HDG                      PIC X(131)  VALUE SPACES.
025900 01  WS-NGT-HDG.
026000     05  FILLER                      PIC X(40)   VALUE
026100         '  NIGHT       FIRST START  LAST END'.
026200     05  FILLER                      PIC X(23)   VALUE
026300         'ELAPSED   VERDICT'.
026400     05  FILLER                      PIC X(06)   VALUE
026500         'LATE'.
026600     05  FILLER                      PIC X(10)   VALUE
026700         'STEP'.
026800     05  FILLER                      PIC X(47)   VALUE
026900         'WHY'.
027000     05  FILLER                      PIC X(04)   VALUE
027100         'MINS'.
027200 01  WS-STP-HDG.
027300     05  FILLER                      PIC X(40)   VALUE
027400         '    STEP      STARTED      ENDED'.
027500     05  FILLER                      PIC X(36)   VALUE
027600         'ELAPSED          READ      WRITTEN'.
027700     05  FILLER                      PIC X(05)   VALUE
027800         ' RC'.
027900     05  FILLER                      PIC X(09)   VALUE
028000         'STATUS'.
028100     05  FILLER                      PIC X(06)   VALUE
028200         'RUNS'.
028300     05  FILLER                      PIC X(04)   VALUE
028400         'NOTE'.
028500*----------------------------------------------------------------*
028600*  FILE STATUS FIELDS                                            *
028700*----------------------------------------------------------------*
028800 01  WS-FILE-STATUSES.
028900     05  WS-SLAPARM-STATUS           PIC X(02)   VALUE '00'.
029000         88  WS-SLAPARM-OK                       VALUE '00'.
029100     05  WS-STEPLOG-STATUS           PIC X(02)   VALUE '00'.
029200         88  WS-STEPLOG-OK                       VALUE '00'.
029300         88  WS-STEPLOG-NOTFOUND                 VALUE '23'.
029400     05  WS-SLARPT-STATUS            PIC X(02)   VALUE '00'.
029500         88  WS-SLARPT-OK                        VALUE '00'.
029600*----------------------------------------------------------------*
029700*  PROGRAM SWITCHES                                              *
029800*----------------------------------------------------------------*
029900 01  WS-SWITCHES.
030000     05  WS-LOG-FOUND-SW             PIC X(01)   VALUE 'N'.
030100         88  WS-LOG-FOUND                        VALUE 'Y'.
030200         88  WS-LOG-NOTFOUND                     VALUE 'N'.
030300     05  WS-TS-NIGHT-SW              PIC X(01)   VALUE 'Y'.
030400         88  WS-TS-IN-NIGHT                      VALUE 'Y'.
030500         88  WS-TS-OUTSIDE                       VALUE 'N'.
030600     05  WS-FATAL-SW                 PIC X(01)   VALUE 'N'.
030700         88  WS-FATAL-ERROR                      VALUE 'Y'.
030800         88  WS-NO-FATAL-ERROR                   VALUE 'N'.
030900     05  WS-INIT-SW                  PIC X(01)   VALUE 'Y'.
031000         88  WS-INIT-OK                          VALUE 'Y'.
031100         88  WS-INIT-FAILED                      VALUE 'N'.
031200*
031300 PROCEDURE DIVISION.
031400*----------------------------------------------------------------*
031500*  0000-MAINLINE                                                 *
031600*----------------------------------------------------------------*
031700 0000-MAINLINE.
031800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
031900     IF WS-INIT-FAILED
032000         GO TO 0000-EXIT
032100     END-IF.
032200     PERFORM 2000-LOAD-WEEK THRU 2000-EXIT.
032300     IF WS-NO-FATAL-ERROR
032400         PERFORM 3000-JUDGE-WEEK THRU 3000-EXIT
032500         PERFORM 4000-WRITE-WEEK THRU 4000-EXIT
032600     END-IF.
032700     PERFORM 8000-TERMINATE THRU 8000-EXIT.
032800 0000-EXIT.
032900     STOP RUN.
033000*----------------------------------------------------------------*
033100*  1000-INITIALIZE  --  OPEN STEPLOG, SETTLE THE WEEK AND THE    *
033200*  WINDOW FROM THE CARD, OPEN THE REPORT AND PRINT THE HEADING.  *
033300*----------------------------------------------------------------*
033400 1000-INITIALIZE.
033500     ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
033600     OPEN INPUT STEPLOG.
033700     IF NOT WS-STEPLOG-OK
033800         DISPLAY 'DL100J0E-STEPLOG OPEN FAILED, STATUS '
033900             WS-STEPLOG-STATUS
034000         MOVE 99 TO RETURN-CODE
034100         SET WS-INIT-FAILED TO TRUE
034200         GO TO 1000-EXIT
034300     END-IF.
034400     PERFORM 1100-READ-PARMS THRU 1100-EXIT.
034500     IF WS-INIT-FAILED
034600         GO TO 1000-EXIT
034700     END-IF.
034800     PERFORM 1200-SET-WINDOW THRU 1200-EXIT.
034900     PERFORM 1300-SET-NIGHT-DATES THRU 1300-EXIT.
035000     OPEN OUTPUT SLARPT.
035100     IF NOT WS-SLARPT-OK
035200         DISPLAY 'DL100J0E-SLARPT OPEN FAILED, STATUS '
035300             WS-SLARPT-STATUS
035400         MOVE 99 TO RETURN-CODE
035500         SET WS-INIT-FAILED TO TRUE
035600         GO TO 1000-EXIT
035700     END-IF.
035800     PERFORM 8100-WRITE-HEADING THRU 8100-EXIT.
035900 1000-EXIT.
036000     EXIT.
036100*----------------------------------------------------------------*
036200*  1100-READ-PARMS  --  PICK UP THE LAST NIGHT AND THE WINDOW    *
036300*  FROM THE SLAPARM CARD.  A MISSING CARD OR A BLANK FIELD KEEPS *
036400*  THE DEFAULT; A MISSING OR ZERO DATE REPORTS THE WEEK UP TO    *
036500*  THE NIGHT DL100E LAST OPENED.                                 *
036600*----------------------------------------------------------------*
036700 1100-READ-PARMS.
036800     MOVE ZERO TO WS-END-DATE.
036900     OPEN INPUT SLAPARM.
037000     IF NOT WS-SLAPARM-OK
037100         DISPLAY 'DL100J0W-SLAPARM OPEN FAILED, USING DEFAULTS'
037200     ELSE
037300         READ SLAPARM
037400             AT END
037500                 DISPLAY 'DL100J0W-SLAPARM EMPTY, USING DEFAULTS'
037600         END-READ
037700         IF WS-SLAPARM-OK
037800             PERFORM 1110-TAKE-CARD THRU 1110-EXIT
037900         END-IF
038000         CLOSE SLAPARM
038100     END-IF.
038200     IF WS-END-DATE = ZERO
038300         PERFORM 1150-DEFAULT-END-DATE THRU 1150-EXIT
038400     ELSE
038500         MOVE 'LAST NIGHT AS GIVEN ON SLAPARM' TO WS-END-SOURCE
038600     END-IF.
038700 1100-EXIT.
038800     EXIT.
038900*----------------------------------------------------------------*
039000*  1110-TAKE-CARD  --  THE DATE MUST BE A REAL YYYYMMDD AND EACH *
039100*  WINDOW TIME A REAL HHMM; ANYTHING ELSE IS WARNED OF AND THE   *
039200*  DEFAULT STANDS.                                               *
039300*----------------------------------------------------------------*
039400 1110-TAKE-CARD.
039500     IF DL100JP-END-DATE NUMERIC
039600      AND DL100JP-END-DATE > ZERO
039700         MOVE DL100JP-END-DATE TO WS-WORK-DATE
039800         IF WS-WRK-MM < 1 OR WS-WRK-MM > 12
039900                 OR WS-WRK-DD < 1 OR WS-WRK-DD > 31
040000             DISPLAY 'DL100J0W-SLAPARM END DATE INVALID, '
040100                 'USING THE DEFAULT'
040200         ELSE
040300             MOVE DL100JP-END-DATE TO WS-END-DATE
040400         END-IF
040500     END-IF.
040600     IF DL100JP-WIN-START-X NOT = SPACES
040700         IF DL100JP-WINDOW-START NUMERIC
040800          AND DL100JP-WIN-START-HH < 24
040900          AND DL100JP-WIN-START-MN < 60
041000             MOVE DL100JP-WINDOW-START TO WS-WIN-START
041100         ELSE
041200             DISPLAY 'DL100J0W-SLAPARM WINDOW START INVALID, '
041300                 'USING THE DEFAULT'
041400         END-IF
041500     END-IF.
041600     IF DL100JP-WIN-END-X NOT = SPACES
041700         IF DL100JP-WINDOW-END NUMERIC
041800          AND DL100JP-WIN-END-HH < 24
041900          AND DL100JP-WIN-END-MN < 60
042000             MOVE DL100JP-WINDOW-END TO WS-WIN-END
042100         ELSE
042200             DISPLAY 'DL100J0W-SLAPARM WINDOW END INVALID, '
042300                 'USING THE DEFAULT'
042400         END-IF
042500     END-IF.
042600 1110-EXIT.
042700     EXIT.
042800*----------------------------------------------------------------*
042900*  1150-DEFAULT-END-DATE  --  THE NIGHT NAMED ON THE STEPLOG     *
043000*  NIGHT CONTROL RECORD, WHICH DL100E SETS WHEN IT OPENS A       *
043100*  NIGHT; YESTERDAY WHEN THERE IS NONE.                          *
043200*----------------------------------------------------------------*
043300 1150-DEFAULT-END-DATE.
043400     MOVE ZERO TO DL100SL-BUS-DATE.
043500     MOVE 'NIGHT' TO DL100SL-STEP-ID.
043600     READ STEPLOG
043700         INVALID KEY
043800             SET WS-LOG-NOTFOUND TO TRUE
043900         NOT INVALID KEY
044000             SET WS-LOG-FOUND TO TRUE
044100     END-READ.
044200     IF NOT WS-STEPLOG-OK AND NOT WS-STEPLOG-NOTFOUND
044300         DISPLAY 'DL100J0E-STEPLOG READ FAILED, STATUS '
044400             WS-STEPLOG-STATUS
044500         MOVE 99 TO RETURN-CODE
044600         SET WS-INIT-FAILED TO TRUE
044700         GO TO 1150-EXIT
044800     END-IF.
044900     IF WS-LOG-FOUND
045000         MOVE DL100SL-NIGHT-DATE TO WS-END-DATE
045100         MOVE 'LAST NIGHT OPENED ON STEPLOG BY DL100E'
045200             TO WS-END-SOURCE
045300         GO TO 1150-EXIT
045400     END-IF.
045500     MOVE WS-CURR-DATE TO WS-WORK-DATE.
045600     PERFORM 7100-BACK-ONE-DAY THRU 7100-EXIT.
045700     MOVE WS-WORK-DATE TO WS-END-DATE.
045800     MOVE 'NO NIGHT ON STEPLOG, USING YESTERDAY'
045900         TO WS-END-SOURCE.
046000 1150-EXIT.
046100     EXIT.
046200*----------------------------------------------------------------*
046300*  1200-SET-WINDOW  --  THE WINDOW IN SECONDS FROM MIDNIGHT      *
046400*  STARTING THE NIGHT                                            *
046500*----------------------------------------------------------------*
046600 1200-SET-WINDOW.
046700     COMPUTE WS-WIN-START-SECS = WS-WIN-START-HH * 3600
046800         + WS-WIN-START-MN * 60.
046900     COMPUTE WS-WIN-END-SECS = WS-WIN-END-HH * 3600
047000         + WS-WIN-END-MN * 60.
047100     IF WS-WIN-END NOT > WS-WIN-START
047200         ADD 86400 TO WS-WIN-END-SECS
047300     END-IF.
047400 1200-EXIT.
047500     EXIT.
047600*----------------------------------------------------------------*
047700*  1300-SET-NIGHT-DATES  --  THE SEVEN NIGHTS ENDING ON THE LAST *
047800*  NIGHT, OLDEST IN THE FIRST ENTRY                              *
047900*----------------------------------------------------------------*
048000 1300-SET-NIGHT-DATES.
048100     MOVE WS-END-DATE TO WS-WORK-DATE.
048200     PERFORM 1310-SET-ONE-NIGHT THRU 1310-EXIT
048300         VARYING WS-NGT-SUB FROM 7 BY -1
048400         UNTIL WS-NGT-SUB < 1.
048500 1300-EXIT.
048600     EXIT.
048700 1310-SET-ONE-NIGHT.
048800     MOVE WS-WORK-DATE TO WS-NGT-DATE (WS-NGT-SUB).
048900     PERFORM 7100-BACK-ONE-DAY THRU 7100-EXIT.
049000 1310-EXIT.
049100     EXIT.
049200*----------------------------------------------------------------*
049300*  2000-LOAD-WEEK  --  READ EVERY STEP OF EVERY NIGHT FROM       *
049400*  STEPLOG INTO THE WEEK TABLE                                   *
049500*----------------------------------------------------------------*
049600 2000-LOAD-WEEK.
049700     PERFORM 2100-LOAD-ONE-NIGHT THRU 2100-EXIT
049800         VARYING WS-NGT-SUB FROM 1 BY 1
049900         UNTIL WS-NGT-SUB > 7
050000            OR WS-FATAL-ERROR.
050100 2000-EXIT.
050200     EXIT.
050300 2100-LOAD-ONE-NIGHT.
050400     MOVE ZERO TO WS-NGT-LOGGED (WS-NGT-SUB)
050500                  WS-NGT-FIRST-SUB (WS-NGT-SUB)
050600                  WS-NGT-LAST-SUB (WS-NGT-SUB)
050700                  WS-NGT-FIRST-SECS (WS-NGT-SUB)
050800                  WS-NGT-LAST-SECS (WS-NGT-SUB)
050900                  WS-NGT-SPAN-SECS (WS-NGT-SUB)
051000                  WS-NGT-LATE-SECS (WS-NGT-SUB)
051100                  WS-NGT-CULPRIT (WS-NGT-SUB)
051200                  WS-NGT-BY-SECS (WS-NGT-SUB).
051300     MOVE SPACES TO WS-NGT-WHY (WS-NGT-SUB).
051400     MOVE SPACE TO WS-NGT-VERDICT (WS-NGT-SUB).
051500     PERFORM 2200-LOAD-ONE-STEP THRU 2200-EXIT
051600         VARYING WS-STP-SUB FROM 1 BY 1
051700         UNTIL WS-STP-SUB > 7
051800            OR WS-FATAL-ERROR.
051900 2100-EXIT.
052000     EXIT.
052100*----------------------------------------------------------------*
052200*  2200-LOAD-ONE-STEP  --  ONE STEP OF ONE NIGHT.  A STEP WITH   *
052300*  NO STEPLOG RECORD IS LEFT NOT RUN.  ITS START, AND ITS END    *
052400*  ONCE ENDED, ARE PUT INTO SECONDS FROM THE NIGHT'S MIDNIGHT.   *
052500*----------------------------------------------------------------*
052600 2200-LOAD-ONE-STEP.
052700     MOVE SPACE TO WS-STP-STATUS (WS-NGT-SUB, WS-STP-SUB).
052800     SET WS-STP-IN-NIGHT (WS-NGT-SUB, WS-STP-SUB) TO TRUE.
052900     MOVE ZERO TO WS-STP-START-DATE (WS-NGT-SUB, WS-STP-SUB)
053000                  WS-STP-START-TIME (WS-NGT-SUB, WS-STP-SUB)
053100                  WS-STP-END-DATE (WS-NGT-SUB, WS-STP-SUB)
053200                  WS-STP-END-TIME (WS-NGT-SUB, WS-STP-SUB)
053300                  WS-STP-START-SECS (WS-NGT-SUB, WS-STP-SUB)
053400                  WS-STP-END-SECS (WS-NGT-SUB, WS-STP-SUB)
053500                  WS-STP-ELAPSED (WS-NGT-SUB, WS-STP-SUB)
053600                  WS-STP-RC (WS-NGT-SUB, WS-STP-SUB)
053700                  WS-STP-READ (WS-NGT-SUB, WS-STP-SUB)
053800                  WS-STP-WRITE (WS-NGT-SUB, WS-STP-SUB)
053900                  WS-STP-RUNS (WS-NGT-SUB, WS-STP-SUB).
054000     MOVE SPACES TO WS-STP-REASON (WS-NGT-SUB, WS-STP-SUB).
054100     MOVE WS-NGT-DATE (WS-NGT-SUB) TO DL100SL-BUS-DATE.
054200     MOVE WS-STEP-NAME (WS-STP-SUB) TO DL100SL-STEP-ID.
054300     READ STEPLOG
054400         INVALID KEY
054500             SET WS-LOG-NOTFOUND TO TRUE
054600         NOT INVALID KEY
054700             SET WS-LOG-FOUND TO TRUE
054800     END-READ.
054900     IF NOT WS-STEPLOG-OK AND NOT WS-STEPLOG-NOTFOUND
055000         DISPLAY 'DL100J0E-STEPLOG READ FAILED, STATUS '
055100             WS-STEPLOG-STATUS
055200         MOVE 99 TO RETURN-CODE
055300         SET WS-FATAL-ERROR TO TRUE
055400         GO TO 2200-EXIT
055500     END-IF.
055600     IF WS-LOG-NOTFOUND
055700         GO TO 2200-EXIT
055800     END-IF.
055900     ADD 1 TO WS-STEP-REC-COUNT.
056000     ADD 1 TO WS-NGT-LOGGED (WS-NGT-SUB).
056100     MOVE DL100SL-STATUS
056200         TO WS-STP-STATUS (WS-NGT-SUB, WS-STP-SUB).
056300     MOVE DL100SL-START-DATE
056400         TO WS-STP-START-DATE (WS-NGT-SUB, WS-STP-SUB).
056500     MOVE DL100SL-START-TIME
056600         TO WS-STP-START-TIME (WS-NGT-SUB, WS-STP-SUB).
056700     MOVE DL100SL-END-DATE
056800         TO WS-STP-END-DATE (WS-NGT-SUB, WS-STP-SUB).
056900     MOVE DL100SL-END-TIME
057000         TO WS-STP-END-TIME (WS-NGT-SUB, WS-STP-SUB).
057100     MOVE DL100SL-ELAPSED-SECS
057200         TO WS-STP-ELAPSED (WS-NGT-SUB, WS-STP-SUB).
057300     MOVE DL100SL-RC TO WS-STP-RC (WS-NGT-SUB, WS-STP-SUB).
057400     MOVE DL100SL-READ-COUNT
057500         TO WS-STP-READ (WS-NGT-SUB, WS-STP-SUB).
057600     MOVE DL100SL-WRITE-COUNT
057700         TO WS-STP-WRITE (WS-NGT-SUB, WS-STP-SUB).
057800     MOVE DL100SL-RUN-COUNT
057900         TO WS-STP-RUNS (WS-NGT-SUB, WS-STP-SUB).
058000     MOVE DL100SL-REASON
058100         TO WS-STP-REASON (WS-NGT-SUB, WS-STP-SUB).
058200     MOVE DL100SL-START-DATE TO WS-TS-DATE.
058300     MOVE DL100SL-START-TIME TO WS-TS-TIME.
058400     PERFORM 7600-NIGHT-SECONDS THRU 7600-EXIT.
058500     MOVE WS-TS-SECS
058600         TO WS-STP-START-SECS (WS-NGT-SUB, WS-STP-SUB).
058700     IF WS-TS-OUTSIDE
058800         SET WS-STP-OUTSIDE (WS-NGT-SUB, WS-STP-SUB) TO TRUE
058900     END-IF.
059000     IF NOT DL100SL-ENDED
059100         GO TO 2200-EXIT
059200     END-IF.
059300     MOVE DL100SL-END-DATE TO WS-TS-DATE.
059400     MOVE DL100SL-END-TIME TO WS-TS-TIME.
059500     PERFORM 7600-NIGHT-SECONDS THRU 7600-EXIT.
059600     MOVE WS-TS-SECS
059700         TO WS-STP-END-SECS (WS-NGT-SUB, WS-STP-SUB).
059800     IF WS-TS-OUTSIDE
059900         SET WS-STP-OUTSIDE (WS-NGT-SUB, WS-STP-SUB) TO TRUE
060000     END-IF.
060100 2200-EXIT.
060200     EXIT.
060300*----------------------------------------------------------------*
060400*  3000-JUDGE-WEEK  --  MEASURE EACH NIGHT AGAINST THE WINDOW,   *
060500*  TAKE THE WEEKLY AVERAGES, THEN FIND THE STEP TO ANSWER FOR    *
060600*  EACH LATE NIGHT.                                              *
060700*----------------------------------------------------------------*
060800 3000-JUDGE-WEEK.
060900     PERFORM 3100-MEASURE-NIGHT THRU 3100-EXIT
061000         VARYING WS-NGT-SUB FROM 1 BY 1
061100         UNTIL WS-NGT-SUB > 7.
061200     PERFORM 3200-AVERAGE-ONE THRU 3200-EXIT
061300         VARYING WS-AVG-SUB FROM 1 BY 1
061400         UNTIL WS-AVG-SUB > 8.
061500     PERFORM 3300-FIND-CULPRIT THRU 3300-EXIT
061600         VARYING WS-NGT-SUB FROM 1 BY 1
061700         UNTIL WS-NGT-SUB > 7.
061800 3000-EXIT.
061900     EXIT.
062000*----------------------------------------------------------------*
062100*  3100-MEASURE-NIGHT  --  A NIGHT WITH NOTHING ON STEPLOG IS    *
062200*  REPORTED AS SUCH AND NOT JUDGED, SINCE NOT EVERY DAY IS A     *
062300*  BATCH NIGHT.  A NIGHT IS INCOMPLETE UNLESS EVERY STEP ENDED   *
062400*  WITHIN IT; OTHERWISE IT IS LATE WHEN ITS LAST STEP ENDED      *
062500*  AFTER THE WINDOW CLOSED.                                      *
062600*----------------------------------------------------------------*
062700 3100-MEASURE-NIGHT.
062800     IF WS-NGT-LOGGED (WS-NGT-SUB) = ZERO
062900         SET WS-NGT-NO-STEPS (WS-NGT-SUB) TO TRUE
063000         ADD 1 TO WS-NO-STEPS-COUNT
063100         GO TO 3100-EXIT
063200     END-IF.
063300     SET WS-NGT-ON-TIME (WS-NGT-SUB) TO TRUE.
063400     PERFORM 3110-MEASURE-STEP THRU 3110-EXIT
063500         VARYING WS-STP-SUB FROM 1 BY 1
063600         UNTIL WS-STP-SUB > 7.
063700     IF WS-NGT-INCOMPLETE (WS-NGT-SUB)
063800         ADD 1 TO WS-INCOMPLETE-COUNT
063900         GO TO 3100-EXIT
064000     END-IF.
064100     COMPUTE WS-NGT-SPAN-SECS (WS-NGT-SUB) =
064200         WS-NGT-LAST-SECS (WS-NGT-SUB)
064300         - WS-NGT-FIRST-SECS (WS-NGT-SUB).
064400     IF WS-NGT-LAST-SECS (WS-NGT-SUB) > WS-WIN-END-SECS
064500         SET WS-NGT-LATE (WS-NGT-SUB) TO TRUE
064600         COMPUTE WS-NGT-LATE-SECS (WS-NGT-SUB) =
064700             WS-NGT-LAST-SECS (WS-NGT-SUB) - WS-WIN-END-SECS
064800         ADD 1 TO WS-LATE-COUNT
064900     ELSE
065000         ADD 1 TO WS-ON-TIME-COUNT
065100     END-IF.
065200 3100-EXIT.
065300     EXIT.
065400*----------------------------------------------------------------*
065500*  3110-MEASURE-STEP  --  THE FIRST STEP IN RUNNING ORDER THAT   *
065600*  DID NOT END WITHIN THE NIGHT MAKES IT INCOMPLETE AND ANSWERS  *
065700*  FOR IT.  THE EARLIEST START AND THE LATEST END OF THE STEPS   *
065800*  MEASURED WITHIN THE NIGHT BOUND IT.                           *
065900*----------------------------------------------------------------*
066000 3110-MEASURE-STEP.
066100     IF NOT WS-STP-ENDED (WS-NGT-SUB, WS-STP-SUB)
066200      OR WS-STP-OUTSIDE (WS-NGT-SUB, WS-STP-SUB)
066300         IF NOT WS-NGT-INCOMPLETE (WS-NGT-SUB)
066400             SET WS-NGT-INCOMPLETE (WS-NGT-SUB) TO TRUE
066500             MOVE WS-STP-SUB TO WS-NGT-CULPRIT (WS-NGT-SUB)
066600             PERFORM 3120-SET-INCOMPLETE-WHY THRU 3120-EXIT
066700         END-IF
066800     END-IF.
066900     IF WS-STP-OUTSIDE (WS-NGT-SUB, WS-STP-SUB)
067000      OR WS-STP-NOT-RUN (WS-NGT-SUB, WS-STP-SUB)
067100      OR WS-STP-REFUSED (WS-NGT-SUB, WS-STP-SUB)
067200         GO TO 3110-EXIT
067300     END-IF.
067400     IF WS-NGT-FIRST-SUB (WS-NGT-SUB) = ZERO
067500      OR WS-STP-START-SECS (WS-NGT-SUB, WS-STP-SUB)
067600             < WS-NGT-FIRST-SECS (WS-NGT-SUB)
067700         MOVE WS-STP-SUB TO WS-NGT-FIRST-SUB (WS-NGT-SUB)
067800         MOVE WS-STP-START-SECS (WS-NGT-SUB, WS-STP-SUB)
067900             TO WS-NGT-FIRST-SECS (WS-NGT-SUB)
068000     END-IF.
068100     IF NOT WS-STP-ENDED (WS-NGT-SUB, WS-STP-SUB)
068200         GO TO 3110-EXIT
068300     END-IF.
068400     IF WS-NGT-LAST-SUB (WS-NGT-SUB) = ZERO
068500      OR WS-STP-END-SECS (WS-NGT-SUB, WS-STP-SUB)
068600             > WS-NGT-LAST-SECS (WS-NGT-SUB)
068700         MOVE WS-STP-SUB TO WS-NGT-LAST-SUB (WS-NGT-SUB)
068800         MOVE WS-STP-END-SECS (WS-NGT-SUB, WS-STP-SUB)
068900             TO WS-NGT-LAST-SECS (WS-NGT-SUB)
069000     END-IF.
069100 3110-EXIT.
069200     EXIT.
069300 3120-SET-INCOMPLETE-WHY.
069400     IF WS-STP-OUTSIDE (WS-NGT-SUB, WS-STP-SUB)
069500         MOVE 'LOGGED ON A DAY OUTSIDE ITS NIGHT'
069600             TO WS-NGT-WHY (WS-NGT-SUB)
069700         GO TO 3120-EXIT
069800     END-IF.
069900     IF WS-STP-STARTED (WS-NGT-SUB, WS-STP-SUB)
070000         MOVE 'STARTED BUT NOT ENDED - RUNNING OR ABENDED'
070100             TO WS-NGT-WHY (WS-NGT-SUB)
070200         GO TO 3120-EXIT
070300     END-IF.
070400     IF WS-STP-REFUSED (WS-NGT-SUB, WS-STP-SUB)
070500         STRING 'REFUSED, '       DELIMITED BY SIZE
070600                WS-STP-REASON (WS-NGT-SUB, WS-STP-SUB)
070700                                  DELIMITED BY SIZE
070800             INTO WS-NGT-WHY (WS-NGT-SUB)
070900         END-STRING
071000         GO TO 3120-EXIT
071100     END-IF.
071200     MOVE 'NOT RUN' TO WS-NGT-WHY (WS-NGT-SUB).
071300 3120-EXIT.
071400     EXIT.
071500*----------------------------------------------------------------*
071600*  3200-AVERAGE-ONE  --  THE WEEKLY AND PRIOR AVERAGE ELAPSED    *
071700*  SECONDS OF ONE STEP, OR OF THE WHOLE NIGHT FOR ENTRY EIGHT    *
071800*----------------------------------------------------------------*
071900 3200-AVERAGE-ONE.
072000     MOVE ZERO TO WS-AVG-TOTAL (WS-AVG-SUB)
072100                  WS-AVG-COUNT (WS-AVG-SUB)
072200                  WS-AVG-SECS (WS-AVG-SUB)
072300                  WS-AVG-PRIOR-TOTAL (WS-AVG-SUB)
072400                  WS-AVG-PRIOR-COUNT (WS-AVG-SUB)
072500                  WS-AVG-PRIOR-SECS (WS-AVG-SUB).
072600     PERFORM 3210-ADD-ONE-NIGHT THRU 3210-EXIT
072700         VARYING WS-NGT-SUB FROM 1 BY 1
072800         UNTIL WS-NGT-SUB > 7.
072900     IF WS-AVG-COUNT (WS-AVG-SUB) > ZERO
073000         COMPUTE WS-AVG-SECS (WS-AVG-SUB) ROUNDED =
073100             WS-AVG-TOTAL (WS-AVG-SUB) / WS-AVG-COUNT (WS-AVG-SUB)
073200     END-IF.
073300     IF WS-AVG-PRIOR-COUNT (WS-AVG-SUB) > ZERO
073400         COMPUTE WS-AVG-PRIOR-SECS (WS-AVG-SUB) ROUNDED =
073500             WS-AVG-PRIOR-TOTAL (WS-AVG-SUB)
073600             / WS-AVG-PRIOR-COUNT (WS-AVG-SUB)
073700     END-IF.
073800 3200-EXIT.
073900     EXIT.
074000 3210-ADD-ONE-NIGHT.
074100     PERFORM 7700-GET-ELAPSED THRU 7700-EXIT.
074200     IF WS-ELAP-NONE
074300         GO TO 3210-EXIT
074400     END-IF.
074500     ADD WS-ELAP-SECS TO WS-AVG-TOTAL (WS-AVG-SUB).
074600     ADD 1 TO WS-AVG-COUNT (WS-AVG-SUB).
074700     IF WS-NGT-SUB < 7
074800         ADD WS-ELAP-SECS TO WS-AVG-PRIOR-TOTAL (WS-AVG-SUB)
074900         ADD 1 TO WS-AVG-PRIOR-COUNT (WS-AVG-SUB)
075000     END-IF.
075100 3210-EXIT.
075200     EXIT.
075300*----------------------------------------------------------------*
075400*  3300-FIND-CULPRIT  --  FOR A LATE NIGHT, THE STEP TO ANSWER   *
075500*  FOR IT.  A NIGHT THAT STARTED AFTER THE WINDOW OPENED BY MORE *
075600*  THAN ANY STEP RAN OVER ITS AVERAGE IS LAID AT THE DOOR OF ITS *
075700*  FIRST STEP; OTHERWISE THE STEP FURTHEST OVER ITS WEEKLY       *
075800*  AVERAGE ANSWERS.  WHEN NO STEP RAN A MINUTE OVER, THE WHOLE   *
075900*  RUN IS SIMPLY TOO LONG FOR THE WINDOW AND THE LONGEST STEP    *
076000*  IS NAMED.                                                     *
076100*----------------------------------------------------------------*
076200 3300-FIND-CULPRIT.
076300     IF NOT WS-NGT-LATE (WS-NGT-SUB)
076400         GO TO 3300-EXIT
076500     END-IF.
076600     MOVE ZERO TO WS-LATE-START-SECS.
076700     IF WS-NGT-FIRST-SECS (WS-NGT-SUB) > WS-WIN-START-SECS
076800         COMPUTE WS-LATE-START-SECS =
076900             WS-NGT-FIRST-SECS (WS-NGT-SUB) - WS-WIN-START-SECS
077000     END-IF.
077100     MOVE ZERO TO WS-BEST-EXCESS.
077200     MOVE ZERO TO WS-BEST-SUB.
077300     MOVE ZERO TO WS-LONGEST-SECS.
077400     MOVE ZERO TO WS-LONGEST-SUB.
077500     PERFORM 3310-CHECK-STEP-EXCESS THRU 3310-EXIT
077600         VARYING WS-STP-SUB FROM 1 BY 1
077700         UNTIL WS-STP-SUB > 7.
077800     IF WS-LATE-START-SECS NOT < 60
077900      AND WS-LATE-START-SECS NOT < WS-BEST-EXCESS
078000         MOVE WS-NGT-FIRST-SUB (WS-NGT-SUB)
078100             TO WS-NGT-CULPRIT (WS-NGT-SUB)
078200         MOVE 'NIGHT STARTED AFTER THE WINDOW OPENED, BY'
078300             TO WS-NGT-WHY (WS-NGT-SUB)
078400         MOVE WS-LATE-START-SECS TO WS-NGT-BY-SECS (WS-NGT-SUB)
078500         GO TO 3300-EXIT
078600     END-IF.
078700     IF WS-BEST-EXCESS NOT < 60
078800         MOVE WS-BEST-SUB TO WS-NGT-CULPRIT (WS-NGT-SUB)
078900         MOVE 'RAN OVER ITS WEEKLY AVERAGE BY'
079000             TO WS-NGT-WHY (WS-NGT-SUB)
079100         MOVE WS-BEST-EXCESS TO WS-NGT-BY-SECS (WS-NGT-SUB)
079200         GO TO 3300-EXIT
079300     END-IF.
079400     MOVE WS-LONGEST-SUB TO WS-NGT-CULPRIT (WS-NGT-SUB).
079500     MOVE 'LONGEST STEP, NONE RAN OVER ITS AVERAGE'
079600         TO WS-NGT-WHY (WS-NGT-SUB).
079700 3300-EXIT.
079800     EXIT.
079900 3310-CHECK-STEP-EXCESS.
080000     COMPUTE WS-EXCESS-SECS =
080100         WS-STP-ELAPSED (WS-NGT-SUB, WS-STP-SUB)
080200         - WS-AVG-SECS (WS-STP-SUB).
080300     IF WS-BEST-SUB = ZERO
080400      OR WS-EXCESS-SECS > WS-BEST-EXCESS
080500         MOVE WS-STP-SUB TO WS-BEST-SUB
080600         MOVE WS-EXCESS-SECS TO WS-BEST-EXCESS
080700     END-IF.
080800     IF WS-LONGEST-SUB = ZERO
080900      OR WS-STP-ELAPSED (WS-NGT-SUB, WS-STP-SUB)
081000             > WS-LONGEST-SECS
081100         MOVE WS-STP-SUB TO WS-LONGEST-SUB
081200         MOVE WS-STP-ELAPSED (WS-NGT-SUB, WS-STP-SUB)
081300             TO WS-LONGEST-SECS
081400     END-IF.
081500 3310-EXIT.
081600     EXIT.
081700*----------------------------------------------------------------*
081800*  4000-WRITE-WEEK  --  THE NIGHTS, THE STEPS OF EACH NIGHT AND  *
081900*  THE TREND                                                     *
082000*----------------------------------------------------------------*
082100 4000-WRITE-WEEK.
082200     PERFORM 4100-WRITE-NIGHTS THRU 4100-EXIT.
082300     IF WS-NO-FATAL-ERROR
082400         PERFORM 4200-WRITE-STEPS THRU 4200-EXIT
082500     END-IF.
082600     IF WS-NO-FATAL-ERROR
082700         PERFORM 4300-WRITE-TREND THRU 4300-EXIT
082800     END-IF.
082900 4000-EXIT.
083000     EXIT.
083100*----------------------------------------------------------------*
083200*  4100-WRITE-NIGHTS  --  ONE LINE PER NIGHT AGAINST THE WINDOW  *
083300*----------------------------------------------------------------*
083400 4100-WRITE-NIGHTS.
083500     MOVE 'NIGHTS AGAINST THE BATCH WINDOW' TO WS-SECTION-TITLE.
083600     MOVE WS-NGT-HDG TO WS-COL-HDG.
083700     PERFORM 8150-WRITE-SECTION THRU 8150-EXIT.
083800     PERFORM 4110-WRITE-ONE-NIGHT THRU 4110-EXIT
083900         VARYING WS-NGT-SUB FROM 1 BY 1
084000         UNTIL WS-NGT-SUB > 7
084100            OR WS-FATAL-ERROR.
084200 4100-EXIT.
084300     EXIT.
084400 4110-WRITE-ONE-NIGHT.
084500     MOVE SPACES TO DL100JR-NGT-LINE.
084600     MOVE ' ' TO DL100JR-NGT-CC.
084700     MOVE WS-NGT-DATE (WS-NGT-SUB) TO WS-PRT-DATE.
084800     PERFORM 7900-FORMAT-DATE THRU 7900-EXIT.
084900     MOVE WS-PRT-DATE-TEXT TO DL100JR-NGT-DATE.
085000     IF WS-NGT-NO-STEPS (WS-NGT-SUB)
085100         MOVE 'NO STEPS' TO DL100JR-NGT-VERDICT
085200         MOVE 'NOTHING LOGGED ON STEPLOG FOR THE NIGHT'
085300             TO DL100JR-NGT-WHY
085400         GO TO 4110-WRITE
085500     END-IF.
085600     IF WS-NGT-FIRST-SUB (WS-NGT-SUB) > ZERO
085700         MOVE WS-NGT-FIRST-SUB (WS-NGT-SUB) TO WS-STP-SUB
085800         MOVE WS-STP-START-DATE (WS-NGT-SUB, WS-STP-SUB)
085900             TO WS-TS-DATE
086000         MOVE WS-STP-START-TIME (WS-NGT-SUB, WS-STP-SUB)
086100             TO WS-TS-TIME
086200         PERFORM 7920-FORMAT-STAMP THRU 7920-EXIT
086300         MOVE WS-STAMP-TEXT TO DL100JR-NGT-FIRST
086400     END-IF.
086500     IF WS-NGT-LAST-SUB (WS-NGT-SUB) > ZERO
086600         MOVE WS-NGT-LAST-SUB (WS-NGT-SUB) TO WS-STP-SUB
086700         MOVE WS-STP-END-DATE (WS-NGT-SUB, WS-STP-SUB)
086800             TO WS-TS-DATE
086900         MOVE WS-STP-END-TIME (WS-NGT-SUB, WS-STP-SUB)
087000             TO WS-TS-TIME
087100         PERFORM 7920-FORMAT-STAMP THRU 7920-EXIT
087200         MOVE WS-STAMP-TEXT TO DL100JR-NGT-LAST
087300     END-IF.
087400     IF WS-NGT-INCOMPLETE (WS-NGT-SUB)
087500         MOVE 'INCOMPLETE' TO DL100JR-NGT-VERDICT
087600     ELSE
087700         MOVE WS-NGT-SPAN-SECS (WS-NGT-SUB) TO WS-FMT-SECS
087800         PERFORM 7930-FORMAT-ELAPSED THRU 7930-EXIT
087900         MOVE WS-ELAPSED-TEXT TO DL100JR-NGT-ELAPSED
088000         IF WS-NGT-LATE (WS-NGT-SUB)
088100             MOVE 'LATE' TO DL100JR-NGT-VERDICT
088200             COMPUTE DL100JR-NGT-LATE-ED =
088300                 (WS-NGT-LATE-SECS (WS-NGT-SUB) + 59) / 60
088400         ELSE
088500             MOVE 'ON TIME' TO DL100JR-NGT-VERDICT
088600         END-IF
088700     END-IF.
088800     IF WS-NGT-CULPRIT (WS-NGT-SUB) > ZERO
088900         MOVE WS-NGT-CULPRIT (WS-NGT-SUB) TO WS-STP-SUB
089000         MOVE WS-STEP-NAME (WS-STP-SUB) TO DL100JR-NGT-STEP
089100     END-IF.
089200     MOVE WS-NGT-WHY (WS-NGT-SUB) TO DL100JR-NGT-WHY.
089300     IF WS-NGT-BY-SECS (WS-NGT-SUB) > ZERO
089400         COMPUTE DL100JR-NGT-BY-ED ROUNDED =
089500             WS-NGT-BY-SECS (WS-NGT-SUB) / 60
089600     END-IF.
089700 4110-WRITE.
089800     PERFORM 8920-WRITE-NGT-LINE THRU 8920-EXIT.
089900 4110-EXIT.
090000     EXIT.
090100*----------------------------------------------------------------*
090200*  4200-WRITE-STEPS  --  EVERY STEP OF EVERY NIGHT AS LOGGED     *
090300*----------------------------------------------------------------*
090400 4200-WRITE-STEPS.
090500     MOVE 'STEPS OF EACH NIGHT AS LOGGED ON STEPLOG'
090600         TO WS-SECTION-TITLE.
090700     MOVE WS-STP-HDG TO WS-COL-HDG.
090800     PERFORM 8150-WRITE-SECTION THRU 8150-EXIT.
090900     PERFORM 4210-WRITE-ONE-NIGHT THRU 4210-EXIT
091000         VARYING WS-NGT-SUB FROM 1 BY 1
091100         UNTIL WS-NGT-SUB > 7
091200            OR WS-FATAL-ERROR.
091300 4200-EXIT.
091400     EXIT.
091500 4210-WRITE-ONE-NIGHT.
091600     MOVE SPACES TO DL100JR-LINE.
091700     MOVE ' ' TO DL100JR-CC.
091800     MOVE 'NIGHT OF' TO DL100JR-TEXT.
091900     MOVE WS-NGT-DATE (WS-NGT-SUB) TO WS-PRT-DATE.
092000     PERFORM 7900-FORMAT-DATE THRU 7900-EXIT.
092100     MOVE WS-PRT-DATE-TEXT TO DL100JR-DATE.
092200     PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT.
092300     PERFORM 4220-WRITE-ONE-STEP THRU 4220-EXIT
092400         VARYING WS-STP-SUB FROM 1 BY 1
092500         UNTIL WS-STP-SUB > 7
092600            OR WS-FATAL-ERROR.
092700 4210-EXIT.
092800     EXIT.
092900*----------------------------------------------------------------*
093000*  4220-WRITE-ONE-STEP  --  A STEP STILL STARTED SHOWS ONLY ITS  *
093100*  START; A REFUSED STEP SHOWS WHY.  THE STEP THAT ANSWERS FOR A *
093200*  LATE NIGHT IS MARKED.                                         *
093300*----------------------------------------------------------------*
093400 4220-WRITE-ONE-STEP.
093500     MOVE SPACES TO DL100JR-STP-LINE.
093600     MOVE ' ' TO DL100JR-STP-CC.
093700     MOVE WS-STEP-NAME (WS-STP-SUB) TO DL100JR-STP-STEP.
093800     IF WS-STP-NOT-RUN (WS-NGT-SUB, WS-STP-SUB)
093900         MOVE 'NOT RUN' TO DL100JR-STP-STATUS
094000         GO TO 4220-WRITE
094100     END-IF.
094200     MOVE WS-STP-START-DATE (WS-NGT-SUB, WS-STP-SUB)
094300         TO WS-TS-DATE.
094400     MOVE WS-STP-START-TIME (WS-NGT-SUB, WS-STP-SUB)
094500         TO WS-TS-TIME.
094600     PERFORM 7920-FORMAT-STAMP THRU 7920-EXIT.
094700     MOVE WS-STAMP-TEXT TO DL100JR-STP-START.
094800     MOVE WS-STP-RUNS (WS-NGT-SUB, WS-STP-SUB)
094900         TO DL100JR-STP-RUNS-ED.
095000     IF WS-STP-STARTED (WS-NGT-SUB, WS-STP-SUB)
095100         MOVE 'STARTED' TO DL100JR-STP-STATUS
095200         MOVE 'NOT ENDED - RUNNING OR ABENDED' TO DL100JR-STP-NOTE
095300         GO TO 4220-WRITE
095400     END-IF.
095500     MOVE WS-STP-END-DATE (WS-NGT-SUB, WS-STP-SUB)
095600         TO WS-TS-DATE.
095700     MOVE WS-STP-END-TIME (WS-NGT-SUB, WS-STP-SUB)
095800         TO WS-TS-TIME.
095900     PERFORM 7920-FORMAT-STAMP THRU 7920-EXIT.
096000     MOVE WS-STAMP-TEXT TO DL100JR-STP-END.
096100     MOVE WS-STP-ELAPSED (WS-NGT-SUB, WS-STP-SUB) TO WS-FMT-SECS.
096200     PERFORM 7930-FORMAT-ELAPSED THRU 7930-EXIT.
096300     MOVE WS-ELAPSED-TEXT TO DL100JR-STP-ELAPSED.
096400     MOVE WS-STP-READ (WS-NGT-SUB, WS-STP-SUB)
096500         TO DL100JR-STP-READ-ED.
096600     MOVE WS-STP-WRITE (WS-NGT-SUB, WS-STP-SUB)
096700         TO DL100JR-STP-WRITE-ED.
096800     MOVE WS-STP-RC (WS-NGT-SUB, WS-STP-SUB) TO DL100JR-STP-RC-ED.
096900     IF WS-STP-REFUSED (WS-NGT-SUB, WS-STP-SUB)
097000         MOVE 'REFUSED' TO DL100JR-STP-STATUS
097100         MOVE WS-STP-REASON (WS-NGT-SUB, WS-STP-SUB)
097200             TO DL100JR-STP-NOTE
097300         GO TO 4220-WRITE
097400     END-IF.
097500     MOVE 'ENDED' TO DL100JR-STP-STATUS.
097600     IF WS-STP-OUTSIDE (WS-NGT-SUB, WS-STP-SUB)
097700         MOVE 'LOGGED ON A DAY OUTSIDE ITS NIGHT'
097800             TO DL100JR-STP-NOTE
097900         GO TO 4220-WRITE
098000     END-IF.
098100     IF WS-NGT-LATE (WS-NGT-SUB)
098200      AND WS-NGT-CULPRIT (WS-NGT-SUB) = WS-STP-SUB
098300         MOVE 'ANSWERS FOR THE LATE NIGHT' TO DL100JR-STP-NOTE
098400     END-IF.
098500 4220-WRITE.
098600     PERFORM 8930-WRITE-STP-LINE THRU 8930-EXIT.
098700 4220-EXIT.
098800     EXIT.
098900*----------------------------------------------------------------*
099000*  4300-WRITE-TREND  --  EACH STEP'S ELAPSED MINUTES NIGHT BY    *
099100*  NIGHT, ITS WEEKLY AVERAGE, AND THE LAST NIGHT AGAINST THE     *
099200*  AVERAGE OF THE SIX BEFORE IT: UP WHEN MORE THAN 10 PER CENT   *
099300*  OVER, DOWN WHEN MORE THAN 10 PER CENT UNDER, ELSE FLAT.  THE  *
099400*  LAST ROW IS THE WHOLE NIGHT, FIRST START TO LAST END, FOR THE *
099500*  NIGHTS THAT FINISHED.  -- MARKS A NIGHT THE STEP DID NOT END. *
099600*----------------------------------------------------------------*
099700 4300-WRITE-TREND.
099800     MOVE 'ELAPSED MINUTES, AVERAGE AND TREND'
099900         TO WS-SECTION-TITLE.
100000     MOVE SPACES TO WS-COL-HDG.
100100     PERFORM 8150-WRITE-SECTION THRU 8150-EXIT.
100200     MOVE SPACES TO DL100JR-TRD-LINE.
100300     MOVE ' ' TO DL100JR-TRD-CC.
100400     MOVE 'STEP' TO DL100JR-TRD-STEP.
100500     PERFORM 4305-SET-NIGHT-TITLE THRU 4305-EXIT
100600         VARYING WS-NGT-SUB FROM 1 BY 1
100700         UNTIL WS-NGT-SUB > 7.
100800     MOVE '  AVG' TO DL100JR-TRD-AVG.
100900     MOVE 'TREND' TO DL100JR-TRD-TREND.
101000     PERFORM 8940-WRITE-TRD-LINE THRU 8940-EXIT.
101100     PERFORM 4310-WRITE-ONE-ROW THRU 4310-EXIT
101200         VARYING WS-AVG-SUB FROM 1 BY 1
101300         UNTIL WS-AVG-SUB > 8
101400            OR WS-FATAL-ERROR.
101500 4300-EXIT.
101600     EXIT.
101700 4305-SET-NIGHT-TITLE.
101800     MOVE WS-NGT-DATE (WS-NGT-SUB) TO WS-TS-DATE.
101900     STRING WS-TS-MM DELIMITED BY SIZE
102000            '/'      DELIMITED BY SIZE
102100            WS-TS-DD DELIMITED BY SIZE
102200         INTO DL100JR-TRD-MIN (WS-NGT-SUB)
102300     END-STRING.
102400 4305-EXIT.
102500     EXIT.
102600 4310-WRITE-ONE-ROW.
102700     MOVE SPACES TO DL100JR-TRD-LINE.
102800     MOVE ' ' TO DL100JR-TRD-CC.
102900     IF WS-AVG-SUB = 8
103000         MOVE 'NIGHT' TO DL100JR-TRD-STEP
103100     ELSE
103200         MOVE WS-STEP-NAME (WS-AVG-SUB) TO DL100JR-TRD-STEP
103300     END-IF.
103400     PERFORM 4320-SET-ONE-NIGHT THRU 4320-EXIT
103500         VARYING WS-NGT-SUB FROM 1 BY 1
103600         UNTIL WS-NGT-SUB > 7.
103700     IF WS-AVG-COUNT (WS-AVG-SUB) > ZERO
103800         COMPUTE WS-MIN-ED ROUNDED = WS-AVG-SECS (WS-AVG-SUB) / 60
103900         MOVE WS-MIN-ED TO DL100JR-TRD-AVG
104000     ELSE
104100         MOVE '   --' TO DL100JR-TRD-AVG
104200     END-IF.
104300     PERFORM 4330-SET-TREND THRU 4330-EXIT.
104400     PERFORM 8940-WRITE-TRD-LINE THRU 8940-EXIT.
104500 4310-EXIT.
104600     EXIT.
104700 4320-SET-ONE-NIGHT.
104800     PERFORM 7700-GET-ELAPSED THRU 7700-EXIT.
104900     IF WS-ELAP-KNOWN
105000         COMPUTE WS-MIN-ED ROUNDED = WS-ELAP-SECS / 60
105100         MOVE WS-MIN-ED TO DL100JR-TRD-MIN (WS-NGT-SUB)
105200     ELSE
105300         MOVE '   --' TO DL100JR-TRD-MIN (WS-NGT-SUB)
105400     END-IF.
105500 4320-EXIT.
105600     EXIT.
105700 4330-SET-TREND.
105800     MOVE 7 TO WS-NGT-SUB.
105900     PERFORM 7700-GET-ELAPSED THRU 7700-EXIT.
106000     IF WS-ELAP-NONE
106100      OR WS-AVG-PRIOR-COUNT (WS-AVG-SUB) = ZERO
106200         MOVE '--' TO DL100JR-TRD-TREND
106300         GO TO 4330-EXIT
106400     END-IF.
106500     IF WS-ELAP-SECS * 100 > WS-AVG-PRIOR-SECS (WS-AVG-SUB) * 110
106600         MOVE 'UP' TO DL100JR-TRD-TREND
106700         GO TO 4330-EXIT
106800     END-IF.
106900     IF WS-ELAP-SECS * 100 < WS-AVG-PRIOR-SECS (WS-AVG-SUB) * 90
107000         MOVE 'DOWN' TO DL100JR-TRD-TREND
107100         GO TO 4330-EXIT
107200     END-IF.
107300     MOVE 'FLAT' TO DL100JR-TRD-TREND.
107400 4330-EXIT.
107500     EXIT.
107600*----------------------------------------------------------------*
107700*  7100-BACK-ONE-DAY  --  WS-WORK-DATE MINUS ONE CALENDAR DAY,   *
107800*  ROLLING BACK THROUGH MONTH STARTS AND YEAR STARTS.            *
107900*----------------------------------------------------------------*
108000 7100-BACK-ONE-DAY.
108100     IF WS-WRK-DD > 1
108200         SUBTRACT 1 FROM WS-WRK-DD
108300         GO TO 7100-EXIT
108400     END-IF.
108500     IF WS-WRK-MM = 1
108600         MOVE 12 TO WS-WRK-MM
108700         SUBTRACT 1 FROM WS-WRK-YYYY
108800     ELSE
108900         SUBTRACT 1 FROM WS-WRK-MM
109000     END-IF.
109100     PERFORM 7200-SET-MONTH-DAYS THRU 7200-EXIT.
109200     MOVE WS-MONTH-DAYS TO WS-WRK-DD.
109300 7100-EXIT.
109400     EXIT.
109500*----------------------------------------------------------------*
109600*  7200-SET-MONTH-DAYS  --  DAYS IN WS-WRK-MM OF WS-WRK-YYYY,    *
109700*  WITH THE FEBRUARY LEAP YEAR RULE (DIVIDES BY 4 AND NOT BY     *
109800*  100, OR DIVIDES BY 400).                                      *
109900*----------------------------------------------------------------*
110000 7200-SET-MONTH-DAYS.
110100     MOVE WS-DIM (WS-WRK-MM) TO WS-MONTH-DAYS.
110200     IF WS-WRK-MM NOT = 2
110300         GO TO 7200-EXIT
110400     END-IF.
110500     DIVIDE WS-WRK-YYYY BY 400 GIVING WS-LEAP-QUOT
110600         REMAINDER WS-LEAP-REM.
110700     IF WS-LEAP-REM = ZERO
110800         MOVE 29 TO WS-MONTH-DAYS
110900         GO TO 7200-EXIT
111000     END-IF.
111100     DIVIDE WS-WRK-YYYY BY 100 GIVING WS-LEAP-QUOT
111200         REMAINDER WS-LEAP-REM.
111300     IF WS-LEAP-REM = ZERO
111400         GO TO 7200-EXIT
111500     END-IF.
111600     DIVIDE WS-WRK-YYYY BY 4 GIVING WS-LEAP-QUOT
111700         REMAINDER WS-LEAP-REM.
111800     IF WS-LEAP-REM = ZERO
111900         MOVE 29 TO WS-MONTH-DAYS
112000     END-IF.
112100 7200-EXIT.
112200     EXIT.
112300*----------------------------------------------------------------*
112400*  7500-NEXT-ONE-DAY  --  WS-WORK-DATE PLUS ONE CALENDAR DAY,    *
112500*  ROLLING THROUGH MONTH ENDS AND YEAR ENDS.                     *
112600*----------------------------------------------------------------*
112700 7500-NEXT-ONE-DAY.
112800     PERFORM 7200-SET-MONTH-DAYS THRU 7200-EXIT.
112900     IF WS-WRK-DD < WS-MONTH-DAYS
113000         ADD 1 TO WS-WRK-DD
113100         GO TO 7500-EXIT
113200     END-IF.
113300     MOVE 1 TO WS-WRK-DD.
113400     IF WS-WRK-MM = 12
113500         MOVE 1 TO WS-WRK-MM
113600         ADD 1 TO WS-WRK-YYYY
113700     ELSE
113800         ADD 1 TO WS-WRK-MM
113900     END-IF.
114000 7500-EXIT.
114100     EXIT.
114200*----------------------------------------------------------------*
114300*  7600-NIGHT-SECONDS  --  WS-TS-DATE AND WS-TS-TIME AS SECONDS  *
114400*  FROM MIDNIGHT STARTING THE NIGHT IN WS-NGT-SUB, COUNTING THE  *
114500*  DAYS FORWARD FROM THE NIGHT TO THE CLOCK DATE.  A CLOCK DATE  *
114600*  BEFORE THE NIGHT OR MORE THAN SEVEN DAYS AFTER IT IS OUTSIDE  *
114700*  THE NIGHT AND GIVES ZERO.                                     *
114800*----------------------------------------------------------------*
114900 7600-NIGHT-SECONDS.
115000     SET WS-TS-IN-NIGHT TO TRUE.
115100     MOVE ZERO TO WS-TS-SECS.
115200     MOVE ZERO TO WS-DAY-OFFSET.
115300     IF WS-TS-DATE < WS-NGT-DATE (WS-NGT-SUB)
115400         SET WS-TS-OUTSIDE TO TRUE
115500         GO TO 7600-EXIT
115600     END-IF.
115700     MOVE WS-NGT-DATE (WS-NGT-SUB) TO WS-WORK-DATE.
115800     PERFORM 7610-COUNT-ONE-DAY THRU 7610-EXIT
115900         UNTIL WS-WORK-DATE NOT < WS-TS-DATE
116000            OR WS-DAY-OFFSET > 7.
116100     IF WS-WORK-DATE NOT = WS-TS-DATE
116200         SET WS-TS-OUTSIDE TO TRUE
116300         GO TO 7600-EXIT
116400     END-IF.
116500     COMPUTE WS-TS-SECS = WS-DAY-OFFSET * 86400
116600         + WS-TS-HH * 3600 + WS-TS-MN * 60 + WS-TS-SS.
116700 7600-EXIT.
116800     EXIT.
116900 7610-COUNT-ONE-DAY.
117000     PERFORM 7500-NEXT-ONE-DAY THRU 7500-EXIT.
117100     ADD 1 TO WS-DAY-OFFSET.
117200 7610-EXIT.
117300     EXIT.
117400*----------------------------------------------------------------*
117500*  7700-GET-ELAPSED  --  THE ELAPSED SECONDS OF AVERAGE ENTRY    *
117600*  WS-AVG-SUB ON NIGHT WS-NGT-SUB: THE STEP'S OWN WHEN IT ENDED, *
117700*  OR FOR ENTRY EIGHT THE NIGHT'S FIRST START TO LAST END WHEN   *
117800*  THE NIGHT FINISHED.  NONE OTHERWISE.                          *
117900*----------------------------------------------------------------*
118000 7700-GET-ELAPSED.
118100     SET WS-ELAP-NONE TO TRUE.
118200     MOVE ZERO TO WS-ELAP-SECS.
118300     IF WS-AVG-SUB = 8
118400         IF WS-NGT-LATE (WS-NGT-SUB)
118500          OR WS-NGT-ON-TIME (WS-NGT-SUB)
118600             MOVE WS-NGT-SPAN-SECS (WS-NGT-SUB) TO WS-ELAP-SECS
118700             SET WS-ELAP-KNOWN TO TRUE
118800         END-IF
118900         GO TO 7700-EXIT
119000     END-IF.
119100     IF WS-STP-ENDED (WS-NGT-SUB, WS-AVG-SUB)
119200         MOVE WS-STP-ELAPSED (WS-NGT-SUB, WS-AVG-SUB)
119300             TO WS-ELAP-SECS
119400         SET WS-ELAP-KNOWN TO TRUE
119500     END-IF.
119600 7700-EXIT.
119700     EXIT.
119800*----------------------------------------------------------------*
119900*  7900-FORMAT-DATE  --  WS-PRT-DATE AS MM/DD/YYYY               *
120000*----------------------------------------------------------------*
120100 7900-FORMAT-DATE.
120200     MOVE SPACES TO WS-PRT-DATE-TEXT.
120300     STRING WS-PRT-MM   DELIMITED BY SIZE
120400            '/'         DELIMITED BY SIZE
120500            WS-PRT-DD   DELIMITED BY SIZE
120600            '/'         DELIMITED BY SIZE
120700            WS-PRT-YYYY DELIMITED BY SIZE
120800         INTO WS-PRT-DATE-TEXT
120900     END-STRING.
121000 7900-EXIT.
121100     EXIT.
121200*----------------------------------------------------------------*
121300*  7920-FORMAT-STAMP  --  WS-TS-DATE AND WS-TS-TIME AS           *
121400*  MM/DD HH:MM                                                   *
121500*----------------------------------------------------------------*
121600 7920-FORMAT-STAMP.
121700     MOVE SPACES TO WS-STAMP-TEXT.
121800     STRING WS-TS-MM DELIMITED BY SIZE
121900            '/'      DELIMITED BY SIZE
122000            WS-TS-DD DELIMITED BY SIZE
122100            ' '      DELIMITED BY SIZE
122200            WS-TS-HH DELIMITED BY SIZE
122300            ':'      DELIMITED BY SIZE
122400            WS-TS-MN DELIMITED BY SIZE
122500         INTO WS-STAMP-TEXT
122600     END-STRING.
122700 7920-EXIT.
122800     EXIT.
122900*----------------------------------------------------------------*
123000*  7930-FORMAT-ELAPSED  --  WS-FMT-SECS AS HH:MM:SS, OR OVER 99H *
123100*  FOR A RUN TOO LONG FOR TWO HOUR DIGITS.                       *
123200*----------------------------------------------------------------*
123300 7930-FORMAT-ELAPSED.
123400     MOVE SPACES TO WS-ELAPSED-TEXT.
123500     DIVIDE WS-FMT-SECS BY 3600 GIVING WS-FMT-HOURS
123600         REMAINDER WS-FMT-REM.
123700     IF WS-FMT-HOURS > 99
123800         MOVE 'OVER 99H' TO WS-ELAPSED-TEXT
123900         GO TO 7930-EXIT
124000     END-IF.
124100     MOVE WS-FMT-HOURS TO WS-FMT-HH.
124200     DIVIDE WS-FMT-REM BY 60 GIVING WS-FMT-MN
124300         REMAINDER WS-FMT-SS.
124400     STRING WS-FMT-HH DELIMITED BY SIZE
124500            ':'       DELIMITED BY SIZE
124600            WS-FMT-MN DELIMITED BY SIZE
124700            ':'       DELIMITED BY SIZE
124800            WS-FMT-SS DELIMITED BY SIZE
124900         INTO WS-ELAPSED-TEXT
125000     END-STRING.
125100 7930-EXIT.
125200     EXIT.
125300*----------------------------------------------------------------*
125400*  8000-TERMINATE  --  SUMMARY COUNTS AND CLOSE THE FILES.  A    *
125500*  LATE OR INCOMPLETE NIGHT ENDS THE STEP WITH 4 SO IT IS SEEN.  *
125600*----------------------------------------------------------------*
125700 8000-TERMINATE.
125800     IF WS-NO-FATAL-ERROR
125900         PERFORM 8200-WRITE-SUMMARY THRU 8200-EXIT
126000     END-IF.
126100     CLOSE STEPLOG.
126200     CLOSE SLARPT.
126300     IF WS-FATAL-ERROR
126400         DISPLAY 'DL100J0E-SLA REPORT ENDED WITH A FILE ERROR, '
126500             'SEE THE MESSAGES ABOVE'
126600         GO TO 8000-EXIT
126700     END-IF.
126800     IF WS-LATE-COUNT > ZERO
126900             OR WS-INCOMPLETE-COUNT > ZERO
127000         MOVE 4 TO RETURN-CODE
127100         DISPLAY 'DL100J0W-NIGHTS LATE OR INCOMPLETE, SEE SLARPT'
127200     ELSE
127300         DISPLAY 'DL100J0I-SLA REPORT COMPLETE, SEE SLARPT'
127400     END-IF.
127500 8000-EXIT.
127600     EXIT.
127700*----------------------------------------------------------------*
127800*  8100-WRITE-HEADING  --  TITLE AND RUN DATE, THE NIGHTS        *
127900*  REPORTED, WHERE THE LAST NIGHT CAME FROM, AND THE WINDOW      *
128000*----------------------------------------------------------------*
128100 8100-WRITE-HEADING.
128200     MOVE SPACES TO DL100JR-LINE.
128300     MOVE ' ' TO DL100JR-CC.
128400     MOVE 'DL100 BATCH WINDOW SLA REPORT' TO DL100JR-TEXT.
128500     MOVE WS-CURR-DATE TO WS-PRT-DATE.
128600     PERFORM 7900-FORMAT-DATE THRU 7900-EXIT.
128700     MOVE WS-PRT-DATE-TEXT TO DL100JR-DATE.
128800     PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT.
128900     MOVE SPACES TO DL100JR-LINE.
129000     MOVE ' ' TO DL100JR-CC.
129100     MOVE 'NIGHTS REPORTED FROM' TO DL100JR-TEXT.
129200     MOVE WS-NGT-DATE (1) TO WS-PRT-DATE.
129300     PERFORM 7900-FORMAT-DATE THRU 7900-EXIT.
129400     MOVE WS-PRT-DATE-TEXT TO DL100JR-DATE.
129500     PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT.
129600     MOVE SPACES TO DL100JR-LINE.
129700     MOVE ' ' TO DL100JR-CC.
129800     MOVE 'NIGHTS REPORTED TO' TO DL100JR-TEXT.
129900     MOVE WS-NGT-DATE (7) TO WS-PRT-DATE.
130000     PERFORM 7900-FORMAT-DATE THRU 7900-EXIT.
130100     MOVE WS-PRT-DATE-TEXT TO DL100JR-DATE.
130200     PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT.
130300     MOVE SPACES TO DL100JR-LINE.
130400     MOVE ' ' TO DL100JR-CC.
130500     MOVE WS-END-SOURCE TO DL100JR-TEXT.
130600     PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT.
130700     MOVE SPACES TO DL100JR-LINE.
130800     MOVE ' ' TO DL100JR-CC.
130900     IF WS-WIN-END > WS-WIN-START
131000         STRING 'BATCH WINDOW '  DELIMITED BY SIZE
131100                WS-WIN-START-HH  DELIMITED BY SIZE
131200                ':'              DELIMITED BY SIZE
131300                WS-WIN-START-MN  DELIMITED BY SIZE
131400                ' TO '           DELIMITED BY SIZE
131500                WS-WIN-END-HH    DELIMITED BY SIZE
131600                ':'              DELIMITED BY SIZE
131700                WS-WIN-END-MN    DELIMITED BY SIZE
131800             INTO DL100JR-TEXT
131900         END-STRING
132000     ELSE
132100         STRING 'BATCH WINDOW '  DELIMITED BY SIZE
132200                WS-WIN-START-HH  DELIMITED BY SIZE
132300                ':'              DELIMITED BY SIZE
132400                WS-WIN-START-MN  DELIMITED BY SIZE
132500                ' TO '           DELIMITED BY SIZE
132600                WS-WIN-END-HH    DELIMITED BY SIZE
132700                ':'              DELIMITED BY SIZE
132800                WS-WIN-END-MN    DELIMITED BY SIZE
132900                ' NEXT DAY'      DELIMITED BY SIZE
133000             INTO DL100JR-TEXT
133100         END-STRING
133200     END-IF.
133300     PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT.
133400 8100-EXIT.
133500     EXIT.
133600*----------------------------------------------------------------*
133700*  8150-WRITE-SECTION  --  A BLANK LINE, THE SECTION TITLE AND   *
133800*  ITS COLUMN HEADINGS WHEN IT HAS ANY                           *
133900*----------------------------------------------------------------*
134000 8150-WRITE-SECTION.
134100     MOVE SPACES TO DL100JR-LINE.
134200     PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT.
134300     MOVE ' ' TO DL100JR-CC.
134400     MOVE WS-SECTION-TITLE TO DL100JR-TEXT.
134500     PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT.
134600     IF WS-COL-HDG NOT = SPACES
134700         MOVE ' ' TO DL100JR-HDG-CC
134800         MOVE WS-COL-HDG TO DL100JR-HDG-TEXT
134900         PERFORM 8910-WRITE-HDG-LINE THRU 8910-EXIT
135000     END-IF.
135100 8150-EXIT.
135200     EXIT.
135300*----------------------------------------------------------------*
135400*  8200-WRITE-SUMMARY  --  SLA REPORT TOTALS                     *
135500*----------------------------------------------------------------*
135600 8200-WRITE-SUMMARY.
135700     MOVE SPACES TO DL100JR-LINE.
135800     PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT.
135900     MOVE ' ' TO DL100JR-CC.
136000     MOVE 'STEPLOG RECORDS READ' TO DL100JR-TEXT.
136100     MOVE WS-STEP-REC-COUNT TO DL100JR-COUNT-ED.
136200     PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT.
136300     MOVE SPACES TO DL100JR-LINE.
136400     MOVE ' ' TO DL100JR-CC.
136500     MOVE 'NIGHTS ON TIME' TO DL100JR-TEXT.
136600     MOVE WS-ON-TIME-COUNT TO DL100JR-COUNT-ED.
136700     PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT.
136800     MOVE SPACES TO DL100JR-LINE.
136900     MOVE ' ' TO DL100JR-CC.
137000     MOVE 'NIGHTS LATE' TO DL100JR-TEXT.
137100     MOVE WS-LATE-COUNT TO DL100JR-COUNT-ED.
137200     PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT.
137300     MOVE SPACES TO DL100JR-LINE.
137400     MOVE ' ' TO DL100JR-CC.
137500     MOVE 'NIGHTS INCOMPLETE' TO DL100JR-TEXT.
137600     MOVE WS-INCOMPLETE-COUNT TO DL100JR-COUNT-ED.
137700     PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT.
137800     MOVE SPACES TO DL100JR-LINE.
137900     MOVE ' ' TO DL100JR-CC.
138000     MOVE 'NIGHTS WITH NO STEPS LOGGED' TO DL100JR-TEXT.
138100     MOVE WS-NO-STEPS-COUNT TO DL100JR-COUNT-ED.
138200     PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT.
138300 8200-EXIT.
138400     EXIT.
138500*----------------------------------------------------------------*
138600*  8900-WRITE-RPT-LINE  --  WRITE ONE REPORT LINE WITH A STATUS  *
138700*  CHECK, SO EVERY CALLER GETS THE SAME ERROR HANDLING.  THE     *
138800*  OTHER LAYOUTS HAVE THEIR OWN WRITERS BELOW.                   *
138900*----------------------------------------------------------------*
139000 8900-WRITE-RPT-LINE.
139100     WRITE DL100JR-LINE.
139200     IF NOT WS-SLARPT-OK
139300         DISPLAY 'DL100J0E-SLARPT WRITE FAILED, STATUS '
139400             WS-SLARPT-STATUS
139500         MOVE 99 TO RETURN-CODE
139600         SET WS-FATAL-ERROR TO TRUE
139700     END-IF.
139800 8900-EXIT.
139900     EXIT.
140000 8910-WRITE-HDG-LINE.
140100     WRITE DL100JR-HDG-LINE.
140200     IF NOT WS-SLARPT-OK
140300         DISPLAY 'DL100J0E-SLARPT WRITE FAILED, STATUS '
140400             WS-SLARPT-STATUS
140500         MOVE 99 TO RETURN-CODE
140600         SET WS-FATAL-ERROR TO TRUE
140700     END-IF.
140800 8910-EXIT.
140900     EXIT.
141000 8920-WRITE-NGT-LINE.
141100     WRITE DL100JR-NGT-LINE.
141200     IF NOT WS-SLARPT-OK
141300         DISPLAY 'DL100J0E-SLARPT WRITE FAILED, STATUS '
141400             WS-SLARPT-STATUS
141500         MOVE 99 TO RETURN-CODE
141600         SET WS-FATAL-ERROR TO TRUE
141700     END-IF.
141800 8920-EXIT.
141900     EXIT.
142000 8930-WRITE-STP-LINE.
142100     WRITE DL100JR-STP-LINE.
142200     IF NOT WS-SLARPT-OK
142300         DISPLAY 'DL100J0E-SLARPT WRITE FAILED, STATUS '
142400             WS-SLARPT-STATUS
142500         MOVE 99 TO RETURN-CODE
142600         SET WS-FATAL-ERROR TO TRUE
142700     END-IF.
142800 8930-EXIT.
142900     EXIT.
143000 8940-WRITE-TRD-LINE.
143100     WRITE DL100JR-TRD-LINE.
143200     IF NOT WS-SLARPT-OK
143300         DISPLAY 'DL100J0E-SLARPT WRITE FAILED, STATUS '
143400             WS-SLARPT-STATUS
143500         MOVE 99 TO RETURN-CODE
143600         SET WS-FATAL-ERROR TO TRUE
143700     END-IF.
143800 8940-EXIT.
143900     EXIT.
