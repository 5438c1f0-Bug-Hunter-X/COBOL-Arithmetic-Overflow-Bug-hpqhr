000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.  DL100P.
000300 AUTHOR.  R HALLORAN.
000400 INSTALLATION.  DAILY PROCESSING CONTROL.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------*
000800*  DL100P CLOSES AND REOPENS ACCOUNTING MONTHS ON PERCTL.  A C   *
000900*  CARD SIGNS A PAST MONTH OFF: EVERY RUN-CONTROL DATE OF THE    *
001000*  MONTH MUST HAVE COMPLETED, AND THE MONTH'S TOTALS - ITS DAYS  *
001100*  ON CTRFILE AND ITS SUMFILE RECORD - ARE FROZEN ON PERCTL AS   *
001200*  THE FIGURES REPORTED TO MANAGEMENT.  AN R CARD REOPENS A      *
001300*  CLOSED MONTH AND IS ALLOWED ONLY WITH A SUPERVISOR ID, THE    *
001400*  CONFIRMING WORD REOPEN AND A REASON.  EVERY CLOSE AND REOPEN  *
001500*  IS LOGGED TO AUDITFILE, AND CLSRPT LISTS EACH CARD, THE       *
001600*  FROZEN TOTALS OF EACH MONTH CLOSED AND THE REGISTER OF ALL    *
001700*  MONTHS ON PERCTL.  WHILE A MONTH IS CLOSED DL100M TAKES A     *
001800*  CORRECTION TO ONE OF ITS DAYS ONLY AS A PRIOR-PERIOD          *
001900*  ADJUSTMENT IN THE OPEN MONTH, DL100B WILL NOT BOOK A          *
002000*  CATCH-UP BUCKET INTO IT AND DL100V WILL NOT REBUILD IT.       *
002100*----------------------------------------------------------------*
002200*  MODIFICATION HISTORY                                          *
002300*----------------------------------------------------------------*
002400*  2026-10-15  RCH  ORIGINAL PROGRAM.                            *
002500*----------------------------------------------------------------*
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER.  IBM-370.
002900 OBJECT-COMPUTER.  IBM-370.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT CLSPARM  ASSIGN TO CLSPARM
003300         ORGANIZATION IS SEQUENTIAL
003400         FILE STATUS IS WS-CLSPARM-STATUS.
003500     SELECT PERCTL  ASSIGN TO PERCTL
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS DYNAMIC
003800         RECORD KEY IS DL100PC-PERIOD
003900         FILE STATUS IS WS-PERCTL-STATUS.
004000     SELECT CTRFILE  ASSIGN TO CTRFILE
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS RANDOM
004300         RECORD KEY IS DL100CT-RUN-DATE
004400         FILE STATUS IS WS-CTRFILE-STATUS.
004500     SELECT RUNCFILE  ASSIGN TO RUNCFILE
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS RANDOM
004800         RECORD KEY IS DL100RC-BUS-DATE
004900         FILE STATUS IS WS-RUNCFILE-STATUS.
005000     SELECT SUMFILE  ASSIGN TO SUMFILE
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS RANDOM
005300         RECORD KEY IS DL100SM-KEY
005400         FILE STATUS IS WS-SUMFILE-STATUS.
005500     SELECT AUDITFILE  ASSIGN TO AUDITFILE
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS WS-AUDITFILE-STATUS.
005800     SELECT CLSRPT  ASSIGN TO CLSRPT
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS WS-CLSRPT-STATUS.
006100 DATA DIVISION.
006200 FILE SECTION.
006300*----------------------------------------------------------------*
006400*  CLSPARM  --  PERIOD CLOSE CONTROL CARDS                       *
006500*----------------------------------------------------------------*
006600 FD  CLSPARM
006700     RECORDING MODE IS F
006800     LABEL RECORDS ARE STANDARD.
006900     COPY DL100PP.
007000*----------------------------------------------------------------*
007100*  PERCTL  --  ACCOUNTING PERIOD CONTROL, KEYED BY YYYYMM        *
007200*----------------------------------------------------------------*
007300 FD  PERCTL
007400     LABEL RECORDS ARE STANDARD.
007500     COPY DL100PC.
007600*----------------------------------------------------------------*
007700*  CTRFILE  --  DAILY COUNTERS, KEYED BY RUN DATE                *
007800*----------------------------------------------------------------*
007900 FD  CTRFILE
008000     LABEL RECORDS ARE STANDARD.
008100     COPY DL100CT.
008200*----------------------------------------------------------------*
008300*  RUNCFILE  --  RUN-CONTROL CALENDAR, KEYED BY BUSINESS DATE    *
008400*----------------------------------------------------------------*
008500 FD  RUNCFILE
008600     LABEL RECORDS ARE STANDARD.
008700     COPY DL100RC.
008800*----------------------------------------------------------------*
008900*  SUMFILE  --  MONTHLY / YEAR-TO-DATE BREACH ROLLUP             *
009000*----------------------------------------------------------------*
009100 FD  SUMFILE
009200     LABEL RECORDS ARE STANDARD.
009300     COPY DL100SM.
009400*----------------------------------------------------------------*
009500*  AUDITFILE  --  ONE PERCLOSE OR PERREOPEN EVENT PER MONTH      *
009600*  CLOSED OR REOPENED                                            *
009700*----------------------------------------------------------------*
009800 FD  AUDITFILE
009900     RECORDING MODE IS F
010000     LABEL RECORDS ARE STANDARD.
010100     COPY DL100AU.
010200*----------------------------------------------------------------*
010300*  CLSRPT  --  PRINTED PERIOD CLOSE REPORT                       *
010400*----------------------------------------------------------------*
010500 FD  CLSRPT
010600     RECORDING MODE IS F
010700     LABEL RECORDS ARE STANDARD.
010800     COPY DL100PR.
010900 WORKING-STORAGE SECTION.
011000*----------------------------------------------------------------*
011100*  CURRENT DATE AND TIME, FOR THE HEADING, THE CLOSE CUT-OFF     *
011200*  AND THE PERCTL AND AUDIT TIMESTAMPS                           *
011300*----------------------------------------------------------------*
011400 01  WS-CURR-DATE                    PIC 9(08).
011500 01  WS-CURR-DATE-X REDEFINES WS-CURR-DATE.
011600     05  WS-CURR-YYYY                PIC 9(04).
011700     05  WS-CURR-MM                  PIC 9(02).
011800     05  WS-CURR-DD                  PIC 9(02).
011900 01  WS-CURR-TIME                    PIC 9(08).
012000 01  WS-CURR-TIME-X REDEFINES WS-CURR-TIME.
012100     05  WS-CURR-HH                  PIC 9(02).
012200     05  WS-CURR-MN                  PIC 9(02).
012300     05  WS-CURR-SS                  PIC 9(02).
012400     05  WS-CURR-HS                  PIC 9(02).
012500 01  WS-CURR-MONTH                   PIC 9(06) VALUE ZERO.
012600 01  WS-TIMESTAMP                    PIC X(19) VALUE SPACES.
012700*----------------------------------------------------------------*
012800*  DATE ARITHMETIC WORK FIELDS - THE WALK OVER THE DAYS OF THE   *
012900*  MONTH BEING CLOSED                                            *
013000*----------------------------------------------------------------*
013100 01  WS-WORK-DATE                    PIC 9(08)   VALUE ZERO.
013200 01  WS-WORK-DATE-X REDEFINES WS-WORK-DATE.
013300     05  WS-WRK-YYYY                 PIC 9(04).
013400     05  WS-WRK-MM                   PIC 9(02).
013500     05  WS-WRK-DD                   PIC 9(02).
013600 01  WS-MONTH-DAYS                   PIC 9(02)   VALUE ZERO.
013700 01  WS-LEAP-QUOT                    PIC 9(04) COMP VALUE ZERO.
013800 01  WS-LEAP-REM                     PIC 9(04) COMP VALUE ZERO.
013900 01  WS-DAYS-IN-MONTH-DEF            PIC X(24) VALUE
014000     '312831303130313130313031'.
014100 01  WS-DAYS-IN-MONTH REDEFINES WS-DAYS-IN-MONTH-DEF.
014200     05  WS-DIM                      PIC 9(02) OCCURS 12.
014300*----------------------------------------------------------------*
014400*  PRINT WORK FIELDS - A DATE AS MM/DD/YYYY AND A MONTH AS       *
014500*  YYYY/MM                                                       *
014600*----------------------------------------------------------------*
014700 01  WS-PRT-DATE                     PIC 9(08)   VALUE ZERO.
014800 01  WS-PRT-DATE-X REDEFINES WS-PRT-DATE.
014900     05  WS-PRT-YYYY                 PIC 9(04).
015000     05  WS-PRT-MM                   PIC 9(02).
015100     05  WS-PRT-DD                   PIC 9(02).
015200 01  WS-PRT-DATE-TEXT                PIC X(10)   VALUE SPACES.
015300 01  WS-PRT-MONTH                    PIC 9(06)   VALUE ZERO.
015400 01  WS-PRT-MONTH-X REDEFINES WS-PRT-MONTH.
015500     05  WS-PRT-MON-YYYY             PIC 9(04).
015600     05  WS-PRT-MON-MM               PIC 9(02).
015700 01  WS-PRT-MONTH-TEXT               PIC X(10)   VALUE SPACES.
015800*----------------------------------------------------------------*
015900*  THE MONTH BEING CLOSED, AS FOUND ON CTRFILE, RUNCFILE AND     *
016000*  SUMFILE.  WS-CLS-EXPECTED IS WHAT THE SUMFILE BREACH COUNT    *
016100*  SHOULD BE - THE DAYS' AREA-2 PLUS THE PRIOR-PERIOD            *
016200*  ADJUSTMENTS POSTED INTO THE MONTH.                            *
016300*----------------------------------------------------------------*
016400 01  WS-CLOSE-TOTALS.
016500     05  WS-CLS-DAYS                 PIC 9(03)   VALUE ZERO.
016600     05  WS-CLS-ITEMS                PIC 9(09)   VALUE ZERO.
016700     05  WS-CLS-CTR-BREACHES         PIC 9(07)   VALUE ZERO.
016800     05  WS-CLS-AMOUNT               PIC 9(13)V99 VALUE ZERO.
016900     05  WS-CLS-SUM-BREACHES         PIC 9(07)   VALUE ZERO.
017000     05  WS-CLS-RUN-COUNT            PIC 9(05)   VALUE ZERO.
017100     05  WS-CLS-PPA-COUNT            PIC 9(05)   VALUE ZERO.
017200     05  WS-CLS-PPA-NET              PIC S9(07)  VALUE ZERO.
017300     05  WS-CLS-EXPECTED             PIC S9(09)  VALUE ZERO.
017400     05  WS-CLS-OPEN-RUNS            PIC 9(03) COMP VALUE ZERO.
017500*----------------------------------------------------------------*
017600*  PERIOD CLOSE COUNTERS                                         *
017700*----------------------------------------------------------------*
017800 01  WS-CLOSE-COUNTS.
017900     05  WS-CARD-READ-COUNT          PIC 9(07) COMP VALUE ZERO.
018000     05  WS-CLOSED-COUNT             PIC 9(07) COMP VALUE ZERO.
018100     05  WS-REOPENED-COUNT           PIC 9(07) COMP VALUE ZERO.
018200     05  WS-NOT-APPLIED-COUNT        PIC 9(07) COMP VALUE ZERO.
018300     05  WS-REFUSED-COUNT            PIC 9(07) COMP VALUE ZERO.
018400     05  WS-BAD-CARD-COUNT           PIC 9(07) COMP VALUE ZERO.
018500     05  WS-SUM-DIFF-COUNT           PIC 9(07) COMP VALUE ZERO.
018600     05  WS-REGISTER-COUNT           PIC 9(07) COMP VALUE ZERO.
018700*----------------------------------------------------------------*
018800*  FILE STATUS FIELDS                                            *
018900*----------------------------------------------------------------*
019000 01  WS-FILE-STATUSES.
019100     05  WS-CLSPARM-STATUS           PIC X(02)   VALUE '00'.
019200         88  WS-CLSPARM-OK                       VALUE '00'.
019300         88  WS-CLSPARM-EOF                      VALUE '10'.
019400     05  WS-PERCTL-STATUS            PIC X(02)   VALUE '00'.
019500         88  WS-PERCTL-OK                        VALUE '00'.
019600         88  WS-PERCTL-EOF                       VALUE '10'.
019700         88  WS-PERCTL-NOTFOUND                  VALUE '23'.
019800     05  WS-CTRFILE-STATUS           PIC X(02)   VALUE '00'.
019900         88  WS-CTRFILE-OK                       VALUE '00'.
020000         88  WS-CTRFILE-NOTFOUND                 VALUE '23'.
020100     05  WS-RUNCFILE-STATUS          PIC X(02)   VALUE '00'.
020200         88  WS-RUNCFILE-OK                      VALUE '00'.
020300         88  WS-RUNCFILE-NOTFOUND                VALUE '23'.
020400     05  WS-SUMFILE-STATUS           PIC X(02)   VALUE '00'.
020500         88  WS-SUMFILE-OK                       VALUE '00'.
020600         88  WS-SUMFILE-NOTFOUND                 VALUE '23'.
020700     05  WS-AUDITFILE-STATUS         PIC X(02)   VALUE '00'.
020800         88  WS-AUDITFILE-OK                     VALUE '00'.
020900     05  WS-CLSRPT-STATUS            PIC X(02)   VALUE '00'.
021000         88  WS-CLSRPT-OK                        VALUE '00'.
021100*----------------------------------------------------------------*
021200*  PROGRAM SWITCHES                                              *
021300*----------------------------------------------------------------*
021400 01  WS-SWITCHES.
021500     05  WS-CARD-EOF-SW              PIC X(01)   VALUE 'N'.
021600         88  WS-END-OF-CLSPARM                   VALUE 'Y'.
021700     05  WS-PERCTL-EOF-SW            PIC X(01)   VALUE 'N'.
021800         88  WS-END-OF-PERCTL                    VALUE 'Y'.
021900         88  WS-NOT-END-OF-PERCTL                VALUE 'N'.
022000     05  WS-PER-FOUND-SW             PIC X(01)   VALUE 'N'.
022100         88  WS-PER-FOUND                        VALUE 'Y'.
022200         88  WS-PER-NOTFOUND                     VALUE 'N'.
022300     05  WS-CARD-VALID-SW            PIC X(01)   VALUE 'Y'.
022400         88  WS-CARD-VALID                       VALUE 'Y'.
022500         88  WS-CARD-INVALID                     VALUE 'N'.
022600     05  WS-FATAL-SW                 PIC X(01)   VALUE 'N'.
022700         88  WS-FATAL-ERROR                      VALUE 'Y'.
022800         88  WS-NO-FATAL-ERROR                   VALUE 'N'.
022900     05  WS-INIT-SW                  PIC X(01)   VALUE 'Y'.
023000         88  WS-INIT-OK                          VALUE 'Y'.
023100         88  WS-INIT-FAILED                      VALUE 'N'.
023200*
023300 PROCEDURE DIVISION.
023400*----------------------------------------------------------------*
023500*  0000-MAINLINE                                                 *
023600*----------------------------------------------------------------*
023700 0000-MAINLINE.
023800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
023900     IF WS-INIT-FAILED
024000         GO TO 0000-EXIT
024100     END-IF.
024200     PERFORM 2000-APPLY-CARDS THRU 2000-EXIT.
024300     PERFORM 8000-TERMINATE THRU 8000-EXIT.
024400 0000-EXIT.
024500     STOP RUN.
024600*----------------------------------------------------------------*
024700*  0900-BUILD-TIMESTAMP  --  YYYY-MM-DD HH:MM:SS FOR PERCTL AND  *
024800*  AUDITFILE                                                     *
024900*----------------------------------------------------------------*
025000 0900-BUILD-TIMESTAMP.
025100     ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
025200     ACCEPT WS-CURR-TIME FROM TIME.
025300     STRING WS-CURR-YYYY DELIMITED BY SIZE
025400            '-'          DELIMITED BY SIZE
025500            WS-CURR-MM   DELIMITED BY SIZE
025600            '-'          DELIMITED BY SIZE
025700            WS-CURR-DD   DELIMITED BY SIZE
025800            ' '          DELIMITED BY SIZE
025900            WS-CURR-HH   DELIMITED BY SIZE
026000            ':'          DELIMITED BY SIZE
026100            WS-CURR-MN   DELIMITED BY SIZE
026200            ':'          DELIMITED BY SIZE
026300            WS-CURR-SS   DELIMITED BY SIZE
026400         INTO WS-TIMESTAMP
026500     END-STRING.
026600 0900-EXIT.
026700     EXIT.
026800*----------------------------------------------------------------*
026900*  1000-INITIALIZE  --  OPEN THE FILES AND PRINT THE HEADING.    *
027000*  EVERY FILE MUST OPEN: A MONTH CANNOT BE CLOSED WITHOUT ITS    *
027100*  DAYS, ITS RUN-CONTROL DATES AND ITS ROLLUP, NOR CLOSED OR     *
027200*  REOPENED WITHOUT ITS AUDIT RECORD.                            *
027300*----------------------------------------------------------------*
027400 1000-INITIALIZE.
027500     ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
027600     COMPUTE WS-CURR-MONTH = WS-CURR-YYYY * 100 + WS-CURR-MM.
027700     OPEN INPUT CLSPARM.
027800     IF NOT WS-CLSPARM-OK
027900         DISPLAY 'DL100P0E-CLSPARM OPEN FAILED, STATUS '
028000             WS-CLSPARM-STATUS
028100         MOVE 99 TO RETURN-CODE
028200         SET WS-INIT-FAILED TO TRUE
028300         GO TO 1000-EXIT
028400     END-IF.
028500     OPEN I-O PERCTL.
028600     IF NOT WS-PERCTL-OK
028700         DISPLAY 'DL100P0E-PERCTL OPEN FAILED, STATUS '
028800             WS-PERCTL-STATUS
028900         MOVE 99 TO RETURN-CODE
029000         SET WS-INIT-FAILED TO TRUE
029100         GO TO 1000-EXIT
029200     END-IF.
029300     OPEN INPUT CTRFILE.
029400     IF NOT WS-CTRFILE-OK
029500         DISPLAY 'DL100P0E-CTRFILE OPEN FAILED, STATUS '
029600             WS-CTRFILE-STATUS
029700         MOVE 99 TO RETURN-CODE
029800         SET WS-INIT-FAILED TO TRUE
029900         GO TO 1000-EXIT
030000     END-IF.
030100     OPEN INPUT RUNCFILE.
030200     IF NOT WS-RUNCFILE-OK
030300         DISPLAY 'DL100P0E-RUNCFILE OPEN FAILED, STATUS '
030400             WS-RUNCFILE-STATUS
030500         MOVE 99 TO RETURN-CODE
030600         SET WS-INIT-FAILED TO TRUE
030700         GO TO 1000-EXIT
030800     END-IF.
030900     OPEN INPUT SUMFILE.
031000     IF NOT WS-SUMFILE-OK
031100         DISPLAY 'DL100P0E-SUMFILE OPEN FAILED, STATUS '
031200             WS-SUMFILE-STATUS
031300         MOVE 99 TO RETURN-CODE
031400         SET WS-INIT-FAILED TO TRUE
031500         GO TO 1000-EXIT
031600     END-IF.
031700     OPEN EXTEND AUDITFILE.
031800     IF NOT WS-AUDITFILE-OK
031900         DISPLAY 'DL100P0E-AUDITFILE OPEN FAILED, STATUS '
032000             WS-AUDITFILE-STATUS
032100         MOVE 99 TO RETURN-CODE
032200         SET WS-INIT-FAILED TO TRUE
032300         GO TO 1000-EXIT
032400     END-IF.
032500     OPEN OUTPUT CLSRPT.
032600     IF NOT WS-CLSRPT-OK
032700         DISPLAY 'DL100P0E-CLSRPT OPEN FAILED, STATUS '
032800             WS-CLSRPT-STATUS
032900         MOVE 99 TO RETURN-CODE
033000         SET WS-INIT-FAILED TO TRUE
033100         GO TO 1000-EXIT
033200     END-IF.
033300     PERFORM 8100-WRITE-HEADING THRU 8100-EXIT.
033400 1000-EXIT.
033500     EXIT.
033600*----------------------------------------------------------------*
033700*  2000-APPLY-CARDS  --  WORK THE PERIOD CLOSE CARDS IN ORDER.   *
033800*----------------------------------------------------------------*
033900 2000-APPLY-CARDS.
034000     PERFORM 2900-READ-CLSPARM THRU 2900-EXIT.
034100     PERFORM 2100-APPLY-ONE-CARD THRU 2100-EXIT
034200         UNTIL WS-END-OF-CLSPARM
034300            OR WS-FATAL-ERROR.
034400 2000-EXIT.
034500     EXIT.
034600*----------------------------------------------------------------*
034700*  2100-APPLY-ONE-CARD  --  VALIDATE ONE CARD AND HAND IT TO ITS *
034800*  ACTION.  A COMMENT CARD IS PASSED OVER; A CARD WITH AN        *
034900*  UNKNOWN ACTION OR A MONTH THAT CANNOT BE CLOSED IS REPORTED   *
035000*  AND SKIPPED.                                                  *
035100*----------------------------------------------------------------*
035200 2100-APPLY-ONE-CARD.
035300     IF DL100PP-COMMENT
035400         GO TO 2100-NEXT
035500     END-IF.
035600     PERFORM 2150-VALIDATE-CARD THRU 2150-EXIT.
035700     IF WS-CARD-INVALID
035800         ADD 1 TO WS-BAD-CARD-COUNT
035900         MOVE SPACES TO DL100PR-LINE
036000         MOVE 'CLOSE CARD UNUSABLE, SKIPPED' TO DL100PR-TEXT
036100         PERFORM 2800-WRITE-CARD-LINE THRU 2800-EXIT
036200         GO TO 2100-NEXT
036300     END-IF.
036400     IF DL100PP-CLOSE
036500         PERFORM 2200-CLOSE-PERIOD THRU 2200-EXIT
036600     ELSE
036700         PERFORM 2400-REOPEN-PERIOD THRU 2400-EXIT
036800     END-IF.
036900 2100-NEXT.
037000     PERFORM 2900-READ-CLSPARM THRU 2900-EXIT.
037100 2100-EXIT.
037200     EXIT.
037300*----------------------------------------------------------------*
037400*  2150-VALIDATE-CARD  --  THE ACTION MUST BE C OR R AND THE     *
037500*  MONTH A REAL YYYYMM FROM 1901 TO 2099 BEFORE THE CURRENT      *
037600*  MONTH, SINCE A MONTH STILL RUNNING CANNOT BE SIGNED OFF.  A   *
037700*  C CARD MUST NAME WHO SIGNED THE MONTH OFF.  THE SUPERVISOR    *
037800*  FIELDS OF AN R CARD ARE CHECKED BY 2400 SO THAT A REOPEN      *
037900*  WITHOUT THEM IS REFUSED RATHER THAN SKIPPED.                  *
038000*----------------------------------------------------------------*
038100 2150-VALIDATE-CARD.
038200     SET WS-CARD-VALID TO TRUE.
038300     IF NOT DL100PP-CLOSE AND NOT DL100PP-REOPEN
038400         SET WS-CARD-INVALID TO TRUE
038500         GO TO 2150-EXIT
038600     END-IF.
038700     IF DL100PP-PER-YYYY NOT NUMERIC
038800             OR DL100PP-PER-MM NOT NUMERIC
038900         SET WS-CARD-INVALID TO TRUE
039000         GO TO 2150-EXIT
039100     END-IF.
039200     IF DL100PP-PER-YYYY < 1901 OR DL100PP-PER-YYYY > 2099
039300             OR DL100PP-PER-MM < 1 OR DL100PP-PER-MM > 12
039400         SET WS-CARD-INVALID TO TRUE
039500         GO TO 2150-EXIT
039600     END-IF.
039700     IF DL100PP-PERIOD NOT < WS-CURR-MONTH
039800         SET WS-CARD-INVALID TO TRUE
039900         GO TO 2150-EXIT
040000     END-IF.
040100     IF DL100PP-CLOSE AND DL100PP-USER-ID = SPACES
040200         SET WS-CARD-INVALID TO TRUE
040300     END-IF.
040400 2150-EXIT.
040500     EXIT.
040600*----------------------------------------------------------------*
040700*  2200-CLOSE-PERIOD  --  SIGN ONE MONTH OFF.  A MONTH ALREADY   *
040800*  CLOSED IS LEFT AS IT IS.  EVERY DATE OF THE MONTH IS LOOKED   *
040900*  UP ON RUNCFILE AND CTRFILE: A DATE WHOSE RUN STARTED AND      *
041000*  NEVER COMPLETED REFUSES THE CLOSE, AND THE DAYS ON CTRFILE    *
041100*  ARE TOTALLED.  THE MONTH'S SUMFILE RECORD IS TAKEN AS IT      *
041200*  STANDS, AND A BREACH COUNT THAT DOES NOT AGREE WITH THE DAYS  *
041300*  IS WARNED OF BUT FROZEN ANYWAY, SINCE IT IS THE FIGURE THAT   *
041400*  WAS REPORTED.  A MONTH BEING CLOSED AGAIN AFTER A REOPEN      *
041500*  KEEPS ITS REOPEN HISTORY.                                     *
041600*----------------------------------------------------------------*
041700 2200-CLOSE-PERIOD.
041800     MOVE DL100PP-PERIOD TO DL100PC-PERIOD.
041900     PERFORM 2500-READ-PERCTL THRU 2500-EXIT.
042000     IF WS-FATAL-ERROR
042100         GO TO 2200-EXIT
042200     END-IF.
042300     IF WS-PER-FOUND AND DL100PC-CLOSED
042400         ADD 1 TO WS-NOT-APPLIED-COUNT
042500         MOVE SPACES TO DL100PR-LINE
042600         MOVE 'MONTH ALREADY CLOSED, NOT CHANGED' TO DL100PR-TEXT
042700         PERFORM 2800-WRITE-CARD-LINE THRU 2800-EXIT
042800         GO TO 2200-EXIT
042900     END-IF.
043000     MOVE ZERO TO WS-CLS-DAYS.
043100     MOVE ZERO TO WS-CLS-ITEMS.
043200     MOVE ZERO TO WS-CLS-CTR-BREACHES.
043300     MOVE ZERO TO WS-CLS-AMOUNT.
043400     MOVE ZERO TO WS-CLS-SUM-BREACHES.
043500     MOVE ZERO TO WS-CLS-RUN-COUNT.
043600     MOVE ZERO TO WS-CLS-PPA-COUNT.
043700     MOVE ZERO TO WS-CLS-PPA-NET.
043800     MOVE ZERO TO WS-CLS-OPEN-RUNS.
043900     MOVE DL100PP-PER-YYYY TO WS-WRK-YYYY.
044000     MOVE DL100PP-PER-MM TO WS-WRK-MM.
044100     MOVE 1 TO WS-WRK-DD.
044200     PERFORM 7200-SET-MONTH-DAYS THRU 7200-EXIT.
044300     PERFORM 2300-TAKE-ONE-DAY THRU 2300-EXIT
044400         UNTIL WS-WRK-DD > WS-MONTH-DAYS
044500            OR WS-FATAL-ERROR.
044600     IF WS-FATAL-ERROR
044700         GO TO 2200-EXIT
044800     END-IF.
044900     IF WS-CLS-OPEN-RUNS > ZERO
045000         ADD 1 TO WS-REFUSED-COUNT
045100         MOVE SPACES TO DL100PR-LINE
045200         MOVE 'RUNS NOT COMPLETED, CLOSE REFUSED' TO DL100PR-TEXT
045300         MOVE WS-CLS-OPEN-RUNS TO DL100PR-COUNT-ED
045400         PERFORM 2800-WRITE-CARD-LINE THRU 2800-EXIT
045500         GO TO 2200-EXIT
045600     END-IF.
045700     PERFORM 2350-TAKE-SUMFILE THRU 2350-EXIT.
045800     IF WS-FATAL-ERROR
045900         GO TO 2200-EXIT
046000     END-IF.
046100     PERFORM 0900-BUILD-TIMESTAMP THRU 0900-EXIT.
046200     IF WS-PER-NOTFOUND
046300         MOVE SPACES TO DL100PC-RECORD
046400         MOVE DL100PP-PERIOD TO DL100PC-PERIOD
046500         MOVE ZERO TO DL100PC-REOPEN-COUNT
046600     END-IF.
046700     SET DL100PC-CLOSED TO TRUE.
046800     MOVE WS-TIMESTAMP TO DL100PC-CLOSE-TS.
046900     MOVE DL100PP-USER-ID TO DL100PC-CLOSED-BY.
047000     MOVE WS-CLS-DAYS TO DL100PC-FRZ-DAYS.
047100     MOVE WS-CLS-ITEMS TO DL100PC-FRZ-ITEMS.
047200     MOVE WS-CLS-CTR-BREACHES TO DL100PC-FRZ-CTR-BREACHES.
047300     MOVE WS-CLS-AMOUNT TO DL100PC-FRZ-AMOUNT.
047400     MOVE WS-CLS-SUM-BREACHES TO DL100PC-FRZ-SUM-BREACHES.
047500     MOVE WS-CLS-RUN-COUNT TO DL100PC-FRZ-RUN-COUNT.
047600     MOVE WS-CLS-PPA-COUNT TO DL100PC-FRZ-PPA-COUNT.
047700     MOVE WS-CLS-PPA-NET TO DL100PC-FRZ-PPA-NET.
047800     IF WS-PER-FOUND
047900         REWRITE DL100PC-RECORD
048000     ELSE
048100         WRITE DL100PC-RECORD
048200     END-IF.
048300     IF NOT WS-PERCTL-OK
048400         DISPLAY 'DL100P0E-PERCTL WRITE FAILED, STATUS '
048500             WS-PERCTL-STATUS
048600         MOVE 99 TO RETURN-CODE
048700         SET WS-FATAL-ERROR TO TRUE
048800         GO TO 2200-EXIT
048900     END-IF.
049000     MOVE SPACES TO DL100AU-RECORD.
049100     SET DL100AU-EVT-PER-CLOSE TO TRUE.
049200     MOVE DL100PP-USER-ID TO DL100AU-USER-ID.
049300     PERFORM 2700-WRITE-PER-AUDIT THRU 2700-EXIT.
049400     IF WS-FATAL-ERROR
049500         GO TO 2200-EXIT
049600     END-IF.
049700     ADD 1 TO WS-CLOSED-COUNT.
049800     MOVE SPACES TO DL100PR-LINE.
049900     MOVE 'MONTH CLOSED, TOTALS FROZEN' TO DL100PR-TEXT.
050000     PERFORM 2800-WRITE-CARD-LINE THRU 2800-EXIT.
050100     PERFORM 2600-WRITE-FROZEN-TOTALS THRU 2600-EXIT.
050200 2200-EXIT.
050300     EXIT.
050400*----------------------------------------------------------------*
050500*  2300-TAKE-ONE-DAY  --  LOOK UP WS-WORK-DATE ON RUNCFILE AND   *
050600*  CTRFILE, THEN STEP TO THE NEXT DATE OF THE MONTH.  A DATE     *
050700*  NOT ON RUNCFILE NEVER RAN AND A DATE NOT ON CTRFILE HAD NO    *
050800*  ITEMS; NEITHER STOPS THE CLOSE.                               *
050900*----------------------------------------------------------------*
051000 2300-TAKE-ONE-DAY.
051100     MOVE WS-WORK-DATE TO DL100RC-BUS-DATE.
051200     READ RUNCFILE
051300         INVALID KEY
051400             CONTINUE
051500     END-READ.
051600     IF NOT WS-RUNCFILE-OK AND NOT WS-RUNCFILE-NOTFOUND
051700         DISPLAY 'DL100P0E-RUNCFILE READ ERROR, STATUS '
051800             WS-RUNCFILE-STATUS
051900         MOVE 99 TO RETURN-CODE
052000         SET WS-FATAL-ERROR TO TRUE
052100         GO TO 2300-EXIT
052200     END-IF.
052300     IF WS-RUNCFILE-OK AND DL100RC-STARTED
052400         ADD 1 TO WS-CLS-OPEN-RUNS
052500         MOVE SPACES TO DL100PR-LINE
052600         MOVE 'RUN STARTED, NEVER COMPLETED' TO DL100PR-TEXT
052700         MOVE WS-WORK-DATE TO WS-PRT-DATE
052800         PERFORM 7900-FORMAT-DATE THRU 7900-EXIT
052900         MOVE WS-PRT-DATE-TEXT TO DL100PR-PERIOD
053000         MOVE DL100RC-RUN-ID TO DL100PR-USER-ID
053100         MOVE ' ' TO DL100PR-CC
053200         PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT
053300     END-IF.
053400     MOVE WS-WORK-DATE TO DL100CT-RUN-DATE.
053500     READ CTRFILE
053600         INVALID KEY
053700             CONTINUE
053800     END-READ.
053900     IF NOT WS-CTRFILE-OK AND NOT WS-CTRFILE-NOTFOUND
054000         DISPLAY 'DL100P0E-CTRFILE READ ERROR, STATUS '
054100             WS-CTRFILE-STATUS
054200         MOVE 99 TO RETURN-CODE
054300         SET WS-FATAL-ERROR TO TRUE
054400         GO TO 2300-EXIT
054500     END-IF.
054600     IF WS-CTRFILE-OK
054700         ADD 1 TO WS-CLS-DAYS
054800         ADD DL100CT-AREA-1 TO WS-CLS-ITEMS
054900         ADD DL100CT-AREA-2 TO WS-CLS-CTR-BREACHES
055000         ADD DL100CT-AMOUNT TO WS-CLS-AMOUNT
055100     END-IF.
055200     ADD 1 TO WS-WRK-DD.
055300 2300-EXIT.
055400     EXIT.
055500*----------------------------------------------------------------*
055600*  2350-TAKE-SUMFILE  --  THE MONTH'S ROLLUP AS IT STANDS.  A    *
055700*  MONTH WITH NO SUMFILE RECORD FREEZES AS ZERO.  THE BREACH     *
055800*  COUNT SHOULD BE THE DAYS' AREA-2 PLUS PPA-NET; WHEN IT IS     *
055900*  NOT, THE DIFFERENCE IS REPORTED SO DL100V CAN BE RUN BEFORE   *
056000*  THE MONTH IS CLOSED AGAIN.                                    *
056100*----------------------------------------------------------------*
056200 2350-TAKE-SUMFILE.
056300     MOVE DL100PP-PERIOD TO DL100SM-KEY.
056400     READ SUMFILE
056500         INVALID KEY
056600             CONTINUE
056700     END-READ.
056800     IF NOT WS-SUMFILE-OK AND NOT WS-SUMFILE-NOTFOUND
056900         DISPLAY 'DL100P0E-SUMFILE READ ERROR, STATUS '
057000             WS-SUMFILE-STATUS
057100         MOVE 99 TO RETURN-CODE
057200         SET WS-FATAL-ERROR TO TRUE
057300         GO TO 2350-EXIT
057400     END-IF.
057500     IF WS-SUMFILE-OK
057600         MOVE DL100SM-BREACH-COUNT TO WS-CLS-SUM-BREACHES
057700         MOVE DL100SM-RUN-COUNT TO WS-CLS-RUN-COUNT
057800         IF DL100SM-PPA-COUNT NUMERIC
057900          AND DL100SM-PPA-NET NUMERIC
058000             MOVE DL100SM-PPA-COUNT TO WS-CLS-PPA-COUNT
058100             MOVE DL100SM-PPA-NET TO WS-CLS-PPA-NET
058200         END-IF
058300     END-IF.
058400     COMPUTE WS-CLS-EXPECTED = WS-CLS-CTR-BREACHES
058500                             + WS-CLS-PPA-NET.
058600     IF WS-CLS-EXPECTED < ZERO
058700         MOVE ZERO TO WS-CLS-EXPECTED
058800     END-IF.
058900     IF WS-CLS-SUM-BREACHES NOT = WS-CLS-EXPECTED
059000         ADD 1 TO WS-SUM-DIFF-COUNT
059100         MOVE SPACES TO DL100PR-LINE
059200         MOVE ' ' TO DL100PR-CC
059300         MOVE 'SUMFILE DISAGREES WITH DAYS, RUN DL100V'
059400             TO DL100PR-TEXT
059500         MOVE DL100PP-PERIOD TO WS-PRT-MONTH
059600         PERFORM 7910-FORMAT-MONTH THRU 7910-EXIT
059700         MOVE WS-PRT-MONTH-TEXT TO DL100PR-PERIOD
059800         PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT
059900     END-IF.
060000 2350-EXIT.
060100     EXIT.
060200*----------------------------------------------------------------*
060300*  2400-REOPEN-PERIOD  --  REOPEN ONE CLOSED MONTH.  ONLY A      *
060400*  SUPERVISOR MAY DO IT, SO THE CARD MUST CARRY A SUPERVISOR     *
060500*  ID, THE WORD REOPEN IN THE CONFIRM FIELD AND A REASON, OR     *
060600*  THE REOPEN IS REFUSED.  A MONTH NOT CLOSED IS LEFT AS IT IS.  *
060700*  THE FROZEN TOTALS ARE KEPT UNTIL THE MONTH IS CLOSED AGAIN.   *
060800*----------------------------------------------------------------*
060900 2400-REOPEN-PERIOD.
061000     IF DL100PP-SUPV-ID = SPACES
061100             OR NOT DL100PP-CONFIRMED
061200             OR DL100PP-REASON = SPACES
061300         ADD 1 TO WS-REFUSED-COUNT
061400         MOVE SPACES TO DL100PR-LINE
061500         MOVE 'NEEDS SUPERVISOR, CONFIRM, REASON' TO DL100PR-TEXT
061600         PERFORM 2800-WRITE-CARD-LINE THRU 2800-EXIT
061700         GO TO 2400-EXIT
061800     END-IF.
061900     MOVE DL100PP-PERIOD TO DL100PC-PERIOD.
062000     PERFORM 2500-READ-PERCTL THRU 2500-EXIT.
062100     IF WS-FATAL-ERROR
062200         GO TO 2400-EXIT
062300     END-IF.
062400     IF WS-PER-NOTFOUND OR NOT DL100PC-CLOSED
062500         ADD 1 TO WS-NOT-APPLIED-COUNT
062600         MOVE SPACES TO DL100PR-LINE
062700         MOVE 'MONTH NOT CLOSED, NOT CHANGED' TO DL100PR-TEXT
062800         PERFORM 2800-WRITE-CARD-LINE THRU 2800-EXIT
062900         GO TO 2400-EXIT
063000     END-IF.
063100     PERFORM 0900-BUILD-TIMESTAMP THRU 0900-EXIT.
063200     SET DL100PC-REOPENED TO TRUE.
063300     MOVE WS-TIMESTAMP TO DL100PC-REOPEN-TS.
063400     MOVE DL100PP-SUPV-ID TO DL100PC-REOPENED-BY.
063500     MOVE DL100PP-REASON TO DL100PC-REOPEN-REASON.
063600     IF DL100PC-REOPEN-COUNT NOT NUMERIC
063700         MOVE ZERO TO DL100PC-REOPEN-COUNT
063800     END-IF.
063900     ADD 1 TO DL100PC-REOPEN-COUNT.
064000     REWRITE DL100PC-RECORD.
064100     IF NOT WS-PERCTL-OK
064200         DISPLAY 'DL100P0E-PERCTL REWRITE FAILED, STATUS '
064300             WS-PERCTL-STATUS
064400         MOVE 99 TO RETURN-CODE
064500         SET WS-FATAL-ERROR TO TRUE
064600         GO TO 2400-EXIT
064700     END-IF.
064800     MOVE SPACES TO DL100AU-RECORD.
064900     SET DL100AU-EVT-PER-REOPEN TO TRUE.
065000     MOVE DL100PP-SUPV-ID TO DL100AU-USER-ID.
065100     PERFORM 2700-WRITE-PER-AUDIT THRU 2700-EXIT.
065200     IF WS-FATAL-ERROR
065300         GO TO 2400-EXIT
065400     END-IF.
065500     ADD 1 TO WS-REOPENED-COUNT.
065600     MOVE SPACES TO DL100PR-LINE.
065700     MOVE 'MONTH REOPENED BY SUPERVISOR' TO DL100PR-TEXT.
065800     MOVE DL100PC-REOPEN-COUNT TO DL100PR-COUNT-ED.
065900     PERFORM 2800-WRITE-CARD-LINE THRU 2800-EXIT.
066000 2400-EXIT.
066100     EXIT.
066200*----------------------------------------------------------------*
066300*  2500-READ-PERCTL  --  RANDOM READ BY DL100PC-PERIOD.  NOT     *
066400*  FOUND IS NORMAL - THE MONTH HAS NEVER BEEN CLOSED; ANY OTHER  *
066500*  BAD STATUS ENDS THE RUN.                                      *
066600*----------------------------------------------------------------*
066700 2500-READ-PERCTL.
066800     READ PERCTL
066900         INVALID KEY
067000             SET WS-PER-NOTFOUND TO TRUE
067100         NOT INVALID KEY
067200             SET WS-PER-FOUND TO TRUE
067300     END-READ.
067400     IF NOT WS-PERCTL-OK AND NOT WS-PERCTL-NOTFOUND
067500         DISPLAY 'DL100P0E-PERCTL READ ERROR, STATUS '
067600             WS-PERCTL-STATUS
067700         MOVE 99 TO RETURN-CODE
067800         SET WS-FATAL-ERROR TO TRUE
067900     END-IF.
068000 2500-EXIT.
068100     EXIT.
068200*----------------------------------------------------------------*
068300*  2600-WRITE-FROZEN-TOTALS  --  THE FIGURES JUST FROZEN ON      *
068400*  PERCTL FOR THE MONTH CLOSED, ONE TO A LINE.                   *
068500*----------------------------------------------------------------*
068600 2600-WRITE-FROZEN-TOTALS.
068610     MOVE SPACES TO DL100PR-TOT-LINE.
068700     MOVE 'DAYS ON THE COUNTER FILE' TO DL100PR-TOT-LABEL.
068800     MOVE DL100PC-FRZ-DAYS TO DL100PR-TOT-FIGURE-ED.
068900     PERFORM 2650-WRITE-TOT-LINE THRU 2650-EXIT.
068910     MOVE SPACES TO DL100PR-TOT-LINE.
069000     MOVE 'ITEMS COUNTED (AREA-1)' TO DL100PR-TOT-LABEL.
069100     MOVE DL100PC-FRZ-ITEMS TO DL100PR-TOT-FIGURE-ED.
069200     PERFORM 2650-WRITE-TOT-LINE THRU 2650-EXIT.
069210     MOVE SPACES TO DL100PR-TOT-LINE.
069300     MOVE 'BREACHES ON THE DAYS (AREA-2)' TO DL100PR-TOT-LABEL.
069400     MOVE DL100PC-FRZ-CTR-BREACHES TO DL100PR-TOT-FIGURE-ED.
069500     PERFORM 2650-WRITE-TOT-LINE THRU 2650-EXIT.
069510     MOVE SPACES TO DL100PR-TOT-LINE.
069600     MOVE 'DOLLARS COUNTED' TO DL100PR-TOT-LABEL.
069700     MOVE DL100PC-FRZ-AMOUNT TO DL100PR-TOT-AMOUNT-ED.
069800     PERFORM 2650-WRITE-TOT-LINE THRU 2650-EXIT.
069810     MOVE SPACES TO DL100PR-TOT-LINE.
069900     MOVE 'SUMFILE BREACH COUNT' TO DL100PR-TOT-LABEL.
070000     MOVE DL100PC-FRZ-SUM-BREACHES TO DL100PR-TOT-FIGURE-ED.
070100     PERFORM 2650-WRITE-TOT-LINE THRU 2650-EXIT.
070110     MOVE SPACES TO DL100PR-TOT-LINE.
070200     MOVE 'SUMFILE RUN COUNT' TO DL100PR-TOT-LABEL.
070300     MOVE DL100PC-FRZ-RUN-COUNT TO DL100PR-TOT-FIGURE-ED.
070400     PERFORM 2650-WRITE-TOT-LINE THRU 2650-EXIT.
070410     MOVE SPACES TO DL100PR-TOT-LINE.
070500     MOVE 'PRIOR-PERIOD ADJUSTMENTS POSTED' TO DL100PR-TOT-LABEL.
070600     MOVE DL100PC-FRZ-PPA-COUNT TO DL100PR-TOT-FIGURE-ED.
070700     PERFORM 2650-WRITE-TOT-LINE THRU 2650-EXIT.
070710     MOVE SPACES TO DL100PR-TOT-LINE.
070800     MOVE 'PRIOR-PERIOD ADJUSTMENT BREACHES'
070900         TO DL100PR-TOT-LABEL.
071000     MOVE DL100PC-FRZ-PPA-NET TO DL100PR-TOT-FIGURE-ED.
071100     PERFORM 2650-WRITE-TOT-LINE THRU 2650-EXIT.
071200 2600-EXIT.
071300     EXIT.
071400*----------------------------------------------------------------*
071500*  2650-WRITE-TOT-LINE  --  WRITE ONE FROZEN-TOTAL LINE.  THE    *
071600*  CALLER HAS CLEARED THE LINE AND SET THE LABEL AND EITHER THE  *
071700*  FIGURE OR THE AMOUNT.                                         *
071800*----------------------------------------------------------------*
071900 2650-WRITE-TOT-LINE.
072000     MOVE ' ' TO DL100PR-TOT-CC.
072100     WRITE DL100PR-TOT-LINE.
072200     IF NOT WS-CLSRPT-OK
072300         DISPLAY 'DL100P0E-CLSRPT WRITE FAILED, STATUS '
072400             WS-CLSRPT-STATUS
072500         MOVE 99 TO RETURN-CODE
072600         SET WS-FATAL-ERROR TO TRUE
072700     END-IF.
072900 2650-EXIT.
073000     EXIT.
073100*----------------------------------------------------------------*
073200*  2700-WRITE-PER-AUDIT  --  LOG A CLOSE OR REOPEN OF THE MONTH  *
073300*  IN DL100PC-RECORD.  THE CALLER HAS CLEARED THE RECORD AND     *
073400*  SET THE EVENT AND THE USER.  RUN-ID CARRIES THE MONTH,        *
073500*  ITEM-ID THE FROZEN SUMFILE BREACH COUNT, AREA-1 THE DAYS,     *
073600*  AREA-2 THE REOPEN COUNT AND THE AMOUNT THE MONTH'S DOLLARS.   *
073700*----------------------------------------------------------------*
073800 2700-WRITE-PER-AUDIT.
073900     MOVE WS-TIMESTAMP TO DL100AU-TS.
074000     MOVE DL100PC-PERIOD TO DL100AU-RUN-ID.
074100     MOVE DL100PC-FRZ-SUM-BREACHES TO DL100AU-ITEM-ID.
074200     MOVE DL100PC-FRZ-DAYS TO DL100AU-AREA-1.
074300     MOVE DL100PC-REOPEN-COUNT TO DL100AU-AREA-2.
074400     MOVE DL100PC-FRZ-AMOUNT TO DL100AU-AMOUNT.
074500     WRITE DL100AU-RECORD.
074600     IF NOT WS-AUDITFILE-OK
074700         DISPLAY 'DL100P0E-AUDITFILE WRITE FAILED, STATUS '
074800             WS-AUDITFILE-STATUS
074900         MOVE 99 TO RETURN-CODE
075000         SET WS-FATAL-ERROR TO TRUE
075100     END-IF.
075200 2700-EXIT.
075300     EXIT.
075400*----------------------------------------------------------------*
075500*  2800-WRITE-CARD-LINE  --  FINISH AND WRITE THE REPORT LINE    *
075600*  FOR THE CURRENT CARD; THE CALLER HAS SET THE TEXT.            *
075700*----------------------------------------------------------------*
075800 2800-WRITE-CARD-LINE.
075900     MOVE ' ' TO DL100PR-CC.
076000     IF DL100PP-PER-YYYY NUMERIC AND DL100PP-PER-MM NUMERIC
076100         MOVE DL100PP-PERIOD TO WS-PRT-MONTH
076200         PERFORM 7910-FORMAT-MONTH THRU 7910-EXIT
076300         MOVE WS-PRT-MONTH-TEXT TO DL100PR-PERIOD
076400     ELSE
076500         MOVE DL100PP-PERIOD-X TO DL100PR-PERIOD
076600     END-IF.
076700     MOVE DL100PP-ACTION TO DL100PR-ACTION.
076800     MOVE DL100PP-USER-ID TO DL100PR-USER-ID.
076900     MOVE DL100PP-SUPV-ID TO DL100PR-SUPV-ID.
077000     MOVE DL100PP-REASON TO DL100PR-REASON.
077100     PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT.
077200 2800-EXIT.
077300     EXIT.
077400*----------------------------------------------------------------*
077500*  2900-READ-CLSPARM  --  NEXT PERIOD CLOSE CARD, SET EOF        *
077600*----------------------------------------------------------------*
077700 2900-READ-CLSPARM.
077800     READ CLSPARM
077900         AT END
078000             SET WS-END-OF-CLSPARM TO TRUE
078100         NOT AT END
078200             ADD 1 TO WS-CARD-READ-COUNT
078300     END-READ.
078400     IF NOT WS-CLSPARM-OK AND NOT WS-CLSPARM-EOF
078500         DISPLAY 'DL100P0E-CLSPARM READ ERROR, STATUS '
078600             WS-CLSPARM-STATUS
078700         MOVE 99 TO RETURN-CODE
078800         SET WS-END-OF-CLSPARM TO TRUE
078900         SET WS-FATAL-ERROR TO TRUE
079000     END-IF.
079100 2900-EXIT.
079200     EXIT.
079300*----------------------------------------------------------------*
079400*  7200-SET-MONTH-DAYS  --  DAYS IN WS-WRK-MM OF WS-WRK-YYYY,    *
079500*  WITH THE FEBRUARY LEAP YEAR RULE (DIVIDES BY 4 AND NOT BY     *
079600*  100, OR DIVIDES BY 400).                                      *
079700*----------------------------------------------------------------*
079800 7200-SET-MONTH-DAYS.
079900     MOVE WS-DIM (WS-WRK-MM) TO WS-MONTH-DAYS.
080000     IF WS-WRK-MM NOT = 2
080100         GO TO 7200-EXIT
080200     END-IF.
080300     DIVIDE WS-WRK-YYYY BY 400 GIVING WS-LEAP-QUOT
080400         REMAINDER WS-LEAP-REM.
080500     IF WS-LEAP-REM = ZERO
080600         MOVE 29 TO WS-MONTH-DAYS
080700         GO TO 7200-EXIT
080800     END-IF.
080900     DIVIDE WS-WRK-YYYY BY 100 GIVING WS-LEAP-QUOT
081000         REMAINDER WS-LEAP-REM.
081100     IF WS-LEAP-REM = ZERO
081200         GO TO 7200-EXIT
081300     END-IF.
081400     DIVIDE WS-WRK-YYYY BY 4 GIVING WS-LEAP-QUOT
081500         REMAINDER WS-LEAP-REM.
081600     IF WS-LEAP-REM = ZERO
081700         MOVE 29 TO WS-MONTH-DAYS
081800     END-IF.
081900 7200-EXIT.
082000     EXIT.
082100*----------------------------------------------------------------*
082200*  7900-FORMAT-DATE  --  WS-PRT-DATE AS MM/DD/YYYY               *
082300*----------------------------------------------------------------*
082400 7900-FORMAT-DATE.
082500     MOVE SPACES TO WS-PRT-DATE-TEXT.
082600     STRING WS-PRT-MM   DELIMITED BY SIZE
082700            '/'         DELIMITED BY SIZE
082800            WS-PRT-DD   DELIMITED BY SIZE
082900            '/'         DELIMITED BY SIZE
083000            WS-PRT-YYYY DELIMITED BY SIZE
083100         INTO WS-PRT-DATE-TEXT
083200     END-STRING.
083300 7900-EXIT.
083400     EXIT.
083500*----------------------------------------------------------------*
083600*  7910-FORMAT-MONTH  --  WS-PRT-MONTH AS YYYY/MM                *
083700*----------------------------------------------------------------*
083800 7910-FORMAT-MONTH.
083900     MOVE SPACES TO WS-PRT-MONTH-TEXT.
084000     STRING WS-PRT-MON-YYYY DELIMITED BY SIZE
084100            '/'             DELIMITED BY SIZE
084200            WS-PRT-MON-MM   DELIMITED BY SIZE
084300         INTO WS-PRT-MONTH-TEXT
084400     END-STRING.
084500 7910-EXIT.
084600     EXIT.
084700*----------------------------------------------------------------*
084800*  8000-TERMINATE  --  REGISTER, SUMMARY COUNTS AND CLOSE ALL    *
084900*  FILES.  A REFUSED CARD ENDS THE STEP WITH 8 SO THE MONTH-END  *
085000*  SCHEDULE STOPS; A CARD SKIPPED OR NOT NEEDED, OR A SUMFILE    *
085100*  DISAGREEMENT, WITH 4.                                         *
085200*----------------------------------------------------------------*
085300 8000-TERMINATE.
085400     IF WS-NO-FATAL-ERROR
085500         PERFORM 8300-WRITE-REGISTER THRU 8300-EXIT
085600     END-IF.
085700     PERFORM 8200-WRITE-SUMMARY THRU 8200-EXIT.
085800     CLOSE CLSPARM.
085900     CLOSE PERCTL.
086000     CLOSE CTRFILE.
086100     CLOSE RUNCFILE.
086200     CLOSE SUMFILE.
086300     CLOSE AUDITFILE.
086400     CLOSE CLSRPT.
086500     IF WS-FATAL-ERROR
086600         DISPLAY 'DL100P0E-PERIOD CLOSE ENDED WITH A FILE ERROR, '
086700             'SEE THE MESSAGES ABOVE'
086800         GO TO 8000-EXIT
086900     END-IF.
087000     IF WS-REFUSED-COUNT > ZERO
087100         MOVE 8 TO RETURN-CODE
087200         DISPLAY 'DL100P0E-PERIOD CLOSE CARDS REFUSED, SEE CLSRPT'
087300         GO TO 8000-EXIT
087400     END-IF.
087500     IF WS-BAD-CARD-COUNT > ZERO
087600             OR WS-NOT-APPLIED-COUNT > ZERO
087700             OR WS-SUM-DIFF-COUNT > ZERO
087800         MOVE 4 TO RETURN-CODE
087900         DISPLAY 'DL100P0W-PERIOD CLOSE CARDS NOT APPLIED OR '
088000             'WARNED, SEE CLSRPT'
088100     ELSE
088200         DISPLAY 'DL100P0I-PERIOD CLOSE COMPLETE, SEE CLSRPT'
088300     END-IF.
088400 8000-EXIT.
088500     EXIT.
088600*----------------------------------------------------------------*
088700*  8100-WRITE-HEADING  --  REPORT TITLE AND RUN DATE             *
088800*----------------------------------------------------------------*
088900 8100-WRITE-HEADING.
089000     MOVE SPACES TO DL100PR-LINE.
089100     MOVE ' ' TO DL100PR-CC.
089200     MOVE 'DL100 ACCOUNTING PERIOD CLOSE' TO DL100PR-TEXT.
089300     MOVE WS-CURR-DATE TO WS-PRT-DATE.
089400     PERFORM 7900-FORMAT-DATE THRU 7900-EXIT.
089500     MOVE WS-PRT-DATE-TEXT TO DL100PR-PERIOD.
089600     PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT.
089700 8100-EXIT.
089800     EXIT.
089900*----------------------------------------------------------------*
090000*  8200-WRITE-SUMMARY  --  PERIOD CLOSE TOTALS                   *
090100*----------------------------------------------------------------*
090200 8200-WRITE-SUMMARY.
090300     MOVE SPACES TO DL100PR-LINE.
090400     MOVE ' ' TO DL100PR-CC.
090500     MOVE 'CLOSE CARDS READ' TO DL100PR-TEXT.
090600     MOVE WS-CARD-READ-COUNT TO DL100PR-COUNT-ED.
090700     PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT.
090800     MOVE SPACES TO DL100PR-LINE.
090900     MOVE ' ' TO DL100PR-CC.
091000     MOVE 'MONTHS CLOSED' TO DL100PR-TEXT.
091100     MOVE WS-CLOSED-COUNT TO DL100PR-COUNT-ED.
091200     PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT.
091300     MOVE SPACES TO DL100PR-LINE.
091400     MOVE ' ' TO DL100PR-CC.
091500     MOVE 'MONTHS REOPENED' TO DL100PR-TEXT.
091600     MOVE WS-REOPENED-COUNT TO DL100PR-COUNT-ED.
091700     PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT.
091800     MOVE SPACES TO DL100PR-LINE.
091900     MOVE ' ' TO DL100PR-CC.
092000     MOVE 'CARDS NOT NEEDED, MONTH UNCHANGED' TO DL100PR-TEXT.
092100     MOVE WS-NOT-APPLIED-COUNT TO DL100PR-COUNT-ED.
092200     PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT.
092300     MOVE SPACES TO DL100PR-LINE.
092400     MOVE ' ' TO DL100PR-CC.
092500     MOVE 'CLOSES AND REOPENS REFUSED' TO DL100PR-TEXT.
092600     MOVE WS-REFUSED-COUNT TO DL100PR-COUNT-ED.
092700     PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT.
092800     MOVE SPACES TO DL100PR-LINE.
092900     MOVE ' ' TO DL100PR-CC.
093000     MOVE 'MONTHS CLOSED WITH SUMFILE DISAGREEING'
093100         TO DL100PR-TEXT.
093200     MOVE WS-SUM-DIFF-COUNT TO DL100PR-COUNT-ED.
093300     PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT.
093400     MOVE SPACES TO DL100PR-LINE.
093500     MOVE ' ' TO DL100PR-CC.
093600     MOVE 'UNUSABLE CLOSE CARDS' TO DL100PR-TEXT.
093700     MOVE WS-BAD-CARD-COUNT TO DL100PR-COUNT-ED.
093800     PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT.
093900 8200-EXIT.
094000     EXIT.
094100*----------------------------------------------------------------*
094200*  8300-WRITE-REGISTER  --  EVERY MONTH ON PERCTL IN ORDER, WITH *
094300*  ITS STATUS, WHO CLOSED IT AND WHEN, ITS FROZEN BREACH COUNT   *
094400*  AND DAYS, AND HOW OFTEN AND BY WHOM IT WAS LAST REOPENED.     *
094500*----------------------------------------------------------------*
094600 8300-WRITE-REGISTER.
094700     MOVE SPACES TO DL100PR-LINE.
094800     MOVE ' ' TO DL100PR-CC.
094900     MOVE 'PERIOD CONTROL REGISTER' TO DL100PR-TEXT.
095000     PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT.
095100     SET WS-NOT-END-OF-PERCTL TO TRUE.
095200     MOVE ZERO TO DL100PC-PERIOD.
095300     START PERCTL KEY NOT < DL100PC-PERIOD
095400         INVALID KEY
095500             SET WS-END-OF-PERCTL TO TRUE
095600     END-START.
095700     IF NOT WS-END-OF-PERCTL
095800         PERFORM 8390-READ-PERCTL-NEXT THRU 8390-EXIT
095900         PERFORM 8310-WRITE-ONE-PERIOD THRU 8310-EXIT
096000             UNTIL WS-END-OF-PERCTL
096100                OR WS-FATAL-ERROR
096200     END-IF.
096300 8300-EXIT.
096400     EXIT.
096500*----------------------------------------------------------------*
096600*  8310-WRITE-ONE-PERIOD  --  ONE REGISTER LINE, THEN THE NEXT   *
096700*----------------------------------------------------------------*
096800 8310-WRITE-ONE-PERIOD.
096900     ADD 1 TO WS-REGISTER-COUNT.
097000     MOVE SPACES TO DL100PR-REG-LINE.
097100     MOVE ' ' TO DL100PR-REG-CC.
097200     MOVE DL100PC-PERIOD TO WS-PRT-MONTH.
097300     PERFORM 7910-FORMAT-MONTH THRU 7910-EXIT.
097400     MOVE WS-PRT-MONTH-TEXT TO DL100PR-REG-PERIOD.
097500     IF DL100PC-CLOSED
097600         MOVE 'CLOSED' TO DL100PR-REG-STATUS
097700     ELSE
097800         MOVE 'REOPENED' TO DL100PR-REG-STATUS
097900     END-IF.
098000     MOVE DL100PC-CLOSE-TS TO DL100PR-REG-CLOSE-TS.
098100     MOVE DL100PC-CLOSED-BY TO DL100PR-REG-CLOSED-BY.
098200     MOVE DL100PC-FRZ-SUM-BREACHES TO DL100PR-REG-BREACHES-ED.
098300     MOVE DL100PC-FRZ-DAYS TO DL100PR-REG-DAYS-ED.
098400     MOVE DL100PC-REOPEN-COUNT TO DL100PR-REG-REOPENS-ED.
098500     MOVE DL100PC-REOPENED-BY TO DL100PR-REG-REOPENED-BY.
098600     WRITE DL100PR-REG-LINE.
098700     IF NOT WS-CLSRPT-OK
098800         DISPLAY 'DL100P0E-CLSRPT WRITE FAILED, STATUS '
098900             WS-CLSRPT-STATUS
099000         MOVE 99 TO RETURN-CODE
099100         SET WS-FATAL-ERROR TO TRUE
099200         GO TO 8310-EXIT
099300     END-IF.
099400     PERFORM 8390-READ-PERCTL-NEXT THRU 8390-EXIT.
099500 8310-EXIT.
099600     EXIT.
099700*----------------------------------------------------------------*
099800*  8390-READ-PERCTL-NEXT  --  NEXT MONTH ON PERCTL IN ORDER      *
099900*----------------------------------------------------------------*
100000 8390-READ-PERCTL-NEXT.
100100     READ PERCTL NEXT RECORD
100200         AT END
100300             SET WS-END-OF-PERCTL TO TRUE
100400     END-READ.
100500     IF NOT WS-PERCTL-OK AND NOT WS-PERCTL-EOF
100600         DISPLAY 'DL100P0E-PERCTL READ ERROR, STATUS '
100700             WS-PERCTL-STATUS
100800         MOVE 99 TO RETURN-CODE
100900         SET WS-END-OF-PERCTL TO TRUE
101000         SET WS-FATAL-ERROR TO TRUE
101100     END-IF.
101200 8390-EXIT.
101300     EXIT.
101400*----------------------------------------------------------------*
101500*  8900-WRITE-RPT-LINE  --  WRITE ONE REPORT LINE WITH A STATUS  *
101600*  CHECK, SO EVERY CALLER GETS THE SAME ERROR HANDLING.          *
101700*----------------------------------------------------------------*
101800 8900-WRITE-RPT-LINE.
101900     WRITE DL100PR-LINE.
102000     IF NOT WS-CLSRPT-OK
102100         DISPLAY 'DL100P0E-CLSRPT WRITE FAILED, STATUS '
102200             WS-CLSRPT-STATUS
102300         MOVE 99 TO RETURN-CODE
102400         SET WS-FATAL-ERROR TO TRUE
102500     END-IF.
102600 8900-EXIT.
102700     EXIT.
