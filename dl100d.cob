000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.  DL100D.
000300 AUTHOR.  R HALLORAN.
000400 INSTALLATION.  DAILY PROCESSING CONTROL.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------*
000800*  DL100D MAINTAINS THE BUSINESS-DAY CALENDAR, BUSCAL.  EACH     *
000900*  CALENDAR CARD SETS ONE DATE TO A BUSINESS DAY, A HOLIDAY OR   *
001000*  A WEEKEND DAY, DELETES ONE DATE, OR GENERATES A WHOLE YEAR -  *
001100*  EVERY DATE OF THE YEAR NOT ALREADY ON FILE GOES ON AS A       *
001200*  WEEKDAY OR A SATURDAY/SUNDAY, SO THE YEAR IS LOADED WITH ONE  *
001300*  G CARD FOLLOWED BY AN S CARD PER HOLIDAY.  EVERY CARD IS      *
001400*  LISTED ON BUSRPT WITH WHAT BECAME OF IT.  DL100C SKIPS THE    *
001500*  NON-BUSINESS DAYS, THE DL100B LOW-FEED BASELINE LEAVES THEM   *
001600*  OUT, DL100K, DL100S AND DL100W AGE THE BREACH FEEDS IN        *
001700*  BUSINESS DAYS, AND DL100B WARNS WHEN RUN FOR A HOLIDAY.       *
001800*----------------------------------------------------------------*
001900*  MODIFICATION HISTORY                                          *
002000*----------------------------------------------------------------*
002100*  2026-10-15  RCH  ORIGINAL PROGRAM.                            *
002200*----------------------------------------------------------------*
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002500 SOURCE-COMPUTER.  IBM-370.
002600 OBJECT-COMPUTER.  IBM-370.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT BUSCARD  ASSIGN TO BUSCARD
003000         ORGANIZATION IS SEQUENTIAL
003100         FILE STATUS IS WS-BUSCARD-STATUS.
003200     SELECT BUSCAL  ASSIGN TO BUSCAL
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS RANDOM
003500         RECORD KEY IS DL100BC-CAL-DATE
003600         FILE STATUS IS WS-BUSCAL-STATUS.
003700     SELECT BUSRPT  ASSIGN TO BUSRPT
003800         ORGANIZATION IS SEQUENTIAL
003900         FILE STATUS IS WS-BUSRPT-STATUS.
004000 DATA DIVISION.
004100 FILE SECTION.
004200*----------------------------------------------------------------*
004300*  BUSCARD  --  CALENDAR MAINTENANCE CARDS                       *
004400*----------------------------------------------------------------*
004500 FD  BUSCARD
004600     RECORDING MODE IS F
004700     LABEL RECORDS ARE STANDARD.
004800     COPY DL100DP.
004900*----------------------------------------------------------------*
005000*  BUSCAL  --  BUSINESS-DAY CALENDAR, KEYED BY DATE              *
005100*----------------------------------------------------------------*
005200 FD  BUSCAL
005300     LABEL RECORDS ARE STANDARD.
005400     COPY DL100BC.
005500*----------------------------------------------------------------*
005600*  BUSRPT  --  PRINTED CALENDAR MAINTENANCE REPORT               *
005700*----------------------------------------------------------------*
005800 FD  BUSRPT
005900     RECORDING MODE IS F
006000     LABEL RECORDS ARE STANDARD.
006100     COPY DL100DR.
006200 WORKING-STORAGE SECTION.
006300*----------------------------------------------------------------*
006400*  DATE ARITHMETIC WORK FIELDS                                   *
006500*----------------------------------------------------------------*
006600 01  WS-CURR-DATE                    PIC 9(08).
006700 01  WS-CURR-DATE-X REDEFINES WS-CURR-DATE.
006800     05  WS-CURR-YYYY                PIC 9(04).
006900     05  WS-CURR-MM                  PIC 9(02).
007000     05  WS-CURR-DD                  PIC 9(02).
007100 01  WS-WORK-DATE                    PIC 9(08)   VALUE ZERO.
007200 01  WS-WORK-DATE-X REDEFINES WS-WORK-DATE.
007300     05  WS-WRK-YYYY                 PIC 9(04).
007400     05  WS-WRK-MM                   PIC 9(02).
007500     05  WS-WRK-DD                   PIC 9(02).
007600 01  WS-MONTH-DAYS                   PIC 9(02)   VALUE ZERO.
007700 01  WS-LEAP-QUOT                    PIC 9(04) COMP VALUE ZERO.
007800 01  WS-LEAP-REM                     PIC 9(04) COMP VALUE ZERO.
007900 01  WS-DAYS-IN-MONTH-DEF            PIC X(24) VALUE
008000     '312831303130313130313031'.
008100 01  WS-DAYS-IN-MONTH REDEFINES WS-DAYS-IN-MONTH-DEF.
008200     05  WS-DIM                      PIC 9(02) OCCURS 12.
008300*----------------------------------------------------------------*
008400*  DAY-OF-WEEK WORK FIELDS - ZELLER'S RULE FOR THE GREGORIAN     *
008500*  CALENDAR, WITH JANUARY AND FEBRUARY COUNTED AS MONTHS 13 AND  *
008600*  14 OF THE YEAR BEFORE.  THE RESULT IS 0 FOR SATURDAY, 1 FOR   *
008700*  SUNDAY, 2 FOR MONDAY AND SO ON TO 6 FOR FRIDAY.               *
008800*----------------------------------------------------------------*
008900 01  WS-DOW-CONTROLS.
009000     05  WS-DOW-YEAR                 PIC 9(04) COMP VALUE ZERO.
009100     05  WS-DOW-MONTH                PIC 9(02) COMP VALUE ZERO.
009200     05  WS-DOW-CENTURY              PIC 9(02) COMP VALUE ZERO.
009300     05  WS-DOW-YR-OF-CENT           PIC 9(02) COMP VALUE ZERO.
009400     05  WS-DOW-TERM                 PIC 9(04) COMP VALUE ZERO.
009500     05  WS-DOW-SUM                  PIC 9(06) COMP VALUE ZERO.
009600     05  WS-DOW-QUOT                 PIC 9(06) COMP VALUE ZERO.
009700     05  WS-DOW                      PIC 9(01) COMP VALUE ZERO.
009800         88  WS-DOW-WEEKEND                      VALUES 0 1.
009900*----------------------------------------------------------------*
010000*  YEAR GENERATION CONTROLS - THE WALK IS CAPPED AT 366 DATES    *
010100*----------------------------------------------------------------*
010200 01  WS-GEN-CONTROLS.
010300     05  WS-GEN-YEAR                 PIC 9(04)   VALUE ZERO.
010400     05  WS-GEN-DATES                PIC 9(03) COMP VALUE ZERO.
010500     05  WS-GEN-ADDED                PIC 9(03) COMP VALUE ZERO.
010600     05  WS-GEN-KEPT                 PIC 9(03) COMP VALUE ZERO.
010700*----------------------------------------------------------------*
010800*  EDITED DATE FOR THE REPORT LINES                              *
010900*----------------------------------------------------------------*
011000 01  WS-RPT-DATE                     PIC 9(08)   VALUE ZERO.
011100 01  WS-RPT-DATE-X REDEFINES WS-RPT-DATE.
011200     05  WS-RPT-YYYY                 PIC 9(04).
011300     05  WS-RPT-MM                   PIC 9(02).
011400     05  WS-RPT-DD                   PIC 9(02).
011500*----------------------------------------------------------------*
011600*  CALENDAR MAINTENANCE COUNTERS                                 *
011700*----------------------------------------------------------------*
011800 01  WS-CALENDAR-COUNTS.
011900     05  WS-CARD-READ-COUNT          PIC 9(07) COMP VALUE ZERO.
012000     05  WS-ADDED-COUNT              PIC 9(07) COMP VALUE ZERO.
012100     05  WS-CHANGED-COUNT            PIC 9(07) COMP VALUE ZERO.
012200     05  WS-DELETED-COUNT            PIC 9(07) COMP VALUE ZERO.
012300     05  WS-GEN-ADDED-COUNT          PIC 9(07) COMP VALUE ZERO.
012400     05  WS-GEN-KEPT-COUNT           PIC 9(07) COMP VALUE ZERO.
012500     05  WS-NOT-ON-FILE-COUNT        PIC 9(07) COMP VALUE ZERO.
012600     05  WS-BAD-CARD-COUNT           PIC 9(07) COMP VALUE ZERO.
012700*----------------------------------------------------------------*
012800*  FILE STATUS FIELDS                                            *
012900*----------------------------------------------------------------*
013000 01  WS-FILE-STATUSES.
013100     05  WS-BUSCARD-STATUS           PIC X(02)   VALUE '00'.
013200         88  WS-BUSCARD-OK                       VALUE '00'.
013300         88  WS-BUSCARD-EOF                      VALUE '10'.
013400     05  WS-BUSCAL-STATUS            PIC X(02)   VALUE '00'.
013500         88  WS-BUSCAL-OK                        VALUE '00'.
013600         88  WS-BUSCAL-NOTFOUND                  VALUE '23'.
013700     05  WS-BUSRPT-STATUS            PIC X(02)   VALUE '00'.
013800         88  WS-BUSRPT-OK                        VALUE '00'.
013900*----------------------------------------------------------------*
014000*  PROGRAM SWITCHES                                              *
014100*----------------------------------------------------------------*
014200 01  WS-SWITCHES.
014300     05  WS-CARD-EOF-SW              PIC X(01)   VALUE 'N'.
014400         88  WS-END-OF-BUSCARD                   VALUE 'Y'.
014500     05  WS-CAL-FOUND-SW             PIC X(01)   VALUE 'N'.
014600         88  WS-CAL-FOUND                        VALUE 'Y'.
014700         88  WS-CAL-NOTFOUND                     VALUE 'N'.
014800     05  WS-CARD-VALID-SW            PIC X(01)   VALUE 'Y'.
014900         88  WS-CARD-VALID                       VALUE 'Y'.
015000         88  WS-CARD-INVALID                     VALUE 'N'.
015100     05  WS-FATAL-SW                 PIC X(01)   VALUE 'N'.
015200         88  WS-FATAL-ERROR                      VALUE 'Y'.
015300         88  WS-NO-FATAL-ERROR                   VALUE 'N'.
015400     05  WS-INIT-SW                  PIC X(01)   VALUE 'Y'.
015500         88  WS-INIT-OK                          VALUE 'Y'.
015600         88  WS-INIT-FAILED                      VALUE 'N'.
015700*
015800 PROCEDURE DIVISION.
015900*----------------------------------------------------------------*
016000*  0000-MAINLINE                                                 *
016100*----------------------------------------------------------------*
016200 0000-MAINLINE.
016300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
016400     IF WS-INIT-FAILED
016500         GO TO 0000-EXIT
016600     END-IF.
016700     PERFORM 2000-APPLY-CARDS THRU 2000-EXIT.
016800     PERFORM 8000-TERMINATE THRU 8000-EXIT.
016900 0000-EXIT.
017000     STOP RUN.
017100*----------------------------------------------------------------*
017200*  1000-INITIALIZE  --  OPEN THE FILES AND PRINT THE HEADING.    *
017300*----------------------------------------------------------------*
017400 1000-INITIALIZE.
017500     ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
017600     OPEN INPUT BUSCARD.
017700     IF NOT WS-BUSCARD-OK
017800         DISPLAY 'DL100D0E-BUSCARD OPEN FAILED, STATUS '
017900             WS-BUSCARD-STATUS
018000         MOVE 99 TO RETURN-CODE
018100         SET WS-INIT-FAILED TO TRUE
018200         GO TO 1000-EXIT
018300     END-IF.
018400     OPEN I-O BUSCAL.
018500     IF NOT WS-BUSCAL-OK
018600         DISPLAY 'DL100D0E-BUSCAL OPEN FAILED, STATUS '
018700             WS-BUSCAL-STATUS
018800         MOVE 99 TO RETURN-CODE
018900         SET WS-INIT-FAILED TO TRUE
019000         GO TO 1000-EXIT
019100     END-IF.
019200     OPEN OUTPUT BUSRPT.
019300     IF NOT WS-BUSRPT-OK
019400         DISPLAY 'DL100D0E-BUSRPT OPEN FAILED, STATUS '
019500             WS-BUSRPT-STATUS
019600         MOVE 99 TO RETURN-CODE
019700         SET WS-INIT-FAILED TO TRUE
019800         GO TO 1000-EXIT
019900     END-IF.
020000     PERFORM 8100-WRITE-HEADING THRU 8100-EXIT.
020100 1000-EXIT.
020200     EXIT.
020300*----------------------------------------------------------------*
020400*  2000-APPLY-CARDS  --  WORK THE CALENDAR CARDS IN ORDER.       *
020500*----------------------------------------------------------------*
020600 2000-APPLY-CARDS.
020700     PERFORM 2900-READ-BUSCARD THRU 2900-EXIT.
020800     PERFORM 2100-APPLY-ONE-CARD THRU 2100-EXIT
020900         UNTIL WS-END-OF-BUSCARD
021000            OR WS-FATAL-ERROR.
021100 2000-EXIT.
021200     EXIT.
021300*----------------------------------------------------------------*
021400*  2100-APPLY-ONE-CARD  --  VALIDATE ONE CARD AND HAND IT TO     *
021500*  ITS ACTION.  A CARD WITH AN UNKNOWN ACTION, A DATE THAT IS    *
021600*  NOT A REAL CALENDAR DATE OR AN UNKNOWN DAY TYPE IS REPORTED   *
021700*  AND SKIPPED.                                                  *
021800*----------------------------------------------------------------*
021900 2100-APPLY-ONE-CARD.
022000     PERFORM 2150-VALIDATE-CARD THRU 2150-EXIT.
022100     IF WS-CARD-INVALID
022200         ADD 1 TO WS-BAD-CARD-COUNT
022300         MOVE SPACES TO DL100DR-LINE
022400         MOVE ' ' TO DL100DR-CC
022500         MOVE 'CALENDAR CARD UNUSABLE, SKIPPED' TO DL100DR-TEXT
022600         MOVE DL100DP-ACTION TO DL100DR-ACTION
022700         MOVE DL100DP-DAY-TYPE TO DL100DR-DAY-TYPE
022800         MOVE DL100DP-DESC TO DL100DR-DESC
022900         PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT
023000         GO TO 2100-NEXT
023100     END-IF.
023200     IF DL100DP-GENERATE
023300         PERFORM 2400-GENERATE-YEAR THRU 2400-EXIT
023400         GO TO 2100-NEXT
023500     END-IF.
023600     IF DL100DP-DELETE
023700         PERFORM 2300-DELETE-DATE THRU 2300-EXIT
023800     ELSE
023900         PERFORM 2200-SET-DATE THRU 2200-EXIT
024000     END-IF.
024100 2100-NEXT.
024200     PERFORM 2900-READ-BUSCARD THRU 2900-EXIT.
024300 2100-EXIT.
024400     EXIT.
024500*----------------------------------------------------------------*
024600*  2150-VALIDATE-CARD  --  THE ACTION MUST BE S, D OR G.  A G    *
024700*  CARD NEEDS ONLY A YEAR FROM 1901 TO 2099; S AND D CARDS NEED  *
024800*  A REAL DATE IN THAT RANGE, AND AN S CARD A DAY TYPE OF B, H   *
024900*  OR W.                                                         *
025000*----------------------------------------------------------------*
025100 2150-VALIDATE-CARD.
025200     SET WS-CARD-VALID TO TRUE.
025300     IF NOT DL100DP-SET AND NOT DL100DP-DELETE
025400             AND NOT DL100DP-GENERATE
025500         SET WS-CARD-INVALID TO TRUE
025600         GO TO 2150-EXIT
025700     END-IF.
025800     IF DL100DP-CAL-YYYY NOT NUMERIC
025900         SET WS-CARD-INVALID TO TRUE
026000         GO TO 2150-EXIT
026100     END-IF.
026200     IF DL100DP-CAL-YYYY < 1901 OR DL100DP-CAL-YYYY > 2099
026300         SET WS-CARD-INVALID TO TRUE
026400         GO TO 2150-EXIT
026500     END-IF.
026600     IF DL100DP-GENERATE
026700         GO TO 2150-EXIT
026800     END-IF.
026900     IF DL100DP-CAL-MM NOT NUMERIC OR DL100DP-CAL-DD NOT NUMERIC
027000         SET WS-CARD-INVALID TO TRUE
027100         GO TO 2150-EXIT
027200     END-IF.
027300     IF DL100DP-CAL-MM < 1 OR DL100DP-CAL-MM > 12
027400             OR DL100DP-CAL-DD < 1
027500         SET WS-CARD-INVALID TO TRUE
027600         GO TO 2150-EXIT
027700     END-IF.
027800     MOVE DL100DP-CAL-DATE TO WS-WORK-DATE.
027900     PERFORM 7200-SET-MONTH-DAYS THRU 7200-EXIT.
028000     IF DL100DP-CAL-DD > WS-MONTH-DAYS
028100         SET WS-CARD-INVALID TO TRUE
028200         GO TO 2150-EXIT
028300     END-IF.
028400     IF DL100DP-SET
028500         MOVE DL100DP-DAY-TYPE TO DL100BC-DAY-TYPE
028600         IF NOT DL100BC-TYPE-VALID
028700             SET WS-CARD-INVALID TO TRUE
028800         END-IF
028900     END-IF.
029000 2150-EXIT.
029100     EXIT.
029200*----------------------------------------------------------------*
029300*  2200-SET-DATE  --  SET ONE DATE'S DAY TYPE AND DESCRIPTION,   *
029400*  REWRITING THE DATE IF IT IS ON FILE AND ADDING IT IF NOT.     *
029500*----------------------------------------------------------------*
029600 2200-SET-DATE.
029700     MOVE DL100DP-CAL-DATE TO DL100BC-CAL-DATE.
029800     PERFORM 2500-READ-BUSCAL THRU 2500-EXIT.
029900     IF WS-FATAL-ERROR
030000         GO TO 2200-EXIT
030100     END-IF.
030200     MOVE DL100DP-CAL-DATE TO DL100BC-CAL-DATE.
030300     MOVE DL100DP-DAY-TYPE TO DL100BC-DAY-TYPE.
030400     MOVE DL100DP-DESC TO DL100BC-DESC.
030500     MOVE WS-CURR-DATE TO DL100BC-UPD-DATE.
030600     MOVE DL100DP-USER TO DL100BC-UPD-USER.
030700     IF WS-CAL-FOUND
030800         REWRITE DL100BC-RECORD
030900         ADD 1 TO WS-CHANGED-COUNT
031000         MOVE SPACES TO DL100DR-LINE
031100         MOVE 'CALENDAR DATE CHANGED' TO DL100DR-TEXT
031200     ELSE
031300         WRITE DL100BC-RECORD
031400         ADD 1 TO WS-ADDED-COUNT
031500         MOVE SPACES TO DL100DR-LINE
031600         MOVE 'CALENDAR DATE ADDED' TO DL100DR-TEXT
031700     END-IF.
031800     IF NOT WS-BUSCAL-OK
031900         DISPLAY 'DL100D0E-BUSCAL WRITE FAILED, STATUS '
032000             WS-BUSCAL-STATUS
032100         MOVE 99 TO RETURN-CODE
032200         SET WS-FATAL-ERROR TO TRUE
032300         GO TO 2200-EXIT
032400     END-IF.
032500     PERFORM 2800-WRITE-CARD-LINE THRU 2800-EXIT.
032600 2200-EXIT.
032700     EXIT.
032800*----------------------------------------------------------------*
032900*  2300-DELETE-DATE  --  TAKE ONE DATE OFF THE CALENDAR, WHICH   *
033000*  MAKES IT A BUSINESS DAY AGAIN.  A DATE NOT ON FILE IS         *
033100*  REPORTED AND LEFT ALONE.                                      *
033200*----------------------------------------------------------------*
033300 2300-DELETE-DATE.
033400     MOVE DL100DP-CAL-DATE TO DL100BC-CAL-DATE.
033500     PERFORM 2500-READ-BUSCAL THRU 2500-EXIT.
033600     IF WS-FATAL-ERROR
033700         GO TO 2300-EXIT
033800     END-IF.
033900     IF WS-CAL-NOTFOUND
034000         ADD 1 TO WS-NOT-ON-FILE-COUNT
034100         MOVE SPACES TO DL100DR-LINE
034200         MOVE 'DELETE FOR DATE NOT ON CALENDAR' TO DL100DR-TEXT
034300         PERFORM 2800-WRITE-CARD-LINE THRU 2800-EXIT
034400         GO TO 2300-EXIT
034500     END-IF.
034600     DELETE BUSCAL RECORD.
034700     IF NOT WS-BUSCAL-OK
034800         DISPLAY 'DL100D0E-BUSCAL DELETE FAILED, STATUS '
034900             WS-BUSCAL-STATUS
035000         MOVE 99 TO RETURN-CODE
035100         SET WS-FATAL-ERROR TO TRUE
035200         GO TO 2300-EXIT
035300     END-IF.
035400     ADD 1 TO WS-DELETED-COUNT.
035500     MOVE SPACES TO DL100DR-LINE.
035600     MOVE 'CALENDAR DATE DELETED' TO DL100DR-TEXT.
035700     PERFORM 2800-WRITE-CARD-LINE THRU 2800-EXIT.
035800 2300-EXIT.
035900     EXIT.
036000*----------------------------------------------------------------*
036100*  2400-GENERATE-YEAR  --  WALK EVERY DATE OF THE CARD'S YEAR    *
036200*  AND ADD EACH ONE NOT ALREADY ON FILE AS A WEEKDAY (B) OR A    *
036300*  SATURDAY/SUNDAY (W).  A DATE ALREADY ON FILE - A HOLIDAY SET  *
036400*  EARLIER - IS KEPT AS IT IS, SO THE CARD CAN BE RERUN SAFELY.  *
036500*----------------------------------------------------------------*
036600 2400-GENERATE-YEAR.
036700     MOVE DL100DP-CAL-YYYY TO WS-GEN-YEAR.
036800     MOVE ZERO TO WS-GEN-DATES.
036900     MOVE ZERO TO WS-GEN-ADDED.
037000     MOVE ZERO TO WS-GEN-KEPT.
037100     MOVE WS-GEN-YEAR TO WS-WRK-YYYY.
037200     MOVE 1 TO WS-WRK-MM.
037300     MOVE 1 TO WS-WRK-DD.
037400     PERFORM 2450-GENERATE-ONE-DATE THRU 2450-EXIT
037500         UNTIL WS-WRK-YYYY NOT = WS-GEN-YEAR
037600            OR WS-GEN-DATES >= 366
037700            OR WS-FATAL-ERROR.
037800     IF WS-FATAL-ERROR
037900         GO TO 2400-EXIT
038000     END-IF.
038100     ADD WS-GEN-ADDED TO WS-GEN-ADDED-COUNT.
038200     ADD WS-GEN-KEPT TO WS-GEN-KEPT-COUNT.
038300     MOVE SPACES TO DL100DR-LINE.
038400     MOVE 'YEAR GENERATED, DATES ADDED' TO DL100DR-TEXT.
038500     MOVE WS-GEN-ADDED TO DL100DR-COUNT-ED.
038600     PERFORM 2800-WRITE-CARD-LINE THRU 2800-EXIT.
038700     MOVE SPACES TO DL100DR-LINE.
038800     MOVE ' ' TO DL100DR-CC.
038900     MOVE 'YEAR GENERATED, DATES ALREADY ON FILE'
039000         TO DL100DR-TEXT.
039100     MOVE WS-GEN-KEPT TO DL100DR-COUNT-ED.
039200     PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT.
039300 2400-EXIT.
039400     EXIT.
039500*----------------------------------------------------------------*
039600*  2450-GENERATE-ONE-DATE  --  ADD WS-WORK-DATE IF IT IS NOT ON  *
039700*  FILE, THEN STEP TO THE NEXT DATE.                             *
039800*----------------------------------------------------------------*
039900 2450-GENERATE-ONE-DATE.
040000     ADD 1 TO WS-GEN-DATES.
040100     MOVE WS-WORK-DATE TO DL100BC-CAL-DATE.
040200     PERFORM 2500-READ-BUSCAL THRU 2500-EXIT.
040300     IF WS-FATAL-ERROR
040400         GO TO 2450-EXIT
040500     END-IF.
040600     IF WS-CAL-FOUND
040700         ADD 1 TO WS-GEN-KEPT
040800         GO TO 2450-NEXT
040900     END-IF.
041000     PERFORM 7400-DAY-OF-WEEK THRU 7400-EXIT.
041100     MOVE SPACES TO DL100BC-RECORD.
041200     MOVE WS-WORK-DATE TO DL100BC-CAL-DATE.
041300     IF WS-DOW-WEEKEND
041400         SET DL100BC-WEEKEND TO TRUE
041500         MOVE 'WEEKEND' TO DL100BC-DESC
041600     ELSE
041700         SET DL100BC-BUSINESS-DAY TO TRUE
041800     END-IF.
041900     MOVE WS-CURR-DATE TO DL100BC-UPD-DATE.
042000     MOVE DL100DP-USER TO DL100BC-UPD-USER.
042100     WRITE DL100BC-RECORD.
042200     IF NOT WS-BUSCAL-OK
042300         DISPLAY 'DL100D0E-BUSCAL WRITE FAILED, STATUS '
042400             WS-BUSCAL-STATUS
042500         MOVE 99 TO RETURN-CODE
042600         SET WS-FATAL-ERROR TO TRUE
042700         GO TO 2450-EXIT
042800     END-IF.
042900     ADD 1 TO WS-GEN-ADDED.
043000 2450-NEXT.
043100     PERFORM 7500-NEXT-ONE-DAY THRU 7500-EXIT.
043200 2450-EXIT.
043300     EXIT.
043400*----------------------------------------------------------------*
043500*  2500-READ-BUSCAL  --  RANDOM READ BY DL100BC-CAL-DATE.  NOT   *
043600*  FOUND IS NORMAL; ANY OTHER BAD STATUS ENDS THE RUN.           *
043700*----------------------------------------------------------------*
043800 2500-READ-BUSCAL.
043900     READ BUSCAL
044000         INVALID KEY
044100             SET WS-CAL-NOTFOUND TO TRUE
044200         NOT INVALID KEY
044300             SET WS-CAL-FOUND TO TRUE
044400     END-READ.
044500     IF NOT WS-BUSCAL-OK AND NOT WS-BUSCAL-NOTFOUND
044600         DISPLAY 'DL100D0E-BUSCAL READ ERROR, STATUS '
044700             WS-BUSCAL-STATUS
044800         MOVE 99 TO RETURN-CODE
044900         SET WS-FATAL-ERROR TO TRUE
045000     END-IF.
045100 2500-EXIT.
045200     EXIT.
045300*----------------------------------------------------------------*
045400*  2800-WRITE-CARD-LINE  --  FINISH AND WRITE THE REPORT LINE    *
045500*  FOR THE CURRENT CARD; THE CALLER HAS SET THE TEXT.            *
045600*----------------------------------------------------------------*
045700 2800-WRITE-CARD-LINE.
045800     MOVE ' ' TO DL100DR-CC.
045900     MOVE DL100DP-CAL-DATE TO WS-RPT-DATE.
046000     IF DL100DP-GENERATE
046100         MOVE DL100DP-CAL-YYYY TO DL100DR-DATE
046200     ELSE
046300         STRING WS-RPT-MM   DELIMITED BY SIZE
046400                '/'         DELIMITED BY SIZE
046500                WS-RPT-DD   DELIMITED BY SIZE
046600                '/'         DELIMITED BY SIZE
046700                WS-RPT-YYYY DELIMITED BY SIZE
046800             INTO DL100DR-DATE
046900         END-STRING
047000     END-IF.
047100     MOVE DL100DP-ACTION TO DL100DR-ACTION.
047200     MOVE DL100DP-DAY-TYPE TO DL100DR-DAY-TYPE.
047300     MOVE DL100DP-DESC TO DL100DR-DESC.
047400     PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT.
047500 2800-EXIT.
047600     EXIT.
047700*----------------------------------------------------------------*
047800*  2900-READ-BUSCARD  --  NEXT CALENDAR CARD, SET EOF            *
047900*----------------------------------------------------------------*
048000 2900-READ-BUSCARD.
048100     READ BUSCARD
048200         AT END
048300             SET WS-END-OF-BUSCARD TO TRUE
048400         NOT AT END
048500             ADD 1 TO WS-CARD-READ-COUNT
048600     END-READ.
048700     IF NOT WS-BUSCARD-OK AND NOT WS-BUSCARD-EOF
048800         DISPLAY 'DL100D0E-BUSCARD READ ERROR, STATUS '
048900             WS-BUSCARD-STATUS
049000         MOVE 99 TO RETURN-CODE
049100         SET WS-END-OF-BUSCARD TO TRUE
049200         SET WS-FATAL-ERROR TO TRUE
049300     END-IF.
049400 2900-EXIT.
049500     EXIT.
049600*----------------------------------------------------------------*
049700*  7200-SET-MONTH-DAYS  --  DAYS IN WS-WRK-MM OF WS-WRK-YYYY,    *
049800*  WITH THE FEBRUARY LEAP YEAR RULE (DIVIDES BY 4 AND NOT BY     *
049900*  100, OR DIVIDES BY 400).                                      *
050000*----------------------------------------------------------------*
050100 7200-SET-MONTH-DAYS.
050200     MOVE WS-DIM (WS-WRK-MM) TO WS-MONTH-DAYS.
050300     IF WS-WRK-MM NOT = 2
050400         GO TO 7200-EXIT
050500     END-IF.
050600     DIVIDE WS-WRK-YYYY BY 400 GIVING WS-LEAP-QUOT
050700         REMAINDER WS-LEAP-REM.
050800     IF WS-LEAP-REM = ZERO
050900         MOVE 29 TO WS-MONTH-DAYS
051000         GO TO 7200-EXIT
051100     END-IF.
051200     DIVIDE WS-WRK-YYYY BY 100 GIVING WS-LEAP-QUOT
051300         REMAINDER WS-LEAP-REM.
051400     IF WS-LEAP-REM = ZERO
051500         GO TO 7200-EXIT
051600     END-IF.
051700     DIVIDE WS-WRK-YYYY BY 4 GIVING WS-LEAP-QUOT
051800         REMAINDER WS-LEAP-REM.
051900     IF WS-LEAP-REM = ZERO
052000         MOVE 29 TO WS-MONTH-DAYS
052100     END-IF.
052200 7200-EXIT.
052300     EXIT.
052400*----------------------------------------------------------------*
052500*  7400-DAY-OF-WEEK  --  WS-DOW FOR WS-WORK-DATE BY ZELLER'S     *
052600*  RULE: DAY + (13 X (MONTH + 1)) / 5 + YEAR-OF-CENTURY          *
052700*  + YEAR-OF-CENTURY / 4 + CENTURY / 4 + 5 X CENTURY, MODULO 7,  *
052800*  EACH DIVISION TRUNCATED.                                      *
052900*----------------------------------------------------------------*
053000 7400-DAY-OF-WEEK.
053100     MOVE WS-WRK-YYYY TO WS-DOW-YEAR.
053200     MOVE WS-WRK-MM TO WS-DOW-MONTH.
053300     IF WS-DOW-MONTH < 3
053400         ADD 12 TO WS-DOW-MONTH
053500         SUBTRACT 1 FROM WS-DOW-YEAR
053600     END-IF.
053700     DIVIDE WS-DOW-YEAR BY 100 GIVING WS-DOW-CENTURY
053800         REMAINDER WS-DOW-YR-OF-CENT.
053900     MOVE WS-WRK-DD TO WS-DOW-SUM.
054000     COMPUTE WS-DOW-TERM = 13 * (WS-DOW-MONTH + 1).
054100     DIVIDE WS-DOW-TERM BY 5 GIVING WS-DOW-QUOT.
054200     ADD WS-DOW-QUOT TO WS-DOW-SUM.
054300     ADD WS-DOW-YR-OF-CENT TO WS-DOW-SUM.
054400     DIVIDE WS-DOW-YR-OF-CENT BY 4 GIVING WS-DOW-QUOT.
054500     ADD WS-DOW-QUOT TO WS-DOW-SUM.
054600     DIVIDE WS-DOW-CENTURY BY 4 GIVING WS-DOW-QUOT.
054700     ADD WS-DOW-QUOT TO WS-DOW-SUM.
054800     COMPUTE WS-DOW-SUM = WS-DOW-SUM + (5 * WS-DOW-CENTURY).
054900     DIVIDE WS-DOW-SUM BY 7 GIVING WS-DOW-QUOT
055000         REMAINDER WS-DOW.
055100 7400-EXIT.
055200     EXIT.
055300*----------------------------------------------------------------*
055400*  7500-NEXT-ONE-DAY  --  WS-WORK-DATE PLUS ONE CALENDAR DAY     *
055500*----------------------------------------------------------------*
055600 7500-NEXT-ONE-DAY.
055700     PERFORM 7200-SET-MONTH-DAYS THRU 7200-EXIT.
055800     IF WS-WRK-DD < WS-MONTH-DAYS
055900         ADD 1 TO WS-WRK-DD
056000         GO TO 7500-EXIT
056100     END-IF.
056200     MOVE 1 TO WS-WRK-DD.
056300     IF WS-WRK-MM = 12
056400         MOVE 1 TO WS-WRK-MM
056500         ADD 1 TO WS-WRK-YYYY
056600     ELSE
056700         ADD 1 TO WS-WRK-MM
056800     END-IF.
056900 7500-EXIT.
057000     EXIT.
057100*----------------------------------------------------------------*
057200*  8000-TERMINATE  --  SUMMARY COUNTS AND CLOSE ALL FILES        *
057300*----------------------------------------------------------------*
057400 8000-TERMINATE.
057500     PERFORM 8200-WRITE-SUMMARY THRU 8200-EXIT.
057600     CLOSE BUSCARD.
057700     CLOSE BUSCAL.
057800     CLOSE BUSRPT.
057900     IF WS-FATAL-ERROR
058000         DISPLAY 'DL100D0E-CALENDAR ENDED WITH A FILE ERROR, SEE '
058100             'THE MESSAGES ABOVE'
058200     ELSE
058300         IF WS-BAD-CARD-COUNT > ZERO
058400                 OR WS-NOT-ON-FILE-COUNT > ZERO
058500             MOVE 4 TO RETURN-CODE
058600             DISPLAY 'DL100D0W-CALENDAR CARDS NOT APPLIED, SEE '
058700                 'BUSRPT'
058800         ELSE
058900             DISPLAY 'DL100D0I-CALENDAR MAINTENANCE COMPLETE, '
059000                 'SEE BUSRPT'
059100         END-IF
059200     END-IF.
059300 8000-EXIT.
059400     EXIT.
059500*----------------------------------------------------------------*
059600*  8100-WRITE-HEADING  --  REPORT TITLE AND RUN DATE             *
059700*----------------------------------------------------------------*
059800 8100-WRITE-HEADING.
059900     MOVE SPACES TO DL100DR-LINE.
060000     MOVE ' ' TO DL100DR-CC.
060100     MOVE 'DL100 BUSINESS CALENDAR MAINTENANCE'
060200         TO DL100DR-TEXT.
060300     STRING WS-CURR-MM   DELIMITED BY SIZE
060400            '/'          DELIMITED BY SIZE
060500            WS-CURR-DD   DELIMITED BY SIZE
060600            '/'          DELIMITED BY SIZE
060700            WS-CURR-YYYY DELIMITED BY SIZE
060800         INTO DL100DR-DATE
060900     END-STRING.
061000     PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT.
061100 8100-EXIT.
061200     EXIT.
061300*----------------------------------------------------------------*
061400*  8200-WRITE-SUMMARY  --  CALENDAR MAINTENANCE TOTALS           *
061500*----------------------------------------------------------------*
061600 8200-WRITE-SUMMARY.
061700     MOVE SPACES TO DL100DR-LINE.
061800     MOVE ' ' TO DL100DR-CC.
061900     MOVE 'CALENDAR CARDS READ' TO DL100DR-TEXT.
062000     MOVE WS-CARD-READ-COUNT TO DL100DR-COUNT-ED.
062100     PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT.
062200     MOVE SPACES TO DL100DR-LINE.
062300     MOVE ' ' TO DL100DR-CC.
062400     MOVE 'CALENDAR DATES ADDED' TO DL100DR-TEXT.
062500     MOVE WS-ADDED-COUNT TO DL100DR-COUNT-ED.
062600     PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT.
062700     MOVE SPACES TO DL100DR-LINE.
062800     MOVE ' ' TO DL100DR-CC.
062900     MOVE 'CALENDAR DATES CHANGED' TO DL100DR-TEXT.
063000     MOVE WS-CHANGED-COUNT TO DL100DR-COUNT-ED.
063100     PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT.
063200     MOVE SPACES TO DL100DR-LINE.
063300     MOVE ' ' TO DL100DR-CC.
063400     MOVE 'CALENDAR DATES DELETED' TO DL100DR-TEXT.
063500     MOVE WS-DELETED-COUNT TO DL100DR-COUNT-ED.
063600     PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT.
063700     MOVE SPACES TO DL100DR-LINE.
063800     MOVE ' ' TO DL100DR-CC.
063900     MOVE 'DATES ADDED BY YEAR GENERATION' TO DL100DR-TEXT.
064000     MOVE WS-GEN-ADDED-COUNT TO DL100DR-COUNT-ED.
064100     PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT.
064200     MOVE SPACES TO DL100DR-LINE.
064300     MOVE ' ' TO DL100DR-CC.
064400     MOVE 'DATES KEPT BY YEAR GENERATION' TO DL100DR-TEXT.
064500     MOVE WS-GEN-KEPT-COUNT TO DL100DR-COUNT-ED.
064600     PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT.
064700     MOVE SPACES TO DL100DR-LINE.
064800     MOVE ' ' TO DL100DR-CC.
064900     MOVE 'DELETES FOR DATES NOT ON CALENDAR' TO DL100DR-TEXT.
065000     MOVE WS-NOT-ON-FILE-COUNT TO DL100DR-COUNT-ED.
065100     PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT.
065200     MOVE SPACES TO DL100DR-LINE.
065300     MOVE ' ' TO DL100DR-CC.
065400     MOVE 'UNUSABLE CALENDAR CARDS' TO DL100DR-TEXT.
065500     MOVE WS-BAD-CARD-COUNT TO DL100DR-COUNT-ED.
065600     PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT.
065700 8200-EXIT.
065800     EXIT.
065900*----------------------------------------------------------------*
066000*  8900-WRITE-RPT-LINE  --  WRITE ONE REPORT LINE WITH A STATUS  *
066100*  CHECK, SO EVERY CALLER GETS THE SAME ERROR HANDLING.          *
066200*----------------------------------------------------------------*
066300 8900-WRITE-RPT-LINE.
066400     WRITE DL100DR-LINE.
066500     IF NOT WS-BUSRPT-OK
066600         DISPLAY 'DL100D0E-BUSRPT WRITE FAILED, STATUS '
066700             WS-BUSRPT-STATUS
066800         MOVE 99 TO RETURN-CODE
066900         SET WS-FATAL-ERROR TO TRUE
067000     END-IF.
067100 8900-EXIT.
067200     EXIT.
