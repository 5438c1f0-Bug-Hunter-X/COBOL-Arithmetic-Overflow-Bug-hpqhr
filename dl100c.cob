001600*  MODIFICATION HISTORY                                          *
001700*----------------------------------------------------------------*
001800*  2026-08-22  RCH  ORIGINAL PROGRAM.                            *
001810*  2026-10-15  RCH  DATES BUSCAL MARKS AS A HOLIDAY OR WEEKEND   *
001820*                   ARE SKIPPED UNLESS A RUN WAS STAMPED ON THEM.*
001900*----------------------------------------------------------------*
002000 ENVIRONMENT DIVISION.
002100 CONFIGURATION SECTION.
003400     SELECT CALRPT  ASSIGN TO CALRPT
003500         ORGANIZATION IS SEQUENTIAL
003600         FILE STATUS IS WS-CALRPT-STATUS.
003610     SELECT BUSCAL  ASSIGN TO BUSCAL
003620         ORGANIZATION IS INDEXED
003630         ACCESS MODE IS RANDOM
003640         RECORD KEY IS DL100BC-CAL-DATE
003650         FILE STATUS IS WS-BUSCAL-STATUS.
003700 DATA DIVISION.
003800 FILE SECTION.
003900*----------------------------------------------------------------*
005600     RECORDING MODE IS F
005700     LABEL RECORDS ARE STANDARD.
005800     COPY DL100CR.
005810*----------------------------------------------------------------*
005820*  BUSCAL  --  BUSINESS-DAY CALENDAR, MAINTAINED BY DL100D       *
005830*----------------------------------------------------------------*
005840 FD  BUSCAL
005850     LABEL RECORDS ARE STANDARD.
005860     COPY DL100BC.
005900 WORKING-STORAGE SECTION.
006000*----------------------------------------------------------------*
006100*  SWEEP RANGE, FROM THE CALPARM CARD OR DEFAULTED.  THE SWEEP   *
008800 01  WS-DAYS-IN-MONTH REDEFINES WS-DAYS-IN-MONTH-DEF.
008900     05  WS-DIM                      PIC 9(02) OCCURS 12.
009000*----------------------------------------------------------------*
009007*  BUSINESS CALENDAR LOOKUP - WS-BC-DATE IN, WS-BUS-DAY-SW OUT.  *
009014*  A DATE NOT ON BUSCAL, OR ANY DATE WHEN BUSCAL CANNOT BE READ, *
009021*  COUNTS AS A BUSINESS DAY.                                     *
009028*----------------------------------------------------------------*
009035 01  WS-BUS-CAL-CONTROLS.
009042     05  WS-BC-DATE                  PIC 9(08)   VALUE ZERO.
009049     05  WS-BUSCAL-AVAIL-SW          PIC X(01)   VALUE 'N'.
009056         88  WS-BUSCAL-AVAIL                     VALUE 'Y'.
009063         88  WS-BUSCAL-NOT-AVAIL                 VALUE 'N'.
009070     05  WS-BUS-DAY-SW               PIC X(01)   VALUE 'Y'.
009077         88  WS-BUS-DAY                          VALUE 'Y'.
009084         88  WS-NON-BUS-DAY                      VALUE 'N'.
009091*----------------------------------------------------------------*
009100*  SWEEP COUNTERS                                                *
009200*----------------------------------------------------------------*
009300 01  WS-SWEEP-COUNTS.
009500     05  WS-COMPLETED-COUNT          PIC 9(07) COMP VALUE ZERO.
009600     05  WS-NEVER-RAN-COUNT          PIC 9(07) COMP VALUE ZERO.
009700     05  WS-DIED-COUNT               PIC 9(07) COMP VALUE ZERO.
009710     05  WS-NON-BUS-COUNT            PIC 9(07) COMP VALUE ZERO.
009720     05  WS-BUS-SWEPT-COUNT          PIC 9(07) COMP VALUE ZERO.
009800*----------------------------------------------------------------*
009900*  FILE STATUS FIELDS                                            *
010000*----------------------------------------------------------------*
010500         88  WS-RUNCFILE-OK                      VALUE '00'.
010600     05  WS-CALRPT-STATUS            PIC X(02)   VALUE '00'.
010700         88  WS-CALRPT-OK                        VALUE '00'.
010710     05  WS-BUSCAL-STATUS            PIC X(02)   VALUE '00'.
010720         88  WS-BUSCAL-OK                        VALUE '00'.
010730         88  WS-BUSCAL-NOTFOUND                  VALUE '23'.
010800*----------------------------------------------------------------*
010900*  PROGRAM SWITCHES                                              *
011000*----------------------------------------------------------------*
013400     STOP RUN.
013500*----------------------------------------------------------------*
013600*  1000-INITIALIZE  --  RESOLVE THE DATE RANGE, OPEN THE FILES   *
013610*  AND THE BUSINESS CALENDAR, AND PRINT THE HEADING.             *
013800*----------------------------------------------------------------*
013900 1000-INITIALIZE.
014000     ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
016200         SET WS-INIT-FAILED TO TRUE
016300         GO TO 1000-EXIT
016400     END-IF.
016410     PERFORM 1200-OPEN-BUSCAL THRU 1200-EXIT.
016500     PERFORM 8100-WRITE-HEADING THRU 8100-EXIT.
016600 1000-EXIT.
016700     EXIT.
020900 1100-EXIT.
021000     EXIT.
021100*----------------------------------------------------------------*
021106*  1200-OPEN-BUSCAL  --  THE BUSINESS CALENDAR IS OPTIONAL.  IF  *
021112*  IT CANNOT BE OPENED EVERY DATE IS SWEPT AS A BUSINESS DAY,    *
021118*  AS BEFORE THERE WAS A CALENDAR.                               *
021124*----------------------------------------------------------------*
021130 1200-OPEN-BUSCAL.
021136     OPEN INPUT BUSCAL.
021142     IF WS-BUSCAL-OK
021148         SET WS-BUSCAL-AVAIL TO TRUE
021154     ELSE
021160         DISPLAY 'DL100C0W-BUSCAL OPEN FAILED, STATUS '
021166             WS-BUSCAL-STATUS ', EVERY DATE SWEPT'
021172     END-IF.
021178 1200-EXIT.
021184     EXIT.
021190*----------------------------------------------------------------*
021200*  2000-SWEEP-CALENDAR  --  WALK EVERY DATE IN THE RANGE AND     *
021300*  REPORT THE ONES WITH NO COMPLETED RUN.                        *
021400*----------------------------------------------------------------*
022600     EXIT.
022700*----------------------------------------------------------------*
022800*  2100-CHECK-ONE-DATE  --  LOOK UP ONE BUSINESS DATE ON THE     *
022810*  CALENDAR AND CLASSIFY IT.  A DATE WITH NO RUN THAT BUSCAL     *
022820*  MARKS AS A HOLIDAY OR WEEKEND WAS NEVER MEANT TO RUN - IT IS  *
022830*  SKIPPED AND ONLY COUNTED.  A RUN STAMPED ON SUCH A DATE IS    *
022840*  STILL CLASSIFIED, SO A RUN THAT DIED THERE IS STILL LISTED.   *
023000*----------------------------------------------------------------*
023100 2100-CHECK-ONE-DATE.
023200     ADD 1 TO WS-DATES-SWEPT.
023800             SET WS-RUNC-REC-FOUND TO TRUE
023900     END-READ.
024000     IF WS-RUNC-REC-NOTFOUND
024010         MOVE WS-WORK-DATE TO WS-BC-DATE
024020         PERFORM 7600-CHECK-BUS-DAY THRU 7600-EXIT
024030         IF WS-NON-BUS-DAY
024040             ADD 1 TO WS-NON-BUS-COUNT
024050             GO TO 2100-NEXT
024060         END-IF
024070     END-IF.
024080     IF WS-RUNC-REC-NOTFOUND
024100         ADD 1 TO WS-NEVER-RAN-COUNT
024200         MOVE SPACES TO DL100CR-LINE
024300         MOVE ' ' TO DL100CR-CC
025800             PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT
025900         END-IF
026000     END-IF.
026010 2100-NEXT.
026100     PERFORM 7500-NEXT-ONE-DAY THRU 7500-EXIT.
026200 2100-EXIT.
026300     EXIT.
033400 7500-EXIT.
033500     EXIT.
033600*----------------------------------------------------------------*
033603*  7600-CHECK-BUS-DAY  --  IS WS-BC-DATE A BUSINESS DAY?  A DATE *
033606*  NOT ON BUSCAL IS.  A READ ERROR DROPS THE CALENDAR FOR THE    *
033609*  REST OF THE RUN WITH A WARNING INSTEAD OF STOPPING THE SWEEP. *
033612*----------------------------------------------------------------*
033615 7600-CHECK-BUS-DAY.
033618     SET WS-BUS-DAY TO TRUE.
033621     IF WS-BUSCAL-NOT-AVAIL
033624         GO TO 7600-EXIT
033627     END-IF.
033630     MOVE WS-BC-DATE TO DL100BC-CAL-DATE.
033633     READ BUSCAL
033636         INVALID KEY
033639             CONTINUE
033642     END-READ.
033645     IF WS-BUSCAL-NOTFOUND
033648         GO TO 7600-EXIT
033651     END-IF.
033654     IF NOT WS-BUSCAL-OK
033657         DISPLAY 'DL100C0W-BUSCAL READ ERROR, STATUS '
033660             WS-BUSCAL-STATUS ', CALENDAR DROPPED'
033663         SET WS-BUSCAL-NOT-AVAIL TO TRUE
033666         CLOSE BUSCAL
033669         GO TO 7600-EXIT
033672     END-IF.
033675     IF DL100BC-NON-BUSINESS
033678         SET WS-NON-BUS-DAY TO TRUE
033681     END-IF.
033684 7600-EXIT.
033687     EXIT.
033690*----------------------------------------------------------------*
033700*  8000-TERMINATE  --  SUMMARY COUNTS AND CLOSE ALL FILES        *
033800*----------------------------------------------------------------*
033900 8000-TERMINATE.
034000     PERFORM 8200-WRITE-SUMMARY THRU 8200-EXIT.
034100     CLOSE RUNCFILE.
034200     CLOSE CALRPT.
034210     IF WS-BUSCAL-AVAIL
034220         CLOSE BUSCAL
034230     END-IF.
034300     IF WS-FATAL-ERROR
034400         DISPLAY 'DL100C0E-SWEEP ENDED WITH A FILE ERROR, SEE '
034500             'THE MESSAGES ABOVE'
038700     MOVE SPACES TO DL100CR-LINE.
038800     MOVE ' ' TO DL100CR-CC.
038900     MOVE 'BUSINESS DATES SWEPT' TO DL100CR-TEXT.
038910     SUBTRACT WS-NON-BUS-COUNT FROM WS-DATES-SWEPT
038920         GIVING WS-BUS-SWEPT-COUNT.
038930     MOVE WS-BUS-SWEPT-COUNT TO DL100CR-COUNT-ED.
039100     PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT.
039110     MOVE SPACES TO DL100CR-LINE.
039120     MOVE ' ' TO DL100CR-CC.
039130     MOVE 'NON-BUSINESS DATES SKIPPED' TO DL100CR-TEXT.
039140     MOVE WS-NON-BUS-COUNT TO DL100CR-COUNT-ED.
039150     PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT.
039200     MOVE SPACES TO DL100CR-LINE.
039300     MOVE ' ' TO DL100CR-CC.
039400     MOVE 'DATES COMPLETED' TO DL100CR-TEXT.
