002094*                   CTRARCH BEFORE THEY ARE DELETED, AND THE     *
002096*                   DELETES RUN ONLY AFTER EVERY ARCHIVE HAS     *
002098*                   CLOSED CLEAN.                                *
002100*  2026-10-15  RCH  PHASE TWO NOW ALSO AGES ITEM-IDS OFF THE     *
002110*                   ITEMHIST ITEM HISTORY FILE ONCE THEIR        *
002120*                   FIRST-SEEN DATE IS PAST DL100HP-ITEM-DAYS    *
002130*                   (DEFAULT 45).  THE CUTOFF IS CHECKPOINTED    *
002140*                   WITH THE OTHERS.                             *
002143*  2026-10-15  RCH  CTRARCH RECORD LENGTHENED TO 520 TO MATCH    *
002146*                   THE CTRFILE SENDER SOURCE TABLE.             *
002150*  2026-10-15  RCH  THE RUN IS NOW A LOGGED STEP OF THE NIGHT ON *
002160*                   STEPLOG, FILED UNDER THE NIGHT DL100E LAST   *
002170*                   OPENED, AND IS REFUSED WITH RC 8 UNLESS THAT *
002180*                   NIGHT'S DL100B, DL100K AND DL100X ENDED WITH *
002190*                   RC 4 OR LESS AND DL100S HAS FINISHED, SO     *
002200*                   NOTHING IS PURGED UNDER A LIVE STEP.         *
002210*----------------------------------------------------------------*
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 SOURCE-COMPUTER.  IBM-370.
005560         ACCESS MODE IS RANDOM
005570         RECORD KEY IS DL100HC-JOB-ID
005580         FILE STATUS IS WS-HKCKPT-STATUS.
005583     SELECT ITEMHIST  ASSIGN TO ITEMHIST
005586         ORGANIZATION IS INDEXED
005589         ACCESS MODE IS SEQUENTIAL
005592         RECORD KEY IS DL100IH-ITEM-ID
005595         FILE STATUS IS WS-ITEMHIST-STATUS.
005600     SELECT HKRPT  ASSIGN TO HKRPT
005700         ORGANIZATION IS SEQUENTIAL
005800         FILE STATUS IS WS-HKRPT-STATUS.
005810     SELECT STEPLOG  ASSIGN TO STEPLOG
005820         ORGANIZATION IS INDEXED
005830         ACCESS MODE IS RANDOM
005840         RECORD KEY IS DL100SL-KEY
005850         FILE STATUS IS WS-STEPLOG-STATUS.
005900 DATA DIVISION.
006000 FILE SECTION.
006100*----------------------------------------------------------------*
010950 FD  CTRARCH
010960     RECORDING MODE IS F
010970     LABEL RECORDS ARE STANDARD.
010980 01  DL100H-CTRARCH-REC              PIC X(520).
010982*----------------------------------------------------------------*
010984*  HKCKPT  --  THE HOUSEKEEPING PHASE CHECKPOINT                 *
010986*----------------------------------------------------------------*
010990     LABEL RECORDS ARE STANDARD.
010992     COPY DL100HC.
011000*----------------------------------------------------------------*
011010*  ITEMHIST  --  DL100E ITEM HISTORY, AGED OFF IN PLACE          *
011020*----------------------------------------------------------------*
011030 FD  ITEMHIST
011040     LABEL RECORDS ARE STANDARD.
011050     COPY DL100IH.
011060*----------------------------------------------------------------*
011100*  HKRPT  --  PRINTED PURGE REPORT FOR OPERATIONS                *
011200*----------------------------------------------------------------*
011300 FD  HKRPT
011400     RECORDING MODE IS F
011500     LABEL RECORDS ARE STANDARD.
011600     COPY DL100HR.
011610*----------------------------------------------------------------*
011620*  STEPLOG  --  NIGHTLY JOB-STEP LOG, KEYED BY BUSINESS DATE AND *
011630*  STEP.  SHARED BY EVERY STEP OF THE NIGHT AND READ BY DL100J.  *
011640*----------------------------------------------------------------*
011650 FD  STEPLOG
011660     LABEL RECORDS ARE STANDARD.
011670     COPY DL100SL.
011700 WORKING-STORAGE SECTION.
011800*----------------------------------------------------------------*
011900*  RETENTION PERIODS IN DAYS, LOADED FROM HKPARM AT START OF     *
012600     05  WS-CTR-DAYS                 PIC 9(03)   VALUE 180.
012700     05  WS-OVR-DAYS                 PIC 9(03)   VALUE 400.
012800     05  WS-EXC-DAYS                 PIC 9(03)   VALUE 90.
012810     05  WS-ITEM-DAYS                PIC 9(03)   VALUE 45.
012900*----------------------------------------------------------------*
013000*  CUTOFF DATES - A RECORD DATED BEFORE ITS CUTOFF IS PAST       *
013100*  RETENTION.                                                    *
013500     05  WS-CTR-CUTOFF               PIC 9(08)   VALUE ZERO.
013600     05  WS-OVR-CUTOFF               PIC 9(08)   VALUE ZERO.
013700     05  WS-EXC-CUTOFF               PIC 9(08)   VALUE ZERO.
013710     05  WS-ITEM-CUTOFF              PIC 9(08)   VALUE ZERO.
013800*----------------------------------------------------------------*
013900*  DATE ARITHMETIC WORK FIELDS                                   *
014000*----------------------------------------------------------------*
018700     05  WS-EXC-READ-COUNT           PIC 9(07) COMP VALUE ZERO.
018800     05  WS-EXC-ARCH-COUNT           PIC 9(07) COMP VALUE ZERO.
018900     05  WS-EXC-KEPT-COUNT           PIC 9(07) COMP VALUE ZERO.
018910     05  WS-IH-READ-COUNT            PIC 9(07) COMP VALUE ZERO.
018920     05  WS-IH-DEL-COUNT             PIC 9(07) COMP VALUE ZERO.
018930     05  WS-IH-KEPT-COUNT            PIC 9(07) COMP VALUE ZERO.
018940*----------------------------------------------------------------*
018950*  NIGHTLY STEP CONTROL - THIS STEP'S STEPLOG ENTRY AND THE      *
018960*  TABLE OF STEPS THAT MUST COMPLETE BEFORE IT MAY START.        *
018970*----------------------------------------------------------------*
018980 COPY DL100SD.
019000*----------------------------------------------------------------*
019100*  FILE STATUS FIELDS                                            *
019200*----------------------------------------------------------------*
021420         88  WS-CTRARCH-OK                       VALUE '00'.
021430     05  WS-HKCKPT-STATUS            PIC X(02)   VALUE '00'.
021440         88  WS-HKCKPT-OK                        VALUE '00'.
021450     05  WS-ITEMHIST-STATUS          PIC X(02)   VALUE '00'.
021460         88  WS-ITEMHIST-OK                      VALUE '00'.
021470         88  WS-ITEMHIST-EOF                     VALUE '10'.
021477     05  WS-STEPLOG-STATUS           PIC X(02)   VALUE '00'.
021484         88  WS-STEPLOG-OK                       VALUE '00'.
021491         88  WS-STEPLOG-NOTFOUND                 VALUE '23'.
021500*----------------------------------------------------------------*
021600*  PROGRAM SWITCHES                                              *
021700*----------------------------------------------------------------*
023040     05  WS-HKCK-FOUND-SW            PIC X(01)   VALUE 'N'.
023050         88  WS-HKCK-FOUND                       VALUE 'Y'.
023060         88  WS-HKCK-NOTFOUND                    VALUE 'N'.
023070     05  WS-IH-EOF-SW                PIC X(01)   VALUE 'N'.
023080         88  WS-END-OF-ITEMHIST                  VALUE 'Y'.
023100*
023200 PROCEDURE DIVISION.
023300*----------------------------------------------------------------*
024710     IF WS-NO-FATAL-ERROR
024720         PERFORM 5000-APPLY-CTR-DELETES THRU 5000-EXIT
024730     END-IF.
024740     IF WS-NO-FATAL-ERROR
024750         PERFORM 5500-AGE-ITEMHIST THRU 5500-EXIT
024760     END-IF.
024800     PERFORM 8000-TERMINATE THRU 8000-EXIT.
024900 0000-EXIT.
024910     IF DL100SD-LOGGED
024920         PERFORM 9600-END-STEP THRU 9600-EXIT
024930     END-IF.
025000     STOP RUN.
025010*----------------------------------------------------------------*
025020*  0900-BUILD-TIMESTAMP  --  YYYY-MM-DD HH:MM:SS FOR THE         *
026700     MOVE WS-EXC-DAYS TO WS-RET-DAYS.
026800     PERFORM 7000-COMPUTE-CUTOFF THRU 7000-EXIT.
026900     MOVE WS-WORK-DATE TO WS-EXC-CUTOFF.
026901     MOVE WS-ITEM-DAYS TO WS-RET-DAYS.
026902     PERFORM 7000-COMPUTE-CUTOFF THRU 7000-EXIT.
026903     MOVE WS-WORK-DATE TO WS-ITEM-CUTOFF.
026904     PERFORM 9500-START-STEP THRU 9500-EXIT.
026905     IF NOT DL100SD-LOGGED
026906         SET WS-INIT-FAILED TO TRUE
026907         GO TO 1000-EXIT
026908     END-IF.
026909     OPEN I-O HKCKPT.
026910     IF NOT WS-HKCKPT-OK
026915         DISPLAY 'DL100H0E-HKCKPT OPEN FAILED, STATUS '
026920             WS-HKCKPT-STATUS
032595         SET WS-INIT-FAILED TO TRUE
032596         GO TO 1000-EXIT
032597     END-IF.
032600     OPEN I-O ITEMHIST.
032610     IF NOT WS-ITEMHIST-OK
032620         DISPLAY 'DL100H0E-ITEMHIST OPEN FAILED, STATUS '
032630             WS-ITEMHIST-STATUS
032640         MOVE 99 TO RETURN-CODE
032650         SET WS-INIT-FAILED TO TRUE
032660         GO TO 1000-EXIT
032670     END-IF.
032680     OPEN OUTPUT HKRPT.
032700     IF NOT WS-HKRPT-OK
032800         DISPLAY 'DL100H0E-HKRPT OPEN FAILED, STATUS '
032900             WS-HKRPT-STATUS
033666     MOVE DL100HC-CTR-CUTOFF TO WS-CTR-CUTOFF.
033668     MOVE DL100HC-OVR-CUTOFF TO WS-OVR-CUTOFF.
033670     MOVE DL100HC-EXC-CUTOFF TO WS-EXC-CUTOFF.
033671     IF DL100HC-ITEM-CUTOFF NUMERIC AND DL100HC-ITEM-CUTOFF > 0
033672         MOVE DL100HC-ITEM-CUTOFF TO WS-ITEM-CUTOFF
033673     END-IF.
033674     IF DL100HC-ARCHIVED
033675         SET WS-PHASE1-SKIPPED TO TRUE
033676         DISPLAY 'DL100H0I-ARCHIVES ALREADY COMPLETE, RESUMING '
033678             'AT THE CTRFILE DELETES'
033680     ELSE
033699     MOVE WS-CTR-CUTOFF TO DL100HC-CTR-CUTOFF.
033700     MOVE WS-OVR-CUTOFF TO DL100HC-OVR-CUTOFF.
033701     MOVE WS-EXC-CUTOFF TO DL100HC-EXC-CUTOFF.
033709     MOVE WS-ITEM-CUTOFF TO DL100HC-ITEM-CUTOFF.
033717     MOVE WS-AUD-ARCH-COUNT TO DL100HC-AUD-ARCH-COUNT.
033725     MOVE WS-EXC-ARCH-COUNT TO DL100HC-EXC-ARCH-COUNT.
033733     MOVE WS-CTR-SEL-COUNT TO DL100HC-CTR-SEL-COUNT.
033741     PERFORM 0900-BUILD-TIMESTAMP THRU 0900-EXIT.
033749     MOVE WS-TIMESTAMP TO DL100HC-CKPT-TS.
033757     IF WS-HKCK-FOUND
033765         REWRITE DL100HC-RECORD
033773     ELSE
033781         WRITE DL100HC-RECORD
033789         SET WS-HKCK-FOUND TO TRUE
033797     END-IF.
033805     IF NOT WS-HKCKPT-OK
033813         DISPLAY 'DL100H0E-HKCKPT WRITE FAILED, STATUS '
033821             WS-HKCKPT-STATUS
033829         MOVE 99 TO RETURN-CODE
033837         SET WS-INIT-FAILED TO TRUE
033845         SET WS-FATAL-ERROR TO TRUE
033853     END-IF.
033861 1600-EXIT.
033869     EXIT.
033877*----------------------------------------------------------------*
033885*  1100-READ-PARMS  --  PICK UP THE RETENTION PERIODS FROM THE   *
033900*  HKPARM CARD.  A MISSING CARD OR A ZERO FIELD LEAVES THE       *
034000*  COMPILED-IN DEFAULT IN PLACE.                                 *
034100*----------------------------------------------------------------*
036200         IF DL100HP-EXC-DAYS NUMERIC AND DL100HP-EXC-DAYS > 0
036300             MOVE DL100HP-EXC-DAYS TO WS-EXC-DAYS
036400         END-IF
036410         IF DL100HP-ITEM-DAYS NUMERIC AND DL100HP-ITEM-DAYS > 0
036420             MOVE DL100HP-ITEM-DAYS TO WS-ITEM-DAYS
036430         END-IF
036500     END-IF.
036600     CLOSE HKPARM.
036700 1100-EXIT.
056923 5200-EXIT.
056924     EXIT.
056925*----------------------------------------------------------------*
056926*  5500-AGE-ITEMHIST  --  DELETE EVERY ITEM HISTORY ENTRY FIRST  *
056927*  SEEN BEFORE THE ITEM CUTOFF.  NOTHING IS ARCHIVED - AN ENTRY  *
056928*  ONLY SERVES DL100E'S DUPLICATE CHECK, AND THE ITEM ITSELF IS  *
056929*  ON CTRFILE AND THE AUDIT TRAIL.  A RESTART SIMPLY RUNS IT     *
056930*  AGAIN.                                                        *
056931*----------------------------------------------------------------*
056932 5500-AGE-ITEMHIST.
056933     PERFORM 5590-READ-ITEMHIST THRU 5590-EXIT.
056934     PERFORM 5510-AGE-ONE-ITEM THRU 5510-EXIT
056935         UNTIL WS-END-OF-ITEMHIST
056936            OR WS-FATAL-ERROR.
056942 5500-EXIT.
056943     EXIT.
056944 5510-AGE-ONE-ITEM.
056945     IF DL100IH-FIRST-DATE NOT NUMERIC
056946      OR DL100IH-FIRST-DATE NOT < WS-ITEM-CUTOFF
056947         ADD 1 TO WS-IH-KEPT-COUNT
056948         GO TO 5510-NEXT
056949     END-IF.
056950     DELETE ITEMHIST RECORD.
056951     IF NOT WS-ITEMHIST-OK
056952         DISPLAY 'DL100H0E-ITEMHIST DELETE FAILED, STATUS '
056953             WS-ITEMHIST-STATUS
056954         MOVE 99 TO RETURN-CODE
056955         SET WS-FATAL-ERROR TO TRUE
056956         GO TO 5510-EXIT
056957     END-IF.
056958     ADD 1 TO WS-IH-DEL-COUNT.
056959 5510-NEXT.
056960     PERFORM 5590-READ-ITEMHIST THRU 5590-EXIT.
056961 5510-EXIT.
056962     EXIT.
056963 5590-READ-ITEMHIST.
056964     READ ITEMHIST NEXT RECORD
056965         AT END
056966             SET WS-END-OF-ITEMHIST TO TRUE
056967         NOT AT END
056968             ADD 1 TO WS-IH-READ-COUNT
056969     END-READ.
056970     IF NOT WS-ITEMHIST-OK AND NOT WS-ITEMHIST-EOF
056971         DISPLAY 'DL100H0E-ITEMHIST READ ERROR, STATUS '
056972             WS-ITEMHIST-STATUS
056973         MOVE 99 TO RETURN-CODE
056974         SET WS-END-OF-ITEMHIST TO TRUE
056975         SET WS-FATAL-ERROR TO TRUE
056976     END-IF.
056977 5590-EXIT.
056978     EXIT.
056979*----------------------------------------------------------------*
056980*  7000-COMPUTE-CUTOFF  --  WS-WORK-DATE = TODAY MINUS           *
057000*  WS-RET-DAYS CALENDAR DAYS, WALKED BACK A DAY AT A TIME        *
057100*  THROUGH MONTH ENDS AND LEAP YEARS.                            *
057200*----------------------------------------------------------------*
063310         CLOSE CTRARCH
063320     END-IF.
063325     CLOSE CTRFILE.
063327     CLOSE ITEMHIST.
063330     IF WS-NO-FATAL-ERROR AND WS-HKCK-FOUND
063340         MOVE 'DL100H' TO DL100HC-JOB-ID
063350         DELETE HKCKPT RECORD
067600     MOVE 'EXCFILE CUTOFF (ARCHIVE BEFORE)' TO DL100HR-TEXT.
067700     MOVE WS-EXC-CUTOFF TO DL100HR-DATE.
067800     PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT.
067810     MOVE SPACES TO DL100HR-LINE.
067820     MOVE ' ' TO DL100HR-CC.
067830     MOVE 'ITEM HISTORY CUTOFF (DELETE BEFORE)' TO DL100HR-TEXT.
067840     MOVE WS-ITEM-CUTOFF TO DL100HR-DATE.
067850     PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT.
067900 8100-EXIT.
068000     EXIT.
068100*----------------------------------------------------------------*
073300     MOVE 'EXC FEED RECORDS KEPT' TO DL100HR-TEXT.
073400     MOVE WS-EXC-KEPT-COUNT TO DL100HR-COUNT-ED.
073500     PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT.
073506     MOVE SPACES TO DL100HR-LINE.
073512     MOVE ' ' TO DL100HR-CC.
073518     MOVE 'ITEM HISTORY ENTRIES READ' TO DL100HR-TEXT.
073524     MOVE WS-IH-READ-COUNT TO DL100HR-COUNT-ED.
073530     PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT.
073536     MOVE SPACES TO DL100HR-LINE.
073542     MOVE ' ' TO DL100HR-CC.
073548     MOVE 'ITEM HISTORY ENTRIES DELETED' TO DL100HR-TEXT.
073554     MOVE WS-IH-DEL-COUNT TO DL100HR-COUNT-ED.
073560     PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT.
073566     MOVE SPACES TO DL100HR-LINE.
073572     MOVE ' ' TO DL100HR-CC.
073578     MOVE 'ITEM HISTORY ENTRIES KEPT' TO DL100HR-TEXT.
073584     MOVE WS-IH-KEPT-COUNT TO DL100HR-COUNT-ED.
073590     PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT.
073600 8200-EXIT.
073700     EXIT.
073800*----------------------------------------------------------------*
074900     END-IF.
075000 8900-EXIT.
075100     EXIT.
075110*----------------------------------------------------------------*
075120*  9500-START-STEP  --  CHECK THAT EVERY STEP DL100H DEPENDS ON  *
075130*  (THE DL100SD TABLE) COMPLETED ACCEPTABLY FOR THE BUSINESS     *
075140*  DATE, THEN LOG THIS STEP STARTED ON STEPLOG.  A FAILED CHECK  *
075150*  IS LOGGED REFUSED AND STOPS THE RUN WITH RC 8 BEFORE ANY      *
075160*  OTHER FILE IS TOUCHED; A STEPLOG THAT CANNOT BE OPENED, READ  *
075170*  OR WRITTEN STOPS IT WITH RC 99.                               *
075180*----------------------------------------------------------------*
075190 9500-START-STEP.
075200     MOVE 'DL100H' TO DL100SD-STEP-ID.
075210     OPEN I-O STEPLOG.
075220     IF NOT WS-STEPLOG-OK
075230         DISPLAY 'DL100H0E-STEPLOG OPEN FAILED, STATUS '
075240             WS-STEPLOG-STATUS
075250         MOVE 99 TO RETURN-CODE
075260         SET DL100SD-LOG-FAILED TO TRUE
075270         GO TO 9500-EXIT
075280     END-IF.
075290     PERFORM 9550-FIND-NIGHT THRU 9550-EXIT.
075300     IF NOT DL100SD-CLEARED
075310         CLOSE STEPLOG
075320         GO TO 9500-EXIT
075330     END-IF.
075340     PERFORM 9510-CHECK-PREDECESSOR THRU 9510-EXIT
075350         VARYING DL100SD-SUB FROM 1 BY 1
075360         UNTIL DL100SD-SUB > DL100SD-DEP-COUNT
075370            OR NOT DL100SD-CLEARED.
075380     IF DL100SD-LOG-FAILED
075390         CLOSE STEPLOG
075400         GO TO 9500-EXIT
075410     END-IF.
075420     PERFORM 9520-LOG-STARTED THRU 9520-EXIT.
075430     CLOSE STEPLOG.
075440     IF DL100SD-REFUSED
075450         DISPLAY 'DL100H0E-STEP REFUSED FOR ' DL100SD-BUS-DATE
075460             ', ' DL100SD-REASON
075470         MOVE 8 TO RETURN-CODE
075480     END-IF.
075490 9500-EXIT.
075500     EXIT.
075510*----------------------------------------------------------------*
075520*  9510-CHECK-PREDECESSOR  --  ONE DL100SD TABLE ENTRY; ONLY THE *
075530*  ENTRIES FOR THIS STEP COUNT.  THE PREDECESSOR'S STEPLOG       *
075540*  RECORD FOR THE BUSINESS DATE DECIDES.  A REQUIRED STEP MUST   *
075550*  HAVE ENDED WITH AN ACCEPTABLE RETURN CODE; ANY PREDECESSOR    *
075560*  STILL AT STARTED REFUSES THE STEP.                            *
075570*----------------------------------------------------------------*
075580 9510-CHECK-PREDECESSOR.
075590     IF DL100SD-DEP-STEP (DL100SD-SUB) NOT = DL100SD-STEP-ID
075600         GO TO 9510-EXIT
075610     END-IF.
075620     MOVE DL100SD-BUS-DATE TO DL100SL-BUS-DATE.
075630     MOVE DL100SD-DEP-PRED (DL100SD-SUB) TO DL100SL-STEP-ID.
075640     READ STEPLOG
075650         INVALID KEY
075660             SET DL100SD-NOT-FOUND TO TRUE
075670         NOT INVALID KEY
075680             SET DL100SD-FOUND TO TRUE
075690     END-READ.
075700     IF NOT WS-STEPLOG-OK AND NOT WS-STEPLOG-NOTFOUND
075710         DISPLAY 'DL100H0E-STEPLOG READ FAILED, STATUS '
075720             WS-STEPLOG-STATUS
075730         MOVE 99 TO RETURN-CODE
075740         SET DL100SD-LOG-FAILED TO TRUE
075750         GO TO 9510-EXIT
075760     END-IF.
075770     MOVE SPACES TO DL100SD-REASON.
075780     IF DL100SD-NOT-FOUND
075790         IF DL100SD-DEP-REQUIRED (DL100SD-SUB)
075800             STRING DL100SD-DEP-PRED (DL100SD-SUB)
075810                                     DELIMITED BY SPACE
075820                    ' HAS NOT RUN'   DELIMITED BY SIZE
075830                 INTO DL100SD-REASON
075840             END-STRING
075850             SET DL100SD-REFUSED TO TRUE
075860         END-IF
075870         GO TO 9510-EXIT
075880     END-IF.
075890     IF DL100SL-STARTED
075900         STRING DL100SD-DEP-PRED (DL100SD-SUB)
075910                                 DELIMITED BY SPACE
075920                ' STARTED BUT HAS NOT ENDED'
075930                                 DELIMITED BY SIZE
075940             INTO DL100SD-REASON
075950         END-STRING
075960         SET DL100SD-REFUSED TO TRUE
075970         GO TO 9510-EXIT
075980     END-IF.
075990     IF DL100SD-DEP-ENDED (DL100SD-SUB)
076000         GO TO 9510-EXIT
076010     END-IF.
076020     IF DL100SL-REFUSED
076030         STRING DL100SD-DEP-PRED (DL100SD-SUB)
076040                                 DELIMITED BY SPACE
076050                ' WAS REFUSED'   DELIMITED BY SIZE
076060             INTO DL100SD-REASON
076070         END-STRING
076080         SET DL100SD-REFUSED TO TRUE
076090         GO TO 9510-EXIT
076100     END-IF.
076110     IF DL100SL-RC > DL100SD-DEP-MAX-RC (DL100SD-SUB)
076120         MOVE DL100SL-RC TO DL100SD-RC-ED
076130         STRING DL100SD-DEP-PRED (DL100SD-SUB)
076140                                 DELIMITED BY SPACE
076150                ' ENDED RC '     DELIMITED BY SIZE
076160                DL100SD-RC-ED    DELIMITED BY SIZE
076170             INTO DL100SD-REASON
076180         END-STRING
076190         SET DL100SD-REFUSED TO TRUE
076200     END-IF.
076210 9510-EXIT.
076220     EXIT.
076230*----------------------------------------------------------------*
076240*  9520-LOG-STARTED  --  WRITE OR REWRITE THIS STEP'S STEPLOG    *
076250*  RECORD, STARTED OR, AFTER A FAILED CHECK, REFUSED.  A RERUN   *
076260*  OF A STEP LEFT AT STARTED KEEPS ITS FIRST START TIME.         *
076270*----------------------------------------------------------------*
076280 9520-LOG-STARTED.
076290     MOVE DL100SD-BUS-DATE TO DL100SL-BUS-DATE.
076300     MOVE DL100SD-STEP-ID TO DL100SL-STEP-ID.
076310     READ STEPLOG
076320         INVALID KEY
076330             SET DL100SD-NOT-FOUND TO TRUE
076340         NOT INVALID KEY
076350             SET DL100SD-FOUND TO TRUE
076360     END-READ.
076370     IF NOT WS-STEPLOG-OK AND NOT WS-STEPLOG-NOTFOUND
076380         DISPLAY 'DL100H0E-STEPLOG READ FAILED, STATUS '
076390             WS-STEPLOG-STATUS
076400         MOVE 99 TO RETURN-CODE
076410         SET DL100SD-LOG-FAILED TO TRUE
076420         GO TO 9520-EXIT
076430     END-IF.
076440     ACCEPT DL100SD-DATE FROM DATE YYYYMMDD.
076450     ACCEPT DL100SD-TIME FROM TIME.
076460     IF DL100SD-NOT-FOUND
076470         MOVE SPACES TO DL100SL-RECORD
076480         MOVE DL100SD-BUS-DATE TO DL100SL-BUS-DATE
076490         MOVE DL100SD-STEP-ID TO DL100SL-STEP-ID
076500         MOVE ZERO TO DL100SL-RUN-COUNT
076510     END-IF.
076520     IF DL100SD-NOT-FOUND
076530      OR NOT DL100SL-STARTED
076540      OR DL100SD-REFUSED
076550         MOVE DL100SD-DATE TO DL100SL-START-DATE
076560         MOVE DL100SD-TIME TO DL100SL-START-TIME
076570     END-IF.
076580     ADD 1 TO DL100SL-RUN-COUNT.
076590     MOVE ZERO TO DL100SL-END-DATE.
076600     MOVE ZERO TO DL100SL-END-TIME.
076610     MOVE ZERO TO DL100SL-ELAPSED-SECS.
076620     MOVE ZERO TO DL100SL-RC.
076630     MOVE ZERO TO DL100SL-READ-COUNT.
076640     MOVE ZERO TO DL100SL-WRITE-COUNT.
076650     MOVE SPACES TO DL100SL-REASON.
076660     IF DL100SD-REFUSED
076670         SET DL100SL-REFUSED TO TRUE
076680         MOVE DL100SL-START-DATE TO DL100SL-END-DATE
076690         MOVE DL100SL-START-TIME TO DL100SL-END-TIME
076700         MOVE 8 TO DL100SL-RC
076710         MOVE DL100SD-REASON TO DL100SL-REASON
076720     ELSE
076730         SET DL100SL-STARTED TO TRUE
076740     END-IF.
076750     IF DL100SD-FOUND
076760         REWRITE DL100SL-RECORD
076770     ELSE
076780         WRITE DL100SL-RECORD
076790     END-IF.
076800     IF NOT WS-STEPLOG-OK
076810         DISPLAY 'DL100H0E-STEPLOG WRITE FAILED, STATUS '
076820             WS-STEPLOG-STATUS
076830         MOVE 99 TO RETURN-CODE
076840         SET DL100SD-LOG-FAILED TO TRUE
076850         GO TO 9520-EXIT
076860     END-IF.
076870     IF DL100SD-CLEARED
076880         SET DL100SD-LOGGED TO TRUE
076890     END-IF.
076900 9520-EXIT.
076910     EXIT.
076920*----------------------------------------------------------------*
076930*  9550-FIND-NIGHT  --  DL100H HAS NO BUSINESS DATE OF ITS       *
076940*  OWN; IT RUNS FOR THE NIGHT DL100E LAST OPENED ON STEPLOG, SO  *
076950*  A RUN AFTER MIDNIGHT STILL FILES UNDER THE RIGHT NIGHT.       *
076960*----------------------------------------------------------------*
076970 9550-FIND-NIGHT.
076980     MOVE ZERO TO DL100SL-BUS-DATE.
076990     MOVE 'NIGHT' TO DL100SL-STEP-ID.
077000     READ STEPLOG
077010         INVALID KEY
077020             SET DL100SD-NOT-FOUND TO TRUE
077030         NOT INVALID KEY
077040             SET DL100SD-FOUND TO TRUE
077050     END-READ.
077060     IF NOT WS-STEPLOG-OK AND NOT WS-STEPLOG-NOTFOUND
077070         DISPLAY 'DL100H0E-STEPLOG READ FAILED, STATUS '
077080             WS-STEPLOG-STATUS
077090         MOVE 99 TO RETURN-CODE
077100         SET DL100SD-LOG-FAILED TO TRUE
077110         GO TO 9550-EXIT
077120     END-IF.
077130     IF DL100SD-NOT-FOUND
077140         DISPLAY 'DL100H0E-STEP REFUSED, NO NIGHT OPENED ON '
077150             'STEPLOG BY DL100E'
077160         MOVE 8 TO RETURN-CODE
077170         SET DL100SD-REFUSED TO TRUE
077180         GO TO 9550-EXIT
077190     END-IF.
077200     MOVE DL100SL-NIGHT-DATE TO DL100SD-BUS-DATE.
077210 9550-EXIT.
077220     EXIT.
077230*----------------------------------------------------------------*
077240*  9600-END-STEP  --  THE LAST ACT OF THE RUN.  REWRITE THE      *
077250*  STEPLOG RECORD ENDED WITH THE END TIME, THE ELAPSED SECONDS,  *
077260*  THE RECORDS READ FROM THE FOUR PURGED FILES, THE RECORDS      *
077270*  ARCHIVED OR DELETED FROM THEM AND THE FINAL RETURN CODE.      *
077290*----------------------------------------------------------------*
077300 9600-END-STEP.
077310     COMPUTE DL100SD-READ-COUNT = WS-AUD-READ-COUNT
077320         + WS-CTR-READ-COUNT + WS-EXC-READ-COUNT
077330         + WS-IH-READ-COUNT.
077340     COMPUTE DL100SD-WRITE-COUNT = WS-AUD-ARCH-COUNT
077350         + WS-CTR-DEL-COUNT + WS-EXC-ARCH-COUNT
077360         + WS-IH-DEL-COUNT.
077370     OPEN I-O STEPLOG.
077380     IF NOT WS-STEPLOG-OK
077390         DISPLAY 'DL100H0E-STEPLOG OPEN FAILED, STATUS '
077400             WS-STEPLOG-STATUS ', STEP NOT LOGGED ENDED'
077410         MOVE 99 TO RETURN-CODE
077420         GO TO 9600-EXIT
077430     END-IF.
077440     MOVE DL100SD-BUS-DATE TO DL100SL-BUS-DATE.
077450     MOVE DL100SD-STEP-ID TO DL100SL-STEP-ID.
077460     READ STEPLOG.
077470     IF NOT WS-STEPLOG-OK
077480         DISPLAY 'DL100H0E-STEPLOG READ FAILED, STATUS '
077490             WS-STEPLOG-STATUS ', STEP NOT LOGGED ENDED'
077500         MOVE 99 TO RETURN-CODE
077510         CLOSE STEPLOG
077520         GO TO 9600-EXIT
077530     END-IF.
077540     MOVE DL100SL-START-TIME TO DL100SD-TIME.
077550     COMPUTE DL100SD-START-SECS = DL100SD-HH * 3600
077560         + DL100SD-MN * 60 + DL100SD-SS.
077570     ACCEPT DL100SD-DATE FROM DATE YYYYMMDD.
077580     ACCEPT DL100SD-TIME FROM TIME.
077590     COMPUTE DL100SD-END-SECS = DL100SD-HH * 3600
077600         + DL100SD-MN * 60 + DL100SD-SS.
077610     IF DL100SD-DATE > DL100SL-START-DATE
077620         ADD 86400 TO DL100SD-END-SECS
077630     END-IF.
077640     IF DL100SD-END-SECS < DL100SD-START-SECS
077650         MOVE ZERO TO DL100SL-ELAPSED-SECS
077660     ELSE
077670         COMPUTE DL100SL-ELAPSED-SECS =
077680             DL100SD-END-SECS - DL100SD-START-SECS
077690     END-IF.
077700     MOVE DL100SD-DATE TO DL100SL-END-DATE.
077710     MOVE DL100SD-TIME TO DL100SL-END-TIME.
077720     MOVE RETURN-CODE TO DL100SL-RC.
077730     MOVE DL100SD-READ-COUNT TO DL100SL-READ-COUNT.
077740     MOVE DL100SD-WRITE-COUNT TO DL100SL-WRITE-COUNT.
077750     SET DL100SL-ENDED TO TRUE.
077760     REWRITE DL100SL-RECORD.
077770     IF NOT WS-STEPLOG-OK
077780         DISPLAY 'DL100H0E-STEPLOG REWRITE FAILED, STATUS '
077790             WS-STEPLOG-STATUS ', STEP NOT LOGGED ENDED'
077800         MOVE 99 TO RETURN-CODE
077810     END-IF.
077820     CLOSE STEPLOG.
077830 9600-EXIT.
077840     EXIT.
