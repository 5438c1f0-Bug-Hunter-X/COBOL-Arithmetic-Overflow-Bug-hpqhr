002412*                   TRL CONTROL BALANCE - THE SENDER NEVER       *
002413*                   DECLARED THEM, SO A RECYCLED REJECT MUST     *
002414*                   NOT FAIL THE FEED IT RIDES IN WITH.          *
002420*  2026-10-15  RCH  ADDED THE E008 CROSS-DAY DUPLICATE EDIT.  A  *
002426*                   CLEAN ITEM-ID ALREADY ON THE ITEMHIST ITEM   *
002432*                   HISTORY FILE FROM AN EARLIER NIGHT IS        *
002438*                   REJECTED, WITH THE FIRST-SEEN DATE AND RUN   *
002444*                   SHOWN ON EDTRPT.  THE NIGHT'S CLEAN ITEMS    *
002450*                   ARE POSTED TO ITEMHIST ONLY ONCE THE FEED    *
002456*                   HAS BALANCED, SO A REFUSED FEED CAN BE SENT  *
002462*                   AGAIN.  A RERUN OF THE SAME RUN-ID, AND A    *
002468*                   RESUBFILE RECORD DL100R HAS AT CORRECTED,    *
002474*                   ARE NOT FLAGGED.  THE RUN-ID COMES FROM THE  *
002480*                   DL100B PARMFILE CARD.                        *
002481*  2026-10-15  RCH  REVERSAL TRANSACTIONS (DL100TR-TRAN-TYPE R)  *
002482*                   ARE CHECKED AGAINST ITEMHIST: THE ORIGINAL   *
002483*                   ITEM MUST HAVE BEEN COUNTED ON AN EARLIER    *
002484*                   NIGHT UNDER THE SAME ITEM DATE AND NOT       *
002485*                   ALREADY REVERSED, OR THE REVERSAL IS         *
002486*                   REJECTED E009.  AN UNKNOWN TRANSACTION TYPE  *
002487*                   IS REJECTED E010.  REVERSALS ARE NOT POSTED  *
002488*                   TO ITEMHIST; DL100B MARKS THE ORIGINAL       *
002489*                   ENTRY WHEN IT BACKS THE ITEM OUT.  NEW       *
002490*                   ENTRIES NOW CARRY THE DATE THE ITEM WILL BE  *
002491*                   BOOKED UNDER, TAKEN FROM THE CATCH-UP SWITCH *
002492*                   ON THE PARMFILE CARD.                        *
002498*  2026-10-15  RCH  TRANFILE MAY NOW CARRY SEVERAL SENDER        *
002504*                   SEGMENTS, EACH WITH ITS OWN HDR AND TRL.     *
002510*                   EACH SEGMENT IS BALANCED ON ITS OWN.  ITS    *
002516*                   CLEAN ITEMS WAIT ON THE HOLDFILE WORK FILE   *
002522*                   AND GO ON TO CLEANFILE ONLY WHEN ITS         *
002528*                   TRAILER BALANCES, SO ONE BAD SENDER NO       *
002534*                   LONGER HOLDS UP THE REST.  A REFUSED         *
002540*                   SEGMENT NOW GIVES RC 4; RC 8 MEANS NO        *
002546*                   SEGMENT BALANCED.  EVERY ITEM IS STAMPED     *
002552*                   WITH ITS SEGMENT'S SOURCE-ID.  THE SRCREG    *
002558*                   REGISTRY SAYS WHICH SOURCES ARE EXPECTED ON  *
002564*                   WHICH DAYS; ONE NOT IN BY ITS CUTOFF IS      *
002570*                   REPORTED AND GIVES RC 4.  EDTRPT SHOWS THE   *
002576*                   COUNTS AND DOLLARS OF EACH SEGMENT.          *
002577*  2026-10-15  RCH  THE EDIT NOW OPENS THE NIGHT ON THE STEPLOG  *
002578*                   JOB-STEP LOG: IT SETS THE NIGHT'S BUSINESS   *
002579*                   DATE AND LOGS ITS OWN START AND END TIMES,   *
002580*                   RECORD COUNTS AND RETURN CODE, SO THE LATER  *
002581*                   STEPS CAN CHECK IT COMPLETED BEFORE THEY     *
002582*                   RUN.                                         *
002583*----------------------------------------------------------------*
002588 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SOURCE-COMPUTER.  IBM-370.
002800 OBJECT-COMPUTER.  IBM-370.
004260     SELECT RESUBFILE  ASSIGN TO RESUBFILE
004270         ORGANIZATION IS SEQUENTIAL
004280         FILE STATUS IS WS-RESUBFILE-STATUS.
004282     SELECT PARMFILE  ASSIGN TO PARMFILE
004284         ORGANIZATION IS SEQUENTIAL
004286         FILE STATUS IS WS-PARMFILE-STATUS.
004288     SELECT ITEMHIST  ASSIGN TO ITEMHIST
004290         ORGANIZATION IS INDEXED
004292         ACCESS MODE IS RANDOM
004294         RECORD KEY IS DL100IH-ITEM-ID
004296         FILE STATUS IS WS-ITEMHIST-STATUS.
004303     SELECT HOLDFILE  ASSIGN TO HOLDFILE
004310         ORGANIZATION IS SEQUENTIAL
004317         FILE STATUS IS WS-HOLDFILE-STATUS.
004324     SELECT SRCREG  ASSIGN TO SRCREG
004331         ORGANIZATION IS SEQUENTIAL
004338         FILE STATUS IS WS-SRCREG-STATUS.
004345     SELECT BUSCAL  ASSIGN TO BUSCAL
004352         ORGANIZATION IS INDEXED
004359         ACCESS MODE IS RANDOM
004366         RECORD KEY IS DL100BC-CAL-DATE
004373         FILE STATUS IS WS-BUSCAL-STATUS.
004374     SELECT STEPLOG  ASSIGN TO STEPLOG
004375         ORGANIZATION IS INDEXED
004376         ACCESS MODE IS RANDOM
004377         RECORD KEY IS DL100SL-KEY
004378         FILE STATUS IS WS-STEPLOG-STATUS.
004380 DATA DIVISION.
004400 FILE SECTION.
004500*----------------------------------------------------------------*
004600*  TRANFILE  --  RAW DAILY TRANSACTION FEED, ONE RECORD PER ITEM *
007292     RECORDING MODE IS F
007294     LABEL RECORDS ARE STANDARD.
007296 01  DL100E-RESUB-REC                PIC X(80).
007302*----------------------------------------------------------------*
007308*  PARMFILE  --  THE DL100B RUN CONTROL CARD, READ FOR THE       *
007314*  RUN-ID THE NIGHT'S ITEMS ARE POSTED TO ITEMHIST UNDER         *
007320*----------------------------------------------------------------*
007326 FD  PARMFILE
007332     RECORDING MODE IS F
007338     LABEL RECORDS ARE STANDARD.
007344     COPY DL100PM.
007350*----------------------------------------------------------------*
007356*  ITEMHIST  --  ROLLING ITEM HISTORY, KEYED BY ITEM-ID, FOR THE *
007362*  CROSS-DAY DUPLICATE CHECK                                     *
007368*----------------------------------------------------------------*
007374 FD  ITEMHIST
007380     LABEL RECORDS ARE STANDARD.
007386     COPY DL100IH.
007390*----------------------------------------------------------------*
007394*  HOLDFILE  --  WORK FILE HOLDING THE OPEN SENDER SEGMENT'S     *
007398*  CONTROL RECORDS AND CLEAN ITEMS UNTIL ITS TRAILER BALANCES    *
007402*----------------------------------------------------------------*
007406 FD  HOLDFILE
007410     RECORDING MODE IS F
007414     LABEL RECORDS ARE STANDARD.
007418 01  DL100E-HOLD-REC                 PIC X(80).
007422 01  DL100E-HOLD-CTL.
007426     05  DL100E-HOLD-TYPE            PIC X(03).
007430         88  DL100E-HOLD-CONTROL               VALUES 'HDR' 'TRL'.
007434     05  FILLER                      PIC X(77).
007438*----------------------------------------------------------------*
007442*  SRCREG  --  EXPECTED-FEED REGISTRY, ONE CARD PER SOURCE       *
007446*----------------------------------------------------------------*
007450 FD  SRCREG
007454     RECORDING MODE IS F
007458     LABEL RECORDS ARE STANDARD.
007462     COPY DL100FG.
007466*----------------------------------------------------------------*
007470*  BUSCAL  --  BUSINESS-DAY CALENDAR, MAINTAINED BY DL100D       *
007474*----------------------------------------------------------------*
007478 FD  BUSCAL
007482     LABEL RECORDS ARE STANDARD.
007486     COPY DL100BC.
007487*----------------------------------------------------------------*
007488*  STEPLOG  --  NIGHTLY JOB-STEP LOG, KEYED BY BUSINESS DATE AND *
007489*  STEP.  SHARED BY EVERY STEP OF THE NIGHT AND READ BY DL100J.  *
007490*----------------------------------------------------------------*
007491 FD  STEPLOG
007492     LABEL RECORDS ARE STANDARD.
007493     COPY DL100SL.
007494 WORKING-STORAGE SECTION.
007495*----------------------------------------------------------------*
007500*  EDIT RUN COUNTERS                                             *
007600*----------------------------------------------------------------*
007700 01  WS-EDIT-COUNTS.
008650     05  WS-AMT-NOT-NUM-COUNT        PIC 9(07) COMP VALUE ZERO.
008655     05  WS-RESUB-READ-COUNT         PIC 9(07) COMP VALUE ZERO.
008660     05  WS-RESUB-MARKED-COUNT       PIC 9(07) COMP VALUE ZERO.
008661     05  WS-PRIOR-DUP-COUNT          PIC 9(07) COMP VALUE ZERO.
008662     05  WS-HIST-POST-COUNT          PIC 9(07) COMP VALUE ZERO.
008663     05  WS-HIST-ONFILE-COUNT        PIC 9(07) COMP VALUE ZERO.
008664     05  WS-ORPHAN-REV-COUNT         PIC 9(07) COMP VALUE ZERO.
008665     05  WS-TYPE-INVALID-COUNT       PIC 9(07) COMP VALUE ZERO.
008666     05  WS-REV-CLEAN-COUNT          PIC 9(07) COMP VALUE ZERO.
008667     05  WS-STRAY-TRL-COUNT          PIC 9(07) COMP VALUE ZERO.
008668     05  WS-HELD-BACK-COUNT          PIC 9(07) COMP VALUE ZERO.
008669     05  WS-SRC-MISSING-COUNT        PIC 9(07) COMP VALUE ZERO.
008670     05  WS-SRC-UNREG-COUNT          PIC 9(07) COMP VALUE ZERO.
008671*----------------------------------------------------------------*
008672*  FEED CONTROL BALANCING - WHAT WAS ACTUALLY READ IN THE OPEN   *
008673*  SENDER SEGMENT, TALLIED ALONGSIDE THE EDITS, AND THE SENDER'S *
008674*  DECLARED TOTALS FROM ITS TRAILER.  ALL ARE RESET WHEN A NEW   *
008675*  SEGMENT OPENS.  THE PER-CATEGORY READ COUNTS RUN PARALLEL TO  *
008676*  THE WS-CAT-EDIT-TABLE SLOTS.                                  *
008677*----------------------------------------------------------------*
008678 01  WS-FEED-CONTROLS.
008679     05  WS-DATA-READ-COUNT          PIC 9(07) COMP VALUE ZERO.
008680     05  WS-READ-AMOUNT              PIC 9(11)V99 VALUE ZERO.
008681     05  WS-DECL-REC-COUNT           PIC 9(07)   VALUE ZERO.
008682     05  WS-DECL-AMOUNT              PIC 9(11)V99 VALUE ZERO.
008684     05  WS-TRL-SUB                  PIC 9(02) COMP VALUE ZERO.
008686     05  WS-VC-SUB                   PIC 9(02) COMP VALUE ZERO.
008688     05  WS-BAL-TEXT                 PIC X(40)   VALUE SPACES.
008689 01  WS-EDT-CAT-COUNTS.
008690     05  WS-EDT-CAT-COUNT            PIC 9(07) OCCURS 10.
008691*----------------------------------------------------------------*
008692*  SENDER SEGMENT TABLE - ONE ENTRY PER SEGMENT IN FEED ORDER,   *
008693*  FOR THE EDTRPT SEGMENT SECTION AND THE REGISTRY CHECK.  THE   *
008694*  OPEN SEGMENT'S TOTALS ARE STORED HERE WHEN IT CLOSES.  THE    *
008695*  DUPLICATE TABLE MARK LETS A REFUSED SEGMENT'S ITEM-IDS BE     *
008696*  DROPPED AGAIN, SO A LATER SEGMENT CARRYING THEM IS NOT E005.  *
008697*  TWENTY SEGMENTS IS FOUR TIMES THE SENDING OFFICES ON THE      *
008698*  REGISTRY; A FEED WITH MORE STOPS THE RUN.                     *
008699*----------------------------------------------------------------*
008700 01  WS-SEG-TABLE.
008701     05  WS-SEG-MAX                  PIC 9(02) COMP VALUE 20.
008702     05  WS-SEG-COUNT                PIC 9(02) COMP VALUE ZERO.
008703     05  WS-SEG-SUB                  PIC 9(02) COMP VALUE ZERO.
008704     05  WS-SEG-DUP-MARK             PIC 9(05) COMP VALUE ZERO.
008705     05  WS-SEG-BALANCED-COUNT       PIC 9(02) COMP VALUE ZERO.
008706     05  WS-SEG-REFUSED-COUNT        PIC 9(02) COMP VALUE ZERO.
008707     05  WS-SEG-ENTRY OCCURS 20.
008708         10  WS-SEG-SOURCE           PIC X(08).
008709         10  WS-SEG-STATE            PIC X(01).
008710             88  WS-SEG-BALANCED               VALUE 'B'.
008711             88  WS-SEG-WAS-REFUSED            VALUE 'R'.
008712         10  WS-SEG-REG-SW           PIC X(01).
008713             88  WS-SEG-ON-REGISTRY            VALUE 'Y'.
008714         10  WS-SEG-READ             PIC 9(07) COMP.
008715         10  WS-SEG-READ-AMT         PIC 9(11)V99.
008716         10  WS-SEG-HELD             PIC 9(07) COMP.
008717         10  WS-SEG-CLEAN            PIC 9(07) COMP.
008718         10  WS-SEG-CLEAN-AMT        PIC 9(11)V99.
008719         10  WS-SEG-REJ              PIC 9(07) COMP.
008720         10  WS-SEG-DECL-CNT         PIC 9(07).
008721         10  WS-SEG-DECL-AMT         PIC 9(11)V99.
008722*----------------------------------------------------------------*
008723*  SENDER SEGMENT SECTION COLUMN HEADINGS, OVER DL100ER-SRC-LINE *
008724*----------------------------------------------------------------*
008725 01  WS-SEG-HEADING.
008726     05  FILLER                      PIC X(01)   VALUE SPACE.
008727     05  FILLER                      PIC X(09)   VALUE 'SOURCE'.
008728     05  FILLER                      PIC X(28)   VALUE 'STATUS'.
008729     05  FILLER                      PIC X(08)   VALUE '   READ '.
008730     05  FILLER                      PIC X(08)   VALUE '  CLEAN '.
008731     05  FILLER                      PIC X(08)   VALUE ' REJECT '.
008732     05  FILLER                      PIC X(18)   VALUE
008733         '     READ DOLLARS '.
008734     05  FILLER                      PIC X(18)   VALUE
008735         '    CLEAN DOLLARS '.
008736     05  FILLER                      PIC X(08)   VALUE '   DECL '.
008737     05  FILLER                      PIC X(17)   VALUE
008738         '     DECL DOLLARS'.
008739     05  FILLER                      PIC X(09)   VALUE SPACES.
008740*----------------------------------------------------------------*
008741*  FEED CONTROL RECORD WORK AREA                                 *
008742*----------------------------------------------------------------*
008743     COPY DL100HD.
008744*----------------------------------------------------------------*
008745*  CROSS-DAY DUPLICATE CHECK - THE RUN-ID FROM PARMFILE, AND THE *
008746*  FIRST-SEEN DATE AND RUN OF AN ITEM FOUND ON ITEMHIST, CARRIED *
008747*  TO THE EDTRPT DETAIL LINE FOR AN E008 REJECT.                 *
008748*----------------------------------------------------------------*
008749 01  WS-HIST-WORK.
008750     05  WS-RUN-ID                   PIC X(08)   VALUE SPACES.
008751     05  WS-ORIG-RUN-ID              PIC X(08)   VALUE SPACES.
008756     05  WS-ORIG-DATE                PIC 9(08)   VALUE ZERO.
008763     05  WS-ORIG-DATE-X REDEFINES WS-ORIG-DATE.
008770         10  WS-ORIG-YYYY            PIC 9(04).
008777         10  WS-ORIG-MM              PIC 9(02).
008784         10  WS-ORIG-DD              PIC 9(02).
008791*----------------------------------------------------------------*
008800*  CURRENT DATE, USED ON THE REPORT HEADING                      *
008900*----------------------------------------------------------------*
009000 01  WS-CURR-DATE                    PIC 9(08).
009200     05  WS-CURR-YYYY                PIC 9(04).
009300     05  WS-CURR-MM                  PIC 9(02).
009400     05  WS-CURR-DD                  PIC 9(02).
009402*----------------------------------------------------------------*
009404*  FEED REGISTRY CHECK - THE TIME OF THE CHECK (HHMM) AGAINST    *
009406*  EACH SOURCE'S CUTOFF, AND TODAY AS A REGISTRY WEEKDAY, 1 FOR  *
009408*  MONDAY TO 7 FOR SUNDAY, TAKEN FROM WS-DOW.                    *
009410*----------------------------------------------------------------*
009412 01  WS-REG-WORK.
009414     05  WS-CURR-TIME                PIC 9(08)   VALUE ZERO.
009416     05  WS-CURR-TIME-X REDEFINES WS-CURR-TIME.
009418         10  WS-CURR-HHMM            PIC 9(04).
009420         10  FILLER                  PIC 9(04).
009422     05  WS-REG-DAY                  PIC 9(01) COMP VALUE ZERO.
009424     05  WS-REG-SUM                  PIC 9(02) COMP VALUE ZERO.
009426     05  WS-REG-QUOT                 PIC 9(02) COMP VALUE ZERO.
009428     05  WS-REG-STATUS-TEXT          PIC X(28)   VALUE SPACES.
009430*----------------------------------------------------------------*
009432*  DAY-OF-WEEK WORK FIELDS - ZELLER'S RULE FOR THE GREGORIAN     *
009434*  CALENDAR, WITH JANUARY AND FEBRUARY COUNTED AS MONTHS 13 AND  *
009436*  14 OF THE YEAR BEFORE.  THE RESULT IS 0 FOR SATURDAY, 1 FOR   *
009438*  SUNDAY, 2 FOR MONDAY AND SO ON TO 6 FOR FRIDAY.               *
009440*----------------------------------------------------------------*
009442 01  WS-DOW-CONTROLS.
009444     05  WS-DOW-YEAR                 PIC 9(04) COMP VALUE ZERO.
009446     05  WS-DOW-MONTH                PIC 9(02) COMP VALUE ZERO.
009448     05  WS-DOW-CENTURY              PIC 9(02) COMP VALUE ZERO.
009450     05  WS-DOW-YR-OF-CENT           PIC 9(02) COMP VALUE ZERO.
009452     05  WS-DOW-TERM                 PIC 9(04) COMP VALUE ZERO.
009454     05  WS-DOW-SUM                  PIC 9(06) COMP VALUE ZERO.
009456     05  WS-DOW-QUOT                 PIC 9(06) COMP VALUE ZERO.
009458     05  WS-DOW                      PIC 9(01) COMP VALUE ZERO.
009460*----------------------------------------------------------------*
009462*  BUSINESS CALENDAR LOOKUP - WS-BC-DATE IN, WS-BUS-DAY-SW AND   *
009464*  WS-CAL-HOL-SW OUT.  A DATE NOT ON BUSCAL, OR ANY DATE WHEN    *
009466*  BUSCAL CANNOT BE READ, COUNTS AS A BUSINESS DAY.              *
009468*----------------------------------------------------------------*
009470 01  WS-BUS-CAL-CONTROLS.
009472     05  WS-BC-DATE                  PIC 9(08)   VALUE ZERO.
009474     05  WS-BUSCAL-AVAIL-SW          PIC X(01)   VALUE 'N'.
009476         88  WS-BUSCAL-AVAIL                     VALUE 'Y'.
009478         88  WS-BUSCAL-NOT-AVAIL                 VALUE 'N'.
009480     05  WS-BUS-DAY-SW               PIC X(01)   VALUE 'Y'.
009482         88  WS-BUS-DAY                          VALUE 'Y'.
009484         88  WS-NON-BUS-DAY                      VALUE 'N'.
009486     05  WS-CAL-HOL-SW               PIC X(01)   VALUE 'N'.
009488         88  WS-CAL-HOLIDAY                      VALUE 'Y'.
009500*----------------------------------------------------------------*
009600*  EDIT WORK FIELDS - THE REASON CODE AND TEXT ARE SET AT THE    *
009700*  POINT OF FAILURE AND CARRIED TO THE REJECT RECORD AND THE     *
013100     05  WS-DUP-COUNT                PIC 9(05) COMP VALUE ZERO.
013200     05  WS-DUP-ITEM-ID              PIC X(10) OCCURS 50000
013300                                     INDEXED BY DUP-IX.
013310*----------------------------------------------------------------*
013320*  NIGHTLY STEP CONTROL - THIS STEP'S STEPLOG ENTRY AND THE      *
013330*  TABLE OF STEPS THAT MUST COMPLETE BEFORE IT MAY START.        *
013340*----------------------------------------------------------------*
013350 COPY DL100SD.
013400*----------------------------------------------------------------*
013500*  FILE STATUS FIELDS                                            *
013600*----------------------------------------------------------------*
014000         88  WS-TRANFILE-EOF                     VALUE '10'.
014100     05  WS-CLEANFILE-STATUS         PIC X(02)   VALUE '00'.
014200         88  WS-CLEANFILE-OK                     VALUE '00'.
014210         88  WS-CLEANFILE-EOF                    VALUE '10'.
014300     05  WS-REJFILE-STATUS           PIC X(02)   VALUE '00'.
014400         88  WS-REJFILE-OK                       VALUE '00'.
014500     05  WS-EDTRPT-STATUS            PIC X(02)   VALUE '00'.
014630     05  WS-RESUBFILE-STATUS         PIC X(02)   VALUE '00'.
014640         88  WS-RESUBFILE-OK                     VALUE '00'.
014650         88  WS-RESUBFILE-EOF                    VALUE '10'.
014658     05  WS-PARMFILE-STATUS          PIC X(02)   VALUE '00'.
014666         88  WS-PARMFILE-OK                      VALUE '00'.
014674     05  WS-ITEMHIST-STATUS          PIC X(02)   VALUE '00'.
014682         88  WS-ITEMHIST-OK                      VALUE '00'.
014690         88  WS-ITEMHIST-DUPKEY                  VALUE '22'.
014691     05  WS-HOLDFILE-STATUS          PIC X(02)   VALUE '00'.
014692         88  WS-HOLDFILE-OK                      VALUE '00'.
014693         88  WS-HOLDFILE-EOF                     VALUE '10'.
014694     05  WS-SRCREG-STATUS            PIC X(02)   VALUE '00'.
014695         88  WS-SRCREG-OK                        VALUE '00'.
014696         88  WS-SRCREG-EOF                       VALUE '10'.
014697     05  WS-BUSCAL-STATUS            PIC X(02)   VALUE '00'.
014698         88  WS-BUSCAL-OK                        VALUE '00'.
014699         88  WS-BUSCAL-NOTFOUND                  VALUE '23'.
014700     05  WS-STEPLOG-STATUS           PIC X(02)   VALUE '00'.
014710         88  WS-STEPLOG-OK                       VALUE '00'.
014720         88  WS-STEPLOG-NOTFOUND                 VALUE '23'.
014730*----------------------------------------------------------------*
014800*  PROGRAM SWITCHES                                              *
014900*----------------------------------------------------------------*
015000 01  WS-SWITCHES.
016140     05  WS-RCY-FOUND-SW             PIC X(01)   VALUE 'N'.
016150         88  WS-RCY-FOUND                        VALUE 'Y'.
016160         88  WS-RCY-NOTFOUND                     VALUE 'N'.
016161     05  WS-SEG-OPEN-SW              PIC X(01)   VALUE 'N'.
016162         88  WS-SEG-OPEN                         VALUE 'Y'.
016163         88  WS-SEG-CLOSED                       VALUE 'N'.
016164     05  WS-SEG-REFUSED-SW           PIC X(01)   VALUE 'N'.
016165         88  WS-SEG-REFUSED                      VALUE 'Y'.
016166     05  WS-HOLD-EOF-SW              PIC X(01)   VALUE 'N'.
016167         88  WS-END-OF-HOLDFILE                  VALUE 'Y'.
016168     05  WS-REG-EOF-SW               PIC X(01)   VALUE 'N'.
016169         88  WS-END-OF-SRCREG                    VALUE 'Y'.
016170     05  WS-REG-EXPECT-SW            PIC X(01)   VALUE 'N'.
016171         88  WS-REG-EXPECTED                     VALUE 'Y'.
016172         88  WS-REG-NOT-EXPECTED                 VALUE 'N'.
016173     05  WS-REG-RECV-SW              PIC X(01)   VALUE 'N'.
016174         88  WS-REG-NONE                         VALUE 'N'.
016175         88  WS-REG-BAL                          VALUE 'B'.
016176         88  WS-REG-REF                          VALUE 'R'.
016177     05  WS-FEED-REFUSED-SW          PIC X(01)   VALUE 'N'.
016178         88  WS-FEED-REFUSED                     VALUE 'Y'.
016179     05  WS-EDT-CAT-FOUND-SW         PIC X(01)   VALUE 'N'.
016180         88  WS-EDT-CAT-FOUND                    VALUE 'Y'.
016182     05  WS-RESUB-OPEN-SW            PIC X(01)   VALUE 'N'.
016184         88  WS-RESUB-OPEN                       VALUE 'Y'.
016186     05  WS-RESUB-EOF-SW             PIC X(01)   VALUE 'N'.
016188         88  WS-END-OF-RESUBFILE                 VALUE 'Y'.
016189     05  WS-RESUB-PASS-SW            PIC X(01)   VALUE 'N'.
016190         88  WS-RESUB-PASS                       VALUE 'Y'.
016191         88  WS-FEED-PASS                        VALUE 'N'.
016192     05  WS-SIM-EDIT-SW              PIC X(01)   VALUE 'N'.
016193         88  WS-SIM-EDIT                         VALUE 'Y'.
016194     05  WS-HIST-OPEN-SW             PIC X(01)   VALUE 'N'.
016195         88  WS-HIST-OPEN                        VALUE 'Y'.
016196     05  WS-CLEAN-EOF-SW             PIC X(01)   VALUE 'N'.
016197         88  WS-END-OF-CLEANFILE                 VALUE 'Y'.
016198     05  WS-CATCHUP-EDIT-SW          PIC X(01)   VALUE 'N'.
016199         88  WS-CATCHUP-EDIT                     VALUE 'Y'.
016200*
016300 PROCEDURE DIVISION.
016400*----------------------------------------------------------------*
017450     END-IF.
017500     PERFORM 8000-TERMINATE THRU 8000-EXIT.
017600 0000-EXIT.
017610     IF DL100SD-LOGGED
017620         PERFORM 9600-END-STEP THRU 9600-EXIT
017630     END-IF.
017700     STOP RUN.
017800*----------------------------------------------------------------*
017900*  1000-INITIALIZE  --  OPEN FILES AND PRINT THE REPORT HEADING. *
018000*  THE RCYFILE AND RESUBFILE RECYCLE FILES ARE OPTIONAL.         *
018010*  ITEMHIST IS NOT - WITHOUT IT A RETRANSMITTED FEED WOULD BE    *
018020*  COUNTED AGAIN.                                                *
018100*----------------------------------------------------------------*
018200 1000-INITIALIZE.
018201     ACCEPT DL100SD-BUS-DATE FROM DATE YYYYMMDD.
018202     PERFORM 9500-START-STEP THRU 9500-EXIT.
018203     IF NOT DL100SD-LOGGED
018204         SET WS-INIT-FAILED TO TRUE
018205         GO TO 1000-EXIT
018206     END-IF.
018210     PERFORM 1100-READ-PARMS THRU 1100-EXIT.
018300     OPEN INPUT TRANFILE.
018400     IF NOT WS-TRANFILE-OK
018500         DISPLAY 'DL100E0E-TRANFILE OPEN FAILED, STATUS '
021200         SET WS-INIT-FAILED TO TRUE
021300         GO TO 1000-EXIT
021400     END-IF.
021401     OPEN I-O ITEMHIST.
021402     IF NOT WS-ITEMHIST-OK
021403         DISPLAY 'DL100E0E-ITEMHIST OPEN FAILED, STATUS '
021404             WS-ITEMHIST-STATUS
021405         MOVE 99 TO RETURN-CODE
021406         SET WS-INIT-FAILED TO TRUE
021407         GO TO 1000-EXIT
021408     END-IF.
021409     SET WS-HIST-OPEN TO TRUE.
021410     MOVE ZEROS TO WS-EDT-CAT-COUNTS.
021411     OPEN I-O RCYFILE.
021420     IF WS-RCYFILE-OK
021430         SET WS-RCY-OPEN TO TRUE
021440     ELSE
021700 1000-EXIT.
021800     EXIT.
021802*----------------------------------------------------------------*
021803*  1100-READ-PARMS  --  TAKE THE RUN-ID FROM THE DL100B PARMFILE *
021804*  CARD SO ITEMHIST RECORDS WHICH RUN EACH ITEM WENT FORWARD     *
021805*  UNDER.  A SIMULATION CARD MEANS DL100B WILL COUNT NOTHING, SO *
021806*  THE NIGHT'S ITEMS ARE CHECKED BUT NOT POSTED.  A CATCH-UP     *
021807*  CARD MEANS EACH ITEM IS BOOKED UNDER ITS OWN ITEM DATE.  A    *
021808*  MISSING CARD LEAVES THE RUN-ID BLANK.                         *
021809*----------------------------------------------------------------*
021810 1100-READ-PARMS.
021811     OPEN INPUT PARMFILE.
021812     IF NOT WS-PARMFILE-OK
021813         DISPLAY 'DL100E0W-PARMFILE OPEN FAILED, NO RUN-ID ON '
021814             'ITEMHIST'
021815         GO TO 1100-EXIT
021816     END-IF.
021817     READ PARMFILE
021818         AT END
021819             DISPLAY 'DL100E0W-PARMFILE EMPTY, NO RUN-ID ON '
021820                 'ITEMHIST'
021821     END-READ.
021822     IF WS-PARMFILE-OK
021823         MOVE DL100PM-RUN-ID TO WS-RUN-ID
021824         IF DL100PM-SIM-RUN
021825             SET WS-SIM-EDIT TO TRUE
021826             DISPLAY 'DL100E0I-SIMULATION CARD, ITEMHIST NOT '
021827                 'POSTED'
021828         END-IF
021829         IF DL100PM-CATCHUP-RUN
021830             SET WS-CATCHUP-EDIT TO TRUE
021831         END-IF
021832     END-IF.
021833     CLOSE PARMFILE.
021834 1100-EXIT.
021835     EXIT.
021836*----------------------------------------------------------------*
021837*  1500-PROCESS-RESUBS  --  EDIT THE DL100R RESUBFILE AHEAD OF   *
021838*  THE TRANFILE FEED.  EACH CORRECTED IMAGE GOES THROUGH THE     *
021839*  FULL VALIDATION AND THE DUPLICATE TABLE AND ON TO CLEANFILE   *
021840*  OR BACK TO REJFILE, BUT NONE OF IT IS TALLIED INTO THE HDR/   *
021841*  TRL CONTROL BALANCE - THE SENDER'S TRAILER NEVER DECLARED     *
021842*  THESE RECORDS.                                                *
021843*----------------------------------------------------------------*
021844 1500-PROCESS-RESUBS.
021845     SET WS-RESUB-PASS TO TRUE.
021846     PERFORM 1590-READ-RESUBFILE THRU 1590-EXIT.
021847     PERFORM 1510-EDIT-ONE-RESUB THRU 1510-EXIT
021848         UNTIL WS-END-OF-RESUBFILE
021849            OR WS-FATAL-ERROR.
021850     SET WS-FEED-PASS TO TRUE.
021851 1500-EXIT.
021852     EXIT.
021853 1510-EDIT-ONE-RESUB.
021854     MOVE DL100E-RESUB-REC TO DL100TR-RECORD.
021855     PERFORM 2100-VALIDATE-TRAN THRU 2100-EXIT.
021856     IF WS-RECORD-REJECTED
021857         PERFORM 3500-WRITE-REJECT THRU 3500-EXIT
021858     ELSE
021859         PERFORM 2500-ADD-TO-DUP-TABLE THRU 2500-EXIT
021860         IF WS-NO-FATAL-ERROR
021861             PERFORM 3000-WRITE-CLEAN THRU 3000-EXIT
021862         END-IF
021863     END-IF.
021864     PERFORM 1590-READ-RESUBFILE THRU 1590-EXIT.
021865 1510-EXIT.
021866     EXIT.
021867*----------------------------------------------------------------*
021868*  1590-READ-RESUBFILE  --  NEXT RESUBMITTED IMAGE, SET EOF      *
021869*----------------------------------------------------------------*
021870 1590-READ-RESUBFILE.
021871     READ RESUBFILE
021872         AT END
021873             SET WS-END-OF-RESUBFILE TO TRUE
021874         NOT AT END
021876             ADD 1 TO WS-RESUB-READ-COUNT
021878     END-READ.
021894 1590-EXIT.
021896     EXIT.
021900*----------------------------------------------------------------*
021910*  2000-EDIT-TRAN  --  ROUTE ONE RECORD: THE HDR/TRL CONTROL     *
021920*  RECORDS OPEN AND CLOSE A SENDER SEGMENT.  A DATA RECORD IS    *
021930*  STAMPED WITH ITS SEGMENT'S SOURCE, TALLIED FOR THE TRAILER    *
021940*  BALANCE AND VALIDATED - A REJECT GOES STRAIGHT TO REJFILE, A  *
021950*  CLEAN RECORD WAITS ON HOLDFILE UNTIL THE SEGMENT BALANCES.    *
021960*  DATA WITH NO SEGMENT OPEN STARTS ONE WITHOUT A HEADER, WHICH  *
021970*  IS REFUSED.                                                   *
021980*----------------------------------------------------------------*
021990 2000-EDIT-TRAN.
022000     MOVE DL100TR-RECORD TO DL100HD-RECORD.
022010     IF DL100HD-HEADER
022020         PERFORM 2050-PROCESS-HEADER THRU 2050-EXIT
022030         GO TO 2000-NEXT
022040     END-IF.
022050     IF DL100HD-TRAILER
022060         PERFORM 2060-PROCESS-TRAILER THRU 2060-EXIT
022070         GO TO 2000-NEXT
022080     END-IF.
022090     IF WS-SEG-CLOSED
022100         PERFORM 2040-OPEN-SEGMENT THRU 2040-EXIT
022110         IF WS-FATAL-ERROR
022120             GO TO 2000-EXIT
022130         END-IF
022140         MOVE 'UNKNOWN' TO WS-SEG-SOURCE (WS-SEG-SUB)
022150         MOVE 'FEED HEADER MISSING' TO WS-BAL-TEXT
022160         PERFORM 8310-REFUSE-SEGMENT THRU 8310-EXIT
022170     END-IF.
022180     MOVE WS-SEG-SOURCE (WS-SEG-SUB) TO DL100TR-SOURCE-ID.
022190     ADD 1 TO WS-DATA-READ-COUNT.
022200     PERFORM 2070-TALLY-DATA-RECORD THRU 2070-EXIT.
022210     PERFORM 2100-VALIDATE-TRAN THRU 2100-EXIT.
022220     IF WS-RECORD-REJECTED
022230         PERFORM 3500-WRITE-REJECT THRU 3500-EXIT
022240     ELSE
022250         PERFORM 2500-ADD-TO-DUP-TABLE THRU 2500-EXIT
022260         IF WS-NO-FATAL-ERROR
022270             PERFORM 3050-HOLD-CLEAN THRU 3050-EXIT
022280         END-IF
022290     END-IF.
022300 2000-NEXT.
022310     PERFORM 2900-READ-TRANFILE THRU 2900-EXIT.
022320 2000-EXIT.
022330     EXIT.
022340*----------------------------------------------------------------*
022350*  2040-OPEN-SEGMENT  --  START A NEW SENDER SEGMENT: A FRESH    *
022360*  TABLE ENTRY, ZEROED READ-SIDE AND DECLARED TOTALS, THE        *
022370*  DUPLICATE TABLE MARK AND AN EMPTY HOLDFILE.                   *
022380*----------------------------------------------------------------*
022390 2040-OPEN-SEGMENT.
022400     IF WS-SEG-COUNT >= WS-SEG-MAX
022410         DISPLAY 'DL100E0E-MORE THAN ' WS-SEG-MAX
022420             ' SENDER SEGMENTS, RUN TERMINATED'
022430         MOVE 99 TO RETURN-CODE
022440         SET WS-FATAL-ERROR TO TRUE
022450         GO TO 2040-EXIT
022460     END-IF.
022470     OPEN OUTPUT HOLDFILE.
022480     IF NOT WS-HOLDFILE-OK
022490         DISPLAY 'DL100E0E-HOLDFILE OPEN FAILED, STATUS '
022500             WS-HOLDFILE-STATUS
022510         MOVE 99 TO RETURN-CODE
022520         SET WS-FATAL-ERROR TO TRUE
022530         GO TO 2040-EXIT
022540     END-IF.
022550     SET WS-SEG-OPEN TO TRUE.
022560     MOVE 'N' TO WS-SEG-REFUSED-SW.
022570     ADD 1 TO WS-SEG-COUNT.
022580     MOVE WS-SEG-COUNT TO WS-SEG-SUB.
022590     MOVE SPACES TO WS-SEG-SOURCE (WS-SEG-SUB).
022600     MOVE SPACES TO WS-SEG-STATE (WS-SEG-SUB).
022610     MOVE 'N' TO WS-SEG-REG-SW (WS-SEG-SUB).
022620     MOVE ZERO TO WS-SEG-READ (WS-SEG-SUB)
022630                  WS-SEG-READ-AMT (WS-SEG-SUB)
022640                  WS-SEG-HELD (WS-SEG-SUB)
022650                  WS-SEG-CLEAN (WS-SEG-SUB)
022660                  WS-SEG-CLEAN-AMT (WS-SEG-SUB)
022670                  WS-SEG-REJ (WS-SEG-SUB)
022680                  WS-SEG-DECL-CNT (WS-SEG-SUB)
022690                  WS-SEG-DECL-AMT (WS-SEG-SUB).
022700     MOVE ZERO TO WS-DATA-READ-COUNT
022710                  WS-READ-AMOUNT
022720                  WS-DECL-REC-COUNT
022730                  WS-DECL-AMOUNT.
022740     MOVE ZEROS TO WS-EDT-CAT-COUNTS.
022750     MOVE WS-DUP-COUNT TO WS-SEG-DUP-MARK.
022760 2040-EXIT.
022770     EXIT.
022780*----------------------------------------------------------------*
022790*  2050-PROCESS-HEADER  --  A HEADER STARTS A NEW SENDER         *
022800*  SEGMENT.  ONE STILL OPEN NEVER SAW ITS TRAILER, SO IT IS      *
022810*  REFUSED AND CLOSED FIRST.  A HEADER WITH NO SOURCE-ID CANNOT  *
022820*  BE MATCHED TO THE REGISTRY AND ITS SEGMENT IS REFUSED.  THE   *
022830*  HEADER IS HELD WITH THE SEGMENT'S CLEAN ITEMS.                *
022840*----------------------------------------------------------------*
022850 2050-PROCESS-HEADER.
022860     IF WS-SEG-OPEN
022870         MOVE 'FEED TRAILER MISSING' TO WS-BAL-TEXT
022880         PERFORM 8310-REFUSE-SEGMENT THRU 8310-EXIT
022890         PERFORM 2090-CLOSE-SEGMENT THRU 2090-EXIT
022900         IF WS-FATAL-ERROR
022910             GO TO 2050-EXIT
022920         END-IF
022930     END-IF.
022940     PERFORM 2040-OPEN-SEGMENT THRU 2040-EXIT.
022950     IF WS-FATAL-ERROR
022960         GO TO 2050-EXIT
022970     END-IF.
022980     IF DL100HD-SOURCE-ID = SPACES
022990         MOVE 'UNKNOWN' TO WS-SEG-SOURCE (WS-SEG-SUB)
023000         MOVE 'FEED HEADER SOURCE-ID MISSING' TO WS-BAL-TEXT
023010         PERFORM 8310-REFUSE-SEGMENT THRU 8310-EXIT
023020     ELSE
023030         MOVE DL100HD-SOURCE-ID TO WS-SEG-SOURCE (WS-SEG-SUB)
023040     END-IF.
023050     PERFORM 2080-PASS-CONTROL-REC THRU 2080-EXIT.
023060 2050-EXIT.
023070     EXIT.
023080*----------------------------------------------------------------*
023090*  2060-PROCESS-TRAILER  --  A TRAILER ENDS THE OPEN SEGMENT:    *
023100*  CAPTURE THE DECLARED TOTALS, HOLD THE TRAILER WITH THE        *
023110*  SEGMENT, BALANCE IT AND CLOSE IT.  A TRAILER WITH NO SEGMENT  *
023120*  OPEN (A SECOND TRAILER, OR ONE WITH NOTHING BEFORE IT) HAS    *
023130*  NOTHING TO BALANCE AND IS REPORTED AND DROPPED.               *
023140*----------------------------------------------------------------*
023150 2060-PROCESS-TRAILER.
023160     IF WS-SEG-CLOSED
023170         ADD 1 TO WS-STRAY-TRL-COUNT
023180         MOVE SPACES TO DL100ER-LINE
023190         MOVE ' ' TO DL100ER-CC
023200         MOVE 'FEED TRAILER WITHOUT A HEADER' TO DL100ER-TEXT
023210         PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT
023220         GO TO 2060-EXIT
023230     END-IF.
023240     IF DL100HD-REC-COUNT NUMERIC
023250         MOVE DL100HD-REC-COUNT TO WS-DECL-REC-COUNT
023260     ELSE
023270         MOVE 'TRAILER RECORD COUNT NOT NUMERIC' TO WS-BAL-TEXT
023280         PERFORM 8310-REFUSE-SEGMENT THRU 8310-EXIT
023290     END-IF.
023300     IF DL100HD-AMOUNT NUMERIC
023310         MOVE DL100HD-AMOUNT TO WS-DECL-AMOUNT
023320     ELSE
023330         MOVE 'TRAILER DOLLAR TOTAL NOT NUMERIC' TO WS-BAL-TEXT
023340         PERFORM 8310-REFUSE-SEGMENT THRU 8310-EXIT
023350     END-IF.
023360     PERFORM 2080-PASS-CONTROL-REC THRU 2080-EXIT.
023370     IF WS-FATAL-ERROR
023380         GO TO 2060-EXIT
023390     END-IF.
023400     PERFORM 8300-BALANCE-SEGMENT THRU 8300-EXIT.
023410     PERFORM 2090-CLOSE-SEGMENT THRU 2090-EXIT.
023420 2060-EXIT.
023430     EXIT.
023815*----------------------------------------------------------------*
023820*  2070-TALLY-DATA-RECORD  --  RUN THE READ-SIDE TOTALS THE      *
023825*  TRAILER WILL BE BALANCED AGAINST: EVERY DATA RECORD COUNTS,   *
023910     END-SEARCH.
023915 2070-EXIT.
023920     EXIT.
023921*----------------------------------------------------------------*
023922*  2080-PASS-CONTROL-REC  --  A CONTROL RECORD IS HELD WITH ITS  *
023923*  SEGMENT AND GOES THROUGH TO CLEANFILE UNCHANGED WHEN THE      *
023924*  SEGMENT BALANCES, SO DL100B SEES THE DECLARED TOTALS TOO.     *
023925*----------------------------------------------------------------*
023926 2080-PASS-CONTROL-REC.
023927     WRITE DL100E-HOLD-REC FROM DL100HD-RECORD.
023928     IF NOT WS-HOLDFILE-OK
023929         DISPLAY 'DL100E0E-HOLDFILE WRITE FAILED, STATUS '
023930             WS-HOLDFILE-STATUS
023931         MOVE 99 TO RETURN-CODE
023932         SET WS-FATAL-ERROR TO TRUE
023933     END-IF.
023934 2080-EXIT.
023935     EXIT.
023936*----------------------------------------------------------------*
023937*  2090-CLOSE-SEGMENT  --  STORE THE SEGMENT'S TOTALS.  A        *
023938*  BALANCED SEGMENT'S HELD RECORDS GO ON TO CLEANFILE.  A        *
023939*  REFUSED SEGMENT'S ARE DROPPED WITH THE HOLDFILE AND ITS       *
023940*  ITEM-IDS COME OFF THE DUPLICATE TABLE; ITS REJECTS ARE        *
023941*  ALREADY ON REJFILE AND STAY THERE.                            *
023942*----------------------------------------------------------------*
023943 2090-CLOSE-SEGMENT.
023944     CLOSE HOLDFILE.
023945     SET WS-SEG-CLOSED TO TRUE.
023946     MOVE WS-DATA-READ-COUNT TO WS-SEG-READ (WS-SEG-SUB).
023947     MOVE WS-READ-AMOUNT TO WS-SEG-READ-AMT (WS-SEG-SUB).
023948     MOVE WS-DECL-REC-COUNT TO WS-SEG-DECL-CNT (WS-SEG-SUB).
023949     MOVE WS-DECL-AMOUNT TO WS-SEG-DECL-AMT (WS-SEG-SUB).
023950     IF WS-SEG-REFUSED
023951         SET WS-SEG-WAS-REFUSED (WS-SEG-SUB) TO TRUE
023952         ADD 1 TO WS-SEG-REFUSED-COUNT
023953         ADD WS-SEG-HELD (WS-SEG-SUB) TO WS-HELD-BACK-COUNT
023954         MOVE WS-SEG-DUP-MARK TO WS-DUP-COUNT
023955         DISPLAY 'DL100E0W-SENDER SEGMENT '
023956             WS-SEG-SOURCE (WS-SEG-SUB)
023957             ' REFUSED, NOT PASSED TO CLEANFILE'
023958         GO TO 2090-EXIT
023959     END-IF.
023960     SET WS-SEG-BALANCED (WS-SEG-SUB) TO TRUE.
023961     ADD 1 TO WS-SEG-BALANCED-COUNT.
023962     OPEN INPUT HOLDFILE.
023963     IF NOT WS-HOLDFILE-OK
023964         DISPLAY 'DL100E0E-HOLDFILE REOPEN FAILED, STATUS '
023965             WS-HOLDFILE-STATUS
023966         MOVE 99 TO RETURN-CODE
023967         SET WS-FATAL-ERROR TO TRUE
023968         GO TO 2090-EXIT
023969     END-IF.
023970     MOVE 'N' TO WS-HOLD-EOF-SW.
023971     PERFORM 2099-READ-HOLDFILE THRU 2099-EXIT.
023972     PERFORM 2095-PASS-HELD-REC THRU 2095-EXIT
023973         UNTIL WS-END-OF-HOLDFILE
023974            OR WS-FATAL-ERROR.
023975     CLOSE HOLDFILE.
023976 2090-EXIT.
023977     EXIT.
023978*----------------------------------------------------------------*
023979*  2095-PASS-HELD-REC  --  ONE HELD RECORD ON TO CLEANFILE.  A   *
023980*  DATA RECORD GOES THROUGH 3000-WRITE-CLEAN SO IT IS COUNTED    *
023981*  AND ITS RECYCLE STATUS MARKED JUST AS A RESUBFILE RECORD IS.  *
023982*----------------------------------------------------------------*
023983 2095-PASS-HELD-REC.
023984     IF DL100E-HOLD-CONTROL
023985         WRITE DL100E-CLEAN-REC FROM DL100E-HOLD-REC
023986         IF NOT WS-CLEANFILE-OK
023987             DISPLAY 'DL100E0E-CLEANFILE WRITE FAILED, STATUS '
023988                 WS-CLEANFILE-STATUS
023989             MOVE 99 TO RETURN-CODE
023990             SET WS-FATAL-ERROR TO TRUE
023991             GO TO 2095-EXIT
023992         END-IF
023993     ELSE
023994         MOVE DL100E-HOLD-REC TO DL100TR-RECORD
023995         PERFORM 3000-WRITE-CLEAN THRU 3000-EXIT
023996         IF WS-FATAL-ERROR
023997             GO TO 2095-EXIT
023998         END-IF
023999         ADD 1 TO WS-SEG-CLEAN (WS-SEG-SUB)
024000         ADD DL100TR-AMOUNT TO WS-SEG-CLEAN-AMT (WS-SEG-SUB)
024001     END-IF.
024002     PERFORM 2099-READ-HOLDFILE THRU 2099-EXIT.
024003 2095-EXIT.
024004     EXIT.
024005 2099-READ-HOLDFILE.
024006     READ HOLDFILE
024007         AT END
024008             SET WS-END-OF-HOLDFILE TO TRUE
024009     END-READ.
024010     IF NOT WS-HOLDFILE-OK AND NOT WS-HOLDFILE-EOF
024011         DISPLAY 'DL100E0E-HOLDFILE READ ERROR, STATUS '
024012             WS-HOLDFILE-STATUS
024013         MOVE 99 TO RETURN-CODE
024014         SET WS-END-OF-HOLDFILE TO TRUE
024015         SET WS-FATAL-ERROR TO TRUE
024016     END-IF.
024017 2099-EXIT.
024018     EXIT.
024019*----------------------------------------------------------------*
024020*  2100-VALIDATE-TRAN  --  RUN THE EDITS IN ORDER AND STOP AT    *
024021*  THE FIRST FAILURE, SO EACH REJECT CARRIES ONE REASON CODE.    *
024022*----------------------------------------------------------------*
024023 2100-VALIDATE-TRAN.
024100     SET WS-RECORD-CLEAN TO TRUE.
024200     MOVE SPACES TO WS-REASON-CODE.
024300     MOVE SPACES TO WS-REASON-TEXT.
025540     IF WS-RECORD-REJECTED
025560         GO TO 2100-EXIT
025580     END-IF.
025583     PERFORM 2395-EDIT-TRAN-TYPE THRU 2395-EXIT.
025586     IF WS-RECORD-REJECTED
025589         GO TO 2100-EXIT
025592     END-IF.
025600     PERFORM 2400-CHECK-DUPLICATE THRU 2400-EXIT.
025610     IF WS-RECORD-REJECTED
025620         GO TO 2100-EXIT
025630     END-IF.
025640     PERFORM 2450-CHECK-ITEM-HISTORY THRU 2450-EXIT.
025700 2100-EXIT.
025800     EXIT.
025900*----------------------------------------------------------------*
040072     END-IF.
040078 2390-EXIT.
040084     EXIT.
040085*----------------------------------------------------------------*
040086*  2395-EDIT-TRAN-TYPE  --  THE TRANSACTION TYPE MUST BE BLANK   *
040087*  OR A FOR AN ITEM, OR R FOR A REVERSAL OF AN EARLIER ITEM.     *
040088*----------------------------------------------------------------*
040089 2395-EDIT-TRAN-TYPE.
040090     IF NOT DL100TR-TYPE-VALID
040091         SET WS-RECORD-REJECTED TO TRUE
040092         MOVE 'E010' TO WS-REASON-CODE
040093         MOVE 'TRANSACTION TYPE INVALID' TO WS-REASON-TEXT
040094         ADD 1 TO WS-TYPE-INVALID-COUNT
040095     END-IF.
040096 2395-EXIT.
040097     EXIT.
040100*----------------------------------------------------------------*
040200*  2400-CHECK-DUPLICATE  --  REJECT A RECORD WHOSE ITEM-ID HAS   *
040300*  ALREADY BEEN PASSED TO CLEANFILE EARLIER IN THIS FILE.        *
041900 2400-EXIT.
042000     EXIT.
042100*----------------------------------------------------------------*
042101*  2450-CHECK-ITEM-HISTORY  --  REJECT A RECORD WHOSE ITEM-ID    *
042102*  WENT FORWARD ON AN EARLIER NIGHT.  AN ENTRY POSTED TODAY      *
042103*  UNDER THIS SAME RUN-ID IS A RERUN OF TONIGHT'S EDIT, NOT A    *
042104*  RETRANSMISSION.  A RESUBFILE RECORD STILL AT CORRECTED ON     *
042105*  THE RECYCLE FILE IS A REJECT DL100R SENT BACK ON PURPOSE AND  *
042106*  IS CHECKED ONLY AGAINST TONIGHT'S FEED; WITH NO RECYCLE FILE  *
042107*  TO ASK, A RESUBFILE RECORD IS GIVEN THE BENEFIT OF THE DOUBT. *
042108*  A REVERSAL IS CHECKED THE OTHER WAY ROUND BY 2460.            *
042109*----------------------------------------------------------------*
042110 2450-CHECK-ITEM-HISTORY.
042111     IF DL100TR-REVERSAL
042112         PERFORM 2460-CHECK-REVERSAL THRU 2460-EXIT
042113         GO TO 2450-EXIT
042114     END-IF.
042115     MOVE DL100TR-ITEM-ID TO DL100IH-ITEM-ID.
042116     READ ITEMHIST
042117         INVALID KEY
042118             GO TO 2450-EXIT
042119     END-READ.
042120     IF NOT WS-ITEMHIST-OK
042121         DISPLAY 'DL100E0E-ITEMHIST READ ERROR, STATUS '
042122             WS-ITEMHIST-STATUS
042123         MOVE 99 TO RETURN-CODE
042124         SET WS-FATAL-ERROR TO TRUE
042125         GO TO 2450-EXIT
042126     END-IF.
042127     IF DL100IH-FIRST-DATE = WS-CURR-DATE
042128      AND DL100IH-RUN-ID = WS-RUN-ID
042129         GO TO 2450-EXIT
042130     END-IF.
042131     IF WS-RESUB-PASS
042132         IF WS-RCY-CLOSED
042133             GO TO 2450-EXIT
042134         END-IF
042135         MOVE DL100TR-ITEM-ID TO DL100RY-ITEM-ID
042136         READ RCYFILE
042137             INVALID KEY
042138                 SET WS-RCY-NOTFOUND TO TRUE
042139             NOT INVALID KEY
042140                 SET WS-RCY-FOUND TO TRUE
042141         END-READ
042142         IF WS-RCY-FOUND AND DL100RY-CORRECTED
042143             GO TO 2450-EXIT
042144         END-IF
042145     END-IF.
042146     SET WS-RECORD-REJECTED TO TRUE.
042147     MOVE 'E008' TO WS-REASON-CODE.
042148     MOVE 'ITEM-ID SEEN ON A PRIOR DAY' TO WS-REASON-TEXT.
042149     MOVE DL100IH-FIRST-DATE TO WS-ORIG-DATE.
042150     MOVE DL100IH-RUN-ID TO WS-ORIG-RUN-ID.
042151     ADD 1 TO WS-PRIOR-DUP-COUNT.
042152 2450-EXIT.
042153     EXIT.
042154*----------------------------------------------------------------*
042155*  2460-CHECK-REVERSAL  --  A REVERSAL MUST NAME AN ITEM THAT    *
042156*  WAS COUNTED: ON ITEMHIST UNDER THE SAME ITEM DATE, FROM AN    *
042157*  EARLIER NIGHT, AND NOT ALREADY REVERSED.  ANYTHING ELSE IS AN *
042158*  ORPHAN AND IS REJECTED E009 SO DL100B NEVER BACKS OUT WHAT IT *
042159*  NEVER COUNTED.  AN ITEM AND ITS REVERSAL ON THE SAME FEED ARE *
042160*  CAUGHT AS E005 BY THE DUPLICATE TABLE - THE ITEM IS NOT       *
042161*  COUNTED UNTIL TONIGHT, SO ITS REVERSAL BELONGS ON A LATER     *
042162*  NIGHT'S FEED.                                                 *
042163*----------------------------------------------------------------*
042164 2460-CHECK-REVERSAL.
042165     MOVE DL100TR-ITEM-ID TO DL100IH-ITEM-ID.
042166     READ ITEMHIST
042167         INVALID KEY
042168             MOVE 'REVERSAL - ITEM NOT COUNTED' TO WS-REASON-TEXT
042169             GO TO 2460-ORPHAN
042170     END-READ.
042171     IF NOT WS-ITEMHIST-OK
042172         DISPLAY 'DL100E0E-ITEMHIST READ ERROR, STATUS '
042173             WS-ITEMHIST-STATUS
042174         MOVE 99 TO RETURN-CODE
042175         SET WS-FATAL-ERROR TO TRUE
042176         GO TO 2460-EXIT
042177     END-IF.
042178     IF DL100IH-ITEM-DATE NOT = DL100TR-ITEM-DATE
042179         MOVE 'REVERSAL - ITEM DATE DIFFERS' TO WS-REASON-TEXT
042180         GO TO 2460-ORPHAN
042181     END-IF.
042182     IF DL100IH-FIRST-DATE = WS-CURR-DATE
042183      AND DL100IH-RUN-ID = WS-RUN-ID
042184         MOVE 'REVERSAL - ITEM FED TONIGHT' TO WS-REASON-TEXT
042185         GO TO 2460-ORPHAN
042186     END-IF.
042187     IF DL100IH-REVERSED
042188         MOVE 'REVERSAL - ALREADY REVERSED' TO WS-REASON-TEXT
042189         GO TO 2460-ORPHAN
042190     END-IF.
042191     GO TO 2460-EXIT.
042192 2460-ORPHAN.
042193     SET WS-RECORD-REJECTED TO TRUE.
042194     MOVE 'E009' TO WS-REASON-CODE.
042195     ADD 1 TO WS-ORPHAN-REV-COUNT.
042196 2460-EXIT.
042197     EXIT.
042198*----------------------------------------------------------------*
042200*  2500-ADD-TO-DUP-TABLE  --  REMEMBER A CLEAN ITEM-ID.  A FULL  *
042300*  TABLE STOPS THE RUN RATHER THAN LET LATER DUPLICATES PASS     *
042400*  UNCHECKED.                                                    *
044900         GO TO 3000-EXIT
045000     END-IF.
045100     ADD 1 TO WS-CLEAN-COUNT.
045102     IF DL100TR-REVERSAL
045104         ADD 1 TO WS-REV-CLEAN-COUNT
045106     END-IF.
045110     IF WS-RCY-OPEN
045120         PERFORM 3100-MARK-RESUBMITTED THRU 3100-EXIT
045130     END-IF.
045200 3000-EXIT.
045300     EXIT.
045301*----------------------------------------------------------------*
045302*  3050-HOLD-CLEAN  --  A VALIDATED FEED RECORD WAITS ON         *
045303*  HOLDFILE UNTIL ITS SEGMENT'S TRAILER BALANCES                 *
045304*----------------------------------------------------------------*
045305 3050-HOLD-CLEAN.
045306     WRITE DL100E-HOLD-REC FROM DL100TR-RECORD.
045307     IF NOT WS-HOLDFILE-OK
045308         DISPLAY 'DL100E0E-HOLDFILE WRITE FAILED, STATUS '
045309             WS-HOLDFILE-STATUS
045310         MOVE 99 TO RETURN-CODE
045311         SET WS-FATAL-ERROR TO TRUE
045312         GO TO 3050-EXIT
045313     END-IF.
045314     ADD 1 TO WS-SEG-HELD (WS-SEG-SUB).
045315 3050-EXIT.
045316     EXIT.
045317*----------------------------------------------------------------*
045318*  3100-MARK-RESUBMITTED  --  A CLEAN RECORD WHOSE ITEM-ID IS    *
045319*  ON THE RECYCLE FILE AT CORRECTED JUST CAME BACK THROUGH THE   *
045320*  EDIT: MARK IT RESUBMITTED SO DL100R'S AGING REPORT STOPS      *
045321*  CARRYING IT.  ANY OTHER STATUS IS LEFT ALONE.                 *
045322*----------------------------------------------------------------*
045323 3100-MARK-RESUBMITTED.
045324     MOVE DL100TR-ITEM-ID TO DL100RY-ITEM-ID.
045325     READ RCYFILE
045326         INVALID KEY
045327             SET WS-RCY-NOTFOUND TO TRUE
045328         NOT INVALID KEY
045329             SET WS-RCY-FOUND TO TRUE
045330     END-READ.
045331     IF WS-RCY-NOTFOUND
045332         GO TO 3100-EXIT
045334     END-IF.
045336     IF NOT DL100RY-CORRECTED
046800         GO TO 3500-EXIT
046900     END-IF.
047000     ADD 1 TO WS-REJECT-COUNT.
047010     IF WS-FEED-PASS
047020         ADD 1 TO WS-SEG-REJ (WS-SEG-SUB)
047030     END-IF.
047100     MOVE SPACES TO DL100ER-LINE.
047200     MOVE ' ' TO DL100ER-CC.
047300     MOVE 'REJECTED' TO DL100ER-TEXT.
047400     MOVE DL100TR-ITEM-ID TO DL100ER-ITEM-ID.
047500     MOVE WS-REASON-CODE TO DL100ER-REASON-CODE.
047600     MOVE WS-REASON-TEXT TO DL100ER-REASON-TEXT.
047606     IF WS-REASON-CODE = 'E008'
047612         STRING WS-ORIG-MM   DELIMITED BY SIZE
047618                '/'          DELIMITED BY SIZE
047624                WS-ORIG-DD   DELIMITED BY SIZE
047630                '/'          DELIMITED BY SIZE
047636                WS-ORIG-YYYY DELIMITED BY SIZE
047642             INTO DL100ER-RUN-DATE
047648         END-STRING
047654         MOVE SPACES TO DL100ER-REASON-TEXT
047660         STRING 'FIRST SEEN, RUN ' DELIMITED BY SIZE
047666                WS-ORIG-RUN-ID     DELIMITED BY SIZE
047672             INTO DL100ER-REASON-TEXT
047678         END-STRING
047684     END-IF.
047700     PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT.
047800 3500-EXIT.
047900     EXIT.
049600     END-IF.
049700 2900-EXIT.
049800     EXIT.
049801*----------------------------------------------------------------*
049802*  7400-DAY-OF-WEEK  --  WS-DOW FOR WS-CURR-DATE BY ZELLER'S     *
049803*  RULE: DAY + (13 X (MONTH + 1)) / 5 + YEAR-OF-CENTURY          *
049804*  + YEAR-OF-CENTURY / 4 + CENTURY / 4 + 5 X CENTURY, MODULO 7,  *
049805*  EACH DIVISION TRUNCATED.                                      *
049806*----------------------------------------------------------------*
049807 7400-DAY-OF-WEEK.
049808     MOVE WS-CURR-YYYY TO WS-DOW-YEAR.
049809     MOVE WS-CURR-MM TO WS-DOW-MONTH.
049810     IF WS-DOW-MONTH < 3
049811         ADD 12 TO WS-DOW-MONTH
049812         SUBTRACT 1 FROM WS-DOW-YEAR
049813     END-IF.
049814     DIVIDE WS-DOW-YEAR BY 100 GIVING WS-DOW-CENTURY
049815         REMAINDER WS-DOW-YR-OF-CENT.
049816     MOVE WS-CURR-DD TO WS-DOW-SUM.
049817     COMPUTE WS-DOW-TERM = 13 * (WS-DOW-MONTH + 1).
049818     DIVIDE WS-DOW-TERM BY 5 GIVING WS-DOW-QUOT.
049819     ADD WS-DOW-QUOT TO WS-DOW-SUM.
049820     ADD WS-DOW-YR-OF-CENT TO WS-DOW-SUM.
049821     DIVIDE WS-DOW-YR-OF-CENT BY 4 GIVING WS-DOW-QUOT.
049822     ADD WS-DOW-QUOT TO WS-DOW-SUM.
049823     DIVIDE WS-DOW-CENTURY BY 4 GIVING WS-DOW-QUOT.
049824     ADD WS-DOW-QUOT TO WS-DOW-SUM.
049825     COMPUTE WS-DOW-SUM = WS-DOW-SUM + (5 * WS-DOW-CENTURY).
049826     DIVIDE WS-DOW-SUM BY 7 GIVING WS-DOW-QUOT
049827         REMAINDER WS-DOW.
049828 7400-EXIT.
049829     EXIT.
049830*----------------------------------------------------------------*
049831*  7600-CHECK-BUS-DAY  --  IS WS-BC-DATE A BUSINESS DAY, AND IS  *
049832*  IT A HOLIDAY?  A DATE NOT ON BUSCAL IS A BUSINESS DAY.  A     *
049833*  READ ERROR DROPS THE CALENDAR FOR THE REST OF THE RUN WITH A  *
049834*  WARNING INSTEAD OF STOPPING THE RUN.                          *
049835*----------------------------------------------------------------*
049836 7600-CHECK-BUS-DAY.
049837     SET WS-BUS-DAY TO TRUE.
049838     MOVE 'N' TO WS-CAL-HOL-SW.
049839     IF WS-BUSCAL-NOT-AVAIL
049840         GO TO 7600-EXIT
049841     END-IF.
049842     MOVE WS-BC-DATE TO DL100BC-CAL-DATE.
049843     READ BUSCAL
049844         INVALID KEY
049845             CONTINUE
049846     END-READ.
049847     IF WS-BUSCAL-NOTFOUND
049848         GO TO 7600-EXIT
049849     END-IF.
049850     IF NOT WS-BUSCAL-OK
049851         DISPLAY 'DL100E0W-BUSCAL READ ERROR, STATUS '
049852             WS-BUSCAL-STATUS ', CALENDAR DROPPED'
049853         SET WS-BUSCAL-NOT-AVAIL TO TRUE
049854         CLOSE BUSCAL
049855         GO TO 7600-EXIT
049856     END-IF.
049857     IF DL100BC-NON-BUSINESS
049858         SET WS-NON-BUS-DAY TO TRUE
049859     END-IF.
049860     IF DL100BC-HOLIDAY
049861         SET WS-CAL-HOLIDAY TO TRUE
049862     END-IF.
049863 7600-EXIT.
049864     EXIT.
049900*----------------------------------------------------------------*
050000*  8000-TERMINATE  --  PRINT THE SUMMARY AND CLOSE ALL FILES     *
050100*----------------------------------------------------------------*
050110 8000-TERMINATE.
050120     IF WS-NO-FATAL-ERROR
050130         PERFORM 8050-END-OF-FEED THRU 8050-EXIT
050140     END-IF.
050150     IF WS-NO-FATAL-ERROR
050160         PERFORM 8500-CHECK-REGISTRY THRU 8500-EXIT
050170     END-IF.
050180     IF WS-NO-FATAL-ERROR AND NOT WS-FEED-REFUSED
050190      AND NOT WS-SIM-EDIT
050200         PERFORM 8400-POST-ITEM-HISTORY THRU 8400-EXIT
050210     END-IF.
050220     PERFORM 8200-WRITE-SUMMARY THRU 8200-EXIT.
050230     CLOSE TRANFILE.
050240     CLOSE CLEANFILE.
050250     CLOSE REJFILE.
050260     CLOSE EDTRPT.
050270     IF WS-RCY-OPEN
050280         CLOSE RCYFILE
050290     END-IF.
050300     IF WS-RESUB-OPEN
050310         CLOSE RESUBFILE
050320     END-IF.
050330     IF WS-HIST-OPEN
050340         CLOSE ITEMHIST
050350     END-IF.
050360     IF WS-FATAL-ERROR
050370         DISPLAY 'DL100E0E-EDIT ENDED WITH A FILE ERROR, SEE '
050380             'THE MESSAGES ABOVE'
050390     ELSE
050400     IF WS-FEED-REFUSED
050410         MOVE 8 TO RETURN-CODE
050420         DISPLAY 'DL100E0E-FEED REFUSED, NO SENDER SEGMENT '
050430             'BALANCED, SEE EDTRPT'
050440     ELSE
050450         IF WS-SEG-REFUSED-COUNT > ZERO
050460          OR WS-STRAY-TRL-COUNT > ZERO
050470             MOVE 4 TO RETURN-CODE
050480             DISPLAY 'DL100E0W-SENDER SEGMENTS REFUSED, SEE '
050490                 'EDTRPT'
050500         END-IF
050510         IF WS-SRC-MISSING-COUNT > ZERO
050520             MOVE 4 TO RETURN-CODE
050530             DISPLAY 'DL100E0W-EXPECTED SOURCES MISSING AT '
050540                 'CUTOFF, SEE EDTRPT'
050550         END-IF
050560         IF WS-REJECT-COUNT > ZERO
050570             MOVE 4 TO RETURN-CODE
050580             DISPLAY 'DL100E0W-EDIT COMPLETE WITH REJECTS, SEE '
050590                 'EDTRPT AND REJFILE'
050600         END-IF
050610         IF RETURN-CODE = ZERO
050620             DISPLAY 'DL100E0I-EDIT COMPLETE, ALL RECORDS CLEAN'
050630         END-IF
050640     END-IF
050650     END-IF.
050660 8000-EXIT.
050670     EXIT.
050680*----------------------------------------------------------------*
050690*  8050-END-OF-FEED  --  A SEGMENT STILL OPEN AT END OF FILE     *
050700*  NEVER SAW ITS TRAILER AND IS REFUSED.  A FEED WITH NO SEGMENT *
050710*  THAT BALANCED IS REFUSED AS A WHOLE.  THE SEGMENT SECTION OF  *
050720*  EDTRPT THEN SHOWS EVERY SEGMENT'S COUNTS AND DOLLARS.         *
050730*----------------------------------------------------------------*
050740 8050-END-OF-FEED.
050750     IF WS-SEG-OPEN
050760         MOVE 'FEED TRAILER MISSING' TO WS-BAL-TEXT
050770         PERFORM 8310-REFUSE-SEGMENT THRU 8310-EXIT
050780         PERFORM 2090-CLOSE-SEGMENT THRU 2090-EXIT
050790         IF WS-FATAL-ERROR
050800             GO TO 8050-EXIT
050810         END-IF
050820     END-IF.
050830     IF WS-SEG-BALANCED-COUNT = ZERO
050840         SET WS-FEED-REFUSED TO TRUE
050850         MOVE SPACES TO DL100ER-LINE
050860         MOVE ' ' TO DL100ER-CC
050870         MOVE 'NO SENDER SEGMENT BALANCED' TO DL100ER-TEXT
050880         PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT
050890     END-IF.
050900     MOVE SPACES TO DL100ER-LINE.
050910     MOVE ' ' TO DL100ER-CC.
050920     MOVE 'SENDER SEGMENTS' TO DL100ER-TEXT.
050930     PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT.
050940     MOVE WS-SEG-HEADING TO DL100ER-LINE.
050950     PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT.
050960     PERFORM 8060-WRITE-SEGMENT-LINE THRU 8060-EXIT
050970         VARYING WS-SEG-SUB FROM 1 BY 1
050980         UNTIL WS-SEG-SUB > WS-SEG-COUNT.
050990 8050-EXIT.
051000     EXIT.
051010 8060-WRITE-SEGMENT-LINE.
051020     MOVE SPACES TO DL100ER-SRC-LINE.
051030     MOVE ' ' TO DL100ER-SRC-CC.
051040     MOVE WS-SEG-SOURCE (WS-SEG-SUB) TO DL100ER-SRC-ID.
051050     IF WS-SEG-BALANCED (WS-SEG-SUB)
051060         MOVE 'BALANCED' TO DL100ER-SRC-STATUS
051070     ELSE
051080         MOVE 'REFUSED' TO DL100ER-SRC-STATUS
051090     END-IF.
051100     MOVE WS-SEG-READ (WS-SEG-SUB) TO DL100ER-SRC-READ-ED.
051110     MOVE WS-SEG-CLEAN (WS-SEG-SUB) TO DL100ER-SRC-CLEAN-ED.
051120     MOVE WS-SEG-REJ (WS-SEG-SUB) TO DL100ER-SRC-REJ-ED.
051130     MOVE WS-SEG-READ-AMT (WS-SEG-SUB) TO DL100ER-SRC-RAMT-ED.
051140     MOVE WS-SEG-CLEAN-AMT (WS-SEG-SUB) TO DL100ER-SRC-CAMT-ED.
051150     MOVE WS-SEG-DECL-CNT (WS-SEG-SUB) TO DL100ER-SRC-DCNT-ED.
051160     MOVE WS-SEG-DECL-AMT (WS-SEG-SUB) TO DL100ER-SRC-DAMT-ED.
051170     PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT.
051180 8060-EXIT.
051190     EXIT.
052200*----------------------------------------------------------------*
052300*  8100-WRITE-HEADING  --  REPORT TITLE AND RUN DATE             *
052400*----------------------------------------------------------------*
058600     MOVE 'E006 CATEGORY CODE INVALID' TO DL100ER-TEXT.
058700     MOVE WS-CAT-INVALID-COUNT TO DL100ER-COUNT-ED.
058800     PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT.
058801     MOVE SPACES TO DL100ER-LINE.
058802     MOVE ' ' TO DL100ER-CC.
058803     MOVE 'E008 ITEM-ID SEEN ON A PRIOR DAY' TO DL100ER-TEXT.
058804     MOVE WS-PRIOR-DUP-COUNT TO DL100ER-COUNT-ED.
058805     PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT.
058810     MOVE SPACES TO DL100ER-LINE.
058820     MOVE ' ' TO DL100ER-CC.
058830     MOVE 'E007 ITEM AMOUNT NOT NUMERIC' TO DL100ER-TEXT.
058840     MOVE WS-AMT-NOT-NUM-COUNT TO DL100ER-COUNT-ED.
058850     PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT.
058851     MOVE SPACES TO DL100ER-LINE.
058852     MOVE ' ' TO DL100ER-CC.
058853     MOVE 'E009 REVERSAL OF AN UNCOUNTED ITEM' TO DL100ER-TEXT.
058854     MOVE WS-ORPHAN-REV-COUNT TO DL100ER-COUNT-ED.
058855     PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT.
058856     MOVE SPACES TO DL100ER-LINE.
058857     MOVE ' ' TO DL100ER-CC.
058858     MOVE 'E010 TRANSACTION TYPE INVALID' TO DL100ER-TEXT.
058859     MOVE WS-TYPE-INVALID-COUNT TO DL100ER-COUNT-ED.
058860     PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT.
058861     MOVE SPACES TO DL100ER-LINE.
058862     MOVE ' ' TO DL100ER-CC.
058863     MOVE 'REVERSALS PASSED TO CLEANFILE' TO DL100ER-TEXT.
058864     MOVE WS-REV-CLEAN-COUNT TO DL100ER-COUNT-ED.
058865     PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT.
058866     MOVE SPACES TO DL100ER-LINE.
058867     MOVE ' ' TO DL100ER-CC.
058868     MOVE 'RESUBMITTED RECORDS READ' TO DL100ER-TEXT.
058869     MOVE WS-RESUB-READ-COUNT TO DL100ER-COUNT-ED.
058870     PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT.
058871     MOVE SPACES TO DL100ER-LINE.
058872     MOVE ' ' TO DL100ER-CC.
058880     MOVE 'RECYCLED REJECTS MARKED RESUBMITTED' TO DL100ER-TEXT.
058890     MOVE WS-RESUB-MARKED-COUNT TO DL100ER-COUNT-ED.
058895     PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT.
058896     MOVE SPACES TO DL100ER-LINE.
058897     MOVE ' ' TO DL100ER-CC.
058898     MOVE 'ITEMS POSTED TO ITEM HISTORY' TO DL100ER-TEXT.
058899     MOVE WS-HIST-POST-COUNT TO DL100ER-COUNT-ED.
058900     PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT.
058901     MOVE SPACES TO DL100ER-LINE.
058902     MOVE ' ' TO DL100ER-CC.
058903     MOVE 'ITEMS ALREADY ON ITEM HISTORY' TO DL100ER-TEXT.
058904     MOVE WS-HIST-ONFILE-COUNT TO DL100ER-COUNT-ED.
058905     PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT.
058906     MOVE SPACES TO DL100ER-LINE.
058907     MOVE ' ' TO DL100ER-CC.
058908     MOVE 'SENDER SEGMENTS READ' TO DL100ER-TEXT.
058909     MOVE WS-SEG-COUNT TO DL100ER-COUNT-ED.
058910     PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT.
058911     MOVE SPACES TO DL100ER-LINE.
058912     MOVE ' ' TO DL100ER-CC.
058913     MOVE 'SENDER SEGMENTS BALANCED' TO DL100ER-TEXT.
058914     MOVE WS-SEG-BALANCED-COUNT TO DL100ER-COUNT-ED.
058915     PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT.
058916     MOVE SPACES TO DL100ER-LINE.
058917     MOVE ' ' TO DL100ER-CC.
058918     MOVE 'SENDER SEGMENTS REFUSED' TO DL100ER-TEXT.
058919     MOVE WS-SEG-REFUSED-COUNT TO DL100ER-COUNT-ED.
058920     PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT.
058921     MOVE SPACES TO DL100ER-LINE.
058922     MOVE ' ' TO DL100ER-CC.
058923     MOVE 'CLEAN ITEMS HELD BACK, SEGMENT REFUSED'
058924         TO DL100ER-TEXT.
058925     MOVE WS-HELD-BACK-COUNT TO DL100ER-COUNT-ED.
058926     PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT.
058927     MOVE SPACES TO DL100ER-LINE.
058928     MOVE ' ' TO DL100ER-CC.
058929     MOVE 'FEED TRAILERS WITHOUT A HEADER' TO DL100ER-TEXT.
058930     MOVE WS-STRAY-TRL-COUNT TO DL100ER-COUNT-ED.
058931     PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT.
058932     MOVE SPACES TO DL100ER-LINE.
058933     MOVE ' ' TO DL100ER-CC.
058934     MOVE 'EXPECTED SOURCES MISSING AT CUTOFF' TO DL100ER-TEXT.
058935     MOVE WS-SRC-MISSING-COUNT TO DL100ER-COUNT-ED.
058936     PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT.
058937     MOVE SPACES TO DL100ER-LINE.
058938     MOVE ' ' TO DL100ER-CC.
058939     MOVE 'SEGMENTS FROM SOURCES NOT ON REGISTRY' TO DL100ER-TEXT.
058940     MOVE WS-SRC-UNREG-COUNT TO DL100ER-COUNT-ED.
058941     PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT.
058942 8200-EXIT.
058943     EXIT.
058944*----------------------------------------------------------------*
058945*  8300-BALANCE-SEGMENT  --  BALANCE A SENDER'S TRAILER AGAINST  *
058946*  WHAT WAS ACTUALLY READ IN ITS SEGMENT: RECORD COUNT, DOLLAR   *
058947*  TOTAL AND THE PER-CATEGORY COUNTS.  ANY DIFFERENCE REFUSES    *
058948*  THE SEGMENT - BALANCING AGAINST THE SENDER'S OWN TOTALS IS    *
058949*  WHAT CATCHES A TRANSMISSION THAT DROPPED ITS TAIL, WHICH NO   *
058950*  SINGLE-SIDED COUNT CAN SEE.                                   *
058951*----------------------------------------------------------------*
058952 8300-BALANCE-SEGMENT.
058953     IF WS-DATA-READ-COUNT NOT = WS-DECL-REC-COUNT
058954         MOVE 'RECORD COUNT DOES NOT BALANCE' TO WS-BAL-TEXT
058955         PERFORM 8310-REFUSE-SEGMENT THRU 8310-EXIT
058956     END-IF.
058957     IF WS-READ-AMOUNT NOT = WS-DECL-AMOUNT
058958         MOVE 'DOLLAR TOTAL DOES NOT BALANCE' TO WS-BAL-TEXT
058959         PERFORM 8310-REFUSE-SEGMENT THRU 8310-EXIT
058960     END-IF.
058961     PERFORM 8320-BALANCE-ONE-CAT THRU 8320-EXIT
058962         VARYING WS-TRL-SUB FROM 1 BY 1
058963         UNTIL WS-TRL-SUB > 5.
058964     IF NOT WS-SEG-REFUSED
058965         MOVE SPACES TO DL100ER-LINE
058966         MOVE ' ' TO DL100ER-CC
058967         MOVE 'SEGMENT BALANCED TO SENDER TRAILER' TO DL100ER-TEXT
058968         STRING 'SOURCE '                  DELIMITED BY SIZE
058969                WS-SEG-SOURCE (WS-SEG-SUB) DELIMITED BY SIZE
058970             INTO DL100ER-REASON-TEXT
058971         END-STRING
058972         MOVE WS-DATA-READ-COUNT TO DL100ER-COUNT-ED
058973         PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT
058974     END-IF.
058975 8300-EXIT.
058976     EXIT.
058977*----------------------------------------------------------------*
058978*  8310-REFUSE-SEGMENT  --  ONE BALANCE FAILURE: REPORT IT       *
058979*  AGAINST THE SEGMENT'S SOURCE AND MARK THE SEGMENT REFUSED.    *
058980*  WS-BAL-TEXT IS SET BY THE CALLER.                             *
058981*----------------------------------------------------------------*
058982 8310-REFUSE-SEGMENT.
058983     SET WS-SEG-REFUSED TO TRUE.
058984     MOVE SPACES TO DL100ER-LINE.
058985     MOVE ' ' TO DL100ER-CC.
058986     MOVE WS-BAL-TEXT TO DL100ER-TEXT.
058987     STRING 'SOURCE '                  DELIMITED BY SIZE
058988            WS-SEG-SOURCE (WS-SEG-SUB) DELIMITED BY SIZE
058989         INTO DL100ER-REASON-TEXT
058990     END-STRING.
058991     PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT.
058992 8310-EXIT.
058993     EXIT.
058994*----------------------------------------------------------------*
058995*  8320-BALANCE-ONE-CAT  --  ONE TRAILER CATEGORY SLOT AGAINST   *
058996*  THE READ-SIDE COUNT FOR THAT CODE.  A BLANK SLOT IS UNUSED.   *
058997*----------------------------------------------------------------*
058998 8320-BALANCE-ONE-CAT.
058999     IF DL100HD-CAT-CODE (WS-TRL-SUB) = SPACES
059000         GO TO 8320-EXIT
059001     END-IF.
059002     IF DL100HD-CAT-COUNT (WS-TRL-SUB) NOT NUMERIC
059003         MOVE 'TRAILER CATEGORY COUNT NOT NUMERIC'
059004             TO WS-BAL-TEXT
059005         PERFORM 8310-REFUSE-SEGMENT THRU 8310-EXIT
059006         GO TO 8320-EXIT
059007     END-IF.
059008     MOVE 'N' TO WS-EDT-CAT-FOUND-SW.
059009     PERFORM 8330-FIND-EDT-CAT THRU 8330-EXIT
059010         VARYING WS-VC-SUB FROM 1 BY 1
059011         UNTIL WS-VC-SUB > 10
059012            OR WS-EDT-CAT-FOUND.
059013     IF NOT WS-EDT-CAT-FOUND
059014         MOVE 'TRAILER CATEGORY NOT IN EDIT TABLE'
059015             TO WS-BAL-TEXT
059016         PERFORM 8310-REFUSE-SEGMENT THRU 8310-EXIT
059017         GO TO 8320-EXIT
059018     END-IF.
059019     IF WS-EDT-CAT-COUNT (WS-VC-HIT) NOT =
059020             DL100HD-CAT-COUNT (WS-TRL-SUB)
059021         MOVE 'CATEGORY COUNT DOES NOT BALANCE' TO WS-BAL-TEXT
059022         PERFORM 8310-REFUSE-SEGMENT THRU 8310-EXIT
059023     END-IF.
059024 8320-EXIT.
059025     EXIT.
059026 8330-FIND-EDT-CAT.
059027     IF WS-VALID-CAT (WS-VC-SUB) = DL100HD-CAT-CODE (WS-TRL-SUB)
059028         SET WS-EDT-CAT-FOUND TO TRUE
059029         MOVE WS-VC-SUB TO WS-VC-HIT
059030     END-IF.
059031 8330-EXIT.
059032     EXIT.
059100*----------------------------------------------------------------*
059101*  8400-POST-ITEM-HISTORY  --  ONLY BALANCED SEGMENTS REACH      *
059102*  CLEANFILE, SO WHAT IS THERE WILL BE COUNTED: READ IT BACK AND *
059103*  POST EVERY DATA RECORD TO ITEMHIST AS FIRST SEEN TODAY UNDER  *
059104*  THIS RUN-ID, WITH THE DATE DL100B WILL BOOK IT UNDER.  AN     *
059105*  ITEM ALREADY ON FILE (A RERUN, OR A RECYCLED REJECT) KEEPS    *
059106*  ITS ORIGINAL ENTRY.  A REVERSAL IS NOT A NEW ITEM AND IS      *
059107*  SKIPPED.                                                      *
059108*----------------------------------------------------------------*
059109 8400-POST-ITEM-HISTORY.
059110     CLOSE CLEANFILE.
059111     OPEN INPUT CLEANFILE.
059112     IF NOT WS-CLEANFILE-OK
059113         DISPLAY 'DL100E0E-CLEANFILE REOPEN FAILED, STATUS '
059114             WS-CLEANFILE-STATUS
059115         MOVE 99 TO RETURN-CODE
059116         SET WS-FATAL-ERROR TO TRUE
059117         GO TO 8400-EXIT
059118     END-IF.
059119     PERFORM 8490-READ-CLEANFILE THRU 8490-EXIT.
059120     PERFORM 8410-POST-ONE-ITEM THRU 8410-EXIT
059121         UNTIL WS-END-OF-CLEANFILE
059122            OR WS-FATAL-ERROR.
059123 8400-EXIT.
059124     EXIT.
059125 8410-POST-ONE-ITEM.
059126     MOVE DL100E-CLEAN-REC TO DL100HD-RECORD.
059127     IF DL100HD-HEADER OR DL100HD-TRAILER
059128         GO TO 8410-NEXT
059129     END-IF.
059130     MOVE DL100E-CLEAN-REC TO DL100TR-RECORD.
059131     IF DL100TR-REVERSAL
059132         GO TO 8410-NEXT
059133     END-IF.
059134     MOVE SPACES TO DL100IH-RECORD.
059135     MOVE DL100TR-ITEM-ID TO DL100IH-ITEM-ID.
059136     MOVE WS-CURR-DATE TO DL100IH-FIRST-DATE.
059137     MOVE WS-RUN-ID TO DL100IH-RUN-ID.
059138     MOVE DL100TR-ITEM-DATE TO DL100IH-ITEM-DATE.
059139     MOVE DL100TR-CATEGORY TO DL100IH-CATEGORY.
059140     MOVE DL100TR-AMOUNT TO DL100IH-AMOUNT.
059141     IF WS-CATCHUP-EDIT
059142         MOVE DL100TR-ITEM-DATE TO DL100IH-BOOK-DATE
059143     ELSE
059144         MOVE WS-CURR-DATE TO DL100IH-BOOK-DATE
059145     END-IF.
059146     SET DL100IH-NOT-REVERSED TO TRUE.
059147     MOVE ZERO TO DL100IH-REV-DATE.
059148     WRITE DL100IH-RECORD.
059149     IF WS-ITEMHIST-DUPKEY
059150         ADD 1 TO WS-HIST-ONFILE-COUNT
059151         GO TO 8410-NEXT
059152     END-IF.
059153     IF NOT WS-ITEMHIST-OK
059154         DISPLAY 'DL100E0E-ITEMHIST WRITE FAILED, STATUS '
059155             WS-ITEMHIST-STATUS
059156         MOVE 99 TO RETURN-CODE
059157         SET WS-FATAL-ERROR TO TRUE
059158         GO TO 8410-EXIT
059159     END-IF.
059160     ADD 1 TO WS-HIST-POST-COUNT.
059161 8410-NEXT.
059162     PERFORM 8490-READ-CLEANFILE THRU 8490-EXIT.
059163 8410-EXIT.
059164     EXIT.
059165 8490-READ-CLEANFILE.
059166     READ CLEANFILE
059167         AT END
059168             SET WS-END-OF-CLEANFILE TO TRUE
059169     END-READ.
059170     IF NOT WS-CLEANFILE-OK AND NOT WS-CLEANFILE-EOF
059171         DISPLAY 'DL100E0E-CLEANFILE READ ERROR, STATUS '
059172             WS-CLEANFILE-STATUS
059173         MOVE 99 TO RETURN-CODE
059174         SET WS-END-OF-CLEANFILE TO TRUE
059175         SET WS-FATAL-ERROR TO TRUE
059176     END-IF.
059177 8490-EXIT.
059178     EXIT.
059179*----------------------------------------------------------------*
059180*  8500-CHECK-REGISTRY  --  MATCH THE NIGHT'S SEGMENTS AGAINST   *
059181*  THE SRCREG FEED REGISTRY.  EACH ACTIVE SOURCE EXPECTED TODAY  *
059182*  IS SHOWN RECEIVED, REFUSED, MISSING (ITS CUTOFF HAS PASSED)   *
059183*  OR NOT YET DUE.  A SOURCE THAT SENT A SEGMENT ON A DAY IT IS  *
059184*  NOT EXPECTED IS SHOWN TOO, AND A SEGMENT FROM A SOURCE NOT ON *
059185*  THE REGISTRY IS LISTED LAST.  WITHOUT THE REGISTRY THE CHECK  *
059186*  IS SKIPPED WITH A WARNING.  BUSCAL IS OPTIONAL AS ELSEWHERE - *
059187*  WITHOUT IT EVERY DATE IS A BUSINESS DAY AND NONE A HOLIDAY.   *
059188*----------------------------------------------------------------*
059189 8500-CHECK-REGISTRY.
059190     OPEN INPUT SRCREG.
059191     IF NOT WS-SRCREG-OK
059192         DISPLAY 'DL100E0W-SRCREG OPEN FAILED, STATUS '
059193             WS-SRCREG-STATUS ', EXPECTED FEEDS NOT CHECKED'
059194         GO TO 8500-EXIT
059195     END-IF.
059196     OPEN INPUT BUSCAL.
059197     IF WS-BUSCAL-OK
059198         SET WS-BUSCAL-AVAIL TO TRUE
059199     ELSE
059200         DISPLAY 'DL100E0W-BUSCAL OPEN FAILED, STATUS '
059201             WS-BUSCAL-STATUS ', EVERY DATE A BUSINESS DAY'
059202     END-IF.
059203     ACCEPT WS-CURR-TIME FROM TIME.
059204     MOVE WS-CURR-DATE TO WS-BC-DATE.
059205     PERFORM 7600-CHECK-BUS-DAY THRU 7600-EXIT.
059206     PERFORM 7400-DAY-OF-WEEK THRU 7400-EXIT.
059207     COMPUTE WS-REG-SUM = WS-DOW + 5.
059208     DIVIDE WS-REG-SUM BY 7 GIVING WS-REG-QUOT
059209         REMAINDER WS-REG-DAY.
059210     ADD 1 TO WS-REG-DAY.
059211     MOVE SPACES TO DL100ER-LINE.
059212     MOVE ' ' TO DL100ER-CC.
059213     MOVE 'FEED REGISTRY' TO DL100ER-TEXT.
059214     PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT.
059215     PERFORM 8590-READ-SRCREG THRU 8590-EXIT.
059216     PERFORM 8510-CHECK-ONE-SOURCE THRU 8510-EXIT
059217         UNTIL WS-END-OF-SRCREG
059218            OR WS-FATAL-ERROR.
059219     CLOSE SRCREG.
059220     IF WS-BUSCAL-AVAIL
059221         CLOSE BUSCAL
059222     END-IF.
059223     PERFORM 8530-LIST-UNREGISTERED THRU 8530-EXIT
059224         VARYING WS-SEG-SUB FROM 1 BY 1
059225         UNTIL WS-SEG-SUB > WS-SEG-COUNT.
059226 8500-EXIT.
059227     EXIT.
059228*----------------------------------------------------------------*
059229*  8510-CHECK-ONE-SOURCE  --  ONE REGISTRY CARD.  A SCHEDULE B   *
059230*  SOURCE IS EXPECTED ON EVERY BUSINESS DAY; A SCHEDULE D SOURCE *
059231*  ON ITS FLAGGED WEEKDAYS THAT ARE NOT HOLIDAYS.  A SOURCE NOT  *
059232*  EXPECTED THAT SENT NOTHING IS NOT PRINTED.  MISSING MEANS THE *
059233*  CUTOFF (HHMM) HAS PASSED, OR THERE IS NO CUTOFF.              *
059234*----------------------------------------------------------------*
059235 8510-CHECK-ONE-SOURCE.
059236     IF DL100FG-COMMENT
059237      OR DL100FG-SOURCE-ID = SPACES
059238         GO TO 8510-NEXT
059239     END-IF.
059240     SET WS-REG-NOT-EXPECTED TO TRUE.
059241     IF DL100FG-ACTIVE
059242         IF DL100FG-EVERY-BUS-DAY AND WS-BUS-DAY
059243             SET WS-REG-EXPECTED TO TRUE
059244         END-IF
059245         IF DL100FG-FLAGGED-DAYS
059246          AND DL100FG-DAY-FLAG (WS-REG-DAY) = 'Y'
059247          AND NOT WS-CAL-HOLIDAY
059248             SET WS-REG-EXPECTED TO TRUE
059249         END-IF
059250     END-IF.
059251     SET WS-REG-NONE TO TRUE.
059252     PERFORM 8520-MATCH-SEGMENT THRU 8520-EXIT
059253         VARYING WS-SEG-SUB FROM 1 BY 1
059254         UNTIL WS-SEG-SUB > WS-SEG-COUNT.
059255     IF WS-REG-NOT-EXPECTED
059256         IF WS-REG-NONE
059257             GO TO 8510-NEXT
059258         END-IF
059259         MOVE 'RECEIVED, NOT EXPECTED TODAY' TO WS-REG-STATUS-TEXT
059260         GO TO 8510-PRINT
059261     END-IF.
059262     IF WS-REG-BAL
059263         MOVE 'EXPECTED, RECEIVED' TO WS-REG-STATUS-TEXT
059264         GO TO 8510-PRINT
059265     END-IF.
059266     IF WS-REG-REF
059267         MOVE 'EXPECTED, REFUSED' TO WS-REG-STATUS-TEXT
059268         GO TO 8510-PRINT
059269     END-IF.
059270     IF DL100FG-CUTOFF NOT NUMERIC
059271      OR DL100FG-CUTOFF = ZERO
059272      OR WS-CURR-HHMM NOT < DL100FG-CUTOFF
059273         MOVE 'MISSING AT CUTOFF' TO WS-REG-STATUS-TEXT
059274         ADD 1 TO WS-SRC-MISSING-COUNT
059275         DISPLAY 'DL100E0W-EXPECTED SOURCE ' DL100FG-SOURCE-ID
059276             ' MISSING AT CUTOFF'
059277     ELSE
059278         MOVE 'NOT YET DUE' TO WS-REG-STATUS-TEXT
059279     END-IF.
059280 8510-PRINT.
059281     MOVE SPACES TO DL100ER-SRC-LINE.
059282     MOVE ' ' TO DL100ER-SRC-CC.
059283     MOVE DL100FG-SOURCE-ID TO DL100ER-SRC-ID.
059284     MOVE WS-REG-STATUS-TEXT TO DL100ER-SRC-STATUS.
059285     PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT.
059286 8510-NEXT.
059287     PERFORM 8590-READ-SRCREG THRU 8590-EXIT.
059288 8510-EXIT.
059289     EXIT.
059290*----------------------------------------------------------------*
059291*  8520-MATCH-SEGMENT  --  A SEGMENT FROM THIS SOURCE.  ONE THAT *
059292*  BALANCED COUNTS AS RECEIVED EVEN IF ANOTHER WAS REFUSED.      *
059293*----------------------------------------------------------------*
059294 8520-MATCH-SEGMENT.
059295     IF WS-SEG-SOURCE (WS-SEG-SUB) NOT = DL100FG-SOURCE-ID
059296         GO TO 8520-EXIT
059297     END-IF.
059298     SET WS-SEG-ON-REGISTRY (WS-SEG-SUB) TO TRUE.
059299     IF WS-SEG-BALANCED (WS-SEG-SUB)
059300         SET WS-REG-BAL TO TRUE
059301     ELSE
059302         IF WS-REG-NONE
059303             SET WS-REG-REF TO TRUE
059304         END-IF
059305     END-IF.
059306 8520-EXIT.
059307     EXIT.
059308 8530-LIST-UNREGISTERED.
059309     IF WS-SEG-ON-REGISTRY (WS-SEG-SUB)
059310         GO TO 8530-EXIT
059311     END-IF.
059312     ADD 1 TO WS-SRC-UNREG-COUNT.
059313     MOVE SPACES TO DL100ER-SRC-LINE.
059314     MOVE ' ' TO DL100ER-SRC-CC.
059315     MOVE WS-SEG-SOURCE (WS-SEG-SUB) TO DL100ER-SRC-ID.
059316     MOVE 'NOT ON REGISTRY' TO DL100ER-SRC-STATUS.
059317     PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT.
059318 8530-EXIT.
059319     EXIT.
059320*----------------------------------------------------------------*
059321*  8590-READ-SRCREG  --  NEXT REGISTRY CARD.  A READ ERROR ENDS  *
059322*  THE CHECK WITH A WARNING; THE EDIT ITSELF IS UNAFFECTED.      *
059323*----------------------------------------------------------------*
059324 8590-READ-SRCREG.
059325     READ SRCREG
059326         AT END
059327             SET WS-END-OF-SRCREG TO TRUE
059328     END-READ.
059329     IF NOT WS-SRCREG-OK AND NOT WS-SRCREG-EOF
059330         DISPLAY 'DL100E0W-SRCREG READ ERROR, STATUS '
059331             WS-SRCREG-STATUS ', REGISTRY CHECK ENDED'
059332         SET WS-END-OF-SRCREG TO TRUE
059333     END-IF.
059334 8590-EXIT.
059335     EXIT.
059336*----------------------------------------------------------------*
059337*  8900-WRITE-RPT-LINE  --  WRITE ONE REPORT LINE WITH A STATUS  *
059338*  CHECK, SO EVERY CALLER GETS THE SAME ERROR HANDLING.          *
059400*----------------------------------------------------------------*
059500 8900-WRITE-RPT-LINE.
059600     WRITE DL100ER-LINE.
060200     END-IF.
060300 8900-EXIT.
060400     EXIT.
060410*----------------------------------------------------------------*
060420*  9500-START-STEP  --  CHECK THAT EVERY STEP DL100E DEPENDS ON  *
060430*  (THE DL100SD TABLE) COMPLETED ACCEPTABLY FOR THE BUSINESS     *
060440*  DATE, THEN LOG THIS STEP STARTED ON STEPLOG.  A FAILED CHECK  *
060450*  IS LOGGED REFUSED AND STOPS THE RUN WITH RC 8 BEFORE ANY      *
060460*  OTHER FILE IS TOUCHED; A STEPLOG THAT CANNOT BE OPENED, READ  *
060470*  OR WRITTEN STOPS IT WITH RC 99.                               *
060480*----------------------------------------------------------------*
060490 9500-START-STEP.
060500     MOVE 'DL100E' TO DL100SD-STEP-ID.
060510     OPEN I-O STEPLOG.
060520     IF NOT WS-STEPLOG-OK
060530         DISPLAY 'DL100E0E-STEPLOG OPEN FAILED, STATUS '
060540             WS-STEPLOG-STATUS
060550         MOVE 99 TO RETURN-CODE
060560         SET DL100SD-LOG-FAILED TO TRUE
060570         GO TO 9500-EXIT
060580     END-IF.
060590     PERFORM 9510-CHECK-PREDECESSOR THRU 9510-EXIT
060600         VARYING DL100SD-SUB FROM 1 BY 1
060610         UNTIL DL100SD-SUB > DL100SD-DEP-COUNT
060620            OR NOT DL100SD-CLEARED.
060630     IF DL100SD-CLEARED
060640         PERFORM 9560-SET-NIGHT THRU 9560-EXIT
060650     END-IF.
060660     IF DL100SD-LOG-FAILED
060670         CLOSE STEPLOG
060680         GO TO 9500-EXIT
060690     END-IF.
060700     PERFORM 9520-LOG-STARTED THRU 9520-EXIT.
060710     CLOSE STEPLOG.
060720     IF DL100SD-REFUSED
060730         DISPLAY 'DL100E0E-STEP REFUSED FOR ' DL100SD-BUS-DATE
060740             ', ' DL100SD-REASON
060750         MOVE 8 TO RETURN-CODE
060760     END-IF.
060770 9500-EXIT.
060780     EXIT.
060790*----------------------------------------------------------------*
060800*  9510-CHECK-PREDECESSOR  --  ONE DL100SD TABLE ENTRY; ONLY THE *
060810*  ENTRIES FOR THIS STEP COUNT.  THE PREDECESSOR'S STEPLOG       *
060820*  RECORD FOR THE BUSINESS DATE DECIDES.  A REQUIRED STEP MUST   *
060830*  HAVE ENDED WITH AN ACCEPTABLE RETURN CODE; ANY PREDECESSOR    *
060840*  STILL AT STARTED REFUSES THE STEP.                            *
060850*----------------------------------------------------------------*
060860 9510-CHECK-PREDECESSOR.
060870     IF DL100SD-DEP-STEP (DL100SD-SUB) NOT = DL100SD-STEP-ID
060880         GO TO 9510-EXIT
060890     END-IF.
060900     MOVE DL100SD-BUS-DATE TO DL100SL-BUS-DATE.
060910     MOVE DL100SD-DEP-PRED (DL100SD-SUB) TO DL100SL-STEP-ID.
060920     READ STEPLOG
060930         INVALID KEY
060940             SET DL100SD-NOT-FOUND TO TRUE
060950         NOT INVALID KEY
060960             SET DL100SD-FOUND TO TRUE
060970     END-READ.
060980     IF NOT WS-STEPLOG-OK AND NOT WS-STEPLOG-NOTFOUND
060990         DISPLAY 'DL100E0E-STEPLOG READ FAILED, STATUS '
061000             WS-STEPLOG-STATUS
061010         MOVE 99 TO RETURN-CODE
061020         SET DL100SD-LOG-FAILED TO TRUE
061030         GO TO 9510-EXIT
061040     END-IF.
061050     MOVE SPACES TO DL100SD-REASON.
061060     IF DL100SD-NOT-FOUND
061070         IF DL100SD-DEP-REQUIRED (DL100SD-SUB)
061080             STRING DL100SD-DEP-PRED (DL100SD-SUB)
061090                                     DELIMITED BY SPACE
061100                    ' HAS NOT RUN'   DELIMITED BY SIZE
061110                 INTO DL100SD-REASON
061120             END-STRING
061130             SET DL100SD-REFUSED TO TRUE
061140         END-IF
061150         GO TO 9510-EXIT
061160     END-IF.
061170     IF DL100SL-STARTED
061180         STRING DL100SD-DEP-PRED (DL100SD-SUB)
061190                                 DELIMITED BY SPACE
061200                ' STARTED BUT HAS NOT ENDED'
061210                                 DELIMITED BY SIZE
061220             INTO DL100SD-REASON
061230         END-STRING
061240         SET DL100SD-REFUSED TO TRUE
061250         GO TO 9510-EXIT
061260     END-IF.
061270     IF DL100SD-DEP-ENDED (DL100SD-SUB)
061280         GO TO 9510-EXIT
061290     END-IF.
061300     IF DL100SL-REFUSED
061310         STRING DL100SD-DEP-PRED (DL100SD-SUB)
061320                                 DELIMITED BY SPACE
061330                ' WAS REFUSED'   DELIMITED BY SIZE
061340             INTO DL100SD-REASON
061350         END-STRING
061360         SET DL100SD-REFUSED TO TRUE
061370         GO TO 9510-EXIT
061380     END-IF.
061390     IF DL100SL-RC > DL100SD-DEP-MAX-RC (DL100SD-SUB)
061400         MOVE DL100SL-RC TO DL100SD-RC-ED
061410         STRING DL100SD-DEP-PRED (DL100SD-SUB)
061420                                 DELIMITED BY SPACE
061430                ' ENDED RC '     DELIMITED BY SIZE
061440                DL100SD-RC-ED    DELIMITED BY SIZE
061450             INTO DL100SD-REASON
061460         END-STRING
061470         SET DL100SD-REFUSED TO TRUE
061480     END-IF.
061490 9510-EXIT.
061500     EXIT.
061510*----------------------------------------------------------------*
061520*  9520-LOG-STARTED  --  WRITE OR REWRITE THIS STEP'S STEPLOG    *
061530*  RECORD, STARTED OR, AFTER A FAILED CHECK, REFUSED.  A RERUN   *
061540*  OF A STEP LEFT AT STARTED KEEPS ITS FIRST START TIME.         *
061550*----------------------------------------------------------------*
061560 9520-LOG-STARTED.
061570     MOVE DL100SD-BUS-DATE TO DL100SL-BUS-DATE.
061580     MOVE DL100SD-STEP-ID TO DL100SL-STEP-ID.
061590     READ STEPLOG
061600         INVALID KEY
061610             SET DL100SD-NOT-FOUND TO TRUE
061620         NOT INVALID KEY
061630             SET DL100SD-FOUND TO TRUE
061640     END-READ.
061650     IF NOT WS-STEPLOG-OK AND NOT WS-STEPLOG-NOTFOUND
061660         DISPLAY 'DL100E0E-STEPLOG READ FAILED, STATUS '
061670             WS-STEPLOG-STATUS
061680         MOVE 99 TO RETURN-CODE
061690         SET DL100SD-LOG-FAILED TO TRUE
061700         GO TO 9520-EXIT
061710     END-IF.
061720     ACCEPT DL100SD-DATE FROM DATE YYYYMMDD.
061730     ACCEPT DL100SD-TIME FROM TIME.
061740     IF DL100SD-NOT-FOUND
061750         MOVE SPACES TO DL100SL-RECORD
061760         MOVE DL100SD-BUS-DATE TO DL100SL-BUS-DATE
061770         MOVE DL100SD-STEP-ID TO DL100SL-STEP-ID
061780         MOVE ZERO TO DL100SL-RUN-COUNT
061790     END-IF.
061800     IF DL100SD-NOT-FOUND
061810      OR NOT DL100SL-STARTED
061820      OR DL100SD-REFUSED
061830         MOVE DL100SD-DATE TO DL100SL-START-DATE
061840         MOVE DL100SD-TIME TO DL100SL-START-TIME
061850     END-IF.
061860     ADD 1 TO DL100SL-RUN-COUNT.
061870     MOVE ZERO TO DL100SL-END-DATE.
061880     MOVE ZERO TO DL100SL-END-TIME.
061890     MOVE ZERO TO DL100SL-ELAPSED-SECS.
061900     MOVE ZERO TO DL100SL-RC.
061910     MOVE ZERO TO DL100SL-READ-COUNT.
061920     MOVE ZERO TO DL100SL-WRITE-COUNT.
061930     MOVE SPACES TO DL100SL-REASON.
061940     IF DL100SD-REFUSED
061950         SET DL100SL-REFUSED TO TRUE
061960         MOVE DL100SL-START-DATE TO DL100SL-END-DATE
061970         MOVE DL100SL-START-TIME TO DL100SL-END-TIME
061980         MOVE 8 TO DL100SL-RC
061990         MOVE DL100SD-REASON TO DL100SL-REASON
062000     ELSE
062010         SET DL100SL-STARTED TO TRUE
062020     END-IF.
062030     IF DL100SD-FOUND
062040         REWRITE DL100SL-RECORD
062050     ELSE
062060         WRITE DL100SL-RECORD
062070     END-IF.
062080     IF NOT WS-STEPLOG-OK
062090         DISPLAY 'DL100E0E-STEPLOG WRITE FAILED, STATUS '
062100             WS-STEPLOG-STATUS
062110         MOVE 99 TO RETURN-CODE
062120         SET DL100SD-LOG-FAILED TO TRUE
062130         GO TO 9520-EXIT
062140     END-IF.
062150     IF DL100SD-CLEARED
062160         SET DL100SD-LOGGED TO TRUE
062170     END-IF.
062180 9520-EXIT.
062190     EXIT.
062200*----------------------------------------------------------------*
062210*  9560-SET-NIGHT  --  DL100E IS THE FIRST STEP OF THE NIGHT.    *
062220*  IT RECORDS THE NIGHT'S BUSINESS DATE ON THE STEPLOG NIGHT     *
062230*  CONTROL RECORD FOR THE STEPS THAT HAVE NO DATE OF THEIR OWN.  *
062240*----------------------------------------------------------------*
062250 9560-SET-NIGHT.
062260     MOVE ZERO TO DL100SL-BUS-DATE.
062270     MOVE 'NIGHT' TO DL100SL-STEP-ID.
062280     READ STEPLOG
062290         INVALID KEY
062300             SET DL100SD-NOT-FOUND TO TRUE
062310         NOT INVALID KEY
062320             SET DL100SD-FOUND TO TRUE
062330     END-READ.
062340     IF NOT WS-STEPLOG-OK AND NOT WS-STEPLOG-NOTFOUND
062350         DISPLAY 'DL100E0E-STEPLOG READ FAILED, STATUS '
062360             WS-STEPLOG-STATUS
062370         MOVE 99 TO RETURN-CODE
062380         SET DL100SD-LOG-FAILED TO TRUE
062390         GO TO 9560-EXIT
062400     END-IF.
062410     IF DL100SD-NOT-FOUND
062420         MOVE SPACES TO DL100SL-RECORD
062430         MOVE ZERO TO DL100SL-BUS-DATE
062440         MOVE 'NIGHT' TO DL100SL-STEP-ID
062450     END-IF.
062460     MOVE DL100SD-BUS-DATE TO DL100SL-NIGHT-DATE.
062470     ACCEPT DL100SL-START-TIME FROM TIME.
062480     IF DL100SD-FOUND
062490         REWRITE DL100SL-RECORD
062500     ELSE
062510         WRITE DL100SL-RECORD
062520     END-IF.
062530     IF NOT WS-STEPLOG-OK
062540         DISPLAY 'DL100E0E-STEPLOG WRITE FAILED, STATUS '
062550             WS-STEPLOG-STATUS
062560         MOVE 99 TO RETURN-CODE
062570         SET DL100SD-LOG-FAILED TO TRUE
062580     END-IF.
062590 9560-EXIT.
062600     EXIT.
062610*----------------------------------------------------------------*
062620*  9600-END-STEP  --  THE LAST ACT OF THE RUN.  REWRITE THE      *
062630*  STEPLOG RECORD ENDED WITH THE END TIME, THE ELAPSED SECONDS,  *
062640*  THE TRANSACTIONS READ, THE CLEAN AND REJECTED RECORDS WRITTEN *
062650*  AND THE FINAL RETURN CODE.                                    *
062660*----------------------------------------------------------------*
062670 9600-END-STEP.
062680     MOVE WS-READ-COUNT TO DL100SD-READ-COUNT.
062690     COMPUTE DL100SD-WRITE-COUNT = WS-CLEAN-COUNT
062700         + WS-REJECT-COUNT.
062710     OPEN I-O STEPLOG.
062720     IF NOT WS-STEPLOG-OK
062730         DISPLAY 'DL100E0E-STEPLOG OPEN FAILED, STATUS '
062740             WS-STEPLOG-STATUS ', STEP NOT LOGGED ENDED'
062750         MOVE 99 TO RETURN-CODE
062760         GO TO 9600-EXIT
062770     END-IF.
062780     MOVE DL100SD-BUS-DATE TO DL100SL-BUS-DATE.
062790     MOVE DL100SD-STEP-ID TO DL100SL-STEP-ID.
062800     READ STEPLOG.
062810     IF NOT WS-STEPLOG-OK
062820         DISPLAY 'DL100E0E-STEPLOG READ FAILED, STATUS '
062830             WS-STEPLOG-STATUS ', STEP NOT LOGGED ENDED'
062840         MOVE 99 TO RETURN-CODE
062850         CLOSE STEPLOG
062860         GO TO 9600-EXIT
062870     END-IF.
062880     MOVE DL100SL-START-TIME TO DL100SD-TIME.
062890     COMPUTE DL100SD-START-SECS = DL100SD-HH * 3600
062900         + DL100SD-MN * 60 + DL100SD-SS.
062910     ACCEPT DL100SD-DATE FROM DATE YYYYMMDD.
062920     ACCEPT DL100SD-TIME FROM TIME.
062930     COMPUTE DL100SD-END-SECS = DL100SD-HH * 3600
062940         + DL100SD-MN * 60 + DL100SD-SS.
062950     IF DL100SD-DATE > DL100SL-START-DATE
062960         ADD 86400 TO DL100SD-END-SECS
062970     END-IF.
062980     IF DL100SD-END-SECS < DL100SD-START-SECS
062990         MOVE ZERO TO DL100SL-ELAPSED-SECS
063000     ELSE
063010         COMPUTE DL100SL-ELAPSED-SECS =
063020             DL100SD-END-SECS - DL100SD-START-SECS
063030     END-IF.
063040     MOVE DL100SD-DATE TO DL100SL-END-DATE.
063050     MOVE DL100SD-TIME TO DL100SL-END-TIME.
063060     MOVE RETURN-CODE TO DL100SL-RC.
063070     MOVE DL100SD-READ-COUNT TO DL100SL-READ-COUNT.
063080     MOVE DL100SD-WRITE-COUNT TO DL100SL-WRITE-COUNT.
063090     SET DL100SL-ENDED TO TRUE.
063100     REWRITE DL100SL-RECORD.
063110     IF NOT WS-STEPLOG-OK
063120         DISPLAY 'DL100E0E-STEPLOG REWRITE FAILED, STATUS '
063130             WS-STEPLOG-STATUS ', STEP NOT LOGGED ENDED'
063140         MOVE 99 TO RETURN-CODE
063150     END-IF.
063160     CLOSE STEPLOG.
063170 9600-EXIT.
063180     EXIT.
