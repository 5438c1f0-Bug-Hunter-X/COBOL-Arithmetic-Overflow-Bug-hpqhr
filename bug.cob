012516*                   FALSE-ALARM ON ANY DAY WITH A REJECT OR A    *
012517*                   RESUBMISSION - THE RAW-FEED BALANCE STAYS    *
012518*                   WITH DL100E AND ITS RC 8.                    *
012521*  2026-10-15  RCH  CTRFILE NOW CARRIES THE RUN-ID THAT BOOKED   *
012522*                   THE DAY, AND ONCE A DAY'S RECORD HAS GONE    *
012523*                   OUT ON EXCFILE THE COUNTER RECORD IS MARKED  *
012524*                   FED (8615-MARK-CTR-FED), SO A LATER DL100M   *
012525*                   OVERRIDE KNOWS TO SEND A CORRECTION.         *
012526*                   EXCFILE RECORDS ARE TAGGED AS ORIGINALS.     *
012532*  2026-10-15  RCH  THRFILE IS NOW EFFECTIVE-DATED (KEY IS       *
012538*                   CATEGORY PLUS EFFECTIVE DATE).  EVERY        *
012544*                   APPROVED VERSION IS LOADED AND EACH DATE     *
012550*                   BUCKET IS JUDGED BY THE LIMITS IN EFFECT ON  *
012556*                   ITS OWN DATE, SO CATCH-UP, RESTART AND       *
012562*                   SIMULATION RUNS USE THE LIMITS IN FORCE FOR  *
012568*                   THE ITEM DATE.  PENDING VERSIONS ARE IGNORED;*
012574*                   A CATEGORY NOT YET ADDED OR ALREADY RETIRED  *
012580*                   ON A BUCKET DATE COUNTS AS UNKNOWN THERE.    *
012581*  2026-10-15  RCH  REVERSAL TRANSACTIONS (DL100TR-TRAN-TYPE R)  *
012582*                   ARE NO LONGER COUNTED AS ITEMS.  EACH ONE    *
012583*                   BACKS ITS ORIGINAL ITEM OUT OF THE CTRFILE   *
012584*                   DAY IT WAS BOOKED UNDER (COUNT, DOLLARS,     *
012585*                   CATEGORY SLOT, AND THE BREACH IT CAUSED IF   *
012586*                   ANY) AND MARKS THE ITEMHIST ENTRY REVERSED.  *
012587*                   A DAY ALREADY FED DOWNSTREAM GETS AN EXCFILE *
012588*                   CORRECTION, AND ITS STATFILE ENTRY AND       *
012589*                   SUMFILE ROLLUPS ARE BROUGHT INTO LINE WHEN   *
012590*                   A BREACH WAS REMOVED.  THE REPORT CARRIES A  *
012591*                   REVERSALS SECTION AND THE RECONCILIATION     *
012592*                   COUNTS REVERSALS ALONGSIDE WS-AREA-1.        *
012600*  2026-10-15  RCH  THE RUN DATE IS CHECKED AGAINST THE BUSINESS *
012610*                   CALENDAR (BUSCAL) AND A HOLIDAY OR WEEKEND   *
012620*                   DATE IS WARNED ON THE CONSOLE AND THE REPORT.*
012630*                   THE LOW-VOLUME BASELINE NOW SKIPS PRIOR WEEKS*
012640*                   THAT FELL ON NON-BUSINESS DAYS, AND A BUCKET *
012650*                   DATED ON ONE IS NOT JUDGED AGAINST IT.       *
012651*  2026-10-15  RCH  THE FEED NOW CARRIES ONE HDR/TRL SEGMENT PER *
012652*                   SENDING OFFICE.  THE SENDERS' DECLARED       *
012653*                   TOTALS ARE ADDED ACROSS SEGMENTS, AND EACH   *
012654*                   BUCKET COUNTS ITEMS AND DOLLARS BY SOURCE-ID *
012655*                   INTO THE NEW CTRFILE SOURCE TABLE.  A        *
012656*                   REVERSAL BACKS OUT OF ITS SENDER'S SLOT.     *
012658*  2026-10-15  RCH  A CATCH-UP BUCKET IN A MONTH CLOSED ON       *
012660*                   PERCTL REFUSES THE RUN, AND A REVERSAL INTO  *
012662*                   A CLOSED MONTH OR AN ADJUSTED DAY IS         *
012664*                   REPORTED, NOT APPLIED.                       *
012665*  2026-10-15  RCH  A LIVE RUN IS NOW A LOGGED STEP OF THE NIGHT *
012666*                   ON STEPLOG AND IS REFUSED WITH RC 8 UNLESS   *
012667*                   THE NIGHT'S DL100E EDIT ENDED WITH RC 4 OR   *
012668*                   LESS.  A SIMULATION, AND A RUN THE RUNCFILE  *
012669*                   CHECK REFUSES, LEAVE STEPLOG UNTOUCHED.      *
012670*  2026-10-15  RCH  PERCTL MUST NOW OPEN ON A LIVE RUN OR THE    *
012671*                   RUN STOPS WITH RC 99, SO A CATCH-UP OR       *
012672*                   RESTART CANNOT BOOK INTO A CLOSED MONTH      *
012673*                   UNCHECKED.  A REVERSAL INTO A CLOSED MONTH   *
012674*                   OR AN ADJUSTED DAY IS NOW TAKEN OFF THE      *
012675*                   DAY'S ADJUSTED COUNTS AS A PRIOR-PERIOD      *
012676*                   ADJUSTMENT, AND ITS BREACHES COME OFF THIS   *
012677*                   MONTH'S ROLLUPS AS PPA.                      *
012678*  2026-10-15  RCH  THE STEPLOG ENTRY IS NOW FILED UNDER THE     *
012679*                   NIGHT DL100E OPENED, READ FROM THE STEPLOG   *
012680*                   NIGHT RECORD, INSTEAD OF THE RUN DATE.  NO   *
012681*                   NIGHT ON STEPLOG REFUSES THE RUN WITH RC 8.  *
012684*----------------------------------------------------------------*
012686 ENVIRONMENT DIVISION.
012688 CONFIGURATION SECTION.
012700 SOURCE-COMPUTER.  IBM-370.
012800 OBJECT-COMPUTER.  IBM-370.
012900 INPUT-OUTPUT SECTION.
013400     SELECT THRFILE  ASSIGN TO THRFILE
013500         ORGANIZATION IS INDEXED
013600         ACCESS MODE IS SEQUENTIAL
013700         RECORD KEY IS DL100TH-KEY
013800         FILE STATUS IS WS-THRFILE-STATUS.
013900     SELECT TRANFILE  ASSIGN TO TRANFILE
014000         ORGANIZATION IS SEQUENTIAL
017600         ACCESS MODE IS RANDOM
017700         RECORD KEY IS DL100RC-BUS-DATE
017800         FILE STATUS IS WS-RUNCFILE-STATUS.
017810     SELECT ITEMHIST  ASSIGN TO ITEMHIST
017820         ORGANIZATION IS INDEXED
017830         ACCESS MODE IS RANDOM
017840         RECORD KEY IS DL100IH-ITEM-ID
017850         FILE STATUS IS WS-ITEMHIST-STATUS.
017858     SELECT BUSCAL  ASSIGN TO BUSCAL
017866         ORGANIZATION IS INDEXED
017874         ACCESS MODE IS RANDOM
017882         RECORD KEY IS DL100BC-CAL-DATE
017890         FILE STATUS IS WS-BUSCAL-STATUS.
017891     SELECT PERCTL  ASSIGN TO PERCTL
017892         ORGANIZATION IS INDEXED
017893         ACCESS MODE IS RANDOM
017894         RECORD KEY IS DL100PC-PERIOD
017895         FILE STATUS IS WS-PERCTL-STATUS.
017900     SELECT STEPLOG  ASSIGN TO STEPLOG
017910         ORGANIZATION IS INDEXED
017920         ACCESS MODE IS RANDOM
017930         RECORD KEY IS DL100SL-KEY
017940         FILE STATUS IS WS-STEPLOG-STATUS.
017950 DATA DIVISION.
018000 FILE SECTION.
018100*----------------------------------------------------------------*
018200*  PARMFILE  --  ONE CONTROL RECORD READ AT START OF RUN         *
024900     COPY DL100ST.
025000*----------------------------------------------------------------*
025100*  ALERTFILE  --  OPERATOR ALERT INTERFACE FOR THE PAGING        *
025200*  SYSTEM, ONE RECORD PER ALERT RAISED DURING THE RUN            *
025300*----------------------------------------------------------------*
025400 FD  ALERTFILE
025500     RECORDING MODE IS F
025700     COPY DL100AL.
025800*----------------------------------------------------------------*
025900*  RUNCFILE  --  RUN-CONTROL CALENDAR, ONE RECORD PER BUSINESS   *
026000*  DATE, STAMPED STARTED AND COMPLETED BY THIS RUN               *
026100*----------------------------------------------------------------*
026200 FD  RUNCFILE
026300     LABEL RECORDS ARE STANDARD.
026400     COPY DL100RC.
026410*----------------------------------------------------------------*
026420*  ITEMHIST  --  ROLLING ITEM HISTORY, KEYED BY ITEM-ID.  A      *
026430*  REVERSAL LOOKS UP ITS ORIGINAL ITEM HERE AND MARKS IT         *
026440*  REVERSED ONCE IT HAS BEEN BACKED OUT                          *
026450*----------------------------------------------------------------*
026460 FD  ITEMHIST
026470     LABEL RECORDS ARE STANDARD.
026480     COPY DL100IH.
026482*----------------------------------------------------------------*
026484*  BUSCAL  --  BUSINESS-DAY CALENDAR, MAINTAINED BY DL100D       *
026486*----------------------------------------------------------------*
026488 FD  BUSCAL
026490     LABEL RECORDS ARE STANDARD.
026492     COPY DL100BC.
026493*----------------------------------------------------------------*
026494*  PERCTL  --  ACCOUNTING PERIOD CONTROL, MAINTAINED BY DL100P   *
026495*----------------------------------------------------------------*
026496 FD  PERCTL
026497     LABEL RECORDS ARE STANDARD.
026498     COPY DL100PC.
026500*----------------------------------------------------------------*
026510*  STEPLOG  --  NIGHTLY JOB-STEP LOG, KEYED BY BUSINESS DATE AND *
026520*  STEP.  SHARED BY EVERY STEP OF THE NIGHT AND READ BY DL100J.  *
026530*----------------------------------------------------------------*
026540 FD  STEPLOG
026550     LABEL RECORDS ARE STANDARD.
026560     COPY DL100SL.
026570 WORKING-STORAGE SECTION.
026600*----------------------------------------------------------------*
026700*  DAILY VOLUME AND THRESHOLD-BREACH COUNTERS                    *
026800*----------------------------------------------------------------*
028700*  THRFILE RECORD, IN FILE ORDER, WS-CAT-USED ENTRIES LOADED -   *
028800*  SO THE SET OF FEEDS THE RUN COUNTS IS A FILE, NOT A           *
028900*  RECOMPILE.  A MISSING OR EMPTY THRFILE FALLS BACK TO THE      *
028920*  CLASSIC BRN/LBX/ONL LIST WITH THE PARMFILE THRESHOLD.         *
029000*----------------------------------------------------------------*
029100 01  WS-CAT-CONTROLS.
029200     05  WS-CAT-MAX                  PIC 9(02) COMP VALUE 10.
030200         10  WS-CAT-BREACHES         PIC 9(05).
030210         10  WS-CAT-AMT-THRESHOLD    PIC 9(11)V99.
030220         10  WS-CAT-AMOUNT           PIC 9(11)V99.
030222*----------------------------------------------------------------*
030224*  THRFILE VERSIONS.  THRFILE IS EFFECTIVE-DATED, SO EVERY       *
030226*  APPROVED VERSION OF A CATEGORY'S LIMITS IS HELD HERE, IN      *
030228*  FILE ORDER (CATEGORY, THEN EFFECTIVE DATE).  EACH DATE BUCKET *
030230*  TAKES THE LATEST VERSION IN EFFECT ON ITS OWN DATE, SO A      *
030232*  CATCH-UP OR RESTART FOR AN OLD ITEM DATE IS JUDGED BY THE     *
030234*  LIMITS IN FORCE ON THAT DATE.  THE WS-CAT LIMITS ABOVE ARE    *
030236*  THE VERSION IN EFFECT TODAY.  PENDING VERSIONS NOT YET        *
030238*  APPROVED ARE NOT LOADED.                                      *
030240*----------------------------------------------------------------*
030242 01  WS-THV-CONTROLS.
030244     05  WS-THV-MAX                  PIC 9(03) COMP VALUE 100.
030246     05  WS-THV-USED                 PIC 9(03) COMP VALUE ZERO.
030248     05  WS-THV-ANY-SW               PIC X(01)   VALUE 'N'.
030250         88  WS-THV-ANY                          VALUE 'Y'.
030252     05  WS-CAT-FOUND-SW             PIC X(01)   VALUE 'N'.
030254         88  WS-CAT-FOUND                        VALUE 'Y'.
030256 01  WS-THV-TABLE.
030258     05  WS-THV-ENTRY OCCURS 100 INDEXED BY THV-IX.
030260         10  WS-THV-CAT-SUB          PIC 9(02) COMP.
030262         10  WS-THV-EFF-DATE         PIC 9(08).
030264         10  WS-THV-THRESHOLD        PIC 9(05).
030266         10  WS-THV-SEVERE           PIC 9(05).
030268         10  WS-THV-AMT-THRESHOLD    PIC 9(11)V99.
030270         10  WS-THV-RETIRE-SW        PIC X(01).
030272             88  WS-THV-RETIRED                  VALUE 'Y'.
030300*----------------------------------------------------------------*
030400*  PER-ITEM-DATE COUNT BUCKETS.  A NORMAL RUN USES ONE BUCKET    *
030500*  KEYED TO THE RUN DATE; A CATCH-UP RUN GETS ONE BUCKET PER     *
030600*  DISTINCT DL100TR-ITEM-DATE.  EACH BUCKET CARRIES ITS OWN      *
030700*  DAY TOTALS AND PER-CATEGORY COUNTS AND IS BOOKED TO CTRFILE,  *
030800*  THE REPORT, SUMFILE AND EXCFILE UNDER ITS OWN DATE.           *
030810*  EACH BUCKET ALSO CARRIES THE CATEGORY LIMITS IN EFFECT ON ITS *
030820*  DATE AND WHETHER THE CATEGORY WAS LIVE THEN - A CATEGORY NOT  *
030830*  YET ADDED OR ALREADY RETIRED ON THAT DATE COUNTS AS UNKNOWN.  *
030840*  EACH BUCKET ALSO COUNTS ITS ITEMS AND DOLLARS BY THE SENDER   *
030850*  SOURCE-ID DL100E STAMPED ON THEM - EIGHT SLOTS, THE LAST      *
030860*  SHARED AS OTHER ONCE SEVEN SENDERS HAVE BEEN SEEN.            *
030900*----------------------------------------------------------------*
031000 01  WS-BKT-CONTROLS.
031100     05  WS-BKT-MAX                  PIC 9(02) COMP VALUE 14.
031200     05  WS-BKT-COUNT                PIC 9(02) COMP VALUE ZERO.
031300     05  WS-BKT-TARGET-DATE          PIC 9(08)   VALUE ZERO.
031310     05  WS-SRC-MAX                  PIC 9(02) COMP VALUE 8.
031320     05  WS-SRC-SUB                  PIC 9(02) COMP VALUE ZERO.
031330     05  WS-SRC-SLOT                 PIC 9(02) COMP VALUE ZERO.
031340     05  WS-SRC-WORK-ID              PIC X(08)   VALUE SPACES.
031400 01  WS-BKT-TABLE.
031500     05  WS-BKT-ENTRY OCCURS 14 INDEXED BY BKT-IX.
031600         10  WS-BKT-DATE             PIC 9(08).
032210         10  WS-BKT-AMOUNT           PIC 9(11)V99.
032220         10  WS-BKT-CAT-AMOUNT       PIC 9(11)V99 OCCURS 10.
032230         10  WS-BKT-AMT-ALERT-SW     PIC X(01) OCCURS 10.
032240         10  WS-BKT-CAT-THRESHOLD    PIC 9(05) OCCURS 10.
032250         10  WS-BKT-CAT-SEVERE       PIC 9(05) OCCURS 10.
032260         10  WS-BKT-CAT-AMT-THRESH   PIC 9(11)V99 OCCURS 10.
032270         10  WS-BKT-CAT-LIVE-SW      PIC X(01) OCCURS 10.
032274         10  WS-BKT-SRC-USED         PIC 9(02).
032278         10  WS-BKT-SRC-ENTRY OCCURS 8.
032282             15  WS-BKT-SRC-ID       PIC X(08).
032286             15  WS-BKT-SRC-COUNT    PIC 9(05).
032290             15  WS-BKT-SRC-AMT      PIC 9(11)V99.
032300*----------------------------------------------------------------*
032400*  WHAT-IF SIMULATION CANDIDATES.  EACH NONZERO CANDIDATE        *
032500*  THRESHOLD FROM THE PARM CARD IS SCORED AGAINST EVERY DATE     *
032600*  BUCKET'S RUNNING DAY COUNT IN THE SAME PASS THAT COUNTS THE   *
032700*  LIVE THRESHOLDS, THE WAY THE ORIGINAL SINGLE THRESHOLD        *
032800*  SCORED WS-AREA-1, SO WS-SIM-AREA-2 IS WHAT WS-AREA-2 WOULD    *
032900*  HAVE BEEN UNDER THAT CANDIDATE.                               *
033000*----------------------------------------------------------------*
033100 01  WS-SIM-CONTROLS.
033200     05  WS-SIM-CAND-COUNT           PIC 9(02) COMP VALUE ZERO.
033600         10  WS-SIM-THRESHOLD        PIC 9(05).
033700         10  WS-SIM-AREA-2           PIC 9(05).
033705*----------------------------------------------------------------*
033706*  REVERSALS.  A REVERSAL BACKS ONE EARLIER ITEM OUT OF THE      *
033707*  CTRFILE DAY IT WAS BOOKED UNDER.  WS-REV-ENTRY HOLDS EACH     *
033708*  REVERSAL READ FOR THE REPORT; WS-RVD-ENTRY TOTALS THE ONES    *
033709*  APPLIED BY BOOK DATE FOR THE DOWNSTREAM CORRECTIONS SENT AT   *
033710*  END OF RUN.  MORE BOOK DATES THAN THE TABLE HOLDS STOPS THE   *
033711*  RUN, AS THE BUCKET TABLE DOES, RATHER THAN BACK OUT ITEMS     *
033712*  WHOSE DAY COULD NOT THEN BE CORRECTED DOWNSTREAM.             *
033713*----------------------------------------------------------------*
033714 01  WS-REV-CONTROLS.
033715     05  WS-REV-READ-COUNT           PIC 9(05) COMP VALUE ZERO.
033716     05  WS-REV-APPLIED-COUNT        PIC 9(05) COMP VALUE ZERO.
033717     05  WS-REV-MAX                  PIC 9(03) COMP VALUE 200.
033718     05  WS-REV-LISTED               PIC 9(03) COMP VALUE ZERO.
033719     05  WS-REV-UNLISTED             PIC 9(05) COMP VALUE ZERO.
033720     05  WS-RVD-MAX                  PIC 9(02) COMP VALUE 60.
033721     05  WS-RVD-COUNT                PIC 9(02) COMP VALUE ZERO.
033722     05  WS-REV-SUB                  PIC 9(02) COMP VALUE ZERO.
033723     05  WS-REV-CAT-SLOT             PIC 9(02) COMP VALUE ZERO.
033724     05  WS-REV-BOOK-DATE            PIC 9(08)   VALUE ZERO.
033725     05  WS-REV-CAT                  PIC X(03)   VALUE SPACES.
033726     05  WS-REV-AMOUNT               PIC 9(09)V99 VALUE ZERO.
033727     05  WS-REV-LIMIT                PIC 9(05)   VALUE ZERO.
033728     05  WS-REV-PRIOR-AREA-2         PIC 9(05)   VALUE ZERO.
033729     05  WS-REV-LIVE-SW              PIC X(01)   VALUE 'N'.
033730         88  WS-REV-CAT-LIVE                     VALUE 'Y'.
033731     05  WS-REV-CUT-SW               PIC X(01)   VALUE 'N'.
033732         88  WS-REV-CUT-BREACH                   VALUE 'Y'.
033733     05  WS-REV-SUM-OPEN-SW          PIC X(01)   VALUE 'N'.
033734         88  WS-REV-SUM-OPEN                     VALUE 'Y'.
033735     05  WS-REV-STATUS               PIC X(01)   VALUE SPACE.
033736         88  WS-REV-APPLIED                      VALUE 'A'.
033737         88  WS-REV-SIMULATED                    VALUE 'S'.
033738         88  WS-REV-NOT-ON-HIST                  VALUE 'H'.
033739         88  WS-REV-DONE-BEFORE                  VALUE 'D'.
033740         88  WS-REV-CTR-GONE                     VALUE 'G'.
033741         88  WS-REV-CTR-OVERRIDDEN               VALUE 'O'.
033742         88  WS-REV-DAY-IN-RUN                   VALUE 'B'.
033743         88  WS-REV-PPA-APPLIED                  VALUE 'P'.
033744 01  WS-REV-TABLE.
033745     05  WS-REV-ENTRY OCCURS 200 INDEXED BY REV-IX.
033746         10  WS-REV-ITEM-ID          PIC X(10).
033747         10  WS-REV-ITEM-DATE        PIC 9(08).
033748         10  WS-REV-ITEM-CAT         PIC X(03).
033749         10  WS-REV-ITEM-AMOUNT      PIC 9(09)V99.
033750         10  WS-REV-ITEM-CUT-SW      PIC X(01).
033751         10  WS-REV-ITEM-STATUS      PIC X(01).
033752 01  WS-RVD-TABLE.
033753     05  WS-RVD-ENTRY OCCURS 60 INDEXED BY RVD-IX.
033754         10  WS-RVD-DATE             PIC 9(08).
033755         10  WS-RVD-ITEMS            PIC 9(05).
033756         10  WS-RVD-AMOUNT           PIC 9(11)V99.
033757         10  WS-RVD-BREACHES         PIC 9(05).
033758         10  WS-RVD-CORR-SW          PIC X(01).
033759             88  WS-RVD-CORR-SENT                VALUE 'S'.
033760             88  WS-RVD-NOT-FED                  VALUE 'N'.
033761             88  WS-RVD-CORR-FAILED              VALUE 'F'.
033762             88  WS-RVD-CTR-GONE                 VALUE 'G'.
033763             88  WS-RVD-PPA-SENT                 VALUE 'A'.
033764             88  WS-RVD-PPA-NOT-FED              VALUE 'P'.
033765 01  WS-RVD-WORK.
033766     05  WS-RVD-AREA-1               PIC 9(05)   VALUE ZERO.
033767     05  WS-RVD-AREA-2               PIC 9(05)   VALUE ZERO.
033768     05  WS-RVD-ADJ-PERIOD           PIC 9(06)   VALUE ZERO.
033769*----------------------------------------------------------------*
033770*  LOW-VOLUME DETECTION CONTROLS AND DATE ARITHMETIC WORK        *
033771*  FIELDS.  AT END OF RUN EACH BUCKET'S CATEGORY COUNT IS        *
033772*  COMPARED AGAINST THE SAME-WEEKDAY AVERAGE OF THE PRIOR FOUR   *
033773*  WEEKS' CTRFILE RECORDS, SO A FEED THAT CAME IN SHORT OR NOT   *
033774*  AT ALL IS ALERTED THE SAME MORNING.                           *
033775*----------------------------------------------------------------*
033776 01  WS-LOW-VOL-CONTROLS.
033777     05  WS-LOW-PCT                  PIC 9(03)   VALUE 50.
033778     05  WS-HIST-SAMPLES             PIC 9(02) COMP VALUE ZERO.
033779     05  WS-HIST-WEEKS               PIC 9(02) COMP VALUE ZERO.
033780     05  WS-HIST-TRIES               PIC 9(02) COMP VALUE ZERO.
033781     05  WS-HIST-TOTAL               PIC 9(07) COMP VALUE ZERO.
033783     05  WS-HIST-CAT-COUNT           PIC 9(05)   VALUE ZERO.
033786     05  WS-HIST-AVG                 PIC 9(05)   VALUE ZERO.
033789     05  WS-HIST-SUB                 PIC 9(02) COMP VALUE ZERO.
033792     05  WS-HIST-FOUND-SW            PIC X(01)   VALUE 'N'.
033795         88  WS-HIST-FOUND                       VALUE 'Y'.
033798     05  WS-LOW-FLOOR                PIC 9(05)   VALUE ZERO.
033801*----------------------------------------------------------------*
033804*  BUSINESS CALENDAR LOOKUP - WS-BC-DATE IN, WS-BUS-DAY-SW OUT.  *
033807*  A DATE NOT ON BUSCAL, OR ANY DATE WHEN BUSCAL CANNOT BE READ, *
033810*  COUNTS AS A BUSINESS DAY.  WS-RUN-DAY-SW REMEMBERS WHETHER    *
033813*  THE RUN DATE ITSELF IS ONE, FOR THE REPORT HEADING.           *
033816*----------------------------------------------------------------*
033819 01  WS-BUS-CAL-CONTROLS.
033822     05  WS-BC-DATE                  PIC 9(08)   VALUE ZERO.
033825     05  WS-BUSCAL-AVAIL-SW          PIC X(01)   VALUE 'N'.
033828         88  WS-BUSCAL-AVAIL                     VALUE 'Y'.
033831         88  WS-BUSCAL-NOT-AVAIL                 VALUE 'N'.
033834     05  WS-BUS-DAY-SW               PIC X(01)   VALUE 'Y'.
033837         88  WS-BUS-DAY                          VALUE 'Y'.
033840         88  WS-NON-BUS-DAY                      VALUE 'N'.
033843     05  WS-RUN-DAY-SW               PIC X(01)   VALUE 'Y'.
033846         88  WS-RUN-ON-BUS-DAY                   VALUE 'Y'.
033849         88  WS-RUN-ON-NON-BUS-DAY               VALUE 'N'.
033852     05  WS-RUN-DAY-DESC             PIC X(30)   VALUE SPACES.
033855*----------------------------------------------------------------*
033858 01  WS-WORK-DATE                    PIC 9(08)   VALUE ZERO.
033861 01  WS-WORK-DATE-X REDEFINES WS-WORK-DATE.
033864     05  WS-WRK-YYYY                 PIC 9(04).
033867     05  WS-WRK-MM                   PIC 9(02).
033870     05  WS-WRK-DD                   PIC 9(02).
033873 01  WS-MONTH-DAYS                   PIC 9(02)   VALUE ZERO.
033876 01  WS-LEAP-QUOT                    PIC 9(04) COMP VALUE ZERO.
033879 01  WS-LEAP-REM                     PIC 9(04) COMP VALUE ZERO.
033882 01  WS-DAYS-IN-MONTH-DEF            PIC X(24) VALUE
033885     '312831303130313130313031'.
033888 01  WS-DAYS-IN-MONTH REDEFINES WS-DAYS-IN-MONTH-DEF.
033891     05  WS-DIM                      PIC 9(02) OCCURS 12.
033894*----------------------------------------------------------------*
033900*  CURRENT DATE, USED ON THE REPORT HEADING                      *
034000*----------------------------------------------------------------*
034100 01  WS-CURR-DATE                    PIC 9(08).
035000     05  WS-CURR-SS                  PIC 9(02).
035100     05  WS-CURR-HS                  PIC 9(02).
035200 01  WS-TIMESTAMP                    PIC X(19)   VALUE SPACES.
035205*----------------------------------------------------------------*
035210*  PERIOD CONTROL LOOKUP - WS-PC-DATE IN, WS-PC-CLOSED-SW OUT.   *
035215*  A MONTH NOT ON PERCTL COUNTS AS OPEN.  PERCTL IS NOT OPENED   *
035220*  ON A SIMULATION, WHICH BOOKS NOTHING.                         *
035225*----------------------------------------------------------------*
035230 01  WS-PER-CTL-CONTROLS.
035235     05  WS-PC-DATE                  PIC 9(08)   VALUE ZERO.
035240     05  WS-PC-DATE-X REDEFINES WS-PC-DATE.
035245         10  WS-PC-MONTH             PIC 9(06).
035250         10  WS-PC-DD                PIC 9(02).
035255     05  WS-PERCTL-AVAIL-SW          PIC X(01)   VALUE 'N'.
035260         88  WS-PERCTL-AVAIL                     VALUE 'Y'.
035265         88  WS-PERCTL-NOT-AVAIL                 VALUE 'N'.
035270     05  WS-PC-CLOSED-SW             PIC X(01)   VALUE 'N'.
035275         88  WS-PC-PERIOD-CLOSED                 VALUE 'Y'.
035280         88  WS-PC-PERIOD-OPEN                   VALUE 'N'.
035300*----------------------------------------------------------------*
035400*  BUCKET DATE BEING BOOKED TO SUMFILE, CTRFILE OR THE REPORT    *
035500*----------------------------------------------------------------*
038400*  SHOWS UP AS A MISMATCH INSTEAD OF GOING UNNOTICED.            *
038500*----------------------------------------------------------------*
038600 01  WS-INPUT-REC-COUNT               PIC 9(05) COMP VALUE ZERO.
038601*----------------------------------------------------------------*
038602*  NIGHTLY STEP CONTROL - THIS STEP'S STEPLOG ENTRY AND THE      *
038603*  TABLE OF STEPS THAT MUST COMPLETE BEFORE IT MAY START.        *
038604*----------------------------------------------------------------*
038605 COPY DL100SD.
038610*----------------------------------------------------------------*
038616*  SENDER-DECLARED TOTALS, CAPTURED FROM THE DL100HD HDR/TRL     *
038622*  CONTROL RECORDS DL100E PASSES THROUGH ON THE FEED, SHOWN      *
038628*  AGAINST THE COUNTED VALUES ON THE RECONCILIATION SECTION.     *
038634*  A FEED CARRIES ONE SEGMENT PER SENDING OFFICE, SO THE         *
038640*  TRAILER TOTALS ARE ADDED AND THE SEGMENTS COUNTED.            *
038650*----------------------------------------------------------------*
038660 01  WS-DECL-CONTROLS.
038662     05  WS-DECL-REC-COUNT           PIC 9(07)   VALUE ZERO.
038672         88  WS-DECL-HDR-SEEN                    VALUE 'Y'.
038674     05  WS-DECL-TRL-SW              PIC X(01)   VALUE 'N'.
038676         88  WS-DECL-TRL-SEEN                    VALUE 'Y'.
038677     05  WS-DECL-SEG-COUNT           PIC 9(03)   VALUE ZERO.
038678*----------------------------------------------------------------*
038680*  FEED CONTROL RECORD WORK AREA                                 *
038682*----------------------------------------------------------------*
043100         88  WS-ALERTFILE-OK                       VALUE '00'.
043200     05  WS-RUNCFILE-STATUS          PIC X(02)   VALUE '00'.
043300         88  WS-RUNCFILE-OK                        VALUE '00'.
043310     05  WS-ITEMHIST-STATUS          PIC X(02)   VALUE '00'.
043320         88  WS-ITEMHIST-OK                        VALUE '00'.
043330     05  WS-BUSCAL-STATUS            PIC X(02)   VALUE '00'.
043340         88  WS-BUSCAL-OK                          VALUE '00'.
043350         88  WS-BUSCAL-NOTFOUND                    VALUE '23'.
043360     05  WS-PERCTL-STATUS            PIC X(02)   VALUE '00'.
043370         88  WS-PERCTL-OK                          VALUE '00'.
043380         88  WS-PERCTL-NOTFOUND                    VALUE '23'.
043384     05  WS-STEPLOG-STATUS           PIC X(02)   VALUE '00'.
043388         88  WS-STEPLOG-OK                       VALUE '00'.
043392         88  WS-STEPLOG-NOTFOUND                 VALUE '23'.
043400*----------------------------------------------------------------*
043500*  PROGRAM SWITCHES                                              *
043600*----------------------------------------------------------------*
048900            OR WS-FATAL-ERROR.
049000     PERFORM 8000-TERMINATE THRU 8000-EXIT.
049100 0000-EXIT.
049110     IF DL100SD-LOGGED
049120         PERFORM 9600-END-STEP THRU 9600-EXIT
049130     END-IF.
049200     STOP RUN.
049300*----------------------------------------------------------------*
049400*  1000-INITIALIZE  --  LOAD RUN PARAMETERS AND OPEN FILES       *
050100     IF WS-INIT-FAILED
050200         GO TO 1000-EXIT
050300     END-IF.
050310     PERFORM 1600-CHECK-BUS-CALENDAR THRU 1600-EXIT.
050320     PERFORM 1650-OPEN-PERIOD-CONTROL THRU 1650-EXIT.
050330     IF WS-INIT-FAILED
050340         GO TO 1000-EXIT
050350     END-IF.
050400     IF NOT WS-CATCHUP-RUN
050500         MOVE WS-RUN-DATE TO WS-BKT-TARGET-DATE
050600         PERFORM 2160-FIND-BUCKET THRU 2160-EXIT
057700             GO TO 1000-EXIT
057800         END-IF
057900     END-IF.
057909     IF NOT WS-SIM-RUN
057918         OPEN I-O ITEMHIST
057927         IF NOT WS-ITEMHIST-OK
057936             DISPLAY 'DL100B0E-ITEMHIST OPEN FAILED, STATUS '
057945                 WS-ITEMHIST-STATUS
057954             MOVE 99 TO RETURN-CODE
057963             SET WS-INIT-FAILED TO TRUE
057972             GO TO 1000-EXIT
057981         END-IF
057990     END-IF.
058000     IF DL100PM-RESTART-RUN
058100         PERFORM 1200-RESTART-FROM-CKPT THRU 1200-EXIT
058200     ELSE
063800*  INTO ITS DATE BUCKET WHILE SKIPPING TO THE CHECKPOINT.  THE   *
063900*  RUN TOTALS CAME BACK FROM THE CHECKPOINT, SO ONLY THE BUCKET  *
064000*  COUNTS ARE REBUILT HERE - NO AUDIT EVENT, NO RUN COUNTERS.    *
064010*  A REVERSAL GOES BACK THROUGH 2400, WHICH FINDS IT ALREADY     *
064020*  APPLIED UNDER THIS RUN-ID AND ONLY PUTS IT BACK IN THE        *
064030*  TABLES.                                                       *
064100*----------------------------------------------------------------*
064200 1270-REBUILD-BUCKET.
064210     IF DL100TR-REVERSAL
064220         PERFORM 2400-PROCESS-REVERSAL THRU 2400-EXIT
064230         GO TO 1270-EXIT
064240     END-IF.
064300     IF WS-CATCHUP-RUN AND DL100TR-ITEM-DATE NUMERIC
064400         MOVE DL100TR-ITEM-DATE TO WS-BKT-TARGET-DATE
064500     ELSE
065210     IF DL100TR-AMOUNT NUMERIC
065220         ADD DL100TR-AMOUNT TO WS-BKT-AMOUNT (BKT-IX)
065230     END-IF.
065240     PERFORM 2158-COUNT-SOURCE THRU 2158-EXIT.
065300     SET CAT-IX TO 1.
065400     SEARCH WS-CAT-ENTRY
065500         AT END
065660             CONTINUE
065700         WHEN WS-CAT-CODE (CAT-IX) = DL100TR-CATEGORY
065800             SET WS-CAT-SUB TO CAT-IX
065810             IF WS-BKT-CAT-LIVE-SW (BKT-IX, WS-CAT-SUB) = 'Y'
065900                 ADD 1 TO WS-BKT-CAT-COUNT (BKT-IX, WS-CAT-SUB)
065910                 IF DL100TR-AMOUNT NUMERIC
065920                     ADD DL100TR-AMOUNT
065930                         TO WS-BKT-CAT-AMOUNT (BKT-IX, WS-CAT-SUB)
065940                 END-IF
065950             END-IF
066000     END-SEARCH.
066100 1270-EXIT.
066200     EXIT.
066500*  BUCKET'S BREACH COUNTS ARE RECOMPUTED FROM ITS CATEGORY       *
066600*  COUNTS AND THE THRESHOLDS: EVERY ITEM PAST THE THRESHOLD      *
066700*  WAS ONE BREACH, SO BREACHES = COUNT - THRESHOLD.              *
066710*  EACH BUCKET IS JUDGED BY THE LIMITS IN EFFECT ON ITS DATE.    *
066800*----------------------------------------------------------------*
066900 1280-REBUILD-BREACHES.
067000     PERFORM 1285-REBUILD-ONE-BUCKET THRU 1285-EXIT
068000 1285-EXIT.
068100     EXIT.
068200 1290-REBUILD-ONE-CAT.
068210     IF WS-BKT-CAT-LIVE-SW (BKT-IX, WS-CAT-SUB) NOT = 'Y'
068220         GO TO 1290-EXIT
068230     END-IF.
068300     IF WS-BKT-CAT-COUNT (BKT-IX, WS-CAT-SUB) >
068400             WS-BKT-CAT-THRESHOLD (BKT-IX, WS-CAT-SUB)
068500         COMPUTE WS-BKT-CAT-BREACHES (BKT-IX, WS-CAT-SUB) =
068600             WS-BKT-CAT-COUNT (BKT-IX, WS-CAT-SUB) -
068700             WS-BKT-CAT-THRESHOLD (BKT-IX, WS-CAT-SUB)
068800         ADD WS-BKT-CAT-BREACHES (BKT-IX, WS-CAT-SUB)
068900             TO WS-BKT-AREA-2 (BKT-IX)
069000         MOVE 'Y' TO WS-BKT-INFO-ALERT-SW (BKT-IX, WS-CAT-SUB)
069300         MOVE 'N' TO WS-BKT-INFO-ALERT-SW (BKT-IX, WS-CAT-SUB)
069400     END-IF.
069500     IF WS-BKT-CAT-COUNT (BKT-IX, WS-CAT-SUB) >
069600             WS-BKT-CAT-SEVERE (BKT-IX, WS-CAT-SUB)
069700         MOVE 'Y' TO WS-BKT-SEVR-ALERT-SW (BKT-IX, WS-CAT-SUB)
069800     ELSE
069900         MOVE 'N' TO WS-BKT-SEVR-ALERT-SW (BKT-IX, WS-CAT-SUB)
070000     END-IF.
070010     IF WS-BKT-CAT-AMT-THRESH (BKT-IX, WS-CAT-SUB) > ZERO
070020      AND WS-BKT-CAT-AMOUNT (BKT-IX, WS-CAT-SUB) >
070030             WS-BKT-CAT-AMT-THRESH (BKT-IX, WS-CAT-SUB)
070040         MOVE 'Y' TO WS-BKT-AMT-ALERT-SW (BKT-IX, WS-CAT-SUB)
070050     ELSE
070060         MOVE 'N' TO WS-BKT-AMT-ALERT-SW (BKT-IX, WS-CAT-SUB)
076400     EXIT.
076500*----------------------------------------------------------------*
076600*  1300-LOAD-THRESHOLDS  --  BUILD THE CATEGORY TABLE FROM       *
076700*  THRFILE, ONE ENTRY PER CATEGORY IN FILE ORDER: CODE, DISPLAY  *
076800*  NAME AND THE THREE LIMITS IN EFFECT TODAY, WITH EVERY         *
076810*  APPROVED VERSION KEPT IN THE VERSION TABLE FOR THE DATE       *
076820*  BUCKETS TO CHOOSE FROM.  A MISSING OR EMPTY THRFILE FALLS     *
076900*  BACK TO THE CLASSIC BRN/LBX/ONL LIST WITH THE PARMFILE        *
077000*  THRESHOLD, SO THE RUN DEGRADES THE WAY IT ALWAYS HAS.         *
077100*----------------------------------------------------------------*
077200 1300-LOAD-THRESHOLDS.
077300     MOVE ZERO TO WS-CAT-USED.
077310     MOVE ZERO TO WS-THV-USED.
077320     ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
078100     OPEN INPUT THRFILE.
078200     IF NOT WS-THRFILE-OK
078300         DISPLAY 'DL100B0W-THRFILE OPEN FAILED, STATUS '
081800 1320-EXIT.
081900     EXIT.
082000*----------------------------------------------------------------*
082100*  1330-APPLY-THRESHOLD  --  TAKE ONE THRFILE VERSION.  THE      *
082200*  FIRST VERSION OF A CATEGORY OPENS ITS TABLE ENTRY; EVERY      *
082210*  VERSION GOES TO THE VERSION TABLE, AND ONE ALREADY IN EFFECT  *
082220*  TODAY (AND NOT A RETIRE) BECOMES THE ENTRY'S CURRENT LIMITS.  *
082230*  PENDING VERSIONS ARE SKIPPED UNTIL A SECOND SUPERVISOR HAS    *
082240*  APPROVED THEM.  A CATEGORY OR VERSION PAST THE TABLE LIMITS   *
082250*  IS REPORTED AND IGNORED.                                      *
082300*----------------------------------------------------------------*
082400 1330-APPLY-THRESHOLD.
082410     IF DL100TH-PENDING
082420         GO TO 1330-NEXT
082430     END-IF.
082440     MOVE 'N' TO WS-CAT-FOUND-SW.
082450     SET CAT-IX TO 1.
082460     SEARCH WS-CAT-ENTRY
082470         AT END
082480             CONTINUE
082490         WHEN CAT-IX > WS-CAT-USED
082500             CONTINUE
082510         WHEN WS-CAT-CODE (CAT-IX) = DL100TH-CATEGORY
082520             SET WS-CAT-FOUND TO TRUE
082530     END-SEARCH.
082540     IF NOT WS-CAT-FOUND
082550         IF WS-CAT-USED >= WS-CAT-MAX
082560             DISPLAY 'DL100B0W-MORE THAN ' WS-CAT-MAX
082570                 ' THRFILE CATEGORIES, ' DL100TH-CATEGORY
082580                 ' IGNORED'
082590             GO TO 1330-NEXT
082600         END-IF
082610         ADD 1 TO WS-CAT-USED
082620         SET CAT-IX TO WS-CAT-USED
082630         PERFORM 1310-DEFAULT-CAT-ENTRY THRU 1310-EXIT
082640         MOVE DL100TH-CATEGORY TO WS-CAT-CODE (CAT-IX)
082650         MOVE DL100TH-CATEGORY TO WS-CAT-NAME (CAT-IX)
082660     END-IF.
082670     IF WS-THV-USED >= WS-THV-MAX
082680         DISPLAY 'DL100B0W-MORE THAN ' WS-THV-MAX
082690             ' THRFILE VERSIONS, ' DL100TH-CATEGORY ' '
082700             DL100TH-EFF-DATE ' IGNORED'
082710         GO TO 1330-NEXT
082720     END-IF.
082730     ADD 1 TO WS-THV-USED.
082740     SET THV-IX TO WS-THV-USED.
082750     SET WS-THV-CAT-SUB (THV-IX) TO CAT-IX.
082760     IF DL100TH-EFF-DATE NUMERIC
082770         MOVE DL100TH-EFF-DATE TO WS-THV-EFF-DATE (THV-IX)
082780     ELSE
082790         MOVE ZERO TO WS-THV-EFF-DATE (THV-IX)
082800     END-IF.
082810     IF DL100TH-ACT-RETIRE
082820         MOVE 'Y' TO WS-THV-RETIRE-SW (THV-IX)
082830     ELSE
082840         MOVE 'N' TO WS-THV-RETIRE-SW (THV-IX)
082850     END-IF.
082860     MOVE WS-THRESHOLD TO WS-THV-THRESHOLD (THV-IX).
082870     IF DL100TH-THRESHOLD NUMERIC AND DL100TH-THRESHOLD > 0
082880         MOVE DL100TH-THRESHOLD TO WS-THV-THRESHOLD (THV-IX)
082890     END-IF.
082900     IF DL100TH-SEVERE-LIMIT NUMERIC
082910      AND DL100TH-SEVERE-LIMIT > 0
082920         MOVE DL100TH-SEVERE-LIMIT
082930             TO WS-THV-SEVERE (THV-IX)
082940     ELSE
082950         COMPUTE WS-THV-SEVERE (THV-IX) =
082960             WS-THV-THRESHOLD (THV-IX) * 2
082970             ON SIZE ERROR
082980                 MOVE 99999 TO WS-THV-SEVERE (THV-IX)
082990         END-COMPUTE
083000     END-IF.
083010     MOVE ZERO TO WS-THV-AMT-THRESHOLD (THV-IX).
083020     IF DL100TH-AMT-THRESHOLD NUMERIC
083030      AND DL100TH-AMT-THRESHOLD > 0
083040         MOVE DL100TH-AMT-THRESHOLD
083050             TO WS-THV-AMT-THRESHOLD (THV-IX)
083060     END-IF.
083070     IF WS-THV-EFF-DATE (THV-IX) > WS-CURR-DATE
083080      OR WS-THV-RETIRED (THV-IX)
083090         GO TO 1330-NEXT
083100     END-IF.
083110     MOVE WS-THV-THRESHOLD (THV-IX) TO WS-CAT-THRESHOLD (CAT-IX).
083120     MOVE WS-THV-SEVERE (THV-IX) TO WS-CAT-SEVERE (CAT-IX).
083130     MOVE WS-THV-AMT-THRESHOLD (THV-IX)
083140         TO WS-CAT-AMT-THRESHOLD (CAT-IX).
083150     IF DL100TH-CAT-NAME NOT = SPACES
083160         MOVE DL100TH-CAT-NAME TO WS-CAT-NAME (CAT-IX)
083170     END-IF.
084595 1330-NEXT.
084700     PERFORM 1320-READ-THRESHOLD THRU 1320-EXIT.
084800 1330-EXIT.
085200*  RECORD.  A FRESH RUN AGAINST A DATE ALREADY COMPLETED IS      *
085300*  REFUSED WITH RC 8; A RESTART GOES THROUGH.  THE DATE IS       *
085400*  STAMPED STARTED BEFORE ANY COUNTING BEGINS.  A SIMULATION     *
085500*  RUN LEAVES THE CALENDAR UNTOUCHED.  BEFORE THE STAMP THE STEP *
085510*  MUST PASS ITS STEPLOG PREDECESSOR CHECK.                      *
085600*----------------------------------------------------------------*
085700 1500-CHECK-RUN-CONTROL.
085800     IF WS-SIM-RUN
088700         DISPLAY 'DL100B0W-BUSINESS DATE ' WS-RUN-DATE
088800             ' SHOWS AN EARLIER START THAT NEVER COMPLETED'
088900     END-IF.
088920     PERFORM 9500-START-STEP THRU 9500-EXIT.
088930     IF NOT DL100SD-LOGGED
088940         SET WS-INIT-FAILED TO TRUE
088950         GO TO 1500-EXIT
088960     END-IF.
089000     PERFORM 1550-STAMP-STARTED THRU 1550-EXIT.
089100 1500-EXIT.
089200     EXIT.
091000     END-IF.
091100 1550-EXIT.
091200     EXIT.
091203*----------------------------------------------------------------*
091206*  1600-CHECK-BUS-CALENDAR  --  OPEN THE BUSINESS CALENDAR AND   *
091209*  LOOK UP THE RUN DATE.  A RUN FOR A DATE BUSCAL MARKS AS A     *
091212*  HOLIDAY OR WEEKEND IS WARNED - IT MAY BE A MISKEYED DATE OR   *
091215*  A SCHEDULER THAT DID NOT KNOW ABOUT THE HOLIDAY - BUT IT IS   *
091218*  NOT STOPPED, SINCE A SENDER CAN STILL TRANSMIT ON ONE.  THE   *
091221*  CALENDAR IS OPTIONAL: IF IT CANNOT BE OPENED EVERY DATE IS    *
091224*  TAKEN AS A BUSINESS DAY.                                      *
091227*----------------------------------------------------------------*
091230 1600-CHECK-BUS-CALENDAR.
091233     OPEN INPUT BUSCAL.
091236     IF NOT WS-BUSCAL-OK
091239         DISPLAY 'DL100B0W-BUSCAL OPEN FAILED, STATUS '
091242             WS-BUSCAL-STATUS ', CALENDAR NOT CHECKED'
091245         GO TO 1600-EXIT
091248     END-IF.
091251     SET WS-BUSCAL-AVAIL TO TRUE.
091254     MOVE WS-RUN-DATE TO WS-BC-DATE.
091257     PERFORM 7600-CHECK-BUS-DAY THRU 7600-EXIT.
091260     IF WS-NON-BUS-DAY
091263         SET WS-RUN-ON-NON-BUS-DAY TO TRUE
091266         MOVE DL100BC-DESC TO WS-RUN-DAY-DESC
091269         DISPLAY 'DL100B0W-RUN DATE ' WS-RUN-DATE
091272             ' IS NOT A BUSINESS DAY ON BUSCAL - '
091275             WS-RUN-DAY-DESC
091278     END-IF.
091281 1600-EXIT.
091284     EXIT.
091285*----------------------------------------------------------------*
091286*  1650-OPEN-PERIOD-CONTROL  --  OPEN PERCTL FOR THE CLOSED-     *
091287*  MONTH CHECKS.  REQUIRED ON A LIVE RUN: A CATCH-UP OR RESTART  *
091288*  MUST NOT BOOK INTO A CLOSED MONTH UNCHECKED.                  *
091289*----------------------------------------------------------------*
091290 1650-OPEN-PERIOD-CONTROL.
091291     IF WS-SIM-RUN
091292         GO TO 1650-EXIT
091293     END-IF.
091294     OPEN INPUT PERCTL.
091295     IF NOT WS-PERCTL-OK
091296         DISPLAY 'DL100B0E-PERCTL OPEN FAILED, STATUS '
091297             WS-PERCTL-STATUS
091298         MOVE 99 TO RETURN-CODE
091299         SET WS-INIT-FAILED TO TRUE
091300         GO TO 1650-EXIT
091301     END-IF.
091302     SET WS-PERCTL-AVAIL TO TRUE.
091303 1650-EXIT.
091304     EXIT.
091306*----------------------------------------------------------------*
091310*  2000-PROCESS-TRANS  --  COUNT ONE ITEM AND CHECK THRESHOLD.   *
091320*  A REVERSAL IS NOT COUNTED - 2400 BACKS ITS ORIGINAL ITEM OUT. *
091500*----------------------------------------------------------------*
091600 2000-PROCESS-TRANS.
091610     IF DL100TR-REVERSAL
091620         PERFORM 2400-PROCESS-REVERSAL THRU 2400-EXIT
091630         IF WS-FATAL-ERROR
091640             GO TO 2000-EXIT
091650         END-IF
091660         GO TO 2000-NEXT
091670     END-IF.
091700     PERFORM 2100-COUNT-ITEM THRU 2100-EXIT.
091800     IF WS-OVERFLOW-OCCURRED
091900         GO TO 2000-EXIT
092200     IF WS-RUN-REFUSED
092300         GO TO 2000-EXIT
092400     END-IF.
092410 2000-NEXT.
092500     MOVE DL100TR-ITEM-ID TO WS-LAST-ITEM-ID.
092600     ADD 1 TO WS-RECS-SINCE-CKPT.
092700     IF WS-RECS-SINCE-CKPT >= WS-CKPT-INTERVAL
097910     IF DL100TR-AMOUNT NUMERIC
097920         ADD DL100TR-AMOUNT TO WS-BKT-AMOUNT (BKT-IX)
097930     END-IF.
097940     PERFORM 2158-COUNT-SOURCE THRU 2158-EXIT.
098000     IF WS-SIM-RUN
098100         PERFORM 2180-SIMULATE-CANDIDATES THRU 2180-EXIT
098200     END-IF.
098640             ADD 1 TO WS-UNKNOWN-CAT-COUNT
098700         WHEN WS-CAT-CODE (CAT-IX) = DL100TR-CATEGORY
098800             SET WS-CAT-SUB TO CAT-IX
098810             IF WS-BKT-CAT-LIVE-SW (BKT-IX, WS-CAT-SUB) = 'Y'
098820                 PERFORM 2155-COUNT-LIVE-CATEGORY THRU 2155-EXIT
098830             ELSE
098840                 ADD 1 TO WS-UNKNOWN-CAT-COUNT
098850             END-IF
100300     END-SEARCH.
100400 2150-EXIT.
100500     EXIT.
100503*----------------------------------------------------------------*
100506*  2155-COUNT-LIVE-CATEGORY  --  COUNT THE ITEM AGAINST ITS      *
100509*  CATEGORY (CAT-IX / WS-CAT-SUB) IN BUCKET BKT-IX, JUDGED BY    *
100512*  THE LIMITS IN EFFECT ON THE BUCKET'S DATE.                    *
100515*----------------------------------------------------------------*
100518 2155-COUNT-LIVE-CATEGORY.
100521     ADD 1 TO WS-CAT-COUNT (CAT-IX).
100524     ADD 1 TO WS-BKT-CAT-COUNT (BKT-IX, WS-CAT-SUB).
100527     IF DL100TR-AMOUNT NUMERIC
100530         ADD DL100TR-AMOUNT TO WS-CAT-AMOUNT (CAT-IX)
100533         ADD DL100TR-AMOUNT
100536             TO WS-BKT-CAT-AMOUNT (BKT-IX, WS-CAT-SUB)
100539         PERFORM 2168-CHECK-AMT-ALERT THRU 2168-EXIT
100542     END-IF.
100545     IF WS-BKT-CAT-COUNT (BKT-IX, WS-CAT-SUB) >
100548             WS-BKT-CAT-THRESHOLD (BKT-IX, WS-CAT-SUB)
100551         ADD 1 TO WS-CAT-BREACHES (CAT-IX)
100554         ADD 1 TO WS-BKT-CAT-BREACHES (BKT-IX, WS-CAT-SUB)
100557         ADD 1 TO WS-BKT-AREA-2 (BKT-IX)
100560         ADD 1 TO WS-AREA-2
100563         MOVE 'THRESHOLD' TO WS-AUDIT-EVENT
100566         MOVE DL100TR-ITEM-ID TO WS-AUDIT-ITEM
100569         PERFORM 2700-WRITE-AUDIT-EVENT THRU 2700-EXIT
100572         PERFORM 2165-CHECK-ALERTS THRU 2165-EXIT
100575     END-IF.
100578 2155-EXIT.
100581     EXIT.
100583*----------------------------------------------------------------*
100585*  2158-COUNT-SOURCE  --  ADD THE ITEM TO ITS SENDER'S SOURCE    *
100587*  SLOT IN BUCKET BKT-IX.  DL100E STAMPS EVERY ITEM WITH THE     *
100589*  SOURCE-ID OF THE SEGMENT IT CAME IN ON; A BLANK ONE COUNTS AS *
100591*  UNKNOWN.  THE FIRST SEVEN SENDERS ON A DATE GET A SLOT EACH   *
100593*  AND ANY MORE SHARE THE LAST SLOT AS OTHER.                    *
100595*----------------------------------------------------------------*
100597 2158-COUNT-SOURCE.
100599     IF DL100TR-SOURCE-ID = SPACES OR LOW-VALUES
100601         MOVE 'UNKNOWN ' TO WS-SRC-WORK-ID
100603     ELSE
100605         MOVE DL100TR-SOURCE-ID TO WS-SRC-WORK-ID
100607     END-IF.
100609     MOVE ZERO TO WS-SRC-SLOT.
100611     PERFORM 2159-FIND-BKT-SRC THRU 2159-EXIT
100613         VARYING WS-SRC-SUB FROM 1 BY 1
100615         UNTIL WS-SRC-SUB > WS-BKT-SRC-USED (BKT-IX)
100617            OR WS-SRC-SLOT > ZERO.
100619     IF WS-SRC-SLOT = ZERO
100621         IF WS-BKT-SRC-USED (BKT-IX) < WS-SRC-MAX
100623             ADD 1 TO WS-BKT-SRC-USED (BKT-IX)
100625             MOVE WS-BKT-SRC-USED (BKT-IX) TO WS-SRC-SLOT
100627             MOVE WS-SRC-WORK-ID
100629                 TO WS-BKT-SRC-ID (BKT-IX, WS-SRC-SLOT)
100631             IF WS-SRC-SLOT = WS-SRC-MAX
100633                 MOVE 'OTHER   '
100635                     TO WS-BKT-SRC-ID (BKT-IX, WS-SRC-SLOT)
100637             END-IF
100639             MOVE ZERO TO WS-BKT-SRC-COUNT (BKT-IX, WS-SRC-SLOT)
100641             MOVE ZERO TO WS-BKT-SRC-AMT (BKT-IX, WS-SRC-SLOT)
100643         ELSE
100645             MOVE WS-SRC-MAX TO WS-SRC-SLOT
100647         END-IF
100649     END-IF.
100651     ADD 1 TO WS-BKT-SRC-COUNT (BKT-IX, WS-SRC-SLOT).
100653     IF DL100TR-AMOUNT NUMERIC
100655         ADD DL100TR-AMOUNT
100656             TO WS-BKT-SRC-AMT (BKT-IX, WS-SRC-SLOT)
100657     END-IF.
100659 2158-EXIT.
100661     EXIT.
100663 2159-FIND-BKT-SRC.
100665     IF WS-BKT-SRC-ID (BKT-IX, WS-SRC-SUB) = WS-SRC-WORK-ID
100667         MOVE WS-SRC-SUB TO WS-SRC-SLOT
100669     END-IF.
100671 2159-EXIT.
100673     EXIT.
100675*----------------------------------------------------------------*
100700*  2160-FIND-BUCKET  --  FIND OR CREATE THE COUNT BUCKET FOR     *
100800*  WS-BKT-TARGET-DATE.  BKT-IX POINTS AT THE BUCKET ON EXIT.     *
100900*  MORE DISTINCT ITEM DATES THAN THE TABLE HOLDS STOPS THE RUN   *
102500                 MOVE ZERO TO WS-BKT-AREA-1 (BKT-IX)
102600                 MOVE ZERO TO WS-BKT-AREA-2 (BKT-IX)
102700                 MOVE ZERO TO WS-BKT-AMOUNT (BKT-IX)
102710                 MOVE ZERO TO WS-BKT-SRC-USED (BKT-IX)
102800                 PERFORM 2162-INIT-BUCKET-CAT THRU 2162-EXIT
102900                     VARYING WS-CAT-SUB FROM 1 BY 1
103000                     UNTIL WS-CAT-SUB > WS-CAT-MAX
104200     END-SEARCH.
104300 2160-EXIT.
104400     EXIT.
104401*----------------------------------------------------------------*
104402*  2162-INIT-BUCKET-CAT  --  ZERO ONE CATEGORY SLOT OF A NEWLY   *
104403*  OPENED DATE BUCKET AND SET ITS LIMITS FOR THE BUCKET DATE.    *
104404*----------------------------------------------------------------*
104405 2162-INIT-BUCKET-CAT.
104406     MOVE ZERO TO WS-BKT-CAT-COUNT (BKT-IX, WS-CAT-SUB).
104407     MOVE ZERO TO WS-BKT-CAT-BREACHES (BKT-IX, WS-CAT-SUB).
104408     MOVE ZERO TO WS-BKT-CAT-AMOUNT (BKT-IX, WS-CAT-SUB).
104409     MOVE 'N' TO WS-BKT-INFO-ALERT-SW (BKT-IX, WS-CAT-SUB).
104410     MOVE 'N' TO WS-BKT-SEVR-ALERT-SW (BKT-IX, WS-CAT-SUB).
104411     MOVE 'N' TO WS-BKT-AMT-ALERT-SW (BKT-IX, WS-CAT-SUB).
104412     MOVE 'N' TO WS-BKT-CAT-LIVE-SW (BKT-IX, WS-CAT-SUB).
104413     MOVE ZERO TO WS-BKT-CAT-THRESHOLD (BKT-IX, WS-CAT-SUB).
104414     MOVE ZERO TO WS-BKT-CAT-SEVERE (BKT-IX, WS-CAT-SUB).
104415     MOVE ZERO TO WS-BKT-CAT-AMT-THRESH (BKT-IX, WS-CAT-SUB).
104416     IF WS-CAT-SUB NOT > WS-CAT-USED
104417         PERFORM 2163-SET-BUCKET-LIMITS THRU 2163-EXIT
104418     END-IF.
104419 2162-EXIT.
104420     EXIT.
104421*----------------------------------------------------------------*
104422*  2163-SET-BUCKET-LIMITS  --  PICK THE LIMITS FOR CATEGORY      *
104423*  WS-CAT-SUB ON THE DATE OF BUCKET BKT-IX: THE LATEST APPROVED  *
104424*  VERSION EFFECTIVE ON OR BEFORE THAT DATE.  A CATEGORY WITH NO *
104425*  VERSIONS AT ALL (THE BUILT-IN LIST) KEEPS ITS TABLE LIMITS.   *
104426*  ONE WHOSE FIRST VERSION IS LATER THAN THE BUCKET DATE, OR     *
104427*  WHOSE VERSION IN EFFECT IS A RETIRE, IS NOT LIVE FOR THE      *
104428*  BUCKET AND ITS ITEMS COUNT AS UNKNOWN.                        *
104429*----------------------------------------------------------------*
104430 2163-SET-BUCKET-LIMITS.
104431     MOVE WS-CAT-THRESHOLD (WS-CAT-SUB)
104432         TO WS-BKT-CAT-THRESHOLD (BKT-IX, WS-CAT-SUB).
104433     MOVE WS-CAT-SEVERE (WS-CAT-SUB)
104434         TO WS-BKT-CAT-SEVERE (BKT-IX, WS-CAT-SUB).
104435     MOVE WS-CAT-AMT-THRESHOLD (WS-CAT-SUB)
104436         TO WS-BKT-CAT-AMT-THRESH (BKT-IX, WS-CAT-SUB).
104437     MOVE 'N' TO WS-THV-ANY-SW.
104438     PERFORM 2164-CHECK-ONE-VERSION THRU 2164-EXIT
104439         VARYING THV-IX FROM 1 BY 1
104440         UNTIL THV-IX > WS-THV-USED.
104441     IF NOT WS-THV-ANY
104442         MOVE 'Y' TO WS-BKT-CAT-LIVE-SW (BKT-IX, WS-CAT-SUB)
104443     END-IF.
104444 2163-EXIT.
104445     EXIT.
104446*----------------------------------------------------------------*
104447*  2164-CHECK-ONE-VERSION  --  VERSIONS ARE IN EFFECTIVE-DATE    *
104448*  ORDER WITHIN A CATEGORY, SO THE LAST ONE NOT AFTER THE        *
104449*  BUCKET DATE IS THE ONE THAT STICKS.                           *
104450*----------------------------------------------------------------*
104451 2164-CHECK-ONE-VERSION.
104452     IF WS-THV-CAT-SUB (THV-IX) NOT = WS-CAT-SUB
104453         GO TO 2164-EXIT
104454     END-IF.
104455     SET WS-THV-ANY TO TRUE.
104456     IF WS-THV-EFF-DATE (THV-IX) > WS-BKT-DATE (BKT-IX)
104457         GO TO 2164-EXIT
104458     END-IF.
104459     IF WS-THV-RETIRED (THV-IX)
104460         MOVE 'N' TO WS-BKT-CAT-LIVE-SW (BKT-IX, WS-CAT-SUB)
104461         GO TO 2164-EXIT
104462     END-IF.
104463     MOVE 'Y' TO WS-BKT-CAT-LIVE-SW (BKT-IX, WS-CAT-SUB).
104464     MOVE WS-THV-THRESHOLD (THV-IX)
104465         TO WS-BKT-CAT-THRESHOLD (BKT-IX, WS-CAT-SUB).
104466     MOVE WS-THV-SEVERE (THV-IX)
104467         TO WS-BKT-CAT-SEVERE (BKT-IX, WS-CAT-SUB).
104468     MOVE WS-THV-AMT-THRESHOLD (THV-IX)
104469         TO WS-BKT-CAT-AMT-THRESH (BKT-IX, WS-CAT-SUB).
104470 2164-EXIT.
104471     EXIT.
104500*----------------------------------------------------------------*
104600*  2190-CHECK-BUCKET-DATE  --  BEFORE A CATCH-UP RUN OPENS A     *
104700*  BUCKET FOR AN ITEM DATE OTHER THAN THE RUN DATE, LOOK THE     *
105000*  RUN IS REFUSED (RC 8, LIKE THE RUN-DATE REFUSAL) RATHER THAN  *
105100*  DOUBLE-BOOK CTRFILE, SUMFILE AND EXCFILE.  RESTARTS AND       *
105200*  SIMULATION RUNS SKIP THE CHECK THE SAME WAY THE RUN-DATE      *
105210*  CHECK DOES.  A CATCH-UP DATE IN A MONTH CLOSED ON PERCTL IS   *
105220*  REFUSED THE SAME WAY, WHETHER OR NOT THE RUN IS A RESTART -   *
105230*  A CLOSED DAY IS CORRECTED ONLY BY A PRIOR-PERIOD ADJUSTMENT   *
105240*  THROUGH DL100M OR BY REOPENING THE MONTH.                     *
105400*----------------------------------------------------------------*
105500 2190-CHECK-BUCKET-DATE.
105510     IF WS-SIM-RUN
105520      OR NOT WS-CATCHUP-RUN
105530      OR WS-BKT-TARGET-DATE = WS-RUN-DATE
105540         GO TO 2190-EXIT
105550     END-IF.
105560     MOVE WS-BKT-TARGET-DATE TO WS-PC-DATE.
105570     PERFORM 7700-CHECK-PERIOD THRU 7700-EXIT.
105580     IF WS-FATAL-ERROR
105590         GO TO 2190-EXIT
105600     END-IF.
105610     IF WS-PC-PERIOD-CLOSED
105620         DISPLAY 'DL100B0E-ITEM DATE ' WS-BKT-TARGET-DATE
105630             ' IS IN CLOSED PERIOD ' DL100PC-PERIOD
105640             ', RUN REFUSED'
105650         MOVE 8 TO RETURN-CODE
105660         SET WS-RUN-REFUSED TO TRUE
105670         SET WS-FATAL-ERROR TO TRUE
105680         GO TO 2190-EXIT
105690     END-IF.
105700     IF DL100PM-RESTART-RUN
105710         GO TO 2190-EXIT
105720     END-IF.
106200     MOVE WS-BKT-TARGET-DATE TO DL100RC-BUS-DATE.
106300     READ RUNCFILE
106400         INVALID KEY
109200         MOVE WS-BKT-DATE (BKT-IX) TO WS-ALERT-DATE
109300         MOVE WS-BKT-CAT-COUNT (BKT-IX, WS-CAT-SUB)
109400             TO WS-ALERT-COUNT
109500         MOVE WS-BKT-CAT-THRESHOLD (BKT-IX, WS-CAT-SUB)
109510             TO WS-ALERT-LIMIT
109520         MOVE ZERO TO WS-ALERT-AMOUNT
109540         MOVE ZERO TO WS-ALERT-AMT-LIMIT
109600         MOVE 'CATEGORY THRESHOLD BREACHED' TO WS-ALERT-TEXT
109700         PERFORM 2170-RAISE-ALERT THRU 2170-EXIT
109800     END-IF.
109900     IF WS-BKT-CAT-COUNT (BKT-IX, WS-CAT-SUB) >
110000             WS-BKT-CAT-SEVERE (BKT-IX, WS-CAT-SUB)
110100      AND WS-BKT-SEVR-ALERT-SW (BKT-IX, WS-CAT-SUB) NOT = 'Y'
110200         MOVE 'Y' TO WS-BKT-SEVR-ALERT-SW (BKT-IX, WS-CAT-SUB)
110300         MOVE 'SEVR' TO WS-ALERT-SEVERITY
110500         MOVE WS-BKT-DATE (BKT-IX) TO WS-ALERT-DATE
110600         MOVE WS-BKT-CAT-COUNT (BKT-IX, WS-CAT-SUB)
110700             TO WS-ALERT-COUNT
110800         MOVE WS-BKT-CAT-SEVERE (BKT-IX, WS-CAT-SUB)
110810             TO WS-ALERT-LIMIT
110820         MOVE ZERO TO WS-ALERT-AMOUNT
110840         MOVE ZERO TO WS-ALERT-AMT-LIMIT
110900         MOVE 'SEVERE VOLUME LIMIT PASSED' TO WS-ALERT-TEXT
111318*  LIKE THE COUNT ALERTS IN 2165-CHECK-ALERTS.                   *
111321*----------------------------------------------------------------*
111324 2168-CHECK-AMT-ALERT.
111327     IF WS-BKT-CAT-AMT-THRESH (BKT-IX, WS-CAT-SUB) = ZERO
111330      OR WS-BKT-CAT-AMOUNT (BKT-IX, WS-CAT-SUB) NOT >
111333             WS-BKT-CAT-AMT-THRESH (BKT-IX, WS-CAT-SUB)
111336      OR WS-BKT-AMT-ALERT-SW (BKT-IX, WS-CAT-SUB) = 'Y'
111339         GO TO 2168-EXIT
111342     END-IF.
111363     MOVE ZERO TO WS-ALERT-LIMIT.
111366     MOVE WS-BKT-CAT-AMOUNT (BKT-IX, WS-CAT-SUB)
111369         TO WS-ALERT-AMOUNT.
111372     MOVE WS-BKT-CAT-AMT-THRESH (BKT-IX, WS-CAT-SUB)
111373         TO WS-ALERT-AMT-LIMIT.
111375     MOVE 'CATEGORY DOLLAR LIMIT PASSED' TO WS-ALERT-TEXT.
111378     PERFORM 2170-RAISE-ALERT THRU 2170-EXIT.
111381 2168-EXIT.
116300 2185-EXIT.
116400     EXIT.
116500*----------------------------------------------------------------*
116501*  2400-PROCESS-REVERSAL  --  BACK ONE EARLIER ITEM OUT OF THE   *
116502*  CTRFILE DAY ITS ITEMHIST ENTRY SAYS IT WAS BOOKED UNDER.      *
116503*  DL100E HAS ALREADY REJECTED ORPHANS, SO THE CHECKS HERE ARE   *
116504*  FOR WHAT CAN HAVE CHANGED SINCE: AN ENTRY ALREADY MARKED BY   *
116505*  THIS RUN-ID IS A RESTART AND IS ONLY PUT BACK IN THE TABLES;  *
116506*  A DAY NOT ON CTRFILE, AN OVERRIDE IN AN OPEN MONTH, OR A      *
116507*  BUCKET IN THIS RUN IS LEFT ALONE AND REPORTED.  A DAY OF A    *
116508*  CLOSED MONTH, OR ONE ALREADY ADJUSTED, IS NOT CHANGED - 2480  *
116509*  TAKES THE ITEM OFF IT AS A PRIOR-PERIOD ADJUSTMENT.  THE      *
116510*  COUNTER RECORD IS REWRITTEN BEFORE THE ITEMHIST ENTRY IS      *
116511*  MARKED.  A SIMULATION RUN LISTS THE REVERSAL AND TOUCHES      *
116512*  NOTHING.                                                      *
116513*----------------------------------------------------------------*
116514 2400-PROCESS-REVERSAL.
116515     ADD 1 TO WS-REV-READ-COUNT.
116516     MOVE SPACE TO WS-REV-STATUS.
116517     MOVE 'N' TO WS-REV-CUT-SW.
116518     MOVE DL100TR-ITEM-DATE TO WS-REV-BOOK-DATE.
116519     MOVE DL100TR-CATEGORY TO WS-REV-CAT.
116520     MOVE ZERO TO WS-REV-AMOUNT.
116521     IF DL100TR-AMOUNT NUMERIC
116522         MOVE DL100TR-AMOUNT TO WS-REV-AMOUNT
116523     END-IF.
116524     IF WS-SIM-RUN
116525         SET WS-REV-SIMULATED TO TRUE
116526         GO TO 2400-LIST
116527     END-IF.
116528     MOVE DL100TR-ITEM-ID TO DL100IH-ITEM-ID.
116529     READ ITEMHIST
116530         INVALID KEY
116531             SET WS-REV-NOT-ON-HIST TO TRUE
116532             GO TO 2400-LIST
116533     END-READ.
116534     IF NOT WS-ITEMHIST-OK
116535         DISPLAY 'DL100B0E-ITEMHIST READ ERROR, STATUS '
116536             WS-ITEMHIST-STATUS
116537         MOVE 99 TO RETURN-CODE
116538         SET WS-FATAL-ERROR TO TRUE
116539         GO TO 2400-EXIT
116540     END-IF.
116541     MOVE DL100IH-CATEGORY TO WS-REV-CAT.
116542     MOVE DL100IH-AMOUNT TO WS-REV-AMOUNT.
116543     IF DL100IH-BOOK-DATE NUMERIC AND DL100IH-BOOK-DATE > ZERO
116544         MOVE DL100IH-BOOK-DATE TO WS-REV-BOOK-DATE
116545     ELSE
116546         MOVE DL100IH-ITEM-DATE TO WS-REV-BOOK-DATE
116547     END-IF.
116548     IF DL100IH-REVERSED
116549         IF DL100IH-REV-RUN-ID = WS-RUN-ID
116550             SET WS-REV-APPLIED TO TRUE
116551             PERFORM 2475-CHECK-REV-RESTART THRU 2475-EXIT
116552             MOVE DL100IH-REV-BREACH-SW TO WS-REV-CUT-SW
116553             PERFORM 2450-ADD-REV-DATE THRU 2450-EXIT
116554         ELSE
116555             SET WS-REV-DONE-BEFORE TO TRUE
116556         END-IF
116557         GO TO 2400-LIST
116558     END-IF.
116559     PERFORM 2470-CHECK-REV-DAY THRU 2470-EXIT.
116560     IF WS-FATAL-ERROR
116561         GO TO 2400-EXIT
116562     END-IF.
116563     IF WS-REV-DAY-IN-RUN
116564         GO TO 2400-LIST
116565     END-IF.
116566     MOVE WS-REV-BOOK-DATE TO DL100CT-RUN-DATE.
116567     READ CTRFILE
116568         INVALID KEY
116569             SET WS-REV-CTR-GONE TO TRUE
116570             GO TO 2400-LIST
116571     END-READ.
116572     IF NOT WS-CTRFILE-OK
116573         DISPLAY 'DL100B0E-CTRFILE READ ERROR, STATUS '
116574             WS-CTRFILE-STATUS
116575         MOVE 99 TO RETURN-CODE
116576         SET WS-FATAL-ERROR TO TRUE
116577         GO TO 2400-EXIT
116578     END-IF.
116579     IF DL100CT-OVERRIDDEN AND DL100CT-NOT-ADJUSTED
116580      AND WS-PC-PERIOD-OPEN
116581         SET WS-REV-CTR-OVERRIDDEN TO TRUE
116582         GO TO 2400-LIST
116583     END-IF.
116584     PERFORM 2455-FIND-REV-DATE THRU 2455-EXIT.
116585     IF WS-FATAL-ERROR
116586         GO TO 2400-EXIT
116587     END-IF.
116588     IF DL100CT-ADJUSTED OR WS-PC-PERIOD-CLOSED
116589         SET WS-REV-PPA-APPLIED TO TRUE
116590         PERFORM 2480-ADJUST-REV-DAY THRU 2480-EXIT
116591     ELSE
116592         SET WS-REV-APPLIED TO TRUE
116593         PERFORM 2410-BACK-OUT-ITEM THRU 2410-EXIT
116594     END-IF.
116595     REWRITE DL100CT-RECORD.
116596     IF NOT WS-CTRFILE-OK
116597         DISPLAY 'DL100B0E-CTRFILE WRITE FAILED, STATUS '
116598             WS-CTRFILE-STATUS
116599         MOVE 99 TO RETURN-CODE
116600         SET WS-FATAL-ERROR TO TRUE
116601         GO TO 2400-EXIT
116602     END-IF.
116603     SET DL100IH-REVERSED TO TRUE.
116604     MOVE WS-RUN-DATE TO DL100IH-REV-DATE.
116605     MOVE WS-RUN-ID TO DL100IH-REV-RUN-ID.
116606     MOVE WS-REV-CUT-SW TO DL100IH-REV-BREACH-SW.
116607     REWRITE DL100IH-RECORD.
116608     IF NOT WS-ITEMHIST-OK
116609         DISPLAY 'DL100B0E-ITEMHIST WRITE FAILED, STATUS '
116610             WS-ITEMHIST-STATUS ', ITEM ' DL100TR-ITEM-ID
116611             ' BACKED OUT BUT NOT MARKED'
116612         MOVE 99 TO RETURN-CODE
116613         SET WS-FATAL-ERROR TO TRUE
116614         GO TO 2400-EXIT
116615     END-IF.
116616     PERFORM 2450-ADD-REV-DATE THRU 2450-EXIT.
116617     PERFORM 2460-WRITE-REV-AUDIT THRU 2460-EXIT.
116618 2400-LIST.
116619     IF NOT WS-REV-APPLIED AND NOT WS-REV-SIMULATED
116620      AND NOT WS-REV-PPA-APPLIED
116621         DISPLAY 'DL100B0W-REVERSAL OF ITEM ' DL100TR-ITEM-ID
116622             ' NOT APPLIED, SEE RPTFILE'
116623     END-IF.
116624     IF WS-REV-LISTED < WS-REV-MAX
116625         ADD 1 TO WS-REV-LISTED
116626         SET REV-IX TO WS-REV-LISTED
116627         MOVE DL100TR-ITEM-ID TO WS-REV-ITEM-ID (REV-IX)
116628         MOVE WS-REV-BOOK-DATE TO WS-REV-ITEM-DATE (REV-IX)
116629         MOVE WS-REV-CAT TO WS-REV-ITEM-CAT (REV-IX)
116630         MOVE WS-REV-AMOUNT TO WS-REV-ITEM-AMOUNT (REV-IX)
116631         MOVE WS-REV-CUT-SW TO WS-REV-ITEM-CUT-SW (REV-IX)
116632         MOVE WS-REV-STATUS TO WS-REV-ITEM-STATUS (REV-IX)
116633     ELSE
116634         ADD 1 TO WS-REV-UNLISTED
116635     END-IF.
116636 2400-EXIT.
116637     EXIT.
116638 2405-CHECK-DAY-IN-RUN.
116639     IF WS-BKT-DATE (BKT-IX) = WS-REV-BOOK-DATE
116640         SET WS-REV-DAY-IN-RUN TO TRUE
116641     END-IF.
116642 2405-EXIT.
116643     EXIT.
116644*----------------------------------------------------------------*
116645*  2410-BACK-OUT-ITEM  --  TAKE THE ITEM OFF THE COUNTER RECORD  *
116646*  JUST READ: ONE FROM THE DAY COUNT AND ITS CATEGORY SLOT, THE  *
116647*  AMOUNT FROM THE DAY AND SLOT DOLLARS, NONE TAKEN BELOW ZERO.  *
116648*  EVERY ITEM PAST A CATEGORY'S THRESHOLD WAS ONE BREACH, SO IF  *
116649*  THE SLOT STOOD ABOVE THE THRESHOLD IN EFFECT ON THE BOOK DATE *
116650*  THE DAY LOSES ONE BREACH TOO.                                 *
116651*  THE ITEM ALSO COMES OFF THE SOURCE SLOT OF THE SENDER THAT    *
116652*  SENT THE REVERSAL, OR THE OTHER SLOT IF IT HAS NONE.          *
116653*----------------------------------------------------------------*
116654 2410-BACK-OUT-ITEM.
116655     MOVE DL100CT-AREA-2 TO WS-REV-PRIOR-AREA-2.
116656     MOVE ZERO TO WS-REV-CAT-SLOT.
116657     PERFORM 2415-FIND-CTR-CAT THRU 2415-EXIT
116658         VARYING WS-REV-SUB FROM 1 BY 1
116659         UNTIL WS-REV-SUB > WS-CAT-MAX
116660            OR WS-REV-CAT-SLOT > ZERO.
116661     IF WS-REV-CAT-SLOT > ZERO
116662      AND DL100CT-CAT-COUNT (WS-REV-CAT-SLOT) > ZERO
116663         PERFORM 2420-FIND-REV-LIMIT THRU 2420-EXIT
116664         IF WS-REV-CAT-LIVE
116665          AND DL100CT-CAT-COUNT (WS-REV-CAT-SLOT) > WS-REV-LIMIT
116666          AND DL100CT-AREA-2 > ZERO
116667             SUBTRACT 1 FROM DL100CT-AREA-2
116668             SET WS-REV-CUT-BREACH TO TRUE
116669         END-IF
116670         SUBTRACT 1 FROM DL100CT-CAT-COUNT (WS-REV-CAT-SLOT)
116671         IF DL100CT-CAT-AMT (WS-REV-CAT-SLOT) > WS-REV-AMOUNT
116672             SUBTRACT WS-REV-AMOUNT
116673                 FROM DL100CT-CAT-AMT (WS-REV-CAT-SLOT)
116674         ELSE
116675             MOVE ZERO TO DL100CT-CAT-AMT (WS-REV-CAT-SLOT)
116676         END-IF
116677     END-IF.
116678     IF DL100CT-AREA-1 > ZERO
116679         SUBTRACT 1 FROM DL100CT-AREA-1
116680     END-IF.
116681     IF DL100CT-AMOUNT > WS-REV-AMOUNT
116682         SUBTRACT WS-REV-AMOUNT FROM DL100CT-AMOUNT
116683     ELSE
116684         MOVE ZERO TO DL100CT-AMOUNT
116685     END-IF.
116686     PERFORM 2417-BACK-OUT-SOURCE THRU 2417-EXIT.
116687     PERFORM 0900-BUILD-TIMESTAMP THRU 0900-EXIT.
116688     MOVE WS-TIMESTAMP TO DL100CT-LAST-UPDATE-TS.
116689     MOVE 'BATCH   ' TO DL100CT-LAST-UPDATE-USER.
116690 2410-EXIT.
116691     EXIT.
116692 2415-FIND-CTR-CAT.
116693     IF DL100CT-CAT-CODE (WS-REV-SUB) = WS-REV-CAT
116694         MOVE WS-REV-SUB TO WS-REV-CAT-SLOT
116695     END-IF.
116696 2415-EXIT.
116697     EXIT.
116698*----------------------------------------------------------------*
116699*  2417-BACK-OUT-SOURCE  --  TAKE THE REVERSED ITEM OFF THE      *
116700*  SOURCE SLOT ON THE COUNTER RECORD.  A RECORD WRITTEN BEFORE   *
116701*  THE SOURCE TABLE EXISTED HAS NO SLOTS AND IS LEFT AS IT IS.   *
116702*----------------------------------------------------------------*
116703 2417-BACK-OUT-SOURCE.
116704     IF DL100CT-SRC-USED NOT NUMERIC
116705      OR DL100CT-SRC-USED = ZERO
116706      OR DL100CT-SRC-USED > WS-SRC-MAX
116707         GO TO 2417-EXIT
116708     END-IF.
116709     IF DL100TR-SOURCE-ID = SPACES OR LOW-VALUES
116710         MOVE 'UNKNOWN ' TO WS-SRC-WORK-ID
116711     ELSE
116712         MOVE DL100TR-SOURCE-ID TO WS-SRC-WORK-ID
116713     END-IF.
116714     MOVE ZERO TO WS-SRC-SLOT.
116715     PERFORM 2418-FIND-CTR-SRC THRU 2418-EXIT
116716         VARYING WS-SRC-SUB FROM 1 BY 1
116717         UNTIL WS-SRC-SUB > DL100CT-SRC-USED
116718            OR WS-SRC-SLOT > ZERO.
116719     IF WS-SRC-SLOT = ZERO
116720         IF DL100CT-SRC-USED = WS-SRC-MAX
116721             MOVE WS-SRC-MAX TO WS-SRC-SLOT
116722         ELSE
116723             GO TO 2417-EXIT
116724         END-IF
116725     END-IF.
116726     IF DL100CT-SRC-COUNT (WS-SRC-SLOT) > ZERO
116727         SUBTRACT 1 FROM DL100CT-SRC-COUNT (WS-SRC-SLOT)
116728     END-IF.
116729     IF DL100CT-SRC-AMT (WS-SRC-SLOT) > WS-REV-AMOUNT
116730         SUBTRACT WS-REV-AMOUNT FROM DL100CT-SRC-AMT (WS-SRC-SLOT)
116731     ELSE
116732         MOVE ZERO TO DL100CT-SRC-AMT (WS-SRC-SLOT)
116733     END-IF.
116734 2417-EXIT.
116735     EXIT.
116736 2418-FIND-CTR-SRC.
116737     IF DL100CT-SRC-ID (WS-SRC-SUB) = WS-SRC-WORK-ID
116738         MOVE WS-SRC-SUB TO WS-SRC-SLOT
116739     END-IF.
116740 2418-EXIT.
116741     EXIT.
116742*----------------------------------------------------------------*
116743*  2420-FIND-REV-LIMIT  --  THE CATEGORY THRESHOLD IN EFFECT ON  *
116744*  THE BOOK DATE, PICKED THE WAY 2163 PICKS A BUCKET'S LIMITS.   *
116745*  A CATEGORY NOT ON THRFILE, OR NOT LIVE ON THAT DATE, WAS NOT  *
116746*  THRESHOLDED THEN AND HAS NO BREACH TO GIVE BACK.              *
116747*----------------------------------------------------------------*
116748 2420-FIND-REV-LIMIT.
116749     MOVE 'N' TO WS-REV-LIVE-SW.
116750     SET CAT-IX TO 1.
116751     SEARCH WS-CAT-ENTRY
116752         AT END
116753             GO TO 2420-EXIT
116754         WHEN CAT-IX > WS-CAT-USED
116755             GO TO 2420-EXIT
116756         WHEN WS-CAT-CODE (CAT-IX) = WS-REV-CAT
116757             SET WS-CAT-SUB TO CAT-IX
116758     END-SEARCH.
116759     MOVE WS-CAT-THRESHOLD (WS-CAT-SUB) TO WS-REV-LIMIT.
116760     MOVE 'N' TO WS-THV-ANY-SW.
116761     PERFORM 2425-CHECK-REV-VERSION THRU 2425-EXIT
116762         VARYING THV-IX FROM 1 BY 1
116763         UNTIL THV-IX > WS-THV-USED.
116764     IF NOT WS-THV-ANY
116765         SET WS-REV-CAT-LIVE TO TRUE
116766     END-IF.
116767 2420-EXIT.
116768     EXIT.
116769 2425-CHECK-REV-VERSION.
116770     IF WS-THV-CAT-SUB (THV-IX) NOT = WS-CAT-SUB
116771         GO TO 2425-EXIT
116772     END-IF.
116773     SET WS-THV-ANY TO TRUE.
116774     IF WS-THV-EFF-DATE (THV-IX) > WS-REV-BOOK-DATE
116775         GO TO 2425-EXIT
116776     END-IF.
116777     IF WS-THV-RETIRED (THV-IX)
116778         MOVE 'N' TO WS-REV-LIVE-SW
116779         GO TO 2425-EXIT
116780     END-IF.
116781     SET WS-REV-CAT-LIVE TO TRUE.
116782     MOVE WS-THV-THRESHOLD (THV-IX) TO WS-REV-LIMIT.
116783 2425-EXIT.
116784     EXIT.
116785*----------------------------------------------------------------*
116786*  2450-ADD-REV-DATE  --  ROLL AN APPLIED REVERSAL INTO ITS BOOK *
116787*  DATE'S TOTALS.  2455 FINDS OR OPENS THE DATE'S ENTRY; A FULL  *
116788*  TABLE STOPS THE RUN.                                          *
116789*----------------------------------------------------------------*
116790 2450-ADD-REV-DATE.
116791     PERFORM 2455-FIND-REV-DATE THRU 2455-EXIT.
116792     IF WS-FATAL-ERROR
116793         GO TO 2450-EXIT
116794     END-IF.
116795     ADD 1 TO WS-REV-APPLIED-COUNT.
116796     ADD 1 TO WS-RVD-ITEMS (RVD-IX).
116797     ADD WS-REV-AMOUNT TO WS-RVD-AMOUNT (RVD-IX).
116798     IF WS-REV-CUT-BREACH
116799         ADD 1 TO WS-RVD-BREACHES (RVD-IX)
116800     END-IF.
116801 2450-EXIT.
116802     EXIT.
116803 2455-FIND-REV-DATE.
116804     SET RVD-IX TO 1.
116805     SEARCH WS-RVD-ENTRY
116806         AT END
116807             DISPLAY 'DL100B0E-REVERSALS FOR MORE THAN '
116808                 WS-RVD-MAX ' BOOK DATES, RUN TERMINATED'
116809             MOVE 99 TO RETURN-CODE
116810             SET WS-FATAL-ERROR TO TRUE
116811         WHEN RVD-IX > WS-RVD-COUNT
116812             ADD 1 TO WS-RVD-COUNT
116813             MOVE WS-REV-BOOK-DATE TO WS-RVD-DATE (RVD-IX)
116814             MOVE ZERO TO WS-RVD-ITEMS (RVD-IX)
116815             MOVE ZERO TO WS-RVD-AMOUNT (RVD-IX)
116816             MOVE ZERO TO WS-RVD-BREACHES (RVD-IX)
116817             MOVE SPACE TO WS-RVD-CORR-SW (RVD-IX)
116818         WHEN WS-RVD-DATE (RVD-IX) = WS-REV-BOOK-DATE
116819             CONTINUE
116820     END-SEARCH.
116821 2455-EXIT.
116822     EXIT.
116823*----------------------------------------------------------------*
116824*  2460-WRITE-REV-AUDIT  --  LOG THE REVERSAL UNDER THIS RUN-ID  *
116825*  WITH THE BOOK DATE'S COUNTS AFTER THE BACK-OUT - ITS ADJUSTED *
116826*  COUNTS FOR A PRIOR-PERIOD ADJUSTMENT - AND THE AMOUNT TAKEN   *
116827*  OFF.                                                          *
116828*----------------------------------------------------------------*
116829 2460-WRITE-REV-AUDIT.
116830     PERFORM 0900-BUILD-TIMESTAMP THRU 0900-EXIT.
116831     MOVE WS-TIMESTAMP TO DL100AU-TS.
116832     MOVE WS-RUN-ID TO DL100AU-RUN-ID.
116833     SET DL100AU-EVT-REVERSAL TO TRUE.
116834     MOVE DL100TR-ITEM-ID TO DL100AU-ITEM-ID.
116835     IF WS-REV-PPA-APPLIED
116836         MOVE DL100CT-ADJ-AREA-1 TO DL100AU-AREA-1
116837         MOVE DL100CT-ADJ-AREA-2 TO DL100AU-AREA-2
116838     ELSE
116839         MOVE DL100CT-AREA-1 TO DL100AU-AREA-1
116840         MOVE DL100CT-AREA-2 TO DL100AU-AREA-2
116841     END-IF.
116842     MOVE WS-AUDIT-USER TO DL100AU-USER-ID.
116843     MOVE WS-REV-AMOUNT TO DL100AU-AMOUNT.
116844     WRITE DL100AU-RECORD.
116845     IF NOT WS-AUDITFILE-OK
116846         DISPLAY 'DL100B0E-AUDITFILE WRITE FAILED, STATUS '
116847             WS-AUDITFILE-STATUS
116848         MOVE 99 TO RETURN-CODE
116849         SET WS-FATAL-ERROR TO TRUE
116850     END-IF.
116851 2460-EXIT.
116852     EXIT.
116853*----------------------------------------------------------------*
116854*  2470-CHECK-REV-DAY  --  A REVERSAL IS LEFT ALONE WHEN ITS     *
116855*  BOOK DATE IS A BUCKET OF THIS RUN.  OTHERWISE THE BOOK DATE'S *
116856*  MONTH IS LOOKED UP ON PERCTL, AND WS-PC-PERIOD-CLOSED TELLS   *
116857*  2400 TO ADJUST THE DAY RATHER THAN CHANGE IT.                 *
116858*----------------------------------------------------------------*
116859 2470-CHECK-REV-DAY.
116860     PERFORM 2405-CHECK-DAY-IN-RUN THRU 2405-EXIT
116861         VARYING BKT-IX FROM 1 BY 1
116862         UNTIL BKT-IX > WS-BKT-COUNT
116863            OR WS-REV-DAY-IN-RUN.
116864     IF WS-REV-DAY-IN-RUN
116865         GO TO 2470-EXIT
116866     END-IF.
116867     MOVE WS-REV-BOOK-DATE TO WS-PC-DATE.
116869     PERFORM 7700-CHECK-PERIOD THRU 7700-EXIT.
116877 2470-EXIT.
116879     EXIT.
116880*----------------------------------------------------------------*
116881*  2475-CHECK-REV-RESTART  --  A REVERSAL ALREADY APPLIED UNDER  *
116882*  THIS RUN-ID WAS A PRIOR-PERIOD ADJUSTMENT IF ITS DAY IS NOW   *
116883*  ADJUSTED, AND IS REPORTED AS ONE.                             *
116884*----------------------------------------------------------------*
116885 2475-CHECK-REV-RESTART.
116886     MOVE WS-REV-BOOK-DATE TO DL100CT-RUN-DATE.
116887     READ CTRFILE
116888         INVALID KEY
116889             GO TO 2475-EXIT
116890     END-READ.
116891     IF WS-CTRFILE-OK AND DL100CT-ADJUSTED
116892         SET WS-REV-PPA-APPLIED TO TRUE
116893     END-IF.
116894 2475-EXIT.
116895     EXIT.
116896*----------------------------------------------------------------*
116897*  2480-ADJUST-REV-DAY  --  TAKE THE ITEM OFF A DAY OF A CLOSED  *
116898*  MONTH, OR ONE ALREADY ADJUSTED, THE WAY A DL100M PRIOR-PERIOD *
116899*  ADJUSTMENT DOES: THE DAY KEEPS ITS COUNTERS, AMOUNT AND SLOTS *
116900*  AS CLOSED, AND THE ITEM COMES OFF ITS ADJUSTMENT COUNTS -     *
116901*  STARTED FROM THE CLOSED COUNTS THE FIRST TIME - WITH THIS     *
116902*  RUN'S MONTH AS THE ADJUSTMENT PERIOD.  AS THE CLOSED CATEGORY *
116903*  SLOT IS NOT REDUCED, EVERY ITEM ALREADY TAKEN OFF THE DAY IS  *
116904*  COUNTED AGAINST IT, AND A BREACH COMES OFF ONLY WHILE WHAT IS *
116905*  LEFT OF THE SLOT STILL STANDS ABOVE THE THRESHOLD.            *
116906*----------------------------------------------------------------*
116907 2480-ADJUST-REV-DAY.
116908     IF DL100CT-NOT-ADJUSTED
116909         MOVE DL100CT-AREA-1 TO DL100CT-ADJ-AREA-1
116910         MOVE DL100CT-AREA-2 TO DL100CT-ADJ-AREA-2
116911     END-IF.
116912     MOVE ZERO TO WS-REV-CAT-SLOT.
116913     PERFORM 2415-FIND-CTR-CAT THRU 2415-EXIT
116914         VARYING WS-REV-SUB FROM 1 BY 1
116915         UNTIL WS-REV-SUB > WS-CAT-MAX
116916            OR WS-REV-CAT-SLOT > ZERO.
116917     IF WS-REV-CAT-SLOT > ZERO
116918      AND DL100CT-CAT-COUNT (WS-REV-CAT-SLOT) > ZERO
116919         PERFORM 2420-FIND-REV-LIMIT THRU 2420-EXIT
116920         IF WS-REV-CAT-LIVE
116921          AND DL100CT-CAT-COUNT (WS-REV-CAT-SLOT)
116922              + DL100CT-ADJ-AREA-1 > WS-REV-LIMIT + DL100CT-AREA-1
116923          AND DL100CT-ADJ-AREA-2 > ZERO
116924             SUBTRACT 1 FROM DL100CT-ADJ-AREA-2
116925             SET WS-REV-CUT-BREACH TO TRUE
116926         END-IF
116927     END-IF.
116928     IF DL100CT-ADJ-AREA-1 > ZERO
116929         SUBTRACT 1 FROM DL100CT-ADJ-AREA-1
116930     END-IF.
116931     SET DL100CT-ADJUSTED TO TRUE.
116932     MOVE WS-RUN-DATE TO WS-SUM-DATE.
116933     COMPUTE DL100CT-ADJ-PERIOD = WS-SUM-YYYY * 100 + WS-SUM-MM.
116934     PERFORM 0900-BUILD-TIMESTAMP THRU 0900-EXIT.
116935     MOVE WS-TIMESTAMP TO DL100CT-LAST-UPDATE-TS.
116936     MOVE 'BATCH   ' TO DL100CT-LAST-UPDATE-USER.
116937 2480-EXIT.
116938     EXIT.
116939*----------------------------------------------------------------*
116940*  2700-WRITE-AUDIT-EVENT  --  LOG ONE COUNTER EVENT TO THE      *
116941*  AUDIT TRAIL.  WS-AUDIT-EVENT AND WS-AUDIT-ITEM ARE SET BY     *
116942*  THE CALLER BEFORE THIS PARAGRAPH IS PERFORMED.                *
116943*----------------------------------------------------------------*
117000 2700-WRITE-AUDIT-EVENT.
117100     PERFORM 0900-BUILD-TIMESTAMP THRU 0900-EXIT.
117200     MOVE WS-TIMESTAMP TO DL100AU-TS.
117600     MOVE WS-AREA-1 TO DL100AU-AREA-1.
117700     MOVE WS-AREA-2 TO DL100AU-AREA-2.
117800     MOVE WS-AUDIT-USER TO DL100AU-USER-ID.
117850     MOVE ZERO TO DL100AU-AMOUNT.
117900     WRITE DL100AU-RECORD.
118000     IF NOT WS-AUDITFILE-OK
118100         DISPLAY 'DL100B0E-AUDITFILE WRITE FAILED, STATUS '
126730     PERFORM 2865-MOVE-ONE-CTR-CAT THRU 2865-EXIT
126740         VARYING WS-CAT-SUB FROM 1 BY 1
126750         UNTIL WS-CAT-SUB > WS-CAT-MAX.
126760     MOVE WS-BKT-SRC-USED (BKT-IX) TO DL100CT-SRC-USED.
126770     PERFORM 2866-MOVE-ONE-CTR-SRC THRU 2866-EXIT
126780         VARYING WS-SRC-SUB FROM 1 BY 1
126790         UNTIL WS-SRC-SUB > WS-SRC-MAX.
126800     PERFORM 0900-BUILD-TIMESTAMP THRU 0900-EXIT.
126900     MOVE WS-TIMESTAMP TO DL100CT-LAST-UPDATE-TS.
127000     MOVE 'BATCH   ' TO DL100CT-LAST-UPDATE-USER.
127010     MOVE WS-RUN-ID TO DL100CT-RUN-ID.
127100     IF WS-CTR-REC-NOTFOUND
127200         SET DL100CT-NOT-OVERRIDDEN TO TRUE
127210         SET DL100CT-NOT-FED TO TRUE
127220         SET DL100CT-NOT-ADJUSTED TO TRUE
127230         MOVE ZERO TO DL100CT-ADJ-AREA-1
127240         MOVE ZERO TO DL100CT-ADJ-AREA-2
127250         MOVE ZERO TO DL100CT-ADJ-PERIOD
127300         WRITE DL100CT-RECORD
127400     ELSE
127500         REWRITE DL100CT-RECORD
128494         TO DL100CT-CAT-AMT (WS-CAT-SUB).
128496 2865-EXIT.
128498     EXIT.
128502*----------------------------------------------------------------*
128506*  2866-MOVE-ONE-CTR-SRC  --  ONE SOURCE SLOT FROM THE BUCKET TO *
128510*  THE COUNTER RECORD; SLOTS PAST THOSE USED ARE CLEARED.        *
128514*----------------------------------------------------------------*
128518 2866-MOVE-ONE-CTR-SRC.
128522     IF WS-SRC-SUB > WS-BKT-SRC-USED (BKT-IX)
128526         MOVE SPACES TO DL100CT-SRC-ID (WS-SRC-SUB)
128530         MOVE ZERO TO DL100CT-SRC-COUNT (WS-SRC-SUB)
128534         MOVE ZERO TO DL100CT-SRC-AMT (WS-SRC-SUB)
128538         GO TO 2866-EXIT
128542     END-IF.
128546     MOVE WS-BKT-SRC-ID (BKT-IX, WS-SRC-SUB)
128550         TO DL100CT-SRC-ID (WS-SRC-SUB).
128554     MOVE WS-BKT-SRC-COUNT (BKT-IX, WS-SRC-SUB)
128558         TO DL100CT-SRC-COUNT (WS-SRC-SUB).
128562     MOVE WS-BKT-SRC-AMT (BKT-IX, WS-SRC-SUB)
128566         TO DL100CT-SRC-AMT (WS-SRC-SUB).
128570 2866-EXIT.
128574     EXIT.
128578*----------------------------------------------------------------*
128600*  2900-READ-TRANFILE  --  GET NEXT TRANSACTION, SET EOF SWITCH. *
128610*  THE DL100HD HDR/TRL CONTROL RECORDS ARE CAPTURED FOR THE      *
128620*  RECONCILIATION SECTION AND SKIPPED, SO ONLY DATA RECORDS      *
130160         MOVE DL100HD-SOURCE-ID TO WS-DECL-SOURCE
130162         GO TO 2900-READ-TRANFILE
130164     END-IF.
130165     IF DL100HD-TRAILER
130166         SET WS-DECL-TRL-SEEN TO TRUE
130167         ADD 1 TO WS-DECL-SEG-COUNT
130168         IF DL100HD-REC-COUNT NUMERIC
130169             ADD DL100HD-REC-COUNT TO WS-DECL-REC-COUNT
130170         END-IF
130171         IF DL100HD-AMOUNT NUMERIC
130172             ADD DL100HD-AMOUNT TO WS-DECL-AMOUNT
130173         END-IF
130174         GO TO 2900-READ-TRANFILE
130175     END-IF.
130186     PERFORM 2950-COUNT-INPUT-REC THRU 2950-EXIT.
130200 2900-EXIT.
130300     EXIT.
132296 7200-EXIT.
132297     EXIT.
132300*----------------------------------------------------------------*
132303*  7600-CHECK-BUS-DAY  --  IS WS-BC-DATE A BUSINESS DAY?  A DATE *
132306*  NOT ON BUSCAL IS.  A READ ERROR DROPS THE CALENDAR FOR THE    *
132309*  REST OF THE RUN WITH A WARNING INSTEAD OF STOPPING THE RUN.   *
132312*----------------------------------------------------------------*
132315 7600-CHECK-BUS-DAY.
132318     SET WS-BUS-DAY TO TRUE.
132321     IF WS-BUSCAL-NOT-AVAIL
132324         GO TO 7600-EXIT
132327     END-IF.
132330     MOVE WS-BC-DATE TO DL100BC-CAL-DATE.
132333     READ BUSCAL
132336         INVALID KEY
132339             CONTINUE
132342     END-READ.
132345     IF WS-BUSCAL-NOTFOUND
132348         GO TO 7600-EXIT
132351     END-IF.
132354     IF NOT WS-BUSCAL-OK
132357         DISPLAY 'DL100B0W-BUSCAL READ ERROR, STATUS '
132360             WS-BUSCAL-STATUS ', CALENDAR DROPPED'
132363         SET WS-BUSCAL-NOT-AVAIL TO TRUE
132366         CLOSE BUSCAL
132369         GO TO 7600-EXIT
132372     END-IF.
132375     IF DL100BC-NON-BUSINESS
132378         SET WS-NON-BUS-DAY TO TRUE
132381     END-IF.
132384 7600-EXIT.
132387     EXIT.
132390*----------------------------------------------------------------*
132393*  7700-CHECK-PERIOD  --  LOOK UP THE MONTH OF WS-PC-DATE ON     *
132396*  PERCTL.  SETS WS-PC-PERIOD-CLOSED WHEN IT IS CLOSED.          *
132399*----------------------------------------------------------------*
132402 7700-CHECK-PERIOD.
132405     SET WS-PC-PERIOD-OPEN TO TRUE.
132408     IF WS-PERCTL-NOT-AVAIL
132411         GO TO 7700-EXIT
132414     END-IF.
132417     MOVE WS-PC-MONTH TO DL100PC-PERIOD.
132420     READ PERCTL
132423         INVALID KEY
132426             GO TO 7700-EXIT
132429     END-READ.
132432     IF NOT WS-PERCTL-OK
132435         DISPLAY 'DL100B0E-PERCTL READ ERROR, STATUS '
132438             WS-PERCTL-STATUS
132441         MOVE 99 TO RETURN-CODE
132444         SET WS-FATAL-ERROR TO TRUE
132447         GO TO 7700-EXIT
132450     END-IF.
132453     IF DL100PC-CLOSED
132456         SET WS-PC-PERIOD-CLOSED TO TRUE
132459     END-IF.
132462 7700-EXIT.
132465     EXIT.
132468*----------------------------------------------------------------*
132471*  8000-TERMINATE  --  PRODUCE THE REPORT AND CLOSE ALL FILES    *
132500*----------------------------------------------------------------*
132600 8000-TERMINATE.
132700     PERFORM 8500-RECONCILE THRU 8500-EXIT.
132710     IF WS-LIVE-RUN AND NOT WS-RUN-REFUSED
132720      AND WS-NO-FATAL-ERROR AND NOT WS-OVERFLOW-OCCURRED
132730         PERFORM 8800-SEND-REV-CORRECTIONS THRU 8800-EXIT
132740     END-IF.
132800     OPEN OUTPUT RPTFILE.
132900     IF NOT WS-RPTFILE-OK
133000         DISPLAY 'DL100B0E-RPTFILE OPEN FAILED, STATUS '
134200     IF WS-RPTFILE-OK
134300         PERFORM 8270-WRITE-DATE-SECTIONS THRU 8270-EXIT
134400     END-IF.
134410     IF WS-RPTFILE-OK
134420         PERFORM 8360-WRITE-REVERSALS THRU 8360-EXIT
134430     END-IF.
134500     IF WS-RPTFILE-OK
134600         PERFORM 8300-WRITE-STATUS THRU 8300-EXIT
134700     END-IF.
137600         CLOSE STATFILE
137700         CLOSE ALERTFILE
137800         CLOSE RUNCFILE
137810         CLOSE ITEMHIST
137900     END-IF.
137910     IF WS-BUSCAL-AVAIL
137920         CLOSE BUSCAL
137930     END-IF.
137940     IF WS-PERCTL-AVAIL
137950         CLOSE PERCTL
137960     END-IF.
138000     IF WS-RUN-REFUSED
138010         DISPLAY 'DL100B0E-RUN REFUSED BY THE RUN-CONTROL '
138020             'CALENDAR OR A CLOSED PERIOD, NOTHING WAS BOOKED'
138300     ELSE
138400     IF WS-FATAL-ERROR
138500         DISPLAY 'DL100B0E-RUN ENDED WITH A FILE ERROR, SEE '
141000         DISPLAY 'DL100B0E-RPTFILE WRITE FAILED, STATUS '
141100             WS-RPTFILE-STATUS
141200         MOVE 99 TO RETURN-CODE
141210         GO TO 8100-EXIT
141300     END-IF.
141307     IF WS-RUN-ON-NON-BUS-DAY
141314         MOVE SPACES TO DL100RP-LINE
141321         MOVE ' ' TO DL100RP-CC
141328         MOVE 'RUN DATE IS NOT A BUSINESS DAY' TO DL100RP-TITLE
141335         MOVE WS-RUN-DATE TO DL100RP-RUN-DATE
141342         MOVE WS-RUN-DAY-DESC TO DL100RP-STATUS-TEXT
141349         WRITE DL100RP-LINE
141356         IF NOT WS-RPTFILE-OK
141363             DISPLAY 'DL100B0E-RPTFILE WRITE FAILED, STATUS '
141370                 WS-RPTFILE-STATUS
141377             MOVE 99 TO RETURN-CODE
141384         END-IF
141391     END-IF.
141400 8100-EXIT.
141500     EXIT.
141600*----------------------------------------------------------------*
152500     MOVE WS-CAT-CODE (WS-CAT-SUB) TO DL100RP-CAT-CODE.
152600     MOVE WS-BKT-CAT-COUNT (BKT-IX, WS-CAT-SUB)
152700         TO DL100RP-CAT-COUNT-ED.
152800     MOVE WS-BKT-CAT-THRESHOLD (BKT-IX, WS-CAT-SUB)
152900         TO DL100RP-CAT-THRESH-ED.
153000     MOVE WS-BKT-CAT-BREACHES (BKT-IX, WS-CAT-SUB)
153100         TO DL100RP-CAT-BREACH-ED.
153400     ELSE
153500         MOVE 'WITHIN LIMIT' TO DL100RP-CAT-STATUS
153600     END-IF.
153610     IF WS-BKT-CAT-LIVE-SW (BKT-IX, WS-CAT-SUB) NOT = 'Y'
153620         MOVE 'NOT IN EFFECT' TO DL100RP-CAT-STATUS
153630     END-IF.
153700     WRITE DL100RP-CAT-LINE.
153800     IF NOT WS-RPTFILE-OK
153900         DISPLAY 'DL100B0E-RPTFILE WRITE FAILED, STATUS '
161900     EXIT.
162000*----------------------------------------------------------------*
162100*  8350-WRITE-RECON  --  RECONCILIATION RESULT LINE, FOLLOWED    *
162110*  BY THE SENDERS' DECLARED COUNT AND DOLLARS, ADDED OVER ALL    *
162120*  THE SENDER SEGMENTS.  THE DECLARED FIGURES ARE INFORMATION    *
162160*  ONLY: THIS RUN READS DL100E'S CLEANFILE, SO REJECTS THE       *
162170*  EDIT REMOVED ARE IN THE DECLARED COUNT AND DL100R             *
162180*  RESUBMISSIONS IT MERGED IN NEVER WERE - THE REAL BALANCE      *
162190*  AGAINST THE RAW FEED IS ENFORCED BY DL100E WITH RC 8.         *
162200*----------------------------------------------------------------*
163610     MOVE SPACES TO DL100RP-LINE.
163615     MOVE ' ' TO DL100RP-CC.
163620     IF WS-DECL-TRL-SEEN
163621         IF WS-DECL-SEG-COUNT > 1
163622             MOVE 'SENDERS DECLARED, ALL SEGMENTS'
163623                 TO DL100RP-TITLE
163624         ELSE
163625             MOVE 'SENDER DECLARED COUNT AND DOLLARS'
163626                 TO DL100RP-TITLE
163627         END-IF
163635         MOVE WS-DECL-REC-COUNT TO DL100RP-DECL-CNT-ED
163640         MOVE WS-DECL-AMOUNT TO DL100RP-AMT-ED
163645         MOVE 'BALANCED BY DL100E' TO DL100RP-RECON-TEXT
163700 8350-EXIT.
163800     EXIT.
163900*----------------------------------------------------------------*
163901*  8360-WRITE-REVERSALS  --  THE REVERSALS SECTION: ONE LINE PER *
163902*  REVERSAL READ WITH ITS BOOK DATE AND WHAT BECAME OF IT, THEN  *
163903*  ONE TOTAL LINE PER BOOK DATE BACKED OUT WITH THE BREACHES     *
163904*  REMOVED AND WHETHER A CORRECTION WENT DOWNSTREAM.             *
163905*----------------------------------------------------------------*
163906 8360-WRITE-REVERSALS.
163907     MOVE SPACES TO DL100RP-REV-LINE.
163908     MOVE ' ' TO DL100RP-REV-CC.
163909     MOVE 'REVERSALS' TO DL100RP-REV-LABEL.
163910     MOVE WS-REV-READ-COUNT TO DL100RP-REV-COUNT-ED.
163911     IF WS-REV-READ-COUNT = ZERO
163912         MOVE 'NONE ON THIS FEED' TO DL100RP-REV-STATUS
163913     ELSE
163914     IF WS-SIM-RUN
163915         MOVE 'SIMULATION - NONE APPLIED' TO DL100RP-REV-STATUS
163916     ELSE
163917         MOVE 'READ ON THIS FEED' TO DL100RP-REV-STATUS
163918     END-IF
163919     END-IF.
163920     PERFORM 8390-WRITE-REV-LINE THRU 8390-EXIT.
163921     IF WS-REV-READ-COUNT = ZERO OR NOT WS-RPTFILE-OK
163922         GO TO 8360-EXIT
163923     END-IF.
163924     PERFORM 8365-WRITE-ONE-REVERSAL THRU 8365-EXIT
163925         VARYING REV-IX FROM 1 BY 1
163926         UNTIL REV-IX > WS-REV-LISTED
163927            OR NOT WS-RPTFILE-OK.
163928     IF WS-REV-UNLISTED > ZERO AND WS-RPTFILE-OK
163929         MOVE SPACES TO DL100RP-REV-LINE
163930         MOVE ' ' TO DL100RP-REV-CC
163931         MOVE 'NOT LISTED' TO DL100RP-REV-LABEL
163932         MOVE WS-REV-UNLISTED TO DL100RP-REV-COUNT-ED
163933         MOVE 'FURTHER REVERSALS NOT LISTED' TO DL100RP-REV-STATUS
163934         PERFORM 8390-WRITE-REV-LINE THRU 8390-EXIT
163935     END-IF.
163936     PERFORM 8370-WRITE-ONE-REV-DATE THRU 8370-EXIT
163937         VARYING RVD-IX FROM 1 BY 1
163938         UNTIL RVD-IX > WS-RVD-COUNT
163939            OR NOT WS-RPTFILE-OK.
163940 8360-EXIT.
163941     EXIT.
163942 8365-WRITE-ONE-REVERSAL.
163943     MOVE SPACES TO DL100RP-REV-LINE.
163944     MOVE ' ' TO DL100RP-REV-CC.
163945     MOVE WS-REV-ITEM-ID (REV-IX) TO DL100RP-REV-LABEL.
163946     MOVE WS-REV-ITEM-DATE (REV-IX) TO WS-SUM-DATE.
163947     PERFORM 8380-EDIT-REV-DATE THRU 8380-EXIT.
163948     MOVE WS-REV-ITEM-CAT (REV-IX) TO DL100RP-REV-CAT.
163949     MOVE WS-REV-ITEM-AMOUNT (REV-IX) TO DL100RP-REV-AMT-ED.
163950     IF WS-REV-ITEM-CUT-SW (REV-IX) = 'Y'
163951         MOVE 1 TO DL100RP-REV-BREACH-ED
163952     END-IF.
163953     MOVE WS-REV-ITEM-STATUS (REV-IX) TO WS-REV-STATUS.
163954     EVALUATE TRUE
163955         WHEN WS-REV-APPLIED
163956             MOVE 'BACKED OUT' TO DL100RP-REV-STATUS
163957         WHEN WS-REV-SIMULATED
163958             MOVE 'SIMULATION - NOT APPLIED' TO DL100RP-REV-STATUS
163959         WHEN WS-REV-NOT-ON-HIST
163960             MOVE 'NOT ON ITEM HISTORY' TO DL100RP-REV-STATUS
163961         WHEN WS-REV-DONE-BEFORE
163962             MOVE 'ALREADY REVERSED EARLIER' TO DL100RP-REV-STATUS
163963         WHEN WS-REV-CTR-GONE
163964             MOVE 'NO COUNTER RECORD FOR DAY'
163966                 TO DL100RP-REV-STATUS
163968         WHEN WS-REV-CTR-OVERRIDDEN
163970             MOVE 'DAY OVERRIDDEN - NOT APPLIED'
163972                 TO DL100RP-REV-STATUS
163974         WHEN WS-REV-DAY-IN-RUN
163976             MOVE 'DAY IN THIS RUN - NOT APPLIED'
163978                 TO DL100RP-REV-STATUS
163979         WHEN WS-REV-PPA-APPLIED
163980             MOVE 'PRIOR-PERIOD ADJUSTMENT'
163981                 TO DL100RP-REV-STATUS
163982     END-EVALUATE.
163983     PERFORM 8390-WRITE-REV-LINE THRU 8390-EXIT.
163984 8365-EXIT.
163986     EXIT.
163988 8370-WRITE-ONE-REV-DATE.
163990     MOVE SPACES TO DL100RP-REV-LINE.
163992     MOVE ' ' TO DL100RP-REV-CC.
163994     MOVE 'DAY TOTAL' TO DL100RP-REV-LABEL.
163996     MOVE WS-RVD-DATE (RVD-IX) TO WS-SUM-DATE.
163998     PERFORM 8380-EDIT-REV-DATE THRU 8380-EXIT.
164000     MOVE WS-RVD-ITEMS (RVD-IX) TO DL100RP-REV-COUNT-ED.
164002     MOVE WS-RVD-BREACHES (RVD-IX) TO DL100RP-REV-BREACH-ED.
164004     MOVE WS-RVD-AMOUNT (RVD-IX) TO DL100RP-REV-AMT-ED.
164006     EVALUATE TRUE
164008         WHEN WS-RVD-CORR-SENT (RVD-IX)
164010             MOVE 'CORRECTION SENT DOWNSTREAM'
164012                 TO DL100RP-REV-STATUS
164014         WHEN WS-RVD-NOT-FED (RVD-IX)
164016             MOVE 'NOT YET FED - NO CORRECTION'
164018                 TO DL100RP-REV-STATUS
164020         WHEN WS-RVD-CORR-FAILED (RVD-IX)
164022             MOVE 'CORRECTION FAILED - SEE LOG'
164024                 TO DL100RP-REV-STATUS
164025         WHEN WS-RVD-PPA-SENT (RVD-IX)
164026             MOVE 'PRIOR-PERIOD ADJ - CORR SENT'
164027                 TO DL100RP-REV-STATUS
164028         WHEN WS-RVD-PPA-NOT-FED (RVD-IX)
164029             MOVE 'PRIOR-PERIOD ADJ - NOT FED'
164030                 TO DL100RP-REV-STATUS
164031         WHEN WS-RVD-CTR-GONE (RVD-IX)
164032             MOVE 'NO COUNTER RECORD FOR DAY'
164033                 TO DL100RP-REV-STATUS
164034         WHEN OTHER
164035             MOVE 'CORRECTION NOT SENT' TO DL100RP-REV-STATUS
164036     END-EVALUATE.
164038     PERFORM 8390-WRITE-REV-LINE THRU 8390-EXIT.
164040 8370-EXIT.
164042     EXIT.
164044 8380-EDIT-REV-DATE.
164046     STRING WS-SUM-MM   DELIMITED BY SIZE
164048            '/'         DELIMITED BY SIZE
164050            WS-SUM-DD   DELIMITED BY SIZE
164052            '/'         DELIMITED BY SIZE
164054            WS-SUM-YYYY DELIMITED BY SIZE
164056         INTO DL100RP-REV-DATE
164058     END-STRING.
164060 8380-EXIT.
164062     EXIT.
164064 8390-WRITE-REV-LINE.
164066     WRITE DL100RP-REV-LINE.
164068     IF NOT WS-RPTFILE-OK
164070         DISPLAY 'DL100B0E-RPTFILE WRITE FAILED, STATUS '
164072             WS-RPTFILE-STATUS
164074         MOVE 99 TO RETURN-CODE
164076     END-IF.
164078 8390-EXIT.
164080     EXIT.
164082*----------------------------------------------------------------*
164084*  8400-UPDATE-SUMMARY  --  ROLL WS-AREA-2 INTO THE MONTHLY AND  *
164100*  YEAR-TO-DATE BREACH TOTALS ON SUMFILE.                        *
164200*----------------------------------------------------------------*
164300 8400-UPDATE-SUMMARY.
170200     IF WS-SUM-REC-NOTFOUND
170300         MOVE ZERO TO DL100SM-BREACH-COUNT
170400         MOVE ZERO TO DL100SM-RUN-COUNT
170410         MOVE ZERO TO DL100SM-PPA-COUNT
170420         MOVE ZERO TO DL100SM-PPA-NET
170500     END-IF.
170600     ADD WS-SUM-BREACHES TO DL100SM-BREACH-COUNT.
170700     ADD 1 TO DL100SM-RUN-COUNT.
172300*----------------------------------------------------------------*
172400*  8500-RECONCILE  --  TIE WS-AREA-1 BACK TO THE INDEPENDENTLY   *
172500*  COUNTED NUMBER OF TRANFILE RECORDS READ, SO A SKIPPED OR      *
172510*  DOUBLE-READ RECORD DOES NOT GO UNNOTICED.  REVERSALS ARE READ *
172520*  BUT NOT COUNTED INTO WS-AREA-1, SO THEY ARE ADDED BACK HERE.  *
172700*----------------------------------------------------------------*
172800 8500-RECONCILE.
172810     IF WS-AREA-1 + WS-REV-READ-COUNT = WS-INPUT-REC-COUNT
173000         SET WS-RECON-MATCH TO TRUE
173100     ELSE
173200         SET WS-RECON-MISMATCH TO TRUE
173400         MOVE SPACES TO WS-AUDIT-ITEM
173500         PERFORM 2700-WRITE-AUDIT-EVENT THRU 2700-EXIT
173600         DISPLAY 'DL100B0W-RECONCILIATION MISMATCH, AREA-1= '
173610             WS-AREA-1 ' REVERSALS= ' WS-REV-READ-COUNT
173620             ' INPUT-COUNT= ' WS-INPUT-REC-COUNT
173800     END-IF.
173900 8500-EXIT.
174000     EXIT.
176100     MOVE WS-BKT-AREA-2 (BKT-IX) TO DL100EX-FINAL-AREA-2.
176150     MOVE WS-BKT-AMOUNT (BKT-IX) TO DL100EX-FINAL-AMOUNT.
176200     MOVE WS-THRESHOLD TO DL100EX-THRESHOLD-USED.
176210     SET DL100EX-ORIGINAL TO TRUE.
176220     MOVE ZERO TO DL100EX-CORR-DATE.
176230     MOVE ZERO TO DL100EX-PRIOR-AREA-2.
176240     MOVE ZERO TO DL100EX-ADJ-PERIOD.
176300     IF WS-BKT-AREA-2 (BKT-IX) > 0
176400         SET DL100EX-BREACH TO TRUE
176500     ELSE
177000         DISPLAY 'DL100B0E-EXCFILE WRITE FAILED, STATUS '
177100             WS-EXCFILE-STATUS
177200         MOVE 99 TO RETURN-CODE
177210     ELSE
177220         PERFORM 8615-MARK-CTR-FED THRU 8615-EXIT
177300     END-IF.
177400     IF WS-BKT-AREA-2 (BKT-IX) > 0
177500         PERFORM 8620-WRITE-STATUS-REC THRU 8620-EXIT
177600     END-IF.
177700 8610-EXIT.
177800     EXIT.
177803*----------------------------------------------------------------*
177806*  8615-MARK-CTR-FED  --  FLAG THE BUCKET'S COUNTER RECORD AS    *
177809*  FED DOWNSTREAM UNDER THIS RUN-ID.  DL100M CHECKS THE FLAG TO  *
177812*  DECIDE WHETHER AN OVERRIDE MUST GO OUT AS A CORRECTION.  AN   *
177815*  OVERRIDDEN RECORD IS FLAGGED TOO - THE FEED STILL WENT OUT.   *
177818*----------------------------------------------------------------*
177821 8615-MARK-CTR-FED.
177824     MOVE WS-BKT-DATE (BKT-IX) TO DL100CT-RUN-DATE.
177827     READ CTRFILE
177830         INVALID KEY
177833             DISPLAY 'DL100B0W-NO CTRFILE RECORD TO MARK FED FOR '
177836                 DL100CT-RUN-DATE
177839             GO TO 8615-EXIT
177842     END-READ.
177845     MOVE WS-RUN-ID TO DL100CT-RUN-ID.
177848     SET DL100CT-FED TO TRUE.
177851     REWRITE DL100CT-RECORD.
177854     IF NOT WS-CTRFILE-OK
177857         DISPLAY 'DL100B0E-CTRFILE WRITE FAILED, STATUS '
177860             WS-CTRFILE-STATUS
177863         MOVE 99 TO RETURN-CODE
177866         SET WS-FATAL-ERROR TO TRUE
177869     END-IF.
177872 8615-EXIT.
177875     EXIT.
177900*----------------------------------------------------------------*
178000*  8620-WRITE-STATUS-REC  --  OPEN A WORK-STATUS RECORD FOR A    *
178100*  BREACH FEED JUST SENT, SO DL100K CAN TRACK THE DOWNSTREAM     *
180400 8620-EXIT.
180500     EXIT.
180505*----------------------------------------------------------------*
180506*  8800-SEND-REV-CORRECTIONS  --  EVERY BOOK DATE TONIGHT'S      *
180507*  REVERSALS BACKED OUT THAT HAS ALREADY GONE DOWNSTREAM GETS AN *
180508*  EXCFILE CORRECTION UNDER ITS ORIGINAL FEED DATE AND RUN-ID,   *
180509*  THE WAY A DL100M OVERRIDE DOES.  WHERE BREACHES CAME OFF, THE *
180510*  STATFILE ENTRY AND THE SUMFILE MONTH AND YTD ROLLUPS ARE      *
180511*  BROUGHT INTO LINE TOO.  A DAY NOT YET FED NEEDS NOTHING - ITS *
180512*  COUNTER RECORD ALREADY SHOWS THE REVERSED FIGURES.  A DAY     *
180513*  ADJUSTED BY 2480 IS CORRECTED WITH ITS ADJUSTED COUNTS, AND   *
180514*  8850 POSTS ITS BREACHES TO THIS MONTH AS A PRIOR-PERIOD       *
180515*  ADJUSTMENT, FED OR NOT.                                       *
180516*----------------------------------------------------------------*
180517 8800-SEND-REV-CORRECTIONS.
180518     IF WS-RVD-COUNT = ZERO
180519         GO TO 8800-EXIT
180520     END-IF.
180521     OPEN I-O SUMFILE.
180522     IF WS-SUMFILE-OK
180523         SET WS-REV-SUM-OPEN TO TRUE
180524     ELSE
180525         DISPLAY 'DL100B0E-SUMFILE OPEN FAILED, STATUS '
180526             WS-SUMFILE-STATUS ', REVERSAL ROLLUPS NOT CORRECTED'
180527         MOVE 99 TO RETURN-CODE
180528     END-IF.
180529     PERFORM 8810-CORRECT-ONE-DATE THRU 8810-EXIT
180530         VARYING RVD-IX FROM 1 BY 1
180531         UNTIL RVD-IX > WS-RVD-COUNT.
180532     IF WS-REV-SUM-OPEN
180533         CLOSE SUMFILE
180534         MOVE 'N' TO WS-REV-SUM-OPEN-SW
180535     END-IF.
180536 8800-EXIT.
180537     EXIT.
180538 8810-CORRECT-ONE-DATE.
180539     MOVE WS-RVD-DATE (RVD-IX) TO DL100CT-RUN-DATE.
180540     READ CTRFILE
180541         INVALID KEY
180542             SET WS-RVD-CTR-GONE (RVD-IX) TO TRUE
180543             GO TO 8810-EXIT
180544     END-READ.
180545     IF DL100CT-ADJUSTED
180546         MOVE DL100CT-ADJ-AREA-1 TO WS-RVD-AREA-1
180547         MOVE DL100CT-ADJ-AREA-2 TO WS-RVD-AREA-2
180548         MOVE DL100CT-ADJ-PERIOD TO WS-RVD-ADJ-PERIOD
180549         PERFORM 8850-POST-REV-PPA THRU 8850-EXIT
180550     ELSE
180551         MOVE DL100CT-AREA-1 TO WS-RVD-AREA-1
180552         MOVE DL100CT-AREA-2 TO WS-RVD-AREA-2
180553         MOVE ZERO TO WS-RVD-ADJ-PERIOD
180554     END-IF.
180555     IF DL100CT-NOT-FED
180556         IF DL100CT-ADJUSTED
180557             SET WS-RVD-PPA-NOT-FED (RVD-IX) TO TRUE
180558         ELSE
180559             SET WS-RVD-NOT-FED (RVD-IX) TO TRUE
180560         END-IF
180561         GO TO 8810-EXIT
180562     END-IF.
180563     COMPUTE WS-REV-PRIOR-AREA-2 =
180564         WS-RVD-AREA-2 + WS-RVD-BREACHES (RVD-IX).
180565     MOVE DL100CT-RUN-DATE TO DL100EX-FEED-DATE.
180566     MOVE DL100CT-RUN-ID TO DL100EX-RUN-ID.
180567     MOVE 'DL100B' TO DL100EX-SYSTEM-ID.
180568     MOVE WS-RVD-AREA-1 TO DL100EX-FINAL-AREA-1.
180569     MOVE WS-RVD-AREA-2 TO DL100EX-FINAL-AREA-2.
180570     MOVE DL100CT-THRESHOLD TO DL100EX-THRESHOLD-USED.
180571     MOVE DL100CT-AMOUNT TO DL100EX-FINAL-AMOUNT.
180572     IF WS-RVD-AREA-2 > 0
180573         SET DL100EX-BREACH TO TRUE
180574     ELSE
180575         SET DL100EX-NO-BREACH TO TRUE
180576     END-IF.
180577     SET DL100EX-CORRECTION TO TRUE.
180578     MOVE WS-RUN-DATE TO DL100EX-CORR-DATE.
180579     MOVE WS-REV-PRIOR-AREA-2 TO DL100EX-PRIOR-AREA-2.
180580     MOVE WS-RVD-ADJ-PERIOD TO DL100EX-ADJ-PERIOD.
180581     WRITE DL100EX-RECORD.
180582     IF NOT WS-EXCFILE-OK
180583         DISPLAY 'DL100B0E-EXCFILE WRITE FAILED, STATUS '
180584             WS-EXCFILE-STATUS ', NO CORRECTION FOR '
180585             DL100CT-RUN-DATE
180586         MOVE 99 TO RETURN-CODE
180587         SET WS-RVD-CORR-FAILED (RVD-IX) TO TRUE
180588         GO TO 8810-EXIT
180589     END-IF.
180590     IF DL100CT-ADJUSTED
180591         SET WS-RVD-PPA-SENT (RVD-IX) TO TRUE
180592     ELSE
180593         SET WS-RVD-CORR-SENT (RVD-IX) TO TRUE
180594     END-IF.
180595     IF WS-RVD-BREACHES (RVD-IX) > ZERO
180596         PERFORM 8820-UPDATE-REV-STATUS THRU 8820-EXIT
180597         IF WS-REV-SUM-OPEN AND DL100CT-NOT-ADJUSTED
180598             MOVE DL100CT-RUN-DATE TO WS-SUM-DATE
180599             COMPUTE DL100SM-KEY = WS-SUM-YYYY * 100 + WS-SUM-MM
180600             PERFORM 8830-APPLY-REV-SUM-DIFF THRU 8830-EXIT
180601             COMPUTE DL100SM-KEY = WS-SUM-YYYY * 100
180602             PERFORM 8830-APPLY-REV-SUM-DIFF THRU 8830-EXIT
180603         END-IF
180604     END-IF.
180605     PERFORM 8840-WRITE-REV-CORR-AUDIT THRU 8840-EXIT.
180606 8810-EXIT.
180607     EXIT.
180608*----------------------------------------------------------------*
180609*  8820-UPDATE-REV-STATUS  --  THE DAY'S BREACH WORK-STATUS      *
180610*  RECORD: WITHDRAWN IF NO BREACHES ARE LEFT, OTHERWISE REOPENED *
180611*  AT SENT WITH THE LOWER COUNT.  NO RECORD MEANS THE DAY HAS    *
180612*  AGED OFF STATFILE AND THERE IS NOTHING TO BRING INTO LINE.    *
180613*----------------------------------------------------------------*
180614 8820-UPDATE-REV-STATUS.
180615     MOVE DL100CT-RUN-DATE TO DL100ST-FEED-DATE.
180616     MOVE DL100CT-RUN-ID TO DL100ST-RUN-ID.
180617     READ STATFILE
180618         INVALID KEY
180619             GO TO 8820-EXIT
180620     END-READ.
180621     IF WS-RVD-AREA-2 = 0
180622         SET DL100ST-WITHDRAWN TO TRUE
180623         MOVE WS-RUN-DATE TO DL100ST-RES-DATE
180624     ELSE
180625         SET DL100ST-SENT TO TRUE
180626         MOVE WS-RUN-DATE TO DL100ST-SENT-DATE
180627         MOVE ZERO TO DL100ST-ACK-DATE
180628         MOVE ZERO TO DL100ST-RES-DATE
180629     END-IF.
180630     MOVE WS-RVD-AREA-2 TO DL100ST-AREA-2.
180631     REWRITE DL100ST-RECORD.
180632     IF NOT WS-STATFILE-OK
180633         DISPLAY 'DL100B0E-STATFILE WRITE FAILED, STATUS '
180634             WS-STATFILE-STATUS
180635         MOVE 99 TO RETURN-CODE
180636     END-IF.
180637 8820-EXIT.
180638     EXIT.
180639*----------------------------------------------------------------*
180640*  8830-APPLY-REV-SUM-DIFF  --  TAKE THE BREACHES REMOVED OFF    *
180641*  ONE SUMFILE RECORD, NEVER BELOW ZERO.  THE RUN COUNT IS LEFT  *
180642*  ALONE - NO NEW RUN WAS BOOKED FOR THE DAY.  FOR AN ADJUSTED   *
180643*  DAY THE ADJUSTMENT IS ALSO COUNTED IN PPA-COUNT AND PPA-NET,  *
180644*  AND A MONTH NOT YET ON FILE IS ADDED FOR IT.                  *
180645*----------------------------------------------------------------*
180646 8830-APPLY-REV-SUM-DIFF.
180647     READ SUMFILE
180648         INVALID KEY
180649             SET WS-SUM-REC-NOTFOUND TO TRUE
180650         NOT INVALID KEY
180651             SET WS-SUM-REC-FOUND TO TRUE
180652     END-READ.
180653     IF WS-SUM-REC-NOTFOUND
180654         IF DL100CT-NOT-ADJUSTED
180655             GO TO 8830-EXIT
180656         END-IF
180657         MOVE ZERO TO DL100SM-BREACH-COUNT
180658         MOVE ZERO TO DL100SM-RUN-COUNT
180659         MOVE ZERO TO DL100SM-LAST-RUN-DATE
180660         MOVE SPACES TO DL100SM-LAST-RUN-ID
180661         MOVE ZERO TO DL100SM-PPA-COUNT
180662         MOVE ZERO TO DL100SM-PPA-NET
180663     END-IF.
180664     IF DL100SM-BREACH-COUNT > WS-RVD-BREACHES (RVD-IX)
180665         SUBTRACT WS-RVD-BREACHES (RVD-IX)
180666             FROM DL100SM-BREACH-COUNT
180667     ELSE
180668         MOVE ZERO TO DL100SM-BREACH-COUNT
180669     END-IF.
180670     IF DL100CT-ADJUSTED
180671         IF DL100SM-PPA-COUNT NOT NUMERIC
180672          OR DL100SM-PPA-NET NOT NUMERIC
180673             MOVE ZERO TO DL100SM-PPA-COUNT
180674             MOVE ZERO TO DL100SM-PPA-NET
180675         END-IF
180676         ADD 1 TO DL100SM-PPA-COUNT
180677         SUBTRACT WS-RVD-BREACHES (RVD-IX) FROM DL100SM-PPA-NET
180678     END-IF.
180679     IF WS-SUM-REC-FOUND
180680         REWRITE DL100SM-RECORD
180681     ELSE
180682         WRITE DL100SM-RECORD
180683     END-IF.
180684     IF NOT WS-SUMFILE-OK
180685         DISPLAY 'DL100B0E-SUMFILE WRITE FAILED, STATUS '
180686             WS-SUMFILE-STATUS
180687         MOVE 99 TO RETURN-CODE
180688     END-IF.
180689 8830-EXIT.
180690     EXIT.
180691*----------------------------------------------------------------*
180692*  8840-WRITE-REV-CORR-AUDIT  --  LOG THE CORRECTION UNDER THE   *
180693*  ORIGINAL RUN-ID WITH THE BREACH COUNT IT REPLACED IN THE ITEM *
180694*  FIELD, AS DL100M LOGS AN OVERRIDE CORRECTION.                 *
180695*----------------------------------------------------------------*
180696 8840-WRITE-REV-CORR-AUDIT.
180697     PERFORM 0900-BUILD-TIMESTAMP THRU 0900-EXIT.
180698     MOVE WS-TIMESTAMP TO DL100AU-TS.
180699     MOVE DL100CT-RUN-ID TO DL100AU-RUN-ID.
180700     SET DL100AU-EVT-CORRECTION TO TRUE.
180701     MOVE WS-REV-PRIOR-AREA-2 TO DL100AU-ITEM-ID.
180702     MOVE WS-RVD-AREA-1 TO DL100AU-AREA-1.
180703     MOVE WS-RVD-AREA-2 TO DL100AU-AREA-2.
180704     MOVE 'BATCH   ' TO DL100AU-USER-ID.
180705     MOVE DL100CT-AMOUNT TO DL100AU-AMOUNT.
180706     WRITE DL100AU-RECORD.
180707     IF NOT WS-AUDITFILE-OK
180708         DISPLAY 'DL100B0E-AUDITFILE WRITE FAILED, STATUS '
180709             WS-AUDITFILE-STATUS
180710         MOVE 99 TO RETURN-CODE
180711     END-IF.
180712 8840-EXIT.
180713     EXIT.
180714*----------------------------------------------------------------*
180715*  8850-POST-REV-PPA  --  A DAY ADJUSTED BY 2480 IS LOGGED AS    *
180716*  PRIORADJ THE WAY DL100M LOGS AN ADJUSTMENT, AND THE BREACHES  *
180717*  ITS REVERSALS REMOVED COME OFF THE RUN DATE'S MONTH AND YTD   *
180718*  ROLLUPS AS A PRIOR-PERIOD ADJUSTMENT.  THE BOOK DATE'S OWN    *
180719*  MONTH IS CLOSED AND KEEPS ITS FIGURES.                        *
180720*----------------------------------------------------------------*
180721 8850-POST-REV-PPA.
180722     PERFORM 0900-BUILD-TIMESTAMP THRU 0900-EXIT.
180723     MOVE WS-TIMESTAMP TO DL100AU-TS.
180724     MOVE DL100CT-RUN-ID TO DL100AU-RUN-ID.
180725     SET DL100AU-EVT-PRIOR-ADJ TO TRUE.
180726     MOVE DL100CT-RUN-DATE TO DL100AU-ITEM-ID.
180727     MOVE WS-RVD-AREA-1 TO DL100AU-AREA-1.
180728     MOVE WS-RVD-AREA-2 TO DL100AU-AREA-2.
180729     MOVE 'BATCH   ' TO DL100AU-USER-ID.
180730     MOVE WS-RVD-ADJ-PERIOD TO DL100AU-AMOUNT.
180731     WRITE DL100AU-RECORD.
180732     IF NOT WS-AUDITFILE-OK
180733         DISPLAY 'DL100B0E-AUDITFILE WRITE FAILED, STATUS '
180734             WS-AUDITFILE-STATUS
180735         MOVE 99 TO RETURN-CODE
180736     END-IF.
180737     IF WS-RVD-BREACHES (RVD-IX) = ZERO OR NOT WS-REV-SUM-OPEN
180738         GO TO 8850-EXIT
180739     END-IF.
180740     MOVE WS-RUN-DATE TO WS-SUM-DATE.
180741     COMPUTE DL100SM-KEY = WS-SUM-YYYY * 100 + WS-SUM-MM.
180742     PERFORM 8830-APPLY-REV-SUM-DIFF THRU 8830-EXIT.
180743     COMPUTE DL100SM-KEY = WS-SUM-YYYY * 100.
180744     PERFORM 8830-APPLY-REV-SUM-DIFF THRU 8830-EXIT.
180745 8850-EXIT.
180746     EXIT.
180747*----------------------------------------------------------------*
180748*  8650-CHECK-LOW-VOLUME  --  COMPARE EACH BUCKET'S CATEGORY     *
180749*  COUNTS AGAINST THE SAME-WEEKDAY AVERAGE OF THE PRIOR FOUR     *
180750*  BUSINESS WEEKS' CTRFILE RECORDS - A PRIOR WEEK THAT FELL ON   *
180751*  A HOLIDAY IS PASSED OVER FOR THE WEEK BEFORE IT, SO A         *
180752*  HOLIDAY'S THIN FEED DOES NOT DRAG THE BASELINE DOWN, AND A    *
180753*  BUCKET DATED ON A NON-BUSINESS DAY IS NOT JUDGED AT ALL.      *
180754*  A CATEGORY AT ZERO AGAINST A NONZERO PATTERN RAISES A SEVERE  *
180755*  ALERT; ONE BELOW WS-LOW-PCT PERCENT OF ITS AVERAGE AN         *
180756*  INFORMATIONAL ONE.  FEWER THAN TWO WEEKS OF HISTORY LEAVES    *
180757*  THE CATEGORY UNJUDGED, SO A NEW FEED DOES NOT PAGE THE        *
180758*  OPERATOR EVERY NIGHT OF ITS FIRST WEEK.                       *
180759*----------------------------------------------------------------*
180760 8650-CHECK-LOW-VOLUME.
180761     PERFORM 8660-CHECK-ONE-BUCKET THRU 8660-EXIT
180762         VARYING BKT-IX FROM 1 BY 1
180763         UNTIL BKT-IX > WS-BKT-COUNT.
180764 8650-EXIT.
180765     EXIT.
180766 8660-CHECK-ONE-BUCKET.
180767     MOVE WS-BKT-DATE (BKT-IX) TO WS-BC-DATE.
180768     PERFORM 7600-CHECK-BUS-DAY THRU 7600-EXIT.
180769     IF WS-NON-BUS-DAY
180770         GO TO 8660-EXIT
180771     END-IF.
180772     PERFORM 8670-CHECK-ONE-CAT-VOLUME THRU 8670-EXIT
180773         VARYING WS-CAT-SUB FROM 1 BY 1
180774         UNTIL WS-CAT-SUB > WS-CAT-USED.
180775 8660-EXIT.
180776     EXIT.
180777 8670-CHECK-ONE-CAT-VOLUME.
180778     MOVE ZERO TO WS-HIST-SAMPLES.
180779     MOVE ZERO TO WS-HIST-TOTAL.
180780     MOVE WS-BKT-DATE (BKT-IX) TO WS-WORK-DATE.
180781     MOVE ZERO TO WS-HIST-WEEKS.
180782     MOVE ZERO TO WS-HIST-TRIES.
180783     PERFORM 8680-READ-HIST-CTR THRU 8680-EXIT
180784         UNTIL WS-HIST-WEEKS >= 4
180785            OR WS-HIST-TRIES >= 8.
180786     IF WS-HIST-SAMPLES < 2
180787      OR WS-BKT-CAT-LIVE-SW (BKT-IX, WS-CAT-SUB) NOT = 'Y'
180788         GO TO 8670-EXIT
180789     END-IF.
180790     COMPUTE WS-HIST-AVG = WS-HIST-TOTAL / WS-HIST-SAMPLES.
180791     COMPUTE WS-LOW-FLOOR = (WS-HIST-AVG * WS-LOW-PCT) / 100
180792         ON SIZE ERROR
180793             MOVE ZERO TO WS-LOW-FLOOR
180794     END-COMPUTE.
180795     IF WS-BKT-CAT-COUNT (BKT-IX, WS-CAT-SUB) = ZERO
180796      AND WS-HIST-AVG > ZERO
180797         MOVE 'SEVR' TO WS-ALERT-SEVERITY
180798         MOVE 'CATEGORY FEED MISSING TODAY' TO WS-ALERT-TEXT
180799         PERFORM 8690-RAISE-LOW-ALERT THRU 8690-EXIT
180800         GO TO 8670-EXIT
180801     END-IF.
180802     IF WS-BKT-CAT-COUNT (BKT-IX, WS-CAT-SUB) < WS-LOW-FLOOR
180803         MOVE 'INFO' TO WS-ALERT-SEVERITY
180804         MOVE 'CATEGORY VOLUME BELOW NORMAL' TO WS-ALERT-TEXT
180805         PERFORM 8690-RAISE-LOW-ALERT THRU 8690-EXIT
180806     END-IF.
180807 8670-EXIT.
180808     EXIT.
180809*----------------------------------------------------------------*
180810*  8680-READ-HIST-CTR  --  STEP BACK ONE WEEK AND PICK UP THAT   *
180811*  DATE'S COUNT FOR THE CATEGORY IN WS-CAT-SUB, WHEN CTRFILE     *
180812*  STILL HAS THE RECORD.  A WEEK THAT LANDS ON A NON-BUSINESS    *
180813*  DAY DOES NOT COUNT TOWARD THE FOUR; THE WALK GIVES UP AFTER   *
180814*  EIGHT WEEKS BACK.                                             *
180815*----------------------------------------------------------------*
180816 8680-READ-HIST-CTR.
180817     PERFORM 7100-BACK-ONE-DAY THRU 7100-EXIT 7 TIMES.
180818     ADD 1 TO WS-HIST-TRIES.
180819     MOVE WS-WORK-DATE TO WS-BC-DATE.
180820     PERFORM 7600-CHECK-BUS-DAY THRU 7600-EXIT.
180821     IF WS-NON-BUS-DAY
180822         GO TO 8680-EXIT
180823     END-IF.
180824     ADD 1 TO WS-HIST-WEEKS.
180825     MOVE WS-WORK-DATE TO DL100CT-RUN-DATE.
180826     READ CTRFILE
180827         INVALID KEY
180828             GO TO 8680-EXIT
180829     END-READ.
180830     IF NOT WS-CTRFILE-OK
180831         GO TO 8680-EXIT
180832     END-IF.
180833     IF DL100CT-CAT-USED NOT NUMERIC
180834         GO TO 8680-EXIT
180835     END-IF.
180836     MOVE 'N' TO WS-HIST-FOUND-SW.
180837     PERFORM 8685-MATCH-HIST-CAT THRU 8685-EXIT
180838         VARYING WS-HIST-SUB FROM 1 BY 1
180839         UNTIL WS-HIST-SUB > DL100CT-CAT-USED
180840            OR WS-HIST-FOUND.
180841     IF WS-HIST-FOUND
180842         ADD 1 TO WS-HIST-SAMPLES
180843         ADD WS-HIST-CAT-COUNT TO WS-HIST-TOTAL
180844     END-IF.
180845 8680-EXIT.
180846     EXIT.
180847*----------------------------------------------------------------*
180848*  8685-MATCH-HIST-CAT  --  FIND THE CATEGORY IN WS-CAT-SUB ON   *
180849*  THE HISTORY RECORD'S OWN CATEGORY TABLE, SO A THRFILE         *
180850*  RESHUFFLE BETWEEN THEN AND NOW CANNOT CROSS THE COUNTS.       *
180851*----------------------------------------------------------------*
180852 8685-MATCH-HIST-CAT.
180853     IF DL100CT-CAT-CODE (WS-HIST-SUB) =
180854             WS-CAT-CODE (WS-CAT-SUB)
180855         MOVE DL100CT-CAT-COUNT (WS-HIST-SUB)
180856             TO WS-HIST-CAT-COUNT
180857         SET WS-HIST-FOUND TO TRUE
180858     END-IF.
180859 8685-EXIT.
180860     EXIT.
180861*----------------------------------------------------------------*
180862*  8690-RAISE-LOW-ALERT  --  ONE LOW-VOLUME ALERT FOR THE        *
180863*  BUCKET AND CATEGORY AT HAND.  SEVERITY AND TEXT ARE SET BY    *
180864*  THE CALLER; THE FLOOR GOES OUT AS THE LIMIT SO THE OPERATOR   *
180865*  SEES WHAT NORMAL WOULD HAVE BEEN.                             *
180866*----------------------------------------------------------------*
180867 8690-RAISE-LOW-ALERT.
180868     MOVE WS-CAT-CODE (WS-CAT-SUB) TO WS-ALERT-CATEGORY.
180869     MOVE WS-BKT-DATE (BKT-IX) TO WS-ALERT-DATE.
180870     MOVE WS-BKT-CAT-COUNT (BKT-IX, WS-CAT-SUB)
180871         TO WS-ALERT-COUNT.
180872     MOVE WS-LOW-FLOOR TO WS-ALERT-LIMIT.
180873     MOVE ZERO TO WS-ALERT-AMOUNT.
180874     MOVE ZERO TO WS-ALERT-AMT-LIMIT.
180875     PERFORM 2170-RAISE-ALERT THRU 2170-EXIT.
180876 8690-EXIT.
180877     EXIT.
180878*----------------------------------------------------------------*
180879*  8700-STAMP-RUN-COMPLETE  --  MARK THE BUSINESS DATE DONE ON   *
180880*  THE RUN-CONTROL CALENDAR.  A CATCH-UP RUN ALSO STAMPS EACH    *
180900*  ITEM DATE IT BOOKED, SO THE OUTAGE DAYS IT COVERED STOP       *
181000*  SHOWING AS GAPS ON THE DL100C REPORT.                         *
181100*----------------------------------------------------------------*
185600     END-IF.
185700 8760-EXIT.
185800     EXIT.
185810*----------------------------------------------------------------*
185820*  9500-START-STEP  --  CHECK THAT EVERY STEP DL100B DEPENDS ON  *
185830*  (THE DL100SD TABLE) COMPLETED ACCEPTABLY FOR THE BUSINESS     *
185840*  DATE, THEN LOG THIS STEP STARTED ON STEPLOG.  A FAILED CHECK  *
185850*  IS LOGGED REFUSED AND STOPS THE RUN WITH RC 8 BEFORE ANY      *
185860*  OTHER FILE IS TOUCHED; A STEPLOG THAT CANNOT BE OPENED, READ  *
185870*  OR WRITTEN STOPS IT WITH RC 99.                               *
185880*----------------------------------------------------------------*
185890 9500-START-STEP.
185900     MOVE 'DL100B' TO DL100SD-STEP-ID.
185910     OPEN I-O STEPLOG.
185920     IF NOT WS-STEPLOG-OK
185930         DISPLAY 'DL100B0E-STEPLOG OPEN FAILED, STATUS '
185940             WS-STEPLOG-STATUS
185950         MOVE 99 TO RETURN-CODE
185960         SET DL100SD-LOG-FAILED TO TRUE
185970         GO TO 9500-EXIT
185980     END-IF.
185981     PERFORM 9550-FIND-NIGHT THRU 9550-EXIT.
185982     IF NOT DL100SD-CLEARED
185983         CLOSE STEPLOG
185984         GO TO 9500-EXIT
185985     END-IF.
185990     PERFORM 9510-CHECK-PREDECESSOR THRU 9510-EXIT
186000         VARYING DL100SD-SUB FROM 1 BY 1
186010         UNTIL DL100SD-SUB > DL100SD-DEP-COUNT
186020            OR NOT DL100SD-CLEARED.
186030     IF DL100SD-LOG-FAILED
186040         CLOSE STEPLOG
186050         GO TO 9500-EXIT
186060     END-IF.
186070     PERFORM 9520-LOG-STARTED THRU 9520-EXIT.
186080     CLOSE STEPLOG.
186090     IF DL100SD-REFUSED
186100         DISPLAY 'DL100B0E-STEP REFUSED FOR ' DL100SD-BUS-DATE
186110             ', ' DL100SD-REASON
186120         MOVE 8 TO RETURN-CODE
186130     END-IF.
186140 9500-EXIT.
186150     EXIT.
186160*----------------------------------------------------------------*
186170*  9510-CHECK-PREDECESSOR  --  ONE DL100SD TABLE ENTRY; ONLY THE *
186180*  ENTRIES FOR THIS STEP COUNT.  THE PREDECESSOR'S STEPLOG       *
186190*  RECORD FOR THE BUSINESS DATE DECIDES.  A REQUIRED STEP MUST   *
186200*  HAVE ENDED WITH AN ACCEPTABLE RETURN CODE; ANY PREDECESSOR    *
186210*  STILL AT STARTED REFUSES THE STEP.                            *
186220*----------------------------------------------------------------*
186230 9510-CHECK-PREDECESSOR.
186240     IF DL100SD-DEP-STEP (DL100SD-SUB) NOT = DL100SD-STEP-ID
186250         GO TO 9510-EXIT
186260     END-IF.
186270     MOVE DL100SD-BUS-DATE TO DL100SL-BUS-DATE.
186280     MOVE DL100SD-DEP-PRED (DL100SD-SUB) TO DL100SL-STEP-ID.
186290     READ STEPLOG
186300         INVALID KEY
186310             SET DL100SD-NOT-FOUND TO TRUE
186320         NOT INVALID KEY
186330             SET DL100SD-FOUND TO TRUE
186340     END-READ.
186350     IF NOT WS-STEPLOG-OK AND NOT WS-STEPLOG-NOTFOUND
186360         DISPLAY 'DL100B0E-STEPLOG READ FAILED, STATUS '
186370             WS-STEPLOG-STATUS
186380         MOVE 99 TO RETURN-CODE
186390         SET DL100SD-LOG-FAILED TO TRUE
186400         GO TO 9510-EXIT
186410     END-IF.
186420     MOVE SPACES TO DL100SD-REASON.
186430     IF DL100SD-NOT-FOUND
186440         IF DL100SD-DEP-REQUIRED (DL100SD-SUB)
186450             STRING DL100SD-DEP-PRED (DL100SD-SUB)
186460                                     DELIMITED BY SPACE
186470                    ' HAS NOT RUN'   DELIMITED BY SIZE
186480                 INTO DL100SD-REASON
186490             END-STRING
186500             SET DL100SD-REFUSED TO TRUE
186510         END-IF
186520         GO TO 9510-EXIT
186530     END-IF.
186540     IF DL100SL-STARTED
186550         STRING DL100SD-DEP-PRED (DL100SD-SUB)
186560                                 DELIMITED BY SPACE
186570                ' STARTED BUT HAS NOT ENDED'
186580                                 DELIMITED BY SIZE
186590             INTO DL100SD-REASON
186600         END-STRING
186610         SET DL100SD-REFUSED TO TRUE
186620         GO TO 9510-EXIT
186630     END-IF.
186640     IF DL100SD-DEP-ENDED (DL100SD-SUB)
186650         GO TO 9510-EXIT
186660     END-IF.
186670     IF DL100SL-REFUSED
186680         STRING DL100SD-DEP-PRED (DL100SD-SUB)
186690                                 DELIMITED BY SPACE
186700                ' WAS REFUSED'   DELIMITED BY SIZE
186710             INTO DL100SD-REASON
186720         END-STRING
186730         SET DL100SD-REFUSED TO TRUE
186740         GO TO 9510-EXIT
186750     END-IF.
186760     IF DL100SL-RC > DL100SD-DEP-MAX-RC (DL100SD-SUB)
186770         MOVE DL100SL-RC TO DL100SD-RC-ED
186780         STRING DL100SD-DEP-PRED (DL100SD-SUB)
186790                                 DELIMITED BY SPACE
186800                ' ENDED RC '     DELIMITED BY SIZE
186810                DL100SD-RC-ED    DELIMITED BY SIZE
186820             INTO DL100SD-REASON
186830         END-STRING
186840         SET DL100SD-REFUSED TO TRUE
186850     END-IF.
186860 9510-EXIT.
186870     EXIT.
186880*----------------------------------------------------------------*
186890*  9520-LOG-STARTED  --  WRITE OR REWRITE THIS STEP'S STEPLOG    *
186900*  RECORD, STARTED OR, AFTER A FAILED CHECK, REFUSED.  A RERUN   *
186910*  OF A STEP LEFT AT STARTED KEEPS ITS FIRST START TIME.         *
186920*----------------------------------------------------------------*
186930 9520-LOG-STARTED.
186940     MOVE DL100SD-BUS-DATE TO DL100SL-BUS-DATE.
186950     MOVE DL100SD-STEP-ID TO DL100SL-STEP-ID.
186960     READ STEPLOG
186970         INVALID KEY
186980             SET DL100SD-NOT-FOUND TO TRUE
186990         NOT INVALID KEY
187000             SET DL100SD-FOUND TO TRUE
187010     END-READ.
187020     IF NOT WS-STEPLOG-OK AND NOT WS-STEPLOG-NOTFOUND
187030         DISPLAY 'DL100B0E-STEPLOG READ FAILED, STATUS '
187040             WS-STEPLOG-STATUS
187050         MOVE 99 TO RETURN-CODE
187060         SET DL100SD-LOG-FAILED TO TRUE
187070         GO TO 9520-EXIT
187080     END-IF.
187090     ACCEPT DL100SD-DATE FROM DATE YYYYMMDD.
187100     ACCEPT DL100SD-TIME FROM TIME.
187110     IF DL100SD-NOT-FOUND
187120         MOVE SPACES TO DL100SL-RECORD
187130         MOVE DL100SD-BUS-DATE TO DL100SL-BUS-DATE
187140         MOVE DL100SD-STEP-ID TO DL100SL-STEP-ID
187150         MOVE ZERO TO DL100SL-RUN-COUNT
187160     END-IF.
187170     IF DL100SD-NOT-FOUND
187180      OR NOT DL100SL-STARTED
187190      OR DL100SD-REFUSED
187200         MOVE DL100SD-DATE TO DL100SL-START-DATE
187210         MOVE DL100SD-TIME TO DL100SL-START-TIME
187220     END-IF.
187230     ADD 1 TO DL100SL-RUN-COUNT.
187240     MOVE ZERO TO DL100SL-END-DATE.
187250     MOVE ZERO TO DL100SL-END-TIME.
187260     MOVE ZERO TO DL100SL-ELAPSED-SECS.
187270     MOVE ZERO TO DL100SL-RC.
187280     MOVE ZERO TO DL100SL-READ-COUNT.
187290     MOVE ZERO TO DL100SL-WRITE-COUNT.
187300     MOVE SPACES TO DL100SL-REASON.
187310     IF DL100SD-REFUSED
187320         SET DL100SL-REFUSED TO TRUE
187330         MOVE DL100SL-START-DATE TO DL100SL-END-DATE
187340         MOVE DL100SL-START-TIME TO DL100SL-END-TIME
187350         MOVE 8 TO DL100SL-RC
187360         MOVE DL100SD-REASON TO DL100SL-REASON
187370     ELSE
187380         SET DL100SL-STARTED TO TRUE
187390     END-IF.
187400     IF DL100SD-FOUND
187410         REWRITE DL100SL-RECORD
187420     ELSE
187430         WRITE DL100SL-RECORD
187440     END-IF.
187450     IF NOT WS-STEPLOG-OK
187460         DISPLAY 'DL100B0E-STEPLOG WRITE FAILED, STATUS '
187470             WS-STEPLOG-STATUS
187480         MOVE 99 TO RETURN-CODE
187490         SET DL100SD-LOG-FAILED TO TRUE
187500         GO TO 9520-EXIT
187510     END-IF.
187520     IF DL100SD-CLEARED
187530         SET DL100SD-LOGGED TO TRUE
187540     END-IF.
187550 9520-EXIT.
187560     EXIT.
187561*----------------------------------------------------------------*
187562*  9550-FIND-NIGHT  --  DL100B FILES ITS STEPLOG ENTRY UNDER THE *
187563*  NIGHT DL100E LAST OPENED, NOT THE RUN DATE, SO A RUN THAT     *
187564*  STARTS AFTER MIDNIGHT STILL FINDS THAT NIGHT'S DL100E AND     *
187565*  LEAVES DL100K, DL100X AND DL100H A DL100B ENTRY TO FIND.  THE *
187566*  RUN DATE STILL GOVERNS EVERYTHING THE RUN BOOKS.              *
187567*----------------------------------------------------------------*
187568 9550-FIND-NIGHT.
187569     MOVE ZERO TO DL100SL-BUS-DATE.
187570     MOVE 'NIGHT' TO DL100SL-STEP-ID.
187571     READ STEPLOG
187572         INVALID KEY
187573             SET DL100SD-NOT-FOUND TO TRUE
187574         NOT INVALID KEY
187575             SET DL100SD-FOUND TO TRUE
187576     END-READ.
187577     IF NOT WS-STEPLOG-OK AND NOT WS-STEPLOG-NOTFOUND
187578         DISPLAY 'DL100B0E-STEPLOG READ FAILED, STATUS '
187579             WS-STEPLOG-STATUS
187580         MOVE 99 TO RETURN-CODE
187581         SET DL100SD-LOG-FAILED TO TRUE
187582         GO TO 9550-EXIT
187583     END-IF.
187584     IF DL100SD-NOT-FOUND
187585         DISPLAY 'DL100B0E-STEP REFUSED, NO NIGHT OPENED ON '
187586             'STEPLOG BY DL100E'
187587         MOVE 8 TO RETURN-CODE
187588         SET DL100SD-REFUSED TO TRUE
187589         GO TO 9550-EXIT
187590     END-IF.
187591     MOVE DL100SL-NIGHT-DATE TO DL100SD-BUS-DATE.
187592 9550-EXIT.
187593     EXIT.
187594*----------------------------------------------------------------*
187595*  9600-END-STEP  --  THE LAST ACT OF THE RUN.  REWRITE THE      *
187596*  STEPLOG RECORD ENDED WITH THE END TIME, THE ELAPSED SECONDS,  *
187600*  THE TRANFILE RECORDS READ, THE ITEMS COUNTED                  *
187610*  AND THE FINAL RETURN CODE.                                    *
187620*----------------------------------------------------------------*
187630 9600-END-STEP.
187640     MOVE WS-INPUT-REC-COUNT TO DL100SD-READ-COUNT.
187650     MOVE WS-AREA-1 TO DL100SD-WRITE-COUNT.
187660     OPEN I-O STEPLOG.
187670     IF NOT WS-STEPLOG-OK
187680         DISPLAY 'DL100B0E-STEPLOG OPEN FAILED, STATUS '
187690             WS-STEPLOG-STATUS ', STEP NOT LOGGED ENDED'
187700         MOVE 99 TO RETURN-CODE
187710         GO TO 9600-EXIT
187720     END-IF.
187730     MOVE DL100SD-BUS-DATE TO DL100SL-BUS-DATE.
187740     MOVE DL100SD-STEP-ID TO DL100SL-STEP-ID.
187750     READ STEPLOG.
187760     IF NOT WS-STEPLOG-OK
187770         DISPLAY 'DL100B0E-STEPLOG READ FAILED, STATUS '
187780             WS-STEPLOG-STATUS ', STEP NOT LOGGED ENDED'
187790         MOVE 99 TO RETURN-CODE
187800         CLOSE STEPLOG
187810         GO TO 9600-EXIT
187820     END-IF.
187830     MOVE DL100SL-START-TIME TO DL100SD-TIME.
187840     COMPUTE DL100SD-START-SECS = DL100SD-HH * 3600
187850         + DL100SD-MN * 60 + DL100SD-SS.
187860     ACCEPT DL100SD-DATE FROM DATE YYYYMMDD.
187870     ACCEPT DL100SD-TIME FROM TIME.
187880     COMPUTE DL100SD-END-SECS = DL100SD-HH * 3600
187890         + DL100SD-MN * 60 + DL100SD-SS.
187900     IF DL100SD-DATE > DL100SL-START-DATE
187910         ADD 86400 TO DL100SD-END-SECS
187920     END-IF.
187930     IF DL100SD-END-SECS < DL100SD-START-SECS
187940         MOVE ZERO TO DL100SL-ELAPSED-SECS
187950     ELSE
187960         COMPUTE DL100SL-ELAPSED-SECS =
187970             DL100SD-END-SECS - DL100SD-START-SECS
187980     END-IF.
187990     MOVE DL100SD-DATE TO DL100SL-END-DATE.
188000     MOVE DL100SD-TIME TO DL100SL-END-TIME.
188010     MOVE RETURN-CODE TO DL100SL-RC.
188020     MOVE DL100SD-READ-COUNT TO DL100SL-READ-COUNT.
188030     MOVE DL100SD-WRITE-COUNT TO DL100SL-WRITE-COUNT.
188040     SET DL100SL-ENDED TO TRUE.
188050     REWRITE DL100SL-RECORD.
188060     IF NOT WS-STEPLOG-OK
188070         DISPLAY 'DL100B0E-STEPLOG REWRITE FAILED, STATUS '
188080             WS-STEPLOG-STATUS ', STEP NOT LOGGED ENDED'
188090         MOVE 99 TO RETURN-CODE
188100     END-IF.
188110     CLOSE STEPLOG.
188120 9600-EXIT.
188130     EXIT.
