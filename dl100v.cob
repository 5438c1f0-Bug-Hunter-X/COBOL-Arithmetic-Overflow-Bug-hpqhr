000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.  DL100V.
000300 AUTHOR.  R HALLORAN.
000400 INSTALLATION.  DAILY PROCESSING CONTROL.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------*
000800*  DL100V IS THE PERIODIC INTEGRITY AUDIT OF THE DL100 FILES OF  *
000900*  RECORD.  IT LOADS THE DAILY COUNTER HISTORY - THE LIVE        *
001000*  CTRFILE AND THE CTRARCH GENERATIONS DL100H HAS ARCHIVED - AND *
001100*  CROSS-FOOTS SUMFILE AGAINST IT MONTH BY MONTH: EACH MONTH'S   *
001200*  BREACH COUNT MUST BE THE SUM OF ITS DAYS' AREA-2 AND ITS RUN  *
001300*  COUNT THE NUMBER OF ITS DAYS, AND EACH YEAR-TO-DATE RECORD    *
001400*  THE SUM OF ITS MONTHS.  IT THEN CHECKS THAT EVERY COMPLETED   *
001500*  RUNCFILE DATE HAS ITS CTRFILE DAY AND EVERY DAY ITS           *
001600*  COMPLETED DATE, AND THAT EVERY BREACHED DAY WAS FED ON        *
001700*  EXCFILE (OR ITS EXCARCH ARCHIVE) WITH THE DAY'S FIGURE AND    *
001800*  HAS A LIVE STATFILE ENTRY.  EVERY DISCREPANCY IS PRINTED ON   *
001900*  VERRPT.                                                       *
002000*  THE VERPARM CARD CAN ALSO ASK FOR A REBUILD: THE SUMFILE      *
002100*  MONTHS IN ITS RANGE, AND THE YEAR-TO-DATE RECORDS OF THEIR    *
002200*  YEARS, ARE SET FROM THE DAILY HISTORY WITH A BEFORE AND       *
002300*  AFTER LINE FOR EACH ONE AND A SUMREBUILD AUDITFILE EVENT FOR  *
002400*  EACH ONE CHANGED.  THE REBUILD IS REFUSED UNLESS THE CARD     *
002500*  CONFIRMS IT AND NAMES WHO AUTHORIZED IT, AND THE HISTORY IS   *
002600*  COMPLETE FOR THE RANGE.                                       *
002610*  A MONTH CLOSED ON PERCTL MUST STILL SHOW THE FIGURES DL100P   *
002620*  FROZEN AT THE CLOSE AND IS NEVER REBUILT.  A PRIOR-PERIOD     *
002630*  ADJUSTMENT COUNTS IN THE MONTH IT WAS POSTED IN (PPA-NET),    *
002640*  AND AN ADJUSTED DAY WAS FED WITH ITS ADJUSTED AREA-2.         *
002700*  RETURN CODE 4 MEANS A DISCREPANCY WAS FOUND OR A CHECK COULD  *
002800*  NOT BE MADE IN FULL; 8 MEANS THE REBUILD WAS REFUSED.         *
002900*----------------------------------------------------------------*
003000*  MODIFICATION HISTORY                                          *
003100*----------------------------------------------------------------*
003200*  2026-10-15  RCH  ORIGINAL PROGRAM.                            *
003210*  2026-10-15  RCH  MONTHS CLOSED ON PERCTL ARE CHECKED AGAINST  *
003220*                   THEIR FROZEN TOTALS AND LEFT OUT OF A        *
003230*                   REBUILD, WHICH IS REFUSED WITHOUT PERCTL.  A *
003240*                   MONTH'S BREACHES ARE ITS DAYS PLUS PPA-NET,  *
003250*                   AND AN ADJUSTED DAY'S FEED AND STATFILE      *
003260*                   FIGURE IS ITS ADJ-AREA-2.                    *
003300*----------------------------------------------------------------*
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER.  IBM-370.
003700 OBJECT-COMPUTER.  IBM-370.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT VERPARM  ASSIGN TO VERPARM
004100         ORGANIZATION IS SEQUENTIAL
004200         FILE STATUS IS WS-VERPARM-STATUS.
004300     SELECT CTRFILE  ASSIGN TO CTRFILE
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS DL100CT-RUN-DATE
004700         FILE STATUS IS WS-CTRFILE-STATUS.
004800     SELECT CTRARCH  ASSIGN TO CTRARCH
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS WS-CTRARCH-STATUS.
005100     SELECT SUMFILE  ASSIGN TO SUMFILE
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS DYNAMIC
005400         RECORD KEY IS DL100SM-KEY
005500         FILE STATUS IS WS-SUMFILE-STATUS.
005600     SELECT RUNCFILE  ASSIGN TO RUNCFILE
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS DYNAMIC
005900         RECORD KEY IS DL100RC-BUS-DATE
006000         FILE STATUS IS WS-RUNCFILE-STATUS.
006010     SELECT PERCTL  ASSIGN TO PERCTL
006020         ORGANIZATION IS INDEXED
006030         ACCESS MODE IS RANDOM
006040         RECORD KEY IS DL100PC-PERIOD
006050         FILE STATUS IS WS-PERCTL-STATUS.
006100     SELECT STATFILE  ASSIGN TO STATFILE
006200         ORGANIZATION IS INDEXED
006300         ACCESS MODE IS DYNAMIC
006400         RECORD KEY IS DL100ST-KEY
006500         FILE STATUS IS WS-STATFILE-STATUS.
006600     SELECT EXCFILE  ASSIGN TO EXCFILE
006700         ORGANIZATION IS SEQUENTIAL
006800         FILE STATUS IS WS-EXCFILE-STATUS.
006900     SELECT EXCARCH  ASSIGN TO EXCARCH
007000         ORGANIZATION IS SEQUENTIAL
007100         FILE STATUS IS WS-EXCARCH-STATUS.
007200     SELECT AUDITFILE  ASSIGN TO AUDITFILE
007300         ORGANIZATION IS SEQUENTIAL
007400         FILE STATUS IS WS-AUDITFILE-STATUS.
007500     SELECT VERRPT  ASSIGN TO VERRPT
007600         ORGANIZATION IS SEQUENTIAL
007700         FILE STATUS IS WS-VERRPT-STATUS.
007800 DATA DIVISION.
007900 FILE SECTION.
008000*----------------------------------------------------------------*
008100*  VERPARM  --  AUDIT / REBUILD CONTROL CARD                     *
008200*----------------------------------------------------------------*
008300 FD  VERPARM
008400     RECORDING MODE IS F
008500     LABEL RECORDS ARE STANDARD.
008600     COPY DL100VP.
008700*----------------------------------------------------------------*
008800*  CTRFILE  --  LIVE DAILY COUNTER RECORDS                       *
008900*----------------------------------------------------------------*
009000 FD  CTRFILE
009100     LABEL RECORDS ARE STANDARD.
009200     COPY DL100CT.
009300*----------------------------------------------------------------*
009400*  CTRARCH  --  COUNTER RECORDS DL100H ARCHIVED BEFORE DELETING  *
009500*  THEM FROM CTRFILE; THE JCL CONCATENATES THE GENERATIONS.      *
009600*  READ INTO THE CTRFILE RECORD AREA.                            *
009700*----------------------------------------------------------------*
009800 FD  CTRARCH
009900     RECORDING MODE IS F
010000     LABEL RECORDS ARE STANDARD.
010100 01  DL100V-CTRARCH-REC              PIC X(520).
010200*----------------------------------------------------------------*
010300*  SUMFILE  --  MONTHLY AND YEAR-TO-DATE BREACH ROLLUP           *
010400*----------------------------------------------------------------*
010500 FD  SUMFILE
010600     LABEL RECORDS ARE STANDARD.
010700     COPY DL100SM.
010800*----------------------------------------------------------------*
010900*  RUNCFILE  --  RUN-CONTROL CALENDAR                            *
011000*----------------------------------------------------------------*
011100 FD  RUNCFILE
011200     LABEL RECORDS ARE STANDARD.
011300     COPY DL100RC.
011310*----------------------------------------------------------------*
011320*  PERCTL  --  ACCOUNTING PERIOD CONTROL, MAINTAINED BY DL100P   *
011330*----------------------------------------------------------------*
011340 FD  PERCTL
011350     LABEL RECORDS ARE STANDARD.
011360     COPY DL100PC.
011400*----------------------------------------------------------------*
011500*  STATFILE  --  BREACH WORK-STATUS RECORDS                      *
011600*----------------------------------------------------------------*
011700 FD  STATFILE
011800     LABEL RECORDS ARE STANDARD.
011900     COPY DL100ST.
012000*----------------------------------------------------------------*
012100*  EXCFILE  --  LIVE FEED HISTORY, AND EXCARCH  --  THE FEED     *
012200*  RECORDS DL100H HAS AGED OFF IT.  BOTH ARE READ INTO THE ONE   *
012300*  DL100EX LAYOUT IN WORKING STORAGE.                            *
012400*----------------------------------------------------------------*
012500 FD  EXCFILE
012600     RECORDING MODE IS F
012700     LABEL RECORDS ARE STANDARD.
012800 01  DL100V-EXC-REC                  PIC X(80).
012900 FD  EXCARCH
013000     RECORDING MODE IS F
013100     LABEL RECORDS ARE STANDARD.
013200 01  DL100V-EXCARCH-REC              PIC X(80).
013300*----------------------------------------------------------------*
013400*  AUDITFILE  --  ONE SUMREBUILD EVENT PER SUMFILE RECORD A      *
013500*  REBUILD CHANGES                                               *
013600*----------------------------------------------------------------*
013700 FD  AUDITFILE
013800     RECORDING MODE IS F
013900     LABEL RECORDS ARE STANDARD.
014000     COPY DL100AU.
014100*----------------------------------------------------------------*
014200*  VERRPT  --  PRINTED AUDIT AND REBUILD REPORT                  *
014300*----------------------------------------------------------------*
014400 FD  VERRPT
014500     RECORDING MODE IS F
014600     LABEL RECORDS ARE STANDARD.
014700     COPY DL100VR.
014800 WORKING-STORAGE SECTION.
014900*----------------------------------------------------------------*
015000*  FEED RECORD AREA FOR EXCFILE AND EXCARCH                      *
015100*----------------------------------------------------------------*
015200     COPY DL100EX.
015300*----------------------------------------------------------------*
015400*  CURRENT DATE AND TIME, FOR THE HEADING, THE DEFAULT REBUILD   *
015500*  TO-MONTH AND THE AUDIT TIMESTAMP                              *
015600*----------------------------------------------------------------*
015700 01  WS-CURR-DATE                    PIC 9(08).
015800 01  WS-CURR-DATE-X REDEFINES WS-CURR-DATE.
015900     05  WS-CURR-YYYY                PIC 9(04).
016000     05  WS-CURR-MM                  PIC 9(02).
016100     05  WS-CURR-DD                  PIC 9(02).
016200 01  WS-CURR-TIME                    PIC 9(08).
016300 01  WS-CURR-TIME-X REDEFINES WS-CURR-TIME.
016400     05  WS-CURR-HH                  PIC 9(02).
016500     05  WS-CURR-MN                  PIC 9(02).
016600     05  WS-CURR-SS                  PIC 9(02).
016700     05  WS-CURR-HS                  PIC 9(02).
016800 01  WS-CURR-MONTH                   PIC 9(06) VALUE ZERO.
016900 01  WS-TIMESTAMP                    PIC X(19) VALUE SPACES.
017000*----------------------------------------------------------------*
017100*  DATE AND MONTH PRINT WORK FIELDS                              *
017200*----------------------------------------------------------------*
017300 01  WS-PRT-DATE                     PIC 9(08) VALUE ZERO.
017400 01  WS-PRT-DATE-X REDEFINES WS-PRT-DATE.
017500     05  WS-PRT-YYYY                 PIC 9(04).
017600     05  WS-PRT-MM                   PIC 9(02).
017700     05  WS-PRT-DD                   PIC 9(02).
017800 01  WS-PRT-DATE-TEXT                PIC X(10) VALUE SPACES.
017900 01  WS-PRT-MONTH                    PIC 9(06) VALUE ZERO.
018000 01  WS-PRT-MONTH-X REDEFINES WS-PRT-MONTH.
018100     05  WS-PRT-MON-YYYY             PIC 9(04).
018200     05  WS-PRT-MON-MM               PIC 9(02).
018300 01  WS-PRT-MONTH-TEXT               PIC X(10) VALUE SPACES.
018400*----------------------------------------------------------------*
018500*  A DATE SPLIT INTO ITS MONTH (YYYYMM) AND DAY, AND A MONTH     *
018600*  SPLIT INTO ITS YEAR AND MONTH NUMBER                          *
018700*----------------------------------------------------------------*
018800 01  WS-WORK-DATE                    PIC 9(08) VALUE ZERO.
018900 01  WS-WORK-DATE-X REDEFINES WS-WORK-DATE.
019000     05  WS-WORK-MONTH               PIC 9(06).
019100     05  WS-WORK-MONTH-X REDEFINES WS-WORK-MONTH.
019200         10  WS-WORK-YYYY            PIC 9(04).
019300         10  WS-WORK-MM              PIC 9(02).
019400     05  WS-WORK-DD                  PIC 9(02).
019500 01  WS-TEST-MONTH                   PIC 9(06) VALUE ZERO.
019600 01  WS-TEST-MONTH-X REDEFINES WS-TEST-MONTH.
019700     05  WS-TEST-YYYY                PIC 9(04).
019800     05  WS-TEST-MM                  PIC 9(02).
019900 01  WS-RBL-MONTH                    PIC 9(06) VALUE ZERO.
020000 01  WS-RBL-MONTH-X REDEFINES WS-RBL-MONTH.
020100     05  WS-RBL-YYYY                 PIC 9(04).
020200     05  WS-RBL-MM                   PIC 9(02).
020300*----------------------------------------------------------------*
020400*  THE CARD AS TAKEN, AND THE RANGE OF MONTHS CHECKED.  THE      *
020500*  CHECKS COVER FROM THE CARD'S FROM-MONTH, OR THE OLDEST MONTH  *
020600*  OF HISTORY, TO ITS TO-MONTH, OR EVERYTHING AFTER.  A REBUILD  *
020700*  COVERS THE SAME RANGE, WITH THE TO-MONTH DEFAULTING TO THE    *
020800*  CURRENT MONTH.                                                *
020900*----------------------------------------------------------------*
021000 01  WS-CARD-FIELDS.
021100     05  WS-MODE-SW                  PIC X(01)   VALUE 'A'.
021200         88  WS-AUDIT-MODE                       VALUE 'A'.
021300         88  WS-REBUILD-MODE                     VALUE 'R'.
021400     05  WS-CONFIRM-SW               PIC X(01)   VALUE 'N'.
021500         88  WS-REBUILD-CONFIRMED                VALUE 'Y'.
021600     05  WS-CARD-FROM                PIC 9(06)   VALUE ZERO.
021700     05  WS-CARD-TO                  PIC 9(06)   VALUE ZERO.
021800     05  WS-USER-ID                  PIC X(08)   VALUE SPACES.
021900 01  WS-RANGE-FIELDS.
022000     05  WS-CHK-FROM                 PIC 9(06)   VALUE ZERO.
022100     05  WS-CHK-TO                   PIC 9(06)   VALUE 999999.
022200     05  WS-CHK-FROM-YYYY            PIC 9(04)   VALUE ZERO.
022300     05  WS-CHK-TO-YYYY              PIC 9(04)   VALUE 9999.
022400     05  WS-HIST-FIRST-DATE          PIC 9(08)   VALUE ZERO.
022500     05  WS-HIST-LAST-DATE           PIC 9(08)   VALUE ZERO.
022600     05  WS-HIST-FIRST-MONTH         PIC 9(06)   VALUE ZERO.
022700     05  WS-RUNC-FIRST-DATE          PIC 9(08)   VALUE 99999999.
022800     05  WS-EXC-FIRST-DATE           PIC 9(08)   VALUE 99999999.
022900     05  WS-STAT-FIRST-DATE          PIC 9(08)   VALUE 99999999.
023000     05  WS-REFUSE-REASON            PIC X(40)   VALUE SPACES.
023100*----------------------------------------------------------------*
023200*  AUDIT COUNTERS                                                *
023300*----------------------------------------------------------------*
023400 01  WS-AUDIT-COUNTS.
023500     05  WS-BAD-CARD-COUNT           PIC 9(03) COMP VALUE ZERO.
023600     05  WS-UNAVAIL-COUNT            PIC 9(03) COMP VALUE ZERO.
023700     05  WS-ARCH-READ-COUNT          PIC 9(07) COMP VALUE ZERO.
023800     05  WS-CTR-READ-COUNT           PIC 9(07) COMP VALUE ZERO.
023900     05  WS-ARCH-DUP-COUNT           PIC 9(07) COMP VALUE ZERO.
024000     05  WS-BOTH-COUNT               PIC 9(07) COMP VALUE ZERO.
024100     05  WS-LIVE-DAY-COUNT           PIC 9(07) COMP VALUE ZERO.
024200     05  WS-ARCH-DAY-COUNT           PIC 9(07) COMP VALUE ZERO.
024300     05  WS-SUM-READ-COUNT           PIC 9(07) COMP VALUE ZERO.
024400     05  WS-MON-SKIP-COUNT           PIC 9(07) COMP VALUE ZERO.
024500     05  WS-RUNC-READ-COUNT          PIC 9(07) COMP VALUE ZERO.
024600     05  WS-RUNC-OPEN-COUNT          PIC 9(07) COMP VALUE ZERO.
024700     05  WS-RUNC-SKIP-COUNT          PIC 9(07) COMP VALUE ZERO.
024800     05  WS-CATCHUP-COUNT            PIC 9(07) COMP VALUE ZERO.
024900     05  WS-EXCARCH-READ-COUNT       PIC 9(07) COMP VALUE ZERO.
025000     05  WS-EXC-READ-COUNT           PIC 9(07) COMP VALUE ZERO.
025100     05  WS-FEED-SKIP-COUNT          PIC 9(07) COMP VALUE ZERO.
025200     05  WS-STAT-READ-COUNT          PIC 9(07) COMP VALUE ZERO.
025300     05  WS-DSC-SUM-COUNT            PIC 9(07) COMP VALUE ZERO.
025400     05  WS-DSC-RUNC-COUNT           PIC 9(07) COMP VALUE ZERO.
025500     05  WS-DSC-FEED-COUNT           PIC 9(07) COMP VALUE ZERO.
025600     05  WS-RBL-ADDED-COUNT          PIC 9(05) COMP VALUE ZERO.
025700     05  WS-RBL-REPLACED-COUNT       PIC 9(05) COMP VALUE ZERO.
025800     05  WS-RBL-UNCHANGED-COUNT      PIC 9(05) COMP VALUE ZERO.
025810     05  WS-RBL-CLOSED-COUNT         PIC 9(05) COMP VALUE ZERO.
025900*----------------------------------------------------------------*
026000*  DAILY HISTORY TABLE, ONE ENTRY PER COUNTER DAY, KEPT IN DATE  *
026100*  ORDER AS IT IS LOADED.  CTRARCH IS LOADED FIRST AND CTRFILE   *
026200*  SECOND, SO A DAY STILL ON CTRFILE REPLACES ITS ARCHIVED COPY  *
026300*  - CTRFILE IS ALWAYS THE LATER WORD.  THE FEED AND RUN-CONTROL *
026400*  CHECKS MARK WHAT THEY FIND AGAINST THE DAY.                   *
026500*----------------------------------------------------------------*
026600 01  WS-DAY-CONTROLS.
026700     05  WS-DAY-MAX                  PIC 9(04) COMP VALUE 4000.
026800     05  WS-DAY-COUNT                PIC 9(04) COMP VALUE ZERO.
026900     05  WS-DAY-SUB                  PIC 9(04) COMP VALUE ZERO.
027000     05  WS-DAY-SUB2                 PIC 9(04) COMP VALUE ZERO.
027100     05  WS-NEW-SRC-SW               PIC X(01)   VALUE SPACE.
027200     05  WS-FIND-DATE                PIC 9(08)   VALUE ZERO.
027300     05  WS-FIND-RUN-ID              PIC X(08)   VALUE SPACES.
027400     05  WS-DAY-FOUND-SW             PIC X(01)   VALUE 'N'.
027500         88  WS-DAY-FOUND                        VALUE 'Y'.
027600     05  WS-DAY-PLACED-SW            PIC X(01)   VALUE 'N'.
027700         88  WS-DAY-PLACED                       VALUE 'Y'.
027800     05  WS-DAY-LOST-SW              PIC X(01)   VALUE 'N'.
027900         88  WS-DAY-LOST                         VALUE 'Y'.
028000 01  WS-DAY-TABLE.
028100     05  WS-DAY-ENTRY OCCURS 4000 INDEXED BY DAY-IX.
028200         10  WS-DAY-DATE             PIC 9(08).
028300         10  WS-DAY-AREA-2           PIC 9(05).
028310         10  WS-DAY-EXP-AREA-2       PIC 9(05).
028400         10  WS-DAY-RUN-ID           PIC X(08).
028500         10  WS-DAY-SRC-SW           PIC X(01).
028600             88  WS-DAY-LIVE                     VALUE 'L'.
028700             88  WS-DAY-ARCHIVED                 VALUE 'A'.
028800         10  WS-DAY-FEED-SW          PIC X(01).
028900             88  WS-DAY-FED                      VALUE 'Y'.
029000         10  WS-DAY-FEED-AREA-2      PIC 9(05).
029100         10  WS-DAY-RUNC-SW          PIC X(01).
029200             88  WS-DAY-COMPLETED                VALUE 'Y'.
029300*----------------------------------------------------------------*
029400*  MONTH TABLE, ROLLED UP FROM THE DAY TABLE AND SO IN MONTH     *
029500*  ORDER: THE BREACHES AND THE NUMBER OF DAYS THE HISTORY SAYS   *
029600*  THE MONTH'S SUMFILE RECORD SHOULD CARRY, AND ITS LAST DAY.    *
029700*----------------------------------------------------------------*
029800 01  WS-MON-CONTROLS.
029900     05  WS-MON-MAX                  PIC 9(03) COMP VALUE 240.
030000     05  WS-MON-COUNT                PIC 9(03) COMP VALUE ZERO.
030100     05  WS-MON-SUB                  PIC 9(03) COMP VALUE ZERO.
030200     05  WS-FIND-MONTH               PIC 9(06)   VALUE ZERO.
030300     05  WS-MON-FOUND-SW             PIC X(01)   VALUE 'N'.
030400         88  WS-MON-FOUND                        VALUE 'Y'.
030500     05  WS-MON-LOST-SW              PIC X(01)   VALUE 'N'.
030600         88  WS-MON-LOST                         VALUE 'Y'.
030700 01  WS-MON-TABLE.
030800     05  WS-MON-ENTRY OCCURS 240 INDEXED BY MON-IX.
030900         10  WS-MON-KEY              PIC 9(06).
031000         10  WS-MON-BREACHES         PIC 9(07).
031100         10  WS-MON-DAYS             PIC 9(05).
031200         10  WS-MON-LAST-DATE        PIC 9(08).
031300         10  WS-MON-LAST-RUN-ID      PIC X(08).
031400         10  WS-MON-SUM-SW           PIC X(01).
031500             88  WS-MON-ON-SUMFILE               VALUE 'Y'.
031600*----------------------------------------------------------------*
031700*  YEAR TABLE, BUILT FROM SUMFILE: THE YEAR-TO-DATE RECORD AND   *
031800*  THE SUM OF THE YEAR'S MONTH RECORDS, WHICH IT MUST EQUAL.  A  *
031900*  REBUILD KEEPS THE MONTH SUMS IN STEP AS IT CHANGES MONTHS     *
032000*  AND THEN SETS THE YEAR-TO-DATE RECORD FROM THEM.              *
032100*----------------------------------------------------------------*
032200 01  WS-YR-CONTROLS.
032300     05  WS-YR-MAX                   PIC 9(03) COMP VALUE 30.
032400     05  WS-YR-COUNT                 PIC 9(03) COMP VALUE ZERO.
032500     05  WS-YR-SUB                   PIC 9(03) COMP VALUE ZERO.
032600     05  WS-FIND-YYYY                PIC 9(04)   VALUE ZERO.
032700     05  WS-YR-FOUND-SW              PIC X(01)   VALUE 'N'.
032800         88  WS-YR-FOUND                         VALUE 'Y'.
032900     05  WS-YR-LOST-SW               PIC X(01)   VALUE 'N'.
033000         88  WS-YR-LOST                          VALUE 'Y'.
033100 01  WS-YR-TABLE.
033200     05  WS-YR-ENTRY OCCURS 30 INDEXED BY YR-IX.
033300         10  WS-YR-YYYY              PIC 9(04).
033400         10  WS-YR-MON-BREACHES      PIC 9(09).
033500         10  WS-YR-MON-RUNS          PIC 9(07).
033600         10  WS-YR-YTD-SW            PIC X(01).
033700             88  WS-YR-HAS-YTD                   VALUE 'Y'.
033800         10  WS-YR-YTD-BREACHES      PIC 9(07).
033900         10  WS-YR-YTD-RUNS          PIC 9(05).
034000         10  WS-YR-RBL-SW            PIC X(01).
034100             88  WS-YR-REBUILT                   VALUE 'Y'.
034200         10  WS-YR-LAST-DATE         PIC 9(08).
034300         10  WS-YR-LAST-RUN-ID       PIC X(08).
034400*----------------------------------------------------------------*
034500*  DISCREPANCY LINE WORK AREA, SET BY THE CALLER OF 8300         *
034600*----------------------------------------------------------------*
034700 01  WS-DSC-FIELDS.
034800     05  WS-DSC-CHECK                PIC X(08)   VALUE SPACES.
034900     05  WS-DSC-KEY                  PIC X(10)   VALUE SPACES.
035000     05  WS-DSC-TEXT                 PIC X(40)   VALUE SPACES.
035100     05  WS-DSC-EXPECT               PIC 9(07)   VALUE ZERO.
035200     05  WS-DSC-FOUND                PIC 9(07)   VALUE ZERO.
035210     05  WS-EXP-BREACHES             PIC S9(08)  VALUE ZERO.
035300     05  WS-DSC-FIGS-SW              PIC X(01)   VALUE 'Y'.
035400         88  WS-DSC-HAS-FIGURES                  VALUE 'Y'.
035500         88  WS-DSC-NO-FIGURES                   VALUE 'N'.
035600*----------------------------------------------------------------*
035700*  REBUILD WORK FIELDS - ONE SUMFILE RECORD BEFORE AND AFTER     *
035800*----------------------------------------------------------------*
035900 01  WS-RBL-FIELDS.
036000     05  WS-BEF-BREACHES             PIC 9(07)   VALUE ZERO.
036100     05  WS-BEF-RUNS                 PIC 9(05)   VALUE ZERO.
036200     05  WS-AFT-BREACHES             PIC 9(07)   VALUE ZERO.
036300     05  WS-AFT-RUNS                 PIC 9(05)   VALUE ZERO.
036400     05  WS-RBL-ACTION               PIC X(12)   VALUE SPACES.
036500     05  WS-SUM-REC-SW               PIC X(01)   VALUE 'N'.
036600         88  WS-SUM-REC-FOUND                    VALUE 'Y'.
036700         88  WS-SUM-REC-NOTFOUND                 VALUE 'N'.
036800*----------------------------------------------------------------*
036900*  REPORT TEXT - SECTION TITLE AND COLUMN HEADINGS               *
037000*----------------------------------------------------------------*
037100 01  WS-SECTION-TITLE                PIC X(40)   VALUE SPACES.
037200 01  WS-DSC-HDG.
037300     05  FILLER                      PIC X(35)   VALUE
037400         '  CHECK     MONTH/DAY   DISCREPANCY'.
037500     05  FILLER                      PIC X(31)   VALUE SPACES.
037600     05  FILLER                      PIC X(16)   VALUE
037700         'HISTORY  ON FILE'.
037800 01  WS-RBL-HDG-1.
037900     05  FILLER                      PIC X(14)   VALUE
038000         '  SUMFILE'.
038100     05  FILLER                      PIC X(17)   VALUE
038200         '    BREACH COUNT'.
038300     05  FILLER                      PIC X(12)   VALUE
038400         '   RUN COUNT'.
038500 01  WS-RBL-HDG-2.
038600     05  FILLER                      PIC X(14)   VALUE
038700         '  KEY'.
038800     05  FILLER                      PIC X(17)   VALUE
038900         ' BEFORE    AFTER'.
039000     05  FILLER                      PIC X(15)   VALUE
039100         'BEFORE  AFTER  '.
039200     05  FILLER                      PIC X(06)   VALUE
039300         'ACTION'.
039400 01  WS-FILE-NAME                    PIC X(09)   VALUE SPACES.
039500*----------------------------------------------------------------*
039600*  FILE STATUS FIELDS                                            *
039700*----------------------------------------------------------------*
039800 01  WS-FILE-STATUSES.
039900     05  WS-VERPARM-STATUS           PIC X(02)   VALUE '00'.
040000         88  WS-VERPARM-OK                       VALUE '00'.
040100         88  WS-VERPARM-EOF                      VALUE '10'.
040200     05  WS-CTRFILE-STATUS           PIC X(02)   VALUE '00'.
040300         88  WS-CTRFILE-OK                       VALUE '00'.
040400         88  WS-CTRFILE-EOF                      VALUE '10'.
040500     05  WS-CTRARCH-STATUS           PIC X(02)   VALUE '00'.
040600         88  WS-CTRARCH-OK                       VALUE '00'.
040700         88  WS-CTRARCH-EOF                      VALUE '10'.
040800     05  WS-SUMFILE-STATUS           PIC X(02)   VALUE '00'.
040900         88  WS-SUMFILE-OK                       VALUE '00'.
041000         88  WS-SUMFILE-EOF                      VALUE '10'.
041100         88  WS-SUMFILE-NOTFND                   VALUE '23'.
041200     05  WS-RUNCFILE-STATUS          PIC X(02)   VALUE '00'.
041300         88  WS-RUNCFILE-OK                      VALUE '00'.
041400         88  WS-RUNCFILE-EOF                     VALUE '10'.
041410     05  WS-PERCTL-STATUS            PIC X(02)   VALUE '00'.
041420         88  WS-PERCTL-OK                        VALUE '00'.
041500     05  WS-STATFILE-STATUS          PIC X(02)   VALUE '00'.
041600         88  WS-STATFILE-OK                      VALUE '00'.
041700         88  WS-STATFILE-EOF                     VALUE '10'.
041800         88  WS-STATFILE-NOTFND                  VALUE '23'.
041900     05  WS-EXCFILE-STATUS           PIC X(02)   VALUE '00'.
042000         88  WS-EXCFILE-OK                       VALUE '00'.
042100         88  WS-EXCFILE-EOF                      VALUE '10'.
042200     05  WS-EXCARCH-STATUS           PIC X(02)   VALUE '00'.
042300         88  WS-EXCARCH-OK                       VALUE '00'.
042400         88  WS-EXCARCH-EOF                      VALUE '10'.
042500     05  WS-AUDITFILE-STATUS         PIC X(02)   VALUE '00'.
042600         88  WS-AUDITFILE-OK                     VALUE '00'.
042700     05  WS-VERRPT-STATUS            PIC X(02)   VALUE '00'.
042800         88  WS-VERRPT-OK                        VALUE '00'.
042900*----------------------------------------------------------------*
043000*  FILES THAT OPENED.  THE OPTIONAL ONES ARE MARKED N AND        *
043100*  NAMED ON THE HEADING WHEN THEY WILL NOT OPEN.                 *
043200*----------------------------------------------------------------*
043300 01  WS-AVAIL-SWITCHES.
043400     05  WS-CTR-AVAIL-SW             PIC X(01)   VALUE 'N'.
043500         88  WS-CTR-AVAIL                        VALUE 'Y'.
043600     05  WS-SUM-AVAIL-SW             PIC X(01)   VALUE 'N'.
043700         88  WS-SUM-AVAIL                        VALUE 'Y'.
043800     05  WS-ARCH-AVAIL-SW            PIC X(01)   VALUE 'N'.
043900         88  WS-ARCH-AVAIL                       VALUE 'Y'.
044000     05  WS-RUNC-AVAIL-SW            PIC X(01)   VALUE 'N'.
044100         88  WS-RUNC-AVAIL                       VALUE 'Y'.
044110     05  WS-PER-AVAIL-SW             PIC X(01)   VALUE 'N'.
044120         88  WS-PER-AVAIL                        VALUE 'Y'.
044200     05  WS-STAT-AVAIL-SW            PIC X(01)   VALUE 'N'.
044300         88  WS-STAT-AVAIL                       VALUE 'Y'.
044400     05  WS-EXC-AVAIL-SW             PIC X(01)   VALUE 'N'.
044500         88  WS-EXC-AVAIL                        VALUE 'Y'.
044600     05  WS-EXCARCH-AVAIL-SW         PIC X(01)   VALUE 'N'.
044700         88  WS-EXCARCH-AVAIL                    VALUE 'Y'.
044800     05  WS-AUD-AVAIL-SW             PIC X(01)   VALUE 'N'.
044900         88  WS-AUD-AVAIL                        VALUE 'Y'.
045000*----------------------------------------------------------------*
045100*  PROGRAM SWITCHES                                              *
045200*----------------------------------------------------------------*
045300 01  WS-SWITCHES.
045400     05  WS-PARM-EOF-SW              PIC X(01)   VALUE 'N'.
045500         88  WS-END-OF-VERPARM                   VALUE 'Y'.
045600     05  WS-CTR-EOF-SW               PIC X(01)   VALUE 'N'.
045700         88  WS-END-OF-CTRFILE                   VALUE 'Y'.
045800     05  WS-ARCH-EOF-SW              PIC X(01)   VALUE 'N'.
045900         88  WS-END-OF-CTRARCH                   VALUE 'Y'.
046000     05  WS-SUM-EOF-SW               PIC X(01)   VALUE 'N'.
046100         88  WS-END-OF-SUMFILE                   VALUE 'Y'.
046200     05  WS-RUNC-EOF-SW              PIC X(01)   VALUE 'N'.
046300         88  WS-END-OF-RUNCFILE                  VALUE 'Y'.
046400     05  WS-EXC-EOF-SW               PIC X(01)   VALUE 'N'.
046500         88  WS-END-OF-EXCFILE                   VALUE 'Y'.
046600     05  WS-EXCARCH-EOF-SW           PIC X(01)   VALUE 'N'.
046700         88  WS-END-OF-EXCARCH                   VALUE 'Y'.
046800     05  WS-FATAL-SW                 PIC X(01)   VALUE 'N'.
046900         88  WS-FATAL-ERROR                      VALUE 'Y'.
047000         88  WS-NO-FATAL-ERROR                   VALUE 'N'.
047100     05  WS-INIT-SW                  PIC X(01)   VALUE 'Y'.
047200         88  WS-INIT-OK                          VALUE 'Y'.
047300         88  WS-INIT-FAILED                      VALUE 'N'.
047400     05  WS-RBL-SW                   PIC X(01)   VALUE 'N'.
047500         88  WS-REBUILD-ALLOWED                  VALUE 'Y'.
047600         88  WS-REBUILD-REFUSED                  VALUE 'R'.
047700     05  WS-IN-RANGE-SW              PIC X(01)   VALUE 'N'.
047800         88  WS-IN-RANGE                         VALUE 'Y'.
047810     05  WS-PER-CLOSED-SW            PIC X(01)   VALUE 'N'.
047820         88  WS-PER-CLOSED                       VALUE 'Y'.
047900*
048000 PROCEDURE DIVISION.
048100*----------------------------------------------------------------*
048200*  0000-MAINLINE                                                 *
048300*----------------------------------------------------------------*
048400 0000-MAINLINE.
048500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
048600     IF WS-INIT-FAILED
048700         GO TO 0000-EXIT
048800     END-IF.
048900     IF WS-NO-FATAL-ERROR
049000         PERFORM 2000-LOAD-HISTORY THRU 2000-EXIT
049100     END-IF.
049200     IF WS-NO-FATAL-ERROR
049300         PERFORM 8100-WRITE-HEADING THRU 8100-EXIT
049400         PERFORM 3000-CHECK-SUMFILE THRU 3000-EXIT
049500     END-IF.
049600     IF WS-NO-FATAL-ERROR
049700         PERFORM 4000-CHECK-RUNCFILE THRU 4000-EXIT
049800     END-IF.
049900     IF WS-NO-FATAL-ERROR
050000         PERFORM 5000-CHECK-FEEDS THRU 5000-EXIT
050100     END-IF.
050200     IF WS-NO-FATAL-ERROR
050300      AND WS-REBUILD-ALLOWED
050400         PERFORM 6000-REBUILD-SUMFILE THRU 6000-EXIT
050500     END-IF.
050600     PERFORM 8000-TERMINATE THRU 8000-EXIT.
050700 0000-EXIT.
050800     STOP RUN.
050900*----------------------------------------------------------------*
051000*  0900-BUILD-TIMESTAMP  --  YYYY-MM-DD HH:MM:SS FOR AUDITFILE   *
051100*----------------------------------------------------------------*
051200 0900-BUILD-TIMESTAMP.
051300     ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
051400     ACCEPT WS-CURR-TIME FROM TIME.
051500     STRING WS-CURR-YYYY DELIMITED BY SIZE
051600            '-'          DELIMITED BY SIZE
051700            WS-CURR-MM   DELIMITED BY SIZE
051800            '-'          DELIMITED BY SIZE
051900            WS-CURR-DD   DELIMITED BY SIZE
052000            ' '          DELIMITED BY SIZE
052100            WS-CURR-HH   DELIMITED BY SIZE
052200            ':'          DELIMITED BY SIZE
052300            WS-CURR-MN   DELIMITED BY SIZE
052400            ':'          DELIMITED BY SIZE
052500            WS-CURR-SS   DELIMITED BY SIZE
052600         INTO WS-TIMESTAMP
052700     END-STRING.
052800 0900-EXIT.
052900     EXIT.
053000*----------------------------------------------------------------*
053100*  1000-INITIALIZE  --  OPEN THE REPORT, TAKE THE CARD AND OPEN  *
053200*  THE FILES.  CTRFILE AND SUMFILE MUST OPEN; THE OTHERS ARE     *
053300*  CHECKED WHEN THEY ARE THERE.                                  *
053400*----------------------------------------------------------------*
053500 1000-INITIALIZE.
053600     ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
053700     COMPUTE WS-CURR-MONTH = WS-CURR-YYYY * 100 + WS-CURR-MM.
053800     OPEN OUTPUT VERRPT.
053900     IF NOT WS-VERRPT-OK
054000         DISPLAY 'DL100V0E-VERRPT OPEN FAILED, STATUS '
054100             WS-VERRPT-STATUS
054200         MOVE 99 TO RETURN-CODE
054300         SET WS-INIT-FAILED TO TRUE
054400         GO TO 1000-EXIT
054500     END-IF.
054600     PERFORM 1100-READ-PARMS THRU 1100-EXIT.
054700     PERFORM 1200-OPEN-FILES THRU 1200-EXIT.
054800 1000-EXIT.
054900     EXIT.
055000*----------------------------------------------------------------*
055100*  1100-READ-PARMS  --  TAKE THE VERPARM CARD.  NO CARD MEANS    *
055200*  AN AUDIT OF ALL THE HISTORY ON FILE.  A MONTH THAT IS NOT     *
055300*  YYYYMM IS WARNED AND DROPPED, WHICH LEAVES A REBUILD WITHOUT  *
055400*  ITS RANGE AND SO REFUSED.                                     *
055500*----------------------------------------------------------------*
055600 1100-READ-PARMS.
055700     OPEN INPUT VERPARM.
055800     IF NOT WS-VERPARM-OK
055900         DISPLAY 'DL100V0I-NO VERPARM CARD, AUDIT ONLY OF ALL '
056000             'HISTORY ON FILE'
056100         GO TO 1100-EXIT
056200     END-IF.
056300     READ VERPARM
056400         AT END
056500             SET WS-END-OF-VERPARM TO TRUE
056600     END-READ.
056700     IF WS-END-OF-VERPARM
056800      OR NOT WS-VERPARM-OK
056900         DISPLAY 'DL100V0I-NO VERPARM CARD, AUDIT ONLY OF ALL '
057000             'HISTORY ON FILE'
057100         CLOSE VERPARM
057200         GO TO 1100-EXIT
057300     END-IF.
057400     IF DL100VP-REBUILD
057500         SET WS-REBUILD-MODE TO TRUE
057600     ELSE
057700         IF NOT DL100VP-AUDIT-ONLY
057800             DISPLAY 'DL100V0W-VERPARM MODE ' DL100VP-MODE
057900                 ' NOT RECOGNIZED, AUDIT ONLY'
058000             ADD 1 TO WS-BAD-CARD-COUNT
058100         END-IF
058200     END-IF.
058300     IF DL100VP-CONFIRMED
058400         SET WS-REBUILD-CONFIRMED TO TRUE
058500     END-IF.
058600     MOVE DL100VP-USER-ID TO WS-USER-ID.
058700     IF DL100VP-FROM-MONTH NUMERIC
058800      AND DL100VP-FROM-MONTH > ZERO
058900         MOVE DL100VP-FROM-MONTH TO WS-TEST-MONTH
059000         IF WS-TEST-MM > ZERO AND WS-TEST-MM NOT > 12
059100             MOVE WS-TEST-MONTH TO WS-CARD-FROM
059200         ELSE
059300             DISPLAY 'DL100V0W-VERPARM FROM-MONTH '
059400                 DL100VP-FROM-MONTH ' NOT VALID, IGNORED'
059500             ADD 1 TO WS-BAD-CARD-COUNT
059600         END-IF
059700     END-IF.
059800     IF DL100VP-TO-MONTH NUMERIC
059900      AND DL100VP-TO-MONTH > ZERO
060000         MOVE DL100VP-TO-MONTH TO WS-TEST-MONTH
060100         IF WS-TEST-MM > ZERO AND WS-TEST-MM NOT > 12
060200             MOVE WS-TEST-MONTH TO WS-CARD-TO
060300         ELSE
060400             DISPLAY 'DL100V0W-VERPARM TO-MONTH '
060500                 DL100VP-TO-MONTH ' NOT VALID, IGNORED'
060600             ADD 1 TO WS-BAD-CARD-COUNT
060700         END-IF
060800     END-IF.
060900     CLOSE VERPARM.
061000 1100-EXIT.
061100     EXIT.
061200*----------------------------------------------------------------*
061300*  1200-OPEN-FILES  --  CTRFILE AND SUMFILE ARE REQUIRED.  AN    *
061400*  OPTIONAL FILE THAT WILL NOT OPEN IS WARNED, MARKED NOT        *
061500*  AVAILABLE AND NAMED ON THE HEADING, AND ITS CHECK IS LEFT     *
061600*  OUT.  SUMFILE IS OPENED FOR UPDATE, AND AUDITFILE AT ALL,     *
061700*  ONLY WHEN THE CARD ASKS FOR A REBUILD.                        *
061800*----------------------------------------------------------------*
061900 1200-OPEN-FILES.
062000     OPEN INPUT CTRFILE.
062100     IF WS-CTRFILE-OK
062200         MOVE 'Y' TO WS-CTR-AVAIL-SW
062300     ELSE
062400         DISPLAY 'DL100V0E-CTRFILE OPEN FAILED, STATUS '
062500             WS-CTRFILE-STATUS
062600         MOVE 99 TO RETURN-CODE
062700         SET WS-FATAL-ERROR TO TRUE
062800         GO TO 1200-EXIT
062900     END-IF.
063000     IF WS-REBUILD-MODE
063100         OPEN I-O SUMFILE
063200     ELSE
063300         OPEN INPUT SUMFILE
063400     END-IF.
063500     IF WS-SUMFILE-OK
063600         MOVE 'Y' TO WS-SUM-AVAIL-SW
063700     ELSE
063800         DISPLAY 'DL100V0E-SUMFILE OPEN FAILED, STATUS '
063900             WS-SUMFILE-STATUS
064000         MOVE 99 TO RETURN-CODE
064100         SET WS-FATAL-ERROR TO TRUE
064200         GO TO 1200-EXIT
064300     END-IF.
064400     OPEN INPUT CTRARCH.
064500     IF WS-CTRARCH-OK
064600         MOVE 'Y' TO WS-ARCH-AVAIL-SW
064700     ELSE
064800         DISPLAY 'DL100V0W-CTRARCH OPEN FAILED, STATUS '
064900             WS-CTRARCH-STATUS ', ARCHIVED DAYS NOT LOADED'
065000         ADD 1 TO WS-UNAVAIL-COUNT
065100     END-IF.
065200     OPEN INPUT RUNCFILE.
065300     IF WS-RUNCFILE-OK
065400         MOVE 'Y' TO WS-RUNC-AVAIL-SW
065500     ELSE
065600         DISPLAY 'DL100V0W-RUNCFILE OPEN FAILED, STATUS '
065700             WS-RUNCFILE-STATUS ', NOT CHECKED'
065800         ADD 1 TO WS-UNAVAIL-COUNT
065900     END-IF.
065910     OPEN INPUT PERCTL.
065920     IF WS-PERCTL-OK
065930         MOVE 'Y' TO WS-PER-AVAIL-SW
065940     ELSE
065950         DISPLAY 'DL100V0W-PERCTL OPEN FAILED, STATUS '
065960             WS-PERCTL-STATUS ', CLOSED MONTHS NOT CHECKED'
065970         ADD 1 TO WS-UNAVAIL-COUNT
065980     END-IF.
066000     OPEN INPUT STATFILE.
066100     IF WS-STATFILE-OK
066200         MOVE 'Y' TO WS-STAT-AVAIL-SW
066300     ELSE
066400         DISPLAY 'DL100V0W-STATFILE OPEN FAILED, STATUS '
066500             WS-STATFILE-STATUS ', NOT CHECKED'
066600         ADD 1 TO WS-UNAVAIL-COUNT
066700     END-IF.
066800     OPEN INPUT EXCARCH.
066900     IF WS-EXCARCH-OK
067000         MOVE 'Y' TO WS-EXCARCH-AVAIL-SW
067100     ELSE
067200         DISPLAY 'DL100V0W-EXCARCH OPEN FAILED, STATUS '
067300             WS-EXCARCH-STATUS ', NOT CHECKED'
067400         ADD 1 TO WS-UNAVAIL-COUNT
067500     END-IF.
067600     OPEN INPUT EXCFILE.
067700     IF WS-EXCFILE-OK
067800         MOVE 'Y' TO WS-EXC-AVAIL-SW
067900     ELSE
068000         DISPLAY 'DL100V0W-EXCFILE OPEN FAILED, STATUS '
068100             WS-EXCFILE-STATUS ', NOT CHECKED'
068200         ADD 1 TO WS-UNAVAIL-COUNT
068300     END-IF.
068400     IF WS-REBUILD-MODE
068500         OPEN EXTEND AUDITFILE
068600         IF WS-AUDITFILE-OK
068700             MOVE 'Y' TO WS-AUD-AVAIL-SW
068800         ELSE
068900             DISPLAY 'DL100V0E-AUDITFILE OPEN FAILED, STATUS '
069000                 WS-AUDITFILE-STATUS
069100         END-IF
069200     END-IF.
069300 1200-EXIT.
069400     EXIT.
069500*----------------------------------------------------------------*
069600*  2000-LOAD-HISTORY  --  LOAD EVERY ARCHIVED AND LIVE COUNTER   *
069700*  DAY INTO THE DAY TABLE, ROLL THE DAYS UP INTO MONTHS, SET     *
069800*  THE RANGE OF MONTHS TO CHECK AND DECIDE WHETHER A REBUILD     *
069900*  CAN GO AHEAD.                                                 *
070000*----------------------------------------------------------------*
070100 2000-LOAD-HISTORY.
070200     IF WS-ARCH-AVAIL
070300         PERFORM 2190-READ-CTRARCH THRU 2190-EXIT
070400         PERFORM 2110-LOAD-ONE-ARCH THRU 2110-EXIT
070500             UNTIL WS-END-OF-CTRARCH
070600                OR WS-FATAL-ERROR
070700     END-IF.
070800     IF WS-FATAL-ERROR
070900         GO TO 2000-EXIT
071000     END-IF.
071100     MOVE ZERO TO DL100CT-RUN-DATE.
071200     START CTRFILE KEY NOT < DL100CT-RUN-DATE
071300         INVALID KEY
071400             SET WS-END-OF-CTRFILE TO TRUE
071500     END-START.
071600     IF NOT WS-END-OF-CTRFILE
071700         PERFORM 2290-READ-CTRFILE-NEXT THRU 2290-EXIT
071800         PERFORM 2210-LOAD-ONE-LIVE THRU 2210-EXIT
071900             UNTIL WS-END-OF-CTRFILE
072000                OR WS-FATAL-ERROR
072100     END-IF.
072200     IF WS-FATAL-ERROR
072300         GO TO 2000-EXIT
072400     END-IF.
072500     PERFORM 2410-ROLL-ONE-DAY THRU 2410-EXIT
072600         VARYING WS-DAY-SUB FROM 1 BY 1
072700         UNTIL WS-DAY-SUB > WS-DAY-COUNT.
072800     PERFORM 2500-SET-RANGE THRU 2500-EXIT.
072900     IF WS-REBUILD-MODE
073000         PERFORM 2600-CHECK-REBUILD THRU 2600-EXIT
073100     END-IF.
073200 2000-EXIT.
073300     EXIT.
073400 2110-LOAD-ONE-ARCH.
073500     MOVE 'A' TO WS-NEW-SRC-SW.
073600     PERFORM 2300-ADD-DAY THRU 2300-EXIT.
073700     PERFORM 2190-READ-CTRARCH THRU 2190-EXIT.
073800 2110-EXIT.
073900     EXIT.
074000*----------------------------------------------------------------*
074100*  2190-READ-CTRARCH  --  NEXT ARCHIVED DAY, INTO THE CTRFILE    *
074200*  RECORD AREA                                                   *
074300*----------------------------------------------------------------*
074400 2190-READ-CTRARCH.
074500     READ CTRARCH INTO DL100CT-RECORD
074600         AT END
074700             SET WS-END-OF-CTRARCH TO TRUE
074800         NOT AT END
074900             ADD 1 TO WS-ARCH-READ-COUNT
075000     END-READ.
075100     IF NOT WS-CTRARCH-OK AND NOT WS-CTRARCH-EOF
075200         DISPLAY 'DL100V0E-CTRARCH READ ERROR, STATUS '
075300             WS-CTRARCH-STATUS
075400         MOVE 99 TO RETURN-CODE
075500         SET WS-END-OF-CTRARCH TO TRUE
075600         SET WS-FATAL-ERROR TO TRUE
075700     END-IF.
075800 2190-EXIT.
075900     EXIT.
076000 2210-LOAD-ONE-LIVE.
076100     MOVE 'L' TO WS-NEW-SRC-SW.
076200     PERFORM 2300-ADD-DAY THRU 2300-EXIT.
076300     PERFORM 2290-READ-CTRFILE-NEXT THRU 2290-EXIT.
076400 2210-EXIT.
076500     EXIT.
076600*----------------------------------------------------------------*
076700*  2290-READ-CTRFILE-NEXT  --  NEXT LIVE DAY IN DATE ORDER       *
076800*----------------------------------------------------------------*
076900 2290-READ-CTRFILE-NEXT.
077000     READ CTRFILE NEXT RECORD
077100         AT END
077200             SET WS-END-OF-CTRFILE TO TRUE
077300         NOT AT END
077400             ADD 1 TO WS-CTR-READ-COUNT
077500     END-READ.
077600     IF NOT WS-CTRFILE-OK AND NOT WS-CTRFILE-EOF
077700         DISPLAY 'DL100V0E-CTRFILE READ ERROR, STATUS '
077800             WS-CTRFILE-STATUS
077900         MOVE 99 TO RETURN-CODE
078000         SET WS-END-OF-CTRFILE TO TRUE
078100         SET WS-FATAL-ERROR TO TRUE
078200     END-IF.
078300 2290-EXIT.
078400     EXIT.
078500*----------------------------------------------------------------*
078600*  2300-ADD-DAY  --  PUT THE DAY IN DL100CT-RECORD INTO THE DAY  *
078700*  TABLE IN DATE ORDER.  THE PLACE IS FOUND BY STEPPING BACK     *
078800*  FROM THE END, WHICH IS QUICK BECAUSE EACH FILE COMES IN       *
078900*  NEARLY IN DATE ORDER.  A DAY ALREADY THERE IS REPLACED: A     *
079000*  LIVE DAY REPLACES ITS ARCHIVED COPY, AND A DAY ON TWO         *
079100*  ARCHIVE GENERATIONS KEEPS THE LATER ONE.  PAST THE TABLE      *
079200*  LIMIT THE DAY IS DROPPED WITH ONE WARNING.                    *
079300*----------------------------------------------------------------*
079400 2300-ADD-DAY.
079500     MOVE WS-DAY-COUNT TO WS-DAY-SUB.
079600     MOVE 'N' TO WS-DAY-PLACED-SW.
079700     PERFORM 2310-STEP-BACK THRU 2310-EXIT
079800         UNTIL WS-DAY-SUB = ZERO
079900            OR WS-DAY-PLACED.
080000     IF WS-DAY-SUB > ZERO
080100         IF WS-DAY-DATE (WS-DAY-SUB) = DL100CT-RUN-DATE
080200             IF WS-NEW-SRC-SW = 'L'
080300                 ADD 1 TO WS-BOTH-COUNT
080400             ELSE
080500                 ADD 1 TO WS-ARCH-DUP-COUNT
080600             END-IF
080700             PERFORM 2320-FILL-DAY THRU 2320-EXIT
080800             GO TO 2300-EXIT
080900         END-IF
081000     END-IF.
081100     IF WS-DAY-COUNT >= WS-DAY-MAX
081200         IF NOT WS-DAY-LOST
081300             SET WS-DAY-LOST TO TRUE
081400             DISPLAY 'DL100V0W-MORE THAN ' WS-DAY-MAX
081500                 ' DAYS OF HISTORY, THE REST NOT LOADED'
081600         END-IF
081700         GO TO 2300-EXIT
081800     END-IF.
081900     PERFORM 2330-SHIFT-ONE-UP THRU 2330-EXIT
082000         VARYING WS-DAY-SUB2 FROM WS-DAY-COUNT BY -1
082100         UNTIL WS-DAY-SUB2 NOT > WS-DAY-SUB.
082200     ADD 1 TO WS-DAY-COUNT.
082300     ADD 1 TO WS-DAY-SUB.
082400     PERFORM 2320-FILL-DAY THRU 2320-EXIT.
082500 2300-EXIT.
082600     EXIT.
082700 2310-STEP-BACK.
082800     IF WS-DAY-DATE (WS-DAY-SUB) > DL100CT-RUN-DATE
082900         SUBTRACT 1 FROM WS-DAY-SUB
083000     ELSE
083100         SET WS-DAY-PLACED TO TRUE
083200     END-IF.
083300 2310-EXIT.
083400     EXIT.
083500 2320-FILL-DAY.
083600     MOVE DL100CT-RUN-DATE TO WS-DAY-DATE (WS-DAY-SUB).
083700     MOVE DL100CT-AREA-2 TO WS-DAY-AREA-2 (WS-DAY-SUB).
083710     IF DL100CT-ADJUSTED
083720         MOVE DL100CT-ADJ-AREA-2 TO WS-DAY-EXP-AREA-2 (WS-DAY-SUB)
083730     ELSE
083740         MOVE DL100CT-AREA-2 TO WS-DAY-EXP-AREA-2 (WS-DAY-SUB)
083750     END-IF.
083800     MOVE DL100CT-RUN-ID TO WS-DAY-RUN-ID (WS-DAY-SUB).
083900     MOVE WS-NEW-SRC-SW TO WS-DAY-SRC-SW (WS-DAY-SUB).
084000     MOVE 'N' TO WS-DAY-FEED-SW (WS-DAY-SUB).
084100     MOVE ZERO TO WS-DAY-FEED-AREA-2 (WS-DAY-SUB).
084200     MOVE 'N' TO WS-DAY-RUNC-SW (WS-DAY-SUB).
084300 2320-EXIT.
084400     EXIT.
084500 2330-SHIFT-ONE-UP.
084600     MOVE WS-DAY-ENTRY (WS-DAY-SUB2)
084700         TO WS-DAY-ENTRY (WS-DAY-SUB2 + 1).
084800 2330-EXIT.
084900     EXIT.
085000*----------------------------------------------------------------*
085100*  2410-ROLL-ONE-DAY  --  ADD ONE DAY TO ITS MONTH.  THE DAYS    *
085200*  ARE IN DATE ORDER, SO A NEW MONTH IS ALWAYS THE NEXT ENTRY.   *
085300*----------------------------------------------------------------*
085400 2410-ROLL-ONE-DAY.
085500     IF WS-DAY-LIVE (WS-DAY-SUB)
085600         ADD 1 TO WS-LIVE-DAY-COUNT
085700     ELSE
085800         ADD 1 TO WS-ARCH-DAY-COUNT
085900     END-IF.
086000     MOVE WS-DAY-DATE (WS-DAY-SUB) TO WS-WORK-DATE.
086100     IF WS-MON-COUNT > ZERO
086200         IF WS-MON-KEY (WS-MON-COUNT) = WS-WORK-MONTH
086300             GO TO 2410-ADD
086400         END-IF
086500     END-IF.
086600     IF WS-MON-COUNT >= WS-MON-MAX
086700         IF NOT WS-MON-LOST
086800             SET WS-MON-LOST TO TRUE
086900             DISPLAY 'DL100V0W-MORE THAN ' WS-MON-MAX
087000                 ' MONTHS OF HISTORY, THE REST NOT CHECKED'
087100         END-IF
087200         GO TO 2410-EXIT
087300     END-IF.
087400     ADD 1 TO WS-MON-COUNT.
087500     MOVE WS-WORK-MONTH TO WS-MON-KEY (WS-MON-COUNT).
087600     MOVE ZERO TO WS-MON-BREACHES (WS-MON-COUNT).
087700     MOVE ZERO TO WS-MON-DAYS (WS-MON-COUNT).
087800     MOVE 'N' TO WS-MON-SUM-SW (WS-MON-COUNT).
087900 2410-ADD.
088000     ADD WS-DAY-AREA-2 (WS-DAY-SUB)
088100         TO WS-MON-BREACHES (WS-MON-COUNT).
088200     ADD 1 TO WS-MON-DAYS (WS-MON-COUNT).
088300     MOVE WS-DAY-DATE (WS-DAY-SUB)
088400         TO WS-MON-LAST-DATE (WS-MON-COUNT).
088500     MOVE WS-DAY-RUN-ID (WS-DAY-SUB)
088600         TO WS-MON-LAST-RUN-ID (WS-MON-COUNT).
088700 2410-EXIT.
088800     EXIT.
088900*----------------------------------------------------------------*
089000*  2500-SET-RANGE  --  THE OLDEST AND NEWEST DAY OF HISTORY,     *
089100*  AND THE MONTHS TO CHECK                                       *
089200*----------------------------------------------------------------*
089300 2500-SET-RANGE.
089400     IF WS-DAY-COUNT > ZERO
089500         MOVE WS-DAY-DATE (1) TO WS-HIST-FIRST-DATE
089600         MOVE WS-DAY-DATE (WS-DAY-COUNT) TO WS-HIST-LAST-DATE
089700         MOVE WS-HIST-FIRST-DATE TO WS-WORK-DATE
089800         MOVE WS-WORK-MONTH TO WS-HIST-FIRST-MONTH
089900     END-IF.
090000     IF WS-CARD-FROM > ZERO
090100         MOVE WS-CARD-FROM TO WS-CHK-FROM
090200     ELSE
090300         MOVE WS-HIST-FIRST-MONTH TO WS-CHK-FROM
090400     END-IF.
090500     IF WS-CARD-TO > ZERO
090600         MOVE WS-CARD-TO TO WS-CHK-TO
090700     ELSE
090800         IF WS-REBUILD-MODE
090900             MOVE WS-CURR-MONTH TO WS-CHK-TO
091000         END-IF
091100     END-IF.
091200     IF WS-CHK-TO < WS-CHK-FROM
091300         DISPLAY 'DL100V0W-VERPARM TO-MONTH ' WS-CHK-TO
091400             ' BEFORE FROM-MONTH ' WS-CHK-FROM ', IGNORED'
091500         ADD 1 TO WS-BAD-CARD-COUNT
091600         MOVE ZERO TO WS-CARD-TO
091700         MOVE 999999 TO WS-CHK-TO
091800     END-IF.
091900     MOVE WS-CHK-FROM TO WS-TEST-MONTH.
092000     MOVE WS-TEST-YYYY TO WS-CHK-FROM-YYYY.
092100     MOVE WS-CHK-TO TO WS-TEST-MONTH.
092200     MOVE WS-TEST-YYYY TO WS-CHK-TO-YYYY.
092300 2500-EXIT.
092400     EXIT.
092500*----------------------------------------------------------------*
092600*  2600-CHECK-REBUILD  --  A REBUILD GOES AHEAD ONLY WHEN THE    *
092700*  CARD CONFIRMS IT AND NAMES WHO AUTHORIZED IT, GIVES A FROM-   *
092800*  MONTH NO OLDER THAN THE HISTORY AND A TO-MONTH NO LATER THAN  *
092900*  THE CURRENT MONTH, EVERY ARCHIVED DAY WAS LOADED AND THE      *
093000*  CHANGES CAN BE LOGGED.  OTHERWISE IT IS REFUSED WITH THE      *
093100*  REASON ON THE REPORT AND RC 8, AND THE AUDIT STILL RUNS.      *
093200*----------------------------------------------------------------*
093300 2600-CHECK-REBUILD.
093400     IF NOT WS-REBUILD-CONFIRMED
093500         MOVE 'CONFIRM FIELD DOES NOT SAY REBUILD'
093600             TO WS-REFUSE-REASON
093700         GO TO 2600-REFUSE
093800     END-IF.
093900     IF WS-USER-ID = SPACES
094000         MOVE 'NO AUTHORIZING USER-ID ON THE CARD'
094100             TO WS-REFUSE-REASON
094200         GO TO 2600-REFUSE
094300     END-IF.
094400     IF WS-CARD-FROM = ZERO
094500         MOVE 'NO VALID FROM-MONTH ON THE CARD'
094600             TO WS-REFUSE-REASON
094700         GO TO 2600-REFUSE
094800     END-IF.
094900     IF WS-DAY-COUNT = ZERO
095000         MOVE 'NO DAILY HISTORY ON FILE' TO WS-REFUSE-REASON
095100         GO TO 2600-REFUSE
095200     END-IF.
095300     IF WS-CHK-FROM < WS-HIST-FIRST-MONTH
095400         MOVE 'FROM-MONTH IS OLDER THAN THE HISTORY'
095500             TO WS-REFUSE-REASON
095600         GO TO 2600-REFUSE
095700     END-IF.
095800     IF WS-CHK-TO > WS-CURR-MONTH
095900         MOVE 'TO-MONTH IS AFTER THE CURRENT MONTH'
096000             TO WS-REFUSE-REASON
096100         GO TO 2600-REFUSE
096200     END-IF.
096300     IF NOT WS-ARCH-AVAIL
096400         MOVE 'CTRARCH NOT AVAILABLE, HISTORY PARTIAL'
096500             TO WS-REFUSE-REASON
096600         GO TO 2600-REFUSE
096700     END-IF.
096710     IF NOT WS-PER-AVAIL
096720         MOVE 'PERCTL NOT AVAILABLE, PERIODS UNKNOWN'
096730             TO WS-REFUSE-REASON
096740         GO TO 2600-REFUSE
096750     END-IF.
096800     IF WS-DAY-LOST
096900      OR WS-MON-LOST
097000         MOVE 'HISTORY TABLE FULL, HISTORY INCOMPLETE'
097100             TO WS-REFUSE-REASON
097200         GO TO 2600-REFUSE
097300     END-IF.
097400     IF NOT WS-AUD-AVAIL
097500         MOVE 'AUDITFILE NOT AVAILABLE' TO WS-REFUSE-REASON
097600         GO TO 2600-REFUSE
097700     END-IF.
097800     SET WS-REBUILD-ALLOWED TO TRUE.
097900     GO TO 2600-EXIT.
098000 2600-REFUSE.
098100     SET WS-REBUILD-REFUSED TO TRUE.
098200     DISPLAY 'DL100V0E-SUMFILE REBUILD REFUSED, '
098300         WS-REFUSE-REASON.
098400 2600-EXIT.
098500     EXIT.
098600*----------------------------------------------------------------*
098700*  3000-CHECK-SUMFILE  --  READ SUMFILE IN KEY ORDER.  EVERY     *
098800*  MONTH RECORD IN THE RANGE IS CROSS-FOOTED AGAINST ITS DAYS;   *
098900*  EVERY MONTH AND YEAR-TO-DATE RECORD GOES INTO THE YEAR TABLE  *
099000*  SO 3300 CAN FOOT THE YEAR.  THEN THE MONTHS OF HISTORY WITH   *
099100*  NO SUMFILE RECORD, AND THE YEARS, ARE CHECKED.                *
099200*----------------------------------------------------------------*
099300 3000-CHECK-SUMFILE.
099400     MOVE 'SUMFILE AGAINST THE DAILY HISTORY' TO WS-SECTION-TITLE.
099500     PERFORM 8150-WRITE-SECTION THRU 8150-EXIT.
099600     MOVE 'SUMFILE' TO WS-DSC-CHECK.
099700     MOVE ZERO TO DL100SM-KEY.
099800     START SUMFILE KEY NOT < DL100SM-KEY
099900         INVALID KEY
100000             SET WS-END-OF-SUMFILE TO TRUE
100100     END-START.
100200     IF NOT WS-END-OF-SUMFILE
100300         PERFORM 3190-READ-SUMFILE-NEXT THRU 3190-EXIT
100400         PERFORM 3100-CHECK-ONE-SUM THRU 3100-EXIT
100500             UNTIL WS-END-OF-SUMFILE
100600                OR WS-FATAL-ERROR
100700     END-IF.
100800     IF WS-FATAL-ERROR
100900         GO TO 3000-EXIT
101000     END-IF.
101100     PERFORM 3200-CHECK-UNROLLED-MONTH THRU 3200-EXIT
101200         VARYING WS-MON-SUB FROM 1 BY 1
101300         UNTIL WS-MON-SUB > WS-MON-COUNT.
101400     MOVE 'YTD' TO WS-DSC-CHECK.
101500     PERFORM 3300-CHECK-ONE-YEAR THRU 3300-EXIT
101600         VARYING WS-YR-SUB FROM 1 BY 1
101700         UNTIL WS-YR-SUB > WS-YR-COUNT.
101800 3000-EXIT.
101900     EXIT.
102000 3100-CHECK-ONE-SUM.
102100     MOVE DL100SM-KEY TO WS-TEST-MONTH.
102200     MOVE WS-TEST-YYYY TO WS-FIND-YYYY.
102300     IF WS-TEST-MM > 12
102400         MOVE DL100SM-KEY TO WS-DSC-KEY
102500         MOVE 'SUMFILE KEY IS NOT A MONTH OR A YEAR'
102600             TO WS-DSC-TEXT
102700         SET WS-DSC-NO-FIGURES TO TRUE
102800         PERFORM 8300-WRITE-DISCREPANCY THRU 8300-EXIT
102900         ADD 1 TO WS-DSC-SUM-COUNT
103000         GO TO 3100-NEXT
103100     END-IF.
103200     PERFORM 3900-FIND-YEAR THRU 3900-EXIT.
103300     IF WS-TEST-MM = ZERO
103400         IF WS-YR-FOUND
103500             MOVE 'Y' TO WS-YR-YTD-SW (YR-IX)
103600             MOVE DL100SM-BREACH-COUNT
103700                 TO WS-YR-YTD-BREACHES (YR-IX)
103800             MOVE DL100SM-RUN-COUNT TO WS-YR-YTD-RUNS (YR-IX)
103900         END-IF
104000         GO TO 3100-NEXT
104100     END-IF.
104200     IF WS-YR-FOUND
104300         ADD DL100SM-BREACH-COUNT TO WS-YR-MON-BREACHES (YR-IX)
104400         ADD DL100SM-RUN-COUNT TO WS-YR-MON-RUNS (YR-IX)
104500     END-IF.
104600     IF DL100SM-KEY < WS-CHK-FROM
104700      OR DL100SM-KEY > WS-CHK-TO
104800         ADD 1 TO WS-MON-SKIP-COUNT
104900         GO TO 3100-NEXT
105000     END-IF.
105100     PERFORM 3110-CHECK-ONE-MONTH THRU 3110-EXIT.
105200 3100-NEXT.
105300     PERFORM 3190-READ-SUMFILE-NEXT THRU 3190-EXIT.
105400 3100-EXIT.
105500     EXIT.
105600*----------------------------------------------------------------*
105700*  3110-CHECK-ONE-MONTH  --  A MONTH RECORD MUST CARRY ITS       *
105800*  DAYS' BREACHES AND ONE RUN FOR EACH DAY.  A RECORD FOR A      *
105900*  MONTH WITH NO HISTORY MUST BE EMPTY.                          *
105910*  THE BREACH COUNT ALSO CARRIES THE PRIOR-PERIOD ADJUSTMENTS    *
105920*  POSTED IN THE MONTH (PPA-NET).  A MONTH CLOSED ON PERCTL IS   *
105930*  CHECKED AGAINST ITS FROZEN TOTALS TOO, IN 3120.               *
106000*----------------------------------------------------------------*
106100 3110-CHECK-ONE-MONTH.
106200     MOVE DL100SM-KEY TO WS-PRT-MONTH.
106300     PERFORM 7910-FORMAT-MONTH THRU 7910-EXIT.
106400     MOVE WS-PRT-MONTH-TEXT TO WS-DSC-KEY.
106500     SET WS-DSC-HAS-FIGURES TO TRUE.
106600     MOVE DL100SM-KEY TO WS-FIND-MONTH.
106700     PERFORM 3910-FIND-MONTH THRU 3910-EXIT.
106705     MOVE ZERO TO WS-EXP-BREACHES.
106710     IF WS-MON-FOUND
106715         MOVE WS-MON-BREACHES (MON-IX) TO WS-EXP-BREACHES
106720     END-IF.
106725     IF DL100SM-PPA-NET NUMERIC
106730         ADD DL100SM-PPA-NET TO WS-EXP-BREACHES
106735     END-IF.
106740     IF WS-EXP-BREACHES < ZERO
106745         MOVE ZERO TO WS-EXP-BREACHES
106750     END-IF.
106755     PERFORM 3950-FIND-PERIOD THRU 3950-EXIT.
106760     IF WS-FATAL-ERROR
106765         GO TO 3110-EXIT
106770     END-IF.
106775     IF WS-PER-CLOSED
106780         PERFORM 3120-CHECK-CLOSED-MONTH THRU 3120-EXIT
106785     END-IF.
106800     IF NOT WS-MON-FOUND
106810         IF DL100SM-BREACH-COUNT NOT = WS-EXP-BREACHES
107000          OR DL100SM-RUN-COUNT > ZERO
107100             MOVE 'MONTH ON SUMFILE HAS NO DAYS OF HISTORY'
107200                 TO WS-DSC-TEXT
107210             MOVE WS-EXP-BREACHES TO WS-DSC-EXPECT
107400             MOVE DL100SM-BREACH-COUNT TO WS-DSC-FOUND
107500             PERFORM 8300-WRITE-DISCREPANCY THRU 8300-EXIT
107600             ADD 1 TO WS-DSC-SUM-COUNT
107700         END-IF
107800         GO TO 3110-EXIT
107900     END-IF.
108000     MOVE 'Y' TO WS-MON-SUM-SW (MON-IX).
108010     IF DL100SM-BREACH-COUNT NOT = WS-EXP-BREACHES
108020         MOVE 'BREACHES NOT THE DAYS PLUS PPA-NET'
108030             TO WS-DSC-TEXT
108040         MOVE WS-EXP-BREACHES TO WS-DSC-EXPECT
108400         MOVE DL100SM-BREACH-COUNT TO WS-DSC-FOUND
108500         PERFORM 8300-WRITE-DISCREPANCY THRU 8300-EXIT
108600         ADD 1 TO WS-DSC-SUM-COUNT
108700     END-IF.
108800     IF DL100SM-RUN-COUNT NOT = WS-MON-DAYS (MON-IX)
108900         MOVE 'RUN COUNT NOT THE NUMBER OF DAYS' TO WS-DSC-TEXT
109000         MOVE WS-MON-DAYS (MON-IX) TO WS-DSC-EXPECT
109100         MOVE DL100SM-RUN-COUNT TO WS-DSC-FOUND
109200         PERFORM 8300-WRITE-DISCREPANCY THRU 8300-EXIT
109300         ADD 1 TO WS-DSC-SUM-COUNT
109400     END-IF.
109500 3110-EXIT.
109600     EXIT.
109602*----------------------------------------------------------------*
109604*  3120-CHECK-CLOSED-MONTH  --  A MONTH CLOSED ON PERCTL MUST    *
109606*  STILL SHOW WHAT DL100P FROZE: THE SUMFILE BREACH AND RUN      *
109608*  COUNTS, AND THE BREACHES OF ITS DAYS.                         *
109610*----------------------------------------------------------------*
109612 3120-CHECK-CLOSED-MONTH.
109614     MOVE 'PERCTL' TO WS-DSC-CHECK.
109616     IF DL100SM-BREACH-COUNT NOT = DL100PC-FRZ-SUM-BREACHES
109618         MOVE 'SUMFILE BREACHES CHANGED SINCE CLOSE'
109620             TO WS-DSC-TEXT
109622         MOVE DL100PC-FRZ-SUM-BREACHES TO WS-DSC-EXPECT
109624         MOVE DL100SM-BREACH-COUNT TO WS-DSC-FOUND
109626         PERFORM 8300-WRITE-DISCREPANCY THRU 8300-EXIT
109628         ADD 1 TO WS-DSC-SUM-COUNT
109630     END-IF.
109632     IF DL100SM-RUN-COUNT NOT = DL100PC-FRZ-RUN-COUNT
109634         MOVE 'SUMFILE RUN COUNT CHANGED SINCE CLOSE'
109636             TO WS-DSC-TEXT
109638         MOVE DL100PC-FRZ-RUN-COUNT TO WS-DSC-EXPECT
109640         MOVE DL100SM-RUN-COUNT TO WS-DSC-FOUND
109642         PERFORM 8300-WRITE-DISCREPANCY THRU 8300-EXIT
109644         ADD 1 TO WS-DSC-SUM-COUNT
109646     END-IF.
109648     IF WS-MON-FOUND
109650         IF WS-MON-BREACHES (MON-IX)
109652             NOT = DL100PC-FRZ-CTR-BREACHES
109654             MOVE 'DAYS'' BREACHES CHANGED SINCE CLOSE'
109656                 TO WS-DSC-TEXT
109658             MOVE DL100PC-FRZ-CTR-BREACHES TO WS-DSC-EXPECT
109660             MOVE WS-MON-BREACHES (MON-IX) TO WS-DSC-FOUND
109662             PERFORM 8300-WRITE-DISCREPANCY THRU 8300-EXIT
109664             ADD 1 TO WS-DSC-SUM-COUNT
109666         END-IF
109668     END-IF.
109670     MOVE 'SUMFILE' TO WS-DSC-CHECK.
109672 3120-EXIT.
109674     EXIT.
109700*----------------------------------------------------------------*
109800*  3190-READ-SUMFILE-NEXT  --  NEXT SUMFILE RECORD IN KEY ORDER  *
109900*----------------------------------------------------------------*
110000 3190-READ-SUMFILE-NEXT.
110100     READ SUMFILE NEXT RECORD
110200         AT END
110300             SET WS-END-OF-SUMFILE TO TRUE
110400         NOT AT END
110500             ADD 1 TO WS-SUM-READ-COUNT
110600     END-READ.
110700     IF NOT WS-SUMFILE-OK AND NOT WS-SUMFILE-EOF
110800         DISPLAY 'DL100V0E-SUMFILE READ ERROR, STATUS '
110900             WS-SUMFILE-STATUS
111000         MOVE 99 TO RETURN-CODE
111100         SET WS-END-OF-SUMFILE TO TRUE
111200         SET WS-FATAL-ERROR TO TRUE
111300     END-IF.
111400 3190-EXIT.
111500     EXIT.
111600*----------------------------------------------------------------*
111700*  3200-CHECK-UNROLLED-MONTH  --  A MONTH OF HISTORY IN THE      *
111800*  RANGE WITH NO SUMFILE RECORD AT ALL                           *
111900*----------------------------------------------------------------*
112000 3200-CHECK-UNROLLED-MONTH.
112100     IF WS-MON-ON-SUMFILE (WS-MON-SUB)
112200      OR WS-MON-KEY (WS-MON-SUB) < WS-CHK-FROM
112300      OR WS-MON-KEY (WS-MON-SUB) > WS-CHK-TO
112400         GO TO 3200-EXIT
112500     END-IF.
112600     MOVE WS-MON-KEY (WS-MON-SUB) TO WS-PRT-MONTH.
112700     PERFORM 7910-FORMAT-MONTH THRU 7910-EXIT.
112800     MOVE WS-PRT-MONTH-TEXT TO WS-DSC-KEY.
112900     MOVE 'NO SUMFILE RECORD FOR A MONTH OF HISTORY'
113000         TO WS-DSC-TEXT.
113100     SET WS-DSC-HAS-FIGURES TO TRUE.
113200     MOVE WS-MON-BREACHES (WS-MON-SUB) TO WS-DSC-EXPECT.
113300     MOVE ZERO TO WS-DSC-FOUND.
113400     PERFORM 8300-WRITE-DISCREPANCY THRU 8300-EXIT.
113500     ADD 1 TO WS-DSC-SUM-COUNT.
113600 3200-EXIT.
113700     EXIT.
113800*----------------------------------------------------------------*
113900*  3300-CHECK-ONE-YEAR  --  THE YEAR-TO-DATE RECORD MUST BE THE  *
114000*  SUM OF THE YEAR'S MONTH RECORDS, BREACHES AND RUNS BOTH.      *
114100*  ONLY THE YEARS THE RANGE TOUCHES ARE CHECKED.                 *
114200*----------------------------------------------------------------*
114300 3300-CHECK-ONE-YEAR.
114400     IF WS-YR-YYYY (WS-YR-SUB) < WS-CHK-FROM-YYYY
114500      OR WS-YR-YYYY (WS-YR-SUB) > WS-CHK-TO-YYYY
114600         GO TO 3300-EXIT
114700     END-IF.
114800     COMPUTE WS-PRT-MONTH = WS-YR-YYYY (WS-YR-SUB) * 100.
114900     PERFORM 7910-FORMAT-MONTH THRU 7910-EXIT.
115000     MOVE WS-PRT-MONTH-TEXT TO WS-DSC-KEY.
115100     SET WS-DSC-HAS-FIGURES TO TRUE.
115200     IF NOT WS-YR-HAS-YTD (WS-YR-SUB)
115300         MOVE 'NO YEAR-TO-DATE RECORD FOR THE YEAR'
115400             TO WS-DSC-TEXT
115500         MOVE WS-YR-MON-BREACHES (WS-YR-SUB) TO WS-DSC-EXPECT
115600         MOVE ZERO TO WS-DSC-FOUND
115700         PERFORM 8300-WRITE-DISCREPANCY THRU 8300-EXIT
115800         ADD 1 TO WS-DSC-SUM-COUNT
115900         GO TO 3300-EXIT
116000     END-IF.
116100     IF WS-YR-YTD-BREACHES (WS-YR-SUB)
116200         NOT = WS-YR-MON-BREACHES (WS-YR-SUB)
116300         MOVE 'BREACHES NOT THE SUM OF THE MONTHS'
116400             TO WS-DSC-TEXT
116500         MOVE WS-YR-MON-BREACHES (WS-YR-SUB) TO WS-DSC-EXPECT
116600         MOVE WS-YR-YTD-BREACHES (WS-YR-SUB) TO WS-DSC-FOUND
116700         PERFORM 8300-WRITE-DISCREPANCY THRU 8300-EXIT
116800         ADD 1 TO WS-DSC-SUM-COUNT
116900     END-IF.
117000     IF WS-YR-YTD-RUNS (WS-YR-SUB)
117100         NOT = WS-YR-MON-RUNS (WS-YR-SUB)
117200         MOVE 'RUN COUNT NOT THE SUM OF THE MONTHS'
117300             TO WS-DSC-TEXT
117400         MOVE WS-YR-MON-RUNS (WS-YR-SUB) TO WS-DSC-EXPECT
117500         MOVE WS-YR-YTD-RUNS (WS-YR-SUB) TO WS-DSC-FOUND
117600         PERFORM 8300-WRITE-DISCREPANCY THRU 8300-EXIT
117700         ADD 1 TO WS-DSC-SUM-COUNT
117800     END-IF.
117900 3300-EXIT.
118000     EXIT.
118100*----------------------------------------------------------------*
118200*  3900-FIND-YEAR  --  FIND WS-FIND-YYYY IN THE YEAR TABLE,      *
118300*  ADDING IT IF IT IS NEW.  PAST THE TABLE LIMIT THE YEAR IS     *
118400*  NOT FOUND, WITH ONE WARNING.                                  *
118500*----------------------------------------------------------------*
118600 3900-FIND-YEAR.
118700     MOVE 'N' TO WS-YR-FOUND-SW.
118800     SET YR-IX TO 1.
118900     SEARCH WS-YR-ENTRY
119000         AT END
119100             IF NOT WS-YR-LOST
119200                 SET WS-YR-LOST TO TRUE
119300                 DISPLAY 'DL100V0W-MORE THAN ' WS-YR-MAX
119400                     ' YEARS ON SUMFILE, THE REST NOT CHECKED'
119500             END-IF
119600         WHEN YR-IX > WS-YR-COUNT
119700             ADD 1 TO WS-YR-COUNT
119800             MOVE WS-FIND-YYYY TO WS-YR-YYYY (YR-IX)
119900             MOVE ZERO TO WS-YR-MON-BREACHES (YR-IX)
120000             MOVE ZERO TO WS-YR-MON-RUNS (YR-IX)
120100             MOVE 'N' TO WS-YR-YTD-SW (YR-IX)
120200             MOVE ZERO TO WS-YR-YTD-BREACHES (YR-IX)
120300             MOVE ZERO TO WS-YR-YTD-RUNS (YR-IX)
120400             MOVE 'N' TO WS-YR-RBL-SW (YR-IX)
120500             MOVE ZERO TO WS-YR-LAST-DATE (YR-IX)
120600             MOVE SPACES TO WS-YR-LAST-RUN-ID (YR-IX)
120700             SET WS-YR-FOUND TO TRUE
120800         WHEN WS-YR-YYYY (YR-IX) = WS-FIND-YYYY
120900             SET WS-YR-FOUND TO TRUE
121000     END-SEARCH.
121100 3900-EXIT.
121200     EXIT.
121300*----------------------------------------------------------------*
121400*  3910-FIND-MONTH  --  FIND WS-FIND-MONTH IN THE MONTH TABLE    *
121500*----------------------------------------------------------------*
121600 3910-FIND-MONTH.
121700     MOVE 'N' TO WS-MON-FOUND-SW.
121800     SET MON-IX TO 1.
121900     SEARCH WS-MON-ENTRY
122000         AT END
122100             MOVE 'N' TO WS-MON-FOUND-SW
122200         WHEN MON-IX > WS-MON-COUNT
122300             MOVE 'N' TO WS-MON-FOUND-SW
122400         WHEN WS-MON-KEY (MON-IX) = WS-FIND-MONTH
122500             SET WS-MON-FOUND TO TRUE
122600     END-SEARCH.
122700 3910-EXIT.
122800     EXIT.
122900*----------------------------------------------------------------*
123000*  3920-FIND-DAY  --  FIND WS-FIND-DATE IN THE DAY TABLE         *
123100*----------------------------------------------------------------*
123200 3920-FIND-DAY.
123300     MOVE 'N' TO WS-DAY-FOUND-SW.
123400     SET DAY-IX TO 1.
123500     SEARCH WS-DAY-ENTRY
123600         AT END
123700             MOVE 'N' TO WS-DAY-FOUND-SW
123800         WHEN DAY-IX > WS-DAY-COUNT
123900             MOVE 'N' TO WS-DAY-FOUND-SW
124000         WHEN WS-DAY-DATE (DAY-IX) = WS-FIND-DATE
124100             SET WS-DAY-FOUND TO TRUE
124200     END-SEARCH.
124300 3920-EXIT.
124400     EXIT.
124500*----------------------------------------------------------------*
124600*  3930-FIND-RUN-ID  --  IS WS-FIND-RUN-ID THE RUN THAT FED ANY  *
124700*  DAY IN THE DAY TABLE                                          *
124800*----------------------------------------------------------------*
124900 3930-FIND-RUN-ID.
125000     MOVE 'N' TO WS-DAY-FOUND-SW.
125100     SET DAY-IX TO 1.
125200     SEARCH WS-DAY-ENTRY
125300         AT END
125400             MOVE 'N' TO WS-DAY-FOUND-SW
125500         WHEN DAY-IX > WS-DAY-COUNT
125600             MOVE 'N' TO WS-DAY-FOUND-SW
125700         WHEN WS-DAY-RUN-ID (DAY-IX) = WS-FIND-RUN-ID
125800             SET WS-DAY-FOUND TO TRUE
125900     END-SEARCH.
126000 3930-EXIT.
126100     EXIT.
126200*----------------------------------------------------------------*
126300*  3940-TEST-DAY-RANGE  --  IS WS-WORK-DATE IN A MONTH THE       *
126400*  RANGE COVERS                                                  *
126500*----------------------------------------------------------------*
126600 3940-TEST-DAY-RANGE.
126700     IF WS-WORK-MONTH < WS-CHK-FROM
126800      OR WS-WORK-MONTH > WS-CHK-TO
126900         MOVE 'N' TO WS-IN-RANGE-SW
127000     ELSE
127100         SET WS-IN-RANGE TO TRUE
127200     END-IF.
127300 3940-EXIT.
127400     EXIT.
127403*----------------------------------------------------------------*
127406*  3950-FIND-PERIOD  --  IS WS-FIND-MONTH CLOSED ON PERCTL.  A   *
127409*  MONTH NOT ON PERCTL, OR REOPENED, IS OPEN.                    *
127412*----------------------------------------------------------------*
127415 3950-FIND-PERIOD.
127418     MOVE 'N' TO WS-PER-CLOSED-SW.
127421     IF NOT WS-PER-AVAIL
127424         GO TO 3950-EXIT
127427     END-IF.
127430     MOVE WS-FIND-MONTH TO DL100PC-PERIOD.
127433     READ PERCTL
127436         INVALID KEY
127439             GO TO 3950-EXIT
127442     END-READ.
127445     IF NOT WS-PERCTL-OK
127448         DISPLAY 'DL100V0E-PERCTL READ ERROR, STATUS '
127451             WS-PERCTL-STATUS
127454         MOVE 99 TO RETURN-CODE
127457         SET WS-FATAL-ERROR TO TRUE
127460         GO TO 3950-EXIT
127463     END-IF.
127466     IF DL100PC-CLOSED
127469         SET WS-PER-CLOSED TO TRUE
127472     END-IF.
127475 3950-EXIT.
127478     EXIT.
127500*----------------------------------------------------------------*
127600*  4000-CHECK-RUNCFILE  --  EVERY COMPLETED RUNCFILE DATE IN     *
127700*  THE RANGE MUST HAVE ITS COUNTER DAY, AND EVERY DAY FROM THE   *
127800*  FIRST COMPLETED DATE ON MUST HAVE ITS COMPLETED DATE.  A      *
127900*  CATCH-UP RUN STAMPS ITS OWN RUN DATE AS WELL AS ITS BUCKET    *
128000*  DAYS, AND THE RUN DATE NEED HAVE NO ITEMS OF ITS OWN; SUCH A  *
128100*  DATE IS COUNTED, NOT REPORTED, WHEN ITS RUN-ID FED SOME       *
128200*  OTHER DAY.  DATES OLDER THAN THE HISTORY ARE NOT CHECKED.     *
128300*----------------------------------------------------------------*
128400 4000-CHECK-RUNCFILE.
128500     MOVE 'RUNCFILE AGAINST THE DAILY HISTORY'
128600         TO WS-SECTION-TITLE.
128700     PERFORM 8150-WRITE-SECTION THRU 8150-EXIT.
128800     IF NOT WS-RUNC-AVAIL
128900         MOVE 'RUNCFILE' TO WS-FILE-NAME
129000         PERFORM 8160-WRITE-NOT-CHECKED THRU 8160-EXIT
129100         GO TO 4000-EXIT
129200     END-IF.
129300     MOVE 'RUNCFILE' TO WS-DSC-CHECK.
129400     SET WS-DSC-NO-FIGURES TO TRUE.
129500     MOVE ZERO TO DL100RC-BUS-DATE.
129600     START RUNCFILE KEY NOT < DL100RC-BUS-DATE
129700         INVALID KEY
129800             SET WS-END-OF-RUNCFILE TO TRUE
129900     END-START.
130000     IF NOT WS-END-OF-RUNCFILE
130100         PERFORM 4190-READ-RUNCFILE-NEXT THRU 4190-EXIT
130200         PERFORM 4100-CHECK-ONE-RUNC THRU 4100-EXIT
130300             UNTIL WS-END-OF-RUNCFILE
130400                OR WS-FATAL-ERROR
130500     END-IF.
130600     IF WS-FATAL-ERROR
130700         GO TO 4000-EXIT
130800     END-IF.
130900     PERFORM 4200-CHECK-DAY-COMPLETED THRU 4200-EXIT
131000         VARYING WS-DAY-SUB FROM 1 BY 1
131100         UNTIL WS-DAY-SUB > WS-DAY-COUNT.
131200 4000-EXIT.
131300     EXIT.
131400 4100-CHECK-ONE-RUNC.
131500     IF NOT DL100RC-COMPLETED
131600         ADD 1 TO WS-RUNC-OPEN-COUNT
131700         GO TO 4100-NEXT
131800     END-IF.
131900     IF DL100RC-BUS-DATE < WS-RUNC-FIRST-DATE
132000         MOVE DL100RC-BUS-DATE TO WS-RUNC-FIRST-DATE
132100     END-IF.
132200     MOVE DL100RC-BUS-DATE TO WS-WORK-DATE.
132300     PERFORM 3940-TEST-DAY-RANGE THRU 3940-EXIT.
132400     IF NOT WS-IN-RANGE
132500      OR DL100RC-BUS-DATE < WS-HIST-FIRST-DATE
132600      OR WS-DAY-COUNT = ZERO
132700         ADD 1 TO WS-RUNC-SKIP-COUNT
132800         GO TO 4100-NEXT
132900     END-IF.
133000     MOVE DL100RC-BUS-DATE TO WS-FIND-DATE.
133100     PERFORM 3920-FIND-DAY THRU 3920-EXIT.
133200     IF WS-DAY-FOUND
133300         MOVE 'Y' TO WS-DAY-RUNC-SW (DAY-IX)
133400         GO TO 4100-NEXT
133500     END-IF.
133600     MOVE DL100RC-RUN-ID TO WS-FIND-RUN-ID.
133700     PERFORM 3930-FIND-RUN-ID THRU 3930-EXIT.
133800     IF WS-DAY-FOUND
133900         ADD 1 TO WS-CATCHUP-COUNT
134000         GO TO 4100-NEXT
134100     END-IF.
134200     MOVE DL100RC-BUS-DATE TO WS-PRT-DATE.
134300     PERFORM 7900-FORMAT-DATE THRU 7900-EXIT.
134400     MOVE WS-PRT-DATE-TEXT TO WS-DSC-KEY.
134500     MOVE 'COMPLETED DATE HAS NO CTRFILE DAY' TO WS-DSC-TEXT.
134600     PERFORM 8300-WRITE-DISCREPANCY THRU 8300-EXIT.
134700     ADD 1 TO WS-DSC-RUNC-COUNT.
134800 4100-NEXT.
134900     PERFORM 4190-READ-RUNCFILE-NEXT THRU 4190-EXIT.
135000 4100-EXIT.
135100     EXIT.
135200*----------------------------------------------------------------*
135300*  4190-READ-RUNCFILE-NEXT  --  NEXT RUN-CONTROL DATE            *
135400*----------------------------------------------------------------*
135500 4190-READ-RUNCFILE-NEXT.
135600     READ RUNCFILE NEXT RECORD
135700         AT END
135800             SET WS-END-OF-RUNCFILE TO TRUE
135900         NOT AT END
136000             ADD 1 TO WS-RUNC-READ-COUNT
136100     END-READ.
136200     IF NOT WS-RUNCFILE-OK AND NOT WS-RUNCFILE-EOF
136300         DISPLAY 'DL100V0E-RUNCFILE READ ERROR, STATUS '
136400             WS-RUNCFILE-STATUS
136500         MOVE 99 TO RETURN-CODE
136600         SET WS-END-OF-RUNCFILE TO TRUE
136700         SET WS-FATAL-ERROR TO TRUE
136800     END-IF.
136900 4190-EXIT.
137000     EXIT.
137100*----------------------------------------------------------------*
137200*  4200-CHECK-DAY-COMPLETED  --  A COUNTER DAY IN THE RANGE,     *
137300*  FROM THE FIRST COMPLETED RUNCFILE DATE ON, THAT NO COMPLETED  *
137400*  DATE ACCOUNTED FOR                                            *
137500*----------------------------------------------------------------*
137600 4200-CHECK-DAY-COMPLETED.
137700     IF WS-DAY-COMPLETED (WS-DAY-SUB)
137800      OR WS-DAY-DATE (WS-DAY-SUB) < WS-RUNC-FIRST-DATE
137900         GO TO 4200-EXIT
138000     END-IF.
138100     MOVE WS-DAY-DATE (WS-DAY-SUB) TO WS-WORK-DATE.
138200     PERFORM 3940-TEST-DAY-RANGE THRU 3940-EXIT.
138300     IF NOT WS-IN-RANGE
138400         GO TO 4200-EXIT
138500     END-IF.
138600     MOVE WS-DAY-DATE (WS-DAY-SUB) TO WS-PRT-DATE.
138700     PERFORM 7900-FORMAT-DATE THRU 7900-EXIT.
138800     MOVE WS-PRT-DATE-TEXT TO WS-DSC-KEY.
138900     MOVE 'CTRFILE DAY HAS NO COMPLETED DATE' TO WS-DSC-TEXT.
139000     PERFORM 8300-WRITE-DISCREPANCY THRU 8300-EXIT.
139100     ADD 1 TO WS-DSC-RUNC-COUNT.
139200 4200-EXIT.
139300     EXIT.
139400*----------------------------------------------------------------*
139500*  5000-CHECK-FEEDS  --  READ THE FEED HISTORY, EXCARCH FIRST    *
139600*  AND THEN EXCFILE, SO THE LAST FEED OR CORRECTION FOR A DAY    *
139700*  IS THE ONE THAT STANDS.  AN ORIGINAL FEED FOR A DAY IN THE    *
139800*  RANGE WITH NO COUNTER DAY IS REPORTED.  THEN EVERY DAY IN     *
139900*  THE RANGE IS CHECKED IN 5200.                                 *
140000*----------------------------------------------------------------*
140100 5000-CHECK-FEEDS.
140200     MOVE 'FEEDS AND WORK STATUS AGAINST THE DAYS'
140300         TO WS-SECTION-TITLE.
140400     PERFORM 8150-WRITE-SECTION THRU 8150-EXIT.
140500     IF NOT WS-EXCARCH-AVAIL
140600         MOVE 'EXCARCH' TO WS-FILE-NAME
140700         PERFORM 8160-WRITE-NOT-CHECKED THRU 8160-EXIT
140800     END-IF.
140900     IF NOT WS-EXC-AVAIL
141000         MOVE 'EXCFILE' TO WS-FILE-NAME
141100         PERFORM 8160-WRITE-NOT-CHECKED THRU 8160-EXIT
141200     END-IF.
141300     IF NOT WS-STAT-AVAIL
141400         MOVE 'STATFILE' TO WS-FILE-NAME
141500         PERFORM 8160-WRITE-NOT-CHECKED THRU 8160-EXIT
141600     END-IF.
141700     MOVE 'EXCFILE' TO WS-DSC-CHECK.
141800     IF WS-EXCARCH-AVAIL
141900         PERFORM 5190-READ-EXCARCH THRU 5190-EXIT
142000         PERFORM 5110-NEXT-ARCH-FEED THRU 5110-EXIT
142100             UNTIL WS-END-OF-EXCARCH
142200                OR WS-FATAL-ERROR
142300     END-IF.
142400     IF WS-EXC-AVAIL
142500      AND WS-NO-FATAL-ERROR
142600         PERFORM 5191-READ-EXCFILE THRU 5191-EXIT
142700         PERFORM 5120-NEXT-LIVE-FEED THRU 5120-EXIT
142800             UNTIL WS-END-OF-EXCFILE
142900                OR WS-FATAL-ERROR
143000     END-IF.
143100     IF WS-STAT-AVAIL
143200      AND WS-NO-FATAL-ERROR
143300         PERFORM 5050-FIND-FIRST-STAT THRU 5050-EXIT
143400     END-IF.
143500     IF WS-FATAL-ERROR
143600         GO TO 5000-EXIT
143700     END-IF.
143800     PERFORM 5200-CHECK-ONE-DAY-FEED THRU 5200-EXIT
143900         VARYING WS-DAY-SUB FROM 1 BY 1
144000         UNTIL WS-DAY-SUB > WS-DAY-COUNT
144100            OR WS-FATAL-ERROR.
144200 5000-EXIT.
144300     EXIT.
144400*----------------------------------------------------------------*
144500*  5050-FIND-FIRST-STAT  --  THE OLDEST FEED DATE ON STATFILE.   *
144600*  DAYS OLDER THAN IT HAVE AGED OFF AND ARE NOT CHECKED.         *
144700*----------------------------------------------------------------*
144800 5050-FIND-FIRST-STAT.
144900     MOVE LOW-VALUES TO DL100ST-KEY.
145000     START STATFILE KEY NOT < DL100ST-KEY
145100         INVALID KEY
145200             GO TO 5050-EXIT
145300     END-START.
145400     READ STATFILE NEXT RECORD
145500         AT END
145600             GO TO 5050-EXIT
145700     END-READ.
145800     IF NOT WS-STATFILE-OK
145900         DISPLAY 'DL100V0E-STATFILE READ ERROR, STATUS '
146000             WS-STATFILE-STATUS
146100         MOVE 99 TO RETURN-CODE
146200         SET WS-FATAL-ERROR TO TRUE
146300         GO TO 5050-EXIT
146400     END-IF.
146500     ADD 1 TO WS-STAT-READ-COUNT.
146600     MOVE DL100ST-FEED-DATE TO WS-STAT-FIRST-DATE.
146700 5050-EXIT.
146800     EXIT.
146900 5110-NEXT-ARCH-FEED.
147000     PERFORM 5130-TAKE-ONE-FEED THRU 5130-EXIT.
147100     PERFORM 5190-READ-EXCARCH THRU 5190-EXIT.
147200 5110-EXIT.
147300     EXIT.
147400 5120-NEXT-LIVE-FEED.
147500     PERFORM 5130-TAKE-ONE-FEED THRU 5130-EXIT.
147600     PERFORM 5191-READ-EXCFILE THRU 5191-EXIT.
147700 5120-EXIT.
147800     EXIT.
147900*----------------------------------------------------------------*
148000*  5130-TAKE-ONE-FEED  --  MARK THE FEED AGAINST ITS DAY WITH    *
148100*  THE BREACH COUNT IT SENT                                      *
148200*----------------------------------------------------------------*
148300 5130-TAKE-ONE-FEED.
148400     IF DL100EX-FEED-DATE < WS-EXC-FIRST-DATE
148500         MOVE DL100EX-FEED-DATE TO WS-EXC-FIRST-DATE
148600     END-IF.
148700     MOVE DL100EX-FEED-DATE TO WS-FIND-DATE.
148800     PERFORM 3920-FIND-DAY THRU 3920-EXIT.
148900     IF WS-DAY-FOUND
149000         MOVE 'Y' TO WS-DAY-FEED-SW (DAY-IX)
149100         MOVE DL100EX-FINAL-AREA-2 TO WS-DAY-FEED-AREA-2 (DAY-IX)
149200         GO TO 5130-EXIT
149300     END-IF.
149400     IF NOT DL100EX-ORIGINAL
149500         GO TO 5130-EXIT
149600     END-IF.
149700     MOVE DL100EX-FEED-DATE TO WS-WORK-DATE.
149800     PERFORM 3940-TEST-DAY-RANGE THRU 3940-EXIT.
149900     IF NOT WS-IN-RANGE
150000      OR DL100EX-FEED-DATE < WS-HIST-FIRST-DATE
150100      OR WS-DAY-COUNT = ZERO
150200         ADD 1 TO WS-FEED-SKIP-COUNT
150300         GO TO 5130-EXIT
150400     END-IF.
150500     MOVE DL100EX-FEED-DATE TO WS-PRT-DATE.
150600     PERFORM 7900-FORMAT-DATE THRU 7900-EXIT.
150700     MOVE WS-PRT-DATE-TEXT TO WS-DSC-KEY.
150800     MOVE 'FEED SENT FOR A DAY NOT ON CTRFILE'
150900         TO WS-DSC-TEXT.
151000     SET WS-DSC-HAS-FIGURES TO TRUE.
151100     MOVE ZERO TO WS-DSC-EXPECT.
151200     MOVE DL100EX-FINAL-AREA-2 TO WS-DSC-FOUND.
151300     PERFORM 8300-WRITE-DISCREPANCY THRU 8300-EXIT.
151400     ADD 1 TO WS-DSC-FEED-COUNT.
151500 5130-EXIT.
151600     EXIT.
151700*----------------------------------------------------------------*
151800*  5190-READ-EXCARCH AND 5191-READ-EXCFILE  --  NEXT FEED        *
151900*  RECORD, INTO THE DL100EX LAYOUT                               *
152000*----------------------------------------------------------------*
152100 5190-READ-EXCARCH.
152200     READ EXCARCH INTO DL100EX-RECORD
152300         AT END
152400             SET WS-END-OF-EXCARCH TO TRUE
152500         NOT AT END
152600             ADD 1 TO WS-EXCARCH-READ-COUNT
152700     END-READ.
152800     IF NOT WS-EXCARCH-OK AND NOT WS-EXCARCH-EOF
152900         DISPLAY 'DL100V0E-EXCARCH READ ERROR, STATUS '
153000             WS-EXCARCH-STATUS
153100         MOVE 99 TO RETURN-CODE
153200         SET WS-END-OF-EXCARCH TO TRUE
153300         SET WS-FATAL-ERROR TO TRUE
153400     END-IF.
153500 5190-EXIT.
153600     EXIT.
153700 5191-READ-EXCFILE.
153800     READ EXCFILE INTO DL100EX-RECORD
153900         AT END
154000             SET WS-END-OF-EXCFILE TO TRUE
154100         NOT AT END
154200             ADD 1 TO WS-EXC-READ-COUNT
154300     END-READ.
154400     IF NOT WS-EXCFILE-OK AND NOT WS-EXCFILE-EOF
154500         DISPLAY 'DL100V0E-EXCFILE READ ERROR, STATUS '
154600             WS-EXCFILE-STATUS
154700         MOVE 99 TO RETURN-CODE
154800         SET WS-END-OF-EXCFILE TO TRUE
154900         SET WS-FATAL-ERROR TO TRUE
155000     END-IF.
155100 5191-EXIT.
155200     EXIT.
155300*----------------------------------------------------------------*
155400*  5200-CHECK-ONE-DAY-FEED  --  ONE DAY IN THE RANGE.  A FED     *
155500*  DAY'S LAST FEED MUST CARRY THE DAY'S BREACH COUNT.  A         *
155600*  BREACHED DAY MUST HAVE BEEN FED, UNLESS IT IS OLDER THAN THE  *
155700*  OLDEST FEED ON FILE, AND MUST HAVE ITS STATFILE ENTRY.        *
155800*----------------------------------------------------------------*
155900 5200-CHECK-ONE-DAY-FEED.
156000     MOVE WS-DAY-DATE (WS-DAY-SUB) TO WS-WORK-DATE.
156100     PERFORM 3940-TEST-DAY-RANGE THRU 3940-EXIT.
156200     IF NOT WS-IN-RANGE
156300         GO TO 5200-EXIT
156400     END-IF.
156500     MOVE WS-DAY-DATE (WS-DAY-SUB) TO WS-PRT-DATE.
156600     PERFORM 7900-FORMAT-DATE THRU 7900-EXIT.
156700     MOVE WS-PRT-DATE-TEXT TO WS-DSC-KEY.
156800     MOVE 'EXCFILE' TO WS-DSC-CHECK.
156900     SET WS-DSC-HAS-FIGURES TO TRUE.
156910     MOVE WS-DAY-EXP-AREA-2 (WS-DAY-SUB) TO WS-DSC-EXPECT.
157100     IF WS-DAY-FED (WS-DAY-SUB)
157200         IF WS-DAY-FEED-AREA-2 (WS-DAY-SUB)
157210             NOT = WS-DAY-EXP-AREA-2 (WS-DAY-SUB)
157400             MOVE 'LAST FEED BREACHES NOT THE DAY''S'
157500                 TO WS-DSC-TEXT
157600             MOVE WS-DAY-FEED-AREA-2 (WS-DAY-SUB) TO WS-DSC-FOUND
157700             PERFORM 8300-WRITE-DISCREPANCY THRU 8300-EXIT
157800             ADD 1 TO WS-DSC-FEED-COUNT
157900         END-IF
158000     ELSE
158010         IF WS-DAY-EXP-AREA-2 (WS-DAY-SUB) > ZERO
158200          AND WS-DAY-DATE (WS-DAY-SUB) NOT < WS-EXC-FIRST-DATE
158300             MOVE 'BREACHED DAY WAS NEVER FED' TO WS-DSC-TEXT
158400             MOVE ZERO TO WS-DSC-FOUND
158500             PERFORM 8300-WRITE-DISCREPANCY THRU 8300-EXIT
158600             ADD 1 TO WS-DSC-FEED-COUNT
158700         END-IF
158800     END-IF.
158810     IF WS-DAY-EXP-AREA-2 (WS-DAY-SUB) > ZERO
159000      AND WS-STAT-AVAIL
159100      AND WS-DAY-DATE (WS-DAY-SUB) NOT < WS-STAT-FIRST-DATE
159200         PERFORM 5300-CHECK-DAY-STATUS THRU 5300-EXIT
159300     END-IF.
159400 5200-EXIT.
159500     EXIT.
159600*----------------------------------------------------------------*
159700*  5300-CHECK-DAY-STATUS  --  THE STATFILE ENTRY FOR A BREACHED  *
159800*  DAY IS KEYED BY THE DAY AND THE RUN-ID THAT FED IT.  IT MUST  *
159900*  BE THERE, NOT WITHDRAWN, AND CARRY THE DAY'S BREACH COUNT.    *
160000*----------------------------------------------------------------*
160100 5300-CHECK-DAY-STATUS.
160200     MOVE 'STATFILE' TO WS-DSC-CHECK.
160300     MOVE WS-DAY-DATE (WS-DAY-SUB) TO DL100ST-FEED-DATE.
160400     MOVE WS-DAY-RUN-ID (WS-DAY-SUB) TO DL100ST-RUN-ID.
160500     READ STATFILE
160600         INVALID KEY
160700             MOVE 'BREACHED DAY HAS NO STATFILE ENTRY'
160800                 TO WS-DSC-TEXT
160900             MOVE ZERO TO WS-DSC-FOUND
161000             PERFORM 8300-WRITE-DISCREPANCY THRU 8300-EXIT
161100             ADD 1 TO WS-DSC-FEED-COUNT
161200             GO TO 5300-EXIT
161300     END-READ.
161400     IF NOT WS-STATFILE-OK
161500         DISPLAY 'DL100V0E-STATFILE READ ERROR, STATUS '
161600             WS-STATFILE-STATUS
161700         MOVE 99 TO RETURN-CODE
161800         SET WS-FATAL-ERROR TO TRUE
161900         GO TO 5300-EXIT
162000     END-IF.
162100     ADD 1 TO WS-STAT-READ-COUNT.
162200     MOVE DL100ST-AREA-2 TO WS-DSC-FOUND.
162300     IF DL100ST-WITHDRAWN
162400         MOVE 'STATFILE ENTRY WITHDRAWN, DAY BREACHED'
162500             TO WS-DSC-TEXT
162600         PERFORM 8300-WRITE-DISCREPANCY THRU 8300-EXIT
162700         ADD 1 TO WS-DSC-FEED-COUNT
162800         GO TO 5300-EXIT
162900     END-IF.
162910     IF DL100ST-AREA-2 NOT = WS-DAY-EXP-AREA-2 (WS-DAY-SUB)
163100         MOVE 'STATFILE BREACHES NOT THE DAY''S'
163200             TO WS-DSC-TEXT
163300         PERFORM 8300-WRITE-DISCREPANCY THRU 8300-EXIT
163400         ADD 1 TO WS-DSC-FEED-COUNT
163500     END-IF.
163600 5300-EXIT.
163700     EXIT.
163800*----------------------------------------------------------------*
163900*  6000-REBUILD-SUMFILE  --  SET EVERY SUMFILE MONTH IN THE      *
164000*  RANGE FROM ITS DAYS, THEN EVERY YEAR-TO-DATE RECORD OF THE    *
164100*  YEARS TOUCHED FROM ITS MONTHS.  EACH RECORD GETS A BEFORE     *
164200*  AND AFTER LINE; EACH ONE CHANGED IS LOGGED TO AUDITFILE.      *
164300*----------------------------------------------------------------*
164400 6000-REBUILD-SUMFILE.
164500     MOVE 'SUMFILE REBUILD' TO WS-SECTION-TITLE.
164600     MOVE SPACES TO DL100VR-LINE.
164700     PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT.
164800     MOVE ' ' TO DL100VR-CC.
164900     MOVE WS-SECTION-TITLE TO DL100VR-TEXT.
165000     PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT.
165100     IF WS-YR-LOST
165200         MOVE 'YEAR TABLE FULL, YEAR TOTALS PARTIAL'
165300             TO WS-REFUSE-REASON
165400         SET WS-REBUILD-REFUSED TO TRUE
165500         DISPLAY 'DL100V0E-SUMFILE REBUILD REFUSED, '
165600             WS-REFUSE-REASON
165700         MOVE SPACES TO DL100VR-LINE
165800         MOVE ' ' TO DL100VR-CC
165900         MOVE 'REBUILD REFUSED' TO DL100VR-TEXT
166000         PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT
166100         MOVE WS-REFUSE-REASON TO DL100VR-TEXT
166200         PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT
166300         GO TO 6000-EXIT
166400     END-IF.
166500     MOVE ' ' TO DL100VR-HDG-CC.
166600     MOVE WS-RBL-HDG-1 TO DL100VR-HDG-TEXT.
166700     PERFORM 8910-WRITE-HDG-LINE THRU 8910-EXIT.
166800     MOVE WS-RBL-HDG-2 TO DL100VR-HDG-TEXT.
166900     PERFORM 8910-WRITE-HDG-LINE THRU 8910-EXIT.
167000     MOVE WS-CHK-FROM TO WS-RBL-MONTH.
167100     PERFORM 6100-REBUILD-ONE-MONTH THRU 6100-EXIT
167200         UNTIL WS-RBL-MONTH > WS-CHK-TO
167300            OR WS-FATAL-ERROR.
167400     PERFORM 6200-REBUILD-ONE-YTD THRU 6200-EXIT
167500         VARYING WS-YR-SUB FROM 1 BY 1
167600         UNTIL WS-YR-SUB > WS-YR-COUNT
167700            OR WS-FATAL-ERROR.
167800     IF WS-NO-FATAL-ERROR
167900         DISPLAY 'DL100V0I-SUMFILE REBUILT ' WS-CHK-FROM ' TO '
168000             WS-CHK-TO ', ' WS-RBL-REPLACED-COUNT ' REPLACED, '
168100             WS-RBL-ADDED-COUNT ' ADDED'
168200     END-IF.
168300 6000-EXIT.
168400     EXIT.
168500*----------------------------------------------------------------*
168600*  6100-REBUILD-ONE-MONTH  --  ONE MONTH OF THE RANGE.  THE      *
168700*  BREACH COUNT BECOMES THE SUM OF THE DAYS AND THE RUN COUNT    *
168800*  THE NUMBER OF DAYS; THE LAST RUN IS THE MONTH'S LAST DAY.  A  *
168900*  RECORD FOR A MONTH WITH NO DAYS IS ZEROED, AND A MONTH WITH   *
169000*  NEITHER IS PASSED BY.  THE YEAR'S MONTH SUMS ARE MOVED BY     *
169100*  THE SAME AMOUNTS FOR 6200.                                    *
169110*  A MONTH CLOSED ON PERCTL IS LEFT AS IT WAS FROZEN AND SHOWN   *
169120*  AS CLOSED.  AN OPEN MONTH'S BREACH COUNT KEEPS THE PRIOR-     *
169130*  PERIOD ADJUSTMENTS POSTED IN IT (PPA-NET).                    *
169200*----------------------------------------------------------------*
169300 6100-REBUILD-ONE-MONTH.
169400     MOVE WS-RBL-MONTH TO WS-FIND-MONTH.
169500     PERFORM 3910-FIND-MONTH THRU 3910-EXIT.
169600     MOVE WS-RBL-MONTH TO DL100SM-KEY.
169700     PERFORM 6300-READ-SUM-FOR-UPDATE THRU 6300-EXIT.
169800     IF WS-FATAL-ERROR
169900         GO TO 6100-EXIT
170000     END-IF.
170010     PERFORM 3950-FIND-PERIOD THRU 3950-EXIT.
170020     IF WS-FATAL-ERROR
170030         GO TO 6100-EXIT
170040     END-IF.
170050     IF WS-PER-CLOSED
170060         PERFORM 6150-PASS-CLOSED-MONTH THRU 6150-EXIT
170070         GO TO 6100-NEXT
170080     END-IF.
170100     IF WS-SUM-REC-NOTFOUND AND NOT WS-MON-FOUND
170200         GO TO 6100-NEXT
170300     END-IF.
170400     IF WS-MON-FOUND
170500         MOVE WS-MON-BREACHES (MON-IX) TO WS-AFT-BREACHES
170600         MOVE WS-MON-DAYS (MON-IX) TO WS-AFT-RUNS
170700         MOVE WS-MON-LAST-DATE (MON-IX) TO DL100SM-LAST-RUN-DATE
170800         MOVE WS-MON-LAST-RUN-ID (MON-IX) TO DL100SM-LAST-RUN-ID
170900     ELSE
171000         MOVE ZERO TO WS-AFT-BREACHES
171100         MOVE ZERO TO WS-AFT-RUNS
171200     END-IF.
171210     COMPUTE WS-EXP-BREACHES = WS-AFT-BREACHES + DL100SM-PPA-NET.
171220     IF WS-EXP-BREACHES < ZERO
171230         MOVE ZERO TO WS-EXP-BREACHES
171240     END-IF.
171250     MOVE WS-EXP-BREACHES TO WS-AFT-BREACHES.
171300     MOVE WS-RBL-YYYY TO WS-FIND-YYYY.
171400     PERFORM 3900-FIND-YEAR THRU 3900-EXIT.
171500     IF WS-YR-FOUND
171600         SUBTRACT WS-BEF-BREACHES FROM WS-YR-MON-BREACHES (YR-IX)
171700         ADD WS-AFT-BREACHES TO WS-YR-MON-BREACHES (YR-IX)
171800         SUBTRACT WS-BEF-RUNS FROM WS-YR-MON-RUNS (YR-IX)
171900         ADD WS-AFT-RUNS TO WS-YR-MON-RUNS (YR-IX)
172000         MOVE 'Y' TO WS-YR-RBL-SW (YR-IX)
172100         IF DL100SM-LAST-RUN-DATE > WS-YR-LAST-DATE (YR-IX)
172200             MOVE DL100SM-LAST-RUN-DATE TO WS-YR-LAST-DATE (YR-IX)
172300             MOVE DL100SM-LAST-RUN-ID TO WS-YR-LAST-RUN-ID (YR-IX)
172400         END-IF
172500     END-IF.
172600     MOVE WS-RBL-MONTH TO WS-PRT-MONTH.
172700     PERFORM 7910-FORMAT-MONTH THRU 7910-EXIT.
172800     PERFORM 6400-STORE-SUM-REC THRU 6400-EXIT.
172900 6100-NEXT.
173000     IF WS-RBL-MM = 12
173100         MOVE 1 TO WS-RBL-MM
173200         ADD 1 TO WS-RBL-YYYY
173300     ELSE
173400         ADD 1 TO WS-RBL-MM
173500     END-IF.
173600 6100-EXIT.
173700     EXIT.
173704*----------------------------------------------------------------*
173708*  6150-PASS-CLOSED-MONTH  --  A CLOSED MONTH IS NOT TOUCHED;    *
173712*  ITS LINE SHOWS THE FIGURES ON FILE AND THE ACTION CLOSED.     *
173716*----------------------------------------------------------------*
173720 6150-PASS-CLOSED-MONTH.
173724     ADD 1 TO WS-RBL-CLOSED-COUNT.
173728     MOVE WS-RBL-MONTH TO WS-PRT-MONTH.
173732     PERFORM 7910-FORMAT-MONTH THRU 7910-EXIT.
173736     MOVE SPACES TO DL100VR-RBL-LINE.
173740     MOVE ' ' TO DL100VR-RBL-CC.
173744     MOVE WS-PRT-MONTH-TEXT TO DL100VR-RBL-KEY.
173748     MOVE WS-BEF-BREACHES TO DL100VR-RBL-BEF-BRCH-ED.
173752     MOVE WS-BEF-BREACHES TO DL100VR-RBL-AFT-BRCH-ED.
173756     MOVE WS-BEF-RUNS TO DL100VR-RBL-BEF-RUNS-ED.
173760     MOVE WS-BEF-RUNS TO DL100VR-RBL-AFT-RUNS-ED.
173764     MOVE 'CLOSED' TO DL100VR-RBL-ACTION.
173768     PERFORM 8930-WRITE-RBL-LINE THRU 8930-EXIT.
173772 6150-EXIT.
173776     EXIT.
173800*----------------------------------------------------------------*
173900*  6200-REBUILD-ONE-YTD  --  THE YEAR-TO-DATE RECORD OF A YEAR   *
174000*  6100 TOUCHED BECOMES THE SUM OF THE YEAR'S MONTH RECORDS AS   *
174100*  THEY NOW STAND                                                *
174200*----------------------------------------------------------------*
174300 6200-REBUILD-ONE-YTD.
174400     IF NOT WS-YR-REBUILT (WS-YR-SUB)
174500         GO TO 6200-EXIT
174600     END-IF.
174700     COMPUTE DL100SM-KEY = WS-YR-YYYY (WS-YR-SUB) * 100.
174800     PERFORM 6300-READ-SUM-FOR-UPDATE THRU 6300-EXIT.
174900     IF WS-FATAL-ERROR
175000         GO TO 6200-EXIT
175100     END-IF.
175200     MOVE WS-YR-MON-BREACHES (WS-YR-SUB) TO WS-AFT-BREACHES.
175300     MOVE WS-YR-MON-RUNS (WS-YR-SUB) TO WS-AFT-RUNS.
175400     IF WS-YR-LAST-DATE (WS-YR-SUB) > DL100SM-LAST-RUN-DATE
175500         MOVE WS-YR-LAST-DATE (WS-YR-SUB) TO DL100SM-LAST-RUN-DATE
175600         MOVE WS-YR-LAST-RUN-ID (WS-YR-SUB) TO DL100SM-LAST-RUN-ID
175700     END-IF.
175800     MOVE DL100SM-KEY TO WS-PRT-MONTH.
175900     PERFORM 7910-FORMAT-MONTH THRU 7910-EXIT.
176000     PERFORM 6400-STORE-SUM-REC THRU 6400-EXIT.
176100 6200-EXIT.
176200     EXIT.
176300*----------------------------------------------------------------*
176400*  6300-READ-SUM-FOR-UPDATE  --  READ THE SUMFILE RECORD FOR     *
176500*  DL100SM-KEY AND KEEP ITS FIGURES AS THE BEFORE.  A RECORD     *
176600*  NOT ON FILE STARTS EMPTY.                                     *
176700*----------------------------------------------------------------*
176800 6300-READ-SUM-FOR-UPDATE.
176900     READ SUMFILE
177000         INVALID KEY
177100             SET WS-SUM-REC-NOTFOUND TO TRUE
177200         NOT INVALID KEY
177300             SET WS-SUM-REC-FOUND TO TRUE
177400     END-READ.
177500     IF NOT WS-SUMFILE-OK AND NOT WS-SUMFILE-NOTFND
177600         DISPLAY 'DL100V0E-SUMFILE READ ERROR, STATUS '
177700             WS-SUMFILE-STATUS
177800         MOVE 99 TO RETURN-CODE
177900         SET WS-FATAL-ERROR TO TRUE
178000         GO TO 6300-EXIT
178100     END-IF.
178200     IF WS-SUM-REC-FOUND
178300         MOVE DL100SM-BREACH-COUNT TO WS-BEF-BREACHES
178400         MOVE DL100SM-RUN-COUNT TO WS-BEF-RUNS
178410         IF DL100SM-PPA-COUNT NOT NUMERIC
178420          OR DL100SM-PPA-NET NOT NUMERIC
178430             MOVE ZERO TO DL100SM-PPA-COUNT
178440             MOVE ZERO TO DL100SM-PPA-NET
178450         END-IF
178500     ELSE
178600         MOVE ZERO TO WS-BEF-BREACHES
178700         MOVE ZERO TO WS-BEF-RUNS
178800         MOVE DL100SM-KEY TO WS-TEST-MONTH
178900         MOVE SPACES TO DL100SM-RECORD
179000         MOVE WS-TEST-MONTH TO DL100SM-KEY
179100         MOVE ZERO TO DL100SM-BREACH-COUNT
179200         MOVE ZERO TO DL100SM-RUN-COUNT
179300         MOVE ZERO TO DL100SM-LAST-RUN-DATE
179310         MOVE ZERO TO DL100SM-PPA-COUNT
179320         MOVE ZERO TO DL100SM-PPA-NET
179400     END-IF.
179500 6300-EXIT.
179600     EXIT.
179700*----------------------------------------------------------------*
179800*  6400-STORE-SUM-REC  --  PUT THE AFTER FIGURES ON THE RECORD,  *
179900*  REWRITE OR ADD IT IF THEY DIFFER FROM THE BEFORE, LOG THE     *
180000*  CHANGE AND PRINT THE LINE.  WS-PRT-MONTH-TEXT NAMES THE       *
180100*  RECORD.                                                       *
180200*----------------------------------------------------------------*
180300 6400-STORE-SUM-REC.
180400     IF WS-AFT-BREACHES = WS-BEF-BREACHES
180500      AND WS-AFT-RUNS = WS-BEF-RUNS
180600         MOVE 'UNCHANGED' TO WS-RBL-ACTION
180700         ADD 1 TO WS-RBL-UNCHANGED-COUNT
180800         GO TO 6400-PRINT
180900     END-IF.
181000     MOVE WS-AFT-BREACHES TO DL100SM-BREACH-COUNT.
181100     MOVE WS-AFT-RUNS TO DL100SM-RUN-COUNT.
181200     IF WS-SUM-REC-FOUND
181300         REWRITE DL100SM-RECORD
181400         MOVE 'REPLACED' TO WS-RBL-ACTION
181500     ELSE
181600         WRITE DL100SM-RECORD
181700         MOVE 'ADDED' TO WS-RBL-ACTION
181800     END-IF.
181900     IF NOT WS-SUMFILE-OK
182000         DISPLAY 'DL100V0E-SUMFILE WRITE FAILED, STATUS '
182100             WS-SUMFILE-STATUS ', KEY ' DL100SM-KEY
182200         MOVE 99 TO RETURN-CODE
182300         SET WS-FATAL-ERROR TO TRUE
182400         MOVE 'WRITE FAILED' TO WS-RBL-ACTION
182500         GO TO 6400-PRINT
182600     END-IF.
182700     IF WS-SUM-REC-FOUND
182800         ADD 1 TO WS-RBL-REPLACED-COUNT
182900     ELSE
183000         ADD 1 TO WS-RBL-ADDED-COUNT
183100     END-IF.
183200     PERFORM 6500-WRITE-RBL-AUDIT THRU 6500-EXIT.
183300 6400-PRINT.
183400     MOVE SPACES TO DL100VR-RBL-LINE.
183500     MOVE ' ' TO DL100VR-RBL-CC.
183600     MOVE WS-PRT-MONTH-TEXT TO DL100VR-RBL-KEY.
183700     MOVE WS-BEF-BREACHES TO DL100VR-RBL-BEF-BRCH-ED.
183800     MOVE WS-AFT-BREACHES TO DL100VR-RBL-AFT-BRCH-ED.
183900     MOVE WS-BEF-RUNS TO DL100VR-RBL-BEF-RUNS-ED.
184000     MOVE WS-AFT-RUNS TO DL100VR-RBL-AFT-RUNS-ED.
184100     MOVE WS-RBL-ACTION TO DL100VR-RBL-ACTION.
184200     PERFORM 8930-WRITE-RBL-LINE THRU 8930-EXIT.
184300 6400-EXIT.
184400     EXIT.
184500*----------------------------------------------------------------*
184600*  6500-WRITE-RBL-AUDIT  --  LOG ONE SUMFILE RECORD CHANGED BY   *
184700*  THE REBUILD UNDER THE AUTHORIZING USER.  RUN-ID CARRIES THE   *
184800*  SUMFILE KEY, ITEM-ID THE BREACH COUNT IT REPLACED, AREA-1     *
184900*  AND AREA-2 THE RUN COUNT BEFORE AND AFTER, AND THE AMOUNT     *
185000*  THE NEW BREACH COUNT.                                         *
185100*----------------------------------------------------------------*
185200 6500-WRITE-RBL-AUDIT.
185300     PERFORM 0900-BUILD-TIMESTAMP THRU 0900-EXIT.
185400     MOVE SPACES TO DL100AU-RECORD.
185500     MOVE WS-TIMESTAMP TO DL100AU-TS.
185600     MOVE DL100SM-KEY TO DL100AU-RUN-ID.
185700     SET DL100AU-EVT-SUM-REBUILD TO TRUE.
185800     MOVE WS-BEF-BREACHES TO DL100AU-ITEM-ID.
185900     MOVE WS-BEF-RUNS TO DL100AU-AREA-1.
186000     MOVE WS-AFT-RUNS TO DL100AU-AREA-2.
186100     MOVE WS-USER-ID TO DL100AU-USER-ID.
186200     MOVE WS-AFT-BREACHES TO DL100AU-AMOUNT.
186300     WRITE DL100AU-RECORD.
186400     IF NOT WS-AUDITFILE-OK
186500         DISPLAY 'DL100V0E-AUDITFILE WRITE FAILED, STATUS '
186600             WS-AUDITFILE-STATUS
186700         MOVE 99 TO RETURN-CODE
186800         SET WS-FATAL-ERROR TO TRUE
186900     END-IF.
187000 6500-EXIT.
187100     EXIT.
187200*----------------------------------------------------------------*
187300*  7900-FORMAT-DATE  --  WS-PRT-DATE AS MM/DD/YYYY, OR NONE      *
187400*----------------------------------------------------------------*
187500 7900-FORMAT-DATE.
187600     MOVE SPACES TO WS-PRT-DATE-TEXT.
187700     IF WS-PRT-DATE = ZERO
187800         MOVE 'NONE' TO WS-PRT-DATE-TEXT
187900         GO TO 7900-EXIT
188000     END-IF.
188100     STRING WS-PRT-MM   DELIMITED BY SIZE
188200            '/'         DELIMITED BY SIZE
188300            WS-PRT-DD   DELIMITED BY SIZE
188400            '/'         DELIMITED BY SIZE
188500            WS-PRT-YYYY DELIMITED BY SIZE
188600         INTO WS-PRT-DATE-TEXT
188700     END-STRING.
188800 7900-EXIT.
188900     EXIT.
189000*----------------------------------------------------------------*
189100*  7910-FORMAT-MONTH  --  WS-PRT-MONTH AS YYYY/MM, A YEAR-TO-    *
189200*  DATE KEY AS YYYY YTD, ZERO AS NONE AND 999999 AS LATEST       *
189300*----------------------------------------------------------------*
189400 7910-FORMAT-MONTH.
189500     MOVE SPACES TO WS-PRT-MONTH-TEXT.
189600     IF WS-PRT-MONTH = ZERO
189700         MOVE 'NONE' TO WS-PRT-MONTH-TEXT
189800         GO TO 7910-EXIT
189900     END-IF.
190000     IF WS-PRT-MONTH = 999999
190100         MOVE 'LATEST' TO WS-PRT-MONTH-TEXT
190200         GO TO 7910-EXIT
190300     END-IF.
190400     IF WS-PRT-MON-MM = ZERO
190500         STRING WS-PRT-MON-YYYY DELIMITED BY SIZE
190600                ' YTD'          DELIMITED BY SIZE
190700             INTO WS-PRT-MONTH-TEXT
190800         END-STRING
190900         GO TO 7910-EXIT
191000     END-IF.
191100     STRING WS-PRT-MON-YYYY DELIMITED BY SIZE
191200            '/'             DELIMITED BY SIZE
191300            WS-PRT-MON-MM   DELIMITED BY SIZE
191400         INTO WS-PRT-MONTH-TEXT
191500     END-STRING.
191600 7910-EXIT.
191700     EXIT.
191800*----------------------------------------------------------------*
191900*  8000-TERMINATE  --  PRINT THE TOTALS, CLOSE THE FILES AND     *
192000*  SET THE RETURN CODE                                           *
192100*----------------------------------------------------------------*
192200 8000-TERMINATE.
192300     IF WS-VERRPT-OK
192400         PERFORM 8200-WRITE-TOTALS THRU 8200-EXIT
192500     END-IF.
192600     IF WS-CTR-AVAIL
192700         CLOSE CTRFILE
192800     END-IF.
192900     IF WS-SUM-AVAIL
193000         CLOSE SUMFILE
193100     END-IF.
193200     IF WS-ARCH-AVAIL
193300         CLOSE CTRARCH
193400     END-IF.
193500     IF WS-RUNC-AVAIL
193600         CLOSE RUNCFILE
193700     END-IF.
193710     IF WS-PER-AVAIL
193720         CLOSE PERCTL
193730     END-IF.
193800     IF WS-STAT-AVAIL
193900         CLOSE STATFILE
194000     END-IF.
194100     IF WS-EXCARCH-AVAIL
194200         CLOSE EXCARCH
194300     END-IF.
194400     IF WS-EXC-AVAIL
194500         CLOSE EXCFILE
194600     END-IF.
194700     IF WS-AUD-AVAIL
194800         CLOSE AUDITFILE
194900     END-IF.
195000     CLOSE VERRPT.
195100     IF WS-FATAL-ERROR
195200         DISPLAY 'DL100V0E-INTEGRITY AUDIT ENDED WITH A FILE '
195300             'ERROR, SEE THE MESSAGES ABOVE'
195400         GO TO 8000-EXIT
195500     END-IF.
195600     IF WS-REBUILD-REFUSED
195700         MOVE 8 TO RETURN-CODE
195800     ELSE
195900         IF WS-DSC-SUM-COUNT > ZERO
196000          OR WS-DSC-RUNC-COUNT > ZERO
196100          OR WS-DSC-FEED-COUNT > ZERO
196200          OR WS-BAD-CARD-COUNT > ZERO
196300          OR WS-UNAVAIL-COUNT > ZERO
196400          OR WS-DAY-LOST
196500          OR WS-MON-LOST
196600          OR WS-YR-LOST
196700             DISPLAY 'DL100V0W-DISCREPANCIES FOUND OR CHECKS '
196800                 'LEFT OUT, SEE VERRPT'
196900             MOVE 4 TO RETURN-CODE
197000         END-IF
197100     END-IF.
197200     DISPLAY 'DL100V0I-INTEGRITY AUDIT COMPLETE, ' WS-DAY-COUNT
197300         ' DAYS OF HISTORY CHECKED, SEE VERRPT'.
197400 8000-EXIT.
197500     EXIT.
197600*----------------------------------------------------------------*
197700*  8100-WRITE-HEADING  --  TITLE AND RUN DATE, THE MODE, THE     *
197800*  MONTHS CHECKED, THE HISTORY LOADED, ANY FILE LEFT OUT AND     *
197900*  WHY A REBUILD WAS REFUSED                                     *
198000*----------------------------------------------------------------*
198100 8100-WRITE-HEADING.
198200     MOVE SPACES TO DL100VR-LINE.
198300     MOVE ' ' TO DL100VR-CC.
198400     MOVE 'DL100 FILE INTEGRITY AUDIT' TO DL100VR-TEXT.
198500     STRING WS-CURR-MM   DELIMITED BY SIZE
198600            '/'          DELIMITED BY SIZE
198700            WS-CURR-DD   DELIMITED BY SIZE
198800            '/'          DELIMITED BY SIZE
198900            WS-CURR-YYYY DELIMITED BY SIZE
199000         INTO DL100VR-DATE
199100     END-STRING.
199200     PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT.
199300     MOVE SPACES TO DL100VR-LINE.
199400     MOVE ' ' TO DL100VR-CC.
199500     IF WS-REBUILD-MODE
199600         STRING 'REBUILD SUMFILE, AUTHORIZED BY '
199700                    DELIMITED BY SIZE
199800                WS-USER-ID DELIMITED BY SIZE
199900             INTO DL100VR-TEXT
200000         END-STRING
200100     ELSE
200200         MOVE 'AUDIT ONLY' TO DL100VR-TEXT
200300     END-IF.
200400     PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT.
200500     MOVE SPACES TO DL100VR-LINE.
200600     MOVE ' ' TO DL100VR-CC.
200700     MOVE 'MONTHS CHECKED FROM' TO DL100VR-TEXT.
200800     MOVE WS-CHK-FROM TO WS-PRT-MONTH.
200900     PERFORM 7910-FORMAT-MONTH THRU 7910-EXIT.
201000     MOVE WS-PRT-MONTH-TEXT TO DL100VR-DATE.
201100     PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT.
201200     MOVE SPACES TO DL100VR-LINE.
201300     MOVE ' ' TO DL100VR-CC.
201400     MOVE 'MONTHS CHECKED TO' TO DL100VR-TEXT.
201500     MOVE WS-CHK-TO TO WS-PRT-MONTH.
201600     PERFORM 7910-FORMAT-MONTH THRU 7910-EXIT.
201700     MOVE WS-PRT-MONTH-TEXT TO DL100VR-DATE.
201800     PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT.
201900     MOVE SPACES TO DL100VR-LINE.
202000     MOVE ' ' TO DL100VR-CC.
202100     MOVE 'OLDEST DAY OF HISTORY' TO DL100VR-TEXT.
202200     MOVE WS-HIST-FIRST-DATE TO WS-PRT-DATE.
202300     PERFORM 7900-FORMAT-DATE THRU 7900-EXIT.
202400     MOVE WS-PRT-DATE-TEXT TO DL100VR-DATE.
202500     PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT.
202600     MOVE SPACES TO DL100VR-LINE.
202700     MOVE ' ' TO DL100VR-CC.
202800     MOVE 'NEWEST DAY OF HISTORY' TO DL100VR-TEXT.
202900     MOVE WS-HIST-LAST-DATE TO WS-PRT-DATE.
203000     PERFORM 7900-FORMAT-DATE THRU 7900-EXIT.
203100     MOVE WS-PRT-DATE-TEXT TO DL100VR-DATE.
203200     PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT.
203300     MOVE SPACES TO DL100VR-LINE.
203400     MOVE ' ' TO DL100VR-CC.
203500     MOVE 'DAYS FROM CTRFILE' TO DL100VR-TEXT.
203600     MOVE WS-LIVE-DAY-COUNT TO DL100VR-COUNT-ED.
203700     PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT.
203800     MOVE SPACES TO DL100VR-LINE.
203900     MOVE ' ' TO DL100VR-CC.
204000     MOVE 'DAYS FROM CTRARCH' TO DL100VR-TEXT.
204100     MOVE WS-ARCH-DAY-COUNT TO DL100VR-COUNT-ED.
204200     PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT.
204300     IF NOT WS-ARCH-AVAIL
204400         MOVE 'CTRARCH' TO WS-FILE-NAME
204500         PERFORM 8120-WRITE-UNAVAILABLE THRU 8120-EXIT
204600     END-IF.
204700     IF NOT WS-RUNC-AVAIL
204800         MOVE 'RUNCFILE' TO WS-FILE-NAME
204900         PERFORM 8120-WRITE-UNAVAILABLE THRU 8120-EXIT
205000     END-IF.
205010     IF NOT WS-PER-AVAIL
205020         MOVE 'PERCTL' TO WS-FILE-NAME
205030         PERFORM 8120-WRITE-UNAVAILABLE THRU 8120-EXIT
205040     END-IF.
205100     IF NOT WS-STAT-AVAIL
205200         MOVE 'STATFILE' TO WS-FILE-NAME
205300         PERFORM 8120-WRITE-UNAVAILABLE THRU 8120-EXIT
205400     END-IF.
205500     IF NOT WS-EXCARCH-AVAIL
205600         MOVE 'EXCARCH' TO WS-FILE-NAME
205700         PERFORM 8120-WRITE-UNAVAILABLE THRU 8120-EXIT
205800     END-IF.
205900     IF NOT WS-EXC-AVAIL
206000         MOVE 'EXCFILE' TO WS-FILE-NAME
206100         PERFORM 8120-WRITE-UNAVAILABLE THRU 8120-EXIT
206200     END-IF.
206300     IF WS-REBUILD-MODE AND NOT WS-AUD-AVAIL
206400         MOVE 'AUDITFILE' TO WS-FILE-NAME
206500         PERFORM 8120-WRITE-UNAVAILABLE THRU 8120-EXIT
206600     END-IF.
206700     IF WS-BAD-CARD-COUNT > ZERO
206800         MOVE SPACES TO DL100VR-LINE
206900         MOVE ' ' TO DL100VR-CC
207000         MOVE 'CARD FIELDS IGNORED, SEE THE JOB LOG'
207100             TO DL100VR-TEXT
207200         MOVE WS-BAD-CARD-COUNT TO DL100VR-COUNT-ED
207300         PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT
207400     END-IF.
207500     IF WS-REBUILD-REFUSED
207600         MOVE SPACES TO DL100VR-LINE
207700         MOVE ' ' TO DL100VR-CC
207800         MOVE 'REBUILD REFUSED' TO DL100VR-TEXT
207900         PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT
208000         MOVE WS-REFUSE-REASON TO DL100VR-TEXT
208100         PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT
208200     END-IF.
208300 8100-EXIT.
208400     EXIT.
208500 8120-WRITE-UNAVAILABLE.
208600     MOVE SPACES TO DL100VR-LINE.
208700     MOVE ' ' TO DL100VR-CC.
208800     STRING 'NOT AVAILABLE, WOULD NOT OPEN: ' DELIMITED BY SIZE
208900            WS-FILE-NAME DELIMITED BY SIZE
209000         INTO DL100VR-TEXT
209100     END-STRING.
209200     PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT.
209300 8120-EXIT.
209400     EXIT.
209500*----------------------------------------------------------------*
209600*  8150-WRITE-SECTION  --  A BLANK LINE, THE SECTION TITLE AND   *
209700*  THE DISCREPANCY COLUMN HEADINGS                               *
209800*----------------------------------------------------------------*
209900 8150-WRITE-SECTION.
210000     MOVE SPACES TO DL100VR-LINE.
210100     PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT.
210200     MOVE ' ' TO DL100VR-CC.
210300     MOVE WS-SECTION-TITLE TO DL100VR-TEXT.
210400     PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT.
210500     MOVE ' ' TO DL100VR-HDG-CC.
210600     MOVE WS-DSC-HDG TO DL100VR-HDG-TEXT.
210700     PERFORM 8910-WRITE-HDG-LINE THRU 8910-EXIT.
210800 8150-EXIT.
210900     EXIT.
211000 8160-WRITE-NOT-CHECKED.
211100     MOVE SPACES TO DL100VR-LINE.
211200     MOVE ' ' TO DL100VR-CC.
211300     STRING 'NOT CHECKED, NOT AVAILABLE: ' DELIMITED BY SIZE
211400            WS-FILE-NAME DELIMITED BY SIZE
211500         INTO DL100VR-TEXT
211600     END-STRING.
211700     PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT.
211800 8160-EXIT.
211900     EXIT.
212000*----------------------------------------------------------------*
212100*  8200-WRITE-TOTALS  --  DISCREPANCIES BY CHECK, WHAT WAS LEFT  *
212200*  UNCHECKED AND WHY, RECORDS READ, AND THE REBUILD COUNTS       *
212300*----------------------------------------------------------------*
212400 8200-WRITE-TOTALS.
212500     MOVE SPACES TO DL100VR-LINE.
212600     PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT.
212700     MOVE ' ' TO DL100VR-CC.
212800     MOVE 'SUMFILE DISCREPANCIES' TO DL100VR-TEXT.
212900     MOVE WS-DSC-SUM-COUNT TO DL100VR-COUNT-ED.
213000     PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT.
213100     MOVE SPACES TO DL100VR-LINE.
213200     MOVE ' ' TO DL100VR-CC.
213300     MOVE 'RUNCFILE DISCREPANCIES' TO DL100VR-TEXT.
213400     MOVE WS-DSC-RUNC-COUNT TO DL100VR-COUNT-ED.
213500     PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT.
213600     MOVE SPACES TO DL100VR-LINE.
213700     MOVE ' ' TO DL100VR-CC.
213800     MOVE 'FEED AND STATFILE DISCREPANCIES' TO DL100VR-TEXT.
213900     MOVE WS-DSC-FEED-COUNT TO DL100VR-COUNT-ED.
214000     PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT.
214100     MOVE SPACES TO DL100VR-LINE.
214200     MOVE ' ' TO DL100VR-CC.
214300     MOVE 'SUMFILE MONTHS OUTSIDE THE RANGE' TO DL100VR-TEXT.
214400     MOVE WS-MON-SKIP-COUNT TO DL100VR-COUNT-ED.
214500     PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT.
214600     MOVE SPACES TO DL100VR-LINE.
214700     MOVE ' ' TO DL100VR-CC.
214800     MOVE 'RUNCFILE DATES OUTSIDE RANGE OR HISTORY'
214900         TO DL100VR-TEXT.
215000     MOVE WS-RUNC-SKIP-COUNT TO DL100VR-COUNT-ED.
215100     PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT.
215200     MOVE SPACES TO DL100VR-LINE.
215300     MOVE ' ' TO DL100VR-CC.
215400     MOVE 'RUNCFILE DATES STARTED, NOT COMPLETED'
215500         TO DL100VR-TEXT.
215600     MOVE WS-RUNC-OPEN-COUNT TO DL100VR-COUNT-ED.
215700     PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT.
215800     MOVE SPACES TO DL100VR-LINE.
215900     MOVE ' ' TO DL100VR-CC.
216000     MOVE 'CATCH-UP DATES WITH NO DAY OF THEIR OWN'
216100         TO DL100VR-TEXT.
216200     MOVE WS-CATCHUP-COUNT TO DL100VR-COUNT-ED.
216300     PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT.
216400     MOVE SPACES TO DL100VR-LINE.
216500     MOVE ' ' TO DL100VR-CC.
216600     MOVE 'FEEDS OUTSIDE RANGE OR HISTORY' TO DL100VR-TEXT.
216700     MOVE WS-FEED-SKIP-COUNT TO DL100VR-COUNT-ED.
216800     PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT.
216900     MOVE SPACES TO DL100VR-LINE.
217000     MOVE ' ' TO DL100VR-CC.
217100     MOVE 'DAYS ON BOTH CTRFILE AND CTRARCH' TO DL100VR-TEXT.
217200     MOVE WS-BOTH-COUNT TO DL100VR-COUNT-ED.
217300     PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT.
217400     MOVE SPACES TO DL100VR-LINE.
217500     MOVE ' ' TO DL100VR-CC.
217600     MOVE 'DAYS ON MORE THAN ONE CTRARCH GENERATION'
217700         TO DL100VR-TEXT.
217800     MOVE WS-ARCH-DUP-COUNT TO DL100VR-COUNT-ED.
217900     PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT.
218000     MOVE SPACES TO DL100VR-LINE.
218100     MOVE ' ' TO DL100VR-CC.
218200     MOVE 'CTRARCH RECORDS READ' TO DL100VR-TEXT.
218300     MOVE WS-ARCH-READ-COUNT TO DL100VR-COUNT-ED.
218400     PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT.
218500     MOVE SPACES TO DL100VR-LINE.
218600     MOVE ' ' TO DL100VR-CC.
218700     MOVE 'CTRFILE RECORDS READ' TO DL100VR-TEXT.
218800     MOVE WS-CTR-READ-COUNT TO DL100VR-COUNT-ED.
218900     PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT.
219000     MOVE SPACES TO DL100VR-LINE.
219100     MOVE ' ' TO DL100VR-CC.
219200     MOVE 'SUMFILE RECORDS READ' TO DL100VR-TEXT.
219300     MOVE WS-SUM-READ-COUNT TO DL100VR-COUNT-ED.
219400     PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT.
219500     MOVE SPACES TO DL100VR-LINE.
219600     MOVE ' ' TO DL100VR-CC.
219700     MOVE 'RUNCFILE RECORDS READ' TO DL100VR-TEXT.
219800     MOVE WS-RUNC-READ-COUNT TO DL100VR-COUNT-ED.
219900     PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT.
220000     MOVE SPACES TO DL100VR-LINE.
220100     MOVE ' ' TO DL100VR-CC.
220200     MOVE 'EXCARCH RECORDS READ' TO DL100VR-TEXT.
220300     MOVE WS-EXCARCH-READ-COUNT TO DL100VR-COUNT-ED.
220400     PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT.
220500     MOVE SPACES TO DL100VR-LINE.
220600     MOVE ' ' TO DL100VR-CC.
220700     MOVE 'EXCFILE RECORDS READ' TO DL100VR-TEXT.
220800     MOVE WS-EXC-READ-COUNT TO DL100VR-COUNT-ED.
220900     PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT.
221000     MOVE SPACES TO DL100VR-LINE.
221100     MOVE ' ' TO DL100VR-CC.
221200     MOVE 'STATFILE RECORDS READ' TO DL100VR-TEXT.
221300     MOVE WS-STAT-READ-COUNT TO DL100VR-COUNT-ED.
221400     PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT.
221500     IF WS-REBUILD-ALLOWED
221600         MOVE SPACES TO DL100VR-LINE
221700         MOVE ' ' TO DL100VR-CC
221800         MOVE 'SUMFILE RECORDS REPLACED BY THE REBUILD'
221900             TO DL100VR-TEXT
222000         MOVE WS-RBL-REPLACED-COUNT TO DL100VR-COUNT-ED
222100         PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT
222200         MOVE SPACES TO DL100VR-LINE
222300         MOVE ' ' TO DL100VR-CC
222400         MOVE 'SUMFILE RECORDS ADDED BY THE REBUILD'
222500             TO DL100VR-TEXT
222600         MOVE WS-RBL-ADDED-COUNT TO DL100VR-COUNT-ED
222700         PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT
222800         MOVE SPACES TO DL100VR-LINE
222900         MOVE ' ' TO DL100VR-CC
223000         MOVE 'SUMFILE RECORDS ALREADY RIGHT' TO DL100VR-TEXT
223100         MOVE WS-RBL-UNCHANGED-COUNT TO DL100VR-COUNT-ED
223200         PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT
223210         MOVE SPACES TO DL100VR-LINE
223220         MOVE ' ' TO DL100VR-CC
223230         MOVE 'SUMFILE MONTHS LEFT AS CLOSED' TO DL100VR-TEXT
223240         MOVE WS-RBL-CLOSED-COUNT TO DL100VR-COUNT-ED
223250         PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT
223300     END-IF.
223400     IF WS-DAY-LOST
223500         MOVE SPACES TO DL100VR-LINE
223600         MOVE ' ' TO DL100VR-CC
223700         MOVE 'DAY TABLE FULL, LATER DAYS NOT LOADED'
223800             TO DL100VR-TEXT
223900         MOVE WS-DAY-MAX TO DL100VR-COUNT-ED
224000         PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT
224100     END-IF.
224200     IF WS-MON-LOST
224300         MOVE SPACES TO DL100VR-LINE
224400         MOVE ' ' TO DL100VR-CC
224500         MOVE 'MONTH TABLE FULL, LATER MONTHS SKIPPED'
224600             TO DL100VR-TEXT
224700         MOVE WS-MON-MAX TO DL100VR-COUNT-ED
224800         PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT
224900     END-IF.
225000     IF WS-YR-LOST
225100         MOVE SPACES TO DL100VR-LINE
225200         MOVE ' ' TO DL100VR-CC
225300         MOVE 'YEAR TABLE FULL, LATER YEARS NOT FOOTED'
225400             TO DL100VR-TEXT
225500         MOVE WS-YR-MAX TO DL100VR-COUNT-ED
225600         PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT
225700     END-IF.
225800 8200-EXIT.
225900     EXIT.
226000*----------------------------------------------------------------*
226100*  8300-WRITE-DISCREPANCY  --  ONE FINDING FROM WS-DSC-FIELDS.   *
226200*  THE FIGURES ARE LEFT BLANK WHERE THE CHECK HAS NONE.          *
226300*----------------------------------------------------------------*
226400 8300-WRITE-DISCREPANCY.
226500     MOVE SPACES TO DL100VR-DSC-LINE.
226600     MOVE ' ' TO DL100VR-DSC-CC.
226700     MOVE WS-DSC-CHECK TO DL100VR-DSC-CHECK.
226800     MOVE WS-DSC-KEY TO DL100VR-DSC-KEY.
226900     MOVE WS-DSC-TEXT TO DL100VR-DSC-TEXT.
227000     IF WS-DSC-HAS-FIGURES
227100         MOVE WS-DSC-EXPECT TO DL100VR-DSC-EXPECT-ED
227200         MOVE WS-DSC-FOUND TO DL100VR-DSC-FOUND-ED
227300     END-IF.
227400     PERFORM 8920-WRITE-DSC-LINE THRU 8920-EXIT.
227500 8300-EXIT.
227600     EXIT.
227700*----------------------------------------------------------------*
227800*  8900-WRITE-RPT-LINE THRU 8930-WRITE-RBL-LINE  --  WRITE ONE   *
227900*  REPORT LINE WITH A STATUS CHECK, SO EVERY CALLER GETS THE     *
228000*  SAME HANDLING.                                                *
228100*----------------------------------------------------------------*
228200 8900-WRITE-RPT-LINE.
228300     WRITE DL100VR-LINE.
228400     IF NOT WS-VERRPT-OK
228500         DISPLAY 'DL100V0E-VERRPT WRITE FAILED, STATUS '
228600             WS-VERRPT-STATUS
228700         MOVE 99 TO RETURN-CODE
228800         SET WS-FATAL-ERROR TO TRUE
228900     END-IF.
229000 8900-EXIT.
229100     EXIT.
229200 8910-WRITE-HDG-LINE.
229300     WRITE DL100VR-HDG-LINE.
229400     IF NOT WS-VERRPT-OK
229500         DISPLAY 'DL100V0E-VERRPT WRITE FAILED, STATUS '
229600             WS-VERRPT-STATUS
229700         MOVE 99 TO RETURN-CODE
229800         SET WS-FATAL-ERROR TO TRUE
229900     END-IF.
230000 8910-EXIT.
230100     EXIT.
230200 8920-WRITE-DSC-LINE.
230300     WRITE DL100VR-DSC-LINE.
230400     IF NOT WS-VERRPT-OK
230500         DISPLAY 'DL100V0E-VERRPT WRITE FAILED, STATUS '
230600             WS-VERRPT-STATUS
230700         MOVE 99 TO RETURN-CODE
230800         SET WS-FATAL-ERROR TO TRUE
230900     END-IF.
231000 8920-EXIT.
231100     EXIT.
231200 8930-WRITE-RBL-LINE.
231300     WRITE DL100VR-RBL-LINE.
231400     IF NOT WS-VERRPT-OK
231500         DISPLAY 'DL100V0E-VERRPT WRITE FAILED, STATUS '
231600             WS-VERRPT-STATUS
231700         MOVE 99 TO RETURN-CODE
231800         SET WS-FATAL-ERROR TO TRUE
231900     END-IF.
232000 8930-EXIT.
232100     EXIT.
