000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.  DL100I.
000300 AUTHOR.  R HALLORAN.
000400 INSTALLATION.  DAILY PROCESSING CONTROL.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------*
000800*  DL100I IS THE BATCH ITEM TRACE INQUIRY.  IT TAKES ONE OR MORE *
000900*  TRCPARM CARDS NAMING ITEM-IDS, OR ITEM-DATE RANGES TO BE      *
001000*  LOOKED UP ON ITEMHIST AND THE RECYCLE FILE, AND FOR EVERY     *
001100*  ITEM PRINTS ITS LIFE STORY IN DATE ORDER: THE EDIT THAT       *
001200*  PASSED OR REJECTED IT AND WHY, ITS REGISTRATION ON RCYFILE,   *
001300*  ITS CORRECTION OR WRITE-OFF, ITS WAIT ON RESUBFILE AND ITS    *
001400*  RESUBMISSION, THE DL100B RUN-ID THAT COUNTED IT AND THE       *
001500*  BUCKET DAY AND CATEGORY IT WENT INTO, THE AUDIT TRAIL EVENTS  *
001600*  ON AUDITFILE AND THE AUDARCH GENERATIONS THE JCL              *
001700*  CONCATENATES, WHETHER THE BUCKET DAY BREACHED, AND ITS        *
001800*  EXCFILE FEED.  AN INPUT FILE THAT WILL NOT OPEN IS LEFT OUT   *
001900*  OF THE SEARCH AND NAMED ON THE HEADING, SO AN ANSWER ALWAYS   *
002000*  SAYS WHAT IT COVERS.                                          *
002100*  RETURN CODE 4 MEANS AN ITEM WAS FOUND NOWHERE, A CARD WAS     *
002200*  IGNORED, A FILE WAS NOT SEARCHED OR A TABLE FILLED; 8 MEANS   *
002300*  THERE WAS NOTHING TO TRACE.                                   *
002400*----------------------------------------------------------------*
002500*  MODIFICATION HISTORY                                          *
002600*----------------------------------------------------------------*
002700*  2026-10-15  RCH  ORIGINAL PROGRAM.                            *
002800*----------------------------------------------------------------*
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER.  IBM-370.
003200 OBJECT-COMPUTER.  IBM-370.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT TRCPARM  ASSIGN TO TRCPARM
003600         ORGANIZATION IS SEQUENTIAL
003700         FILE STATUS IS WS-TRCPARM-STATUS.
003800     SELECT ITEMHIST  ASSIGN TO ITEMHIST
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS DYNAMIC
004100         RECORD KEY IS DL100IH-ITEM-ID
004200         FILE STATUS IS WS-ITEMHIST-STATUS.
004300     SELECT RCYFILE  ASSIGN TO RCYFILE
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS DL100RY-ITEM-ID
004700         FILE STATUS IS WS-RCYFILE-STATUS.
004800     SELECT REJFILE  ASSIGN TO REJFILE
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS WS-REJFILE-STATUS.
005100     SELECT RESUBFILE  ASSIGN TO RESUBFILE
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS WS-RESUBFILE-STATUS.
005400     SELECT AUDITFILE  ASSIGN TO AUDITFILE
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS WS-AUDITFILE-STATUS.
005700     SELECT AUDARCH  ASSIGN TO AUDARCH
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS IS WS-AUDARCH-STATUS.
006000     SELECT CTRFILE  ASSIGN TO CTRFILE
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS RANDOM
006300         RECORD KEY IS DL100CT-RUN-DATE
006400         FILE STATUS IS WS-CTRFILE-STATUS.
006500     SELECT EXCFILE  ASSIGN TO EXCFILE
006600         ORGANIZATION IS SEQUENTIAL
006700         FILE STATUS IS WS-EXCFILE-STATUS.
006800     SELECT TRCRPT  ASSIGN TO TRCRPT
006900         ORGANIZATION IS SEQUENTIAL
007000         FILE STATUS IS WS-TRCRPT-STATUS.
007100 DATA DIVISION.
007200 FILE SECTION.
007300*----------------------------------------------------------------*
007400*  TRCPARM  --  ITEM AND ITEM-DATE RANGE CARDS                   *
007500*----------------------------------------------------------------*
007600 FD  TRCPARM
007700     RECORDING MODE IS F
007800     LABEL RECORDS ARE STANDARD.
007900     COPY DL100IP.
008000*----------------------------------------------------------------*
008100*  ITEMHIST  --  ITEMS DL100E PASSED AND DL100B COUNTED          *
008200*----------------------------------------------------------------*
008300 FD  ITEMHIST
008400     LABEL RECORDS ARE STANDARD.
008500     COPY DL100IH.
008600*----------------------------------------------------------------*
008700*  RCYFILE  --  REJECT RECYCLE FILE MAINTAINED BY DL100R         *
008800*----------------------------------------------------------------*
008900 FD  RCYFILE
009000     LABEL RECORDS ARE STANDARD.
009100     COPY DL100RY.
009200*----------------------------------------------------------------*
009300*  REJFILE  --  THE EDIT'S REJECTS, WITH THE REASON              *
009400*----------------------------------------------------------------*
009500 FD  REJFILE
009600     RECORDING MODE IS F
009700     LABEL RECORDS ARE STANDARD.
009800     COPY DL100RJ.
009900*----------------------------------------------------------------*
010000*  RESUBFILE  --  CORRECTED ITEMS WAITING FOR THE NEXT EDIT,     *
010100*  READ INTO THE DL100TR LAYOUT IN WORKING STORAGE               *
010200*----------------------------------------------------------------*
010300 FD  RESUBFILE
010400     RECORDING MODE IS F
010500     LABEL RECORDS ARE STANDARD.
010600 01  DL100I-RESUB-REC                PIC X(80).
010700*----------------------------------------------------------------*
010800*  AUDITFILE  --  LIVE AUDIT TRAIL, AND AUDARCH  --  ONE OR MORE *
010900*  ARCHIVED GENERATIONS WRITTEN BY DL100H.  BOTH ARE READ INTO   *
011000*  THE ONE DL100AU LAYOUT IN WORKING STORAGE.                    *
011100*----------------------------------------------------------------*
011200 FD  AUDITFILE
011300     RECORDING MODE IS F
011400     LABEL RECORDS ARE STANDARD.
011500 01  DL100I-AUDIT-REC                PIC X(80).
011600 FD  AUDARCH
011700     RECORDING MODE IS F
011800     LABEL RECORDS ARE STANDARD.
011900 01  DL100I-AUDARCH-REC              PIC X(80).
012000*----------------------------------------------------------------*
012100*  CTRFILE  --  DAILY COUNTER RECORD FOR THE BUCKET DAY          *
012200*----------------------------------------------------------------*
012300 FD  CTRFILE
012400     LABEL RECORDS ARE STANDARD.
012500     COPY DL100CT.
012600*----------------------------------------------------------------*
012700*  EXCFILE  --  BREACH FEED HISTORY, ORIGINALS AND CORRECTIONS   *
012800*----------------------------------------------------------------*
012900 FD  EXCFILE
013000     RECORDING MODE IS F
013100     LABEL RECORDS ARE STANDARD.
013200     COPY DL100EX.
013300*----------------------------------------------------------------*
013400*  TRCRPT  --  PRINTED ITEM TRACE                                *
013500*----------------------------------------------------------------*
013600 FD  TRCRPT
013700     RECORDING MODE IS F
013800     LABEL RECORDS ARE STANDARD.
013900     COPY DL100IR.
014000 WORKING-STORAGE SECTION.
014100*----------------------------------------------------------------*
014200*  RECORD AREAS FOR THE FILES READ INTO A SHARED LAYOUT - THE    *
014300*  TWO AUDIT FILES, AND THE TRANSACTION IMAGE CARRIED ON         *
014400*  RESUBFILE, REJFILE AND RCYFILE.                               *
014500*----------------------------------------------------------------*
014600     COPY DL100AU.
014700     COPY DL100TR.
014800*----------------------------------------------------------------*
014900*  CURRENT DATE, USED ON THE REPORT HEADING                      *
015000*----------------------------------------------------------------*
015100 01  WS-CURR-DATE                    PIC 9(08).
015200 01  WS-CURR-DATE-X REDEFINES WS-CURR-DATE.
015300     05  WS-CURR-YYYY                PIC 9(04).
015400     05  WS-CURR-MM                  PIC 9(02).
015500     05  WS-CURR-DD                  PIC 9(02).
015600*----------------------------------------------------------------*
015700*  DATE PRINT WORK FIELDS.  99999999 PRINTS AS CURRENT - A       *
015800*  RECORD STILL SITTING ON A FILE THAT CARRIES NO DATE - AND     *
015900*  ZERO AS UNKNOWN.                                              *
016000*----------------------------------------------------------------*
016100 01  WS-PRT-DATE                     PIC 9(08) VALUE ZERO.
016200 01  WS-PRT-DATE-X REDEFINES WS-PRT-DATE.
016300     05  WS-PRT-YYYY                 PIC 9(04).
016400     05  WS-PRT-MM                   PIC 9(02).
016500     05  WS-PRT-DD                   PIC 9(02).
016600 01  WS-PRT-DATE-TEXT                PIC X(10) VALUE SPACES.
016700 01  WS-PRT-FROM-TEXT                PIC X(10) VALUE SPACES.
016800 01  WS-CURRENT-DATE                 PIC 9(08) VALUE 99999999.
016900*----------------------------------------------------------------*
017000*  AUDIT TIMESTAMP SPLIT - YYYY-MM-DD HH:MM:SS TO A YYYYMMDD     *
017100*  DATE AND THE HH:MM:SS TIME                                    *
017200*----------------------------------------------------------------*
017300 01  WS-AU-TS                        PIC X(19) VALUE SPACES.
017400 01  WS-AU-TS-X REDEFINES WS-AU-TS.
017500     05  WS-AU-TS-YYYY               PIC X(04).
017600     05  FILLER                      PIC X(01).
017700     05  WS-AU-TS-MM                 PIC X(02).
017800     05  FILLER                      PIC X(01).
017900     05  WS-AU-TS-DD                 PIC X(02).
018000     05  FILLER                      PIC X(01).
018100     05  WS-AU-TS-TIME               PIC X(08).
018200 01  WS-AU-DATE-X.
018300     05  WS-AU-YYYY                  PIC X(04).
018400     05  WS-AU-MM                    PIC X(02).
018500     05  WS-AU-DD                    PIC X(02).
018600 01  WS-AU-DATE REDEFINES WS-AU-DATE-X
018700                                     PIC 9(08).
018800*----------------------------------------------------------------*
018900*  INQUIRY COUNTERS                                              *
019000*----------------------------------------------------------------*
019100 01  WS-INQUIRY-COUNTS.
019200     05  WS-CARD-COUNT               PIC 9(05) COMP VALUE ZERO.
019300     05  WS-ID-CARD-COUNT            PIC 9(05) COMP VALUE ZERO.
019400     05  WS-BAD-CARD-COUNT           PIC 9(05) COMP VALUE ZERO.
019500     05  WS-RANGE-ADD-COUNT          PIC 9(05) COMP VALUE ZERO.
019600     05  WS-NOTRACE-COUNT            PIC 9(05) COMP VALUE ZERO.
019700     05  WS-UNSEARCHED-COUNT         PIC 9(03) COMP VALUE ZERO.
019800     05  WS-HIST-SCAN-COUNT          PIC 9(07) COMP VALUE ZERO.
019900     05  WS-RCY-SCAN-COUNT           PIC 9(07) COMP VALUE ZERO.
020000     05  WS-REJ-READ-COUNT           PIC 9(07) COMP VALUE ZERO.
020100     05  WS-RESUB-READ-COUNT         PIC 9(07) COMP VALUE ZERO.
020200     05  WS-AUD-READ-COUNT           PIC 9(07) COMP VALUE ZERO.
020300     05  WS-ARCH-READ-COUNT          PIC 9(07) COMP VALUE ZERO.
020400     05  WS-EXC-READ-COUNT           PIC 9(07) COMP VALUE ZERO.
020500*----------------------------------------------------------------*
020600*  ITEM-DATE RANGES FROM THE R CARDS                             *
020700*----------------------------------------------------------------*
020800 01  WS-RNG-CONTROLS.
020900     05  WS-RNG-MAX                  PIC 9(03) COMP VALUE 10.
021000     05  WS-RNG-COUNT                PIC 9(03) COMP VALUE ZERO.
021100     05  WS-RNG-SUB                  PIC 9(03) COMP VALUE ZERO.
021200     05  WS-CARD-FROM                PIC 9(08) VALUE ZERO.
021300     05  WS-CARD-TO                  PIC 9(08) VALUE ZERO.
021400     05  WS-CHK-DATE                 PIC 9(08) VALUE ZERO.
021500 01  WS-RNG-TABLE.
021600     05  WS-RNG-ENTRY OCCURS 10.
021700         10  WS-RNG-FROM             PIC 9(08).
021800         10  WS-RNG-TO               PIC 9(08).
021900*----------------------------------------------------------------*
022000*  ITEMS TO TRACE, ONE ENTRY PER ITEM-ID IN THE ORDER THE CARDS  *
022100*  AND THE RANGE SCANS FOUND THEM.  WHAT THE KEYED FILES SAY     *
022200*  ABOUT THE ITEM IS KEPT HERE SO THE SEQUENTIAL FILES READ      *
022300*  AFTERWARDS CAN DATE THEIR RECORDS AND FIND THE BUCKET DAY.    *
022400*----------------------------------------------------------------*
022500 01  WS-ITM-CONTROLS.
022600     05  WS-ITM-MAX                  PIC 9(03) COMP VALUE 200.
022700     05  WS-ITM-COUNT                PIC 9(03) COMP VALUE ZERO.
022800     05  WS-ITM-SUB                  PIC 9(03) COMP VALUE ZERO.
022900     05  WS-FIND-SUB                 PIC 9(03) COMP VALUE ZERO.
023000     05  WS-ITM-FOUND                PIC 9(03) COMP VALUE ZERO.
023100     05  WS-FIND-ID                  PIC X(10) VALUE SPACES.
023200     05  WS-ITM-LOST-SW              PIC X(01) VALUE 'N'.
023300         88  WS-ITM-LOST                         VALUE 'Y'.
023400 01  WS-ITM-TABLE.
023500     05  WS-ITM-ENTRY OCCURS 200.
023600         10  WS-ITM-ID               PIC X(10).
023700         10  WS-ITM-HIST-SW          PIC X(01).
023800             88  WS-ITM-ON-HIST                  VALUE 'Y'.
023900         10  WS-ITM-FIRST-DATE       PIC 9(08).
024000         10  WS-ITM-RUN-ID           PIC X(08).
024100         10  WS-ITM-BOOK-DATE        PIC 9(08).
024200         10  WS-ITM-RCY-SW           PIC X(01).
024300             88  WS-ITM-ON-RCY                   VALUE 'Y'.
024400         10  WS-ITM-REASON           PIC X(04).
024500         10  WS-ITM-REG-DATE         PIC 9(08).
024600         10  WS-ITM-CORR-DATE        PIC 9(08).
024700         10  WS-ITM-EVT-COUNT        PIC 9(05) COMP.
024800*----------------------------------------------------------------*
024900*  EVENT TABLE.  EVERY EVENT FOUND IS INSERTED IN KEY ORDER -    *
025000*  ITEM, DATE, RANK WITHIN THE DAY, AUDIT TIME, THEN THE ORDER   *
025100*  IT WAS FOUND - SO THE TABLE IS ALREADY IN PRINT ORDER WHEN    *
025200*  THE FILES HAVE BEEN READ.  THE RANK PUTS A DAY'S STEPS IN     *
025300*  PIPELINE ORDER:                                               *
025400*    0 RESUBMITTED   1 EDITED        2 REGISTERED FOR RECYCLE    *
025500*    3 CORRECTED, WRITTEN OFF OR WAITING ON RESUBFILE            *
025600*    5 COUNTED       6 THRESHOLD AND THE BUCKET DAY'S RESULT     *
025700*    7 FED ON EXCFILE               8 REVERSED                   *
025800*----------------------------------------------------------------*
025900 01  WS-EVT-CONTROLS.
026000     05  WS-EVT-MAX                  PIC 9(04) COMP VALUE 2000.
026100     05  WS-EVT-COUNT                PIC 9(04) COMP VALUE ZERO.
026200     05  WS-EVT-SUB                  PIC 9(04) COMP VALUE ZERO.
026300     05  WS-EVT-SUB2                 PIC 9(04) COMP VALUE ZERO.
026400     05  WS-EVT-SEQ                  PIC 9(05) COMP VALUE ZERO.
026500     05  WS-EVT-LOST-SW              PIC X(01) VALUE 'N'.
026600         88  WS-EVT-LOST                         VALUE 'Y'.
026700     05  WS-EVT-PLACED-SW            PIC X(01) VALUE 'N'.
026800         88  WS-EVT-PLACED                       VALUE 'Y'.
026900 01  WS-NEW-EVT.
027000     05  WS-NEW-KEY.
027100         10  WS-NEW-ITM              PIC 9(03).
027200         10  WS-NEW-DATE             PIC 9(08).
027300         10  WS-NEW-RANK             PIC 9(01).
027400         10  WS-NEW-TIME             PIC X(08).
027500         10  WS-NEW-SEQ              PIC 9(05).
027600     05  WS-NEW-SOURCE               PIC X(09).
027700     05  WS-NEW-TEXT                 PIC X(40).
027800     05  WS-NEW-RUN-ID               PIC X(08).
027900     05  WS-NEW-REF                  PIC X(10).
028000     05  WS-NEW-AMT-SW               PIC X(01).
028100         88  WS-NEW-HAS-AMT                      VALUE 'Y'.
028200     05  WS-NEW-AMOUNT               PIC 9(11)V99.
028300 01  WS-CMP-EVT.
028400     05  WS-CMP-KEY.
028500         10  WS-CMP-ITM              PIC 9(03).
028600         10  WS-CMP-DATE             PIC 9(08).
028700         10  WS-CMP-RANK             PIC 9(01).
028800         10  WS-CMP-TIME             PIC X(08).
028900         10  WS-CMP-SEQ              PIC 9(05).
029000     05  WS-CMP-SOURCE               PIC X(09).
029100     05  WS-CMP-TEXT                 PIC X(40).
029200     05  WS-CMP-RUN-ID               PIC X(08).
029300     05  WS-CMP-REF                  PIC X(10).
029400     05  WS-CMP-AMT-SW               PIC X(01).
029500         88  WS-CMP-HAS-AMT                      VALUE 'Y'.
029600     05  WS-CMP-AMOUNT               PIC 9(11)V99.
029700 01  WS-EVT-TABLE.
029800     05  WS-EVT-ENTRY OCCURS 2000    PIC X(106).
029900*----------------------------------------------------------------*
030000*  EVENT TEXT BUILD AREAS                                        *
030100*----------------------------------------------------------------*
030200 01  WS-SCAN-SOURCE                  PIC X(09) VALUE SPACES.
030300 01  WS-REF-BREACH.
030400     05  FILLER                      PIC X(05) VALUE 'BRCH '.
030500     05  WS-REF-BREACH-ED            PIC ZZZZ9.
030600 01  WS-REF-FLAG.
030700     05  FILLER                      PIC X(07) VALUE 'BREACH '.
030800     05  WS-REF-FLAG-SW              PIC X(01).
030900 01  WS-REF-CAT.
031000     05  FILLER                      PIC X(04) VALUE 'CAT '.
031100     05  WS-REF-CAT-CODE             PIC X(03).
031200*----------------------------------------------------------------*
031300*  FILE STATUS FIELDS                                            *
031400*----------------------------------------------------------------*
031500 01  WS-FILE-STATUSES.
031600     05  WS-TRCPARM-STATUS           PIC X(02)   VALUE '00'.
031700         88  WS-TRCPARM-OK                       VALUE '00'.
031800         88  WS-TRCPARM-EOF                      VALUE '10'.
031900     05  WS-ITEMHIST-STATUS          PIC X(02)   VALUE '00'.
032000         88  WS-ITEMHIST-OK                      VALUE '00'.
032100         88  WS-ITEMHIST-EOF                     VALUE '10'.
032200         88  WS-ITEMHIST-NOTFND                  VALUE '23'.
032300     05  WS-RCYFILE-STATUS           PIC X(02)   VALUE '00'.
032400         88  WS-RCYFILE-OK                       VALUE '00'.
032500         88  WS-RCYFILE-EOF                      VALUE '10'.
032600         88  WS-RCYFILE-NOTFND                   VALUE '23'.
032700     05  WS-REJFILE-STATUS           PIC X(02)   VALUE '00'.
032800         88  WS-REJFILE-OK                       VALUE '00'.
032900         88  WS-REJFILE-EOF                      VALUE '10'.
033000     05  WS-RESUBFILE-STATUS         PIC X(02)   VALUE '00'.
033100         88  WS-RESUBFILE-OK                     VALUE '00'.
033200         88  WS-RESUBFILE-EOF                    VALUE '10'.
033300     05  WS-AUDITFILE-STATUS         PIC X(02)   VALUE '00'.
033400         88  WS-AUDITFILE-OK                     VALUE '00'.
033500         88  WS-AUDITFILE-EOF                    VALUE '10'.
033600     05  WS-AUDARCH-STATUS           PIC X(02)   VALUE '00'.
033700         88  WS-AUDARCH-OK                       VALUE '00'.
033800         88  WS-AUDARCH-EOF                      VALUE '10'.
033900     05  WS-CTRFILE-STATUS           PIC X(02)   VALUE '00'.
034000         88  WS-CTRFILE-OK                       VALUE '00'.
034100         88  WS-CTRFILE-NOTFND                   VALUE '23'.
034200     05  WS-EXCFILE-STATUS           PIC X(02)   VALUE '00'.
034300         88  WS-EXCFILE-OK                       VALUE '00'.
034400         88  WS-EXCFILE-EOF                      VALUE '10'.
034500     05  WS-TRCRPT-STATUS            PIC X(02)   VALUE '00'.
034600         88  WS-TRCRPT-OK                        VALUE '00'.
034700*----------------------------------------------------------------*
034800*  FILES LEFT OUT OF THE SEARCH ARE MARKED N HERE WHEN THEY WILL *
034900*  NOT OPEN                                                      *
035000*----------------------------------------------------------------*
035100 01  WS-AVAIL-SWITCHES.
035200     05  WS-HIST-AVAIL-SW            PIC X(01)   VALUE 'Y'.
035300         88  WS-HIST-AVAIL                       VALUE 'Y'.
035400     05  WS-RCY-AVAIL-SW             PIC X(01)   VALUE 'Y'.
035500         88  WS-RCY-AVAIL                        VALUE 'Y'.
035600     05  WS-REJ-AVAIL-SW             PIC X(01)   VALUE 'Y'.
035700         88  WS-REJ-AVAIL                        VALUE 'Y'.
035800     05  WS-RESUB-AVAIL-SW           PIC X(01)   VALUE 'Y'.
035900         88  WS-RESUB-AVAIL                      VALUE 'Y'.
036000     05  WS-AUD-AVAIL-SW             PIC X(01)   VALUE 'Y'.
036100         88  WS-AUD-AVAIL                        VALUE 'Y'.
036200     05  WS-ARCH-AVAIL-SW            PIC X(01)   VALUE 'Y'.
036300         88  WS-ARCH-AVAIL                       VALUE 'Y'.
036400     05  WS-CTR-AVAIL-SW             PIC X(01)   VALUE 'Y'.
036500         88  WS-CTR-AVAIL                        VALUE 'Y'.
036600     05  WS-EXC-AVAIL-SW             PIC X(01)   VALUE 'Y'.
036700         88  WS-EXC-AVAIL                        VALUE 'Y'.
036800*----------------------------------------------------------------*
036900*  PROGRAM SWITCHES                                              *
037000*----------------------------------------------------------------*
037100 01  WS-SWITCHES.
037200     05  WS-PARM-EOF-SW              PIC X(01)   VALUE 'N'.
037300         88  WS-END-OF-TRCPARM                   VALUE 'Y'.
037400     05  WS-HIST-EOF-SW              PIC X(01)   VALUE 'N'.
037500         88  WS-END-OF-ITEMHIST                  VALUE 'Y'.
037600     05  WS-RCY-EOF-SW               PIC X(01)   VALUE 'N'.
037700         88  WS-END-OF-RCYFILE                   VALUE 'Y'.
037800     05  WS-REJ-EOF-SW               PIC X(01)   VALUE 'N'.
037900         88  WS-END-OF-REJFILE                   VALUE 'Y'.
038000     05  WS-RESUB-EOF-SW             PIC X(01)   VALUE 'N'.
038100         88  WS-END-OF-RESUBFILE                 VALUE 'Y'.
038200     05  WS-AUD-EOF-SW               PIC X(01)   VALUE 'N'.
038300         88  WS-END-OF-AUDITFILE                 VALUE 'Y'.
038400     05  WS-ARCH-EOF-SW              PIC X(01)   VALUE 'N'.
038500         88  WS-END-OF-AUDARCH                   VALUE 'Y'.
038600     05  WS-EXC-EOF-SW               PIC X(01)   VALUE 'N'.
038700         88  WS-END-OF-EXCFILE                   VALUE 'Y'.
038800     05  WS-FATAL-SW                 PIC X(01)   VALUE 'N'.
038900         88  WS-FATAL-ERROR                      VALUE 'Y'.
039000         88  WS-NO-FATAL-ERROR                   VALUE 'N'.
039100     05  WS-INIT-SW                  PIC X(01)   VALUE 'Y'.
039200         88  WS-INIT-OK                          VALUE 'Y'.
039300         88  WS-INIT-FAILED                      VALUE 'N'.
039400     05  WS-IN-RANGE-SW              PIC X(01)   VALUE 'N'.
039500         88  WS-IN-RANGE                         VALUE 'Y'.
039600     05  WS-ITEM-DONE-SW             PIC X(01)   VALUE 'N'.
039700         88  WS-ITEM-DONE                        VALUE 'Y'.
039800*
039900 PROCEDURE DIVISION.
040000*----------------------------------------------------------------*
040100*  0000-MAINLINE                                                 *
040200*----------------------------------------------------------------*
040300 0000-MAINLINE.
040400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
040500     IF WS-INIT-FAILED
040600         GO TO 0000-EXIT
040700     END-IF.
040800     IF WS-RNG-COUNT > ZERO
040900         PERFORM 2000-SELECT-BY-RANGE THRU 2000-EXIT
041000     END-IF.
041100     IF WS-NO-FATAL-ERROR
041200         PERFORM 3000-GATHER-EVENTS THRU 3000-EXIT
041300     END-IF.
041400     IF WS-NO-FATAL-ERROR
041500         PERFORM 7000-WRITE-TRACE THRU 7000-EXIT
041600     END-IF.
041700     PERFORM 8000-TERMINATE THRU 8000-EXIT.
041800 0000-EXIT.
041900     STOP RUN.
042000*----------------------------------------------------------------*
042100*  1000-INITIALIZE  --  OPEN THE REPORT, TAKE THE CARDS, OPEN    *
042200*  WHATEVER INPUT FILES ARE THERE AND PRINT THE HEADING.  NO     *
042300*  USABLE CARD MEANS NOTHING TO TRACE: THE HEADING IS PRINTED    *
042400*  WITH A LINE SAYING SO AND THE RUN ENDS RC 8.                  *
042500*----------------------------------------------------------------*
042600 1000-INITIALIZE.
042700     OPEN OUTPUT TRCRPT.
042800     IF NOT WS-TRCRPT-OK
042900         DISPLAY 'DL100I0E-TRCRPT OPEN FAILED, STATUS '
043000             WS-TRCRPT-STATUS
043100         MOVE 99 TO RETURN-CODE
043200         SET WS-INIT-FAILED TO TRUE
043300         GO TO 1000-EXIT
043400     END-IF.
043500     PERFORM 1100-READ-CARDS THRU 1100-EXIT.
043600     IF WS-FATAL-ERROR
043700         CLOSE TRCRPT
043800         SET WS-INIT-FAILED TO TRUE
043900         GO TO 1000-EXIT
044000     END-IF.
044100     IF WS-ITM-COUNT = ZERO AND WS-RNG-COUNT = ZERO
044200         DISPLAY 'DL100I0E-NO ITEM OR RANGE CARD ON TRCPARM, '
044300             'NOTHING TRACED'
044400         MOVE 8 TO RETURN-CODE
044500         PERFORM 8100-WRITE-HEADING THRU 8100-EXIT
044600         MOVE SPACES TO DL100IR-LINE
044700         MOVE ' ' TO DL100IR-CC
044800         MOVE 'NO ITEM OR RANGE CARD - NOTHING TRACED'
044900             TO DL100IR-TEXT
045000         PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT
045100         CLOSE TRCRPT
045200         SET WS-INIT-FAILED TO TRUE
045300         GO TO 1000-EXIT
045400     END-IF.
045500     PERFORM 1200-OPEN-INPUTS THRU 1200-EXIT.
045600     PERFORM 8100-WRITE-HEADING THRU 8100-EXIT.
045700 1000-EXIT.
045800     EXIT.
045900*----------------------------------------------------------------*
046000*  1100-READ-CARDS  --  TAKE EVERY TRCPARM CARD.  AN I CARD ADDS *
046100*  ITS ITEM TO THE TABLE; AN R CARD ADDS A RANGE FOR THE SCANS   *
046200*  IN 2000.  A BAD CARD IS REPORTED AND SKIPPED.                 *
046300*----------------------------------------------------------------*
046400 1100-READ-CARDS.
046500     OPEN INPUT TRCPARM.
046600     IF NOT WS-TRCPARM-OK
046700         DISPLAY 'DL100I0E-TRCPARM OPEN FAILED, STATUS '
046800             WS-TRCPARM-STATUS
046900         GO TO 1100-EXIT
047000     END-IF.
047100     PERFORM 1190-READ-TRCPARM THRU 1190-EXIT.
047200     PERFORM 1110-TAKE-ONE-CARD THRU 1110-EXIT
047300         UNTIL WS-END-OF-TRCPARM.
047400     CLOSE TRCPARM.
047500 1100-EXIT.
047600     EXIT.
047700 1110-TAKE-ONE-CARD.
047800     IF DL100IP-RECORD = SPACES
047900      OR DL100IP-COMMENT-CARD
048000         GO TO 1110-NEXT
048100     END-IF.
048200     ADD 1 TO WS-CARD-COUNT.
048300     IF DL100IP-ITEM-CARD
048400         IF DL100IP-ITEM-ID = SPACES
048500             DISPLAY 'DL100I0W-ITEM CARD WITH NO ITEM-ID IGNORED'
048600             ADD 1 TO WS-BAD-CARD-COUNT
048700         ELSE
048800             ADD 1 TO WS-ID-CARD-COUNT
048900             MOVE DL100IP-ITEM-ID TO WS-FIND-ID
049000             PERFORM 1150-ADD-ITEM THRU 1150-EXIT
049100         END-IF
049200         GO TO 1110-NEXT
049300     END-IF.
049400     IF DL100IP-RANGE-CARD
049500         PERFORM 1120-TAKE-RANGE THRU 1120-EXIT
049600         GO TO 1110-NEXT
049700     END-IF.
049800     DISPLAY 'DL100I0W-CARD TYPE ' DL100IP-CARD-TYPE
049900         ' NOT RECOGNIZED, CARD IGNORED'.
050000     ADD 1 TO WS-BAD-CARD-COUNT.
050100 1110-NEXT.
050200     PERFORM 1190-READ-TRCPARM THRU 1190-EXIT.
050300 1110-EXIT.
050400     EXIT.
050500*----------------------------------------------------------------*
050600*  1120-TAKE-RANGE  --  ONE R CARD.  THE FROM-DATE IS REQUIRED;  *
050700*  A ZERO OR BLANK TO-DATE MAKES IT A ONE-DAY RANGE.             *
050800*----------------------------------------------------------------*
050900 1120-TAKE-RANGE.
051000     IF DL100IP-FROM-DATE NOT NUMERIC
051100      OR DL100IP-FROM-DATE = ZERO
051200         DISPLAY 'DL100I0W-RANGE CARD FROM-DATE NOT VALID, '
051300             'CARD IGNORED'
051400         ADD 1 TO WS-BAD-CARD-COUNT
051500         GO TO 1120-EXIT
051600     END-IF.
051700     MOVE DL100IP-FROM-DATE TO WS-CARD-FROM.
051800     IF DL100IP-TO-DATE NUMERIC AND DL100IP-TO-DATE > ZERO
051900         MOVE DL100IP-TO-DATE TO WS-CARD-TO
052000     ELSE
052100         MOVE DL100IP-FROM-DATE TO WS-CARD-TO
052200     END-IF.
052300     IF WS-CARD-TO < WS-CARD-FROM
052400         DISPLAY 'DL100I0W-RANGE CARD TO-DATE BEFORE FROM-DATE, '
052500             'CARD IGNORED'
052600         ADD 1 TO WS-BAD-CARD-COUNT
052700         GO TO 1120-EXIT
052800     END-IF.
052900     IF WS-RNG-COUNT >= WS-RNG-MAX
053000         DISPLAY 'DL100I0W-MORE THAN ' WS-RNG-MAX
053100             ' RANGE CARDS, CARD IGNORED'
053200         ADD 1 TO WS-BAD-CARD-COUNT
053300         GO TO 1120-EXIT
053400     END-IF.
053500     ADD 1 TO WS-RNG-COUNT.
053600     MOVE WS-CARD-FROM TO WS-RNG-FROM (WS-RNG-COUNT).
053700     MOVE WS-CARD-TO TO WS-RNG-TO (WS-RNG-COUNT).
053800 1120-EXIT.
053900     EXIT.
054000*----------------------------------------------------------------*
054100*  1150-ADD-ITEM  --  ADD WS-FIND-ID TO THE ITEM TABLE UNLESS IT *
054200*  IS ALREADY THERE.  PAST THE TABLE LIMIT THE ITEM IS DROPPED   *
054300*  WITH ONE WARNING AND A NOTE ON THE REPORT.                    *
054400*----------------------------------------------------------------*
054500 1150-ADD-ITEM.
054600     PERFORM 3950-FIND-ITEM THRU 3950-EXIT.
054700     IF WS-ITM-FOUND > ZERO
054800         GO TO 1150-EXIT
054900     END-IF.
055000     IF WS-ITM-COUNT >= WS-ITM-MAX
055100         IF NOT WS-ITM-LOST
055200             SET WS-ITM-LOST TO TRUE
055300             DISPLAY 'DL100I0W-MORE THAN ' WS-ITM-MAX
055400                 ' ITEMS SELECTED, THE REST NOT TRACED'
055500         END-IF
055600         GO TO 1150-EXIT
055700     END-IF.
055800     ADD 1 TO WS-ITM-COUNT.
055900     MOVE WS-FIND-ID TO WS-ITM-ID (WS-ITM-COUNT).
056000     MOVE 'N' TO WS-ITM-HIST-SW (WS-ITM-COUNT).
056100     MOVE 'N' TO WS-ITM-RCY-SW (WS-ITM-COUNT).
056200     MOVE ZERO TO WS-ITM-FIRST-DATE (WS-ITM-COUNT).
056300     MOVE SPACES TO WS-ITM-RUN-ID (WS-ITM-COUNT).
056400     MOVE ZERO TO WS-ITM-BOOK-DATE (WS-ITM-COUNT).
056500     MOVE SPACES TO WS-ITM-REASON (WS-ITM-COUNT).
056600     MOVE ZERO TO WS-ITM-REG-DATE (WS-ITM-COUNT).
056700     MOVE ZERO TO WS-ITM-CORR-DATE (WS-ITM-COUNT).
056800     MOVE ZERO TO WS-ITM-EVT-COUNT (WS-ITM-COUNT).
056900 1150-EXIT.
057000     EXIT.
057100*----------------------------------------------------------------*
057200*  1190-READ-TRCPARM  --  NEXT CONTROL CARD, SET EOF             *
057300*----------------------------------------------------------------*
057400 1190-READ-TRCPARM.
057500     READ TRCPARM
057600         AT END
057700             SET WS-END-OF-TRCPARM TO TRUE
057800     END-READ.
057900     IF NOT WS-TRCPARM-OK AND NOT WS-TRCPARM-EOF
058000         DISPLAY 'DL100I0E-TRCPARM READ ERROR, STATUS '
058100             WS-TRCPARM-STATUS
058200         MOVE 99 TO RETURN-CODE
058300         SET WS-END-OF-TRCPARM TO TRUE
058400         SET WS-FATAL-ERROR TO TRUE
058500     END-IF.
058600 1190-EXIT.
058700     EXIT.
058800*----------------------------------------------------------------*
058900*  1200-OPEN-INPUTS  --  OPEN EVERY FILE THE TRACE SEARCHES.  A  *
059000*  FILE THAT WILL NOT OPEN (A GENERATION NOT CATALOGUED, A DD    *
059100*  LEFT OUT) IS WARNED, MARKED NOT AVAILABLE AND NAMED ON THE    *
059200*  HEADING; THE TRACE GOES ON WITH THE OTHERS.                   *
059300*----------------------------------------------------------------*
059400 1200-OPEN-INPUTS.
059500     OPEN INPUT ITEMHIST.
059600     IF NOT WS-ITEMHIST-OK
059700         DISPLAY 'DL100I0W-ITEMHIST OPEN FAILED, STATUS '
059800             WS-ITEMHIST-STATUS ', NOT SEARCHED'
059900         MOVE 'N' TO WS-HIST-AVAIL-SW
060000         ADD 1 TO WS-UNSEARCHED-COUNT
060100     END-IF.
060200     OPEN INPUT RCYFILE.
060300     IF NOT WS-RCYFILE-OK
060400         DISPLAY 'DL100I0W-RCYFILE OPEN FAILED, STATUS '
060500             WS-RCYFILE-STATUS ', NOT SEARCHED'
060600         MOVE 'N' TO WS-RCY-AVAIL-SW
060700         ADD 1 TO WS-UNSEARCHED-COUNT
060800     END-IF.
060900     OPEN INPUT REJFILE.
061000     IF NOT WS-REJFILE-OK
061100         DISPLAY 'DL100I0W-REJFILE OPEN FAILED, STATUS '
061200             WS-REJFILE-STATUS ', NOT SEARCHED'
061300         MOVE 'N' TO WS-REJ-AVAIL-SW
061400         ADD 1 TO WS-UNSEARCHED-COUNT
061500     END-IF.
061600     OPEN INPUT RESUBFILE.
061700     IF NOT WS-RESUBFILE-OK
061800         DISPLAY 'DL100I0W-RESUBFILE OPEN FAILED, STATUS '
061900             WS-RESUBFILE-STATUS ', NOT SEARCHED'
062000         MOVE 'N' TO WS-RESUB-AVAIL-SW
062100         ADD 1 TO WS-UNSEARCHED-COUNT
062200     END-IF.
062300     OPEN INPUT AUDITFILE.
062400     IF NOT WS-AUDITFILE-OK
062500         DISPLAY 'DL100I0W-AUDITFILE OPEN FAILED, STATUS '
062600             WS-AUDITFILE-STATUS ', NOT SEARCHED'
062700         MOVE 'N' TO WS-AUD-AVAIL-SW
062800         ADD 1 TO WS-UNSEARCHED-COUNT
062900     END-IF.
063000     OPEN INPUT AUDARCH.
063100     IF NOT WS-AUDARCH-OK
063200         DISPLAY 'DL100I0W-AUDARCH OPEN FAILED, STATUS '
063300             WS-AUDARCH-STATUS ', NOT SEARCHED'
063400         MOVE 'N' TO WS-ARCH-AVAIL-SW
063500         ADD 1 TO WS-UNSEARCHED-COUNT
063600     END-IF.
063700     OPEN INPUT CTRFILE.
063800     IF NOT WS-CTRFILE-OK
063900         DISPLAY 'DL100I0W-CTRFILE OPEN FAILED, STATUS '
064000             WS-CTRFILE-STATUS ', NOT SEARCHED'
064100         MOVE 'N' TO WS-CTR-AVAIL-SW
064200         ADD 1 TO WS-UNSEARCHED-COUNT
064300     END-IF.
064400     OPEN INPUT EXCFILE.
064500     IF NOT WS-EXCFILE-OK
064600         DISPLAY 'DL100I0W-EXCFILE OPEN FAILED, STATUS '
064700             WS-EXCFILE-STATUS ', NOT SEARCHED'
064800         MOVE 'N' TO WS-EXC-AVAIL-SW
064900         ADD 1 TO WS-UNSEARCHED-COUNT
065000     END-IF.
065100 1200-EXIT.
065200     EXIT.
065300*----------------------------------------------------------------*
065400*  2000-SELECT-BY-RANGE  --  ADD EVERY ITEM WHOSE ITEM DATE IS   *
065500*  IN AN R-CARD RANGE: THE ITEMS THAT PASSED THE EDIT, FROM      *
065600*  ITEMHIST, AND THE ITEMS THAT WERE REJECTED, FROM THE IMAGE    *
065700*  HELD ON RCYFILE.  BOTH ARE READ FRONT TO BACK.                *
065800*----------------------------------------------------------------*
065900 2000-SELECT-BY-RANGE.
066000     IF WS-HIST-AVAIL
066100         PERFORM 2100-SCAN-ITEMHIST THRU 2100-EXIT
066200     END-IF.
066300     IF WS-RCY-AVAIL AND WS-NO-FATAL-ERROR
066400         PERFORM 2200-SCAN-RCYFILE THRU 2200-EXIT
066500     END-IF.
066600 2000-EXIT.
066700     EXIT.
066800 2100-SCAN-ITEMHIST.
066900     MOVE LOW-VALUES TO DL100IH-ITEM-ID.
067000     START ITEMHIST KEY NOT < DL100IH-ITEM-ID
067100         INVALID KEY
067200             SET WS-END-OF-ITEMHIST TO TRUE
067300     END-START.
067400     IF NOT WS-END-OF-ITEMHIST
067500         PERFORM 2190-READ-ITEMHIST-NEXT THRU 2190-EXIT
067600         PERFORM 2110-RANGE-ONE-HIST THRU 2110-EXIT
067700             UNTIL WS-END-OF-ITEMHIST
067800                OR WS-FATAL-ERROR
067900     END-IF.
068000 2100-EXIT.
068100     EXIT.
068200 2110-RANGE-ONE-HIST.
068300     IF DL100IH-ITEM-DATE NUMERIC
068400         MOVE DL100IH-ITEM-DATE TO WS-CHK-DATE
068500         PERFORM 2900-CHECK-RANGES THRU 2900-EXIT
068600         IF WS-IN-RANGE
068700             MOVE DL100IH-ITEM-ID TO WS-FIND-ID
068800             PERFORM 1150-ADD-ITEM THRU 1150-EXIT
068900         END-IF
069000     END-IF.
069100     PERFORM 2190-READ-ITEMHIST-NEXT THRU 2190-EXIT.
069200 2110-EXIT.
069300     EXIT.
069400 2190-READ-ITEMHIST-NEXT.
069500     READ ITEMHIST NEXT RECORD
069600         AT END
069700             SET WS-END-OF-ITEMHIST TO TRUE
069800         NOT AT END
069900             ADD 1 TO WS-HIST-SCAN-COUNT
070000     END-READ.
070100     IF NOT WS-ITEMHIST-OK AND NOT WS-ITEMHIST-EOF
070200         DISPLAY 'DL100I0E-ITEMHIST READ ERROR, STATUS '
070300             WS-ITEMHIST-STATUS
070400         MOVE 99 TO RETURN-CODE
070500         SET WS-END-OF-ITEMHIST TO TRUE
070600         SET WS-FATAL-ERROR TO TRUE
070700     END-IF.
070800 2190-EXIT.
070900     EXIT.
071000 2200-SCAN-RCYFILE.
071100     MOVE LOW-VALUES TO DL100RY-ITEM-ID.
071200     START RCYFILE KEY NOT < DL100RY-ITEM-ID
071300         INVALID KEY
071400             SET WS-END-OF-RCYFILE TO TRUE
071500     END-START.
071600     IF NOT WS-END-OF-RCYFILE
071700         PERFORM 2290-READ-RCYFILE-NEXT THRU 2290-EXIT
071800         PERFORM 2210-RANGE-ONE-RCY THRU 2210-EXIT
071900             UNTIL WS-END-OF-RCYFILE
072000                OR WS-FATAL-ERROR
072100     END-IF.
072200 2200-EXIT.
072300     EXIT.
072400 2210-RANGE-ONE-RCY.
072500     MOVE DL100RY-TRAN-IMAGE TO DL100TR-RECORD.
072600     IF DL100TR-ITEM-DATE NUMERIC
072700         MOVE DL100TR-ITEM-DATE TO WS-CHK-DATE
072800         PERFORM 2900-CHECK-RANGES THRU 2900-EXIT
072900         IF WS-IN-RANGE
073000             MOVE DL100RY-ITEM-ID TO WS-FIND-ID
073100             PERFORM 1150-ADD-ITEM THRU 1150-EXIT
073200         END-IF
073300     END-IF.
073400     PERFORM 2290-READ-RCYFILE-NEXT THRU 2290-EXIT.
073500 2210-EXIT.
073600     EXIT.
073700 2290-READ-RCYFILE-NEXT.
073800     READ RCYFILE NEXT RECORD
073900         AT END
074000             SET WS-END-OF-RCYFILE TO TRUE
074100         NOT AT END
074200             ADD 1 TO WS-RCY-SCAN-COUNT
074300     END-READ.
074400     IF NOT WS-RCYFILE-OK AND NOT WS-RCYFILE-EOF
074500         DISPLAY 'DL100I0E-RCYFILE READ ERROR, STATUS '
074600             WS-RCYFILE-STATUS
074700         MOVE 99 TO RETURN-CODE
074800         SET WS-END-OF-RCYFILE TO TRUE
074900         SET WS-FATAL-ERROR TO TRUE
075000     END-IF.
075100 2290-EXIT.
075200     EXIT.
075300*----------------------------------------------------------------*
075400*  2900-CHECK-RANGES  --  IS WS-CHK-DATE IN ANY R-CARD RANGE     *
075500*----------------------------------------------------------------*
075600 2900-CHECK-RANGES.
075700     MOVE 'N' TO WS-IN-RANGE-SW.
075800     PERFORM 2910-CHECK-ONE-RANGE THRU 2910-EXIT
075900         VARYING WS-RNG-SUB FROM 1 BY 1
076000         UNTIL WS-RNG-SUB > WS-RNG-COUNT
076100            OR WS-IN-RANGE.
076200 2900-EXIT.
076300     EXIT.
076400 2910-CHECK-ONE-RANGE.
076500     IF WS-CHK-DATE NOT < WS-RNG-FROM (WS-RNG-SUB)
076600      AND WS-CHK-DATE NOT > WS-RNG-TO (WS-RNG-SUB)
076700         SET WS-IN-RANGE TO TRUE
076800     END-IF.
076900 2910-EXIT.
077000     EXIT.
077100*----------------------------------------------------------------*
077200*  3000-GATHER-EVENTS  --  READ THE KEYED FILES FOR EACH ITEM,   *
077300*  THEN PASS EACH SEQUENTIAL FILE ONCE AGAINST THE WHOLE ITEM    *
077400*  TABLE.  THE KEYED READS COME FIRST BECAUSE THEY SUPPLY THE    *
077500*  DATES AND BUCKET DAY THE SEQUENTIAL RECORDS ARE PLACED BY.    *
077600*----------------------------------------------------------------*
077700 3000-GATHER-EVENTS.
077800     PERFORM 3100-TRACE-KEYED THRU 3100-EXIT
077900         VARYING WS-ITM-SUB FROM 1 BY 1
078000         UNTIL WS-ITM-SUB > WS-ITM-COUNT
078100            OR WS-FATAL-ERROR.
078200     IF WS-REJ-AVAIL AND WS-NO-FATAL-ERROR
078300         PERFORM 3300-SCAN-REJFILE THRU 3300-EXIT
078400     END-IF.
078500     IF WS-RESUB-AVAIL AND WS-NO-FATAL-ERROR
078600         PERFORM 3400-SCAN-RESUBFILE THRU 3400-EXIT
078700     END-IF.
078800     IF WS-AUD-AVAIL AND WS-NO-FATAL-ERROR
078900         PERFORM 3500-SCAN-AUDITFILE THRU 3500-EXIT
079000     END-IF.
079100     IF WS-ARCH-AVAIL AND WS-NO-FATAL-ERROR
079200         PERFORM 3600-SCAN-AUDARCH THRU 3600-EXIT
079300     END-IF.
079400     IF WS-EXC-AVAIL AND WS-NO-FATAL-ERROR
079500         PERFORM 3800-SCAN-EXCFILE THRU 3800-EXIT
079600     END-IF.
079700 3000-EXIT.
079800     EXIT.
079900 3100-TRACE-KEYED.
080000     IF WS-HIST-AVAIL
080100         PERFORM 3110-READ-ITEMHIST THRU 3110-EXIT
080200     END-IF.
080300     IF WS-RCY-AVAIL AND WS-NO-FATAL-ERROR
080400         PERFORM 3120-READ-RCYFILE THRU 3120-EXIT
080500     END-IF.
080600     IF WS-CTR-AVAIL AND WS-NO-FATAL-ERROR
080700      AND WS-ITM-ON-HIST (WS-ITM-SUB)
080800         PERFORM 3130-READ-CTRFILE THRU 3130-EXIT
080900     END-IF.
081000 3100-EXIT.
081100     EXIT.
081200*----------------------------------------------------------------*
081300*  3110-READ-ITEMHIST  --  THE ITEM PASSED THE EDIT ON ITS FIRST *
081400*  DATE AND WAS COUNTED THAT NIGHT UNDER THE RUN-ID, INTO THE    *
081500*  BOOK-DATE BUCKET; A REVERSAL BACKED IT OUT ON THE REV-DATE.   *
081600*----------------------------------------------------------------*
081700 3110-READ-ITEMHIST.
081800     MOVE WS-ITM-ID (WS-ITM-SUB) TO DL100IH-ITEM-ID.
081900     READ ITEMHIST
082000         KEY IS DL100IH-ITEM-ID
082100         INVALID KEY
082200             CONTINUE
082300     END-READ.
082400     IF WS-ITEMHIST-NOTFND
082500         GO TO 3110-EXIT
082600     END-IF.
082700     IF NOT WS-ITEMHIST-OK
082800         DISPLAY 'DL100I0E-ITEMHIST READ ERROR, STATUS '
082900             WS-ITEMHIST-STATUS
083000         MOVE 99 TO RETURN-CODE
083100         SET WS-FATAL-ERROR TO TRUE
083200         GO TO 3110-EXIT
083300     END-IF.
083400     SET WS-ITM-ON-HIST (WS-ITM-SUB) TO TRUE.
083500     MOVE DL100IH-FIRST-DATE TO WS-ITM-FIRST-DATE (WS-ITM-SUB).
083600     MOVE DL100IH-RUN-ID TO WS-ITM-RUN-ID (WS-ITM-SUB).
083700     MOVE DL100IH-BOOK-DATE TO WS-ITM-BOOK-DATE (WS-ITM-SUB).
083800     IF DL100IH-BOOK-DATE NOT NUMERIC
083900      OR DL100IH-BOOK-DATE = ZERO
084000         MOVE DL100IH-FIRST-DATE
084100             TO WS-ITM-BOOK-DATE (WS-ITM-SUB)
084200     END-IF.
084300     PERFORM 3890-CLEAR-EVENT THRU 3890-EXIT.
084400     MOVE DL100IH-FIRST-DATE TO WS-NEW-DATE.
084500     MOVE 1 TO WS-NEW-RANK.
084600     MOVE 'ITEMHIST' TO WS-NEW-SOURCE.
084700     MOVE DL100IH-ITEM-DATE TO WS-PRT-DATE.
084800     PERFORM 7900-FORMAT-DATE THRU 7900-EXIT.
084900     STRING 'PASSED THE EDIT, ITEM DATED ' DELIMITED BY SIZE
085000            WS-PRT-DATE-TEXT DELIMITED BY SIZE
085100         INTO WS-NEW-TEXT
085200     END-STRING.
085300     MOVE DL100IH-AMOUNT TO WS-NEW-AMOUNT.
085400     MOVE 'Y' TO WS-NEW-AMT-SW.
085500     PERFORM 3900-ADD-EVENT THRU 3900-EXIT.
085600     PERFORM 3890-CLEAR-EVENT THRU 3890-EXIT.
085700     MOVE DL100IH-FIRST-DATE TO WS-NEW-DATE.
085800     MOVE 5 TO WS-NEW-RANK.
085900     MOVE 'ITEMHIST' TO WS-NEW-SOURCE.
086000     MOVE WS-ITM-BOOK-DATE (WS-ITM-SUB) TO WS-PRT-DATE.
086100     PERFORM 7900-FORMAT-DATE THRU 7900-EXIT.
086200     STRING 'COUNTED INTO BUCKET DAY ' DELIMITED BY SIZE
086300            WS-PRT-DATE-TEXT DELIMITED BY SIZE
086400         INTO WS-NEW-TEXT
086500     END-STRING.
086600     MOVE DL100IH-RUN-ID TO WS-NEW-RUN-ID.
086700     MOVE DL100IH-CATEGORY TO WS-REF-CAT-CODE.
086800     MOVE WS-REF-CAT TO WS-NEW-REF.
086900     MOVE DL100IH-AMOUNT TO WS-NEW-AMOUNT.
087000     MOVE 'Y' TO WS-NEW-AMT-SW.
087100     PERFORM 3900-ADD-EVENT THRU 3900-EXIT.
087200     IF DL100IH-REVERSED
087300         PERFORM 3890-CLEAR-EVENT THRU 3890-EXIT
087400         MOVE DL100IH-REV-DATE TO WS-NEW-DATE
087500         MOVE 8 TO WS-NEW-RANK
087600         MOVE 'ITEMHIST' TO WS-NEW-SOURCE
087700         IF DL100IH-REV-CUT-BREACH
087800             MOVE 'REVERSED OUT OF BUCKET, BREACH REMOVED'
087900                 TO WS-NEW-TEXT
088000         ELSE
088100             MOVE 'REVERSED, BACKED OUT OF THE BUCKET DAY'
088200                 TO WS-NEW-TEXT
088300         END-IF
088400         MOVE DL100IH-REV-RUN-ID TO WS-NEW-RUN-ID
088500         MOVE DL100IH-AMOUNT TO WS-NEW-AMOUNT
088600         MOVE 'Y' TO WS-NEW-AMT-SW
088700         PERFORM 3900-ADD-EVENT THRU 3900-EXIT
088800     END-IF.
088900 3110-EXIT.
089000     EXIT.
089100*----------------------------------------------------------------*
089200*  3120-READ-RCYFILE  --  THE ITEM WAS REJECTED AND REGISTERED   *
089300*  FOR RECYCLE ON THE REG-DATE, CORRECTED OR WRITTEN OFF ON THE  *
089400*  CORR-DATE, AND READ BACK BY THE EDIT ON THE RESUB-DATE.       *
089500*----------------------------------------------------------------*
089600 3120-READ-RCYFILE.
089700     MOVE WS-ITM-ID (WS-ITM-SUB) TO DL100RY-ITEM-ID.
089800     READ RCYFILE
089900         KEY IS DL100RY-ITEM-ID
090000         INVALID KEY
090100             CONTINUE
090200     END-READ.
090300     IF WS-RCYFILE-NOTFND
090400         GO TO 3120-EXIT
090500     END-IF.
090600     IF NOT WS-RCYFILE-OK
090700         DISPLAY 'DL100I0E-RCYFILE READ ERROR, STATUS '
090800             WS-RCYFILE-STATUS
090900         MOVE 99 TO RETURN-CODE
091000         SET WS-FATAL-ERROR TO TRUE
091100         GO TO 3120-EXIT
091200     END-IF.
091300     SET WS-ITM-ON-RCY (WS-ITM-SUB) TO TRUE.
091400     MOVE DL100RY-REASON-CODE TO WS-ITM-REASON (WS-ITM-SUB).
091500     IF DL100RY-REG-DATE NUMERIC
091600         MOVE DL100RY-REG-DATE TO WS-ITM-REG-DATE (WS-ITM-SUB)
091700     END-IF.
091800     IF DL100RY-CORR-DATE NUMERIC
091900         MOVE DL100RY-CORR-DATE TO WS-ITM-CORR-DATE (WS-ITM-SUB)
092000     END-IF.
092100     MOVE DL100RY-TRAN-IMAGE TO DL100TR-RECORD.
092200     PERFORM 3890-CLEAR-EVENT THRU 3890-EXIT.
092300     MOVE WS-ITM-REG-DATE (WS-ITM-SUB) TO WS-NEW-DATE.
092400     MOVE 2 TO WS-NEW-RANK.
092500     MOVE 'RCYFILE' TO WS-NEW-SOURCE.
092600     IF DL100RY-OUTSTANDING
092700         MOVE 'REJECT REGISTERED, STILL OUTSTANDING'
092800             TO WS-NEW-TEXT
092900     ELSE
093000         MOVE 'REJECT REGISTERED FOR RECYCLE'
093100             TO WS-NEW-TEXT
093200     END-IF.
093300     MOVE DL100RY-REASON-CODE TO WS-NEW-REF.
093400     PERFORM 3880-IMAGE-AMOUNT THRU 3880-EXIT.
093500     PERFORM 3900-ADD-EVENT THRU 3900-EXIT.
093600     IF WS-ITM-CORR-DATE (WS-ITM-SUB) > ZERO
093700         PERFORM 3890-CLEAR-EVENT THRU 3890-EXIT
093800         MOVE WS-ITM-CORR-DATE (WS-ITM-SUB) TO WS-NEW-DATE
093900         MOVE 3 TO WS-NEW-RANK
094000         MOVE 'RCYFILE' TO WS-NEW-SOURCE
094100         IF DL100RY-WRITTEN-OFF
094200             MOVE 'WRITTEN OFF, WILL NOT BE RESUBMITTED'
094300                 TO WS-NEW-TEXT
094400         ELSE
094500             MOVE 'CORRECTED, WRITTEN TO RESUBFILE'
094600                 TO WS-NEW-TEXT
094700         END-IF
094800         MOVE DL100RY-REASON-CODE TO WS-NEW-REF
094900         PERFORM 3880-IMAGE-AMOUNT THRU 3880-EXIT
095000         PERFORM 3900-ADD-EVENT THRU 3900-EXIT
095100     END-IF.
095200     IF DL100RY-RESUB-DATE NUMERIC
095300      AND DL100RY-RESUB-DATE > ZERO
095400         PERFORM 3890-CLEAR-EVENT THRU 3890-EXIT
095500         MOVE DL100RY-RESUB-DATE TO WS-NEW-DATE
095600         MOVE 0 TO WS-NEW-RANK
095700         MOVE 'RCYFILE' TO WS-NEW-SOURCE
095800         MOVE 'RESUBMITTED, READ BACK BY THE EDIT'
095900             TO WS-NEW-TEXT
096000         PERFORM 3900-ADD-EVENT THRU 3900-EXIT
096100     END-IF.
096200 3120-EXIT.
096300     EXIT.
096400*----------------------------------------------------------------*
096500*  3130-READ-CTRFILE  --  HOW THE BUCKET DAY THE ITEM WENT INTO  *
096600*  STANDS NOW: BREACHED AND BY HOW MANY, NOT BREACHED, OR        *
096700*  OVERRIDDEN BY A SUPERVISOR.  A DAY ALREADY ARCHIVED OFF       *
096800*  CTRFILE IS SAID SO.  THE LINE IS PLACED ON THE NIGHT THE      *
096900*  ITEM WAS COUNTED.                                             *
097000*----------------------------------------------------------------*
097100 3130-READ-CTRFILE.
097200     PERFORM 3890-CLEAR-EVENT THRU 3890-EXIT.
097300     MOVE WS-ITM-FIRST-DATE (WS-ITM-SUB) TO WS-NEW-DATE.
097400     MOVE 6 TO WS-NEW-RANK.
097500     MOVE 'CTRFILE' TO WS-NEW-SOURCE.
097600     MOVE WS-ITM-BOOK-DATE (WS-ITM-SUB) TO DL100CT-RUN-DATE.
097700     READ CTRFILE
097800         INVALID KEY
097900             CONTINUE
098000     END-READ.
098100     IF WS-CTRFILE-NOTFND
098200         MOVE 'BUCKET DAY NOT ON CTRFILE, ARCHIVED'
098300             TO WS-NEW-TEXT
098400         PERFORM 3900-ADD-EVENT THRU 3900-EXIT
098500         GO TO 3130-EXIT
098600     END-IF.
098700     IF NOT WS-CTRFILE-OK
098800         DISPLAY 'DL100I0E-CTRFILE READ ERROR, STATUS '
098900             WS-CTRFILE-STATUS
099000         MOVE 99 TO RETURN-CODE
099100         SET WS-FATAL-ERROR TO TRUE
099200         GO TO 3130-EXIT
099300     END-IF.
099400     MOVE DL100CT-RUN-ID TO WS-NEW-RUN-ID.
099500     IF DL100CT-AREA-2 > ZERO
099600         MOVE DL100CT-AREA-2 TO WS-REF-BREACH-ED
099700         MOVE WS-REF-BREACH TO WS-NEW-REF
099800         IF DL100CT-OVERRIDDEN
099900             MOVE 'BUCKET DAY BREACHED, SINCE OVERRIDDEN'
100000                 TO WS-NEW-TEXT
100100         ELSE
100200             MOVE 'BUCKET DAY BREACHED THE THRESHOLD'
100300                 TO WS-NEW-TEXT
100400         END-IF
100500     ELSE
100600         IF DL100CT-OVERRIDDEN
100700             MOVE 'BUCKET DAY OVERRIDDEN, NO BREACH NOW'
100800                 TO WS-NEW-TEXT
100900         ELSE
101000             MOVE 'BUCKET DAY DID NOT BREACH'
101100                 TO WS-NEW-TEXT
101200         END-IF
101300     END-IF.
101400     PERFORM 3900-ADD-EVENT THRU 3900-EXIT.
101500 3130-EXIT.
101600     EXIT.
101700*----------------------------------------------------------------*
101800*  3300-SCAN-REJFILE  --  THE EDIT'S REJECTS.  REJFILE CARRIES   *
101900*  NO DATE, SO A REJECT IS PLACED ON THE DAY RCYFILE REGISTERED  *
102000*  IT FOR THE SAME REASON, OR SHOWN AS CURRENT WHEN THE          *
102100*  RECYCLE FILE HAS NOT TAKEN IT YET.                            *
102200*----------------------------------------------------------------*
102300 3300-SCAN-REJFILE.
102400     PERFORM 3390-READ-REJFILE THRU 3390-EXIT.
102500     PERFORM 3310-TRACE-ONE-REJECT THRU 3310-EXIT
102600         UNTIL WS-END-OF-REJFILE
102700            OR WS-FATAL-ERROR.
102800 3300-EXIT.
102900     EXIT.
103000 3310-TRACE-ONE-REJECT.
103100     MOVE DL100RJ-TRAN-IMAGE TO DL100TR-RECORD.
103200     MOVE DL100TR-ITEM-ID TO WS-FIND-ID.
103300     PERFORM 3950-FIND-ITEM THRU 3950-EXIT.
103400     IF WS-ITM-FOUND = ZERO
103500         GO TO 3310-NEXT
103600     END-IF.
103700     MOVE WS-ITM-FOUND TO WS-ITM-SUB.
103800     PERFORM 3890-CLEAR-EVENT THRU 3890-EXIT.
103900     IF WS-ITM-ON-RCY (WS-ITM-SUB)
104000      AND WS-ITM-REASON (WS-ITM-SUB) = DL100RJ-REASON-CODE
104100      AND WS-ITM-REG-DATE (WS-ITM-SUB) > ZERO
104200         MOVE WS-ITM-REG-DATE (WS-ITM-SUB) TO WS-NEW-DATE
104300     ELSE
104400         MOVE WS-CURRENT-DATE TO WS-NEW-DATE
104500     END-IF.
104600     MOVE 1 TO WS-NEW-RANK.
104700     MOVE 'REJFILE' TO WS-NEW-SOURCE.
104800     STRING 'REJECTED: ' DELIMITED BY SIZE
104900            DL100RJ-REASON-TEXT DELIMITED BY SIZE
105000         INTO WS-NEW-TEXT
105100     END-STRING.
105200     MOVE DL100RJ-REASON-CODE TO WS-NEW-REF.
105300     PERFORM 3880-IMAGE-AMOUNT THRU 3880-EXIT.
105400     PERFORM 3900-ADD-EVENT THRU 3900-EXIT.
105500 3310-NEXT.
105600     PERFORM 3390-READ-REJFILE THRU 3390-EXIT.
105700 3310-EXIT.
105800     EXIT.
105900 3390-READ-REJFILE.
106000     READ REJFILE
106100         AT END
106200             SET WS-END-OF-REJFILE TO TRUE
106300         NOT AT END
106400             ADD 1 TO WS-REJ-READ-COUNT
106500     END-READ.
106600     IF NOT WS-REJFILE-OK AND NOT WS-REJFILE-EOF
106700         DISPLAY 'DL100I0E-REJFILE READ ERROR, STATUS '
106800             WS-REJFILE-STATUS
106900         MOVE 99 TO RETURN-CODE
107000         SET WS-END-OF-REJFILE TO TRUE
107100         SET WS-FATAL-ERROR TO TRUE
107200     END-IF.
107300 3390-EXIT.
107400     EXIT.
107500*----------------------------------------------------------------*
107600*  3400-SCAN-RESUBFILE  --  CORRECTED ITEMS NOT YET READ BACK BY *
107700*  THE EDIT, PLACED ON THE DAY THEY WERE CORRECTED.              *
107800*----------------------------------------------------------------*
107900 3400-SCAN-RESUBFILE.
108000     PERFORM 3490-READ-RESUBFILE THRU 3490-EXIT.
108100     PERFORM 3410-TRACE-ONE-RESUB THRU 3410-EXIT
108200         UNTIL WS-END-OF-RESUBFILE
108300            OR WS-FATAL-ERROR.
108400 3400-EXIT.
108500     EXIT.
108600 3410-TRACE-ONE-RESUB.
108700     MOVE DL100TR-ITEM-ID TO WS-FIND-ID.
108800     PERFORM 3950-FIND-ITEM THRU 3950-EXIT.
108900     IF WS-ITM-FOUND = ZERO
109000         GO TO 3410-NEXT
109100     END-IF.
109200     MOVE WS-ITM-FOUND TO WS-ITM-SUB.
109300     PERFORM 3890-CLEAR-EVENT THRU 3890-EXIT.
109400     IF WS-ITM-CORR-DATE (WS-ITM-SUB) > ZERO
109500         MOVE WS-ITM-CORR-DATE (WS-ITM-SUB) TO WS-NEW-DATE
109600     ELSE
109700         MOVE WS-CURRENT-DATE TO WS-NEW-DATE
109800     END-IF.
109900     MOVE 3 TO WS-NEW-RANK.
110000     MOVE 'RESUBFILE' TO WS-NEW-SOURCE.
110100     MOVE 'ON RESUBFILE, WAITING FOR THE NEXT EDIT'
110200         TO WS-NEW-TEXT.
110300     PERFORM 3880-IMAGE-AMOUNT THRU 3880-EXIT.
110400     PERFORM 3900-ADD-EVENT THRU 3900-EXIT.
110500 3410-NEXT.
110600     PERFORM 3490-READ-RESUBFILE THRU 3490-EXIT.
110700 3410-EXIT.
110800     EXIT.
110900 3490-READ-RESUBFILE.
111000     READ RESUBFILE INTO DL100TR-RECORD
111100         AT END
111200             SET WS-END-OF-RESUBFILE TO TRUE
111300         NOT AT END
111400             ADD 1 TO WS-RESUB-READ-COUNT
111500     END-READ.
111600     IF NOT WS-RESUBFILE-OK AND NOT WS-RESUBFILE-EOF
111700         DISPLAY 'DL100I0E-RESUBFILE READ ERROR, STATUS '
111800             WS-RESUBFILE-STATUS
111900         MOVE 99 TO RETURN-CODE
112000         SET WS-END-OF-RESUBFILE TO TRUE
112100         SET WS-FATAL-ERROR TO TRUE
112200     END-IF.
112300 3490-EXIT.
112400     EXIT.
112500*----------------------------------------------------------------*
112600*  3500-SCAN-AUDITFILE AND 3600-SCAN-AUDARCH  --  THE LIVE AND   *
112700*  ARCHIVED AUDIT TRAILS, READ INTO THE ONE DL100AU LAYOUT AND   *
112800*  TRACED BY 3550.                                               *
112900*----------------------------------------------------------------*
113000 3500-SCAN-AUDITFILE.
113100     MOVE 'AUDITFILE' TO WS-SCAN-SOURCE.
113200     PERFORM 3590-READ-AUDITFILE THRU 3590-EXIT.
113300     PERFORM 3510-TRACE-ONE-AUDIT THRU 3510-EXIT
113400         UNTIL WS-END-OF-AUDITFILE
113500            OR WS-FATAL-ERROR.
113600 3500-EXIT.
113700     EXIT.
113800 3510-TRACE-ONE-AUDIT.
113900     PERFORM 3550-TRACE-AUDIT-EVENT THRU 3550-EXIT.
114000     PERFORM 3590-READ-AUDITFILE THRU 3590-EXIT.
114100 3510-EXIT.
114200     EXIT.
114300*----------------------------------------------------------------*
114400*  3550-TRACE-AUDIT-EVENT  --  ONLY THE EVENTS DL100B LOGS       *
114500*  AGAINST AN ITEM-ID ARE OF INTEREST: THE INCREMENT THAT        *
114600*  COUNTED IT, THE THRESHOLD OR OVERFLOW IT TRIPPED, AND ITS     *
114700*  REVERSAL.  THE AUDIT TIMESTAMP GIVES THE DATE AND TIME.       *
114800*----------------------------------------------------------------*
114900 3550-TRACE-AUDIT-EVENT.
115000     IF NOT DL100AU-EVT-INCREMENT
115100      AND NOT DL100AU-EVT-THRESHOLD
115200      AND NOT DL100AU-EVT-OVERFLOW
115300      AND NOT DL100AU-EVT-REVERSAL
115400         GO TO 3550-EXIT
115500     END-IF.
115600     MOVE DL100AU-ITEM-ID TO WS-FIND-ID.
115700     PERFORM 3950-FIND-ITEM THRU 3950-EXIT.
115800     IF WS-ITM-FOUND = ZERO
115900         GO TO 3550-EXIT
116000     END-IF.
116100     MOVE WS-ITM-FOUND TO WS-ITM-SUB.
116200     PERFORM 3890-CLEAR-EVENT THRU 3890-EXIT.
116300     MOVE DL100AU-TS TO WS-AU-TS.
116400     MOVE WS-AU-TS-YYYY TO WS-AU-YYYY.
116500     MOVE WS-AU-TS-MM TO WS-AU-MM.
116600     MOVE WS-AU-TS-DD TO WS-AU-DD.
116700     IF WS-AU-DATE NUMERIC
116800         MOVE WS-AU-DATE TO WS-NEW-DATE
116900     END-IF.
117000     MOVE WS-AU-TS-TIME TO WS-NEW-TIME.
117100     MOVE WS-SCAN-SOURCE TO WS-NEW-SOURCE.
117200     MOVE DL100AU-RUN-ID TO WS-NEW-RUN-ID.
117300     IF DL100AU-EVT-INCREMENT
117400         MOVE 5 TO WS-NEW-RANK
117500         MOVE 'AUDIT: COUNTER INCREMENTED FOR THE ITEM'
117600             TO WS-NEW-TEXT
117700     END-IF.
117800     IF DL100AU-EVT-THRESHOLD
117900         MOVE 6 TO WS-NEW-RANK
118000         MOVE 'AUDIT: ITEM TRIPPED THE DAY THRESHOLD'
118100             TO WS-NEW-TEXT
118200     END-IF.
118300     IF DL100AU-EVT-OVERFLOW
118400         MOVE 6 TO WS-NEW-RANK
118500         MOVE 'AUDIT: COUNTER OVERFLOW ON THE ITEM'
118600             TO WS-NEW-TEXT
118700     END-IF.
118800     IF DL100AU-EVT-REVERSAL
118900         MOVE 8 TO WS-NEW-RANK
119000         MOVE 'AUDIT: REVERSAL APPLIED TO THE ITEM'
119100             TO WS-NEW-TEXT
119200     END-IF.
119300     IF DL100AU-AMOUNT NUMERIC AND DL100AU-AMOUNT > ZERO
119400         MOVE DL100AU-AMOUNT TO WS-NEW-AMOUNT
119500         MOVE 'Y' TO WS-NEW-AMT-SW
119600     END-IF.
119700     PERFORM 3900-ADD-EVENT THRU 3900-EXIT.
119800 3550-EXIT.
119900     EXIT.
120000 3590-READ-AUDITFILE.
120100     READ AUDITFILE INTO DL100AU-RECORD
120200         AT END
120300             SET WS-END-OF-AUDITFILE TO TRUE
120400         NOT AT END
120500             ADD 1 TO WS-AUD-READ-COUNT
120600     END-READ.
120700     IF NOT WS-AUDITFILE-OK AND NOT WS-AUDITFILE-EOF
120800         DISPLAY 'DL100I0E-AUDITFILE READ ERROR, STATUS '
120900             WS-AUDITFILE-STATUS
121000         MOVE 99 TO RETURN-CODE
121100         SET WS-END-OF-AUDITFILE TO TRUE
121200         SET WS-FATAL-ERROR TO TRUE
121300     END-IF.
121400 3590-EXIT.
121500     EXIT.
121600 3600-SCAN-AUDARCH.
121700     MOVE 'AUDARCH' TO WS-SCAN-SOURCE.
121800     PERFORM 3690-READ-AUDARCH THRU 3690-EXIT.
121900     PERFORM 3610-TRACE-ONE-ARCHIVE THRU 3610-EXIT
122000         UNTIL WS-END-OF-AUDARCH
122100            OR WS-FATAL-ERROR.
122200 3600-EXIT.
122300     EXIT.
122400 3610-TRACE-ONE-ARCHIVE.
122500     PERFORM 3550-TRACE-AUDIT-EVENT THRU 3550-EXIT.
122600     PERFORM 3690-READ-AUDARCH THRU 3690-EXIT.
122700 3610-EXIT.
122800     EXIT.
122900 3690-READ-AUDARCH.
123000     READ AUDARCH INTO DL100AU-RECORD
123100         AT END
123200             SET WS-END-OF-AUDARCH TO TRUE
123300         NOT AT END
123400             ADD 1 TO WS-ARCH-READ-COUNT
123500     END-READ.
123600     IF NOT WS-AUDARCH-OK AND NOT WS-AUDARCH-EOF
123700         DISPLAY 'DL100I0E-AUDARCH READ ERROR, STATUS '
123800             WS-AUDARCH-STATUS
123900         MOVE 99 TO RETURN-CODE
124000         SET WS-END-OF-AUDARCH TO TRUE
124100         SET WS-FATAL-ERROR TO TRUE
124200     END-IF.
124300 3690-EXIT.
124400     EXIT.
124500*----------------------------------------------------------------*
124600*  3800-SCAN-EXCFILE  --  THE BREACH FEED.  EVERY ITEM COUNTED   *
124700*  INTO A FED BUCKET DAY GETS THE ORIGINAL FEED, PLACED ON THE   *
124800*  NIGHT IT WAS COUNTED WHEN THE RUN-IDS MATCH, AND ANY OVERRIDE *
124900*  CORRECTION, PLACED ON THE CORRECTION DATE.                    *
125000*----------------------------------------------------------------*
125100 3800-SCAN-EXCFILE.
125200     PERFORM 3850-READ-EXCFILE THRU 3850-EXIT.
125300     PERFORM 3810-TRACE-ONE-FEED THRU 3810-EXIT
125400         UNTIL WS-END-OF-EXCFILE
125500            OR WS-FATAL-ERROR.
125600 3800-EXIT.
125700     EXIT.
125800 3810-TRACE-ONE-FEED.
125900     IF DL100EX-FEED-DATE NUMERIC
126000         PERFORM 3820-MATCH-FEED-ITEM THRU 3820-EXIT
126100             VARYING WS-ITM-SUB FROM 1 BY 1
126200             UNTIL WS-ITM-SUB > WS-ITM-COUNT
126300     END-IF.
126400     PERFORM 3850-READ-EXCFILE THRU 3850-EXIT.
126500 3810-EXIT.
126600     EXIT.
126700 3820-MATCH-FEED-ITEM.
126800     IF NOT WS-ITM-ON-HIST (WS-ITM-SUB)
126900      OR WS-ITM-BOOK-DATE (WS-ITM-SUB) NOT = DL100EX-FEED-DATE
127000         GO TO 3820-EXIT
127100     END-IF.
127200     PERFORM 3890-CLEAR-EVENT THRU 3890-EXIT.
127300     MOVE 7 TO WS-NEW-RANK.
127400     MOVE 'EXCFILE' TO WS-NEW-SOURCE.
127500     MOVE DL100EX-RUN-ID TO WS-NEW-RUN-ID.
127600     MOVE DL100EX-BREACH-SW TO WS-REF-FLAG-SW.
127700     MOVE WS-REF-FLAG TO WS-NEW-REF.
127800     IF DL100EX-CORRECTION
127900         IF DL100EX-CORR-DATE NUMERIC
128000             MOVE DL100EX-CORR-DATE TO WS-NEW-DATE
128100         END-IF
128200         MOVE 'BUCKET DAY CORRECTION FED ON EXCFILE'
128300             TO WS-NEW-TEXT
128400     ELSE
128500         IF DL100EX-RUN-ID = WS-ITM-RUN-ID (WS-ITM-SUB)
128600             MOVE WS-ITM-FIRST-DATE (WS-ITM-SUB) TO WS-NEW-DATE
128700         ELSE
128800             MOVE DL100EX-FEED-DATE TO WS-NEW-DATE
128900         END-IF
129000         MOVE 'BUCKET DAY FED DOWNSTREAM ON EXCFILE'
129100             TO WS-NEW-TEXT
129200     END-IF.
129300     PERFORM 3900-ADD-EVENT THRU 3900-EXIT.
129400 3820-EXIT.
129500     EXIT.
129600 3850-READ-EXCFILE.
129700     READ EXCFILE
129800         AT END
129900             SET WS-END-OF-EXCFILE TO TRUE
130000         NOT AT END
130100             ADD 1 TO WS-EXC-READ-COUNT
130200     END-READ.
130300     IF NOT WS-EXCFILE-OK AND NOT WS-EXCFILE-EOF
130400         DISPLAY 'DL100I0E-EXCFILE READ ERROR, STATUS '
130500             WS-EXCFILE-STATUS
130600         MOVE 99 TO RETURN-CODE
130700         SET WS-END-OF-EXCFILE TO TRUE
130800         SET WS-FATAL-ERROR TO TRUE
130900     END-IF.
131000 3850-EXIT.
131100     EXIT.
131200*----------------------------------------------------------------*
131300*  3880-IMAGE-AMOUNT  --  THE AMOUNT FROM A TRANSACTION IMAGE IN *
131400*  DL100TR-RECORD, WHEN IT IS A NUMBER                           *
131500*----------------------------------------------------------------*
131600 3880-IMAGE-AMOUNT.
131700     IF DL100TR-AMOUNT NUMERIC
131800         MOVE DL100TR-AMOUNT TO WS-NEW-AMOUNT
131900         MOVE 'Y' TO WS-NEW-AMT-SW
132000     END-IF.
132100 3880-EXIT.
132200     EXIT.
132300*----------------------------------------------------------------*
132400*  3890-CLEAR-EVENT  --  START A NEW EVENT FOR ITEM WS-ITM-SUB   *
132500*----------------------------------------------------------------*
132600 3890-CLEAR-EVENT.
132700     MOVE SPACES TO WS-NEW-EVT.
132800     MOVE WS-ITM-SUB TO WS-NEW-ITM.
132900     MOVE ZERO TO WS-NEW-DATE.
133000     MOVE ZERO TO WS-NEW-RANK.
133100     MOVE ZERO TO WS-NEW-SEQ.
133200     MOVE ZERO TO WS-NEW-AMOUNT.
133300     MOVE 'N' TO WS-NEW-AMT-SW.
133400 3890-EXIT.
133500     EXIT.
133600*----------------------------------------------------------------*
133700*  3900-ADD-EVENT  --  INSERT WS-NEW-EVT IN KEY ORDER.  ENTRIES  *
133800*  WITH A HIGHER KEY ARE MOVED UP ONE PLACE FROM THE END UNTIL   *
133900*  THE GAP IS WHERE THE NEW ONE BELONGS.  PAST THE TABLE LIMIT   *
134000*  THE EVENT IS DROPPED WITH ONE WARNING AND A REPORT NOTE.      *
134100*----------------------------------------------------------------*
134200 3900-ADD-EVENT.
134300     IF WS-EVT-COUNT >= WS-EVT-MAX
134400         IF NOT WS-EVT-LOST
134500             SET WS-EVT-LOST TO TRUE
134600             DISPLAY 'DL100I0W-MORE THAN ' WS-EVT-MAX
134700                 ' EVENTS FOUND, TRACE INCOMPLETE'
134800         END-IF
134900         GO TO 3900-EXIT
135000     END-IF.
135100     ADD 1 TO WS-EVT-SEQ.
135200     MOVE WS-EVT-SEQ TO WS-NEW-SEQ.
135300     ADD 1 TO WS-ITM-EVT-COUNT (WS-NEW-ITM).
135400     MOVE WS-EVT-COUNT TO WS-EVT-SUB.
135500     MOVE 'N' TO WS-EVT-PLACED-SW.
135600     PERFORM 3910-MAKE-ROOM THRU 3910-EXIT
135700         UNTIL WS-EVT-PLACED.
135800     ADD 1 TO WS-EVT-COUNT.
135900 3900-EXIT.
136000     EXIT.
136100 3910-MAKE-ROOM.
136200     COMPUTE WS-EVT-SUB2 = WS-EVT-SUB + 1.
136300     IF WS-EVT-SUB = ZERO
136400         MOVE WS-NEW-EVT TO WS-EVT-ENTRY (WS-EVT-SUB2)
136500         SET WS-EVT-PLACED TO TRUE
136600         GO TO 3910-EXIT
136700     END-IF.
136800     MOVE WS-EVT-ENTRY (WS-EVT-SUB) TO WS-CMP-EVT.
136900     IF WS-CMP-KEY NOT > WS-NEW-KEY
137000         MOVE WS-NEW-EVT TO WS-EVT-ENTRY (WS-EVT-SUB2)
137100         SET WS-EVT-PLACED TO TRUE
137200         GO TO 3910-EXIT
137300     END-IF.
137400     MOVE WS-CMP-EVT TO WS-EVT-ENTRY (WS-EVT-SUB2).
137500     SUBTRACT 1 FROM WS-EVT-SUB.
137600 3910-EXIT.
137700     EXIT.
137800*----------------------------------------------------------------*
137900*  3950-FIND-ITEM  --  TABLE SUBSCRIPT OF WS-FIND-ID IN          *
138000*  WS-ITM-FOUND, ZERO WHEN IT IS NOT BEING TRACED                *
138100*----------------------------------------------------------------*
138200 3950-FIND-ITEM.
138300     MOVE ZERO TO WS-ITM-FOUND.
138400     PERFORM 3960-MATCH-ONE-ITEM THRU 3960-EXIT
138500         VARYING WS-FIND-SUB FROM 1 BY 1
138600         UNTIL WS-FIND-SUB > WS-ITM-COUNT
138700            OR WS-ITM-FOUND > ZERO.
138800 3950-EXIT.
138900     EXIT.
139000 3960-MATCH-ONE-ITEM.
139100     IF WS-ITM-ID (WS-FIND-SUB) = WS-FIND-ID
139200         MOVE WS-FIND-SUB TO WS-ITM-FOUND
139300     END-IF.
139400 3960-EXIT.
139500     EXIT.
139600*----------------------------------------------------------------*
139700*  7000-WRITE-TRACE  --  EACH ITEM IN TURN: A BREAK LINE, THEN   *
139800*  ITS EVENTS IN DATE ORDER, OR A LINE SAYING NO FILE SEARCHED   *
139900*  HAS ANY RECORD OF IT.                                         *
140000*----------------------------------------------------------------*
140100 7000-WRITE-TRACE.
140200     MOVE 1 TO WS-EVT-SUB.
140300     PERFORM 7100-WRITE-ONE-ITEM THRU 7100-EXIT
140400         VARYING WS-ITM-SUB FROM 1 BY 1
140500         UNTIL WS-ITM-SUB > WS-ITM-COUNT
140600            OR WS-FATAL-ERROR.
140700 7000-EXIT.
140800     EXIT.
140900 7100-WRITE-ONE-ITEM.
141000     MOVE SPACES TO DL100IR-LINE.
141100     PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT.
141200     MOVE ' ' TO DL100IR-CC.
141300     STRING 'ITEM ' DELIMITED BY SIZE
141400            WS-ITM-ID (WS-ITM-SUB) DELIMITED BY SIZE
141500            ' - EVENTS FOUND' DELIMITED BY SIZE
141600         INTO DL100IR-TEXT
141700     END-STRING.
141800     MOVE WS-ITM-EVT-COUNT (WS-ITM-SUB) TO DL100IR-COUNT-ED.
141900     PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT.
142000     IF WS-ITM-EVT-COUNT (WS-ITM-SUB) = ZERO
142100         MOVE SPACES TO DL100IR-LINE
142200         MOVE ' ' TO DL100IR-CC
142300         MOVE '  NO RECORD ON ANY FILE SEARCHED'
142400             TO DL100IR-TEXT
142500         PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT
142600         ADD 1 TO WS-NOTRACE-COUNT
142700         GO TO 7100-EXIT
142800     END-IF.
142900     MOVE SPACES TO DL100IR-EVT-LINE.
143000     MOVE ' ' TO DL100IR-EVT-CC.
143100     MOVE 'DATE' TO DL100IR-EVT-DATE.
143200     MOVE 'TIME' TO DL100IR-EVT-TIME.
143300     MOVE 'FILE' TO DL100IR-EVT-SOURCE.
143400     MOVE 'WHAT HAPPENED' TO DL100IR-EVT-TEXT.
143500     MOVE 'RUN-ID' TO DL100IR-EVT-RUN-ID.
143600     MOVE 'REFERENCE' TO DL100IR-EVT-REF.
143700     PERFORM 8910-WRITE-EVT-LINE THRU 8910-EXIT.
143800     MOVE 'N' TO WS-ITEM-DONE-SW.
143900     PERFORM 7110-WRITE-ONE-EVENT THRU 7110-EXIT
144000         UNTIL WS-ITEM-DONE
144100            OR WS-FATAL-ERROR.
144200 7100-EXIT.
144300     EXIT.
144400 7110-WRITE-ONE-EVENT.
144500     IF WS-EVT-SUB > WS-EVT-COUNT
144600         SET WS-ITEM-DONE TO TRUE
144700         GO TO 7110-EXIT
144800     END-IF.
144900     MOVE WS-EVT-ENTRY (WS-EVT-SUB) TO WS-CMP-EVT.
145000     IF WS-CMP-ITM NOT = WS-ITM-SUB
145100         SET WS-ITEM-DONE TO TRUE
145200         GO TO 7110-EXIT
145300     END-IF.
145400     MOVE SPACES TO DL100IR-EVT-LINE.
145500     MOVE ' ' TO DL100IR-EVT-CC.
145600     MOVE WS-CMP-DATE TO WS-PRT-DATE.
145700     PERFORM 7900-FORMAT-DATE THRU 7900-EXIT.
145800     MOVE WS-PRT-DATE-TEXT TO DL100IR-EVT-DATE.
145900     MOVE WS-CMP-TIME TO DL100IR-EVT-TIME.
146000     MOVE WS-CMP-SOURCE TO DL100IR-EVT-SOURCE.
146100     MOVE WS-CMP-TEXT TO DL100IR-EVT-TEXT.
146200     MOVE WS-CMP-RUN-ID TO DL100IR-EVT-RUN-ID.
146300     MOVE WS-CMP-REF TO DL100IR-EVT-REF.
146400     IF WS-CMP-HAS-AMT
146500         MOVE WS-CMP-AMOUNT TO DL100IR-EVT-AMT-ED
146600     END-IF.
146700     PERFORM 8910-WRITE-EVT-LINE THRU 8910-EXIT.
146800     ADD 1 TO WS-EVT-SUB.
146900 7110-EXIT.
147000     EXIT.
147100*----------------------------------------------------------------*
147200*  7900-FORMAT-DATE  --  WS-PRT-DATE AS MM/DD/YYYY IN            *
147300*  WS-PRT-DATE-TEXT, OR CURRENT / UNKNOWN                        *
147400*----------------------------------------------------------------*
147500 7900-FORMAT-DATE.
147600     MOVE SPACES TO WS-PRT-DATE-TEXT.
147700     IF WS-PRT-DATE = WS-CURRENT-DATE
147800         MOVE 'CURRENT' TO WS-PRT-DATE-TEXT
147900         GO TO 7900-EXIT
148000     END-IF.
148100     IF WS-PRT-DATE = ZERO
148200         MOVE 'UNKNOWN' TO WS-PRT-DATE-TEXT
148300         GO TO 7900-EXIT
148400     END-IF.
148500     STRING WS-PRT-MM   DELIMITED BY SIZE
148600            '/'         DELIMITED BY SIZE
148700            WS-PRT-DD   DELIMITED BY SIZE
148800            '/'         DELIMITED BY SIZE
148900            WS-PRT-YYYY DELIMITED BY SIZE
149000         INTO WS-PRT-DATE-TEXT
149100     END-STRING.
149200 7900-EXIT.
149300     EXIT.
149400*----------------------------------------------------------------*
149500*  8000-TERMINATE  --  TOTALS, CLOSE FILES, SET THE RETURN CODE  *
149600*----------------------------------------------------------------*
149700 8000-TERMINATE.
149800     PERFORM 8200-WRITE-TOTALS THRU 8200-EXIT.
149900     IF WS-HIST-AVAIL
150000         CLOSE ITEMHIST
150100     END-IF.
150200     IF WS-RCY-AVAIL
150300         CLOSE RCYFILE
150400     END-IF.
150500     IF WS-REJ-AVAIL
150600         CLOSE REJFILE
150700     END-IF.
150800     IF WS-RESUB-AVAIL
150900         CLOSE RESUBFILE
151000     END-IF.
151100     IF WS-AUD-AVAIL
151200         CLOSE AUDITFILE
151300     END-IF.
151400     IF WS-ARCH-AVAIL
151500         CLOSE AUDARCH
151600     END-IF.
151700     IF WS-CTR-AVAIL
151800         CLOSE CTRFILE
151900     END-IF.
152000     IF WS-EXC-AVAIL
152100         CLOSE EXCFILE
152200     END-IF.
152300     CLOSE TRCRPT.
152400     IF WS-FATAL-ERROR
152500         DISPLAY 'DL100I0E-INQUIRY ENDED WITH A FILE ERROR, SEE '
152600             'THE MESSAGES ABOVE'
152700         GO TO 8000-EXIT
152800     END-IF.
152900     IF WS-NOTRACE-COUNT > ZERO
153000      OR WS-BAD-CARD-COUNT > ZERO
153100      OR WS-UNSEARCHED-COUNT > ZERO
153200      OR WS-ITM-LOST
153300      OR WS-EVT-LOST
153400         DISPLAY 'DL100I0W-TRACE INCOMPLETE OR ITEMS NOT FOUND, '
153500             'SEE TRCRPT'
153600         MOVE 4 TO RETURN-CODE
153700     END-IF.
153800     DISPLAY 'DL100I0I-ITEM TRACE COMPLETE, ' WS-ITM-COUNT
153900         ' ITEMS, SEE TRCRPT'.
154000 8000-EXIT.
154100     EXIT.
154200*----------------------------------------------------------------*
154300*  8100-WRITE-HEADING  --  TITLE, RUN DATE, THE CARDS IN EFFECT  *
154400*  AND ANY FILE LEFT OUT OF THE SEARCH                           *
154500*----------------------------------------------------------------*
154600 8100-WRITE-HEADING.
154700     ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
154800     MOVE SPACES TO DL100IR-LINE.
154900     MOVE ' ' TO DL100IR-CC.
155000     MOVE 'DL100 ITEM TRACE INQUIRY' TO DL100IR-TEXT.
155100     STRING WS-CURR-MM   DELIMITED BY SIZE
155200            '/'          DELIMITED BY SIZE
155300            WS-CURR-DD   DELIMITED BY SIZE
155400            '/'          DELIMITED BY SIZE
155500            WS-CURR-YYYY DELIMITED BY SIZE
155600         INTO DL100IR-DATE
155700     END-STRING.
155800     PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT.
155900     MOVE SPACES TO DL100IR-LINE.
156000     MOVE ' ' TO DL100IR-CC.
156100     MOVE 'ITEM-ID CARDS' TO DL100IR-TEXT.
156200     MOVE WS-ID-CARD-COUNT TO DL100IR-COUNT-ED.
156300     PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT.
156400     PERFORM 8110-WRITE-ONE-RANGE THRU 8110-EXIT
156500         VARYING WS-RNG-SUB FROM 1 BY 1
156600         UNTIL WS-RNG-SUB > WS-RNG-COUNT.
156700     IF WS-BAD-CARD-COUNT > ZERO
156800         MOVE SPACES TO DL100IR-LINE
156900         MOVE ' ' TO DL100IR-CC
157000         MOVE 'CARDS IGNORED, SEE THE JOB LOG'
157100             TO DL100IR-TEXT
157200         MOVE WS-BAD-CARD-COUNT TO DL100IR-COUNT-ED
157300         PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT
157400     END-IF.
157500     IF NOT WS-HIST-AVAIL
157600         MOVE 'ITEMHIST' TO WS-SCAN-SOURCE
157700         PERFORM 8120-WRITE-UNSEARCHED THRU 8120-EXIT
157800     END-IF.
157900     IF NOT WS-RCY-AVAIL
158000         MOVE 'RCYFILE' TO WS-SCAN-SOURCE
158100         PERFORM 8120-WRITE-UNSEARCHED THRU 8120-EXIT
158200     END-IF.
158300     IF NOT WS-REJ-AVAIL
158400         MOVE 'REJFILE' TO WS-SCAN-SOURCE
158500         PERFORM 8120-WRITE-UNSEARCHED THRU 8120-EXIT
158600     END-IF.
158700     IF NOT WS-RESUB-AVAIL
158800         MOVE 'RESUBFILE' TO WS-SCAN-SOURCE
158900         PERFORM 8120-WRITE-UNSEARCHED THRU 8120-EXIT
159000     END-IF.
159100     IF NOT WS-AUD-AVAIL
159200         MOVE 'AUDITFILE' TO WS-SCAN-SOURCE
159300         PERFORM 8120-WRITE-UNSEARCHED THRU 8120-EXIT
159400     END-IF.
159500     IF NOT WS-ARCH-AVAIL
159600         MOVE 'AUDARCH' TO WS-SCAN-SOURCE
159700         PERFORM 8120-WRITE-UNSEARCHED THRU 8120-EXIT
159800     END-IF.
159900     IF NOT WS-CTR-AVAIL
160000         MOVE 'CTRFILE' TO WS-SCAN-SOURCE
160100         PERFORM 8120-WRITE-UNSEARCHED THRU 8120-EXIT
160200     END-IF.
160300     IF NOT WS-EXC-AVAIL
160400         MOVE 'EXCFILE' TO WS-SCAN-SOURCE
160500         PERFORM 8120-WRITE-UNSEARCHED THRU 8120-EXIT
160600     END-IF.
160700 8100-EXIT.
160800     EXIT.
160900 8110-WRITE-ONE-RANGE.
161000     MOVE WS-RNG-FROM (WS-RNG-SUB) TO WS-PRT-DATE.
161100     PERFORM 7900-FORMAT-DATE THRU 7900-EXIT.
161200     MOVE WS-PRT-DATE-TEXT TO WS-PRT-FROM-TEXT.
161300     MOVE WS-RNG-TO (WS-RNG-SUB) TO WS-PRT-DATE.
161400     PERFORM 7900-FORMAT-DATE THRU 7900-EXIT.
161500     MOVE SPACES TO DL100IR-LINE.
161600     MOVE ' ' TO DL100IR-CC.
161700     STRING 'ITEM DATES ' DELIMITED BY SIZE
161800            WS-PRT-FROM-TEXT DELIMITED BY SIZE
161900            ' TO ' DELIMITED BY SIZE
162000            WS-PRT-DATE-TEXT DELIMITED BY SIZE
162100         INTO DL100IR-TEXT
162200     END-STRING.
162300     PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT.
162400 8110-EXIT.
162500     EXIT.
162600 8120-WRITE-UNSEARCHED.
162700     MOVE SPACES TO DL100IR-LINE.
162800     MOVE ' ' TO DL100IR-CC.
162900     STRING 'NOT SEARCHED, WOULD NOT OPEN: ' DELIMITED BY SIZE
163000            WS-SCAN-SOURCE DELIMITED BY SIZE
163100         INTO DL100IR-TEXT
163200     END-STRING.
163300     PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT.
163400 8120-EXIT.
163500     EXIT.
163600*----------------------------------------------------------------*
163700*  8200-WRITE-TOTALS  --  ITEM, EVENT AND RECORD COUNTS, AND ANY *
163800*  TABLE THAT FILLED                                             *
163900*----------------------------------------------------------------*
164000 8200-WRITE-TOTALS.
164100     MOVE SPACES TO DL100IR-LINE.
164200     PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT.
164300     MOVE ' ' TO DL100IR-CC.
164400     MOVE 'ITEMS TRACED' TO DL100IR-TEXT.
164500     MOVE WS-ITM-COUNT TO DL100IR-COUNT-ED.
164600     PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT.
164700     MOVE SPACES TO DL100IR-LINE.
164800     MOVE ' ' TO DL100IR-CC.
164900     MOVE 'ITEMS WITH NO RECORD FOUND' TO DL100IR-TEXT.
165000     MOVE WS-NOTRACE-COUNT TO DL100IR-COUNT-ED.
165100     PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT.
165200     MOVE SPACES TO DL100IR-LINE.
165300     MOVE ' ' TO DL100IR-CC.
165400     MOVE 'EVENTS LISTED' TO DL100IR-TEXT.
165500     MOVE WS-EVT-COUNT TO DL100IR-COUNT-ED.
165600     PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT.
165700     MOVE SPACES TO DL100IR-LINE.
165800     MOVE ' ' TO DL100IR-CC.
165900     MOVE 'REJFILE RECORDS READ' TO DL100IR-TEXT.
166000     MOVE WS-REJ-READ-COUNT TO DL100IR-COUNT-ED.
166100     PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT.
166200     MOVE SPACES TO DL100IR-LINE.
166300     MOVE ' ' TO DL100IR-CC.
166400     MOVE 'RESUBFILE RECORDS READ' TO DL100IR-TEXT.
166500     MOVE WS-RESUB-READ-COUNT TO DL100IR-COUNT-ED.
166600     PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT.
166700     MOVE SPACES TO DL100IR-LINE.
166800     MOVE ' ' TO DL100IR-CC.
166900     MOVE 'AUDITFILE RECORDS READ' TO DL100IR-TEXT.
167000     MOVE WS-AUD-READ-COUNT TO DL100IR-COUNT-ED.
167100     PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT.
167200     MOVE SPACES TO DL100IR-LINE.
167300     MOVE ' ' TO DL100IR-CC.
167400     MOVE 'AUDARCH RECORDS READ' TO DL100IR-TEXT.
167500     MOVE WS-ARCH-READ-COUNT TO DL100IR-COUNT-ED.
167600     PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT.
167700     MOVE SPACES TO DL100IR-LINE.
167800     MOVE ' ' TO DL100IR-CC.
167900     MOVE 'EXCFILE RECORDS READ' TO DL100IR-TEXT.
168000     MOVE WS-EXC-READ-COUNT TO DL100IR-COUNT-ED.
168100     PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT.
168200     IF WS-RNG-COUNT > ZERO
168300         MOVE SPACES TO DL100IR-LINE
168400         MOVE ' ' TO DL100IR-CC
168500         MOVE 'ITEMHIST RECORDS SCANNED FOR RANGES'
168600             TO DL100IR-TEXT
168700         MOVE WS-HIST-SCAN-COUNT TO DL100IR-COUNT-ED
168800         PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT
168900         MOVE SPACES TO DL100IR-LINE
169000         MOVE ' ' TO DL100IR-CC
169100         MOVE 'RCYFILE RECORDS SCANNED FOR RANGES'
169200             TO DL100IR-TEXT
169300         MOVE WS-RCY-SCAN-COUNT TO DL100IR-COUNT-ED
169400         PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT
169500     END-IF.
169600     IF WS-ITM-LOST
169700         MOVE SPACES TO DL100IR-LINE
169800         MOVE ' ' TO DL100IR-CC
169900         MOVE 'ITEM TABLE FULL, LATER ITEMS NOT TRACED'
170000             TO DL100IR-TEXT
170100         MOVE WS-ITM-MAX TO DL100IR-COUNT-ED
170200         PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT
170300     END-IF.
170400     IF WS-EVT-LOST
170500         MOVE SPACES TO DL100IR-LINE
170600         MOVE ' ' TO DL100IR-CC
170700         MOVE 'EVENT TABLE FULL, TRACE INCOMPLETE'
170800             TO DL100IR-TEXT
170900         MOVE WS-EVT-MAX TO DL100IR-COUNT-ED
171000         PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT
171100     END-IF.
171200 8200-EXIT.
171300     EXIT.
171400*----------------------------------------------------------------*
171500*  8900-WRITE-RPT-LINE AND 8910-WRITE-EVT-LINE  --  WRITE ONE    *
171600*  REPORT LINE WITH A STATUS CHECK, SO EVERY CALLER GETS THE     *
171700*  SAME HANDLING.                                                *
171800*----------------------------------------------------------------*
171900 8900-WRITE-RPT-LINE.
172000     WRITE DL100IR-LINE.
172100     IF NOT WS-TRCRPT-OK
172200         DISPLAY 'DL100I0E-TRCRPT WRITE FAILED, STATUS '
172300             WS-TRCRPT-STATUS
172400         MOVE 99 TO RETURN-CODE
172500         SET WS-FATAL-ERROR TO TRUE
172600     END-IF.
172700 8900-EXIT.
172800     EXIT.
172900 8910-WRITE-EVT-LINE.
173000     WRITE DL100IR-EVT-LINE.
173100     IF NOT WS-TRCRPT-OK
173200         DISPLAY 'DL100I0E-TRCRPT WRITE FAILED, STATUS '
173300             WS-TRCRPT-STATUS
173400         MOVE 99 TO RETURN-CODE
173500         SET WS-FATAL-ERROR TO TRUE
173600     END-IF.
173700 8910-EXIT.
173800     EXIT.
