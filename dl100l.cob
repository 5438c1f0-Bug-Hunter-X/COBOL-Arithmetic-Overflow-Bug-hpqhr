000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  DL100L.
000030 AUTHOR.  R HALLORAN.
000040 INSTALLATION.  DAILY PROCESSING CONTROL.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080*  DL100L IS THE ONLINE THRESHOLD MAINTENANCE PANEL FOR THRFILE. *
000090*  THRFILE IS EFFECTIVE-DATED: EACH CATEGORY HAS ONE RECORD PER  *
000100*  VERSION OF ITS LIMITS, KEYED BY CATEGORY AND EFFECTIVE DATE,  *
000110*  SO THE LIMITS IN FORCE ON ANY PAST ITEM DATE ARE NEVER LOST.  *
000120*  ENTER SHOWS THE VERSION IN EFFECT TODAY, THE NEXT APPROVED    *
000130*  CHANGE AND ANY CHANGE AWAITING APPROVAL.  PF5 SUBMITS AN ADD, *
000140*  CHANGE OR RETIRE WITH AN EFFECTIVE DATE OF TODAY OR LATER,    *
000150*  WRITTEN PENDING UNDER THE SUBMITTING SUPERVISOR'S ID.  PF6    *
000160*  APPROVES IT - ONLY A DIFFERENT SUPERVISOR MAY DO SO - AND     *
000170*  ONLY THEN DOES DL100B PICK IT UP.  PF4 REJECTS AND REMOVES    *
000180*  IT.  EVERY SUBMIT, APPROVAL AND REJECTION IS LOGGED TO        *
000190*  AUDITFILE.  ONE CHANGE AT A TIME MAY BE PENDING PER           *
000200*  CATEGORY.  IT RUNS UNDER CICS, MAP DL100M4 OF MAPSET DL100MS. *
000210*----------------------------------------------------------------*
000220*  MODIFICATION HISTORY                                          *
000230*----------------------------------------------------------------*
000240*  2026-10-15  RCH  ORIGINAL PROGRAM.                            *
000250*----------------------------------------------------------------*
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 SOURCE-COMPUTER.  IBM-370.
000290 OBJECT-COMPUTER.  IBM-370.
000300 DATA DIVISION.
000310 WORKING-STORAGE SECTION.
000320*----------------------------------------------------------------*
000330*  SYMBOLIC MAP FOR DL100M4                                      *
000340*----------------------------------------------------------------*
000350 COPY DL100LP.
000360*----------------------------------------------------------------*
000370*  THRFILE RECORD LAYOUT, SHARED WITH DL100B                     *
000380*----------------------------------------------------------------*
000390 COPY DL100TH.
000400*----------------------------------------------------------------*
000410*  AUDIT RECORD LAYOUT, SHARED WITH DL100B AND DL100M            *
000420*----------------------------------------------------------------*
000430 COPY DL100AU.
000440*----------------------------------------------------------------*
000450*  CICS ATTENTION IDENTIFIER VALUES                              *
000460*----------------------------------------------------------------*
000470 COPY DFHAID.
000480*----------------------------------------------------------------*
000490*  WORK FIELDS                                                   *
000500*----------------------------------------------------------------*
000510 01  WS-MAPSET                   PIC X(08)   VALUE 'DL100MS'.
000520 01  WS-MAPNAME                  PIC X(08)   VALUE 'DL100M4'.
000530 01  WS-RESP                     PIC S9(08) COMP.
000540 01  WS-TIMESTAMP                PIC X(19)   VALUE SPACES.
000550 01  WS-CURR-DATE                PIC 9(08).
000560 01  WS-CURR-DATE-X REDEFINES WS-CURR-DATE.
000570     05  WS-CURR-YYYY            PIC 9(04).
000580     05  WS-CURR-MM              PIC 9(02).
000590     05  WS-CURR-DD              PIC 9(02).
000600 01  WS-CURR-TIME                PIC 9(08).
000610 01  WS-CURR-TIME-X REDEFINES WS-CURR-TIME.
000620     05  WS-CURR-HH              PIC 9(02).
000630     05  WS-CURR-MN              PIC 9(02).
000640     05  WS-CURR-SS              PIC 9(02).
000650     05  WS-CURR-HS              PIC 9(02).
000660 01  WS-VALID-SW                 PIC X(01)   VALUE 'Y'.
000670     88  WS-INPUT-VALID                      VALUE 'Y'.
000680     88  WS-INPUT-INVALID                    VALUE 'N'.
000690 01  WS-MSG                      PIC X(60)   VALUE SPACES.
000700 01  WS-AUDIT-EVENT              PIC X(10)   VALUE SPACES.
000710 01  WS-ACTION-WORD              PIC X(06)   VALUE SPACES.
000720 01  WS-EXIT-MSG                 PIC X(30)
000730     VALUE 'DL100 THRESHOLD PANEL ENDED'.
000740*----------------------------------------------------------------*
000750*  OPERATOR INPUT, SAVED BEFORE THE OUTPUT AREA IS CLEARED (THE  *
000760*  MAP AREAS REDEFINE EACH OTHER)                                *
000770*----------------------------------------------------------------*
000780 01  WS-IN-FIELDS.
000790     05  WS-IN-CAT-LEN           PIC S9(04) COMP VALUE ZERO.
000800     05  WS-IN-CAT               PIC X(03)   VALUE SPACES.
000810     05  WS-IN-ACT-LEN           PIC S9(04) COMP VALUE ZERO.
000820     05  WS-IN-ACT               PIC X(01)   VALUE SPACES.
000830     05  WS-IN-EFF-LEN           PIC S9(04) COMP VALUE ZERO.
000840     05  WS-IN-EFF               PIC X(08)   VALUE SPACES.
000850     05  WS-IN-EFF-N REDEFINES WS-IN-EFF
000860                                 PIC 9(08).
000870     05  WS-IN-THR-LEN           PIC S9(04) COMP VALUE ZERO.
000880     05  WS-IN-THR               PIC X(05)   VALUE SPACES.
000890     05  WS-IN-THR-N REDEFINES WS-IN-THR
000900                                 PIC 9(05).
000910     05  WS-IN-SEV-LEN           PIC S9(04) COMP VALUE ZERO.
000920     05  WS-IN-SEV               PIC X(05)   VALUE SPACES.
000930     05  WS-IN-SEV-N REDEFINES WS-IN-SEV
000940                                 PIC 9(05).
000950     05  WS-IN-AMT-LEN           PIC S9(04) COMP VALUE ZERO.
000960     05  WS-IN-AMT               PIC X(11)   VALUE SPACES.
000970     05  WS-IN-AMT-N REDEFINES WS-IN-AMT
000980                                 PIC 9(11).
000990     05  WS-IN-NAME-LEN          PIC S9(04) COMP VALUE ZERO.
001000     05  WS-IN-NAME              PIC X(20)   VALUE SPACES.
001010     05  WS-IN-SUPV-LEN          PIC S9(04) COMP VALUE ZERO.
001020     05  WS-IN-SUPV              PIC X(08)   VALUE SPACES.
001030*----------------------------------------------------------------*
001040*  EFFECTIVE DATE CHECK - MONTH AND DAY RANGE                    *
001050*----------------------------------------------------------------*
001060 01  WS-WORK-DATE                PIC 9(08)   VALUE ZERO.
001070 01  WS-WORK-DATE-X REDEFINES WS-WORK-DATE.
001080     05  WS-WRK-YYYY             PIC 9(04).
001090     05  WS-WRK-MM               PIC 9(02).
001100     05  WS-WRK-DD               PIC 9(02).
001110 01  WS-MONTH-DAYS               PIC 9(02)   VALUE ZERO.
001120 01  WS-LEAP-QUOT                PIC 9(04) COMP VALUE ZERO.
001130 01  WS-LEAP-REM                 PIC 9(04) COMP VALUE ZERO.
001140 01  WS-DAYS-IN-MONTH-DEF        PIC X(24) VALUE
001150     '312831303130313130313031'.
001160 01  WS-DAYS-IN-MONTH REDEFINES WS-DAYS-IN-MONTH-DEF.
001170     05  WS-DIM                  PIC 9(02) OCCURS 12.
001180*----------------------------------------------------------------*
001190*  CATEGORY BROWSE.  ONE PASS OVER A CATEGORY'S VERSIONS FINDS   *
001200*  THE APPROVED VERSION IN EFFECT ON WS-AS-OF-DATE, THE FIRST    *
001210*  APPROVED VERSION AFTER IT, AND ANY PENDING VERSION.  EACH IS  *
001220*  KEPT AS A WHOLE RECORD IMAGE.                                 *
001230*----------------------------------------------------------------*
001240 01  WS-BRKEY.
001250     05  WS-BR-CATEGORY          PIC X(03).
001260     05  WS-BR-EFF-DATE          PIC 9(08).
001270 01  WS-AS-OF-DATE               PIC 9(08)   VALUE ZERO.
001280 01  WS-BROWSE-DONE-SW           PIC X(01)   VALUE 'N'.
001290     88  WS-BROWSE-DONE                      VALUE 'Y'.
001300 01  WS-EFF-FOUND-SW             PIC X(01)   VALUE 'N'.
001310     88  WS-EFF-FOUND                        VALUE 'Y'.
001320 01  WS-NXT-FOUND-SW             PIC X(01)   VALUE 'N'.
001330     88  WS-NXT-FOUND                        VALUE 'Y'.
001340 01  WS-PND-FOUND-SW             PIC X(01)   VALUE 'N'.
001350     88  WS-PND-FOUND                        VALUE 'Y'.
001360 01  WS-EFF-IMAGE                PIC X(80)   VALUE SPACES.
001370 01  WS-NXT-IMAGE                PIC X(80)   VALUE SPACES.
001380 01  WS-PND-IMAGE                PIC X(80)   VALUE SPACES.
001390 01  WS-NEW-IMAGE                PIC X(80)   VALUE SPACES.
001400*----------------------------------------------------------------*
001410*  VERSION ROW BUILD AREA - MOVED TO ONE 60-BYTE MAP ROW         *
001420*----------------------------------------------------------------*
001430 01  WS-VERSION-ROW.
001440     05  WS-VR-EFF-DATE          PIC 9(08).
001450     05  FILLER                  PIC X(01)   VALUE SPACE.
001460     05  WS-VR-ACTION            PIC X(06).
001470     05  FILLER                  PIC X(01)   VALUE SPACE.
001480     05  WS-VR-THRESHOLD         PIC ZZZZ9.
001490     05  FILLER                  PIC X(01)   VALUE SPACE.
001500     05  WS-VR-SEVERE            PIC ZZZZ9.
001510     05  FILLER                  PIC X(01)   VALUE SPACE.
001520     05  WS-VR-AMOUNT            PIC Z(10)9.
001530     05  FILLER                  PIC X(01)   VALUE SPACE.
001540     05  WS-VR-USER              PIC X(08).
001550     05  FILLER                  PIC X(12)   VALUE SPACES.
001560 01  WS-MAP-ROW                  PIC X(60)   VALUE SPACES.
001570*----------------------------------------------------------------*
001580*  DFHCOMMAREA  --  CARRIES THE INQUIRED CATEGORY ACROSS THE     *
001590*  PSEUDO-CONVERSATIONAL TURN SO PF4/PF5/PF6 ACT ON THE          *
001600*  CATEGORY ON DISPLAY.                                          *
001610*----------------------------------------------------------------*
001620 01  WS-COMMAREA.
001630     05  WS-CA-CATEGORY          PIC X(03).
001640 LINKAGE SECTION.
001650 01  DFHCOMMAREA.
001660     05  LK-CA-CATEGORY          PIC X(03).
001670 PROCEDURE DIVISION.
001680*----------------------------------------------------------------*
001690*  0000-MAINLINE  --  FIRST-TIME SEND OF THE PANEL OR, ON A      *
001700*  SUBSEQUENT PSEUDO-CONVERSATIONAL TURN, RECEIVE AND PROCESS    *
001710*  THE OPERATOR'S INPUT.                                         *
001720*----------------------------------------------------------------*
001730 0000-MAINLINE.
001740     IF EIBCALEN = 0
001750         PERFORM 1000-SEND-INITIAL-MAP THRU 1000-EXIT
001760     ELSE
001770         MOVE DFHCOMMAREA TO WS-COMMAREA
001780         PERFORM 2000-RECEIVE-MAP THRU 2000-EXIT
001790     END-IF.
001800     EXEC CICS RETURN
001810         TRANSID('DL1L')
001820         COMMAREA(WS-COMMAREA)
001830         LENGTH(LENGTH OF WS-COMMAREA)
001840     END-EXEC.
001850     GOBACK.
001860*----------------------------------------------------------------*
001870*  1000-SEND-INITIAL-MAP  --  CLEAR THE MAP AND PROMPT FOR A     *
001880*  CATEGORY TO INQUIRE ON.                                       *
001890*----------------------------------------------------------------*
001900 1000-SEND-INITIAL-MAP.
001910     MOVE SPACES TO WS-CA-CATEGORY.
001920     MOVE LOW-VALUES TO DL100M4O.
001930     MOVE 'ENTER A CATEGORY CODE AND PRESS ENTER TO INQUIRE'
001940         TO THMSGO.
001950     EXEC CICS SEND MAP('DL100M4')
001960         MAPSET('DL100MS')
001970         FROM(DL100M4O)
001980         ERASE
001990     END-EXEC.
002000 1000-EXIT.
002010     EXIT.
002020*----------------------------------------------------------------*
002030*  2000-RECEIVE-MAP  --  READ THE OPERATOR'S INPUT, CARRY OUT    *
002040*  THE PF KEY'S ACTION AGAINST THE CATEGORY, THEN RE-DISPLAY     *
002050*  THE CATEGORY'S VERSIONS AS THEY NOW STAND.  A CATEGORY TYPED  *
002060*  ON THE SCREEN OVERRIDES THE ONE CARRIED IN THE COMMAREA.      *
002070*----------------------------------------------------------------*
002080 2000-RECEIVE-MAP.
002090     IF EIBAID = DFHPF3
002100         PERFORM 9000-EXIT-PANEL THRU 9000-EXIT
002110         GO TO 2000-EXIT
002120     END-IF.
002130     EXEC CICS RECEIVE MAP('DL100M4')
002140         MAPSET('DL100MS')
002150         INTO(DL100M4I)
002160         RESP(WS-RESP)
002170     END-EXEC.
002180     PERFORM 2100-SAVE-INPUT THRU 2100-EXIT.
002190     MOVE LOW-VALUES TO DL100M4O.
002200     MOVE SPACES TO WS-MSG.
002210     IF WS-IN-CAT-LEN > 0
002220         MOVE WS-IN-CAT TO WS-CA-CATEGORY
002230     END-IF.
002240     IF WS-CA-CATEGORY = SPACES OR LOW-VALUES
002250         MOVE 'CATEGORY CODE IS REQUIRED' TO THMSGO
002260         PERFORM 2900-SEND-DATAONLY THRU 2900-EXIT
002270         GO TO 2000-EXIT
002280     END-IF.
002290     IF EIBAID = DFHPF5
002300         PERFORM 4000-SUBMIT-CHANGE THRU 4000-EXIT
002310     ELSE
002320         IF EIBAID = DFHPF6
002330             PERFORM 5000-APPROVE-CHANGE THRU 5000-EXIT
002340         ELSE
002350             IF EIBAID = DFHPF4
002360                 PERFORM 6000-REJECT-CHANGE THRU 6000-EXIT
002370             END-IF
002380         END-IF
002390     END-IF.
002400     PERFORM 3000-SHOW-CATEGORY THRU 3000-EXIT.
002410     MOVE WS-MSG TO THMSGO.
002420     PERFORM 2900-SEND-DATAONLY THRU 2900-EXIT.
002430 2000-EXIT.
002440     EXIT.
002450*----------------------------------------------------------------*
002460*  2100-SAVE-INPUT  --  COPY THE TYPED FIELDS AND THEIR LENGTHS  *
002470*  OUT OF THE INPUT MAP AREA.                                    *
002480*----------------------------------------------------------------*
002490 2100-SAVE-INPUT.
002500     MOVE THCATL TO WS-IN-CAT-LEN.
002510     MOVE THCATI TO WS-IN-CAT.
002520     MOVE THACTL TO WS-IN-ACT-LEN.
002530     MOVE THACTI TO WS-IN-ACT.
002540     MOVE THEFFL TO WS-IN-EFF-LEN.
002550     MOVE THEFFI TO WS-IN-EFF.
002560     MOVE THTHRL TO WS-IN-THR-LEN.
002570     MOVE THTHRI TO WS-IN-THR.
002580     MOVE THSEVL TO WS-IN-SEV-LEN.
002590     MOVE THSEVI TO WS-IN-SEV.
002600     MOVE THAMTL TO WS-IN-AMT-LEN.
002610     MOVE THAMTI TO WS-IN-AMT.
002620     MOVE THNAMEL TO WS-IN-NAME-LEN.
002630     MOVE THNAMEI TO WS-IN-NAME.
002640     MOVE THSUPVL TO WS-IN-SUPV-LEN.
002650     MOVE THSUPVI TO WS-IN-SUPV.
002660 2100-EXIT.
002670     EXIT.
002680*----------------------------------------------------------------*
002690*  2900-SEND-DATAONLY  --  RE-DISPLAY THE PANEL WITH A MESSAGE   *
002700*----------------------------------------------------------------*
002710 2900-SEND-DATAONLY.
002720     EXEC CICS SEND MAP('DL100M4')
002730         MAPSET('DL100MS')
002740         FROM(DL100M4O)
002750         DATAONLY
002760         CURSOR
002770     END-EXEC.
002780 2900-EXIT.
002790     EXIT.
002800*----------------------------------------------------------------*
002810*  3000-SHOW-CATEGORY  --  BROWSE THE CATEGORY AS OF TODAY AND   *
002820*  FILL IN THE IN-EFFECT, NEXT-CHANGE AND PENDING ROWS.          *
002830*----------------------------------------------------------------*
002840 3000-SHOW-CATEGORY.
002850     ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
002860     MOVE WS-CURR-DATE TO WS-AS-OF-DATE.
002870     PERFORM 3100-BROWSE-CATEGORY THRU 3100-EXIT.
002880     MOVE WS-CA-CATEGORY TO THCATO.
002890     IF NOT WS-EFF-FOUND AND NOT WS-NXT-FOUND
002900      AND NOT WS-PND-FOUND
002910         MOVE 'NOT ON FILE' TO THCURO
002920         MOVE SPACES TO THNXTO
002930         MOVE SPACES TO THPNDO
002940         IF WS-MSG = SPACES
002950             MOVE 'NOT ON FILE - PF5 WITH ACTION A TO ADD IT'
002960                 TO WS-MSG
002970         END-IF
002980         GO TO 3000-EXIT
002990     END-IF.
003000     IF WS-EFF-FOUND
003010         MOVE WS-EFF-IMAGE TO DL100TH-RECORD
003020         PERFORM 3200-FORMAT-VERSION-ROW THRU 3200-EXIT
003030         MOVE WS-MAP-ROW TO THCURO
003040     ELSE
003050         MOVE 'NONE IN EFFECT TODAY' TO THCURO
003060     END-IF.
003070     IF WS-NXT-FOUND
003080         MOVE WS-NXT-IMAGE TO DL100TH-RECORD
003090         PERFORM 3200-FORMAT-VERSION-ROW THRU 3200-EXIT
003100         MOVE WS-MAP-ROW TO THNXTO
003110     ELSE
003120         MOVE 'NONE' TO THNXTO
003130     END-IF.
003140     IF WS-PND-FOUND
003150         MOVE WS-PND-IMAGE TO DL100TH-RECORD
003160         PERFORM 3200-FORMAT-VERSION-ROW THRU 3200-EXIT
003170         MOVE WS-MAP-ROW TO THPNDO
003180         IF WS-MSG = SPACES
003190             MOVE 'CHANGE PENDING - PF6 TO APPROVE, PF4 TO REJECT'
003200                 TO WS-MSG
003210         END-IF
003220     ELSE
003230         MOVE 'NONE' TO THPNDO
003240     END-IF.
003250     IF WS-MSG = SPACES
003260         MOVE 'LIMITS DISPLAYED - PF5 TO SUBMIT CHANGE' TO WS-MSG
003270     END-IF.
003280 3000-EXIT.
003290     EXIT.
003300*----------------------------------------------------------------*
003310*  3100-BROWSE-CATEGORY  --  READ EVERY VERSION OF THE CATEGORY  *
003320*  IN EFFECTIVE-DATE ORDER, NOTING THE LAST APPROVED ONE ON OR   *
003330*  BEFORE WS-AS-OF-DATE, THE FIRST APPROVED ONE AFTER IT, AND    *
003340*  THE PENDING ONE.                                              *
003350*----------------------------------------------------------------*
003360 3100-BROWSE-CATEGORY.
003370     MOVE 'N' TO WS-EFF-FOUND-SW.
003380     MOVE 'N' TO WS-NXT-FOUND-SW.
003390     MOVE 'N' TO WS-PND-FOUND-SW.
003400     MOVE 'N' TO WS-BROWSE-DONE-SW.
003410     MOVE WS-CA-CATEGORY TO WS-BR-CATEGORY.
003420     MOVE ZERO TO WS-BR-EFF-DATE.
003430     EXEC CICS STARTBR DATASET('THRFILE')
003440         RIDFLD(WS-BRKEY)
003450         GTEQ
003460         RESP(WS-RESP)
003470     END-EXEC.
003480     IF WS-RESP NOT = DFHRESP(NORMAL)
003490         GO TO 3100-EXIT
003500     END-IF.
003510     PERFORM 3150-READ-ONE-VERSION THRU 3150-EXIT
003520         UNTIL WS-BROWSE-DONE.
003530     EXEC CICS ENDBR DATASET('THRFILE')
003540         RESP(WS-RESP)
003550     END-EXEC.
003560 3100-EXIT.
003570     EXIT.
003580 3150-READ-ONE-VERSION.
003590     EXEC CICS READNEXT DATASET('THRFILE')
003600         INTO(DL100TH-RECORD)
003610         RIDFLD(WS-BRKEY)
003620         RESP(WS-RESP)
003630     END-EXEC.
003640     IF WS-RESP NOT = DFHRESP(NORMAL)
003650      OR DL100TH-CATEGORY NOT = WS-CA-CATEGORY
003660         MOVE 'Y' TO WS-BROWSE-DONE-SW
003670         GO TO 3150-EXIT
003680     END-IF.
003690     IF DL100TH-PENDING
003700         MOVE DL100TH-RECORD TO WS-PND-IMAGE
003710         MOVE 'Y' TO WS-PND-FOUND-SW
003720         GO TO 3150-EXIT
003730     END-IF.
003740     IF DL100TH-EFF-DATE NOT > WS-AS-OF-DATE
003750         MOVE DL100TH-RECORD TO WS-EFF-IMAGE
003760         MOVE 'Y' TO WS-EFF-FOUND-SW
003770         GO TO 3150-EXIT
003780     END-IF.
003790     IF NOT WS-NXT-FOUND
003800         MOVE DL100TH-RECORD TO WS-NXT-IMAGE
003810         MOVE 'Y' TO WS-NXT-FOUND-SW
003820     END-IF.
003830 3150-EXIT.
003840     EXIT.
003850*----------------------------------------------------------------*
003860*  3200-FORMAT-VERSION-ROW  --  ONE THRFILE VERSION AS A PANEL   *
003870*  ROW: EFFECTIVE DATE, ACTION, LIMITS AND THE SUPERVISOR WHO    *
003880*  ENTERED IT (PENDING) OR APPROVED IT.                          *
003890*----------------------------------------------------------------*
003900 3200-FORMAT-VERSION-ROW.
003910     MOVE DL100TH-EFF-DATE TO WS-VR-EFF-DATE.
003920     PERFORM 7600-SET-ACTION-WORD THRU 7600-EXIT.
003930     MOVE WS-ACTION-WORD TO WS-VR-ACTION.
003940     MOVE DL100TH-THRESHOLD TO WS-VR-THRESHOLD.
003950     MOVE DL100TH-SEVERE-LIMIT TO WS-VR-SEVERE.
003960     MOVE DL100TH-AMT-THRESHOLD TO WS-VR-AMOUNT.
003970     IF DL100TH-PENDING
003980         MOVE DL100TH-ENTERED-BY TO WS-VR-USER
003990     ELSE
004000         MOVE DL100TH-APPROVED-BY TO WS-VR-USER
004010     END-IF.
004020     MOVE WS-VERSION-ROW TO WS-MAP-ROW.
004030 3200-EXIT.
004040     EXIT.
004050*----------------------------------------------------------------*
004060*  4000-SUBMIT-CHANGE  --  PF5.  VALIDATE THE REQUEST AGAINST    *
004070*  THE VERSION IN EFFECT ON THE REQUESTED DATE, THEN WRITE IT    *
004080*  TO THRFILE AS PENDING AND LOG THE SUBMISSION.  AN ADD NEEDS   *
004090*  THE CATEGORY NOT TO BE LIVE ON THAT DATE; A CHANGE OR RETIRE  *
004100*  NEEDS IT TO BE.  ON A CHANGE, ANY LIMIT OR NAME LEFT BLANK    *
004110*  CARRIES FORWARD FROM THE VERSION IT REPLACES.                 *
004120*----------------------------------------------------------------*
004130 4000-SUBMIT-CHANGE.
004140     PERFORM 4100-VALIDATE-SUBMIT THRU 4100-EXIT.
004150     IF WS-INPUT-INVALID
004160         GO TO 4000-EXIT
004170     END-IF.
004180     MOVE WS-IN-EFF-N TO WS-AS-OF-DATE.
004190     PERFORM 3100-BROWSE-CATEGORY THRU 3100-EXIT.
004200     IF WS-PND-FOUND
004210         MOVE 'A CHANGE IS ALREADY PENDING - APPROVE OR REJECT IT'
004220             TO WS-MSG
004230         GO TO 4000-EXIT
004240     END-IF.
004250     IF WS-EFF-FOUND
004260         MOVE WS-EFF-IMAGE TO DL100TH-RECORD
004270     END-IF.
004280     IF WS-IN-ACT = 'A'
004290         IF WS-EFF-FOUND AND NOT DL100TH-ACT-RETIRE
004300             MOVE 'CATEGORY ALREADY ACTIVE ON THAT DATE - USE C'
004310                 TO WS-MSG
004320             GO TO 4000-EXIT
004330         END-IF
004340     ELSE
004350         IF NOT WS-EFF-FOUND OR DL100TH-ACT-RETIRE
004360             MOVE 'CATEGORY IS NOT ACTIVE ON THAT DATE - USE A'
004370                 TO WS-MSG
004380             GO TO 4000-EXIT
004390         END-IF
004400     END-IF.
004410     PERFORM 4200-BUILD-NEW-VERSION THRU 4200-EXIT.
004420     IF WS-INPUT-INVALID
004430         GO TO 4000-EXIT
004440     END-IF.
004450     EXEC CICS WRITE DATASET('THRFILE')
004460         FROM(DL100TH-RECORD)
004470         RIDFLD(DL100TH-KEY)
004480         RESP(WS-RESP)
004490     END-EXEC.
004500     IF WS-RESP = DFHRESP(DUPREC)
004510         MOVE 'A CHANGE IS ALREADY ON FILE FOR THAT DATE'
004514             TO WS-MSG
004520         GO TO 4000-EXIT
004530     END-IF.
004540     IF WS-RESP NOT = DFHRESP(NORMAL)
004550         MOVE 'THRFILE WRITE FAILED - CHANGE NOT SUBMITTED'
004560             TO WS-MSG
004570         GO TO 4000-EXIT
004580     END-IF.
004590     MOVE 'THRSUBMIT' TO WS-AUDIT-EVENT.
004600     PERFORM 7500-WRITE-THR-AUDIT THRU 7500-EXIT.
004610     MOVE 'CHANGE SUBMITTED - A SECOND SUPERVISOR MUST APPROVE'
004620         TO WS-MSG.
004630 4000-EXIT.
004640     EXIT.
004650*----------------------------------------------------------------*
004660*  4100-VALIDATE-SUBMIT  --  THE FIELDS EVERY SUBMISSION NEEDS:  *
004670*  A SUPERVISOR ID, AN ACTION OF A, C OR R, AND A VALID          *
004680*  EFFECTIVE DATE NO EARLIER THAN TODAY.  LIMITS TYPED MUST BE   *
004690*  NUMERIC; AN ADD MUST GIVE A THRESHOLD.                        *
004700*----------------------------------------------------------------*
004710 4100-VALIDATE-SUBMIT.
004720     SET WS-INPUT-VALID TO TRUE.
004730     ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
004740     IF WS-IN-SUPV-LEN = 0
004750         SET WS-INPUT-INVALID TO TRUE
004760         MOVE 'SUPERVISOR ID IS REQUIRED' TO WS-MSG
004770         GO TO 4100-EXIT
004780     END-IF.
004790     IF WS-IN-ACT NOT = 'A' AND NOT = 'C' AND NOT = 'R'
004800         SET WS-INPUT-INVALID TO TRUE
004810         MOVE 'ACTION MUST BE A (ADD), C (CHANGE) OR R (RETIRE)'
004820             TO WS-MSG
004830         GO TO 4100-EXIT
004840     END-IF.
004850     IF WS-IN-EFF-LEN = 0 OR WS-IN-EFF NOT NUMERIC
004860         SET WS-INPUT-INVALID TO TRUE
004870         MOVE 'EFFECTIVE DATE MUST BE NUMERIC YYYYMMDD' TO WS-MSG
004880         GO TO 4100-EXIT
004890     END-IF.
004900     MOVE WS-IN-EFF-N TO WS-WORK-DATE.
004910     IF WS-WRK-MM < 1 OR WS-WRK-MM > 12 OR WS-WRK-DD < 1
004920         SET WS-INPUT-INVALID TO TRUE
004930         MOVE 'EFFECTIVE DATE IS NOT A VALID DATE' TO WS-MSG
004940         GO TO 4100-EXIT
004950     END-IF.
004960     PERFORM 7200-SET-MONTH-DAYS THRU 7200-EXIT.
004970     IF WS-WRK-DD > WS-MONTH-DAYS
004980         SET WS-INPUT-INVALID TO TRUE
004990         MOVE 'EFFECTIVE DATE IS NOT A VALID DATE' TO WS-MSG
005000         GO TO 4100-EXIT
005010     END-IF.
005020     IF WS-IN-EFF-N < WS-CURR-DATE
005030         SET WS-INPUT-INVALID TO TRUE
005040         MOVE 'EFFECTIVE DATE CANNOT BE EARLIER THAN TODAY'
005050             TO WS-MSG
005060         GO TO 4100-EXIT
005070     END-IF.
005080     IF WS-IN-ACT = 'R'
005090         GO TO 4100-EXIT
005100     END-IF.
005110     IF (WS-IN-THR-LEN > 0 AND WS-IN-THR NOT NUMERIC)
005120      OR (WS-IN-SEV-LEN > 0 AND WS-IN-SEV NOT NUMERIC)
005130      OR (WS-IN-AMT-LEN > 0 AND WS-IN-AMT NOT NUMERIC)
005140         SET WS-INPUT-INVALID TO TRUE
005150         MOVE 'LIMITS MUST BE NUMERIC' TO WS-MSG
005160         GO TO 4100-EXIT
005170     END-IF.
005180     IF WS-IN-ACT = 'A'
005190      AND (WS-IN-THR-LEN = 0 OR WS-IN-THR-N = ZERO)
005200         SET WS-INPUT-INVALID TO TRUE
005210         MOVE 'A THRESHOLD IS REQUIRED TO ADD A CATEGORY'
005214             TO WS-MSG
005220         GO TO 4100-EXIT
005230     END-IF.
005240     IF WS-IN-ACT = 'C'
005250      AND WS-IN-THR-LEN = 0 AND WS-IN-SEV-LEN = 0
005260      AND WS-IN-AMT-LEN = 0 AND WS-IN-NAME-LEN = 0
005270         SET WS-INPUT-INVALID TO TRUE
005280         MOVE 'NO CHANGE ENTERED - TYPE THE NEW LIMITS' TO WS-MSG
005290     END-IF.
005300 4100-EXIT.
005310     EXIT.
005320*----------------------------------------------------------------*
005330*  4200-BUILD-NEW-VERSION  --  BUILD THE PENDING RECORD IN       *
005340*  DL100TH-RECORD.  ON ENTRY THE RECORD HOLDS THE VERSION IN     *
005350*  EFFECT ON THE REQUESTED DATE (IF ANY), WHICH SUPPLIES THE     *
005360*  CARRIED-FORWARD VALUES FOR A CHANGE OR RETIRE.  A SEVERE      *
005370*  LIMIT BELOW THE THRESHOLD IS REFUSED.                         *
005380*----------------------------------------------------------------*
005390 4200-BUILD-NEW-VERSION.
005400     IF WS-IN-ACT = 'A'
005410         MOVE SPACES TO DL100TH-RECORD
005420         MOVE ZERO TO DL100TH-THRESHOLD
005430         MOVE ZERO TO DL100TH-SEVERE-LIMIT
005440         MOVE ZERO TO DL100TH-AMT-THRESHOLD
005450     END-IF.
005460     MOVE WS-CA-CATEGORY TO DL100TH-CATEGORY.
005470     MOVE WS-IN-EFF-N TO DL100TH-EFF-DATE.
005480     MOVE WS-IN-ACT TO DL100TH-ACTION.
005490     SET DL100TH-PENDING TO TRUE.
005500     MOVE WS-IN-SUPV TO DL100TH-ENTERED-BY.
005510     MOVE SPACES TO DL100TH-APPROVED-BY.
005520     IF WS-IN-ACT = 'R'
005530         GO TO 4200-EXIT
005540     END-IF.
005550     IF WS-IN-THR-LEN > 0
005560         MOVE WS-IN-THR-N TO DL100TH-THRESHOLD
005570     END-IF.
005580     IF WS-IN-SEV-LEN > 0
005590         MOVE WS-IN-SEV-N TO DL100TH-SEVERE-LIMIT
005600     END-IF.
005610     IF WS-IN-AMT-LEN > 0
005620         MOVE WS-IN-AMT-N TO DL100TH-AMT-THRESHOLD
005630     END-IF.
005640     IF WS-IN-NAME-LEN > 0
005650         MOVE WS-IN-NAME TO DL100TH-CAT-NAME
005660     END-IF.
005670     IF DL100TH-SEVERE-LIMIT > ZERO
005680      AND DL100TH-SEVERE-LIMIT < DL100TH-THRESHOLD
005690         SET WS-INPUT-INVALID TO TRUE
005700         MOVE 'SEVERE LIMIT CANNOT BE BELOW THE THRESHOLD'
005710             TO WS-MSG
005720     END-IF.
005730 4200-EXIT.
005740     EXIT.
005750*----------------------------------------------------------------*
005760*  5000-APPROVE-CHANGE  --  PF6.  THE APPROVING SUPERVISOR MUST  *
005770*  NOT BE THE ONE WHO ENTERED THE CHANGE, AND A CHANGE WHOSE     *
005780*  EFFECTIVE DATE HAS ALREADY PASSED CANNOT BE APPROVED (IT      *
005790*  WOULD REWRITE HISTORY DL100B HAS ALREADY COUNTED UNDER) - IT  *
005800*  MUST BE REJECTED AND RESUBMITTED.                             *
005810*----------------------------------------------------------------*
005820 5000-APPROVE-CHANGE.
005830     IF WS-IN-SUPV-LEN = 0
005840         MOVE 'SUPERVISOR ID IS REQUIRED' TO WS-MSG
005850         GO TO 5000-EXIT
005860     END-IF.
005870     ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
005880     MOVE WS-CURR-DATE TO WS-AS-OF-DATE.
005890     PERFORM 3100-BROWSE-CATEGORY THRU 3100-EXIT.
005900     IF NOT WS-PND-FOUND
005910         MOVE 'NO CHANGE PENDING FOR THIS CATEGORY' TO WS-MSG
005920         GO TO 5000-EXIT
005930     END-IF.
005940     MOVE WS-PND-IMAGE TO DL100TH-RECORD.
005950     IF DL100TH-ENTERED-BY = WS-IN-SUPV
005960         MOVE 'A DIFFERENT SUPERVISOR MUST APPROVE THIS CHANGE'
005970             TO WS-MSG
005980         GO TO 5000-EXIT
005990     END-IF.
006000     IF DL100TH-EFF-DATE < WS-CURR-DATE
006010         MOVE 'EFFECTIVE DATE HAS PASSED - REJECT AND RESUBMIT'
006020             TO WS-MSG
006030         GO TO 5000-EXIT
006040     END-IF.
006050     MOVE DL100TH-KEY TO WS-BRKEY.
006060     EXEC CICS READ DATASET('THRFILE')
006070         INTO(DL100TH-RECORD)
006080         RIDFLD(WS-BRKEY)
006090         UPDATE
006100         RESP(WS-RESP)
006110     END-EXEC.
006120     IF WS-RESP NOT = DFHRESP(NORMAL) OR NOT DL100TH-PENDING
006130         MOVE 'PENDING CHANGE NO LONGER ON FILE' TO WS-MSG
006140         GO TO 5000-EXIT
006150     END-IF.
006160     SET DL100TH-APPROVED TO TRUE.
006180     MOVE WS-IN-SUPV TO DL100TH-APPROVED-BY.
006190     EXEC CICS REWRITE DATASET('THRFILE')
006200         FROM(DL100TH-RECORD)
006210         RESP(WS-RESP)
006220     END-EXEC.
006230     IF WS-RESP NOT = DFHRESP(NORMAL)
006240         MOVE 'THRFILE REWRITE FAILED - CHANGE NOT APPROVED'
006250             TO WS-MSG
006260         GO TO 5000-EXIT
006270     END-IF.
006280     MOVE 'THRAPPROVE' TO WS-AUDIT-EVENT.
006290     PERFORM 7500-WRITE-THR-AUDIT THRU 7500-EXIT.
006300     MOVE 'CHANGE APPROVED AND LOGGED' TO WS-MSG.
006310 5000-EXIT.
006320     EXIT.
006330*----------------------------------------------------------------*
006340*  6000-REJECT-CHANGE  --  PF4.  REMOVE THE PENDING CHANGE FROM  *
006350*  THRFILE.  THE AUDIT RECORD KEEPS WHAT WAS ASKED FOR AND WHO   *
006360*  TURNED IT DOWN.                                               *
006370*----------------------------------------------------------------*
006380 6000-REJECT-CHANGE.
006390     IF WS-IN-SUPV-LEN = 0
006400         MOVE 'SUPERVISOR ID IS REQUIRED' TO WS-MSG
006410         GO TO 6000-EXIT
006420     END-IF.
006430     ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
006440     MOVE WS-CURR-DATE TO WS-AS-OF-DATE.
006450     PERFORM 3100-BROWSE-CATEGORY THRU 3100-EXIT.
006460     IF NOT WS-PND-FOUND
006470         MOVE 'NO CHANGE PENDING FOR THIS CATEGORY' TO WS-MSG
006480         GO TO 6000-EXIT
006490     END-IF.
006500     MOVE WS-PND-IMAGE TO DL100TH-RECORD.
006510     MOVE DL100TH-KEY TO WS-BRKEY.
006520     EXEC CICS READ DATASET('THRFILE')
006530         INTO(DL100TH-RECORD)
006540         RIDFLD(WS-BRKEY)
006550         UPDATE
006560         RESP(WS-RESP)
006570     END-EXEC.
006580     IF WS-RESP NOT = DFHRESP(NORMAL) OR NOT DL100TH-PENDING
006590         MOVE 'PENDING CHANGE NO LONGER ON FILE' TO WS-MSG
006600         GO TO 6000-EXIT
006610     END-IF.
006620     EXEC CICS DELETE DATASET('THRFILE')
006630         RESP(WS-RESP)
006640     END-EXEC.
006650     IF WS-RESP NOT = DFHRESP(NORMAL)
006660         MOVE 'THRFILE DELETE FAILED - CHANGE NOT REJECTED'
006670             TO WS-MSG
006680         GO TO 6000-EXIT
006690     END-IF.
006700     MOVE 'THRREJECT' TO WS-AUDIT-EVENT.
006710     PERFORM 7500-WRITE-THR-AUDIT THRU 7500-EXIT.
006720     MOVE 'CHANGE REJECTED AND LOGGED' TO WS-MSG.
006730 6000-EXIT.
006740     EXIT.
006750*----------------------------------------------------------------*
006760*  7000-BUILD-TIMESTAMP  --  YYYY-MM-DD HH:MM:SS FOR THE AUDIT   *
006770*  RECORD.                                                       *
006780*----------------------------------------------------------------*
006790 7000-BUILD-TIMESTAMP.
006800     ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
006810     ACCEPT WS-CURR-TIME FROM TIME.
006820     STRING WS-CURR-YYYY DELIMITED BY SIZE
006830            '-'          DELIMITED BY SIZE
006840            WS-CURR-MM   DELIMITED BY SIZE
006850            '-'          DELIMITED BY SIZE
006860            WS-CURR-DD   DELIMITED BY SIZE
006870            ' '          DELIMITED BY SIZE
006880            WS-CURR-HH   DELIMITED BY SIZE
006890            ':'          DELIMITED BY SIZE
006900            WS-CURR-MN   DELIMITED BY SIZE
006910            ':'          DELIMITED BY SIZE
006920            WS-CURR-SS   DELIMITED BY SIZE
006930         INTO WS-TIMESTAMP
006940     END-STRING.
006950 7000-EXIT.
006960     EXIT.
006970*----------------------------------------------------------------*
006980*  7200-SET-MONTH-DAYS  --  DAYS IN WS-WRK-MM OF WS-WRK-YYYY,    *
006990*  WITH THE FEBRUARY LEAP YEAR RULE (DIVIDES BY 4 AND NOT BY     *
007000*  100, OR DIVIDES BY 400).                                      *
007010*----------------------------------------------------------------*
007020 7200-SET-MONTH-DAYS.
007030     MOVE WS-DIM (WS-WRK-MM) TO WS-MONTH-DAYS.
007040     IF WS-WRK-MM NOT = 2
007050         GO TO 7200-EXIT
007060     END-IF.
007070     DIVIDE WS-WRK-YYYY BY 400 GIVING WS-LEAP-QUOT
007080         REMAINDER WS-LEAP-REM.
007090     IF WS-LEAP-REM = ZERO
007100         MOVE 29 TO WS-MONTH-DAYS
007110         GO TO 7200-EXIT
007120     END-IF.
007130     DIVIDE WS-WRK-YYYY BY 100 GIVING WS-LEAP-QUOT
007140         REMAINDER WS-LEAP-REM.
007150     IF WS-LEAP-REM = ZERO
007160         GO TO 7200-EXIT
007170     END-IF.
007180     DIVIDE WS-WRK-YYYY BY 4 GIVING WS-LEAP-QUOT
007190         REMAINDER WS-LEAP-REM.
007200     IF WS-LEAP-REM = ZERO
007210         MOVE 29 TO WS-MONTH-DAYS
007220     END-IF.
007230 7200-EXIT.
007240     EXIT.
007250*----------------------------------------------------------------*
007260*  7500-WRITE-THR-AUDIT  --  LOG A THRFILE CHANGE TO THE SAME    *
007270*  AUDIT TRAIL DL100B AND DL100M WRITE TO.  THE RUN-ID FIELD     *
007280*  CARRIES THE EFFECTIVE DATE, THE ITEM FIELD THE CATEGORY AND   *
007290*  ACTION, AREA-1/AREA-2 THE THRESHOLD AND SEVERE LIMIT, AND     *
007300*  THE AMOUNT FIELD THE DOLLAR LIMIT, FROM DL100TH-RECORD.       *
007310*----------------------------------------------------------------*
007320 7500-WRITE-THR-AUDIT.
007330     PERFORM 7000-BUILD-TIMESTAMP THRU 7000-EXIT.
007340     PERFORM 7600-SET-ACTION-WORD THRU 7600-EXIT.
007350     MOVE SPACES TO DL100AU-RECORD.
007360     MOVE WS-TIMESTAMP TO DL100AU-TS.
007370     MOVE DL100TH-EFF-DATE TO DL100AU-RUN-ID.
007380     MOVE WS-AUDIT-EVENT TO DL100AU-EVENT-TYPE.
007390     STRING DL100TH-CATEGORY DELIMITED BY SIZE
007400            ' '              DELIMITED BY SIZE
007410            WS-ACTION-WORD   DELIMITED BY SIZE
007420         INTO DL100AU-ITEM-ID
007430     END-STRING.
007440     MOVE DL100TH-THRESHOLD TO DL100AU-AREA-1.
007450     MOVE DL100TH-SEVERE-LIMIT TO DL100AU-AREA-2.
007460     MOVE DL100TH-AMT-THRESHOLD TO DL100AU-AMOUNT.
007470     MOVE WS-IN-SUPV TO DL100AU-USER-ID.
007480     EXEC CICS WRITE DATASET('AUDITFILE')
007490         FROM(DL100AU-RECORD)
007500         RESP(WS-RESP)
007510     END-EXEC.
007520 7500-EXIT.
007530     EXIT.
007540*----------------------------------------------------------------*
007550*  7600-SET-ACTION-WORD  --  THE ACTION CODE ON DL100TH-RECORD   *
007560*  AS A WORD FOR THE PANEL AND THE AUDIT RECORD.  A CONVERTED    *
007570*  RECORD WITH NO ACTION CODE SHOWS AS AN ADD.                   *
007580*----------------------------------------------------------------*
007590 7600-SET-ACTION-WORD.
007600     IF DL100TH-ACT-CHANGE
007610         MOVE 'CHANGE' TO WS-ACTION-WORD
007620     ELSE
007630         IF DL100TH-ACT-RETIRE
007640             MOVE 'RETIRE' TO WS-ACTION-WORD
007650         ELSE
007660             MOVE 'ADD' TO WS-ACTION-WORD
007670         END-IF
007680     END-IF.
007690 7600-EXIT.
007700     EXIT.
007710*----------------------------------------------------------------*
007720*  9000-EXIT-PANEL  --  PF3 ENDS THE TRANSACTION                 *
007730*----------------------------------------------------------------*
007740 9000-EXIT-PANEL.
007750     EXEC CICS SEND TEXT
007760         FROM(WS-EXIT-MSG)
007770         LENGTH(LENGTH OF WS-EXIT-MSG)
007780         ERASE
007790         FREEKB
007800     END-EXEC.
007810     EXEC CICS RETURN
007820     END-EXEC.
007830 9000-EXIT.
007840     EXIT.
