000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  HOLMNT.
000030 AUTHOR.      R A LOWRY.
000040 INSTALLATION. COMMON-SOURCE LIBRARY.
000050 DATE-WRITTEN. 20261015.
000060 DATE-COMPILED.
000070*
000080******************************************************************
000090* HOLMNT - HOLIDAY-CALENDAR MAINTENANCE UTILITY                   *
000100* THE SANCTIONED WAY TO MAINTAIN THE SHOP HOLIDAY CALENDAR        *
000110* (CMNHOLF) THAT DATROLL, THE STATIC1 DADD AND DEOM DATE          *
000120* FUNCTIONS AND EVERY OTHER CMNDAYP USER READ. CONTROL CARDS      *
000130* ADD, CHANGE AND DELETE HOLIDAYS; EVERY DATE IS VALIDATED        *
000140* AGAINST THE CALENDAR, AND EVERY CHANGE WRITES AN AUDIT          *
000150* RECORD (CMNHAUF).                                               *
000160*                                                                 *
000170* THE FILE IS READ INTO STORAGE, THE WHOLE DECK IS VALIDATED      *
000180* AND APPLIED THERE, AND ONLY THEN IS THE FILE REWRITTEN - IN     *
000190* DATE ORDER AND NEVER WITH MORE DATES THAN THE CMNHOLW TABLE     *
000200* HOLDS, SINCE 6850-LOAD-HOLIDAYS SILENTLY IGNORES THE REST.      *
000210* A RECORD ON THE OLD FILE THAT IS NOT A CALENDAR DATE, OR        *
000220* REPEATS ONE, IS DROPPED ON THE REWRITE AND AUDITED AS A         *
000230* 'DROP'. WARNINGS (WARN ON THE CENTRAL LOG, RUN STILL RC=00):    *
000240*   - AN ADD FOR A DATE ALREADY A HOLIDAY (IGNORED, SO A DECK     *
000250*     CAN BE RE-RUN), OR A CHG ONTO ONE (THE TWO MERGE).          *
000260*   - A HOLIDAY ON A SATURDAY OR SUNDAY - IT MOVES NO CYCLE       *
000270*     DATE, SO THE OBSERVED WEEKDAY WAS PROBABLY MEANT.           *
000280*   - A CHANGE ON OR BEFORE THE CONTROL DATE - CYCLES ALREADY     *
000290*     RUN ARE NOT RE-DATED.                                       *
000300*                                                                 *
000310* EVERY RUN, WITH OR WITHOUT CHANGES, ENDS WITH A TWELVE-MONTH    *
000320* BUSINESS-DAY CALENDAR BUILT FROM THE FILE AS 6850-LOAD-         *
000330* HOLIDAYS NOW LOADS IT: EACH WEEK WITH ITS BUSINESS DAYS -       *
000340* THE CYCLE DATES DATROLL ROLLS TO, ONE AFTER ANOTHER -           *
000350* HOLIDAYS (H), WEEKENDS (-) AND THE MONTH-END BUSINESS DAY       *
000360* DEOM ANSWERS TO (M), THEN EACH HOLIDAY OF THE MONTH WITH        *
000370* THE ROLL IT CAUSES. RUN WITH NO CHANGE CARDS FOR THE YEAR-      *
000380* END SIGN-OFF.                                                   *
000390*                                                                 *
000400* CONTROL CARDS (CMNCRD, ONE PER ACTION, APPLIED IN ORDER):       *
000410*   COLS 1-4   FUNCTION - 'ADD ', 'CHG ', 'DEL ' OR 'CAL '.       *
000420*   COLS 6-13  HOLIDAY DATE CCYYMMDD (CAL: COLS 6-11 CCYYMM,      *
000430*              THE FIRST MONTH OF THE CALENDAR - DEFAULT THE      *
000440*              MONTH OF THE CONTROL DATE).                        *
000450*   COLS 15-22 CHG ONLY - NEW DATE, BLANK TO KEEP THE DATE.       *
000460*   COLS 24-53 DESCRIPTION - REQUIRED ON ADD, BLANK ON CHG TO     *
000470*              KEEP IT.                                           *
000480*                                                                 *
000490* ABEND CODES (THROUGH THE SHARED CMNABNP PARAGRAPH) - NONE       *
000500* LEAVES THE HOLIDAY FILE CHANGED EXCEPT U0194 ON THE REWRITE     *
000510* AND U0195:                                                      *
000520*   U0190 - CONTROL-CARD FILE MISSING OR UNREADABLE.              *
000530*   U0191 - CARD INVALID (UNKNOWN FUNCTION, BAD DATE OR MONTH,    *
000540*           NO DESCRIPTION ON ADD, CHG CHANGING NOTHING, TWO      *
000550*           CAL CARDS, CONTROL-CARD TABLE OVERFLOW).              *
000560*   U0192 - CHG OR DEL FOR A DATE NOT ON THE CALENDAR.            *
000570*   U0193 - MORE HOLIDAYS THAN THE CMNHOLW TABLE HOLDS.           *
000580*   U0194 - HOLIDAY FILE NOT USABLE, OR THE REWRITE FAILED -      *
000590*           RESTORE THE FILE BEFORE THE NEXT CYCLE.               *
000600*   U0195 - AUDIT WRITE FAILED - THE CHANGES ARE MADE BUT NOT     *
000610*           EVIDENCED AND MUST NOT END CLEAN.                     *
000620*   U0196 - CONTROL-DATE FILE MISSING OR EMPTY.                   *
000630******************************************************************
000640*
000650* MAINTENANCE HISTORY                                            *
000660* DATE     INIT DESCRIPTION                                      *
000670* -------- ---- ----------------------------------------         *
000680* 20261015 RAL   ORIGINAL MEMBER.                                *
000690******************************************************************
000700*
000710 ENVIRONMENT DIVISION.
000720 CONFIGURATION SECTION.
000730 SOURCE-COMPUTER.      IBM-370.
000740 OBJECT-COMPUTER.      IBM-370.
000750 INPUT-OUTPUT SECTION.
000760 FILE-CONTROL.
000770     SELECT CMN-CRD-FILE              ASSIGN TO CMNCRD
000780                             ORGANIZATION IS LINE SEQUENTIAL
000790                             FILE STATUS IS WS-CRD-FILE-STATUS.
000800     SELECT CMN-CTL-DATE-FILE         ASSIGN TO CMNCTL
000810                             ORGANIZATION IS LINE SEQUENTIAL
000820                             FILE STATUS IS WS-CTL-FILE-STATUS.
000830     SELECT OPTIONAL CMN-HOL-FILE     ASSIGN TO CMNHOL
000840                             ORGANIZATION IS LINE SEQUENTIAL
000850                             FILE STATUS IS CMN-HOL-FILE-STATUS.
000860     SELECT OPTIONAL CMN-HAU-FILE     ASSIGN TO CMNHAU
000870                             ORGANIZATION IS LINE SEQUENTIAL
000880                             FILE STATUS IS WS-HAU-FILE-STATUS.
000890     SELECT OPTIONAL CMN-LOG-FILE     ASSIGN TO CMNLOG
000900                             ORGANIZATION IS LINE SEQUENTIAL
000910                             FILE STATUS IS CMN-LOG-FILE-STATUS.
000920*
000930 DATA DIVISION.
000940 FILE SECTION.
000950 COPY CMNCRDF.
000960 COPY CMNCTLF.
000970 COPY CMNHOLF.
000980 COPY CMNHAUF.
000990 COPY CMNLOGF.
001000*
001010 WORKING-STORAGE SECTION.
001020 77  WS-CRD-FILE-STATUS           PIC X(02) VALUE '00'.
001030 77  WS-CTL-FILE-STATUS           PIC X(02) VALUE '00'.
001040 77  WS-HAU-FILE-STATUS           PIC X(02) VALUE '00'.
001050 77  WS-RUN-DATE                  PIC 9(08) VALUE ZEROS.
001060 77  WS-RUN-TIME                  PIC 9(08) VALUE ZEROS.
001070 77  WS-CONTROL-DATE              PIC 9(08) VALUE ZEROS.
001080 77  WS-CARD-COUNT                PIC 9(05) VALUE ZEROS.
001090 77  WS-ADD-COUNT                 PIC 9(05) VALUE ZEROS.
001100 77  WS-CHANGE-COUNT              PIC 9(05) VALUE ZEROS.
001110 77  WS-DELETE-COUNT              PIC 9(05) VALUE ZEROS.
001120 77  WS-DROP-COUNT                PIC 9(05) VALUE ZEROS.
001130 77  WS-WARN-COUNT                PIC 9(05) VALUE ZEROS.
001140 77  WS-FILE-READ-COUNT           PIC 9(05) VALUE ZEROS.
001150 77  WS-CRD-SUB                   PIC 9(04) VALUE ZEROS.
001160 77  WS-HOL-SUB                   PIC 9(03) VALUE ZEROS.
001170 77  WS-FOUND-SUB                 PIC 9(03) VALUE ZEROS.
001180 77  WS-TARGET-SUB                PIC 9(03) VALUE ZEROS.
001190 77  WS-INSERT-SUB                PIC 9(03) VALUE ZEROS.
001200 77  WS-SHIFT-SUB                 PIC 9(03) VALUE ZEROS.
001210 77  WS-AUD-SUB                   PIC 9(03) VALUE ZEROS.
001220 77  WS-FIND-DATE                 PIC 9(08) VALUE ZEROS.
001230 77  WS-CHECK-DATE                PIC 9(08) VALUE ZEROS.
001240 77  WS-INSERT-DESC               PIC X(30) VALUE SPACES.
001250 77  WS-OLD-DESC                  PIC X(30) VALUE SPACES.
001260 77  WS-NEW-DESC                  PIC X(30) VALUE SPACES.
001270 77  WS-NEW-DATE                  PIC 9(08) VALUE ZEROS.
001280 77  WS-MONTH-SUB                 PIC 9(02) VALUE ZEROS.
001290 77  WS-MONTH-LEN                 PIC 9(02) VALUE ZEROS.
001300 77  WS-MONTH-END-DATE            PIC 9(08) VALUE ZEROS.
001310 77  WS-MONTH-BUS-DAYS            PIC 9(02) VALUE ZEROS.
001320 77  WS-YEAR-BUS-DAYS             PIC 9(03) VALUE ZEROS.
001330 77  WS-MONTH-HOLIDAYS            PIC 9(02) VALUE ZEROS.
001340 77  WS-YEAR-HOLIDAYS             PIC 9(03) VALUE ZEROS.
001350 77  WS-PREV-BUS-DATE             PIC 9(08) VALUE ZEROS.
001360 77  WS-NEXT-BUS-DATE             PIC 9(08) VALUE ZEROS.
001370 77  WS-CAL-DOW                   PIC 9(01) VALUE ZEROS.
001380 01  WS-SWITCHES.
001390     05  WS-ABEND-SWITCH             PIC X(01) VALUE 'N'.
001400         88  WS-ABEND-OCCURRED               VALUE 'Y'.
001410         88  WS-ABEND-NOT-OCCURRED           VALUE 'N'.
001420     05  WS-CRD-EOF-SW               PIC X(01) VALUE 'N'.
001430         88  WS-CRD-EOF                      VALUE 'Y'.
001440         88  WS-CRD-NOT-EOF                  VALUE 'N'.
001450     05  WS-HOL-EOF-SW               PIC X(01) VALUE 'N'.
001460         88  WS-HOL-EOF                      VALUE 'Y'.
001470         88  WS-HOL-NOT-EOF                  VALUE 'N'.
001480     05  WS-CAL-CARD-SW              PIC X(01) VALUE 'N'.
001490         88  WS-CAL-CARD-SEEN                VALUE 'Y'.
001500         88  WS-CAL-CARD-NOT-SEEN            VALUE 'N'.
001510 01  WS-CARD.
001520     05  WS-CARD-FUNCTION            PIC X(04) VALUE SPACES.
001530         88  WS-CARD-ADD                     VALUE 'ADD '.
001540         88  WS-CARD-CHANGE                  VALUE 'CHG '.
001550         88  WS-CARD-DELETE                  VALUE 'DEL '.
001560         88  WS-CARD-CALENDAR                VALUE 'CAL '.
001570     05  FILLER                      PIC X(01) VALUE SPACES.
001580     05  WS-CARD-DATE                PIC X(08) VALUE SPACES.
001590     05  WS-CARD-DATE-N REDEFINES WS-CARD-DATE
001600                                     PIC 9(08).
001610     05  FILLER                      PIC X(01) VALUE SPACES.
001620     05  WS-CARD-NEW-DATE            PIC X(08) VALUE SPACES.
001630     05  WS-CARD-NEW-DATE-N REDEFINES WS-CARD-NEW-DATE
001640                                     PIC 9(08).
001650     05  FILLER                      PIC X(01) VALUE SPACES.
001660     05  WS-CARD-DESC                PIC X(30) VALUE SPACES.
001670     05  FILLER                      PIC X(27) VALUE SPACES.
001680* THE FIRST DAY OF THE CALENDAR MONTH BEING PRINTED.              *
001690 01  WS-CAL-DATE.
001700     05  WS-CAL-CCYY                 PIC 9(04) VALUE ZEROS.
001710     05  WS-CAL-MM                   PIC 9(02) VALUE ZEROS.
001720     05  WS-CAL-DD                   PIC 9(02) VALUE ZEROS.
001730 01  WS-CAL-DATE-N REDEFINES WS-CAL-DATE
001740                                     PIC 9(08).
001750* ONE PRINTED WEEK, MONDAY TO SUNDAY - THE DAY OF THE MONTH       *
001760* AND ITS MARK (BLANK BUSINESS DAY, M MONTH-END BUSINESS DAY,     *
001770* H HOLIDAY, - WEEKEND).                                          *
001780 01  WS-CAL-WEEK.
001790     05  WS-CAL-CELL                 OCCURS 7 TIMES.
001800         10  FILLER                  PIC X(02).
001810         10  WS-CAL-CELL-DD          PIC Z9.
001820         10  WS-CAL-CELL-MARK        PIC X(01).
001830* MONTH AND DAY NAMES BY NUMBER.                                  *
001840 01  WS-MONTH-NAMES.
001850     05  FILLER                      PIC X(09) VALUE 'JANUARY'.
001860     05  FILLER                      PIC X(09) VALUE 'FEBRUARY'.
001870     05  FILLER                      PIC X(09) VALUE 'MARCH'.
001880     05  FILLER                      PIC X(09) VALUE 'APRIL'.
001890     05  FILLER                      PIC X(09) VALUE 'MAY'.
001900     05  FILLER                      PIC X(09) VALUE 'JUNE'.
001910     05  FILLER                      PIC X(09) VALUE 'JULY'.
001920     05  FILLER                      PIC X(09) VALUE 'AUGUST'.
001930     05  FILLER                      PIC X(09) VALUE 'SEPTEMBER'.
001940     05  FILLER                      PIC X(09) VALUE 'OCTOBER'.
001950     05  FILLER                      PIC X(09) VALUE 'NOVEMBER'.
001960     05  FILLER                      PIC X(09) VALUE 'DECEMBER'.
001970 01  WS-MONTH-NAMES-R REDEFINES WS-MONTH-NAMES.
001980     05  WS-MONTH-NAME               PIC X(09) OCCURS 12 TIMES.
001990 01  WS-DAY-NAMES.
002000     05  FILLER                      PIC X(21)
002010             VALUE 'MONTUEWEDTHUFRISATSUN'.
002020 01  WS-DAY-NAMES-R REDEFINES WS-DAY-NAMES.
002030     05  WS-DAY-NAME                 PIC X(03) OCCURS 7 TIMES.
002040* CONTROL CARDS LOADED UP FRONT SO THE WHOLE DECK IS              *
002050* VALIDATED BEFORE THE CALENDAR IS TOUCHED.                       *
002060 01  WS-CRD-TABLE.
002070     05  WS-CRD-COUNT                PIC 9(04) VALUE ZEROS.
002080     05  WS-CRD-MAX                  PIC 9(04) VALUE 200.
002090     05  WS-CRD-ENTRY                OCCURS 200 TIMES.
002100         10  WS-CRD-E-FUNCTION       PIC X(04).
002110         10  WS-CRD-E-DATE           PIC 9(08).
002120         10  WS-CRD-E-NEW-DATE       PIC X(08).
002130         10  WS-CRD-E-DESC           PIC X(30).
002140* THE CALENDAR BEING MAINTAINED, IN ASCENDING DATE ORDER. IT      *
002150* HOLDS MORE THAN CMNHOLW SO AN OVERFULL FILE CAN STILL BE        *
002160* LOADED AND CUT BACK WITH DEL CARDS.                             *
002170 01  WS-HOL-TABLE.
002180     05  WS-HOL-COUNT                PIC 9(03) VALUE ZEROS.
002190     05  WS-HOL-MAX                  PIC 9(03) VALUE 400.
002200     05  WS-HOL-ENTRY                OCCURS 400 TIMES.
002210         10  WS-HOL-E-DATE           PIC 9(08).
002220         10  WS-HOL-E-DESC           PIC X(30).
002230* ONE ENTRY PER CHANGE MADE, WRITTEN TO CMNHAUF ONCE THE          *
002240* CALENDAR HAS BEEN REWRITTEN.                                    *
002250 01  WS-AUD-TABLE.
002260     05  WS-AUD-COUNT                PIC 9(03) VALUE ZEROS.
002270     05  WS-AUD-MAX                  PIC 9(03) VALUE 600.
002280     05  WS-AUD-ENTRY                OCCURS 600 TIMES.
002290         10  WS-AUD-E-FUNCTION       PIC X(04).
002300         10  WS-AUD-E-OLD-DATE       PIC X(08).
002310         10  WS-AUD-E-NEW-DATE       PIC X(08).
002320         10  WS-AUD-E-OLD-DESC       PIC X(30).
002330         10  WS-AUD-E-NEW-DESC       PIC X(30).
002340 01  WS-AUD-WORK.
002350     05  WS-AUD-FUNCTION             PIC X(04) VALUE SPACES.
002360     05  WS-AUD-OLD-DATE             PIC X(08) VALUE SPACES.
002370     05  WS-AUD-NEW-DATE             PIC X(08) VALUE SPACES.
002380     05  WS-AUD-OLD-DESC             PIC X(30) VALUE SPACES.
002390     05  WS-AUD-NEW-DESC             PIC X(30) VALUE SPACES.
002400*
002410 COPY CMNHOLW.
002420 COPY CMNDAYW.
002430 COPY CMNLOGW.
002440 COPY CMNABNW.
002450*
002460 PROCEDURE DIVISION.
002470******************************************************************
002480* 0000-MAINLINE                                                   *
002490******************************************************************
002500 0000-MAINLINE.
002510     MOVE 'HOLMNT' TO CMN-LOG-PGM-NAME.
002520     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002530     IF WS-ABEND-NOT-OCCURRED
002540         PERFORM 1400-LOAD-CALENDAR THRU 1400-EXIT
002550     END-IF.
002560     IF WS-ABEND-NOT-OCCURRED
002570         PERFORM 2000-APPLY-CARDS THRU 2000-EXIT
002580     END-IF.
002590     IF WS-ABEND-NOT-OCCURRED
002600         AND WS-AUD-COUNT > ZEROS
002610         PERFORM 3000-REWRITE-CALENDAR THRU 3000-EXIT
002620         IF WS-ABEND-NOT-OCCURRED
002630             PERFORM 3500-WRITE-AUDIT THRU 3500-EXIT
002640         END-IF
002650     END-IF.
002660     IF WS-ABEND-NOT-OCCURRED
002670         PERFORM 4000-PRINT-CALENDAR THRU 4000-EXIT
002680     END-IF.
002690     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002700     STOP RUN.
002710*
002720******************************************************************
002730* 1000-INITIALIZE - BUILD THE RUN ID, READ THE SHOP CONTROL       *
002740* DATE, AND LOAD AND VALIDATE THE WHOLE CONTROL-CARD DECK         *
002750* BEFORE THE CALENDAR IS READ.                                    *
002760******************************************************************
002770 1000-INITIALIZE.
002780     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002790     ACCEPT WS-RUN-TIME FROM TIME.
002800     MOVE SPACES TO CMN-LOG-RUN-ID.
002810     STRING WS-RUN-DATE DELIMITED BY SIZE
002820            WS-RUN-TIME DELIMITED BY SIZE
002830       INTO CMN-LOG-RUN-ID.
002840     OPEN INPUT CMN-CTL-DATE-FILE.
002850     IF WS-CTL-FILE-STATUS NOT = '00'
002860         MOVE 0196               TO CMN-ABEND-CODE
002870         MOVE 'HOLMNT'           TO CMN-ABEND-PGM-NAME
002880         MOVE 'CONTROL-DATE FILE NOT AVAILABLE'
002890                                 TO CMN-ABEND-REASON
002900         PERFORM 9000-CMN-ABEND  THRU 9000-EXIT
002910         SET WS-ABEND-OCCURRED   TO TRUE
002920         GO TO 1000-EXIT
002930     END-IF.
002940     READ CMN-CTL-DATE-FILE
002950         AT END
002960             MOVE 0196               TO CMN-ABEND-CODE
002970             MOVE 'HOLMNT'           TO CMN-ABEND-PGM-NAME
002980             MOVE 'CONTROL-DATE FILE EMPTY'
002990                                     TO CMN-ABEND-REASON
003000             PERFORM 9000-CMN-ABEND  THRU 9000-EXIT
003010             SET WS-ABEND-OCCURRED   TO TRUE
003020         NOT AT END
003030             MOVE CMN-CTL-DATE-CCYYMMDD TO WS-CONTROL-DATE
003040     END-READ.
003050     CLOSE CMN-CTL-DATE-FILE.
003060     IF WS-ABEND-OCCURRED
003070         GO TO 1000-EXIT
003080     END-IF.
003090     MOVE WS-CONTROL-DATE TO CMN-DAY-WORK-DATE.
003100     PERFORM 6750-VALIDATE-DATE THRU 6750-EXIT.
003110     IF CMN-DAY-INVALID
003120         MOVE 0196               TO CMN-ABEND-CODE
003130         MOVE 'HOLMNT'           TO CMN-ABEND-PGM-NAME
003140         MOVE 'CONTROL DATE NOT A CALENDAR DATE'
003150                                 TO CMN-ABEND-REASON
003160         PERFORM 9000-CMN-ABEND  THRU 9000-EXIT
003170         SET WS-ABEND-OCCURRED   TO TRUE
003180         GO TO 1000-EXIT
003190     END-IF.
003200     MOVE WS-CONTROL-DATE TO WS-CAL-DATE-N.
003210     MOVE 01 TO WS-CAL-DD.
003220     OPEN INPUT CMN-CRD-FILE.
003230     IF WS-CRD-FILE-STATUS NOT = '00'
003240         MOVE 0190               TO CMN-ABEND-CODE
003250         MOVE 'HOLMNT'           TO CMN-ABEND-PGM-NAME
003260         MOVE 'CONTROL-CARD FILE NOT AVAILABLE'
003270                                 TO CMN-ABEND-REASON
003280         PERFORM 9000-CMN-ABEND  THRU 9000-EXIT
003290         SET WS-ABEND-OCCURRED   TO TRUE
003300         GO TO 1000-EXIT
003310     END-IF.
003320     PERFORM 1200-LOAD-CARD THRU 1200-EXIT
003330         UNTIL WS-CRD-EOF OR WS-ABEND-OCCURRED.
003340     CLOSE CMN-CRD-FILE.
003350     IF WS-ABEND-OCCURRED
003360         GO TO 1000-EXIT
003370     END-IF.
003380     MOVE SPACES TO CMN-LOG-MSG-TEXT.
003390     STRING 'HOLMNT - CONTROL CARDS LOADED '
003400                              DELIMITED BY SIZE
003410            WS-CARD-COUNT     DELIMITED BY SIZE
003420       INTO CMN-LOG-MSG-TEXT.
003430     PERFORM 7000-LOG-MESSAGE THRU 7000-EXIT.
003440 1000-EXIT.
003450     EXIT.
003460*
003470 1200-LOAD-CARD.
003480     READ CMN-CRD-FILE
003490         AT END
003500             SET WS-CRD-EOF TO TRUE
003510         NOT AT END
003520             MOVE CMN-CRD-REC TO WS-CARD
003530             IF WS-CARD NOT = SPACES
003540                 ADD 1 TO WS-CARD-COUNT
003550                 PERFORM 1250-VALIDATE-CARD THRU 1250-EXIT
003560             END-IF
003570     END-READ.
003580 1200-EXIT.
003590     EXIT.
003600*
003610******************************************************************
003620* 1250-VALIDATE-CARD - VALIDATE ONE CARD AND TABLE IT. EVERY      *
003630* DATE MUST BE A CALENDAR DATE - A MISTYPED HOLIDAY FAILS         *
003640* HERE, NOT AS A SHIFTED CYCLE DATE WEEKS LATER.                  *
003650******************************************************************
003660 1250-VALIDATE-CARD.
003670     IF NOT WS-CARD-ADD
003680         AND NOT WS-CARD-CHANGE
003690         AND NOT WS-CARD-DELETE
003700         AND NOT WS-CARD-CALENDAR
003710         MOVE 'UNKNOWN FUNCTION ON HOLMNT CONTROL CARD'
003720                                 TO CMN-ABEND-REASON
003730         PERFORM 1290-CARD-INVALID THRU 1290-EXIT
003740         GO TO 1250-EXIT
003750     END-IF.
003760     IF WS-CARD-CALENDAR
003770         PERFORM 1300-VALIDATE-CAL-CARD THRU 1300-EXIT
003780         GO TO 1250-EXIT
003790     END-IF.
003800     MOVE WS-CARD-DATE TO CMN-DAY-WORK-DATE.
003810     PERFORM 6750-VALIDATE-DATE THRU 6750-EXIT.
003820     IF CMN-DAY-INVALID
003830         MOVE 'HOLIDAY DATE NOT A CALENDAR DATE'
003840                                 TO CMN-ABEND-REASON
003850         PERFORM 1290-CARD-INVALID THRU 1290-EXIT
003860         GO TO 1250-EXIT
003870     END-IF.
003880     IF WS-CARD-ADD
003890         AND WS-CARD-DESC = SPACES
003900         MOVE 'ADD CARD HAS NO DESCRIPTION'
003910                                 TO CMN-ABEND-REASON
003920         PERFORM 1290-CARD-INVALID THRU 1290-EXIT
003930         GO TO 1250-EXIT
003940     END-IF.
003950     IF WS-CARD-CHANGE
003960         IF WS-CARD-NEW-DATE = SPACES
003970             IF WS-CARD-DESC = SPACES
003980                 MOVE 'CHG CARD CHANGES NOTHING'
003990                                 TO CMN-ABEND-REASON
004000                 PERFORM 1290-CARD-INVALID THRU 1290-EXIT
004010                 GO TO 1250-EXIT
004020             END-IF
004030         ELSE
004040             MOVE WS-CARD-NEW-DATE TO CMN-DAY-WORK-DATE
004050             PERFORM 6750-VALIDATE-DATE THRU 6750-EXIT
004060             IF CMN-DAY-INVALID
004070                 MOVE 'CHG NEW DATE NOT A CALENDAR DATE'
004080                                 TO CMN-ABEND-REASON
004090                 PERFORM 1290-CARD-INVALID THRU 1290-EXIT
004100                 GO TO 1250-EXIT
004110             END-IF
004120         END-IF
004130     END-IF.
004140     IF WS-CRD-COUNT NOT < WS-CRD-MAX
004150         MOVE 'CONTROL-CARD TABLE OVERFLOW'
004160                                 TO CMN-ABEND-REASON
004170         PERFORM 1290-CARD-INVALID THRU 1290-EXIT
004180         GO TO 1250-EXIT
004190     END-IF.
004200     ADD 1 TO WS-CRD-COUNT.
004210     MOVE WS-CARD-FUNCTION TO WS-CRD-E-FUNCTION (WS-CRD-COUNT).
004220     MOVE WS-CARD-DATE-N   TO WS-CRD-E-DATE (WS-CRD-COUNT).
004230     MOVE WS-CARD-NEW-DATE TO WS-CRD-E-NEW-DATE (WS-CRD-COUNT).
004240     MOVE WS-CARD-DESC     TO WS-CRD-E-DESC (WS-CRD-COUNT).
004250 1250-EXIT.
004260     EXIT.
004270*
004280 1290-CARD-INVALID.
004290     MOVE 0191               TO CMN-ABEND-CODE.
004300     MOVE 'HOLMNT'           TO CMN-ABEND-PGM-NAME.
004310     PERFORM 9000-CMN-ABEND  THRU 9000-EXIT.
004320     SET WS-ABEND-OCCURRED   TO TRUE.
004330 1290-EXIT.
004340     EXIT.
004350*
004360******************************************************************
004370* 1300-VALIDATE-CAL-CARD - COLS 6-11 MUST BE A CALENDAR MONTH     *
004380* AND COLS 12-13 BLANK. AT MOST ONE CAL CARD.                     *
004390******************************************************************
004400 1300-VALIDATE-CAL-CARD.
004410     IF WS-CAL-CARD-SEEN
004420         MOVE 'MORE THAN ONE CAL CONTROL CARD'
004430                                 TO CMN-ABEND-REASON
004440         PERFORM 1290-CARD-INVALID THRU 1290-EXIT
004450         GO TO 1300-EXIT
004460     END-IF.
004470     SET CMN-DAY-INVALID TO TRUE.
004480     IF WS-CARD-DATE (7:2) = SPACES
004490         MOVE WS-CARD-DATE (1:6) TO CMN-DAY-WORK-DATE (1:6)
004500         MOVE '01'               TO CMN-DAY-WORK-DATE (7:2)
004510         PERFORM 6750-VALIDATE-DATE THRU 6750-EXIT
004520     END-IF.
004530     IF CMN-DAY-INVALID
004540         MOVE 'CAL CARD MONTH INVALID' TO CMN-ABEND-REASON
004550         PERFORM 1290-CARD-INVALID THRU 1290-EXIT
004560         GO TO 1300-EXIT
004570     END-IF.
004580     SET WS-CAL-CARD-SEEN TO TRUE.
004590     MOVE CMN-DAY-WORK-DATE TO WS-CAL-DATE-N.
004600 1300-EXIT.
004610     EXIT.
004620*
004630******************************************************************
004640* 1400-LOAD-CALENDAR - READ THE WHOLE HOLIDAY FILE INTO THE       *
004650* TABLE IN DATE ORDER, WHATEVER ORDER IT WAS EDITED IN. AN        *
004660* ABSENT FILE IS AN EMPTY CALENDAR.                               *
004670******************************************************************
004680 1400-LOAD-CALENDAR.
004690     OPEN INPUT CMN-HOL-FILE.
004700     IF CMN-HOL-FILE-STATUS NOT = '00'
004710         AND CMN-HOL-FILE-STATUS NOT = '05'
004720         MOVE 0194               TO CMN-ABEND-CODE
004730         MOVE 'HOLMNT'           TO CMN-ABEND-PGM-NAME
004740         MOVE 'HOLIDAY FILE NOT USABLE'
004750                                 TO CMN-ABEND-REASON
004760         PERFORM 9000-CMN-ABEND  THRU 9000-EXIT
004770         SET WS-ABEND-OCCURRED   TO TRUE
004780         GO TO 1400-EXIT
004790     END-IF.
004800     SET WS-HOL-NOT-EOF TO TRUE.
004810     PERFORM 1410-READ-HOLIDAY THRU 1410-EXIT
004820         UNTIL WS-HOL-EOF OR WS-ABEND-OCCURRED.
004830     CLOSE CMN-HOL-FILE.
004840     IF WS-ABEND-OCCURRED
004850         GO TO 1400-EXIT
004860     END-IF.
004870     MOVE SPACES TO CMN-LOG-MSG-TEXT.
004880     STRING 'HOLMNT - HOLIDAY RECORDS READ '
004890                              DELIMITED BY SIZE
004900            WS-FILE-READ-COUNT DELIMITED BY SIZE
004910            ' DATES '         DELIMITED BY SIZE
004920            WS-HOL-COUNT      DELIMITED BY SIZE
004930       INTO CMN-LOG-MSG-TEXT.
004940     PERFORM 7000-LOG-MESSAGE THRU 7000-EXIT.
004950 1400-EXIT.
004960     EXIT.
004970*
004980 1410-READ-HOLIDAY.
004990     READ CMN-HOL-FILE
005000         AT END
005010             SET WS-HOL-EOF TO TRUE
005020             GO TO 1410-EXIT
005030     END-READ.
005040     ADD 1 TO WS-FILE-READ-COUNT.
005050     MOVE CMN-HOL-DATE-CCYYMMDD TO CMN-DAY-WORK-DATE.
005060     PERFORM 6750-VALIDATE-DATE THRU 6750-EXIT.
005070     IF CMN-DAY-INVALID
005080         PERFORM 1450-DROP-RECORD THRU 1450-EXIT
005090         GO TO 1410-EXIT
005100     END-IF.
005110     MOVE CMN-HOL-DATE-CCYYMMDD TO WS-FIND-DATE.
005120     PERFORM 5000-FIND-HOLIDAY THRU 5000-EXIT.
005130     IF WS-FOUND-SUB > ZEROS
005140         PERFORM 1450-DROP-RECORD THRU 1450-EXIT
005150         GO TO 1410-EXIT
005160     END-IF.
005170     MOVE CMN-HOL-DESC TO WS-INSERT-DESC.
005180     PERFORM 5100-INSERT-HOLIDAY THRU 5100-EXIT.
005190     IF WS-ABEND-OCCURRED
005200         GO TO 1410-EXIT
005210     END-IF.
005220     MOVE WS-FIND-DATE TO WS-CHECK-DATE.
005230     PERFORM 5400-CHECK-WEEKEND THRU 5400-EXIT.
005240 1410-EXIT.
005250     EXIT.
005260*
005270******************************************************************
005280* 1450-DROP-RECORD - A RECORD THAT IS NOT A CALENDAR DATE, OR     *
005290* REPEATS A DATE ALREADY LOADED, DOES NOT GO BACK ON THE FILE.    *
005300******************************************************************
005310 1450-DROP-RECORD.
005320     ADD 1 TO WS-DROP-COUNT.
005330     ADD 1 TO WS-WARN-COUNT.
005340     MOVE 'DROP'                TO WS-AUD-FUNCTION.
005350     MOVE CMN-HOL-DATE-CCYYMMDD TO WS-AUD-OLD-DATE.
005360     MOVE SPACES                TO WS-AUD-NEW-DATE
005370                                   WS-AUD-NEW-DESC.
005380     MOVE CMN-HOL-DESC          TO WS-AUD-OLD-DESC.
005390     PERFORM 5300-RECORD-CHANGE THRU 5300-EXIT.
005400     SET CMN-LOG-SEV-WARN TO TRUE.
005410     MOVE SPACES TO CMN-LOG-MSG-TEXT.
005420     IF CMN-DAY-INVALID
005430         STRING 'HOLMNT - RECORD '      DELIMITED BY SIZE
005440                WS-FILE-READ-COUNT      DELIMITED BY SIZE
005450                ' NOT A DATE - DROPPED' DELIMITED BY SIZE
005460           INTO CMN-LOG-MSG-TEXT
005470     ELSE
005480         STRING 'HOLMNT - DUPLICATE HOLIDAY ' DELIMITED BY SIZE
005490                CMN-HOL-DATE-CCYYMMDD         DELIMITED BY SIZE
005500                ' ON FILE - DROPPED'          DELIMITED BY SIZE
005510           INTO CMN-LOG-MSG-TEXT
005520     END-IF.
005530     PERFORM 7000-LOG-MESSAGE THRU 7000-EXIT.
005540 1450-EXIT.
005550     EXIT.
005560*
005570******************************************************************
005580* 2000-APPLY-CARDS - THE DECK HAS VALIDATED CLEAN; APPLY EACH     *
005590* CARD TO THE TABLE IN ORDER. THE FILE IS NOT WRITTEN UNTIL       *
005600* EVERY CARD HAS APPLIED, SO A U0192 LEAVES IT AS IT WAS.         *
005610******************************************************************
005620 2000-APPLY-CARDS.
005630     PERFORM 2100-APPLY-ONE-CARD THRU 2100-EXIT
005640         VARYING WS-CRD-SUB FROM 1 BY 1
005650         UNTIL WS-CRD-SUB > WS-CRD-COUNT
005660            OR WS-ABEND-OCCURRED.
005670 2000-EXIT.
005680     EXIT.
005690*
005700 2100-APPLY-ONE-CARD.
005710     MOVE WS-CRD-E-FUNCTION (WS-CRD-SUB) TO WS-CARD-FUNCTION.
005720     MOVE WS-CRD-E-DATE (WS-CRD-SUB)     TO WS-CARD-DATE-N.
005730     MOVE WS-CRD-E-NEW-DATE (WS-CRD-SUB) TO WS-CARD-NEW-DATE.
005740     MOVE WS-CRD-E-DESC (WS-CRD-SUB)     TO WS-CARD-DESC.
005750     MOVE WS-CARD-DATE-N TO WS-FIND-DATE.
005760     PERFORM 5000-FIND-HOLIDAY THRU 5000-EXIT.
005770     EVALUATE TRUE
005780         WHEN WS-CARD-ADD
005790             PERFORM 2500-ADD-HOLIDAY    THRU 2500-EXIT
005800         WHEN WS-CARD-CHANGE
005810             PERFORM 2600-CHANGE-HOLIDAY THRU 2600-EXIT
005820         WHEN WS-CARD-DELETE
005830             PERFORM 2700-DELETE-HOLIDAY THRU 2700-EXIT
005840     END-EVALUATE.
005850 2100-EXIT.
005860     EXIT.
005870*
005880 2500-ADD-HOLIDAY.
005890     IF WS-FOUND-SUB > ZEROS
005900         ADD 1 TO WS-WARN-COUNT
005910         SET CMN-LOG-SEV-WARN TO TRUE
005920         MOVE SPACES TO CMN-LOG-MSG-TEXT
005930         STRING 'HOLMNT - ADD '        DELIMITED BY SIZE
005940                WS-CARD-DATE           DELIMITED BY SIZE
005950                ' ALREADY A HOLIDAY - IGNORED'
005960                                       DELIMITED BY SIZE
005970           INTO CMN-LOG-MSG-TEXT
005980         PERFORM 7000-LOG-MESSAGE THRU 7000-EXIT
005990         GO TO 2500-EXIT
006000     END-IF.
006010     MOVE WS-CARD-DESC TO WS-INSERT-DESC.
006020     PERFORM 5100-INSERT-HOLIDAY THRU 5100-EXIT.
006030     IF WS-ABEND-OCCURRED
006040         GO TO 2500-EXIT
006050     END-IF.
006060     ADD 1 TO WS-ADD-COUNT.
006070     MOVE WS-CARD-FUNCTION TO WS-AUD-FUNCTION.
006080     MOVE SPACES           TO WS-AUD-OLD-DATE
006090                              WS-AUD-OLD-DESC.
006100     MOVE WS-CARD-DATE     TO WS-AUD-NEW-DATE.
006110     MOVE WS-CARD-DESC     TO WS-AUD-NEW-DESC.
006120     PERFORM 5300-RECORD-CHANGE THRU 5300-EXIT.
006130     MOVE WS-CARD-DATE-N TO WS-CHECK-DATE.
006140     PERFORM 5400-CHECK-WEEKEND THRU 5400-EXIT.
006150     PERFORM 5450-CHECK-PAST THRU 5450-EXIT.
006160 2500-EXIT.
006170     EXIT.
006180*
006190******************************************************************
006200* 2600-CHANGE-HOLIDAY - NEW DATE AND/OR NEW DESCRIPTION. A MOVE   *
006210* ONTO A DATE THAT IS ALREADY A HOLIDAY MERGES THE TWO: THE OLD   *
006220* DATE GOES, THE TARGET STAYS AND TAKES THE CARD'S                *
006230* DESCRIPTION IF IT HAS ONE.                                      *
006240******************************************************************
006250 2600-CHANGE-HOLIDAY.
006260     IF WS-FOUND-SUB = ZEROS
006270         MOVE 0192               TO CMN-ABEND-CODE
006280         MOVE 'HOLMNT'           TO CMN-ABEND-PGM-NAME
006290         MOVE 'CHG FOR A DATE NOT ON THE CALENDAR'
006300                                 TO CMN-ABEND-REASON
006310         PERFORM 9000-CMN-ABEND  THRU 9000-EXIT
006320         SET WS-ABEND-OCCURRED   TO TRUE
006330         GO TO 2600-EXIT
006340     END-IF.
006350     MOVE WS-HOL-E-DESC (WS-FOUND-SUB) TO WS-OLD-DESC.
006360     IF WS-CARD-NEW-DATE = SPACES
006370         MOVE WS-CARD-DATE-N     TO WS-NEW-DATE
006380     ELSE
006390         MOVE WS-CARD-NEW-DATE-N TO WS-NEW-DATE
006400     END-IF.
006410     IF WS-CARD-DESC = SPACES
006420         MOVE WS-OLD-DESC  TO WS-NEW-DESC
006430     ELSE
006440         MOVE WS-CARD-DESC TO WS-NEW-DESC
006450     END-IF.
006460     IF WS-NEW-DATE = WS-CARD-DATE-N
006470         MOVE WS-NEW-DESC TO WS-HOL-E-DESC (WS-FOUND-SUB)
006480     ELSE
006490         PERFORM 2650-MOVE-HOLIDAY THRU 2650-EXIT
006500     END-IF.
006510     ADD 1 TO WS-CHANGE-COUNT.
006520     MOVE WS-CARD-FUNCTION TO WS-AUD-FUNCTION.
006530     MOVE WS-CARD-DATE     TO WS-AUD-OLD-DATE.
006540     MOVE WS-NEW-DATE      TO WS-AUD-NEW-DATE.
006550     MOVE WS-OLD-DESC      TO WS-AUD-OLD-DESC.
006560     MOVE WS-NEW-DESC      TO WS-AUD-NEW-DESC.
006570     PERFORM 5300-RECORD-CHANGE THRU 5300-EXIT.
006580     MOVE WS-NEW-DATE TO WS-CHECK-DATE.
006590     PERFORM 5400-CHECK-WEEKEND THRU 5400-EXIT.
006600     MOVE WS-CARD-DATE-N TO WS-CHECK-DATE.
006610     IF WS-NEW-DATE < WS-CHECK-DATE
006620         MOVE WS-NEW-DATE TO WS-CHECK-DATE
006630     END-IF.
006640     PERFORM 5450-CHECK-PAST THRU 5450-EXIT.
006650 2600-EXIT.
006660     EXIT.
006670*
006680 2650-MOVE-HOLIDAY.
006690     PERFORM 5200-REMOVE-HOLIDAY THRU 5200-EXIT.
006700     MOVE WS-NEW-DATE TO WS-FIND-DATE.
006710     PERFORM 5000-FIND-HOLIDAY THRU 5000-EXIT.
006720     IF WS-FOUND-SUB = ZEROS
006730         MOVE WS-NEW-DESC TO WS-INSERT-DESC
006740         PERFORM 5100-INSERT-HOLIDAY THRU 5100-EXIT
006750         GO TO 2650-EXIT
006760     END-IF.
006770     IF WS-CARD-DESC NOT = SPACES
006780         MOVE WS-CARD-DESC TO WS-HOL-E-DESC (WS-FOUND-SUB)
006790     END-IF.
006800     MOVE WS-HOL-E-DESC (WS-FOUND-SUB) TO WS-NEW-DESC.
006810     ADD 1 TO WS-WARN-COUNT.
006820     SET CMN-LOG-SEV-WARN TO TRUE.
006830     MOVE SPACES TO CMN-LOG-MSG-TEXT.
006840     STRING 'HOLMNT - CHG '         DELIMITED BY SIZE
006850            WS-CARD-DATE            DELIMITED BY SIZE
006860            ' ONTO HOLIDAY '        DELIMITED BY SIZE
006870            WS-NEW-DATE             DELIMITED BY SIZE
006880            ' - MERGED'             DELIMITED BY SIZE
006890       INTO CMN-LOG-MSG-TEXT.
006900     PERFORM 7000-LOG-MESSAGE THRU 7000-EXIT.
006910 2650-EXIT.
006920     EXIT.
006930*
006940 2700-DELETE-HOLIDAY.
006950     IF WS-FOUND-SUB = ZEROS
006960         MOVE 0192               TO CMN-ABEND-CODE
006970         MOVE 'HOLMNT'           TO CMN-ABEND-PGM-NAME
006980         MOVE 'DEL FOR A DATE NOT ON THE CALENDAR'
006990                                 TO CMN-ABEND-REASON
007000         PERFORM 9000-CMN-ABEND  THRU 9000-EXIT
007010         SET WS-ABEND-OCCURRED   TO TRUE
007020         GO TO 2700-EXIT
007030     END-IF.
007040     MOVE WS-HOL-E-DESC (WS-FOUND-SUB) TO WS-OLD-DESC.
007050     PERFORM 5200-REMOVE-HOLIDAY THRU 5200-EXIT.
007060     ADD 1 TO WS-DELETE-COUNT.
007070     MOVE WS-CARD-FUNCTION TO WS-AUD-FUNCTION.
007080     MOVE WS-CARD-DATE     TO WS-AUD-OLD-DATE.
007090     MOVE WS-OLD-DESC      TO WS-AUD-OLD-DESC.
007100     MOVE SPACES           TO WS-AUD-NEW-DATE
007110                              WS-AUD-NEW-DESC.
007120     PERFORM 5300-RECORD-CHANGE THRU 5300-EXIT.
007130     MOVE WS-CARD-DATE-N TO WS-CHECK-DATE.
007140     PERFORM 5450-CHECK-PAST THRU 5450-EXIT.
007150 2700-EXIT.
007160     EXIT.
007170*
007180******************************************************************
007190* 3000-REWRITE-CALENDAR - NOTHING IS WRITTEN IF THE RESULT        *
007200* WOULD NOT FIT THE CMNHOLW TABLE - EVERY DATE PAST THE LIMIT     *
007210* WOULD BE A BUSINESS DAY TO THE CYCLE WITHOUT A WORD SAID.       *
007220* THE OPEN OUTPUT TRUNCATES THE FILE, SO A FAILED WRITE ABENDS    *
007230* FOR A RESTORE.                                                  *
007240******************************************************************
007250 3000-REWRITE-CALENDAR.
007260     IF WS-HOL-COUNT > CMN-HOL-MAX
007270         MOVE 0193               TO CMN-ABEND-CODE
007280         MOVE 'HOLMNT'           TO CMN-ABEND-PGM-NAME
007290         MOVE 'MORE HOLIDAYS THAN CMNHOLW HOLDS'
007300                                 TO CMN-ABEND-REASON
007310         PERFORM 9000-CMN-ABEND  THRU 9000-EXIT
007320         SET WS-ABEND-OCCURRED   TO TRUE
007330         GO TO 3000-EXIT
007340     END-IF.
007350     OPEN OUTPUT CMN-HOL-FILE.
007360     IF CMN-HOL-FILE-STATUS NOT = '00'
007370         MOVE 0194               TO CMN-ABEND-CODE
007380         MOVE 'HOLMNT'           TO CMN-ABEND-PGM-NAME
007390         MOVE 'HOLIDAY FILE NOT USABLE'
007400                                 TO CMN-ABEND-REASON
007410         PERFORM 9000-CMN-ABEND  THRU 9000-EXIT
007420         SET WS-ABEND-OCCURRED   TO TRUE
007430         GO TO 3000-EXIT
007440     END-IF.
007450     PERFORM 3100-WRITE-HOLIDAY THRU 3100-EXIT
007460         VARYING WS-HOL-SUB FROM 1 BY 1
007470         UNTIL WS-HOL-SUB > WS-HOL-COUNT
007480            OR WS-ABEND-OCCURRED.
007490     CLOSE CMN-HOL-FILE.
007500     IF WS-ABEND-OCCURRED
007510         GO TO 3000-EXIT
007520     END-IF.
007530     MOVE SPACES TO CMN-LOG-MSG-TEXT.
007540     STRING 'HOLMNT - HOLIDAY FILE REWRITTEN, DATES '
007550                              DELIMITED BY SIZE
007560            WS-HOL-COUNT      DELIMITED BY SIZE
007570       INTO CMN-LOG-MSG-TEXT.
007580     PERFORM 7000-LOG-MESSAGE THRU 7000-EXIT.
007590 3000-EXIT.
007600     EXIT.
007610*
007620 3100-WRITE-HOLIDAY.
007630     MOVE SPACES                      TO CMN-HOL-REC.
007640     MOVE WS-HOL-E-DATE (WS-HOL-SUB)  TO CMN-HOL-DATE-CCYYMMDD.
007650     MOVE WS-HOL-E-DESC (WS-HOL-SUB)  TO CMN-HOL-DESC.
007660     WRITE CMN-HOL-REC.
007670     IF CMN-HOL-FILE-STATUS NOT = '00'
007680         MOVE 0194               TO CMN-ABEND-CODE
007690         MOVE 'HOLMNT'           TO CMN-ABEND-PGM-NAME
007700         MOVE 'HOLIDAY REWRITE FAILED - RESTORE FILE'
007710                                 TO CMN-ABEND-REASON
007720         PERFORM 9000-CMN-ABEND  THRU 9000-EXIT
007730         SET WS-ABEND-OCCURRED   TO TRUE
007740     END-IF.
007750 3100-EXIT.
007760     EXIT.
007770*
007780******************************************************************
007790* 3500-WRITE-AUDIT - ONE RECORD PER CHANGE, APPENDED ONCE THE     *
007800* CALENDAR IS REWRITTEN. AUDIT TROUBLE ABENDS - AN UNEVIDENCED    *
007810* CALENDAR CHANGE IS THE HAND EDIT THIS UTILITY REPLACES.         *
007820******************************************************************
007830 3500-WRITE-AUDIT.
007840     OPEN EXTEND CMN-HAU-FILE.
007850     IF WS-HAU-FILE-STATUS NOT = '00'
007860         AND WS-HAU-FILE-STATUS NOT = '05'
007870         PERFORM 3590-AUDIT-FAIL THRU 3590-EXIT
007880         GO TO 3500-EXIT
007890     END-IF.
007900     PERFORM 3550-WRITE-ONE-AUDIT THRU 3550-EXIT
007910         VARYING WS-AUD-SUB FROM 1 BY 1
007920         UNTIL WS-AUD-SUB > WS-AUD-COUNT
007930            OR WS-ABEND-OCCURRED.
007940     CLOSE CMN-HAU-FILE.
007950 3500-EXIT.
007960     EXIT.
007970*
007980 3550-WRITE-ONE-AUDIT.
007990     MOVE SPACES          TO CMN-HAU-REC.
008000     MOVE WS-RUN-DATE     TO CMN-HAU-DATE.
008010     MOVE WS-RUN-TIME     TO CMN-HAU-TIME.
008020     MOVE CMN-LOG-RUN-ID  TO CMN-HAU-RUN-ID.
008030     MOVE WS-AUD-E-FUNCTION (WS-AUD-SUB) TO CMN-HAU-FUNCTION.
008040     MOVE WS-AUD-E-OLD-DATE (WS-AUD-SUB) TO CMN-HAU-OLD-DATE.
008050     MOVE WS-AUD-E-NEW-DATE (WS-AUD-SUB) TO CMN-HAU-NEW-DATE.
008060     MOVE WS-AUD-E-OLD-DESC (WS-AUD-SUB) TO CMN-HAU-OLD-DESC.
008070     MOVE WS-AUD-E-NEW-DESC (WS-AUD-SUB) TO CMN-HAU-NEW-DESC.
008080     MOVE WS-CONTROL-DATE TO CMN-HAU-CTL-DATE.
008090     INSPECT CMN-HAU-REC
008100         REPLACING ALL LOW-VALUE BY SPACE.
008110     WRITE CMN-HAU-REC.
008120     IF WS-HAU-FILE-STATUS NOT = '00'
008130         PERFORM 3590-AUDIT-FAIL THRU 3590-EXIT
008140     END-IF.
008150 3550-EXIT.
008160     EXIT.
008170*
008180 3590-AUDIT-FAIL.
008190     MOVE 0195               TO CMN-ABEND-CODE.
008200     MOVE 'HOLMNT'           TO CMN-ABEND-PGM-NAME.
008210     MOVE 'AUDIT WRITE FAILED'
008220                             TO CMN-ABEND-REASON.
008230     PERFORM 9000-CMN-ABEND  THRU 9000-EXIT.
008240     SET WS-ABEND-OCCURRED   TO TRUE.
008250 3590-EXIT.
008260     EXIT.
008270*
008280******************************************************************
008290* 4000-PRINT-CALENDAR - LOAD THE CALENDAR THE WAY EVERY CYCLE     *
008300* MODULE WILL (6850-LOAD-HOLIDAYS) AND PRINT TWELVE MONTHS        *
008310* FROM THE CAL CARD MONTH OR THE CONTROL-DATE MONTH. A LOADED     *
008320* COUNT THAT DISAGREES WITH THE TABLE MEANS THE CYCLE WILL        *
008330* NOT SEE WHAT WAS SIGNED OFF.                                    *
008340******************************************************************
008350 4000-PRINT-CALENDAR.
008360     PERFORM 6850-LOAD-HOLIDAYS THRU 6850-EXIT.
008370     IF CMN-HOL-COUNT NOT = WS-HOL-COUNT
008380         MOVE 0193               TO CMN-ABEND-CODE
008390         MOVE 'HOLMNT'           TO CMN-ABEND-PGM-NAME
008400         MOVE 'HOLIDAY FILE DOES NOT LOAD IN FULL'
008410                                 TO CMN-ABEND-REASON
008420         PERFORM 9000-CMN-ABEND  THRU 9000-EXIT
008430         SET WS-ABEND-OCCURRED   TO TRUE
008440         GO TO 4000-EXIT
008450     END-IF.
008460     MOVE WS-CONTROL-DATE TO CMN-DAY-WORK-DATE.
008470     PERFORM 6500-NEXT-BUSINESS-DAY THRU 6500-EXIT.
008480     DISPLAY 'HOLMNT - BUSINESS-DAY CALENDAR, CONTROL DATE '
008490             WS-CONTROL-DATE ' NEXT ROLL TO ' CMN-DAY-WORK-DATE.
008500     DISPLAY 'HOLMNT - EVERY BUSINESS DAY IS A CYCLE DATE.'
008510             ' M MONTH-END BUSINESS DAY, H HOLIDAY, - WEEKEND'.
008520     PERFORM 4100-PRINT-MONTH THRU 4100-EXIT
008530         VARYING WS-MONTH-SUB FROM 1 BY 1
008540         UNTIL WS-MONTH-SUB > 12.
008550     DISPLAY 'HOLMNT - TWELVE MONTHS  BUSINESS DAYS '
008560             WS-YEAR-BUS-DAYS ' HOLIDAYS ' WS-YEAR-HOLIDAYS.
008570     DISPLAY 'HOLMNT - CARDS ' WS-CARD-COUNT
008580             ' ADD ' WS-ADD-COUNT ' CHG ' WS-CHANGE-COUNT
008590             ' DEL ' WS-DELETE-COUNT ' DROP ' WS-DROP-COUNT
008600             ' WARNINGS ' WS-WARN-COUNT.
008610     MOVE SPACES TO CMN-LOG-MSG-TEXT.
008620     STRING 'HOLMNT - ADD '     DELIMITED BY SIZE
008630            WS-ADD-COUNT        DELIMITED BY SIZE
008640            ' CHG '             DELIMITED BY SIZE
008650            WS-CHANGE-COUNT     DELIMITED BY SIZE
008660            ' DEL '             DELIMITED BY SIZE
008670            WS-DELETE-COUNT     DELIMITED BY SIZE
008680            ' DROP '            DELIMITED BY SIZE
008690            WS-DROP-COUNT       DELIMITED BY SIZE
008700            ' DATES '           DELIMITED BY SIZE
008710            CMN-HOL-COUNT       DELIMITED BY SIZE
008720       INTO CMN-LOG-MSG-TEXT.
008730     PERFORM 7000-LOG-MESSAGE THRU 7000-EXIT.
008740 4000-EXIT.
008750     EXIT.
008760*
008770******************************************************************
008780* 4100-PRINT-MONTH - ONE MONTH: ITS MONTH-END BUSINESS DAY        *
008790* (LAST CALENDAR DAY, BACK TO A BUSINESS DAY, AS DEOM), THE       *
008800* WEEKS, AND EACH HOLIDAY WITH THE ROLL IT CAUSES.                *
008810******************************************************************
008820 4100-PRINT-MONTH.
008830     MOVE WS-CAL-DATE-N TO CMN-DAY-WORK-DATE.
008840     PERFORM 6650-DAYS-IN-MONTH THRU 6650-EXIT.
008850     MOVE CMN-DAY-MONTH-LEN TO WS-MONTH-LEN.
008860     MOVE CMN-DAY-MONTH-LEN TO CMN-DAY-DD.
008870     PERFORM 6550-CHECK-BUSINESS-DAY THRU 6550-EXIT.
008880     IF CMN-DAY-NOT-BUSINESS
008890         PERFORM 6520-PREV-BUSINESS-DAY THRU 6520-EXIT
008900     END-IF.
008910     MOVE CMN-DAY-WORK-DATE TO WS-MONTH-END-DATE.
008920     MOVE ZEROS TO WS-MONTH-BUS-DAYS WS-MONTH-HOLIDAYS.
008930     DISPLAY 'HOLMNT - '.
008940     DISPLAY 'HOLMNT - ' WS-MONTH-NAME (WS-CAL-MM) ' '
008950             WS-CAL-CCYY '   MONTH-END BUSINESS DAY '
008960             WS-MONTH-END-DATE.
008970     DISPLAY 'HOLMNT -    MON  TUE  WED  THU  FRI  SAT  SUN'.
008980     MOVE SPACES TO WS-CAL-WEEK.
008990     PERFORM 4200-PRINT-DAY THRU 4200-EXIT
009000         VARYING WS-CAL-DD FROM 1 BY 1
009010         UNTIL WS-CAL-DD > WS-MONTH-LEN.
009020     MOVE 01 TO WS-CAL-DD.
009030     PERFORM 4300-LIST-HOLIDAY THRU 4300-EXIT
009040         VARYING WS-HOL-SUB FROM 1 BY 1
009050         UNTIL WS-HOL-SUB > WS-HOL-COUNT.
009060     DISPLAY 'HOLMNT -   BUSINESS DAYS ' WS-MONTH-BUS-DAYS
009070             ' HOLIDAYS ' WS-MONTH-HOLIDAYS.
009080     ADD WS-MONTH-BUS-DAYS TO WS-YEAR-BUS-DAYS.
009090     ADD WS-MONTH-HOLIDAYS TO WS-YEAR-HOLIDAYS.
009100     IF WS-CAL-MM < 12
009110         ADD 1 TO WS-CAL-MM
009120     ELSE
009130         MOVE 01 TO WS-CAL-MM
009140         ADD 1 TO WS-CAL-CCYY
009150     END-IF.
009160 4100-EXIT.
009170     EXIT.
009180*
009190******************************************************************
009200* 4200-PRINT-DAY - PLACE ONE DAY IN ITS WEEKDAY COLUMN AND        *
009210* PRINT THE WEEK AFTER SUNDAY OR THE LAST DAY OF THE MONTH.       *
009220******************************************************************
009230 4200-PRINT-DAY.
009240     MOVE WS-CAL-DATE-N TO CMN-DAY-WORK-DATE.
009250     PERFORM 6550-CHECK-BUSINESS-DAY THRU 6550-EXIT.
009260     MOVE CMN-DAY-DOW TO WS-CAL-DOW.
009270     MOVE WS-CAL-DD   TO WS-CAL-CELL-DD (WS-CAL-DOW).
009280     EVALUATE TRUE
009290         WHEN CMN-DAY-BUSINESS
009300             ADD 1 TO WS-MONTH-BUS-DAYS
009310             IF WS-CAL-DATE-N = WS-MONTH-END-DATE
009320                 MOVE 'M' TO WS-CAL-CELL-MARK (WS-CAL-DOW)
009330             ELSE
009340                 MOVE SPACE TO WS-CAL-CELL-MARK (WS-CAL-DOW)
009350             END-IF
009360         WHEN WS-CAL-DOW > 5
009370             MOVE '-' TO WS-CAL-CELL-MARK (WS-CAL-DOW)
009380         WHEN OTHER
009390             MOVE 'H' TO WS-CAL-CELL-MARK (WS-CAL-DOW)
009400     END-EVALUATE.
009410     IF WS-CAL-DOW = 7
009420         OR WS-CAL-DD = WS-MONTH-LEN
009430         DISPLAY 'HOLMNT -  ' WS-CAL-WEEK
009440         MOVE SPACES TO WS-CAL-WEEK
009450     END-IF.
009460 4200-EXIT.
009470     EXIT.
009480*
009490******************************************************************
009500* 4300-LIST-HOLIDAY - A WEEKDAY HOLIDAY IN THE MONTH, WITH THE    *
009510* BUSINESS DAY BEFORE IT AND THE ONE DATROLL ROLLS THAT DAY       *
009520* ON TO. A WEEKEND HOLIDAY MOVES NOTHING.                         *
009530******************************************************************
009540 4300-LIST-HOLIDAY.
009550     IF WS-HOL-E-DATE (WS-HOL-SUB) (1:6) NOT = WS-CAL-DATE (1:6)
009560         GO TO 4300-EXIT
009570     END-IF.
009580     ADD 1 TO WS-MONTH-HOLIDAYS.
009590     MOVE WS-HOL-E-DATE (WS-HOL-SUB) TO CMN-DAY-WORK-DATE.
009600     PERFORM 6700-DAY-OF-WEEK THRU 6700-EXIT.
009610     MOVE CMN-DAY-DOW TO WS-CAL-DOW.
009620     IF WS-CAL-DOW > 5
009630         DISPLAY 'HOLMNT -   HOLIDAY ' WS-HOL-E-DATE (WS-HOL-SUB)
009640                 ' ' WS-DAY-NAME (WS-CAL-DOW)
009650                 ' ' WS-HOL-E-DESC (WS-HOL-SUB)
009660                 ' WEEKEND - NO CYCLE EFFECT'
009670         GO TO 4300-EXIT
009680     END-IF.
009690     PERFORM 6520-PREV-BUSINESS-DAY THRU 6520-EXIT.
009700     MOVE CMN-DAY-WORK-DATE TO WS-PREV-BUS-DATE.
009710     PERFORM 6500-NEXT-BUSINESS-DAY THRU 6500-EXIT.
009720     MOVE CMN-DAY-WORK-DATE TO WS-NEXT-BUS-DATE.
009730     DISPLAY 'HOLMNT -   HOLIDAY ' WS-HOL-E-DATE (WS-HOL-SUB)
009740             ' ' WS-DAY-NAME (WS-CAL-DOW)
009750             ' ' WS-HOL-E-DESC (WS-HOL-SUB)
009760             ' ROLL ' WS-PREV-BUS-DATE ' TO ' WS-NEXT-BUS-DATE.
009770 4300-EXIT.
009780     EXIT.
009790*
009800******************************************************************
009810* 5000-FIND-HOLIDAY - WS-FOUND-SUB IS THE TABLE ENTRY FOR         *
009820* WS-FIND-DATE, OR ZERO WHEN IT IS NOT A HOLIDAY.                 *
009830******************************************************************
009840 5000-FIND-HOLIDAY.
009850     MOVE ZEROS TO WS-FOUND-SUB.
009860     PERFORM 5010-SCAN-HOLIDAY THRU 5010-EXIT
009870         VARYING WS-HOL-SUB FROM 1 BY 1
009880         UNTIL WS-HOL-SUB > WS-HOL-COUNT
009890            OR WS-FOUND-SUB > ZEROS.
009900 5000-EXIT.
009910     EXIT.
009920*
009930 5010-SCAN-HOLIDAY.
009940     IF WS-HOL-E-DATE (WS-HOL-SUB) = WS-FIND-DATE
009950         MOVE WS-HOL-SUB TO WS-FOUND-SUB
009960     END-IF.
009970 5010-EXIT.
009980     EXIT.
009990*
010000******************************************************************
010010* 5100-INSERT-HOLIDAY - PUT WS-FIND-DATE / WS-INSERT-DESC IN      *
010020* DATE ORDER: FIND THE FIRST LATER DATE AND SHIFT IT AND          *
010030* EVERYTHING AFTER IT UP ONE.                                     *
010040******************************************************************
010050 5100-INSERT-HOLIDAY.
010060     IF WS-HOL-COUNT NOT < WS-HOL-MAX
010070         MOVE 0193               TO CMN-ABEND-CODE
010080         MOVE 'HOLMNT'           TO CMN-ABEND-PGM-NAME
010090         MOVE 'HOLIDAY TABLE OVERFLOW'
010100                                 TO CMN-ABEND-REASON
010110         PERFORM 9000-CMN-ABEND  THRU 9000-EXIT
010120         SET WS-ABEND-OCCURRED   TO TRUE
010130         GO TO 5100-EXIT
010140     END-IF.
010150     MOVE ZEROS TO WS-TARGET-SUB.
010160     PERFORM 5110-SCAN-INSERT THRU 5110-EXIT
010170         VARYING WS-HOL-SUB FROM 1 BY 1
010180         UNTIL WS-HOL-SUB > WS-HOL-COUNT
010190            OR WS-TARGET-SUB > ZEROS.
010200     IF WS-TARGET-SUB = ZEROS
010210         COMPUTE WS-TARGET-SUB = WS-HOL-COUNT + 1
010220     END-IF.
010230     PERFORM 5150-SHIFT-UP THRU 5150-EXIT
010240         VARYING WS-SHIFT-SUB FROM WS-HOL-COUNT BY -1
010250         UNTIL WS-SHIFT-SUB < WS-TARGET-SUB.
010260     MOVE WS-FIND-DATE   TO WS-HOL-E-DATE (WS-TARGET-SUB).
010270     MOVE WS-INSERT-DESC TO WS-HOL-E-DESC (WS-TARGET-SUB).
010280     ADD 1 TO WS-HOL-COUNT.
010290 5100-EXIT.
010300     EXIT.
010310*
010320 5110-SCAN-INSERT.
010330     IF WS-HOL-E-DATE (WS-HOL-SUB) > WS-FIND-DATE
010340         MOVE WS-HOL-SUB TO WS-TARGET-SUB
010350     END-IF.
010360 5110-EXIT.
010370     EXIT.
010380*
010390 5150-SHIFT-UP.
010400     COMPUTE WS-INSERT-SUB = WS-SHIFT-SUB + 1.
010410     MOVE WS-HOL-ENTRY (WS-SHIFT-SUB)
010420                         TO WS-HOL-ENTRY (WS-INSERT-SUB).
010430 5150-EXIT.
010440     EXIT.
010450*
010460******************************************************************
010470* 5200-REMOVE-HOLIDAY - TAKE ENTRY WS-FOUND-SUB OUT, SHIFTING     *
010480* EVERYTHING AFTER IT DOWN ONE.                                   *
010490******************************************************************
010500 5200-REMOVE-HOLIDAY.
010510     PERFORM 5250-SHIFT-DOWN THRU 5250-EXIT
010520         VARYING WS-SHIFT-SUB FROM WS-FOUND-SUB BY 1
010530         UNTIL WS-SHIFT-SUB NOT < WS-HOL-COUNT.
010540     SUBTRACT 1 FROM WS-HOL-COUNT.
010550 5200-EXIT.
010560     EXIT.
010570*
010580 5250-SHIFT-DOWN.
010590     COMPUTE WS-INSERT-SUB = WS-SHIFT-SUB + 1.
010600     MOVE WS-HOL-ENTRY (WS-INSERT-SUB)
010610                         TO WS-HOL-ENTRY (WS-SHIFT-SUB).
010620 5250-EXIT.
010630     EXIT.
010640*
010650 5300-RECORD-CHANGE.
010660     ADD 1 TO WS-AUD-COUNT.
010670     MOVE WS-AUD-WORK TO WS-AUD-ENTRY (WS-AUD-COUNT).
010680 5300-EXIT.
010690     EXIT.
010700*
010710 5400-CHECK-WEEKEND.
010720     MOVE WS-CHECK-DATE TO CMN-DAY-WORK-DATE.
010730     PERFORM 6700-DAY-OF-WEEK THRU 6700-EXIT.
010740     IF CMN-DAY-DOW > 5
010750         ADD 1 TO WS-WARN-COUNT
010760         SET CMN-LOG-SEV-WARN TO TRUE
010770         MOVE SPACES TO CMN-LOG-MSG-TEXT
010780         STRING 'HOLMNT - HOLIDAY '         DELIMITED BY SIZE
010790                WS-CHECK-DATE               DELIMITED BY SIZE
010800                ' ON A WEEKEND - NO CYCLE EFFECT'
010810                                            DELIMITED BY SIZE
010820           INTO CMN-LOG-MSG-TEXT
010830         PERFORM 7000-LOG-MESSAGE THRU 7000-EXIT
010840     END-IF.
010850 5400-EXIT.
010860     EXIT.
010870*
010880 5450-CHECK-PAST.
010890     IF WS-CHECK-DATE NOT > WS-CONTROL-DATE
010900         ADD 1 TO WS-WARN-COUNT
010910         SET CMN-LOG-SEV-WARN TO TRUE
010920         MOVE SPACES TO CMN-LOG-MSG-TEXT
010930         STRING 'HOLMNT - '                 DELIMITED BY SIZE
010940                WS-CARD-FUNCTION            DELIMITED BY SIZE
010950                WS-CHECK-DATE               DELIMITED BY SIZE
010960                ' NOT AFTER CONTROL DATE '  DELIMITED BY SIZE
010970                WS-CONTROL-DATE             DELIMITED BY SIZE
010980           INTO CMN-LOG-MSG-TEXT
010990         PERFORM 7000-LOG-MESSAGE THRU 7000-EXIT
011000     END-IF.
011010 5450-EXIT.
011020     EXIT.
011030*
011040******************************************************************
011050* 8000-TERMINATE - A CLEAN RUN ENDS RC=00; AN ABEND PATH          *
011060* HAS ALREADY SET RETURN-CODE FROM THE ABEND CODE AND             *
011070* MUST NOT BE OVERWRITTEN.                                        *
011080******************************************************************
011090 8000-TERMINATE.
011100     IF WS-ABEND-NOT-OCCURRED
011110         MOVE 00 TO RETURN-CODE
011120     END-IF.
011130 8000-EXIT.
011140     EXIT.
011150*
011160 COPY CMNDAYP.
011170 COPY CMNLOGP.
011180 COPY CMNABNP.
