000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  ACCINQ.
000030 AUTHOR.      R A LOWRY.
000040 INSTALLATION. COMMON-SOURCE LIBRARY.
000050 DATE-WRITTEN. 20261015.
000060 DATE-COMPILED.
000070*
000080******************************************************************
000090* ACCINQ - SINGLE-ACCOUNT INQUIRY                                 *
000100* ONE ANSWER PER ACCOUNT FROM EVERY FILE THAT HOLDS ITS           *
000110* HISTORY, FOR EACH KEY NAMED ON THE CONTROL CARDS, IN CARD       *
000120* ORDER:                                                          *
000130*   MASTER      - THE RECORD ON THE CURRENT MASTER GENERATION     *
000140*                 (CMNMST), OR A NOTE THAT THERE IS NONE.         *
000150*   JOURNAL     - EVERY APPLY MOVEMENT (CMNJRNF) FOR THE KEY      *
000160*                 OVER THE REQUESTED CYCLE DATES, OLDEST          *
000170*                 FIRST, WITH A RUNNING BALANCE FROM THE          *
000180*                 FIRST BEFORE-BALANCE. AS IN STMRPT AND          *
000190*                 MSTRCN ONLY THE LAST RUN TO JOURNAL A           *
000200*                 CYCLE DATE COUNTS; RECORDS OF A SUPERSEDED      *
000210*                 RUN ARE COUNTED, NOT LISTED. A BEFORE-          *
000220*                 BALANCE THAT DOES NOT FOLLOW ON IS FLAGGED      *
000230*                 AS A GAP AND THE RUNNING BALANCE PICKS UP       *
000240*                 FROM IT - THE USUAL CAUSE IS AN MSTMNT          *
000250*                 CORRECTION, LISTED UNDER MAINTENANCE.           *
000260*   SUSPENSE    - EVERY REJECT STILL HELD ON CMNSUSF FOR THE      *
000270*                 KEY, AS THE FROM- OR THE TO-ACCOUNT OF A        *
000280*                 TRANSFER, WITH THE ENTRY NUMBER SUSRPT          *
000290*                 PRINTS AND THE SUSREPR CARDS USE.               *
000300*   MAINTENANCE - EVERY MSTMNT CHANGE TO THE KEY ON CMNMAUF,      *
000310*                 WHATEVER ITS DATE, WITH OLD AND NEW VALUES.     *
000320* EACH FILE IS READ ONCE PER KEY SO EACH ACCOUNT PRINTS AS ONE    *
000330* BLOCK. THE JOURNAL, SUSPENSE AND AUDIT FILES ARE OPTIONAL -     *
000340* AN ABSENT ONE SIMPLY HAS NOTHING FOR THE KEY. NOTHING IS        *
000350* UPDATED.                                                        *
000360*                                                                 *
000370* CONTROL CARDS (CMNCRD):                                         *
000380*   COLS 1-4   'KEY ' - ONE PER ACCOUNT, AT LEAST ONE. COLS 6-15  *
000390*              THE ACCOUNT KEY.                                   *
000400*   COLS 1-4   'RANG' - AT MOST ONE. COLS 6-13 THE FIRST AND      *
000410*              COLS 15-22 THE LAST CYCLE DATE OF JOURNAL          *
000420*              HISTORY WANTED, CCYYMMDD. WITHOUT IT THE WHOLE     *
000430*              JOURNAL IS SHOWN.                                  *
000440*                                                                 *
000450* ABEND CODES (THROUGH THE SHARED CMNABNP PARAGRAPH):             *
000460*   U0180 - CONTROL-CARD FILE MISSING OR UNREADABLE.              *
000470*   U0181 - CONTROL CARD INVALID (UNKNOWN TYPE, BLANK KEY,        *
000480*           BAD OR REVERSED DATES, TWO RANGE CARDS, NO KEY        *
000490*           CARDS, TOO MANY KEY CARDS).                           *
000500*   U0182 - CYCLE-DATE TABLE OVERFLOW - NARROW THE RANGE.         *
000510*   U0183 - MASTER FILE MISSING OR UNREADABLE.                    *
000520*   U0184 - JOURNAL, SUSPENSE OR AUDIT FILE NOT USABLE.           *
000530******************************************************************
000540*
000550* MAINTENANCE HISTORY                                            *
000560* DATE     INIT DESCRIPTION                                      *
000570* -------- ---- ----------------------------------------         *
000580* 20261015 RAL   ORIGINAL MEMBER.                                *
000590******************************************************************
000600*
000610 ENVIRONMENT DIVISION.
000620 CONFIGURATION SECTION.
000630 SOURCE-COMPUTER.      IBM-370.
000640 OBJECT-COMPUTER.      IBM-370.
000650 INPUT-OUTPUT SECTION.
000660 FILE-CONTROL.
000670     SELECT CMN-CRD-FILE              ASSIGN TO CMNCRD
000680                             ORGANIZATION IS LINE SEQUENTIAL
000690                             FILE STATUS IS WS-CRD-FILE-STATUS.
000700     SELECT CMN-MST-FILE              ASSIGN TO CMNMST
000710                             ORGANIZATION IS LINE SEQUENTIAL
000720                             FILE STATUS IS WS-MST-FILE-STATUS.
000730     SELECT OPTIONAL CMN-JRN-FILE     ASSIGN TO CMNJRN
000740                             ORGANIZATION IS LINE SEQUENTIAL
000750                             FILE STATUS IS WS-JRN-FILE-STATUS.
000760     SELECT OPTIONAL CMN-SUS-FILE     ASSIGN TO CMNSUS
000770                             ORGANIZATION IS LINE SEQUENTIAL
000780                             FILE STATUS IS WS-SUS-FILE-STATUS.
000790     SELECT OPTIONAL CMN-MAU-FILE     ASSIGN TO CMNMAU
000800                             ORGANIZATION IS LINE SEQUENTIAL
000810                             FILE STATUS IS WS-MAU-FILE-STATUS.
000820     SELECT OPTIONAL CMN-HOL-FILE     ASSIGN TO CMNHOL
000830                             ORGANIZATION IS LINE SEQUENTIAL
000840                             FILE STATUS IS CMN-HOL-FILE-STATUS.
000850     SELECT OPTIONAL CMN-LOG-FILE     ASSIGN TO CMNLOG
000860                             ORGANIZATION IS LINE SEQUENTIAL
000870                             FILE STATUS IS CMN-LOG-FILE-STATUS.
000880*
000890 DATA DIVISION.
000900 FILE SECTION.
000910 COPY CMNCRDF.
000920 COPY CMNMSTR.
000930 COPY CMNJRNF.
000940 COPY CMNSUSF.
000950 COPY CMNMAUF.
000960 COPY CMNHOLF.
000970 COPY CMNLOGF.
000980*
000990 WORKING-STORAGE SECTION.
001000 77  WS-CRD-FILE-STATUS           PIC X(02) VALUE '00'.
001010 77  WS-MST-FILE-STATUS           PIC X(02) VALUE '00'.
001020 77  WS-JRN-FILE-STATUS           PIC X(02) VALUE '00'.
001030 77  WS-SUS-FILE-STATUS           PIC X(02) VALUE '00'.
001040 77  WS-MAU-FILE-STATUS           PIC X(02) VALUE '00'.
001050 77  WS-RUN-DATE                  PIC 9(08) VALUE ZEROS.
001060 77  WS-RUN-TIME                  PIC 9(08) VALUE ZEROS.
001070 77  WS-FROM-DATE                 PIC 9(08) VALUE ZEROS.
001080 77  WS-TO-DATE                   PIC 9(08) VALUE 99999999.
001090 77  WS-KEY-SUB                   PIC 9(03) VALUE ZEROS.
001100 77  WS-LIVE-SUB                  PIC 9(04) VALUE ZEROS.
001110 77  WS-SCAN-SUB                  PIC 9(04) VALUE ZEROS.
001120 77  WS-LOOK-DATE                 PIC 9(08) VALUE ZEROS.
001130 77  WS-CUR-KEY                   PIC X(10) VALUE SPACES.
001140 77  WS-ENTRY-NBR                 PIC 9(04) VALUE ZEROS.
001150 77  WS-OPEN-BAL                  PIC S9(09)V99 VALUE ZEROS.
001160 77  WS-RUN-BAL                   PIC S9(09)V99 VALUE ZEROS.
001170 77  WS-MOVEMENT                  PIC S9(09)V99 VALUE ZEROS.
001180 77  WS-KEY-JRN-COUNT             PIC 9(07) VALUE ZEROS.
001190 77  WS-KEY-SKIP-COUNT            PIC 9(07) VALUE ZEROS.
001200 77  WS-KEY-GAP-COUNT             PIC 9(07) VALUE ZEROS.
001210 77  WS-KEY-SUS-COUNT             PIC 9(07) VALUE ZEROS.
001220 77  WS-KEY-MAU-COUNT             PIC 9(07) VALUE ZEROS.
001230 77  WS-FOUND-COUNT               PIC 9(03) VALUE ZEROS.
001240 77  WS-NOT-FOUND-COUNT           PIC 9(03) VALUE ZEROS.
001250 77  WS-TOT-JRN-COUNT             PIC 9(07) VALUE ZEROS.
001260 77  WS-TOT-SUS-COUNT             PIC 9(07) VALUE ZEROS.
001270 77  WS-TOT-MAU-COUNT             PIC 9(07) VALUE ZEROS.
001280 77  WS-STATUS-TEXT               PIC X(06) VALUE SPACES.
001290 77  WS-ROLE-TEXT                 PIC X(14) VALUE SPACES.
001300 77  WS-DISP-BAL                  PIC -9(09).99 VALUE ZEROS.
001310 77  WS-DISP-BAL-2                PIC -9(09).99 VALUE ZEROS.
001320 77  WS-DISP-BAL-3                PIC -9(09).99 VALUE ZEROS.
001330 77  WS-DISP-OLD                  PIC X(13) VALUE SPACES.
001340 77  WS-DISP-NEW                  PIC X(13) VALUE SPACES.
001350 77  WS-EDIT-OUT                  PIC X(13) VALUE SPACES.
001360 01  WS-SWITCHES.
001370     05  WS-ABEND-SWITCH             PIC X(01) VALUE 'N'.
001380         88  WS-ABEND-OCCURRED               VALUE 'Y'.
001390         88  WS-ABEND-NOT-OCCURRED           VALUE 'N'.
001400     05  WS-CRD-EOF-SW               PIC X(01) VALUE 'N'.
001410         88  WS-CRD-EOF                      VALUE 'Y'.
001420         88  WS-CRD-NOT-EOF                  VALUE 'N'.
001430     05  WS-MST-EOF-SW               PIC X(01) VALUE 'N'.
001440         88  WS-MST-EOF                      VALUE 'Y'.
001450         88  WS-MST-NOT-EOF                  VALUE 'N'.
001460     05  WS-JRN-EOF-SW               PIC X(01) VALUE 'N'.
001470         88  WS-JRN-EOF                      VALUE 'Y'.
001480         88  WS-JRN-NOT-EOF                  VALUE 'N'.
001490     05  WS-SUS-EOF-SW               PIC X(01) VALUE 'N'.
001500         88  WS-SUS-EOF                      VALUE 'Y'.
001510         88  WS-SUS-NOT-EOF                  VALUE 'N'.
001520     05  WS-MAU-EOF-SW               PIC X(01) VALUE 'N'.
001530         88  WS-MAU-EOF                      VALUE 'Y'.
001540         88  WS-MAU-NOT-EOF                  VALUE 'N'.
001550     05  WS-RANGE-SW                 PIC X(01) VALUE 'N'.
001560         88  WS-RANGE-GIVEN                  VALUE 'Y'.
001570         88  WS-RANGE-NOT-GIVEN              VALUE 'N'.
001580     05  WS-MST-FOUND-SW             PIC X(01) VALUE 'N'.
001590         88  WS-MST-FOUND                    VALUE 'Y'.
001600         88  WS-MST-NOT-FOUND                VALUE 'N'.
001610     05  WS-RUN-BAL-SW               PIC X(01) VALUE 'N'.
001620         88  WS-RUN-BAL-SET                  VALUE 'Y'.
001630         88  WS-RUN-BAL-NOT-SET              VALUE 'N'.
001640 01  WS-CARD.
001650     05  WS-CARD-TYPE                PIC X(04) VALUE SPACES.
001660         88  WS-CARD-ACCOUNT                 VALUE 'KEY '.
001670         88  WS-CARD-RANGE                   VALUE 'RANG'.
001680     05  FILLER                      PIC X(01) VALUE SPACES.
001690     05  WS-CARD-RANGE-FIELDS.
001700         10  WS-CARD-FROM            PIC X(08) VALUE SPACES.
001710         10  WS-CARD-FROM-N REDEFINES WS-CARD-FROM
001720                                     PIC 9(08).
001730         10  FILLER                  PIC X(01) VALUE SPACES.
001740         10  WS-CARD-TO              PIC X(08) VALUE SPACES.
001750         10  WS-CARD-TO-N REDEFINES WS-CARD-TO
001760                                     PIC 9(08).
001770         10  FILLER                  PIC X(58) VALUE SPACES.
001780     05  WS-CARD-KEY-FIELDS REDEFINES WS-CARD-RANGE-FIELDS.
001790         10  WS-CARD-KEY             PIC X(10).
001800         10  FILLER                  PIC X(65).
001810* THE ORIGINAL TRANSACTION HELD IN A SUSPENSE RECORD - THE        *
001820* CMNTRNF DETAIL LAYOUT.                                          *
001830 01  WS-SUS-TRAN-VIEW.
001840     05  WS-SUS-VIEW-KEY             PIC X(10).
001850     05  WS-SUS-VIEW-ACTION          PIC X(01).
001860         88  WS-SUS-VIEW-TRANSFER            VALUE 'T'.
001870     05  WS-SUS-VIEW-AMOUNT          PIC S9(09)V99
001880                                     SIGN LEADING SEPARATE.
001890     05  WS-SUS-VIEW-NAME            PIC X(20).
001900     05  WS-SUS-VIEW-TO-KEY          PIC X(10).
001910     05  FILLER                      PIC X(27).
001920* AN AMOUNT FIELD THAT MAY NOT BE NUMERIC - A REJECTED AMOUNT,    *
001930* OR A LIMIT ON AN AUDIT RECORD WRITTEN BEFORE IT WAS CARRIED.    *
001940 01  WS-EDIT-IN.
001950     05  WS-EDIT-IN-AMOUNT           PIC S9(09)V99
001960                                     SIGN LEADING SEPARATE.
001970* THE ACCOUNT KEYS, IN CARD ORDER.                                *
001980 01  WS-KEY-TABLE.
001990     05  WS-KEY-COUNT                PIC 9(03) VALUE ZEROS.
002000     05  WS-KEY-MAX                  PIC 9(03) VALUE 100.
002010     05  WS-KEY-ENTRY                OCCURS 100 TIMES.
002020         10  WS-KEY-E-ACCOUNT        PIC X(10).
002030* THE LAST RUN ID TO JOURNAL EACH CYCLE DATE IN THE RANGE -       *
002040* THE ONLY RUN WHOSE RECORDS ARE SHOWN FOR THAT DATE.             *
002050 01  WS-LIVE-TABLE.
002060     05  WS-LIVE-COUNT               PIC 9(04) VALUE ZEROS.
002070     05  WS-LIVE-MAX                 PIC 9(04) VALUE 2000.
002080     05  WS-LIVE-ENTRY               OCCURS 2000 TIMES.
002090         10  WS-LIVE-E-DATE          PIC 9(08).
002100         10  WS-LIVE-E-RUN-ID        PIC X(16).
002110*
002120 COPY CMNHOLW.
002130 COPY CMNDAYW.
002140 COPY CMNLOGW.
002150 COPY CMNABNW.
002160*
002170 PROCEDURE DIVISION.
002180******************************************************************
002190* 0000-MAINLINE                                                   *
002200******************************************************************
002210 0000-MAINLINE.
002220     MOVE 'ACCINQ' TO CMN-LOG-PGM-NAME.
002230     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002240     IF WS-ABEND-NOT-OCCURRED
002250         PERFORM 2000-FIND-LIVE-RUNS THRU 2000-EXIT
002260     END-IF.
002270     IF WS-ABEND-NOT-OCCURRED
002280         PERFORM 3000-INQUIRE-KEY THRU 3000-EXIT
002290             VARYING WS-KEY-SUB FROM 1 BY 1
002300             UNTIL WS-KEY-SUB > WS-KEY-COUNT
002310                OR WS-ABEND-OCCURRED
002320     END-IF.
002330     IF WS-ABEND-NOT-OCCURRED
002340         PERFORM 4000-PRINT-TOTALS THRU 4000-EXIT
002350     END-IF.
002360     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002370     STOP RUN.
002380*
002390******************************************************************
002400* 1000-INITIALIZE - BUILD THE RUN ID AND LOAD AND VALIDATE THE    *
002410* CONTROL CARDS. ANY BAD CARD STOPS THE JOB BEFORE A FILE IS      *
002420* READ, SO A MISTYPED KEY IS NOT TAKEN FOR AN UNKNOWN ACCOUNT.    *
002430******************************************************************
002440 1000-INITIALIZE.
002450     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002460     ACCEPT WS-RUN-TIME FROM TIME.
002470     MOVE SPACES TO CMN-LOG-RUN-ID.
002480     STRING WS-RUN-DATE DELIMITED BY SIZE
002490            WS-RUN-TIME DELIMITED BY SIZE
002500       INTO CMN-LOG-RUN-ID.
002510     OPEN INPUT CMN-CRD-FILE.
002520     IF WS-CRD-FILE-STATUS NOT = '00'
002530         MOVE 0180               TO CMN-ABEND-CODE
002540         MOVE 'ACCINQ'           TO CMN-ABEND-PGM-NAME
002550         MOVE 'CONTROL-CARD FILE NOT AVAILABLE'
002560                                 TO CMN-ABEND-REASON
002570         PERFORM 9000-CMN-ABEND  THRU 9000-EXIT
002580         SET WS-ABEND-OCCURRED   TO TRUE
002590         GO TO 1000-EXIT
002600     END-IF.
002610     PERFORM 1100-LOAD-CARD THRU 1100-EXIT
002620         UNTIL WS-CRD-EOF OR WS-ABEND-OCCURRED.
002630     CLOSE CMN-CRD-FILE.
002640     IF WS-ABEND-OCCURRED
002650         GO TO 1000-EXIT
002660     END-IF.
002670     IF WS-KEY-COUNT = ZEROS
002680         MOVE 'NO KEY CONTROL CARD' TO CMN-ABEND-REASON
002690         PERFORM 1290-CARD-INVALID THRU 1290-EXIT
002700         GO TO 1000-EXIT
002710     END-IF.
002720     IF WS-RANGE-GIVEN
002730         DISPLAY 'ACCINQ - ACCOUNT INQUIRY, JOURNAL FROM '
002740                 WS-FROM-DATE ' TO ' WS-TO-DATE
002750     ELSE
002760         DISPLAY 'ACCINQ - ACCOUNT INQUIRY, JOURNAL ALL DATES'
002770     END-IF.
002780     MOVE SPACES TO CMN-LOG-MSG-TEXT.
002790     STRING 'ACCINQ - INQUIRY ON '   DELIMITED BY SIZE
002800            WS-KEY-COUNT             DELIMITED BY SIZE
002810            ' KEYS, JOURNAL '        DELIMITED BY SIZE
002820            WS-FROM-DATE             DELIMITED BY SIZE
002830            '-'                      DELIMITED BY SIZE
002840            WS-TO-DATE               DELIMITED BY SIZE
002850       INTO CMN-LOG-MSG-TEXT.
002860     PERFORM 7000-LOG-MESSAGE THRU 7000-EXIT.
002870 1000-EXIT.
002880     EXIT.
002890*
002900 1100-LOAD-CARD.
002910     READ CMN-CRD-FILE
002920         AT END
002930             SET WS-CRD-EOF TO TRUE
002940         NOT AT END
002950             MOVE CMN-CRD-REC TO WS-CARD
002960             IF WS-CARD NOT = SPACES
002970                 PERFORM 1200-VALIDATE-CARD THRU 1200-EXIT
002980             END-IF
002990     END-READ.
003000 1100-EXIT.
003010     EXIT.
003020*
003030******************************************************************
003040* 1200-VALIDATE-CARD - A KEY CARD MUST NAME A KEY AND FIT THE     *
003050* TABLE; A RANGE CARD MUST CARRY TWO CALENDAR DATES IN ORDER      *
003060* AND MAY APPEAR ONLY ONCE.                                       *
003070******************************************************************
003080 1200-VALIDATE-CARD.
003090     IF NOT WS-CARD-ACCOUNT
003100         AND NOT WS-CARD-RANGE
003110         MOVE 'UNKNOWN CONTROL CARD TYPE' TO CMN-ABEND-REASON
003120         PERFORM 1290-CARD-INVALID THRU 1290-EXIT
003130         GO TO 1200-EXIT
003140     END-IF.
003150     IF WS-CARD-ACCOUNT
003160         IF WS-CARD-KEY = SPACES
003170             MOVE 'KEY CARD HAS NO ACCOUNT KEY'
003180                                 TO CMN-ABEND-REASON
003190             PERFORM 1290-CARD-INVALID THRU 1290-EXIT
003200             GO TO 1200-EXIT
003210         END-IF
003220         IF WS-KEY-COUNT NOT < WS-KEY-MAX
003230             MOVE 'KEY CARD TABLE OVERFLOW' TO CMN-ABEND-REASON
003240             PERFORM 1290-CARD-INVALID THRU 1290-EXIT
003250             GO TO 1200-EXIT
003260         END-IF
003270         ADD 1 TO WS-KEY-COUNT
003280         MOVE WS-CARD-KEY TO WS-KEY-E-ACCOUNT (WS-KEY-COUNT)
003290         GO TO 1200-EXIT
003300     END-IF.
003310     IF WS-RANGE-GIVEN
003320         MOVE 'MORE THAN ONE RANGE CONTROL CARD'
003330                                 TO CMN-ABEND-REASON
003340         PERFORM 1290-CARD-INVALID THRU 1290-EXIT
003350         GO TO 1200-EXIT
003360     END-IF.
003370     MOVE WS-CARD-FROM TO CMN-DAY-WORK-DATE.
003380     PERFORM 6750-VALIDATE-DATE THRU 6750-EXIT.
003390     IF CMN-DAY-VALID
003400         MOVE WS-CARD-TO TO CMN-DAY-WORK-DATE
003410         PERFORM 6750-VALIDATE-DATE THRU 6750-EXIT
003420     END-IF.
003430     IF CMN-DAY-INVALID
003440         MOVE 'RANGE CARD DATE INVALID' TO CMN-ABEND-REASON
003450         PERFORM 1290-CARD-INVALID THRU 1290-EXIT
003460         GO TO 1200-EXIT
003470     END-IF.
003480     IF WS-CARD-FROM-N > WS-CARD-TO-N
003490         MOVE 'RANGE CARD DATES REVERSED' TO CMN-ABEND-REASON
003500         PERFORM 1290-CARD-INVALID THRU 1290-EXIT
003510         GO TO 1200-EXIT
003520     END-IF.
003530     SET WS-RANGE-GIVEN TO TRUE.
003540     MOVE WS-CARD-FROM-N TO WS-FROM-DATE.
003550     MOVE WS-CARD-TO-N   TO WS-TO-DATE.
003560 1200-EXIT.
003570     EXIT.
003580*
003590 1290-CARD-INVALID.
003600     MOVE 0181               TO CMN-ABEND-CODE.
003610     MOVE 'ACCINQ'           TO CMN-ABEND-PGM-NAME.
003620     PERFORM 9000-CMN-ABEND  THRU 9000-EXIT.
003630     SET WS-ABEND-OCCURRED   TO TRUE.
003640 1290-EXIT.
003650     EXIT.
003660*
003670******************************************************************
003680* 2000-FIND-LIVE-RUNS - ONE PASS OF THE JOURNAL BEFORE ANY KEY.   *
003690* FOR EVERY CYCLE DATE IN THE RANGE THE RUN ID OF THE LAST        *
003700* RECORD JOURNALED FOR IT IS THE RUN THAT STOOD. AN ABSENT        *
003710* JOURNAL LEAVES THE TABLE EMPTY.                                 *
003720******************************************************************
003730 2000-FIND-LIVE-RUNS.
003740     OPEN INPUT CMN-JRN-FILE.
003750     IF WS-JRN-FILE-STATUS NOT = '00'
003760         AND WS-JRN-FILE-STATUS NOT = '05'
003770         PERFORM 3900-INPUT-FAIL THRU 3900-EXIT
003780         GO TO 2000-EXIT
003790     END-IF.
003800     SET WS-JRN-NOT-EOF TO TRUE.
003810     PERFORM 2100-SCAN-JOURNAL THRU 2100-EXIT
003820         UNTIL WS-JRN-EOF OR WS-ABEND-OCCURRED.
003830     CLOSE CMN-JRN-FILE.
003840 2000-EXIT.
003850     EXIT.
003860*
003870 2100-SCAN-JOURNAL.
003880     READ CMN-JRN-FILE
003890         AT END
003900             SET WS-JRN-EOF TO TRUE
003910             GO TO 2100-EXIT
003920     END-READ.
003930     IF CMN-JRN-PROC-DATE NOT NUMERIC
003940         OR CMN-JRN-PROC-DATE < WS-FROM-DATE
003950         OR CMN-JRN-PROC-DATE > WS-TO-DATE
003960         GO TO 2100-EXIT
003970     END-IF.
003980     MOVE CMN-JRN-PROC-DATE TO WS-LOOK-DATE.
003990     PERFORM 2200-FIND-LIVE-DATE THRU 2200-EXIT.
004000     IF WS-LIVE-SUB = ZEROS
004010         IF WS-LIVE-COUNT NOT < WS-LIVE-MAX
004020             MOVE 0182               TO CMN-ABEND-CODE
004030             MOVE 'ACCINQ'           TO CMN-ABEND-PGM-NAME
004040             MOVE 'CYCLE-DATE TABLE OVERFLOW'
004050                                     TO CMN-ABEND-REASON
004060             PERFORM 9000-CMN-ABEND  THRU 9000-EXIT
004070             SET WS-ABEND-OCCURRED   TO TRUE
004080             GO TO 2100-EXIT
004090         END-IF
004100         ADD 1 TO WS-LIVE-COUNT
004110         MOVE WS-LIVE-COUNT     TO WS-LIVE-SUB
004120         MOVE CMN-JRN-PROC-DATE TO WS-LIVE-E-DATE (WS-LIVE-SUB)
004130     END-IF.
004140     MOVE CMN-JRN-RUN-ID TO WS-LIVE-E-RUN-ID (WS-LIVE-SUB).
004150 2100-EXIT.
004160     EXIT.
004170*
004180******************************************************************
004190* 2200-FIND-LIVE-DATE - LOOK UP WS-LOOK-DATE IN THE CYCLE-DATE    *
004200* TABLE. WS-LIVE-SUB IS ITS ENTRY, OR ZERO WHEN NOT THERE.        *
004210******************************************************************
004220 2200-FIND-LIVE-DATE.
004230     MOVE ZEROS TO WS-LIVE-SUB.
004240     PERFORM 2210-SCAN-LIVE-DATE THRU 2210-EXIT
004250         VARYING WS-SCAN-SUB FROM 1 BY 1
004260         UNTIL WS-SCAN-SUB > WS-LIVE-COUNT
004270            OR WS-LIVE-SUB > ZEROS.
004280 2200-EXIT.
004290     EXIT.
004300*
004310 2210-SCAN-LIVE-DATE.
004320     IF WS-LIVE-E-DATE (WS-SCAN-SUB) = WS-LOOK-DATE
004330         MOVE WS-SCAN-SUB TO WS-LIVE-SUB
004340     END-IF.
004350 2210-EXIT.
004360     EXIT.
004370*
004380******************************************************************
004390* 3000-INQUIRE-KEY - THE FOUR SECTIONS FOR ONE ACCOUNT KEY.       *
004400******************************************************************
004410 3000-INQUIRE-KEY.
004420     MOVE WS-KEY-E-ACCOUNT (WS-KEY-SUB) TO WS-CUR-KEY.
004430     MOVE ZEROS TO WS-KEY-JRN-COUNT WS-KEY-SKIP-COUNT
004440                   WS-KEY-GAP-COUNT WS-KEY-SUS-COUNT
004450                   WS-KEY-MAU-COUNT.
004460     DISPLAY 'ACCINQ - ======== ACCOUNT ' WS-CUR-KEY
004470             ' ========'.
004480     PERFORM 3100-SHOW-MASTER THRU 3100-EXIT.
004490     IF WS-ABEND-NOT-OCCURRED
004500         PERFORM 3200-SHOW-JOURNAL THRU 3200-EXIT
004510     END-IF.
004520     IF WS-ABEND-NOT-OCCURRED
004530         PERFORM 3300-SHOW-SUSPENSE THRU 3300-EXIT
004540     END-IF.
004550     IF WS-ABEND-NOT-OCCURRED
004560         PERFORM 3400-SHOW-MAINTENANCE THRU 3400-EXIT
004570     END-IF.
004580     ADD WS-KEY-JRN-COUNT TO WS-TOT-JRN-COUNT.
004590     ADD WS-KEY-SUS-COUNT TO WS-TOT-SUS-COUNT.
004600     ADD WS-KEY-MAU-COUNT TO WS-TOT-MAU-COUNT.
004610 3000-EXIT.
004620     EXIT.
004630*
004640******************************************************************
004650* 3100-SHOW-MASTER - THE MASTER IS IN ASCENDING KEY ORDER, SO     *
004660* THE SEARCH STOPS AT THE KEY OR THE FIRST KEY PAST IT. A KEY     *
004670* NOT ON THE MASTER IS STILL INQUIRED ON - A DELETED ACCOUNT      *
004680* KEEPS ITS HISTORY.                                              *
004690******************************************************************
004700 3100-SHOW-MASTER.
004710     OPEN INPUT CMN-MST-FILE.
004720     IF WS-MST-FILE-STATUS NOT = '00'
004730         MOVE 0183               TO CMN-ABEND-CODE
004740         MOVE 'ACCINQ'           TO CMN-ABEND-PGM-NAME
004750         MOVE 'MASTER FILE NOT AVAILABLE'
004760                                 TO CMN-ABEND-REASON
004770         PERFORM 9000-CMN-ABEND  THRU 9000-EXIT
004780         SET WS-ABEND-OCCURRED   TO TRUE
004790         GO TO 3100-EXIT
004800     END-IF.
004810     SET WS-MST-NOT-EOF   TO TRUE.
004820     SET WS-MST-NOT-FOUND TO TRUE.
004830     PERFORM 3110-READ-MASTER THRU 3110-EXIT
004840         UNTIL WS-MST-EOF OR WS-MST-FOUND.
004850     CLOSE CMN-MST-FILE.
004860     IF WS-MST-NOT-FOUND
004870         ADD 1 TO WS-NOT-FOUND-COUNT
004880         DISPLAY 'ACCINQ - MASTER      NOT ON MASTER FILE'
004890         SET CMN-LOG-SEV-WARN TO TRUE
004900         MOVE SPACES TO CMN-LOG-MSG-TEXT
004910         STRING 'ACCINQ - KEY '    DELIMITED BY SIZE
004920                WS-CUR-KEY        DELIMITED BY SIZE
004930                ' NOT ON MASTER'  DELIMITED BY SIZE
004940           INTO CMN-LOG-MSG-TEXT
004950         PERFORM 7000-LOG-MESSAGE THRU 7000-EXIT
004960         GO TO 3100-EXIT
004970     END-IF.
004980     ADD 1 TO WS-FOUND-COUNT.
004990     EVALUATE TRUE
005000         WHEN CMN-MSTR-STAT-ACTIVE
005010             MOVE 'ACTIVE' TO WS-STATUS-TEXT
005020         WHEN CMN-MSTR-STAT-FROZEN
005030             MOVE 'FROZEN' TO WS-STATUS-TEXT
005040         WHEN CMN-MSTR-STAT-CLOSED
005050             MOVE 'CLOSED' TO WS-STATUS-TEXT
005060         WHEN OTHER
005070             MOVE CMN-MSTR-STATUS TO WS-STATUS-TEXT
005080     END-EVALUATE.
005090     MOVE CMN-MSTR-OD-LIMIT TO WS-EDIT-IN.
005100     PERFORM 5000-EDIT-AMOUNT THRU 5000-EXIT.
005110     MOVE CMN-MSTR-BALANCE TO WS-DISP-BAL.
005120     DISPLAY 'ACCINQ - MASTER      ' CMN-MSTR-NAME
005130             ' BALANCE ' WS-DISP-BAL ' STATUS ' WS-STATUS-TEXT.
005140     DISPLAY 'ACCINQ -             OD LIMIT ' WS-EDIT-OUT
005150             ' LAST ACTIVITY ' CMN-MSTR-MAINT-DATE.
005160 3100-EXIT.
005170     EXIT.
005180*
005190 3110-READ-MASTER.
005200     READ CMN-MST-FILE
005210         AT END
005220             SET WS-MST-EOF TO TRUE
005230         NOT AT END
005240             IF CMN-MSTR-KEY = WS-CUR-KEY
005250                 SET WS-MST-FOUND TO TRUE
005260             ELSE
005270                 IF CMN-MSTR-KEY > WS-CUR-KEY
005280                     SET WS-MST-EOF TO TRUE
005290                 END-IF
005300             END-IF
005310     END-READ.
005320 3110-EXIT.
005330     EXIT.
005340*
005350******************************************************************
005360* 3200-SHOW-JOURNAL - THE KEY'S MOVEMENTS IN THE RANGE, IN        *
005370* JOURNAL ORDER. THE RUNNING BALANCE OPENS AT THE FIRST           *
005380* BEFORE-BALANCE AND MOVES BY AFTER MINUS BEFORE, SO IT           *
005390* MATCHES THE MASTER ONLY WHILE NOTHING ELSE MOVED THE ACCOUNT.   *
005400******************************************************************
005410 3200-SHOW-JOURNAL.
005420     OPEN INPUT CMN-JRN-FILE.
005430     IF WS-JRN-FILE-STATUS NOT = '00'
005440         AND WS-JRN-FILE-STATUS NOT = '05'
005450         PERFORM 3900-INPUT-FAIL THRU 3900-EXIT
005460         GO TO 3200-EXIT
005470     END-IF.
005480     DISPLAY 'ACCINQ - JOURNAL     DATE     A       AMOUNT'
005490             '     MOVEMENT      RUNNING RUN ID'.
005500     SET WS-RUN-BAL-NOT-SET TO TRUE.
005510     SET WS-JRN-NOT-EOF     TO TRUE.
005520     PERFORM 3210-READ-JOURNAL THRU 3210-EXIT
005530         UNTIL WS-JRN-EOF.
005540     CLOSE CMN-JRN-FILE.
005550     IF WS-RUN-BAL-NOT-SET
005560         DISPLAY 'ACCINQ -             NO JOURNAL MOVEMENTS'
005570     ELSE
005580         MOVE WS-OPEN-BAL TO WS-DISP-BAL
005590         MOVE WS-RUN-BAL  TO WS-DISP-BAL-2
005600         DISPLAY 'ACCINQ -             OPENING ' WS-DISP-BAL
005610                 ' CLOSING ' WS-DISP-BAL-2
005620                 ' MOVEMENTS ' WS-KEY-JRN-COUNT
005630                 ' GAPS ' WS-KEY-GAP-COUNT
005640     END-IF.
005650     IF WS-KEY-SKIP-COUNT > ZEROS
005660         DISPLAY 'ACCINQ -             SUPERSEDED-RUN RECORDS '
005670                 'NOT SHOWN ' WS-KEY-SKIP-COUNT
005680     END-IF.
005690 3200-EXIT.
005700     EXIT.
005710*
005720 3210-READ-JOURNAL.
005730     READ CMN-JRN-FILE
005740         AT END
005750             SET WS-JRN-EOF TO TRUE
005760             GO TO 3210-EXIT
005770     END-READ.
005780     IF CMN-JRN-KEY NOT = WS-CUR-KEY
005790         OR CMN-JRN-PROC-DATE NOT NUMERIC
005800         OR CMN-JRN-PROC-DATE < WS-FROM-DATE
005810         OR CMN-JRN-PROC-DATE > WS-TO-DATE
005820         GO TO 3210-EXIT
005830     END-IF.
005840     MOVE CMN-JRN-PROC-DATE TO WS-LOOK-DATE.
005850     PERFORM 2200-FIND-LIVE-DATE THRU 2200-EXIT.
005860     IF WS-LIVE-SUB = ZEROS
005870         GO TO 3210-EXIT
005880     END-IF.
005890     IF CMN-JRN-RUN-ID NOT = WS-LIVE-E-RUN-ID (WS-LIVE-SUB)
005900         ADD 1 TO WS-KEY-SKIP-COUNT
005910         GO TO 3210-EXIT
005920     END-IF.
005930     PERFORM 3220-SHOW-MOVEMENT THRU 3220-EXIT.
005940 3210-EXIT.
005950     EXIT.
005960*
005970******************************************************************
005980* 3220-SHOW-MOVEMENT - ONE JOURNAL LINE. A BEFORE-BALANCE THAT    *
005990* DOES NOT EQUAL THE RUNNING BALANCE IS LISTED AS A GAP WITH      *
006000* THE FIGURE EXPECTED, AND THE RUNNING BALANCE RESUMES FROM IT.   *
006010******************************************************************
006020 3220-SHOW-MOVEMENT.
006030     ADD 1 TO WS-KEY-JRN-COUNT.
006040     IF WS-RUN-BAL-NOT-SET
006050         MOVE CMN-JRN-BAL-BEFORE TO WS-OPEN-BAL
006060         MOVE CMN-JRN-BAL-BEFORE TO WS-RUN-BAL
006070         SET WS-RUN-BAL-SET TO TRUE
006080     END-IF.
006090     IF CMN-JRN-BAL-BEFORE NOT = WS-RUN-BAL
006100         ADD 1 TO WS-KEY-GAP-COUNT
006110         MOVE WS-RUN-BAL         TO WS-DISP-BAL
006120         MOVE CMN-JRN-BAL-BEFORE TO WS-DISP-BAL-2
006130         DISPLAY 'ACCINQ -             GAP - EXPECTED '
006140                 WS-DISP-BAL ' JOURNAL BEFORE ' WS-DISP-BAL-2
006150         MOVE CMN-JRN-BAL-BEFORE TO WS-RUN-BAL
006160     END-IF.
006170     COMPUTE WS-MOVEMENT = CMN-JRN-BAL-AFTER - CMN-JRN-BAL-BEFORE.
006180     ADD WS-MOVEMENT TO WS-RUN-BAL.
006190     MOVE CMN-JRN-AMOUNT TO WS-DISP-BAL.
006200     MOVE WS-MOVEMENT    TO WS-DISP-BAL-2.
006210     MOVE WS-RUN-BAL     TO WS-DISP-BAL-3.
006220     IF CMN-JRN-IS-TRANSFER
006230         DISPLAY 'ACCINQ -             ' CMN-JRN-PROC-DATE
006240                 ' ' CMN-JRN-ACTION ' ' WS-DISP-BAL
006250                 ' ' WS-DISP-BAL-2 ' ' WS-DISP-BAL-3
006260                 ' ' CMN-JRN-RUN-ID ' XFER ' CMN-JRN-XFER-SEQ
006270     ELSE
006280         DISPLAY 'ACCINQ -             ' CMN-JRN-PROC-DATE
006290                 ' ' CMN-JRN-ACTION ' ' WS-DISP-BAL
006300                 ' ' WS-DISP-BAL-2 ' ' WS-DISP-BAL-3
006310                 ' ' CMN-JRN-RUN-ID
006320     END-IF.
006330 3220-EXIT.
006340     EXIT.
006350*
006360******************************************************************
006370* 3300-SHOW-SUSPENSE - EVERY RECORD ON CMNSUSF IS STILL HELD -    *
006380* SUSREPR REMOVES WHAT IT RELEASES OR DELETES - AND ITS ENTRY     *
006390* NUMBER IS ITS POSITION ON THE FILE, COUNTED AS SUSRPT COUNTS    *
006400* IT. A TRANSFER IS HELD AGAINST BOTH ITS ACCOUNTS.               *
006410******************************************************************
006420 3300-SHOW-SUSPENSE.
006430     OPEN INPUT CMN-SUS-FILE.
006440     IF WS-SUS-FILE-STATUS NOT = '00'
006450         AND WS-SUS-FILE-STATUS NOT = '05'
006460         PERFORM 3900-INPUT-FAIL THRU 3900-EXIT
006470         GO TO 3300-EXIT
006480     END-IF.
006490     DISPLAY 'ACCINQ - SUSPENSE    ENTRY REJECTED REASON'
006500             '               A       AMOUNT'.
006510     MOVE ZEROS TO WS-ENTRY-NBR.
006520     SET WS-SUS-NOT-EOF TO TRUE.
006530     PERFORM 3310-READ-SUSPENSE THRU 3310-EXIT
006540         UNTIL WS-SUS-EOF.
006550     CLOSE CMN-SUS-FILE.
006560     IF WS-KEY-SUS-COUNT = ZEROS
006570         DISPLAY 'ACCINQ -             NOTHING HELD IN SUSPENSE'
006580     END-IF.
006590 3300-EXIT.
006600     EXIT.
006610*
006620 3310-READ-SUSPENSE.
006630     READ CMN-SUS-FILE
006640         AT END
006650             SET WS-SUS-EOF TO TRUE
006660             GO TO 3310-EXIT
006670     END-READ.
006680     ADD 1 TO WS-ENTRY-NBR.
006690     MOVE CMN-SUS-TRAN-DATA TO WS-SUS-TRAN-VIEW.
006700     MOVE SPACES TO WS-ROLE-TEXT.
006710     IF WS-SUS-VIEW-KEY NOT = WS-CUR-KEY
006720         IF WS-SUS-VIEW-TRANSFER
006730             AND WS-SUS-VIEW-TO-KEY = WS-CUR-KEY
006740             MOVE 'AS TO-ACCOUNT' TO WS-ROLE-TEXT
006750         ELSE
006760             GO TO 3310-EXIT
006770         END-IF
006780     END-IF.
006790     PERFORM 3320-SHOW-ENTRY THRU 3320-EXIT.
006800 3310-EXIT.
006810     EXIT.
006820*
006830 3320-SHOW-ENTRY.
006840     ADD 1 TO WS-KEY-SUS-COUNT.
006850     MOVE WS-SUS-VIEW-AMOUNT TO WS-EDIT-IN.
006860     PERFORM 5000-EDIT-AMOUNT THRU 5000-EXIT.
006870     DISPLAY 'ACCINQ -             ' WS-ENTRY-NBR
006880             ' ' CMN-SUS-PROC-DATE ' ' CMN-SUS-REASON
006890             ' ' WS-SUS-VIEW-ACTION ' ' WS-EDIT-OUT
006900             ' ' WS-ROLE-TEXT.
006910 3320-EXIT.
006920     EXIT.
006930*
006940******************************************************************
006950* 3400-SHOW-MAINTENANCE - EVERY MSTMNT CHANGE TO THE KEY, OLDEST  *
006960* FIRST. AN AUDIT RECORD WRITTEN BEFORE THE STATUS, LIMIT AND     *
006970* CONTROL DATE WERE CARRIED SHOWS THOSE BLANK.                    *
006980******************************************************************
006990 3400-SHOW-MAINTENANCE.
007000     OPEN INPUT CMN-MAU-FILE.
007010     IF WS-MAU-FILE-STATUS NOT = '00'
007020         AND WS-MAU-FILE-STATUS NOT = '05'
007030         PERFORM 3900-INPUT-FAIL THRU 3900-EXIT
007040         GO TO 3400-EXIT
007050     END-IF.
007060     DISPLAY 'ACCINQ - MAINTENANCE FUNC DATE     TIME     '
007070             'CONTROL  RUN ID'.
007080     SET WS-MAU-NOT-EOF TO TRUE.
007090     PERFORM 3410-READ-AUDIT THRU 3410-EXIT
007100         UNTIL WS-MAU-EOF.
007110     CLOSE CMN-MAU-FILE.
007120     IF WS-KEY-MAU-COUNT = ZEROS
007130         DISPLAY 'ACCINQ -             NO MAINTENANCE CHANGES'
007140     END-IF.
007150 3400-EXIT.
007160     EXIT.
007170*
007180 3410-READ-AUDIT.
007190     READ CMN-MAU-FILE
007200         AT END
007210             SET WS-MAU-EOF TO TRUE
007220             GO TO 3410-EXIT
007230     END-READ.
007240     IF CMN-MAU-KEY = WS-CUR-KEY
007250         PERFORM 3420-SHOW-CHANGE THRU 3420-EXIT
007260     END-IF.
007270 3410-EXIT.
007280     EXIT.
007290*
007300 3420-SHOW-CHANGE.
007310     ADD 1 TO WS-KEY-MAU-COUNT.
007320     DISPLAY 'ACCINQ -             ' CMN-MAU-FUNCTION
007330             ' ' CMN-MAU-DATE ' ' CMN-MAU-TIME
007340             ' ' CMN-MAU-CTL-DATE ' ' CMN-MAU-RUN-ID.
007350     MOVE CMN-MAU-OLD-BALANCE TO WS-EDIT-IN.
007360     PERFORM 5000-EDIT-AMOUNT THRU 5000-EXIT.
007370     MOVE WS-EDIT-OUT TO WS-DISP-OLD.
007380     MOVE CMN-MAU-NEW-BALANCE TO WS-EDIT-IN.
007390     PERFORM 5000-EDIT-AMOUNT THRU 5000-EXIT.
007400     MOVE WS-EDIT-OUT TO WS-DISP-NEW.
007410     DISPLAY 'ACCINQ -               BALANCE  ' WS-DISP-OLD
007420             ' -> ' WS-DISP-NEW.
007430     DISPLAY 'ACCINQ -               NAME     ' CMN-MAU-OLD-NAME
007440             ' -> ' CMN-MAU-NEW-NAME.
007450     DISPLAY 'ACCINQ -               STATUS   '
007460             CMN-MAU-OLD-STATUS ' -> ' CMN-MAU-NEW-STATUS.
007470     MOVE CMN-MAU-OLD-OD-LIMIT TO WS-EDIT-IN.
007480     PERFORM 5000-EDIT-AMOUNT THRU 5000-EXIT.
007490     MOVE WS-EDIT-OUT TO WS-DISP-OLD.
007500     MOVE CMN-MAU-NEW-OD-LIMIT TO WS-EDIT-IN.
007510     PERFORM 5000-EDIT-AMOUNT THRU 5000-EXIT.
007520     MOVE WS-EDIT-OUT TO WS-DISP-NEW.
007530     DISPLAY 'ACCINQ -               OD LIMIT ' WS-DISP-OLD
007540             ' -> ' WS-DISP-NEW.
007550 3420-EXIT.
007560     EXIT.
007570*
007580 3900-INPUT-FAIL.
007590     MOVE 0184               TO CMN-ABEND-CODE.
007600     MOVE 'ACCINQ'           TO CMN-ABEND-PGM-NAME.
007610     MOVE 'JOURNAL/SUSPENSE/AUDIT FILE NOT USABLE'
007620                             TO CMN-ABEND-REASON.
007630     PERFORM 9000-CMN-ABEND  THRU 9000-EXIT.
007640     SET WS-ABEND-OCCURRED   TO TRUE.
007650 3900-EXIT.
007660     EXIT.
007670*
007680******************************************************************
007690* 4000-PRINT-TOTALS                                               *
007700******************************************************************
007710 4000-PRINT-TOTALS.
007720     DISPLAY 'ACCINQ - KEYS INQUIRED       ' WS-KEY-COUNT.
007730     DISPLAY 'ACCINQ - KEYS ON MASTER      ' WS-FOUND-COUNT.
007740     DISPLAY 'ACCINQ - KEYS NOT ON MASTER  ' WS-NOT-FOUND-COUNT.
007750     DISPLAY 'ACCINQ - JOURNAL MOVEMENTS   ' WS-TOT-JRN-COUNT.
007760     DISPLAY 'ACCINQ - SUSPENSE ENTRIES    ' WS-TOT-SUS-COUNT.
007770     DISPLAY 'ACCINQ - MAINTENANCE CHANGES ' WS-TOT-MAU-COUNT.
007780     MOVE SPACES TO CMN-LOG-MSG-TEXT.
007790     STRING 'ACCINQ - INQUIRY COMPLETE, KEYS ' DELIMITED BY SIZE
007800            WS-KEY-COUNT                       DELIMITED BY SIZE
007810            ' NOT ON MASTER '                  DELIMITED BY SIZE
007820            WS-NOT-FOUND-COUNT                 DELIMITED BY SIZE
007830       INTO CMN-LOG-MSG-TEXT.
007840     PERFORM 7000-LOG-MESSAGE THRU 7000-EXIT.
007850 4000-EXIT.
007860     EXIT.
007870*
007880******************************************************************
007890* 5000-EDIT-AMOUNT - WS-EDIT-IN AS A SIGNED EDITED AMOUNT IN      *
007900* WS-EDIT-OUT, OR BLANK WHEN IT IS NOT NUMERIC.                   *
007910******************************************************************
007920 5000-EDIT-AMOUNT.
007930     MOVE SPACES TO WS-EDIT-OUT.
007940     IF WS-EDIT-IN-AMOUNT NUMERIC
007950         MOVE WS-EDIT-IN-AMOUNT TO WS-DISP-BAL
007960         MOVE WS-DISP-BAL       TO WS-EDIT-OUT
007970     END-IF.
007980 5000-EXIT.
007990     EXIT.
008000*
008010******************************************************************
008020* 8000-TERMINATE - A CLEAN RUN ENDS RC=00; AN ABEND PATH          *
008030* HAS ALREADY SET RETURN-CODE FROM THE ABEND CODE AND             *
008040* MUST NOT BE OVERWRITTEN.                                        *
008050******************************************************************
008060 8000-TERMINATE.
008070     IF WS-ABEND-NOT-OCCURRED
008080         MOVE 00 TO RETURN-CODE
008090     END-IF.
008100 8000-EXIT.
008110     EXIT.
008120*
008130 COPY CMNDAYP.
008140 COPY CMNLOGP.
008150 COPY CMNABNP.
