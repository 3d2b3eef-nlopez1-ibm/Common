001730*                  OVER MISSING TRANSACTIONS. AN EMPTY OR        *
001740*                  ABSENT FEED REMAINS A VALID NOTHING-TO-       *
001750*                  APPLY CYCLE.                                  *
001760* 20261015 RAL   THE PROC APPLY NOW ENFORCES THE NEW ACCOUNT     *
001770*                  STATUS AND OVERDRAFT LIMIT ON THE MASTER. A   *
001780*                  CLOSED ACCOUNT TAKES NO POSTINGS, A FROZEN    *
001790*                  ACCOUNT TAKES CREDITS BUT NO DEBITS AND       *
001800*                  CANNOT BE DELETED, AND A DEBIT MAY NOT TAKE   *
001810*                  THE BALANCE BELOW MINUS THE OVERDRAFT LIMIT.  *
001820*                  EACH GOES TO SUSPENSE WITH ITS OWN REASON -   *
001830*                  ACCOUNT CLOSED, ACCOUNT FROZEN, OVER          *
001840*                  OVERDRAFT LIMIT.                              *
001850* 20261015 RAL   ADDED THE TRANSFER ACTION 'T' (CMN-TRAN-KEY TO  *
001860*                  CMN-TRAN-TO-KEY). THE ENVELOPE PASS TABLES    *
001870*                  EVERY TRANSFER THE APPLY WILL SEE, 3211       *
001880*                  DECIDES EACH ONE WHOLE AGAINST THE OPENING    *
001890*                  MASTER, AND THE MATCH POSTS BOTH LEGS OF AN   *
001900*                  ACCEPTED TRANSFER UNDER THEIR OWN KEYS, EACH  *
001910*                  JOURNALED WITH THE SHARED TRANSFER REFERENCE. *
001920*                  A TRANSFER THAT FAILS ON EITHER SIDE GOES TO  *
001930*                  SUSPENSE AS ONE RECORD AND NEITHER LEG POSTS. *
001940*                  MEMBER RESEQUENCED.                           *
001950* 20261015 RAL   ADDED FUNCTION TRYP - THE PROC APPLY RUN AS A   *
001960*                  TRIAL. THE MATCH, ENVELOPE PROOF, TRANSFER    *
001970*                  DECISIONS AND ACCOUNT CONTROLS ALL RUN AS FOR *
001980*                  PROC, BUT CMNMSTO, CMNJRNF AND CMNSUSF ARE    *
001990*                  NEVER OPENED - EACH REJECT IS LISTED ON THE   *
002000*                  LOG INSTEAD. BOTH FUNCTIONS NOW RETURN        *
002010*                  CMN-PROC-NEG-COUNT, THE ACCOUNTS TAKEN FROM   *
002020*                  ZERO OR BETTER TO BELOW ZERO (RANK 009).      *
002030*                  MEMBER RESEQUENCED.                           *
002032* 20261015 RAL   AN ADD'S JOURNAL RECORD NOW CARRIES THE NAME    *
002034*                  THE ACCOUNT WAS OPENED WITH (CMN-JRN-NAME).   *
002036* 20261015 RAL   VERS NOW ANSWERS IN THE CMN-VERS-REPLY          *
002037*                  LAYOUT - PATCH LEVEL AND BUILT RANK FIRST -   *
002038*                  SO THE REGISTRY CHECK CAN PROVE WHICH         *
002039*                  BUILD IS LOADED.                              *
002040******************************************************************
002050*
002060 ENVIRONMENT DIVISION.
002070 CONFIGURATION SECTION.
002080 SOURCE-COMPUTER.      IBM-370.
002090 OBJECT-COMPUTER.      IBM-370.
002100 INPUT-OUTPUT SECTION.
002110 FILE-CONTROL.
002120     SELECT OPTIONAL CMN-CTL-DATE-FILE ASSIGN TO CMNCTL
002130                             ORGANIZATION IS LINE SEQUENTIAL
002140                             FILE STATUS IS WS-CTL-FILE-STATUS.
002150     SELECT OPTIONAL CMN-TRAN-FILE    ASSIGN TO CMNTRN
002160                             ORGANIZATION IS LINE SEQUENTIAL
002170                             FILE STATUS IS WS-TRAN-FILE-STATUS.
002180     SELECT OPTIONAL CMN-MST-IN-FILE  ASSIGN TO CMNMST
002190                             ORGANIZATION IS LINE SEQUENTIAL
002200                             FILE STATUS IS WS-MST-IN-FILE-STATUS.
002210     SELECT CMN-MST-OUT-FILE          ASSIGN TO CMNMSTO
002220                             ORGANIZATION IS LINE SEQUENTIAL
002230                             FILE STATUS IS WS-MST-OUT-STATUS.
002240     SELECT OPTIONAL CMN-HOL-FILE     ASSIGN TO CMNHOL
002250                             ORGANIZATION IS LINE SEQUENTIAL
002260                             FILE STATUS IS CMN-HOL-FILE-STATUS.
002270     SELECT OPTIONAL CMN-LOG-FILE     ASSIGN TO CMNLOG
002280                             ORGANIZATION IS LINE SEQUENTIAL
002290                             FILE STATUS IS CMN-LOG-FILE-STATUS.
002300     SELECT OPTIONAL CMN-PRM-FILE     ASSIGN TO CMNPRM
002310                             ORGANIZATION IS INDEXED
002320                             ACCESS MODE IS RANDOM
002330                             RECORD KEY IS CMN-PRM-NAME OF
002340                                           CMN-PRM-REC
002350                             FILE STATUS IS WS-PRM-FILE-STATUS.
002360     SELECT OPTIONAL CMN-AUD-FILE     ASSIGN TO CMNAUD
002370                             ORGANIZATION IS LINE SEQUENTIAL
002380                             FILE STATUS IS WS-AUD-FILE-STATUS.
002390     SELECT OPTIONAL CMN-SUS-FILE     ASSIGN TO CMNSUS
002400                             ORGANIZATION IS LINE SEQUENTIAL
002410                             FILE STATUS IS WS-SUS-FILE-STATUS.
002420     SELECT OPTIONAL CMN-JRN-FILE     ASSIGN TO CMNJRN
002430                             ORGANIZATION IS LINE SEQUENTIAL
002440                             FILE STATUS IS WS-JRN-FILE-STATUS.
002450*
002460 DATA DIVISION.
002470 FILE SECTION.
002480 COPY CMNCTLF.
002490 COPY CMNTRNF.
002500 COPY CMNMSTF.
002510 COPY CMNHOLF.
002520 COPY CMNPRMF.
002530 COPY CMNLOGF.
002540 COPY CMNAUDF.
002550 COPY CMNSUSF.
002560 COPY CMNJRNF.
002570*
002580 WORKING-STORAGE SECTION.
002590* RANK THIS MEMBER WAS BUILT AT (CMN-STATIC1-RANK,               *
002600* FROM CMNRANK) - THE LINK-EDIT RANK PASSED IN                   *
002610* BY THE CALLER MUST MATCH THIS.                                 *
002620 COPY CMNRANK.
002630 77  WS-CTL-FILE-STATUS           PIC X(02) VALUE '00'.
002640 77  WS-TRAN-FILE-STATUS          PIC X(02) VALUE '00'.
002650 77  WS-MST-IN-FILE-STATUS        PIC X(02) VALUE '00'.
002660 77  WS-MST-OUT-STATUS            PIC X(02) VALUE '00'.
002670 77  WS-TRAN-READ-COUNT           PIC 9(07) VALUE ZEROS.
002680 77  WS-TRAN-APPLIED-COUNT        PIC 9(07) VALUE ZEROS.
002690 77  WS-TRAN-REJECT-COUNT         PIC 9(07) VALUE ZEROS.
002700 77  WS-MST-IN-COUNT              PIC 9(07) VALUE ZEROS.
002710 77  WS-MST-OUT-COUNT             PIC 9(07) VALUE ZEROS.
002720 77  WS-MST-IN-HASH               PIC S9(13)V99 VALUE ZEROS.
002730 77  WS-MST-OUT-HASH              PIC S9(13)V99 VALUE ZEROS.
002740 77  WS-CURRENT-KEY               PIC X(10) VALUE SPACES.
002750 77  WS-TRAN-KEY                  PIC X(10) VALUE SPACES.
002760 77  WS-TRAN-PREV-KEY             PIC X(10) VALUE LOW-VALUES.
002770 77  WS-MST-IN-KEY                PIC X(10) VALUE SPACES.
002780 77  WS-REJECT-REASON             PIC X(20) VALUE SPACES.
002790* ONE DIGIT WIDER THAN CMN-DATE-REQ-DAYS - THE VARYING MUST      *
002800* BE ABLE TO PASS 999 OR A FULL-WIDTH REQUEST NEVER ENDS.        *
002810 77  WS-DATE-SUB                  PIC 9(04) VALUE ZEROS.
002820 77  WS-PRM-FILE-STATUS           PIC X(02) VALUE '00'.
002830 77  WS-AUD-FILE-STATUS           PIC X(02) VALUE '00'.
002840 77  WS-SUS-FILE-STATUS           PIC X(02) VALUE '00'.
002850 77  WS-JRN-FILE-STATUS           PIC X(02) VALUE '00'.
002860 77  WS-JRN-BAL-BEFORE            PIC S9(09)V99 VALUE ZEROS.
002870 77  WS-JRN-BAL-AFTER             PIC S9(09)V99 VALUE ZEROS.
002880 77  WS-ENV-REC-NBR               PIC 9(07) VALUE ZEROS.
002890 77  WS-ENV-DETAIL-COUNT          PIC 9(07) VALUE ZEROS.
002900 77  WS-ENV-AMT-HASH              PIC S9(13)V99 VALUE ZEROS.
002910 77  WS-ENV-HDR-DATE              PIC 9(08) VALUE ZEROS.
002920 77  WS-ENV-TRL-COUNT             PIC 9(07) VALUE ZEROS.
002930 77  WS-ENV-TRL-HASH              PIC S9(13)V99 VALUE ZEROS.
002940* LOWEST BALANCE A DEBIT MAY LEAVE ON THE CURRENT MASTER -        *
002950* MINUS ITS OVERDRAFT LIMIT, OR ZERO WHEN IT HAS NONE.            *
002960 77  WS-OD-FLOOR                  PIC S9(09)V99 VALUE ZEROS.
002970* LAST DETAIL KEY THE ENVELOPE PASS'S COPY OF THE 3270 TESTS     *
002980* PASSED - SO ONLY A TRANSFER THE APPLY WILL SEE IS TABLED.       *
002990 77  WS-ENV-PREV-KEY              PIC X(10) VALUE LOW-VALUES.
003000 77  WS-XFR-SUB                   PIC 9(04) VALUE ZEROS.
003010 77  WS-XFR-NEXT                  PIC 9(04) VALUE ZEROS.
003020 77  WS-XFR-ACCEPT-COUNT          PIC 9(04) VALUE ZEROS.
003030 77  WS-XFR-REJECT-COUNT          PIC 9(04) VALUE ZEROS.
003040 77  WS-ACC-SUB                   PIC 9(04) VALUE ZEROS.
003050 77  WS-ACC-FOUND-SUB             PIC 9(04) VALUE ZEROS.
003060 77  WS-ACC-FROM-SUB              PIC 9(04) VALUE ZEROS.
003070 77  WS-ACC-TO-SUB                PIC 9(04) VALUE ZEROS.
003080 77  WS-ACC-SEARCH-KEY            PIC X(10) VALUE SPACES.
003090 77  WS-LEG-AMOUNT                PIC S9(09)V99 VALUE ZEROS.
003100 77  WS-MST-OPEN-BALANCE          PIC S9(09)V99 VALUE ZEROS.
003110 77  WS-MST-NEG-COUNT             PIC 9(07) VALUE ZEROS.
003120 77  WS-DISP-BALANCE              PIC -9(09).99.
003130 01  WS-SWITCHES.
003140     05  WS-ABEND-SWITCH             PIC X(01) VALUE 'N'.
003150         88  WS-ABEND-OCCURRED               VALUE 'Y'.
003160         88  WS-ABEND-NOT-OCCURRED           VALUE 'N'.
003170     05  WS-TRAN-VALID-SW            PIC X(01) VALUE 'N'.
003180         88  WS-TRAN-VALID                   VALUE 'Y'.
003190         88  WS-TRAN-INVALID                 VALUE 'N'.
003200     05  WS-MST-ACTIVE-SW            PIC X(01) VALUE 'N'.
003210         88  WS-MST-ACTIVE                   VALUE 'Y'.
003220         88  WS-MST-INACTIVE                 VALUE 'N'.
003230     05  WS-ENV-EOF-SW               PIC X(01) VALUE 'N'.
003240         88  WS-ENV-EOF                      VALUE 'Y'.
003250         88  WS-ENV-NOT-EOF                  VALUE 'N'.
003260     05  WS-ENV-HDR-SW               PIC X(01) VALUE 'N'.
003270         88  WS-ENV-HDR-FOUND                VALUE 'Y'.
003280         88  WS-ENV-HDR-NOT-FOUND            VALUE 'N'.
003290     05  WS-ENV-TRL-SW               PIC X(01) VALUE 'N'.
003300         88  WS-ENV-TRL-FOUND                VALUE 'Y'.
003310         88  WS-ENV-TRL-NOT-FOUND            VALUE 'N'.
003320     05  WS-XMS-EOF-SW               PIC X(01) VALUE 'N'.
003330         88  WS-XMS-EOF                      VALUE 'Y'.
003340         88  WS-XMS-NOT-EOF                  VALUE 'N'.
003350     05  WS-TRIAL-SW                 PIC X(01) VALUE 'N'.
003360         88  WS-TRIAL-RUN                    VALUE 'Y'.
003370         88  WS-LIVE-RUN                     VALUE 'N'.
003380 01  WS-MST-WORK.
003390     05  WS-MST-WORK-KEY             PIC X(10).
003400     05  WS-MST-WORK-NAME            PIC X(20).
003410     05  WS-MST-WORK-BALANCE         PIC S9(09)V99
003420                                     SIGN LEADING SEPARATE.
003430     05  WS-MST-WORK-MAINT-DATE      PIC 9(08).
003440     05  WS-MST-WORK-STATUS          PIC X(01).
003450         88  WS-MST-WORK-STAT-ACTIVE         VALUE 'A' SPACE.
003460         88  WS-MST-WORK-STAT-FROZEN         VALUE 'F'.
003470         88  WS-MST-WORK-STAT-CLOSED         VALUE 'C'.
003480     05  WS-MST-WORK-OD-LIMIT        PIC S9(09)V99
003490                                     SIGN LEADING SEPARATE.
003500     05  FILLER                      PIC X(17).
003510* TRANSFERS IN FEED ORDER, TABLED BY THE ENVELOPE PASS. A BLANK  *
003520* REASON ONCE 3211 HAS RUN MEANS ACCEPTED - BOTH LEGS WILL POST.  *
003530 01  WS-XFR-TABLE.
003540     05  WS-XFR-COUNT                PIC 9(04) VALUE ZEROS.
003550     05  WS-XFR-MAX                  PIC 9(04) VALUE 500.
003560     05  WS-XFR-ENTRY                OCCURS 500 TIMES.
003570         10  WS-XFR-E-FROM-KEY       PIC X(10).
003580         10  WS-XFR-E-TO-KEY         PIC X(10).
003590         10  WS-XFR-E-AMOUNT         PIC S9(09)V99.
003600         10  WS-XFR-E-SEQ            PIC 9(07).
003610         10  WS-XFR-E-REASON         PIC X(20).
003620* EVERY ACCOUNT A TRANSFER NAMES, WITH ITS OPENING STATUS AND     *
003630* OVERDRAFT FLOOR AND THE BALANCE THE DECISIONS RUN AGAINST.      *
003640 01  WS-ACC-TABLE.
003650     05  WS-ACC-COUNT                PIC 9(04) VALUE ZEROS.
003660     05  WS-ACC-MAX                  PIC 9(04) VALUE 1000.
003670     05  WS-ACC-ENTRY                OCCURS 1000 TIMES.
003680         10  WS-ACC-E-KEY            PIC X(10).
003690         10  WS-ACC-E-FOUND          PIC X(01).
003700             88  WS-ACC-E-ON-MASTER          VALUE 'Y'.
003710         10  WS-ACC-E-STATUS         PIC X(01).
003720             88  WS-ACC-E-FROZEN             VALUE 'F'.
003730             88  WS-ACC-E-CLOSED             VALUE 'C'.
003740         10  WS-ACC-E-FLOOR          PIC S9(09)V99.
003750         10  WS-ACC-E-BALANCE        PIC S9(09)V99.
003760*
003770 COPY CMNVERS.
003780 COPY CMNHOLW.
003790 COPY CMNDAYW.
003800 COPY CMNDATE.
003810 COPY CMNLOGW.
003820 COPY CMNABNW.
003830*
003840 LINKAGE SECTION.
003850 COPY CMNLINK.
003860*
003870 PROCEDURE DIVISION USING CMN-LINKAGE.
003880******************************************************************
003890* 0000-MAINLINE                                                  *
003900******************************************************************
003910 0000-MAINLINE.
003920     PERFORM 1000-INITIALIZE    THRU 1000-EXIT.
003930     IF WS-ABEND-NOT-OCCURRED
003940         PERFORM 2000-VALIDATE-RANK THRU 2000-EXIT
003950     END-IF.
003960     IF WS-ABEND-NOT-OCCURRED
003970         PERFORM 3000-PROCESS-FUNCTION THRU 3000-EXIT
003980     END-IF.
003990     PERFORM 8000-TERMINATE     THRU 8000-EXIT.
004000     GOBACK.
004010*
004020 1000-INITIALIZE.
004030     SET CMN-RC-NORMAL TO TRUE.
004040     SET WS-ABEND-NOT-OCCURRED TO TRUE.
004050     SET WS-LIVE-RUN TO TRUE.
004060     MOVE ZEROS TO CMN-ABEND-CODE.
004070     MOVE 'STATIC1' TO CMN-LOG-PGM-NAME.
004080     IF CMN-LINK-RUN-ID = LOW-VALUES
004090         MOVE SPACES TO CMN-LINK-RUN-ID
004100     END-IF.
004110     IF CMN-CALLER-NAME = LOW-VALUES
004120         MOVE SPACES TO CMN-CALLER-NAME
004130     END-IF.
004140     MOVE CMN-LINK-RUN-ID TO CMN-LOG-RUN-ID.
004150* A NON-ZERO OVERRIDE FROM THE CALLER WINS OVER THE CONTROL       *
004160* FILE - THAT IS HOW THE CATCH-UP DRIVER RUNS A MISSED DATE.      *
004170     IF CMN-LINK-DATE-OVERRIDE NUMERIC
004180         AND CMN-LINK-DATE-OVERRIDE > ZEROS
004190         MOVE CMN-LINK-DATE-OVERRIDE TO CMN-PROC-DATE-8
004200         SET CMN-PROC-DATE-FROM-CALLER TO TRUE
004210         GO TO 1000-SET-LINK-DATE
004220     END-IF.
004230     OPEN INPUT CMN-CTL-DATE-FILE.
004240     IF WS-CTL-FILE-STATUS = '00'
004250         READ CMN-CTL-DATE-FILE
004260             AT END
004270                 ACCEPT CMN-PROC-DATE-8 FROM DATE YYYYMMDD
004280                 SET CMN-PROC-DATE-FROM-DEFAULT TO TRUE
004290             NOT AT END
004300                 MOVE CMN-CTL-DATE-CCYYMMDD TO CMN-PROC-DATE-8
004310                 SET CMN-PROC-DATE-FROM-CTLFILE TO TRUE
004320         END-READ
004330     ELSE
004340         ACCEPT CMN-PROC-DATE-8 FROM DATE YYYYMMDD
004350         SET CMN-PROC-DATE-FROM-DEFAULT TO TRUE
004360     END-IF.
004370     IF WS-CTL-FILE-STATUS = '00' OR WS-CTL-FILE-STATUS = '05'
004380         CLOSE CMN-CTL-DATE-FILE
004390     END-IF.
004400 1000-SET-LINK-DATE.
004410     MOVE CMN-PROC-DATE-8      TO CMN-LINK-PROC-DATE.
004420     MOVE CMN-PROC-DATE-SOURCE TO CMN-LINK-PROC-DATE-SRC.
004430 1000-EXIT.
004440     EXIT.
004450*
004460******************************************************************
004470* 2000-VALIDATE-RANK - REJECT A MISMATCHED LINK                  *
004480* RANK LOUDLY INSTEAD OF LETTING IT BREAK THE                    *
004490* BUILD SILENTLY THE WAY THE OLD COMMENT WARNED.                 *
004500******************************************************************
004510 2000-VALIDATE-RANK.
004520     IF CMN-RANK NOT = CMN-STATIC1-RANK
004530         MOVE 0016                TO CMN-ABEND-CODE
004540         MOVE 'STATIC1'           TO CMN-ABEND-PGM-NAME
004550         STRING 'LINK RANK '      DELIMITED BY SIZE
004560                CMN-RANK          DELIMITED BY SIZE
004570                ' EXPECTED RANK ' DELIMITED BY SIZE
004580                CMN-STATIC1-RANK  DELIMITED BY SIZE
004590           INTO CMN-ABEND-REASON
004600         SET CMN-RC-RANK-ERROR    TO TRUE
004610         PERFORM 9000-CMN-ABEND   THRU 9000-EXIT
004620         SET WS-ABEND-OCCURRED    TO TRUE
004630     END-IF.
004640 2000-EXIT.
004650     EXIT.
004660*
004670******************************************************************
004680* 3000-PROCESS-FUNCTION - DISPATCH ON THE FUNCTION               *
004690* CODE THE CALLER PASSED IN.                                     *
004700******************************************************************
004710 3000-PROCESS-FUNCTION.
004720     EVALUATE TRUE
004730         WHEN CMN-FUNC-INIT
004740             PERFORM 3100-DO-INIT    THRU 3100-EXIT
004750         WHEN CMN-FUNC-PROC
004760             PERFORM 3200-DO-PROCESS THRU 3200-EXIT
004770         WHEN CMN-FUNC-TRIAL-PROC
004780             SET WS-TRIAL-RUN        TO TRUE
004790             PERFORM 3200-DO-PROCESS THRU 3200-EXIT
004800         WHEN CMN-FUNC-VERS
004810             PERFORM 3300-DO-VERSION THRU 3300-EXIT
004820         WHEN CMN-FUNC-TERM
004830             PERFORM 3400-DO-TERM    THRU 3400-EXIT
004840         WHEN CMN-FUNC-DATE-ADD
004850             PERFORM 3500-DO-DATE-ADD THRU 3500-EXIT
004860         WHEN CMN-FUNC-DAY-OF-WEEK
004870             PERFORM 3600-DO-DAY-OF-WEEK THRU 3600-EXIT
004880         WHEN CMN-FUNC-MONTH-END
004890             PERFORM 3700-DO-MONTH-END THRU 3700-EXIT
004900         WHEN CMN-FUNC-PARM-FETCH
004910             PERFORM 3800-DO-PARM-FETCH THRU 3800-EXIT
004920         WHEN OTHER
004930             MOVE 0020              TO CMN-ABEND-CODE
004940             MOVE 'STATIC1'         TO CMN-ABEND-PGM-NAME
004950             MOVE 'UNKNOWN FUNCTION CODE PASSED TO STATIC1'
004960                                     TO CMN-ABEND-REASON
004970             SET CMN-RC-ERROR       TO TRUE
004980             PERFORM 9000-CMN-ABEND THRU 9000-EXIT
004990             SET WS-ABEND-OCCURRED  TO TRUE
005000     END-EVALUATE.
005010 3000-EXIT.
005020     EXIT.
005030*
005040 3100-DO-INIT.
005050     MOVE 'STATIC1 FUNCTION INIT COMPLETE' TO CMN-LOG-MSG-TEXT.
005060     PERFORM 7000-LOG-MESSAGE THRU 7000-EXIT.
005070     MOVE CMN-LOG-MSG-TEXT TO CMN-STATUS-TEXT.
005080 3100-EXIT.
005090     EXIT.
005100*
005110******************************************************************
005120* 3200-DO-PROCESS - APPLY THE DAY'S TRANSACTION FILE             *
005130* AGAINST THE MASTER FILE WITH A BALANCED-LINE MATCH.            *
005140* BOTH FILES ARE IN ASCENDING KEY SEQUENCE. THE UPDATED          *
005150* MASTER IS WRITTEN TO CMNMSTO AND THE READ/APPLIED/             *
005160* REJECTED COUNTS GO BACK ON CMN-PROC-COUNTS. REJECTED           *
005170* TRANSACTIONS ARE LOGGED, NOT APPLIED - A BAD RECORD            *
005180* NEVER STOPS THE CYCLE.                                         *
005190* A TRANSFER MOVES ITS AMOUNT FROM CMN-TRAN-KEY TO               *
005200* CMN-TRAN-TO-KEY ALL OR NOTHING - SEE 3211.                     *
005210* FUNCTION TRYP RUNS THE SAME APPLY AS A TRIAL - CMNMSTO AND      *
005220* CMNJRNF ARE NEVER OPENED, NOTHING GOES TO SUSPENSE, AND THE     *
005230* COUNTS COME BACK AS THE PROJECTION OF TONIGHT'S CYCLE.          *
005240******************************************************************
005250 3200-DO-PROCESS.
005260     MOVE ZEROS TO WS-TRAN-READ-COUNT
005270                   WS-TRAN-APPLIED-COUNT
005280                   WS-TRAN-REJECT-COUNT
005290                   WS-MST-IN-COUNT
005300                   WS-MST-OUT-COUNT
005310                   WS-MST-IN-HASH
005320                   WS-MST-OUT-HASH
005330                   WS-MST-NEG-COUNT.
005340     MOVE LOW-VALUES TO WS-TRAN-PREV-KEY.
005350     MOVE SPACES TO WS-TRAN-KEY
005360                    WS-MST-IN-KEY.
005370     SET WS-MST-INACTIVE TO TRUE.
005380     OPEN INPUT  CMN-TRAN-FILE
005390                 CMN-MST-IN-FILE.
005400     IF WS-LIVE-RUN
005410         OPEN OUTPUT CMN-MST-OUT-FILE
005420         OPEN EXTEND CMN-JRN-FILE
005430     ELSE
005440* A TRIAL OPENS NEITHER OUTPUT - THE BLANK STATUSES PASS THE      *
005450* CHECK BELOW AND KEEP 3295 FROM CLOSING WHAT WAS NEVER OPENED.   *
005460         MOVE SPACES TO WS-MST-OUT-STATUS
005470                        WS-JRN-FILE-STATUS
005480     END-IF.
005490* AN UNUSABLE FILE MUST FAIL THE CALL LOUDLY - A CLEAN RC        *
005500* OVER A MASTER THAT WAS NEVER WRITTEN IS THE EXACT SILENT       *
005510* DROP THE BALANCING STEP EXISTS TO CATCH.                       *
005520     IF (WS-TRAN-FILE-STATUS NOT = '00'
005530         AND WS-TRAN-FILE-STATUS NOT = '05')
005540         OR (WS-MST-IN-FILE-STATUS NOT = '00'
005550         AND WS-MST-IN-FILE-STATUS NOT = '05')
005560         OR (WS-LIVE-RUN
005570         AND WS-MST-OUT-STATUS NOT = '00'
005580         AND WS-MST-OUT-STATUS NOT = '05')
005590         OR (WS-LIVE-RUN
005600         AND WS-JRN-FILE-STATUS NOT = '00'
005610         AND WS-JRN-FILE-STATUS NOT = '05')
005620         PERFORM 3290-PROC-FILE-FAIL THRU 3290-EXIT
005630         PERFORM 3295-CLOSE-PROC-FILES THRU 3295-EXIT
005640         GO TO 3200-EXIT
005650     END-IF.
005660* NOT ONE MASTER RECORD IS WRITTEN UNTIL THE FEED ENVELOPE        *
005670* HAS PROVED THE WHOLE FILE ARRIVED.                              *
005680     PERFORM 3205-VALIDATE-ENVELOPE THRU 3205-EXIT.
005690     IF WS-ABEND-OCCURRED
005700         PERFORM 3295-CLOSE-PROC-FILES THRU 3295-EXIT
005710         GO TO 3200-EXIT
005720     END-IF.
005730     PERFORM 3211-DECIDE-TRANSFERS THRU 3211-EXIT.
005740     IF WS-ABEND-OCCURRED
005750         PERFORM 3295-CLOSE-PROC-FILES THRU 3295-EXIT
005760         GO TO 3200-EXIT
005770     END-IF.
005780     PERFORM 3250-READ-TRAN   THRU 3250-EXIT.
005790     PERFORM 3280-READ-MASTER THRU 3280-EXIT.
005800     PERFORM 3210-PROCESS-ONE-KEY THRU 3210-EXIT
005810         UNTIL WS-TRAN-KEY   = HIGH-VALUES
005820           AND WS-MST-IN-KEY = HIGH-VALUES.
005830     CLOSE CMN-TRAN-FILE
005840           CMN-MST-IN-FILE.
005850     IF WS-LIVE-RUN
005860         CLOSE CMN-MST-OUT-FILE
005870               CMN-JRN-FILE
005880     END-IF.
005890     IF WS-ABEND-OCCURRED
005900         GO TO 3200-EXIT
005910     END-IF.
005920     MOVE WS-TRAN-READ-COUNT    TO CMN-PROC-READ-COUNT.
005930     MOVE WS-TRAN-APPLIED-COUNT TO CMN-PROC-APPLIED-COUNT.
005940     MOVE WS-TRAN-REJECT-COUNT  TO CMN-PROC-REJECT-COUNT.
005950     MOVE WS-MST-IN-COUNT       TO CMN-PROC-MST-IN-COUNT.
005960     MOVE WS-MST-OUT-COUNT      TO CMN-PROC-MST-OUT-COUNT.
005970     MOVE WS-MST-IN-HASH        TO CMN-PROC-HASH-IN.
005980     MOVE WS-MST-OUT-HASH       TO CMN-PROC-HASH-OUT.
005990     MOVE WS-MST-NEG-COUNT      TO CMN-PROC-NEG-COUNT.
006000     MOVE SPACES TO CMN-LOG-MSG-TEXT.
006010     STRING 'STATIC1 FUNCTION '   DELIMITED BY SIZE
006020            CMN-FUNCTION-CODE     DELIMITED BY SIZE
006030            ' COMPLETE '          DELIMITED BY SIZE
006040            WS-TRAN-READ-COUNT    DELIMITED BY SIZE
006050            '/'                   DELIMITED BY SIZE
006060            WS-TRAN-APPLIED-COUNT DELIMITED BY SIZE
006070            '/'                   DELIMITED BY SIZE
006080            WS-TRAN-REJECT-COUNT  DELIMITED BY SIZE
006090       INTO CMN-LOG-MSG-TEXT.
006100     PERFORM 7000-LOG-MESSAGE THRU 7000-EXIT.
006110     MOVE CMN-LOG-MSG-TEXT TO CMN-STATUS-TEXT.
006120 3200-EXIT.
006130     EXIT.
006140*
006150******************************************************************
006160* 3205-VALIDATE-ENVELOPE - FIRST PASS OVER THE FEED. A NON-       *
006170* EMPTY FILE MUST OPEN WITH A HEADER WHOSE CREATION DATE IS       *
006180* THE CYCLE DATE, CLOSE WITH A TRAILER, AND THE TRAILER'S         *
006190* DETAIL COUNT AND AMOUNT HASH MUST MATCH WHAT WAS COUNTED        *
006200* ON THE WAY THROUGH. ANY DISAGREEMENT FAILS THE CALL UP          *
006210* FRONT - U0026 HEADER, U0027 TRAILER, U0028 COUNT/HASH.          *
006220* AN EMPTY OR ABSENT FEED IS A VALID NOTHING-TO-APPLY             *
006230* CYCLE AND SKIPS THE CHECK. THE FILE IS REOPENED FOR THE         *
006240* APPLY PASS ON THE WAY OUT.                                      *
006250******************************************************************
006260 3205-VALIDATE-ENVELOPE.
006270     MOVE ZEROS TO WS-ENV-REC-NBR
006280                   WS-ENV-DETAIL-COUNT
006290                   WS-ENV-AMT-HASH
006300                   WS-ENV-HDR-DATE
006310                   WS-ENV-TRL-COUNT
006320                   WS-ENV-TRL-HASH.
006330     MOVE ZEROS      TO WS-XFR-COUNT.
006340     MOVE LOW-VALUES TO WS-ENV-PREV-KEY.
006350     SET WS-ENV-NOT-EOF       TO TRUE.
006360     SET WS-ENV-HDR-NOT-FOUND TO TRUE.
006370     SET WS-ENV-TRL-NOT-FOUND TO TRUE.
006380     PERFORM 3206-COUNT-ENVELOPE THRU 3206-EXIT
006390         UNTIL WS-ENV-EOF OR WS-ABEND-OCCURRED.
006400     IF WS-ABEND-OCCURRED
006410         GO TO 3205-EXIT
006420     END-IF.
006430     IF WS-ENV-REC-NBR = ZEROS
006440         PERFORM 3208-REOPEN-TRAN THRU 3208-EXIT
006450         GO TO 3205-EXIT
006460     END-IF.
006470     EVALUATE TRUE
006480         WHEN WS-ENV-HDR-NOT-FOUND
006490             MOVE 0026 TO CMN-ABEND-CODE
006500             MOVE 'TRAN FEED HEADER MISSING'
006510                                 TO CMN-ABEND-REASON
006520             PERFORM 3207-ENVELOPE-FAIL THRU 3207-EXIT
006530         WHEN WS-ENV-HDR-DATE NOT = CMN-PROC-DATE-8
006540             MOVE 0026 TO CMN-ABEND-CODE
006550             MOVE 'TRAN FEED HEADER DATE NOT CYCLE DATE'
006560                                 TO CMN-ABEND-REASON
006570             PERFORM 3207-ENVELOPE-FAIL THRU 3207-EXIT
006580         WHEN WS-ENV-TRL-NOT-FOUND
006590             MOVE 0027 TO CMN-ABEND-CODE
006600             MOVE 'TRAN FEED TRAILER MISSING'
006610                                 TO CMN-ABEND-REASON
006620             PERFORM 3207-ENVELOPE-FAIL THRU 3207-EXIT
006630         WHEN WS-ENV-TRL-COUNT NOT = WS-ENV-DETAIL-COUNT
006640             MOVE 0028 TO CMN-ABEND-CODE
006650             MOVE 'TRAN FEED COUNT MISMATCH WITH TRAILER'
006660                                 TO CMN-ABEND-REASON
006670             PERFORM 3207-ENVELOPE-FAIL THRU 3207-EXIT
006680         WHEN WS-ENV-TRL-HASH NOT = WS-ENV-AMT-HASH
006690             MOVE 0028 TO CMN-ABEND-CODE
006700             MOVE 'TRAN FEED AMOUNT HASH MISMATCH'
006710                                 TO CMN-ABEND-REASON
006720             PERFORM 3207-ENVELOPE-FAIL THRU 3207-EXIT
006730         WHEN OTHER
006740             MOVE SPACES TO CMN-LOG-MSG-TEXT
006750             STRING 'STATIC1 ENVELOPE VALIDATED '
006760                                  DELIMITED BY SIZE
006770                    WS-ENV-DETAIL-COUNT DELIMITED BY SIZE
006780                    ' DETAILS'    DELIMITED BY SIZE
006790               INTO CMN-LOG-MSG-TEXT
006800             PERFORM 7000-LOG-MESSAGE THRU 7000-EXIT
006810             PERFORM 3208-REOPEN-TRAN THRU 3208-EXIT
006820     END-EVALUATE.
006830 3205-EXIT.
006840     EXIT.
006850*
006860 3206-COUNT-ENVELOPE.
006870     READ CMN-TRAN-FILE
006880         AT END
006890             SET WS-ENV-EOF TO TRUE
006900         NOT AT END
006910             ADD 1 TO WS-ENV-REC-NBR
006920             EVALUATE TRUE
006930                 WHEN CMN-TRAN-IS-HEADER
006940                     AND WS-ENV-REC-NBR = 1
006950                     SET WS-ENV-HDR-FOUND TO TRUE
006960                     MOVE CMN-HDR-CREATE-DATE
006970                         TO WS-ENV-HDR-DATE
006980                 WHEN CMN-TRAN-IS-HEADER
006990                     MOVE 0026 TO CMN-ABEND-CODE
007000                     MOVE 'TRAN FEED HEADER NOT FIRST RECORD'
007010                                 TO CMN-ABEND-REASON
007020                     PERFORM 3207-ENVELOPE-FAIL THRU 3207-EXIT
007030                 WHEN CMN-TRAN-IS-TRAILER
007040                     AND WS-ENV-TRL-NOT-FOUND
007050                     SET WS-ENV-TRL-FOUND TO TRUE
007060                     MOVE CMN-TRL-REC-COUNT
007070                         TO WS-ENV-TRL-COUNT
007080                     MOVE CMN-TRL-AMT-HASH
007090                         TO WS-ENV-TRL-HASH
007100                 WHEN CMN-TRAN-IS-TRAILER
007110                     MOVE 0027 TO CMN-ABEND-CODE
007120                     MOVE 'TRAN FEED TRAILER DUPLICATED'
007130                                 TO CMN-ABEND-REASON
007140                     PERFORM 3207-ENVELOPE-FAIL THRU 3207-EXIT
007150                 WHEN WS-ENV-TRL-FOUND
007160                     MOVE 0027 TO CMN-ABEND-CODE
007170                     MOVE 'TRAN FEED RECORDS AFTER TRAILER'
007180                                 TO CMN-ABEND-REASON
007190                     PERFORM 3207-ENVELOPE-FAIL THRU 3207-EXIT
007200                 WHEN OTHER
007210                     ADD 1 TO WS-ENV-DETAIL-COUNT
007220                     IF CMN-TRAN-AMOUNT NUMERIC
007230                         ADD CMN-TRAN-AMOUNT
007240                             TO WS-ENV-AMT-HASH
007250                     END-IF
007260                     PERFORM 3209-SCREEN-TRANSFER THRU 3209-EXIT
007270             END-EVALUATE
007280     END-READ.
007290 3206-EXIT.
007300     EXIT.
007310*
007320******************************************************************
007330* 3207-ENVELOPE-FAIL - THE FEED FAILED ITS ENVELOPE. THE          *
007340* CALL FAILS SEVERE THROUGH THE SHARED ABEND PARAGRAPH WITH       *
007350* THE DISTINCT CODE ALREADY MOVED - NOTHING HAS TOUCHED THE       *
007360* MASTER OUTPUT YET AND NOTHING WILL.                             *
007370******************************************************************
007380 3207-ENVELOPE-FAIL.
007390     MOVE 'STATIC1'         TO CMN-ABEND-PGM-NAME.
007400     SET CMN-RC-SEVERE      TO TRUE.
007410     SET CMN-LOG-SEV-SEVERE TO TRUE.
007420     MOVE CMN-ABEND-REASON  TO CMN-LOG-MSG-TEXT.
007430     PERFORM 7000-LOG-MESSAGE THRU 7000-EXIT.
007440     MOVE CMN-ABEND-REASON  TO CMN-STATUS-TEXT.
007450     PERFORM 9000-CMN-ABEND THRU 9000-EXIT.
007460     SET WS-ABEND-OCCURRED  TO TRUE.
007470 3207-EXIT.
007480     EXIT.
007490*
007500 3208-REOPEN-TRAN.
007510     CLOSE CMN-TRAN-FILE.
007520     OPEN INPUT CMN-TRAN-FILE.
007530     IF WS-TRAN-FILE-STATUS NOT = '00'
007540         AND WS-TRAN-FILE-STATUS NOT = '05'
007550         PERFORM 3290-PROC-FILE-FAIL THRU 3290-EXIT
007560     END-IF.
007570 3208-EXIT.
007580     EXIT.
007590*
007600******************************************************************
007610* 3209-SCREEN-TRANSFER - PUT THE DETAIL THROUGH THE SAME TESTS,  *
007620* IN THE SAME ORDER, THAT 3270 WILL PUT IT THROUGH IN THE APPLY  *
007630* PASS, AND TABLE IT IF IT IS A TRANSFER THAT WILL GET THAT FAR. *
007640* A RECORD 3270 WILL REJECT NEVER REACHES THE TABLE, SO NO LEG   *
007650* CAN EVER POST FOR IT.                                          *
007660******************************************************************
007670 3209-SCREEN-TRANSFER.
007680     IF CMN-TRAN-KEY = SPACES
007690         OR NOT CMN-TRAN-ACTION-VALID
007700         OR CMN-TRAN-AMOUNT NOT NUMERIC
007710         OR CMN-TRAN-KEY < WS-ENV-PREV-KEY
007720         GO TO 3209-EXIT
007730     END-IF.
007740     MOVE CMN-TRAN-KEY TO WS-ENV-PREV-KEY.
007750     IF NOT CMN-TRAN-TRANSFER
007760         GO TO 3209-EXIT
007770     END-IF.
007780* A TRANSFER PAST THE END OF THE TABLE IS NEVER DECIDED - 3221    *
007790* REJECTS IT WHEN THE APPLY REACHES IT.                           *
007800     IF WS-XFR-COUNT NOT < WS-XFR-MAX
007810         GO TO 3209-EXIT
007820     END-IF.
007830     ADD 1 TO WS-XFR-COUNT.
007840     MOVE CMN-TRAN-KEY        TO WS-XFR-E-FROM-KEY (WS-XFR-COUNT).
007850     MOVE CMN-TRAN-TO-KEY     TO WS-XFR-E-TO-KEY (WS-XFR-COUNT).
007860     MOVE CMN-TRAN-AMOUNT     TO WS-XFR-E-AMOUNT (WS-XFR-COUNT).
007870     MOVE WS-ENV-DETAIL-COUNT TO WS-XFR-E-SEQ (WS-XFR-COUNT).
007880     MOVE SPACES              TO WS-XFR-E-REASON (WS-XFR-COUNT).
007890     IF CMN-TRAN-TO-KEY = SPACES
007900         OR CMN-TRAN-TO-KEY = CMN-TRAN-KEY
007910         OR CMN-TRAN-AMOUNT NOT > ZERO
007920         MOVE 'XFER INVALID'  TO WS-XFR-E-REASON (WS-XFR-COUNT)
007930     END-IF.
007940 3209-EXIT.
007950     EXIT.
007960*
007970******************************************************************
007980* 3210-PROCESS-ONE-KEY - HANDLE ONE KEY VALUE. PICK THE          *
007990* LOWER OF THE PENDING MASTER AND TRANSACTION KEYS, LOAD         *
008000* THE MATCHING MASTER INTO THE WORK AREA IF THERE IS ONE,        *
008010* APPLY EVERY TRANSACTION CARRYING THAT KEY, THEN WRITE          *
008020* THE SURVIVING MASTER RECORD.                                   *
008030******************************************************************
008040 3210-PROCESS-ONE-KEY.
008050     IF WS-MST-IN-KEY < WS-TRAN-KEY
008060         MOVE WS-MST-IN-KEY TO WS-CURRENT-KEY
008070     ELSE
008080         MOVE WS-TRAN-KEY   TO WS-CURRENT-KEY
008090     END-IF.
008100     IF WS-MST-IN-KEY = WS-CURRENT-KEY
008110         MOVE CMN-MST-IN-REC TO WS-MST-WORK
008120* A RECORD WRITTEN BEFORE THE STATUS AND LIMIT EXISTED GOES       *
008130* BACK OUT ACTIVE WITH NO OVERDRAFT.                              *
008140         IF WS-MST-WORK-STATUS = SPACE
008150             MOVE 'A' TO WS-MST-WORK-STATUS
008160         END-IF
008170         IF WS-MST-WORK-OD-LIMIT NOT NUMERIC
008180             MOVE ZEROS TO WS-MST-WORK-OD-LIMIT
008190         END-IF
008200         SET WS-MST-ACTIVE TO TRUE
008210         MOVE WS-MST-WORK-BALANCE TO WS-MST-OPEN-BALANCE
008220         PERFORM 3280-READ-MASTER THRU 3280-EXIT
008230     ELSE
008240         SET WS-MST-INACTIVE TO TRUE
008250         MOVE ZEROS TO WS-MST-OPEN-BALANCE
008260     END-IF.
008270* TRANSFER LEGS POST AHEAD OF THE FEED RECORDS FOR THE KEY, IN   *
008280* TABLE ORDER - THE ORDER 3211 DECIDED THEM IN.                   *
008290     IF WS-MST-ACTIVE AND WS-XFR-ACCEPT-COUNT > ZEROS
008300         PERFORM 3216-POST-TRANSFER-LEGS THRU 3216-EXIT
008310             VARYING WS-XFR-SUB FROM 1 BY 1
008320             UNTIL WS-XFR-SUB > WS-XFR-COUNT
008330                OR WS-ABEND-OCCURRED
008340     END-IF.
008350     PERFORM 3220-APPLY-ONE-TRAN THRU 3220-EXIT
008360         UNTIL WS-TRAN-KEY NOT = WS-CURRENT-KEY.
008370     IF WS-MST-ACTIVE AND WS-ABEND-NOT-OCCURRED
008380         PERFORM 3240-WRITE-MASTER THRU 3240-EXIT
008390     END-IF.
008400 3210-EXIT.
008410     EXIT.
008420*
008430******************************************************************
008440* 3211-DECIDE-TRANSFERS - DECIDE EVERY TABLED TRANSFER BEFORE     *
008450* THE MATCH STARTS. THE ACCOUNTS THE TRANSFERS NAME ARE TABLED,   *
008460* ONE PASS OF THE OPENING MASTER PICKS UP THEIR BALANCE, STATUS   *
008470* AND OVERDRAFT FLOOR, AND THE TRANSFERS ARE THEN RUN IN FEED     *
008480* ORDER AGAINST THOSE BALANCES. THE MATCH POSTS THE LEGS OF AN    *
008490* ACCEPTED TRANSFER AHEAD OF ANY FEED RECORD FOR THE KEY AND IN   *
008500* THE SAME ORDER, SO THE BALANCE DECIDED ON HERE IS THE BALANCE   *
008510* EACH LEG POSTS AGAINST - ONCE ACCEPTED NEITHER LEG CAN FAIL.    *
008520******************************************************************
008530 3211-DECIDE-TRANSFERS.
008540     MOVE ZEROS TO WS-ACC-COUNT
008550                   WS-XFR-NEXT
008560                   WS-XFR-ACCEPT-COUNT
008570                   WS-XFR-REJECT-COUNT.
008580     IF WS-XFR-COUNT = ZEROS
008590         GO TO 3211-EXIT
008600     END-IF.
008610     PERFORM 3212-NOTE-ACCOUNTS THRU 3212-EXIT
008620         VARYING WS-XFR-SUB FROM 1 BY 1
008630         UNTIL WS-XFR-SUB > WS-XFR-COUNT.
008640     SET WS-XMS-NOT-EOF TO TRUE.
008650     PERFORM 3214-SCAN-XFER-MASTER THRU 3214-EXIT
008660         UNTIL WS-XMS-EOF.
008670     CLOSE CMN-MST-IN-FILE.
008680     OPEN INPUT CMN-MST-IN-FILE.
008690     IF WS-MST-IN-FILE-STATUS NOT = '00'
008700         AND WS-MST-IN-FILE-STATUS NOT = '05'
008710         PERFORM 3290-PROC-FILE-FAIL THRU 3290-EXIT
008720         GO TO 3211-EXIT
008730     END-IF.
008740     PERFORM 3215-DECIDE-ONE-TRANSFER THRU 3215-EXIT
008750         VARYING WS-XFR-SUB FROM 1 BY 1
008760         UNTIL WS-XFR-SUB > WS-XFR-COUNT.
008770     MOVE SPACES TO CMN-LOG-MSG-TEXT.
008780     STRING 'STATIC1 TRANSFERS ACCEPTED ' DELIMITED BY SIZE
008790            WS-XFR-ACCEPT-COUNT          DELIMITED BY SIZE
008800            ' REJECTED '                 DELIMITED BY SIZE
008810            WS-XFR-REJECT-COUNT          DELIMITED BY SIZE
008820       INTO CMN-LOG-MSG-TEXT.
008830     PERFORM 7000-LOG-MESSAGE THRU 7000-EXIT.
008840 3211-EXIT.
008850     EXIT.
008860*
008870 3212-NOTE-ACCOUNTS.
008880     IF WS-XFR-E-REASON (WS-XFR-SUB) NOT = SPACES
008890         GO TO 3212-EXIT
008900     END-IF.
008910     MOVE WS-XFR-E-FROM-KEY (WS-XFR-SUB) TO WS-ACC-SEARCH-KEY.
008920     PERFORM 3213-NOTE-ONE-ACCOUNT THRU 3213-EXIT.
008930     IF WS-XFR-E-REASON (WS-XFR-SUB) NOT = SPACES
008940         GO TO 3212-EXIT
008950     END-IF.
008960     MOVE WS-XFR-E-TO-KEY (WS-XFR-SUB)   TO WS-ACC-SEARCH-KEY.
008970     PERFORM 3213-NOTE-ONE-ACCOUNT THRU 3213-EXIT.
008980 3212-EXIT.
008990     EXIT.
009000*
009010 3213-NOTE-ONE-ACCOUNT.
009020     PERFORM 3217-FIND-ACCOUNT THRU 3217-EXIT.
009030     IF WS-ACC-FOUND-SUB NOT = ZEROS
009040         GO TO 3213-EXIT
009050     END-IF.
009060     IF WS-ACC-COUNT NOT < WS-ACC-MAX
009070         MOVE 'XFER TABLE FULL' TO WS-XFR-E-REASON (WS-XFR-SUB)
009080         GO TO 3213-EXIT
009090     END-IF.
009100     ADD 1 TO WS-ACC-COUNT.
009110     MOVE WS-ACC-SEARCH-KEY TO WS-ACC-E-KEY (WS-ACC-COUNT).
009120     MOVE 'N'               TO WS-ACC-E-FOUND (WS-ACC-COUNT).
009130     MOVE SPACE             TO WS-ACC-E-STATUS (WS-ACC-COUNT).
009140     MOVE ZEROS             TO WS-ACC-E-FLOOR (WS-ACC-COUNT)
009150                               WS-ACC-E-BALANCE (WS-ACC-COUNT).
009160 3213-EXIT.
009170     EXIT.
009180*
009190 3214-SCAN-XFER-MASTER.
009200     READ CMN-MST-IN-FILE
009210         AT END
009220             SET WS-XMS-EOF TO TRUE
009230         NOT AT END
009240             MOVE CMN-MST-KEY TO WS-ACC-SEARCH-KEY
009250             PERFORM 3217-FIND-ACCOUNT THRU 3217-EXIT
009260             IF WS-ACC-FOUND-SUB NOT = ZEROS
009270                 PERFORM 3219-LOAD-ACCOUNT THRU 3219-EXIT
009280             END-IF
009290     END-READ.
009300 3214-EXIT.
009310     EXIT.
009320*
009330******************************************************************
009340* 3215-DECIDE-ONE-TRANSFER - BOTH ACCOUNTS MUST BE ON THE OPENING *
009350* MASTER AND OPEN, THE ACCOUNT DEBITED MUST NOT BE FROZEN, AND    *
009360* THE DEBIT MUST NOT TAKE IT BELOW ITS OVERDRAFT FLOOR. A FROZEN  *
009370* ACCOUNT MAY STILL BE CREDITED. AN ACCEPTED TRANSFER MOVES THE   *
009380* TABLED BALANCES SO THE NEXT DECISION SEES IT.                   *
009390******************************************************************
009400 3215-DECIDE-ONE-TRANSFER.
009410     IF WS-XFR-E-REASON (WS-XFR-SUB) NOT = SPACES
009420         ADD 1 TO WS-XFR-REJECT-COUNT
009430         GO TO 3215-EXIT
009440     END-IF.
009450     MOVE WS-XFR-E-FROM-KEY (WS-XFR-SUB) TO WS-ACC-SEARCH-KEY.
009460     PERFORM 3217-FIND-ACCOUNT THRU 3217-EXIT.
009470     MOVE WS-ACC-FOUND-SUB TO WS-ACC-FROM-SUB.
009480     MOVE WS-XFR-E-TO-KEY (WS-XFR-SUB)   TO WS-ACC-SEARCH-KEY.
009490     PERFORM 3217-FIND-ACCOUNT THRU 3217-EXIT.
009500     MOVE WS-ACC-FOUND-SUB TO WS-ACC-TO-SUB.
009510     EVALUATE TRUE
009520         WHEN NOT WS-ACC-E-ON-MASTER (WS-ACC-FROM-SUB)
009530           OR NOT WS-ACC-E-ON-MASTER (WS-ACC-TO-SUB)
009540             MOVE 'XFER NO MASTER'
009550                 TO WS-XFR-E-REASON (WS-XFR-SUB)
009560         WHEN WS-ACC-E-CLOSED (WS-ACC-FROM-SUB)
009570           OR WS-ACC-E-CLOSED (WS-ACC-TO-SUB)
009580             MOVE 'ACCOUNT CLOSED'
009590                 TO WS-XFR-E-REASON (WS-XFR-SUB)
009600         WHEN WS-ACC-E-FROZEN (WS-ACC-FROM-SUB)
009610             MOVE 'ACCOUNT FROZEN'
009620                 TO WS-XFR-E-REASON (WS-XFR-SUB)
009630         WHEN WS-ACC-E-BALANCE (WS-ACC-FROM-SUB)
009640              - WS-XFR-E-AMOUNT (WS-XFR-SUB)
009650              < WS-ACC-E-FLOOR (WS-ACC-FROM-SUB)
009660             MOVE 'OVER OVERDRAFT LIMIT'
009670                 TO WS-XFR-E-REASON (WS-XFR-SUB)
009680         WHEN OTHER
009690             SUBTRACT WS-XFR-E-AMOUNT (WS-XFR-SUB)
009700                 FROM WS-ACC-E-BALANCE (WS-ACC-FROM-SUB)
009710             ADD WS-XFR-E-AMOUNT (WS-XFR-SUB)
009720                 TO WS-ACC-E-BALANCE (WS-ACC-TO-SUB)
009730     END-EVALUATE.
009740     IF WS-XFR-E-REASON (WS-XFR-SUB) = SPACES
009750         ADD 1 TO WS-XFR-ACCEPT-COUNT
009760     ELSE
009770         ADD 1 TO WS-XFR-REJECT-COUNT
009780     END-IF.
009790 3215-EXIT.
009800     EXIT.
009810*
009820 3216-POST-TRANSFER-LEGS.
009830     IF WS-XFR-E-REASON (WS-XFR-SUB) NOT = SPACES
009840         GO TO 3216-EXIT
009850     END-IF.
009860     IF WS-XFR-E-FROM-KEY (WS-XFR-SUB) = WS-CURRENT-KEY
009870         SUBTRACT WS-XFR-E-AMOUNT (WS-XFR-SUB) FROM ZERO
009880             GIVING WS-LEG-AMOUNT
009890         PERFORM 3226-POST-ONE-LEG THRU 3226-EXIT
009900     END-IF.
009910     IF WS-XFR-E-TO-KEY (WS-XFR-SUB) = WS-CURRENT-KEY
009920         MOVE WS-XFR-E-AMOUNT (WS-XFR-SUB) TO WS-LEG-AMOUNT
009930         PERFORM 3226-POST-ONE-LEG THRU 3226-EXIT
009940     END-IF.
009950 3216-EXIT.
009960     EXIT.
009970*
009980 3217-FIND-ACCOUNT.
009990     MOVE ZEROS TO WS-ACC-FOUND-SUB.
010000     PERFORM 3218-SCAN-ACCOUNTS THRU 3218-EXIT
010010         VARYING WS-ACC-SUB FROM 1 BY 1
010020         UNTIL WS-ACC-SUB > WS-ACC-COUNT.
010030 3217-EXIT.
010040     EXIT.
010050*
010060 3218-SCAN-ACCOUNTS.
010070     IF WS-ACC-E-KEY (WS-ACC-SUB) = WS-ACC-SEARCH-KEY
010080         MOVE WS-ACC-SUB TO WS-ACC-FOUND-SUB
010090     END-IF.
010100 3218-EXIT.
010110     EXIT.
010120*
010130 3219-LOAD-ACCOUNT.
010140     MOVE 'Y'             TO WS-ACC-E-FOUND (WS-ACC-FOUND-SUB).
010150     MOVE CMN-MST-STATUS  TO WS-ACC-E-STATUS (WS-ACC-FOUND-SUB).
010160     MOVE CMN-MST-BALANCE TO WS-ACC-E-BALANCE (WS-ACC-FOUND-SUB).
010170     MOVE ZEROS           TO WS-ACC-E-FLOOR (WS-ACC-FOUND-SUB).
010180     IF CMN-MST-OD-LIMIT NUMERIC
010190         SUBTRACT CMN-MST-OD-LIMIT
010200             FROM WS-ACC-E-FLOOR (WS-ACC-FOUND-SUB)
010210     END-IF.
010220 3219-EXIT.
010230     EXIT.
010240*
010250******************************************************************
010260* 3220-APPLY-ONE-TRAN - APPLY ONE TRANSACTION TO THE WORK         *
010270* MASTER. THE ACCOUNT CONTROLS ARE TESTED BEFORE ANY POSTING -    *
010280* A CLOSED ACCOUNT TAKES NOTHING, A FROZEN ACCOUNT TAKES          *
010290* CREDITS ONLY AND CANNOT BE DELETED, AND NO DEBIT MAY TAKE       *
010300* THE BALANCE BELOW THE OVERDRAFT FLOOR. A CREDIT IS ALWAYS       *
010310* ALLOWED TO AN OPEN ACCOUNT, EVEN ONE ALREADY BELOW ITS          *
010320* FLOOR, SINCE IT CAN ONLY IMPROVE THE POSITION.                  *
010330******************************************************************
010340 3220-APPLY-ONE-TRAN.
010350     MOVE ZEROS TO WS-OD-FLOOR.
010360     IF WS-MST-ACTIVE
010370         SUBTRACT WS-MST-WORK-OD-LIMIT FROM WS-OD-FLOOR
010380     END-IF.
010390     EVALUATE TRUE
010400         WHEN CMN-TRAN-TRANSFER
010410             PERFORM 3221-CLEAR-TRANSFER THRU 3221-EXIT
010420         WHEN CMN-TRAN-ADD AND WS-MST-INACTIVE
010430             MOVE ZEROS              TO WS-JRN-BAL-BEFORE
010440             MOVE SPACES             TO WS-MST-WORK
010450             MOVE CMN-TRAN-KEY       TO WS-MST-WORK-KEY
010460             MOVE CMN-TRAN-NAME      TO WS-MST-WORK-NAME
010470             MOVE CMN-TRAN-AMOUNT    TO WS-MST-WORK-BALANCE
010480             MOVE CMN-PROC-DATE-8    TO WS-MST-WORK-MAINT-DATE
010490             MOVE 'A'                TO WS-MST-WORK-STATUS
010500             MOVE ZEROS              TO WS-MST-WORK-OD-LIMIT
010510             SET WS-MST-ACTIVE       TO TRUE
010520             MOVE WS-MST-WORK-BALANCE TO WS-JRN-BAL-AFTER
010530             ADD 1 TO WS-TRAN-APPLIED-COUNT
010540             PERFORM 3225-WRITE-JOURNAL THRU 3225-EXIT
010550         WHEN CMN-TRAN-ADD
010560             MOVE 'DUPLICATE ADD'    TO WS-REJECT-REASON
010570             PERFORM 3230-REJECT-TRAN THRU 3230-EXIT
010580         WHEN WS-MST-INACTIVE
010590             MOVE 'NO MASTER FOR KEY' TO WS-REJECT-REASON
010600             PERFORM 3230-REJECT-TRAN THRU 3230-EXIT
010610         WHEN CMN-TRAN-CHANGE AND WS-MST-WORK-STAT-CLOSED
010620             MOVE 'ACCOUNT CLOSED'   TO WS-REJECT-REASON
010630             PERFORM 3230-REJECT-TRAN THRU 3230-EXIT
010640         WHEN CMN-TRAN-CHANGE AND WS-MST-WORK-STAT-FROZEN
010650             AND CMN-TRAN-AMOUNT < ZERO
010660             MOVE 'ACCOUNT FROZEN'   TO WS-REJECT-REASON
010670             PERFORM 3230-REJECT-TRAN THRU 3230-EXIT
010680         WHEN CMN-TRAN-DELETE AND WS-MST-WORK-STAT-FROZEN
010690             MOVE 'ACCOUNT FROZEN'   TO WS-REJECT-REASON
010700             PERFORM 3230-REJECT-TRAN THRU 3230-EXIT
010710         WHEN CMN-TRAN-CHANGE AND CMN-TRAN-AMOUNT < ZERO
010720             AND WS-MST-WORK-BALANCE + CMN-TRAN-AMOUNT
010730                 < WS-OD-FLOOR
010740             MOVE 'OVER OVERDRAFT LIMIT' TO WS-REJECT-REASON
010750             PERFORM 3230-REJECT-TRAN THRU 3230-EXIT
010760         WHEN CMN-TRAN-CHANGE
010770             MOVE WS-MST-WORK-BALANCE TO WS-JRN-BAL-BEFORE
010780             ADD CMN-TRAN-AMOUNT     TO WS-MST-WORK-BALANCE
010790             MOVE CMN-PROC-DATE-8    TO WS-MST-WORK-MAINT-DATE
010800             MOVE WS-MST-WORK-BALANCE TO WS-JRN-BAL-AFTER
010810             ADD 1 TO WS-TRAN-APPLIED-COUNT
010820             PERFORM 3225-WRITE-JOURNAL THRU 3225-EXIT
010830         WHEN CMN-TRAN-DELETE
010840             MOVE WS-MST-WORK-BALANCE TO WS-JRN-BAL-BEFORE
010850             SET WS-MST-INACTIVE     TO TRUE
010860             MOVE ZEROS              TO WS-JRN-BAL-AFTER
010870             ADD 1 TO WS-TRAN-APPLIED-COUNT
010880             PERFORM 3225-WRITE-JOURNAL THRU 3225-EXIT
010890     END-EVALUATE.
010900* A FAILED JOURNAL WRITE HAS ALREADY FORCED BOTH KEYS TO          *
010910* HIGH-VALUES TO STOP THE MATCH - READING ON WOULD UNDO IT.       *
010920     IF WS-ABEND-NOT-OCCURRED
010930         PERFORM 3250-READ-TRAN THRU 3250-EXIT
010940     END-IF.
010950 3220-EXIT.
010960     EXIT.
010970*
010980******************************************************************
010990* 3221-CLEAR-TRANSFER - THE APPLY HAS REACHED A TRANSFER RECORD.  *
011000* 3211 HAS ALREADY DECIDED IT AND AN ACCEPTED TRANSFER'S LEGS     *
011010* HAVE POSTED, OR WILL POST, UNDER THEIR OWN KEYS - HERE IT IS    *
011020* ONLY COUNTED, OR SENT TO SUSPENSE WHOLE WITH THE REASON 3211    *
011030* RECORDED. TRANSFERS REACH HERE IN TABLE ORDER.                  *
011040******************************************************************
011050 3221-CLEAR-TRANSFER.
011060     ADD 1 TO WS-XFR-NEXT.
011070     IF WS-XFR-NEXT > WS-XFR-COUNT
011080         MOVE 'XFER TABLE FULL'  TO WS-REJECT-REASON
011090     ELSE
011100         MOVE WS-XFR-E-REASON (WS-XFR-NEXT) TO WS-REJECT-REASON
011110     END-IF.
011120     IF WS-REJECT-REASON = SPACES
011130         ADD 1 TO WS-TRAN-APPLIED-COUNT
011140     ELSE
011150         PERFORM 3230-REJECT-TRAN THRU 3230-EXIT
011160     END-IF.
011170 3221-EXIT.
011180     EXIT.
011190*
011200******************************************************************
011210* 3225-WRITE-JOURNAL - APPEND ONE JOURNAL RECORD FOR THE          *
011220* TRANSACTION JUST APPLIED, WITH THE MASTER BALANCE BEFORE        *
011230* AND AFTER. THE JOURNAL IS THE RECORD-LEVEL EVIDENCE OF          *
011240* THE APPLY - A FAILED WRITE FAILS THE CALL THE SAME WAY A        *
011250* FAILED MASTER WRITE DOES.                                       *
011260* A TRIAL APPLY JOURNALS NOTHING.                                 *
011270******************************************************************
011280 3225-WRITE-JOURNAL.
011290     IF WS-TRIAL-RUN
011300         GO TO 3225-EXIT
011310     END-IF.
011320     MOVE SPACES             TO CMN-JRN-REC.
011330     MOVE CMN-PROC-DATE-8    TO CMN-JRN-PROC-DATE.
011340     MOVE CMN-TRAN-KEY       TO CMN-JRN-KEY.
011350     MOVE CMN-TRAN-ACTION    TO CMN-JRN-ACTION.
011360     MOVE CMN-TRAN-AMOUNT    TO CMN-JRN-AMOUNT.
011370     MOVE WS-JRN-BAL-BEFORE  TO CMN-JRN-BAL-BEFORE.
011380     MOVE WS-JRN-BAL-AFTER   TO CMN-JRN-BAL-AFTER.
011390     MOVE CMN-LINK-RUN-ID    TO CMN-JRN-RUN-ID.
011392     IF CMN-TRAN-ADD
011394         MOVE WS-MST-WORK-NAME TO CMN-JRN-NAME
011396     END-IF.
011400     INSPECT CMN-JRN-REC
011410         REPLACING ALL LOW-VALUE BY SPACE.
011420     WRITE CMN-JRN-REC.
011430     IF WS-JRN-FILE-STATUS NOT = '00'
011440         PERFORM 3290-PROC-FILE-FAIL THRU 3290-EXIT
011450         MOVE HIGH-VALUES TO WS-TRAN-KEY
011460                             WS-MST-IN-KEY
011470     END-IF.
011480 3225-EXIT.
011490     EXIT.
011500*
011510******************************************************************
011520* 3226-POST-ONE-LEG - POST ONE LEG OF AN ACCEPTED TRANSFER TO     *
011530* THE WORK MASTER AND JOURNAL IT UNDER THE CURRENT KEY WITH       *
011540* ACTION 'T' AND THE REFERENCE BOTH LEGS SHARE. A FAILED JOURNAL  *
011550* WRITE STOPS THE MATCH THE SAME WAY IT DOES IN 3225.             *
011560******************************************************************
011570 3226-POST-ONE-LEG.
011580     MOVE SPACES              TO CMN-JRN-REC.
011590     MOVE CMN-PROC-DATE-8     TO CMN-JRN-PROC-DATE.
011600     MOVE WS-CURRENT-KEY      TO CMN-JRN-KEY.
011610     MOVE 'T'                 TO CMN-JRN-ACTION.
011620     MOVE WS-LEG-AMOUNT       TO CMN-JRN-AMOUNT.
011630     MOVE WS-MST-WORK-BALANCE TO CMN-JRN-BAL-BEFORE.
011640     ADD WS-LEG-AMOUNT        TO WS-MST-WORK-BALANCE.
011650     MOVE CMN-PROC-DATE-8     TO WS-MST-WORK-MAINT-DATE.
011660     MOVE WS-MST-WORK-BALANCE TO CMN-JRN-BAL-AFTER.
011670     MOVE CMN-LINK-RUN-ID     TO CMN-JRN-RUN-ID.
011680     MOVE 'T'                 TO CMN-JRN-XFER-TAG.
011690     MOVE WS-XFR-E-SEQ (WS-XFR-SUB) TO CMN-JRN-XFER-SEQ.
011700     IF WS-TRIAL-RUN
011710         GO TO 3226-EXIT
011720     END-IF.
011730     INSPECT CMN-JRN-REC
011740         REPLACING ALL LOW-VALUE BY SPACE.
011750     WRITE CMN-JRN-REC.
011760     IF WS-JRN-FILE-STATUS NOT = '00'
011770         PERFORM 3290-PROC-FILE-FAIL THRU 3290-EXIT
011780         MOVE HIGH-VALUES TO WS-TRAN-KEY
011790                             WS-MST-IN-KEY
011800     END-IF.
011810 3226-EXIT.
011820     EXIT.
011830*
011840 3230-REJECT-TRAN.
011850     ADD 1 TO WS-TRAN-REJECT-COUNT.
011860* A TRIAL REJECT IS LISTED, NOT SUSPENDED, AND AT INFO SO THE     *
011870* PROJECTION NEVER READS AS A LIVE CYCLE'S WARNINGS.              *
011880     IF WS-TRIAL-RUN
011890         MOVE SPACES TO CMN-LOG-MSG-TEXT
011900         STRING 'STATIC1 TRIAL REJECT ' DELIMITED BY SIZE
011910                WS-REJECT-REASON        DELIMITED BY SIZE
011920                ' KEY '                 DELIMITED BY SIZE
011930                CMN-TRAN-KEY            DELIMITED BY SIZE
011940           INTO CMN-LOG-MSG-TEXT
011950         PERFORM 7000-LOG-MESSAGE THRU 7000-EXIT
011960         GO TO 3230-EXIT
011970     END-IF.
011980     SET CMN-LOG-SEV-WARN TO TRUE.
011990     MOVE SPACES TO CMN-LOG-MSG-TEXT.
012000     STRING 'STATIC1 PROC REJECT ' DELIMITED BY SIZE
012010            WS-REJECT-REASON       DELIMITED BY SIZE
012020            ' KEY '                DELIMITED BY SIZE
012030            CMN-TRAN-KEY           DELIMITED BY SIZE
012040       INTO CMN-LOG-MSG-TEXT.
012050     PERFORM 7000-LOG-MESSAGE THRU 7000-EXIT.
012060     PERFORM 3235-WRITE-SUSPENSE THRU 3235-EXIT.
012070 3230-EXIT.
012080     EXIT.
012090*
012100******************************************************************
012110* 3235-WRITE-SUSPENSE - APPEND THE REJECTED RECORD WHOLE TO       *
012120* THE SUSPENSE DATASET WITH ITS REASON, CYCLE DATE AND RUN        *
012130* ID SO IT CAN BE REPAIRED AND RELEASED INSTEAD OF RE-KEYED       *
012140* FROM LOG TEXT. SUSPENSE TROUBLE LOGS AS ERROR BUT NEVER         *
012150* STOPS THE CYCLE - THE WARN LINE AND THE REJECT COUNT HAVE       *
012160* ALREADY GONE OUT.                                               *
012170******************************************************************
012180 3235-WRITE-SUSPENSE.
012190     OPEN EXTEND CMN-SUS-FILE.
012200     IF WS-SUS-FILE-STATUS = '00' OR WS-SUS-FILE-STATUS = '05'
012210         MOVE SPACES             TO CMN-SUS-REC
012220         MOVE CMN-PROC-DATE-8    TO CMN-SUS-PROC-DATE
012230         MOVE WS-REJECT-REASON   TO CMN-SUS-REASON
012240         MOVE CMN-LINK-RUN-ID    TO CMN-SUS-RUN-ID
012250         MOVE CMN-TRAN-REC       TO CMN-SUS-TRAN-DATA
012260         INSPECT CMN-SUS-REC
012270             REPLACING ALL LOW-VALUE BY SPACE
012280         WRITE CMN-SUS-REC
012290         IF WS-SUS-FILE-STATUS NOT = '00'
012300             SET CMN-LOG-SEV-ERROR TO TRUE
012310             MOVE 'STATIC1 SUSPENSE WRITE FAILED'
012320                              TO CMN-LOG-MSG-TEXT
012330             PERFORM 7000-LOG-MESSAGE THRU 7000-EXIT
012340         END-IF
012350         CLOSE CMN-SUS-FILE
012360     ELSE
012370         SET CMN-LOG-SEV-ERROR TO TRUE
012380         MOVE 'STATIC1 SUSPENSE WRITE FAILED'
012390                              TO CMN-LOG-MSG-TEXT
012400         PERFORM 7000-LOG-MESSAGE THRU 7000-EXIT
012410     END-IF.
012420 3235-EXIT.
012430     EXIT.
012440*
012450******************************************************************
012460* 3240-WRITE-MASTER - WRITE THE SURVIVING MASTER AND ADD IT TO   *
012470* THE CLOSING COUNT AND HASH. AN ACCOUNT THE APPLY TOOK FROM     *
012480* ZERO OR BETTER TO BELOW ZERO IS COUNTED FOR THE CALLER, AND A  *
012490* TRIAL LISTS IT - A TRIAL COUNTS AND HASHES BUT WRITES NOTHING. *
012500******************************************************************
012510 3240-WRITE-MASTER.
012520     IF WS-MST-WORK-BALANCE < ZERO
012530         AND WS-MST-OPEN-BALANCE NOT < ZERO
012540         PERFORM 3245-NOTE-NEGATIVE THRU 3245-EXIT
012550     END-IF.
012560     IF WS-TRIAL-RUN
012570         ADD 1 TO WS-MST-OUT-COUNT
012580         ADD WS-MST-WORK-BALANCE TO WS-MST-OUT-HASH
012590         GO TO 3240-EXIT
012600     END-IF.
012610     WRITE CMN-MST-OUT-REC FROM WS-MST-WORK.
012620     IF WS-MST-OUT-STATUS NOT = '00'
012630         PERFORM 3290-PROC-FILE-FAIL THRU 3290-EXIT
012640         MOVE HIGH-VALUES TO WS-TRAN-KEY
012650                             WS-MST-IN-KEY
012660     ELSE
012670         ADD 1 TO WS-MST-OUT-COUNT
012680         ADD WS-MST-WORK-BALANCE TO WS-MST-OUT-HASH
012690     END-IF.
012700 3240-EXIT.
012710     EXIT.
012720*
012730 3245-NOTE-NEGATIVE.
012740     ADD 1 TO WS-MST-NEG-COUNT.
012750     IF WS-TRIAL-RUN
012760         MOVE WS-MST-WORK-BALANCE TO WS-DISP-BALANCE
012770         MOVE SPACES TO CMN-LOG-MSG-TEXT
012780         STRING 'STATIC1 TRIAL GOES NEGATIVE KEY '
012790                                   DELIMITED BY SIZE
012800                WS-MST-WORK-KEY    DELIMITED BY SIZE
012810                ' BAL '            DELIMITED BY SIZE
012820                WS-DISP-BALANCE    DELIMITED BY SIZE
012830           INTO CMN-LOG-MSG-TEXT
012840         PERFORM 7000-LOG-MESSAGE THRU 7000-EXIT
012850     END-IF.
012860 3245-EXIT.
012870     EXIT.
012880*
012890******************************************************************
012900* 3250-READ-TRAN - DELIVER THE NEXT VALID TRANSACTION.           *
012910* INVALID RECORDS ARE REJECTED AND SKIPPED HERE SO THE           *
012920* MATCH LOGIC ONLY EVER SEES CLEAN INPUT. WS-TRAN-KEY IS         *
012930* HIGH-VALUES ONCE THE FILE IS EXHAUSTED.                        *
012940******************************************************************
012950 3250-READ-TRAN.
012960     SET WS-TRAN-INVALID TO TRUE.
012970     PERFORM 3260-GET-TRAN THRU 3260-EXIT
012980         UNTIL WS-TRAN-VALID
012990            OR WS-TRAN-KEY = HIGH-VALUES.
013000 3250-EXIT.
013010     EXIT.
013020*
013030 3260-GET-TRAN.
013040     READ CMN-TRAN-FILE
013050         AT END
013060             MOVE HIGH-VALUES TO WS-TRAN-KEY
013070         NOT AT END
013080* THE ENVELOPE RECORDS WERE PROVED AND CONSUMED BY THE            *
013090* VALIDATION PASS - THE APPLY NEVER SEES THEM AS DETAILS.         *
013100             IF CMN-TRAN-IS-HEADER OR CMN-TRAN-IS-TRAILER
013110                 CONTINUE
013120             ELSE
013130                 ADD 1 TO WS-TRAN-READ-COUNT
013140                 MOVE CMN-TRAN-KEY TO WS-TRAN-KEY
013150                 PERFORM 3270-VALIDATE-TRAN THRU 3270-EXIT
013160             END-IF
013170     END-READ.
013180 3260-EXIT.
013190     EXIT.
013200*
013210 3270-VALIDATE-TRAN.
013220     EVALUATE TRUE
013230         WHEN CMN-TRAN-KEY = SPACES
013240             MOVE 'BLANK KEY'          TO WS-REJECT-REASON
013250             PERFORM 3230-REJECT-TRAN THRU 3230-EXIT
013260         WHEN NOT CMN-TRAN-ACTION-VALID
013270             MOVE 'INVALID ACTION'     TO WS-REJECT-REASON
013280             PERFORM 3230-REJECT-TRAN THRU 3230-EXIT
013290         WHEN CMN-TRAN-AMOUNT NOT NUMERIC
013300             MOVE 'AMOUNT NOT NUMERIC' TO WS-REJECT-REASON
013310             PERFORM 3230-REJECT-TRAN THRU 3230-EXIT
013320         WHEN CMN-TRAN-KEY < WS-TRAN-PREV-KEY
013330             MOVE 'OUT OF SEQUENCE'    TO WS-REJECT-REASON
013340             PERFORM 3230-REJECT-TRAN THRU 3230-EXIT
013350         WHEN OTHER
013360             MOVE CMN-TRAN-KEY TO WS-TRAN-PREV-KEY
013370             SET WS-TRAN-VALID TO TRUE
013380     END-EVALUATE.
013390 3270-EXIT.
013400     EXIT.
013410*
013420 3280-READ-MASTER.
013430     READ CMN-MST-IN-FILE
013440         AT END
013450             MOVE HIGH-VALUES TO WS-MST-IN-KEY
013460         NOT AT END
013470             MOVE CMN-MST-KEY TO WS-MST-IN-KEY
013480             ADD 1 TO WS-MST-IN-COUNT
013490             ADD CMN-MST-BALANCE TO WS-MST-IN-HASH
013500     END-READ.
013510 3280-EXIT.
013520     EXIT.
013530*
013540******************************************************************
013550* 3290-PROC-FILE-FAIL - A PROC FILE COULD NOT BE OPENED OR       *
013560* WRITTEN. THE CALL FAILS SEVERE THROUGH THE SHARED ABEND        *
013570* PARAGRAPH RATHER THAN REPORTING A CLEAN COMPLETION OVER        *
013580* A MASTER THAT WAS NEVER WRITTEN.                               *
013590******************************************************************
013600 3290-PROC-FILE-FAIL.
013610     MOVE 0025              TO CMN-ABEND-CODE.
013620     MOVE 'STATIC1'         TO CMN-ABEND-PGM-NAME.
013630     MOVE 'PROC FILE OPEN OR WRITE FAILED'
013640                             TO CMN-ABEND-REASON.
013650     SET CMN-RC-SEVERE      TO TRUE.
013660     SET CMN-LOG-SEV-SEVERE TO TRUE.
013670     MOVE 'STATIC1 PROC FILE OPEN OR WRITE FAILED'
013680                             TO CMN-LOG-MSG-TEXT.
013690     PERFORM 7000-LOG-MESSAGE THRU 7000-EXIT.
013700     MOVE CMN-LOG-MSG-TEXT  TO CMN-STATUS-TEXT.
013710     PERFORM 9000-CMN-ABEND THRU 9000-EXIT.
013720     SET WS-ABEND-OCCURRED  TO TRUE.
013730 3290-EXIT.
013740     EXIT.
013750*
013760 3295-CLOSE-PROC-FILES.
013770     IF WS-TRAN-FILE-STATUS = '00'
013780         OR WS-TRAN-FILE-STATUS = '05'
013790         CLOSE CMN-TRAN-FILE
013800     END-IF.
013810     IF WS-MST-IN-FILE-STATUS = '00'
013820         OR WS-MST-IN-FILE-STATUS = '05'
013830         CLOSE CMN-MST-IN-FILE
013840     END-IF.
013850     IF WS-MST-OUT-STATUS = '00'
013860         OR WS-MST-OUT-STATUS = '05'
013870         CLOSE CMN-MST-OUT-FILE
013880     END-IF.
013890     IF WS-JRN-FILE-STATUS = '00'
013900         OR WS-JRN-FILE-STATUS = '05'
013910         CLOSE CMN-JRN-FILE
013920     END-IF.
013930 3295-EXIT.
013940     EXIT.
013950*
013960 3300-DO-VERSION.
013970     MOVE SPACES TO CMN-LOG-MSG-TEXT.
013980     STRING 'STATIC1 '        DELIMITED BY SIZE
013982            CMN-VERS-PATCH-LVL DELIMITED BY SIZE
013984            ' RANK '          DELIMITED BY SIZE
013986            CMN-STATIC1-RANK  DELIMITED BY SIZE
013988            ' BUILT '         DELIMITED BY SIZE
013990            CMN-VERS-BUILD-DATE DELIMITED BY SIZE
013992            ' '               DELIMITED BY SIZE
013994            CMN-VERS-HLQ      DELIMITED BY SPACE
014010       INTO CMN-LOG-MSG-TEXT.
014020     PERFORM 7000-LOG-MESSAGE THRU 7000-EXIT.
014030     MOVE CMN-LOG-MSG-TEXT TO CMN-STATUS-TEXT.
014040 3300-EXIT.
014050     EXIT.
014060*
014070 3400-DO-TERM.
014080     MOVE 'STATIC1 FUNCTION TERM COMPLETE' TO CMN-LOG-MSG-TEXT.
014090     PERFORM 7000-LOG-MESSAGE THRU 7000-EXIT.
014100     MOVE CMN-LOG-MSG-TEXT TO CMN-STATUS-TEXT.
014110 3400-EXIT.
014120     EXIT.
014130*
014140******************************************************************
014150* 3450-PREP-DATE-REQUEST - COMMON SETUP FOR THE DATE             *
014160* FUNCTIONS. LOADS THE HOLIDAY TABLE, CLEARS THE RESULT          *
014170* FIELDS AND VALIDATES THE CYCLE DATE INTO THE DATE WORK         *
014180* AREA. A BAD CYCLE DATE COMES BACK CMN-RC-ERROR AND THE         *
014190* CMN-DAY-INVALID SWITCH TELLS THE CALLER TO QUIT.               *
014200******************************************************************
014210 3450-PREP-DATE-REQUEST.
014220     PERFORM 6850-LOAD-HOLIDAYS THRU 6850-EXIT.
014230     MOVE ZEROS  TO CMN-DATE-RESULT-DATE
014240                    CMN-DATE-RESULT-DOW.
014250     MOVE SPACES TO CMN-DATE-RESULT-DOW-NM.
014260     SET CMN-DATE-NOT-MONTH-END TO TRUE.
014270     MOVE CMN-PROC-DATE-8 TO CMN-DAY-WORK-DATE.
014280     PERFORM 6750-VALIDATE-DATE THRU 6750-EXIT.
014290     IF CMN-DAY-INVALID
014300         SET CMN-RC-ERROR TO TRUE
014310         SET CMN-LOG-SEV-ERROR TO TRUE
014320         MOVE 'STATIC1 CYCLE DATE NOT A VALID DATE'
014330                                 TO CMN-LOG-MSG-TEXT
014340         PERFORM 7000-LOG-MESSAGE THRU 7000-EXIT
014350         MOVE CMN-LOG-MSG-TEXT TO CMN-STATUS-TEXT
014360     END-IF.
014370 3450-EXIT.
014380     EXIT.
014390*
014400 3500-DO-DATE-ADD.
014410     PERFORM 3450-PREP-DATE-REQUEST THRU 3450-EXIT.
014420     IF CMN-DAY-INVALID
014430         GO TO 3500-EXIT
014440     END-IF.
014450     IF CMN-DATE-REQ-DAYS NOT NUMERIC
014460         SET CMN-RC-ERROR TO TRUE
014470         SET CMN-LOG-SEV-ERROR TO TRUE
014480         MOVE 'STATIC1 DADD DAYS COUNT NOT NUMERIC'
014490                                 TO CMN-LOG-MSG-TEXT
014500         PERFORM 7000-LOG-MESSAGE THRU 7000-EXIT
014510         MOVE CMN-LOG-MSG-TEXT TO CMN-STATUS-TEXT
014520         GO TO 3500-EXIT
014530     END-IF.
014540     PERFORM 3550-ADD-ONE-BUS-DAY THRU 3550-EXIT
014550         VARYING WS-DATE-SUB FROM 1 BY 1
014560         UNTIL WS-DATE-SUB > CMN-DATE-REQ-DAYS.
014570     MOVE CMN-DAY-WORK-DATE TO CMN-DATE-RESULT-DATE.
014580     MOVE SPACES TO CMN-LOG-MSG-TEXT.
014590     STRING 'STATIC1 DADD '     DELIMITED BY SIZE
014600            CMN-DATE-REQ-DAYS   DELIMITED BY SIZE
014610            ' BUS DAYS = '      DELIMITED BY SIZE
014620            CMN-DATE-RESULT-DATE DELIMITED BY SIZE
014630       INTO CMN-LOG-MSG-TEXT.
014640     PERFORM 7000-LOG-MESSAGE THRU 7000-EXIT.
014650     MOVE CMN-LOG-MSG-TEXT TO CMN-STATUS-TEXT.
014660 3500-EXIT.
014670     EXIT.
014680*
014690 3550-ADD-ONE-BUS-DAY.
014700     PERFORM 6500-NEXT-BUSINESS-DAY THRU 6500-EXIT.
014710 3550-EXIT.
014720     EXIT.
014730*
014740 3600-DO-DAY-OF-WEEK.
014750     PERFORM 3450-PREP-DATE-REQUEST THRU 3450-EXIT.
014760     IF CMN-DAY-INVALID
014770         GO TO 3600-EXIT
014780     END-IF.
014790     PERFORM 6700-DAY-OF-WEEK THRU 6700-EXIT.
014800     MOVE CMN-DAY-DOW     TO CMN-DATE-RESULT-DOW.
014810     MOVE CMN-PROC-DATE-8 TO CMN-DATE-RESULT-DATE.
014820     EVALUATE CMN-DAY-DOW
014830         WHEN 1
014840             MOVE 'MONDAY'    TO CMN-DATE-RESULT-DOW-NM
014850         WHEN 2
014860             MOVE 'TUESDAY'   TO CMN-DATE-RESULT-DOW-NM
014870         WHEN 3
014880             MOVE 'WEDNESDAY' TO CMN-DATE-RESULT-DOW-NM
014890         WHEN 4
014900             MOVE 'THURSDAY'  TO CMN-DATE-RESULT-DOW-NM
014910         WHEN 5
014920             MOVE 'FRIDAY'    TO CMN-DATE-RESULT-DOW-NM
014930         WHEN 6
014940             MOVE 'SATURDAY'  TO CMN-DATE-RESULT-DOW-NM
014950         WHEN OTHER
014960             MOVE 'SUNDAY'    TO CMN-DATE-RESULT-DOW-NM
014970     END-EVALUATE.
014980     MOVE SPACES TO CMN-LOG-MSG-TEXT.
014990     STRING 'STATIC1 DDOW '         DELIMITED BY SIZE
015000            CMN-DATE-RESULT-DATE    DELIMITED BY SIZE
015010            ' = '                   DELIMITED BY SIZE
015020            CMN-DATE-RESULT-DOW-NM  DELIMITED BY SIZE
015030       INTO CMN-LOG-MSG-TEXT.
015040     PERFORM 7000-LOG-MESSAGE THRU 7000-EXIT.
015050     MOVE CMN-LOG-MSG-TEXT TO CMN-STATUS-TEXT.
015060 3600-EXIT.
015070     EXIT.
015080*
015090******************************************************************
015100* 3700-DO-MONTH-END - FIND THE LAST BUSINESS DAY OF THE          *
015110* CYCLE MONTH (LAST CALENDAR DAY, THEN BACK TO A BUSINESS        *
015120* DAY) AND FLAG WHETHER THE CYCLE DATE IS THAT DAY.              *
015130******************************************************************
015140 3700-DO-MONTH-END.
015150     PERFORM 3450-PREP-DATE-REQUEST THRU 3450-EXIT.
015160     IF CMN-DAY-INVALID
015170         GO TO 3700-EXIT
015180     END-IF.
015190     PERFORM 6650-DAYS-IN-MONTH THRU 6650-EXIT.
015200     MOVE CMN-DAY-MONTH-LEN TO CMN-DAY-DD.
015210     PERFORM 6550-CHECK-BUSINESS-DAY THRU 6550-EXIT.
015220     IF CMN-DAY-NOT-BUSINESS
015230         PERFORM 6520-PREV-BUSINESS-DAY THRU 6520-EXIT
015240     END-IF.
015250     MOVE CMN-DAY-WORK-DATE TO CMN-DATE-RESULT-DATE.
015260     IF CMN-DAY-WORK-DATE = CMN-PROC-DATE-8
015270         SET CMN-DATE-IS-MONTH-END TO TRUE
015280     ELSE
015290         SET CMN-DATE-NOT-MONTH-END TO TRUE
015300     END-IF.
015310     MOVE SPACES TO CMN-LOG-MSG-TEXT.
015320     STRING 'STATIC1 DEOM LAST BUS DAY ' DELIMITED BY SIZE
015330            CMN-DATE-RESULT-DATE         DELIMITED BY SIZE
015340            ' EOM '                      DELIMITED BY SIZE
015350            CMN-DATE-MONTH-END-SW        DELIMITED BY SIZE
015360       INTO CMN-LOG-MSG-TEXT.
015370     PERFORM 7000-LOG-MESSAGE THRU 7000-EXIT.
015380     MOVE CMN-LOG-MSG-TEXT TO CMN-STATUS-TEXT.
015390 3700-EXIT.
015400     EXIT.
015410*
015420******************************************************************
015430* 3800-DO-PARM-FETCH - RANDOM READ OF THE KEYED SHOP-            *
015440* PARAMETER FILE BY THE NAME IN CMN-PARM-NAME. THE VALUE,        *
015450* TYPE AND EFFECTIVE DATE COME BACK ON CMN-LINKAGE WITH          *
015460* THE FOUND SWITCH. A PARAMETER WHOSE EFFECTIVE DATE IS          *
015470* AFTER THE CYCLE DATE IS NOT YET IN FORCE AND COMES BACK        *
015480* NOT FOUND. NO PARAMETER IS A WARNING, NOT AN ERROR -           *
015490* THE CALLER DECIDES WHETHER A DEFAULT WILL DO.                  *
015500******************************************************************
015510 3800-DO-PARM-FETCH.
015520     MOVE SPACES TO CMN-PARM-VALUE
015530                    CMN-PARM-TYPE.
015540     MOVE ZEROS  TO CMN-PARM-EFF-DATE.
015550     SET CMN-PARM-NOT-FOUND TO TRUE.
015560     IF CMN-PARM-NAME = SPACES
015570         SET CMN-RC-ERROR TO TRUE
015580         SET CMN-LOG-SEV-ERROR TO TRUE
015590         MOVE 'STATIC1 PARM NAME MISSING' TO CMN-LOG-MSG-TEXT
015600         PERFORM 7000-LOG-MESSAGE THRU 7000-EXIT
015610         MOVE CMN-LOG-MSG-TEXT TO CMN-STATUS-TEXT
015620         GO TO 3800-EXIT
015630     END-IF.
015640     OPEN INPUT CMN-PRM-FILE.
015650     IF WS-PRM-FILE-STATUS NOT = '00'
015660         SET CMN-RC-ERROR TO TRUE
015670         SET CMN-LOG-SEV-ERROR TO TRUE
015680         MOVE 'STATIC1 PARM FILE NOT AVAILABLE'
015690                                 TO CMN-LOG-MSG-TEXT
015700         PERFORM 7000-LOG-MESSAGE THRU 7000-EXIT
015710         MOVE CMN-LOG-MSG-TEXT TO CMN-STATUS-TEXT
015720         IF WS-PRM-FILE-STATUS = '05'
015730             CLOSE CMN-PRM-FILE
015740         END-IF
015750         GO TO 3800-EXIT
015760     END-IF.
015770     MOVE CMN-PARM-NAME TO CMN-PRM-NAME OF CMN-PRM-REC.
015780     READ CMN-PRM-FILE
015790         INVALID KEY
015800             CONTINUE
015810         NOT INVALID KEY
015820             IF CMN-PRM-EFF-DATE NOT > CMN-PROC-DATE-8
015830                 MOVE CMN-PRM-VALUE    TO CMN-PARM-VALUE
015840                 MOVE CMN-PRM-TYPE     TO CMN-PARM-TYPE
015850                 MOVE CMN-PRM-EFF-DATE TO CMN-PARM-EFF-DATE
015860                 SET CMN-PARM-FOUND    TO TRUE
015870             END-IF
015880     END-READ.
015890     CLOSE CMN-PRM-FILE.
015900     MOVE SPACES TO CMN-LOG-MSG-TEXT.
015910     IF CMN-PARM-FOUND
015920         STRING 'STATIC1 PARM '  DELIMITED BY SIZE
015930                CMN-PARM-NAME    DELIMITED BY SIZE
015940                ' FETCHED'       DELIMITED BY SIZE
015950           INTO CMN-LOG-MSG-TEXT
015960     ELSE
015970         SET CMN-RC-WARNING TO TRUE
015980         SET CMN-LOG-SEV-WARN TO TRUE
015990         STRING 'STATIC1 PARM '  DELIMITED BY SIZE
016000                CMN-PARM-NAME    DELIMITED BY SIZE
016010                ' NOT FOUND'     DELIMITED BY SIZE
016020           INTO CMN-LOG-MSG-TEXT
016030     END-IF.
016040     PERFORM 7000-LOG-MESSAGE THRU 7000-EXIT.
016050     MOVE CMN-LOG-MSG-TEXT TO CMN-STATUS-TEXT.
016060 3800-EXIT.
016070     EXIT.
016080*
016090******************************************************************
016100* 8000-TERMINATE - COPY THE FINAL RETURN CODE TO                 *
016110* RETURN-CODE SO A CALLING STEP CAN DRIVE JCL COND CODE          *
016120* LOGIC, UNLESS 9000-CMN-ABEND ALREADY SET RETURN-CODE           *
016130* FROM THE ABEND CODE - THAT VALUE TAKES PRIORITY AND MUST       *
016140* NOT BE OVERWRITTEN BY THE CLASSIFICATION CODE.                 *
016150******************************************************************
016160 8000-TERMINATE.
016170     PERFORM 8100-WRITE-AUDIT THRU 8100-EXIT.
016180     IF WS-ABEND-NOT-OCCURRED
016190         MOVE CMN-RETURN-CODE TO RETURN-CODE
016200     END-IF.
016210 8000-EXIT.
016220     EXIT.
016230*
016240******************************************************************
016250* 8100-WRITE-AUDIT - APPEND ONE AUDIT RECORD FOR THIS CALL.      *
016260* AUDIT TROUBLE NEVER AFFECTS THE CALL'S OUTCOME - THE           *
016270* RECORD IS EVIDENCE, NOT A UNIT OF WORK.                        *
016280******************************************************************
016290 8100-WRITE-AUDIT.
016300     OPEN EXTEND CMN-AUD-FILE.
016310     IF WS-AUD-FILE-STATUS = '00' OR WS-AUD-FILE-STATUS = '05'
016320         MOVE SPACES TO CMN-AUD-REC
016330         ACCEPT CMN-AUD-DATE FROM DATE YYYYMMDD
016340         ACCEPT CMN-AUD-TIME FROM TIME
016350         MOVE CMN-CALLER-NAME       TO CMN-AUD-CALLER
016360         MOVE CMN-FUNCTION-CODE     TO CMN-AUD-FUNCTION
016370         MOVE CMN-RANK              TO CMN-AUD-RANK
016380         MOVE CMN-LINK-PROC-DATE    TO CMN-AUD-PROC-DATE
016390         MOVE CMN-LINK-PROC-DATE-SRC TO CMN-AUD-PROC-DATE-SRC
016400         MOVE CMN-RETURN-CODE       TO CMN-AUD-RETURN-CODE
016410         MOVE CMN-ABEND-CODE        TO CMN-AUD-ABEND-CODE
016420         MOVE CMN-LINK-RUN-ID       TO CMN-AUD-RUN-ID
016430         INSPECT CMN-AUD-REC
016440             REPLACING ALL LOW-VALUE BY SPACE
016450         WRITE CMN-AUD-REC
016460         CLOSE CMN-AUD-FILE
016470     END-IF.
016480 8100-EXIT.
016490     EXIT.
016500*
016510 COPY CMNDAYP.
016520 COPY CMNLOGP.
016530 COPY CMNABNP.
