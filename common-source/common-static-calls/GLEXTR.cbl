000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  GLEXTR.
000030 AUTHOR.      R A LOWRY.
000040 INSTALLATION. COMMON-SOURCE LIBRARY.
000050 DATE-WRITTEN. 20261015.
000060 DATE-COMPILED.
000070*
000080******************************************************************
000090* GLEXTR - DAILY GENERAL-LEDGER POSTING EXTRACT                   *
000100* END-OF-CYCLE STEP. READS THE APPLIED-TRANSACTION JOURNAL        *
000110* (CMNJRNF) FOR ONE CYCLE DATE AND RUN ID, AND THE MSTMNT         *
000120* CORRECTIONS (CMNMAUF) MADE UNDER THAT CONTROL DATE, AND         *
000130* SUMMARISES THE BALANCE MOVEMENTS INTO DEBIT AND CREDIT          *
000140* POSTINGS BY CATEGORY - ADDS, CHANGES, DELETES, TRANSFERS        *
000150* AND MAINTENANCE. A RISE IN A DEPOSIT BALANCE IS A CREDIT        *
000160* TO THE DEPOSIT CONTROL ACCOUNT AGAINST A DEBIT TO               *
000170* CLEARING, A FALL THE REVERSE. TRANSFER LEGS NET TO ZERO         *
000180* AND POST BOTH SIDES TO THE DEPOSIT CONTROL ACCOUNT.             *
000190*                                                                 *
000200* THE POSTINGS ARE WRITTEN TO THE GL INTERFACE FILE (CMNGLXF      *
000210* ON CMNGLX) BETWEEN A HEADER AND A TRAILER - BUT ONLY WHEN       *
000220* THE NET DEPOSIT MOVEMENT EQUALS HASH-OUT MINUS HASH-IN          *
000230* SUMMED OVER THE CMNTOTF RECORDS FOR THE SAME CYCLE DATE         *
000240* (THE CYCLE ITSELF AND ANY MSTMNT ADJUSTMENT). OTHERWISE         *
000250* THE FILE IS NEVER OPENED AND THE STEP ABENDS, SO THE            *
000260* LEDGER AND THE MASTER CANNOT DRIFT APART SILENTLY. RUN IT       *
000270* AFTER DATBATC AND BEFORE DATROLL MOVES THE CONTROL DATE.        *
000280*                                                                 *
000290* CONTROL CARD (SYSIN, ONE CARD, OPTIONAL):                       *
000300*   COLS 1-8   CCYYMMDD - CYCLE DATE. BLANK OR NO CARD =          *
000310*              THE SHOP CONTROL DATE (CMNCTL).                    *
000320*   COLS 10-25 RUN ID TO EXTRACT. BLANK = THE LAST RUN THAT       *
000330*              JOURNALED THE CYCLE DATE - A RESTARTED APPLY       *
000340*              JOURNALS THE DATE AGAIN (SEE STMRPT).              *
000350*                                                                 *
000360* PARAMETERS (CMNPRM, TYPE X, IN FORCE AS OF THE CYCLE DATE):     *
000370*   GL-DEPOSIT-ACCT  - DEPOSIT CONTROL ACCOUNT. REQUIRED.         *
000380*   GL-CLEARING-ACCT - CLEARING CONTRA ACCOUNT. REQUIRED.         *
000390*                                                                 *
000400* ABEND CODES (THROUGH THE SHARED CMNABNP PARAGRAPH):             *
000410*   U0160 - NO CYCLE DATE ON THE CARD AND CONTROL-DATE FILE       *
000420*           MISSING OR EMPTY.                                     *
000430*   U0161 - CONTROL CARD INVALID.                                 *
000440*   U0162 - GL ACCOUNT PARAMETER MISSING.                         *
000450*   U0163 - JOURNAL FILE MISSING OR UNREADABLE.                   *
000460*   U0164 - NO CMNTOTF TOTALS FOR THE CYCLE DATE.                 *
000470*   U0165 - NET MOVEMENT DOES NOT EQUAL THE CMNTOTF MOVEMENT -    *
000480*           THE INTERFACE FILE IS NOT RELEASED.                   *
000490*   U0166 - GL INTERFACE FILE NOT USABLE OR WRITE FAILED.         *
000500******************************************************************
000510*
000520* MAINTENANCE HISTORY                                            *
000530* DATE     INIT DESCRIPTION                                      *
000540* -------- ---- ----------------------------------------         *
000550* 20261015 RAL   ORIGINAL MEMBER.                                *
000560******************************************************************
000570*
000580 ENVIRONMENT DIVISION.
000590 CONFIGURATION SECTION.
000600 SOURCE-COMPUTER.      IBM-370.
000610 OBJECT-COMPUTER.      IBM-370.
000620 INPUT-OUTPUT SECTION.
000630 FILE-CONTROL.
000640     SELECT OPTIONAL CMN-CTL-DATE-FILE ASSIGN TO CMNCTL
000650                             ORGANIZATION IS LINE SEQUENTIAL
000660                             FILE STATUS IS WS-CTL-FILE-STATUS.
000670     SELECT OPTIONAL CMN-PRM-FILE     ASSIGN TO CMNPRM
000680                             ORGANIZATION IS INDEXED
000690                             ACCESS MODE IS RANDOM
000700                             RECORD KEY IS CMN-PRM-NAME OF
000710                                           CMN-PRM-REC
000720                             FILE STATUS IS WS-PRM-FILE-STATUS.
000730     SELECT CMN-JRN-FILE              ASSIGN TO CMNJRN
000740                             ORGANIZATION IS LINE SEQUENTIAL
000750                             FILE STATUS IS WS-JRN-FILE-STATUS.
000760     SELECT OPTIONAL CMN-MAU-FILE     ASSIGN TO CMNMAU
000770                             ORGANIZATION IS LINE SEQUENTIAL
000780                             FILE STATUS IS WS-MAU-FILE-STATUS.
000790     SELECT OPTIONAL CMN-TOT-FILE     ASSIGN TO CMNTOT
000800                             ORGANIZATION IS LINE SEQUENTIAL
000810                             FILE STATUS IS WS-TOT-FILE-STATUS.
000820     SELECT CMN-GLX-FILE              ASSIGN TO CMNGLX
000830                             ORGANIZATION IS LINE SEQUENTIAL
000840                             FILE STATUS IS WS-GLX-FILE-STATUS.
000850     SELECT OPTIONAL CMN-LOG-FILE     ASSIGN TO CMNLOG
000860                             ORGANIZATION IS LINE SEQUENTIAL
000870                             FILE STATUS IS CMN-LOG-FILE-STATUS.
000880*
000890 DATA DIVISION.
000900 FILE SECTION.
000910 COPY CMNCTLF.
000920 COPY CMNPRMF.
000930 COPY CMNJRNF.
000940 COPY CMNMAUF.
000950 COPY CMNTOTF.
000960 COPY CMNGLXF.
000970 COPY CMNLOGF.
000980*
000990 WORKING-STORAGE SECTION.
001000 77  WS-CTL-FILE-STATUS           PIC X(02) VALUE '00'.
001010 77  WS-PRM-FILE-STATUS           PIC X(02) VALUE '00'.
001020 77  WS-JRN-FILE-STATUS           PIC X(02) VALUE '00'.
001030 77  WS-MAU-FILE-STATUS           PIC X(02) VALUE '00'.
001040 77  WS-MAU-OPEN-STATUS           PIC X(02) VALUE '00'.
001050 77  WS-TOT-FILE-STATUS           PIC X(02) VALUE '00'.
001060 77  WS-TOT-OPEN-STATUS           PIC X(02) VALUE '00'.
001070 77  WS-GLX-FILE-STATUS           PIC X(02) VALUE '00'.
001080 77  WS-RUN-DATE                  PIC 9(08) VALUE ZEROS.
001090 77  WS-RUN-TIME                  PIC 9(08) VALUE ZEROS.
001100 77  WS-CYCLE-DATE                PIC 9(08) VALUE ZEROS.
001110 77  WS-CYCLE-RUN-ID              PIC X(16) VALUE SPACES.
001120 77  WS-LAST-RUN-ID               PIC X(16) VALUE SPACES.
001130 77  WS-DEPOSIT-ACCT              PIC X(12) VALUE SPACES.
001140 77  WS-CLEARING-ACCT             PIC X(12) VALUE SPACES.
001150 77  WS-JRN-READ-COUNT            PIC 9(07) VALUE ZEROS.
001160 77  WS-JRN-USED-COUNT            PIC 9(07) VALUE ZEROS.
001170 77  WS-JRN-SKIP-COUNT            PIC 9(07) VALUE ZEROS.
001180 77  WS-JRN-ODD-COUNT             PIC 9(07) VALUE ZEROS.
001190 77  WS-MAU-USED-COUNT            PIC 9(07) VALUE ZEROS.
001200 77  WS-TOT-COUNT                 PIC 9(05) VALUE ZEROS.
001210 77  WS-POST-COUNT                PIC 9(07) VALUE ZEROS.
001220 77  WS-CAT-SUB                   PIC 9(02) VALUE ZEROS.
001230     88  WS-CAT-IS-TRANSFER              VALUE 4.
001240 77  WS-MOVEMENT                  PIC S9(11)V99 VALUE ZEROS.
001250 77  WS-NET-MOVEMENT              PIC S9(13)V99 VALUE ZEROS.
001260 77  WS-TOT-MOVEMENT              PIC S9(13)V99 VALUE ZEROS.
001270 77  WS-DEBIT-TOTAL               PIC S9(13)V99 VALUE ZEROS.
001280 77  WS-CREDIT-TOTAL              PIC S9(13)V99 VALUE ZEROS.
001290 77  WS-DISP-AMT                  PIC +9(13).99 VALUE ZEROS.
001300 77  WS-DISP-AMT-2                PIC +9(13).99 VALUE ZEROS.
001310 01  WS-SWITCHES.
001320     05  WS-ABEND-SWITCH             PIC X(01) VALUE 'N'.
001330         88  WS-ABEND-OCCURRED               VALUE 'Y'.
001340         88  WS-ABEND-NOT-OCCURRED           VALUE 'N'.
001350     05  WS-JRN-EOF-SW               PIC X(01) VALUE 'N'.
001360         88  WS-JRN-EOF                      VALUE 'Y'.
001370         88  WS-JRN-NOT-EOF                  VALUE 'N'.
001380     05  WS-MAU-EOF-SW               PIC X(01) VALUE 'N'.
001390         88  WS-MAU-EOF                      VALUE 'Y'.
001400         88  WS-MAU-NOT-EOF                  VALUE 'N'.
001410     05  WS-TOT-EOF-SW               PIC X(01) VALUE 'N'.
001420         88  WS-TOT-EOF                      VALUE 'Y'.
001430         88  WS-TOT-NOT-EOF                  VALUE 'N'.
001440     05  WS-PRM-FOUND-SW             PIC X(01) VALUE 'N'.
001450         88  WS-PRM-FOUND                    VALUE 'Y'.
001460         88  WS-PRM-NOT-FOUND                VALUE 'N'.
001470 01  WS-PARM-CARD.
001480     05  WS-PARM-DATE                PIC X(08) VALUE SPACES.
001490     05  FILLER                      PIC X(01) VALUE SPACES.
001500     05  WS-PARM-RUN-ID              PIC X(16) VALUE SPACES.
001510     05  FILLER                      PIC X(55) VALUE SPACES.
001520*
001530* MOVEMENT CATEGORIES - THE SUBSCRIPT ORDER IS THE ORDER THE      *
001540* POSTINGS ARE WRITTEN IN. 1-4 ARE JOURNAL ACTIONS A, C, D        *
001550* AND T; 5 IS THE MSTMNT CORRECTIONS.                             *
001560 01  WS-CAT-NAMES.
001570     05  FILLER                      PIC X(08) VALUE 'ADD'.
001580     05  FILLER                      PIC X(08) VALUE 'CHANGE'.
001590     05  FILLER                      PIC X(08) VALUE 'DELETE'.
001600     05  FILLER                      PIC X(08) VALUE 'TRANSFER'.
001610     05  FILLER                      PIC X(08) VALUE 'MAINT'.
001620 01  WS-CAT-NAMES-R REDEFINES WS-CAT-NAMES.
001630     05  WS-CAT-NAME                 PIC X(08) OCCURS 5 TIMES.
001640 01  WS-CAT-TABLE.
001650     05  WS-CAT-MAX                  PIC 9(02) VALUE 5.
001660     05  WS-CAT-ENTRY                OCCURS 5 TIMES.
001670         10  WS-CAT-E-CR-COUNT       PIC 9(07).
001680         10  WS-CAT-E-CR-AMOUNT      PIC S9(13)V99.
001690         10  WS-CAT-E-DR-COUNT       PIC 9(07).
001700         10  WS-CAT-E-DR-AMOUNT      PIC S9(13)V99.
001710* ONE POSTING, BUILT BY 5100 AND WRITTEN BY 5200.                 *
001720 01  WS-POSTING.
001730     05  WS-POST-ACCT                PIC X(12) VALUE SPACES.
001740     05  WS-POST-DR-CR               PIC X(01) VALUE SPACES.
001750     05  WS-POST-AMOUNT              PIC S9(13)V99 VALUE ZEROS.
001760     05  WS-POST-ENTRIES             PIC 9(07) VALUE ZEROS.
001770     05  WS-POST-NARR                PIC X(20) VALUE SPACES.
001780*
001790 COPY CMNLOGW.
001800 COPY CMNABNW.
001810*
001820 PROCEDURE DIVISION.
001830******************************************************************
001840* 0000-MAINLINE                                                   *
001850******************************************************************
001860 0000-MAINLINE.
001870     MOVE 'GLEXTR' TO CMN-LOG-PGM-NAME.
001880     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001890     IF WS-ABEND-NOT-OCCURRED
001900         PERFORM 2000-SUMMARISE-JOURNAL THRU 2000-EXIT
001910     END-IF.
001920     IF WS-ABEND-NOT-OCCURRED
001930         PERFORM 3000-SUMMARISE-MAINT THRU 3000-EXIT
001940     END-IF.
001950     IF WS-ABEND-NOT-OCCURRED
001960         PERFORM 4000-PRINT-SUMMARY THRU 4000-EXIT
001970         PERFORM 4500-PROVE-MOVEMENT THRU 4500-EXIT
001980     END-IF.
001990     IF WS-ABEND-NOT-OCCURRED
002000         PERFORM 5000-WRITE-INTERFACE THRU 5000-EXIT
002010     END-IF.
002020     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002030     STOP RUN.
002040*
002050******************************************************************
002060* 1000-INITIALIZE - RESOLVE THE CYCLE DATE FROM THE CARD OR       *
002070* THE SHOP CONTROL DATE, FETCH THE GL ACCOUNTS IN FORCE FOR       *
002080* THAT DATE, AND SETTLE WHICH RUN'S JOURNAL IS EXTRACTED.         *
002090******************************************************************
002100 1000-INITIALIZE.
002110     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002120     ACCEPT WS-RUN-TIME FROM TIME.
002130     MOVE SPACES TO CMN-LOG-RUN-ID.
002140     STRING WS-RUN-DATE DELIMITED BY SIZE
002150            WS-RUN-TIME DELIMITED BY SIZE
002160       INTO CMN-LOG-RUN-ID.
002170     INITIALIZE WS-CAT-ENTRY (1) WS-CAT-ENTRY (2)
002180                WS-CAT-ENTRY (3) WS-CAT-ENTRY (4)
002190                WS-CAT-ENTRY (5).
002200     ACCEPT WS-PARM-CARD.
002210     IF WS-PARM-DATE = SPACES
002220         PERFORM 1100-READ-CONTROL-DATE THRU 1100-EXIT
002230     ELSE
002240         IF WS-PARM-DATE NUMERIC
002250             MOVE WS-PARM-DATE TO WS-CYCLE-DATE
002260         ELSE
002270             MOVE 0161               TO CMN-ABEND-CODE
002280             MOVE 'GLEXTR'           TO CMN-ABEND-PGM-NAME
002290             MOVE 'CONTROL CARD CYCLE DATE NOT NUMERIC'
002300                                     TO CMN-ABEND-REASON
002310             PERFORM 9000-CMN-ABEND  THRU 9000-EXIT
002320             SET WS-ABEND-OCCURRED   TO TRUE
002330         END-IF
002340     END-IF.
002350     IF WS-ABEND-OCCURRED
002360         GO TO 1000-EXIT
002370     END-IF.
002380     PERFORM 1200-FETCH-ACCOUNTS THRU 1200-EXIT.
002390     IF WS-ABEND-OCCURRED
002400         GO TO 1000-EXIT
002410     END-IF.
002420     PERFORM 1300-FIND-CYCLE-RUN THRU 1300-EXIT.
002430     IF WS-ABEND-OCCURRED
002440         GO TO 1000-EXIT
002450     END-IF.
002460     DISPLAY 'GLEXTR - GL POSTING EXTRACT FOR ' WS-CYCLE-DATE
002470             ' RUN ' WS-CYCLE-RUN-ID.
002480     MOVE SPACES TO CMN-LOG-MSG-TEXT.
002490     STRING 'GLEXTR - BEGIN EXTRACT FOR ' DELIMITED BY SIZE
002500            WS-CYCLE-DATE              DELIMITED BY SIZE
002510            ' RUN '                    DELIMITED BY SIZE
002520            WS-CYCLE-RUN-ID            DELIMITED BY SIZE
002530       INTO CMN-LOG-MSG-TEXT.
002540     PERFORM 7000-LOG-MESSAGE THRU 7000-EXIT.
002550 1000-EXIT.
002560     EXIT.
002570*
002580 1100-READ-CONTROL-DATE.
002590     OPEN INPUT CMN-CTL-DATE-FILE.
002600     IF WS-CTL-FILE-STATUS NOT = '00'
002610         MOVE 0160               TO CMN-ABEND-CODE
002620         MOVE 'GLEXTR'           TO CMN-ABEND-PGM-NAME
002630         MOVE 'NO CYCLE DATE AND NO CONTROL DATE'
002640                                 TO CMN-ABEND-REASON
002650         PERFORM 9000-CMN-ABEND  THRU 9000-EXIT
002660         SET WS-ABEND-OCCURRED   TO TRUE
002670         IF WS-CTL-FILE-STATUS = '05'
002680             CLOSE CMN-CTL-DATE-FILE
002690         END-IF
002700         GO TO 1100-EXIT
002710     END-IF.
002720     READ CMN-CTL-DATE-FILE
002730         AT END
002740             MOVE 0160               TO CMN-ABEND-CODE
002750             MOVE 'GLEXTR'           TO CMN-ABEND-PGM-NAME
002760             MOVE 'NO CYCLE DATE AND NO CONTROL DATE'
002770                                     TO CMN-ABEND-REASON
002780             PERFORM 9000-CMN-ABEND  THRU 9000-EXIT
002790             SET WS-ABEND-OCCURRED   TO TRUE
002800         NOT AT END
002810             MOVE CMN-CTL-DATE-CCYYMMDD TO WS-CYCLE-DATE
002820     END-READ.
002830     CLOSE CMN-CTL-DATE-FILE.
002840 1100-EXIT.
002850     EXIT.
002860*
002870******************************************************************
002880* 1200-FETCH-ACCOUNTS - THE DEPOSIT CONTROL AND CLEARING GL       *
002890* ACCOUNTS IN FORCE AS OF THE CYCLE DATE. BOTH ARE REQUIRED -     *
002900* A POSTING FILE WITH A BLANK ACCOUNT WOULD BE REJECTED BY        *
002910* THE LEDGER AFTER THE CYCLE HAD BEEN SIGNED OFF.                 *
002920******************************************************************
002930 1200-FETCH-ACCOUNTS.
002940     OPEN INPUT CMN-PRM-FILE.
002950     IF WS-PRM-FILE-STATUS NOT = '00'
002960         MOVE 0162               TO CMN-ABEND-CODE
002970         MOVE 'GLEXTR'           TO CMN-ABEND-PGM-NAME
002980         MOVE 'GL ACCOUNT PARAMETERS MISSING'
002990                                 TO CMN-ABEND-REASON
003000         PERFORM 9000-CMN-ABEND  THRU 9000-EXIT
003010         SET WS-ABEND-OCCURRED   TO TRUE
003020         IF WS-PRM-FILE-STATUS = '05'
003030             CLOSE CMN-PRM-FILE
003040         END-IF
003050         GO TO 1200-EXIT
003060     END-IF.
003070     MOVE 'GL-DEPOSIT-ACCT' TO CMN-PRM-NAME OF CMN-PRM-REC.
003080     PERFORM 1250-READ-ACCOUNT THRU 1250-EXIT.
003090     IF WS-PRM-FOUND
003100         MOVE CMN-PRM-VALUE (1:12) TO WS-DEPOSIT-ACCT
003110     END-IF.
003120     MOVE 'GL-CLEARING-ACCT' TO CMN-PRM-NAME OF CMN-PRM-REC.
003130     PERFORM 1250-READ-ACCOUNT THRU 1250-EXIT.
003140     IF WS-PRM-FOUND
003150         MOVE CMN-PRM-VALUE (1:12) TO WS-CLEARING-ACCT
003160     END-IF.
003170     CLOSE CMN-PRM-FILE.
003180     IF WS-DEPOSIT-ACCT = SPACES
003190         OR WS-CLEARING-ACCT = SPACES
003200         MOVE 0162               TO CMN-ABEND-CODE
003210         MOVE 'GLEXTR'           TO CMN-ABEND-PGM-NAME
003220         MOVE 'GL ACCOUNT PARAMETERS MISSING'
003230                                 TO CMN-ABEND-REASON
003240         PERFORM 9000-CMN-ABEND  THRU 9000-EXIT
003250         SET WS-ABEND-OCCURRED   TO TRUE
003260     END-IF.
003270 1200-EXIT.
003280     EXIT.
003290*
003300 1250-READ-ACCOUNT.
003310     SET WS-PRM-NOT-FOUND TO TRUE.
003320     READ CMN-PRM-FILE
003330         INVALID KEY
003340             CONTINUE
003350         NOT INVALID KEY
003360             IF CMN-PRM-EFF-DATE NOT > WS-CYCLE-DATE
003370                 SET WS-PRM-FOUND TO TRUE
003380             END-IF
003390     END-READ.
003400 1250-EXIT.
003410     EXIT.
003420*
003430******************************************************************
003440* 1300-FIND-CYCLE-RUN - PRE-PASS OVER THE JOURNAL. IT IS          *
003450* APPEND-ONLY AND A RESTARTED APPLY WRITES THE DATE AGAIN         *
003460* UNDER A NEW RUN ID, SO ONLY THE LAST RUN SEEN FOR THE DATE      *
003470* IS THE ONE THE MASTER AND CMNTOTF REFLECT. A RUN ID ON THE      *
003480* CARD OVERRIDES THAT, WITH A WARN WHEN IT IS NOT THE LAST.       *
003490******************************************************************
003500 1300-FIND-CYCLE-RUN.
003510     OPEN INPUT CMN-JRN-FILE.
003520     IF WS-JRN-FILE-STATUS NOT = '00'
003530         PERFORM 2900-JOURNAL-FAIL THRU 2900-EXIT
003540         GO TO 1300-EXIT
003550     END-IF.
003560     PERFORM 1310-READ-FOR-RUN THRU 1310-EXIT
003570         UNTIL WS-JRN-EOF.
003580     CLOSE CMN-JRN-FILE.
003590     SET WS-JRN-NOT-EOF TO TRUE.
003600     IF WS-PARM-RUN-ID = SPACES
003610         MOVE WS-LAST-RUN-ID TO WS-CYCLE-RUN-ID
003620     ELSE
003630         MOVE WS-PARM-RUN-ID TO WS-CYCLE-RUN-ID
003640         IF WS-PARM-RUN-ID NOT = WS-LAST-RUN-ID
003650             SET CMN-LOG-SEV-WARN TO TRUE
003660             MOVE 'GLEXTR - CARD RUN ID NOT LAST RUN FOR DATE'
003670                                 TO CMN-LOG-MSG-TEXT
003680             PERFORM 7000-LOG-MESSAGE THRU 7000-EXIT
003690         END-IF
003700     END-IF.
003710     IF WS-LAST-RUN-ID = SPACES
003720         SET CMN-LOG-SEV-WARN TO TRUE
003730         MOVE 'GLEXTR - NO JOURNAL RECORDS FOR THE CYCLE DATE'
003740                                 TO CMN-LOG-MSG-TEXT
003750         PERFORM 7000-LOG-MESSAGE THRU 7000-EXIT
003760     END-IF.
003770 1300-EXIT.
003780     EXIT.
003790*
003800 1310-READ-FOR-RUN.
003810     READ CMN-JRN-FILE
003820         AT END
003830             SET WS-JRN-EOF TO TRUE
003840         NOT AT END
003850             IF CMN-JRN-PROC-DATE = WS-CYCLE-DATE
003860                 MOVE CMN-JRN-RUN-ID TO WS-LAST-RUN-ID
003870             END-IF
003880     END-READ.
003890 1310-EXIT.
003900     EXIT.
003910*
003920******************************************************************
003930* 2000-SUMMARISE-JOURNAL - EVERY JOURNAL RECORD FOR THE CYCLE     *
003940* DATE AND RUN ADDS ITS BALANCE MOVEMENT (AFTER MINUS BEFORE)     *
003950* TO ITS CATEGORY. RECORDS OF THE DATE UNDER ANY OTHER RUN        *
003960* ARE COUNTED AS SKIPPED.                                         *
003970******************************************************************
003980 2000-SUMMARISE-JOURNAL.
003990     OPEN INPUT CMN-JRN-FILE.
004000     IF WS-JRN-FILE-STATUS NOT = '00'
004010         PERFORM 2900-JOURNAL-FAIL THRU 2900-EXIT
004020         GO TO 2000-EXIT
004030     END-IF.
004040     PERFORM 2100-READ-JOURNAL THRU 2100-EXIT
004050         UNTIL WS-JRN-EOF.
004060     CLOSE CMN-JRN-FILE.
004070 2000-EXIT.
004080     EXIT.
004090*
004100 2100-READ-JOURNAL.
004110     READ CMN-JRN-FILE
004120         AT END
004130             SET WS-JRN-EOF TO TRUE
004140         NOT AT END
004150             ADD 1 TO WS-JRN-READ-COUNT
004160             IF CMN-JRN-PROC-DATE = WS-CYCLE-DATE
004170                 IF CMN-JRN-RUN-ID = WS-CYCLE-RUN-ID
004180                     PERFORM 2200-POST-JOURNAL THRU 2200-EXIT
004190                 ELSE
004200                     ADD 1 TO WS-JRN-SKIP-COUNT
004210                 END-IF
004220             END-IF
004230     END-READ.
004240 2100-EXIT.
004250     EXIT.
004260*
004270 2200-POST-JOURNAL.
004280     ADD 1 TO WS-JRN-USED-COUNT.
004290     EVALUATE CMN-JRN-ACTION
004300         WHEN 'A'
004310             MOVE 1 TO WS-CAT-SUB
004320         WHEN 'C'
004330             MOVE 2 TO WS-CAT-SUB
004340         WHEN 'D'
004350             MOVE 3 TO WS-CAT-SUB
004360         WHEN 'T'
004370             MOVE 4 TO WS-CAT-SUB
004380         WHEN OTHER
004390* AN ACTION THE APPLY NEVER WRITES STILL MOVED THE BALANCE        *
004400* IT RECORDS, SO IT POSTS AS A CHANGE RATHER THAN DROPPING        *
004410* OUT OF THE PROOF.                                               *
004420             MOVE 2 TO WS-CAT-SUB
004430             ADD 1 TO WS-JRN-ODD-COUNT
004440             SET CMN-LOG-SEV-WARN TO TRUE
004450             MOVE SPACES TO CMN-LOG-MSG-TEXT
004460             STRING 'GLEXTR - UNKNOWN JOURNAL ACTION, KEY '
004470                                  DELIMITED BY SIZE
004480                    CMN-JRN-KEY   DELIMITED BY SIZE
004490               INTO CMN-LOG-MSG-TEXT
004500             PERFORM 7000-LOG-MESSAGE THRU 7000-EXIT
004510     END-EVALUATE.
004520     COMPUTE WS-MOVEMENT = CMN-JRN-BAL-AFTER - CMN-JRN-BAL-BEFORE.
004530     PERFORM 2500-ADD-MOVEMENT THRU 2500-EXIT.
004540 2200-EXIT.
004550     EXIT.
004560*
004570******************************************************************
004580* 2500-ADD-MOVEMENT - WS-MOVEMENT INTO CATEGORY WS-CAT-SUB. A     *
004590* RISE GOES TO THE CREDIT SIDE, A FALL (AS A POSITIVE AMOUNT)     *
004600* TO THE DEBIT SIDE. A ZERO MOVEMENT (A NAME-ONLY CHANGE)         *
004610* POSTS NOTHING.                                                  *
004620******************************************************************
004630 2500-ADD-MOVEMENT.
004640     ADD WS-MOVEMENT TO WS-NET-MOVEMENT.
004650     IF WS-MOVEMENT > ZEROS
004660         ADD 1 TO WS-CAT-E-CR-COUNT (WS-CAT-SUB)
004670         ADD WS-MOVEMENT TO WS-CAT-E-CR-AMOUNT (WS-CAT-SUB)
004680     END-IF.
004690     IF WS-MOVEMENT < ZEROS
004700         ADD 1 TO WS-CAT-E-DR-COUNT (WS-CAT-SUB)
004710         SUBTRACT WS-MOVEMENT FROM WS-CAT-E-DR-AMOUNT (WS-CAT-SUB)
004720     END-IF.
004730 2500-EXIT.
004740     EXIT.
004750*
004760 2900-JOURNAL-FAIL.
004770     MOVE 0163               TO CMN-ABEND-CODE.
004780     MOVE 'GLEXTR'           TO CMN-ABEND-PGM-NAME.
004790     MOVE 'JOURNAL FILE NOT AVAILABLE'
004800                             TO CMN-ABEND-REASON.
004810     PERFORM 9000-CMN-ABEND  THRU 9000-EXIT.
004820     SET WS-ABEND-OCCURRED   TO TRUE.
004830 2900-EXIT.
004840     EXIT.
004850*
004860******************************************************************
004870* 3000-SUMMARISE-MAINT - MSTMNT CORRECTIONS ARE NOT JOURNALED     *
004880* BUT THEY MOVE THE MASTER AND APPEND THEIR OWN CMNTOTF           *
004890* ADJUSTMENT, SO THE ONES MADE UNDER THE CYCLE DATE POST AS       *
004900* CATEGORY MAINT. AN AUDIT RECORD WITHOUT A CONTROL DATE          *
004910* PREDATES THAT FIELD AND CANNOT BE PLACED, SO IT IS LEFT         *
004920* OUT. A MISSING AUDIT FILE MEANS NO CORRECTIONS.                 *
004930******************************************************************
004940 3000-SUMMARISE-MAINT.
004950     MOVE 5 TO WS-CAT-SUB.
004960     OPEN INPUT CMN-MAU-FILE.
004970     MOVE WS-MAU-FILE-STATUS TO WS-MAU-OPEN-STATUS.
004980     IF WS-MAU-OPEN-STATUS NOT = '00'
004990         IF WS-MAU-OPEN-STATUS = '05'
005000             CLOSE CMN-MAU-FILE
005010         END-IF
005020         GO TO 3000-EXIT
005030     END-IF.
005040     PERFORM 3100-READ-MAINT THRU 3100-EXIT
005050         UNTIL WS-MAU-EOF.
005060     CLOSE CMN-MAU-FILE.
005070 3000-EXIT.
005080     EXIT.
005090*
005100 3100-READ-MAINT.
005110     READ CMN-MAU-FILE
005120         AT END
005130             SET WS-MAU-EOF TO TRUE
005140         NOT AT END
005150             IF CMN-MAU-CTL-DATE NUMERIC
005160                 AND CMN-MAU-CTL-DATE = WS-CYCLE-DATE
005170                 ADD 1 TO WS-MAU-USED-COUNT
005180                 COMPUTE WS-MOVEMENT = CMN-MAU-NEW-BALANCE
005190                                     - CMN-MAU-OLD-BALANCE
005200                 PERFORM 2500-ADD-MOVEMENT THRU 2500-EXIT
005210             END-IF
005220     END-READ.
005230 3100-EXIT.
005240     EXIT.
005250*
005260******************************************************************
005270* 4000-PRINT-SUMMARY - THE CATEGORY TOTALS, PRINTED BEFORE THE    *
005280* PROOF SO A REFUSED FILE STILL SHOWS WHAT WOULD HAVE POSTED.     *
005290******************************************************************
005300 4000-PRINT-SUMMARY.
005310     PERFORM 4100-PRINT-CATEGORY THRU 4100-EXIT
005320         VARYING WS-CAT-SUB FROM 1 BY 1
005330         UNTIL WS-CAT-SUB > WS-CAT-MAX.
005340     DISPLAY 'GLEXTR - JOURNAL RECORDS READ   ' WS-JRN-READ-COUNT.
005350     DISPLAY 'GLEXTR - JOURNAL RECORDS POSTED ' WS-JRN-USED-COUNT.
005360     DISPLAY 'GLEXTR - OTHER RUNS SKIPPED     ' WS-JRN-SKIP-COUNT.
005370     DISPLAY 'GLEXTR - UNKNOWN ACTIONS        ' WS-JRN-ODD-COUNT.
005380     DISPLAY 'GLEXTR - MSTMNT CORRECTIONS     ' WS-MAU-USED-COUNT.
005390     MOVE WS-NET-MOVEMENT TO WS-DISP-AMT.
005400     DISPLAY 'GLEXTR - NET DEPOSIT MOVEMENT   ' WS-DISP-AMT.
005410 4000-EXIT.
005420     EXIT.
005430*
005440 4100-PRINT-CATEGORY.
005450     MOVE WS-CAT-E-CR-AMOUNT (WS-CAT-SUB) TO WS-DISP-AMT.
005460     MOVE WS-CAT-E-DR-AMOUNT (WS-CAT-SUB) TO WS-DISP-AMT-2.
005470     DISPLAY 'GLEXTR -   ' WS-CAT-NAME (WS-CAT-SUB)
005480             ' RISES ' WS-CAT-E-CR-COUNT (WS-CAT-SUB)
005490             ' ' WS-DISP-AMT
005500             ' FALLS ' WS-CAT-E-DR-COUNT (WS-CAT-SUB)
005510             ' ' WS-DISP-AMT-2.
005520 4100-EXIT.
005530     EXIT.
005540*
005550******************************************************************
005560* 4500-PROVE-MOVEMENT - SUM HASH-OUT MINUS HASH-IN OVER EVERY     *
005570* CMNTOTF RECORD FOR THE CYCLE DATE. THE RECORDS CHAIN (EACH      *
005580* HASH-IN IS THE PRIOR HASH-OUT), SO THE SUM IS THE DAY'S         *
005590* MOVEMENT ON THE MASTER. NO TOTALS, OR A DIFFERENCE, AND THE     *
005600* INTERFACE FILE IS NEVER OPENED.                                 *
005610******************************************************************
005620 4500-PROVE-MOVEMENT.
005630     OPEN INPUT CMN-TOT-FILE.
005640     MOVE WS-TOT-FILE-STATUS TO WS-TOT-OPEN-STATUS.
005650     IF WS-TOT-OPEN-STATUS = '00'
005660         PERFORM 4600-READ-TOTALS THRU 4600-EXIT
005670             UNTIL WS-TOT-EOF
005680     END-IF.
005690     IF WS-TOT-OPEN-STATUS = '00' OR WS-TOT-OPEN-STATUS = '05'
005700         CLOSE CMN-TOT-FILE
005710     END-IF.
005720     IF WS-TOT-COUNT = ZEROS
005730         SET CMN-LOG-SEV-SEVERE TO TRUE
005740         MOVE 'GLEXTR - NO CONTROL TOTALS FOR THE CYCLE DATE'
005750                                 TO CMN-LOG-MSG-TEXT
005760         PERFORM 7000-LOG-MESSAGE THRU 7000-EXIT
005770         MOVE 0164               TO CMN-ABEND-CODE
005780         MOVE 'GLEXTR'           TO CMN-ABEND-PGM-NAME
005790         MOVE 'NO CONTROL TOTALS FOR THE CYCLE DATE'
005800                                 TO CMN-ABEND-REASON
005810         PERFORM 9000-CMN-ABEND  THRU 9000-EXIT
005820         SET WS-ABEND-OCCURRED   TO TRUE
005830         GO TO 4500-EXIT
005840     END-IF.
005850     MOVE WS-TOT-MOVEMENT TO WS-DISP-AMT.
005860     DISPLAY 'GLEXTR - CMNTOTF RECORDS        ' WS-TOT-COUNT.
005870     DISPLAY 'GLEXTR - CMNTOTF MOVEMENT       ' WS-DISP-AMT.
005880     IF WS-TOT-MOVEMENT NOT = WS-NET-MOVEMENT
005890         DISPLAY 'GLEXTR - NOT PROVED - GL FILE NOT RELEASED'
005900         SET CMN-LOG-SEV-SEVERE TO TRUE
005910         MOVE 'GLEXTR - MOVEMENT NOT PROVED, GL FILE NOT RELEASED'
005920                                 TO CMN-LOG-MSG-TEXT
005930         PERFORM 7000-LOG-MESSAGE THRU 7000-EXIT
005940         MOVE 0165               TO CMN-ABEND-CODE
005950         MOVE 'GLEXTR'           TO CMN-ABEND-PGM-NAME
005960         MOVE 'NET MOVEMENT NOT EQUAL TO CONTROL TOTALS'
005970                                 TO CMN-ABEND-REASON
005980         PERFORM 9000-CMN-ABEND  THRU 9000-EXIT
005990         SET WS-ABEND-OCCURRED   TO TRUE
006000         GO TO 4500-EXIT
006010     END-IF.
006020     DISPLAY 'GLEXTR - PROVED AGAINST CMNTOTF'.
006030 4500-EXIT.
006040     EXIT.
006050*
006060 4600-READ-TOTALS.
006070     READ CMN-TOT-FILE
006080         AT END
006090             SET WS-TOT-EOF TO TRUE
006100         NOT AT END
006110             IF CMN-TOT-PROC-DATE = WS-CYCLE-DATE
006120                 ADD 1 TO WS-TOT-COUNT
006130                 ADD CMN-TOT-HASH-OUT TO WS-TOT-MOVEMENT
006140                 SUBTRACT CMN-TOT-HASH-IN FROM WS-TOT-MOVEMENT
006150             END-IF
006160     END-READ.
006170 4600-EXIT.
006180     EXIT.
006190*
006200******************************************************************
006210* 5000-WRITE-INTERFACE - HEADER, THE POSTINGS CATEGORY BY         *
006220* CATEGORY, AND A TRAILER WITH THE COUNT, THE DEBIT AND           *
006230* CREDIT TOTALS (EQUAL BY CONSTRUCTION) AND THE PROVED NET        *
006240* DEPOSIT MOVEMENT.                                               *
006250******************************************************************
006260 5000-WRITE-INTERFACE.
006270     OPEN OUTPUT CMN-GLX-FILE.
006280     IF WS-GLX-FILE-STATUS NOT = '00'
006290         MOVE 0166               TO CMN-ABEND-CODE
006300         MOVE 'GLEXTR'           TO CMN-ABEND-PGM-NAME
006310         MOVE 'GL INTERFACE FILE NOT USABLE'
006320                                 TO CMN-ABEND-REASON
006330         PERFORM 9000-CMN-ABEND  THRU 9000-EXIT
006340         SET WS-ABEND-OCCURRED   TO TRUE
006350         GO TO 5000-EXIT
006360     END-IF.
006370     MOVE SPACES          TO CMN-GLX-HDR-REC.
006380     MOVE 'CMNGLXHDR'     TO CMN-GLX-HDR-TAG.
006390     MOVE WS-CYCLE-DATE   TO CMN-GLX-HDR-CYCLE-DATE.
006400     MOVE WS-CYCLE-RUN-ID TO CMN-GLX-HDR-RUN-ID.
006410     MOVE WS-RUN-DATE     TO CMN-GLX-HDR-CREATE-DATE.
006420     MOVE 'GLEXTR'        TO CMN-GLX-HDR-SOURCE.
006430     WRITE CMN-GLX-HDR-REC.
006440     IF WS-GLX-FILE-STATUS NOT = '00'
006450         PERFORM 5900-OUTPUT-FAIL THRU 5900-EXIT
006460         GO TO 5000-EXIT
006470     END-IF.
006480     PERFORM 5100-WRITE-CATEGORY THRU 5100-EXIT
006490         VARYING WS-CAT-SUB FROM 1 BY 1
006500         UNTIL WS-CAT-SUB > WS-CAT-MAX
006510            OR WS-ABEND-OCCURRED.
006520     IF WS-ABEND-OCCURRED
006530         GO TO 5000-EXIT
006540     END-IF.
006550     MOVE SPACES          TO CMN-GLX-TRL-REC.
006560     MOVE 'CMNGLXTRL'     TO CMN-GLX-TRL-TAG.
006570     MOVE WS-POST-COUNT   TO CMN-GLX-TRL-REC-COUNT.
006580     MOVE WS-DEBIT-TOTAL  TO CMN-GLX-TRL-DEBIT-TOTAL.
006590     MOVE WS-CREDIT-TOTAL TO CMN-GLX-TRL-CREDIT-TOTAL.
006600     MOVE WS-NET-MOVEMENT TO CMN-GLX-TRL-NET-MOVEMENT.
006610     WRITE CMN-GLX-TRL-REC.
006620     IF WS-GLX-FILE-STATUS NOT = '00'
006630         PERFORM 5900-OUTPUT-FAIL THRU 5900-EXIT
006640         GO TO 5000-EXIT
006650     END-IF.
006660     CLOSE CMN-GLX-FILE.
006670     MOVE WS-DEBIT-TOTAL TO WS-DISP-AMT.
006680     DISPLAY 'GLEXTR - POSTINGS WRITTEN       ' WS-POST-COUNT.
006690     DISPLAY 'GLEXTR - DEBIT/CREDIT TOTAL     ' WS-DISP-AMT.
006700     MOVE SPACES TO CMN-LOG-MSG-TEXT.
006710     STRING 'GLEXTR - GL FILE RELEASED FOR '  DELIMITED BY SIZE
006720            WS-CYCLE-DATE                     DELIMITED BY SIZE
006730            ', POSTINGS '                     DELIMITED BY SIZE
006740            WS-POST-COUNT                     DELIMITED BY SIZE
006750       INTO CMN-LOG-MSG-TEXT.
006760     PERFORM 7000-LOG-MESSAGE THRU 7000-EXIT.
006770 5000-EXIT.
006780     EXIT.
006790*
006800******************************************************************
006810* 5100-WRITE-CATEGORY - A RISE IS DEBIT CLEARING / CREDIT         *
006820* DEPOSITS, A FALL DEBIT DEPOSITS / CREDIT CLEARING. THE TWO      *
006830* TRANSFER LEGS ARE BOTH DEPOSIT-SIDE, SO THEY POST AGAINST       *
006840* EACH OTHER ON THE DEPOSIT CONTROL ACCOUNT WITH NO CLEARING      *
006850* ENTRY.                                                          *
006860******************************************************************
006870 5100-WRITE-CATEGORY.
006880     IF WS-CAT-E-CR-AMOUNT (WS-CAT-SUB) > ZEROS
006890         MOVE WS-CAT-E-CR-AMOUNT (WS-CAT-SUB) TO WS-POST-AMOUNT
006900         MOVE WS-CAT-E-CR-COUNT (WS-CAT-SUB)  TO WS-POST-ENTRIES
006910         MOVE SPACES TO WS-POST-NARR
006920         IF WS-CAT-IS-TRANSFER
006930             MOVE 'TRANSFER CREDIT LEGS' TO WS-POST-NARR
006940         ELSE
006950             STRING WS-CAT-NAME (WS-CAT-SUB) DELIMITED BY SPACE
006960                    ' RISES'                 DELIMITED BY SIZE
006970               INTO WS-POST-NARR
006980             MOVE WS-CLEARING-ACCT TO WS-POST-ACCT
006990             MOVE 'D'              TO WS-POST-DR-CR
007000             PERFORM 5200-WRITE-POSTING THRU 5200-EXIT
007010         END-IF
007020         MOVE WS-DEPOSIT-ACCT TO WS-POST-ACCT
007030         MOVE 'C'             TO WS-POST-DR-CR
007040         PERFORM 5200-WRITE-POSTING THRU 5200-EXIT
007050     END-IF.
007060     IF WS-ABEND-OCCURRED
007070         GO TO 5100-EXIT
007080     END-IF.
007090     IF WS-CAT-E-DR-AMOUNT (WS-CAT-SUB) > ZEROS
007100         MOVE WS-CAT-E-DR-AMOUNT (WS-CAT-SUB) TO WS-POST-AMOUNT
007110         MOVE WS-CAT-E-DR-COUNT (WS-CAT-SUB)  TO WS-POST-ENTRIES
007120         MOVE SPACES TO WS-POST-NARR
007130         IF WS-CAT-IS-TRANSFER
007140             MOVE 'TRANSFER DEBIT LEGS' TO WS-POST-NARR
007150         ELSE
007160             STRING WS-CAT-NAME (WS-CAT-SUB) DELIMITED BY SPACE
007170                    ' FALLS'                 DELIMITED BY SIZE
007180               INTO WS-POST-NARR
007190         END-IF
007200         MOVE WS-DEPOSIT-ACCT TO WS-POST-ACCT
007210         MOVE 'D'             TO WS-POST-DR-CR
007220         PERFORM 5200-WRITE-POSTING THRU 5200-EXIT
007230         IF NOT WS-CAT-IS-TRANSFER
007240             MOVE WS-CLEARING-ACCT TO WS-POST-ACCT
007250             MOVE 'C'              TO WS-POST-DR-CR
007260             PERFORM 5200-WRITE-POSTING THRU 5200-EXIT
007270         END-IF
007280     END-IF.
007290 5100-EXIT.
007300     EXIT.
007310*
007320 5200-WRITE-POSTING.
007330     IF WS-ABEND-OCCURRED
007340         GO TO 5200-EXIT
007350     END-IF.
007360     MOVE SPACES                   TO CMN-GLX-REC.
007370     MOVE WS-POST-ACCT             TO CMN-GLX-ACCOUNT.
007380     MOVE WS-POST-DR-CR            TO CMN-GLX-DR-CR.
007390     MOVE WS-POST-AMOUNT           TO CMN-GLX-AMOUNT.
007400     MOVE WS-CAT-NAME (WS-CAT-SUB) TO CMN-GLX-CATEGORY.
007410     MOVE WS-POST-ENTRIES          TO CMN-GLX-ENTRY-COUNT.
007420     MOVE WS-CYCLE-DATE            TO CMN-GLX-CYCLE-DATE.
007430     MOVE WS-POST-NARR             TO CMN-GLX-NARRATIVE.
007440     WRITE CMN-GLX-REC.
007450     IF WS-GLX-FILE-STATUS NOT = '00'
007460         PERFORM 5900-OUTPUT-FAIL THRU 5900-EXIT
007470         GO TO 5200-EXIT
007480     END-IF.
007490     ADD 1 TO WS-POST-COUNT.
007500     IF CMN-GLX-DEBIT
007510         ADD WS-POST-AMOUNT TO WS-DEBIT-TOTAL
007520     ELSE
007530         ADD WS-POST-AMOUNT TO WS-CREDIT-TOTAL
007540     END-IF.
007550 5200-EXIT.
007560     EXIT.
007570*
007580 5900-OUTPUT-FAIL.
007590     MOVE 0166               TO CMN-ABEND-CODE.
007600     MOVE 'GLEXTR'           TO CMN-ABEND-PGM-NAME.
007610     MOVE 'GL INTERFACE WRITE FAILED'
007620                             TO CMN-ABEND-REASON.
007630     PERFORM 9000-CMN-ABEND  THRU 9000-EXIT.
007640     SET WS-ABEND-OCCURRED   TO TRUE.
007650 5900-EXIT.
007660     EXIT.
007670*
007680******************************************************************
007690* 8000-TERMINATE - A CLEAN RUN ENDS RC=00; AN ABEND PATH          *
007700* HAS ALREADY SET RETURN-CODE FROM THE ABEND CODE AND             *
007710* MUST NOT BE OVERWRITTEN.                                        *
007720******************************************************************
007730 8000-TERMINATE.
007740     IF WS-ABEND-NOT-OCCURRED
007750         MOVE 00 TO RETURN-CODE
007760     END-IF.
007770 8000-EXIT.
007780     EXIT.
007790*
007800 COPY CMNLOGP.
007810 COPY CMNABNP.
