000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  DRMRPT.
000030 AUTHOR.      R A LOWRY.
000040 INSTALLATION. COMMON-SOURCE LIBRARY.
000050 DATE-WRITTEN. 20261015.
000060 DATE-COMPILED.
000070*
000080******************************************************************
000090* DRMRPT - DORMANT-ACCOUNT AND UNCLAIMED-PROPERTY REPORT          *
000100* AGES EVERY RECORD ON THE MASTER GENERATION (CMNMST) BY THE      *
000110* DAYS FROM ITS LAST ACTIVITY (CMN-MSTR-MAINT-DATE, SET BY        *
000120* EVERY APPLY AND EVERY MSTMNT CORRECTION) TO THE SHOP            *
000130* CONTROL DATE, AND BUCKETS IT AGAINST THE DORMANCY AND           *
000140* ESCHEAT THRESHOLDS IN FORCE AS OF THAT DATE:                    *
000150*   ACTIVE  - FEWER DAYS THAN DORMANT-DAYS.                       *
000160*   DORMANT - AT LEAST DORMANT-DAYS, FEWER THAN ESCHEAT-DAYS.     *
000170*   ESCHEAT - AT LEAST ESCHEAT-DAYS.                              *
000180*   UNAGED  - NO USABLE ACTIVITY DATE, OR ONE AFTER THE           *
000190*             CONTROL DATE. LISTED FOR CORRECTION, NEVER          *
000200*             TREATED AS A CANDIDATE.                             *
000210* EVERY DORMANT AND ESCHEAT RECORD IS LISTED WITH ITS BALANCE,    *
000220* AND EACH BUCKET IS TOTALLED BY COUNT AND BALANCE.               *
000230*                                                                 *
000240* THE ESCHEAT CANDIDATES THAT ARE STILL ACTIVE AND HOLD A         *
000250* CREDIT BALANCE ARE ALSO WRITTEN TO CMNESC AS MSTMNT CHG         *
000260* CARDS (KEY IN COLS 6-15, STATUS 'F' IN COL 51, EVERYTHING       *
000270* ELSE BLANK SO IT IS KEPT), IN MASTER KEY ORDER. FED TO          *
000280* MSTMNT AS ITS CMNCRD THEY FREEZE THE ACCOUNTS - CREDITS         *
000290* STILL POST, NOTHING CAN BE DRAWN - PENDING THE FILING.          *
000300* FROZEN AND CLOSED ACCOUNTS ARE ALREADY INACTIVE, AND A ZERO     *
000310* OR DEBIT BALANCE IS NOT PROPERTY TO BE CLAIMED, SO THOSE        *
000320* ARE LISTED BUT NOT EXTRACTED.                                   *
000330*                                                                 *
000340* PARAMETERS (CMNPRM, TYPE N, WHOLE DAYS, BOTH REQUIRED):         *
000350*   DORMANT-DAYS - DAYS WITHOUT ACTIVITY TO BE DORMANT.           *
000360*   ESCHEAT-DAYS - DAYS WITHOUT ACTIVITY TO BE AN ESCHEAT         *
000370*                  CANDIDATE. MUST EXCEED DORMANT-DAYS.           *
000380*                                                                 *
000390* ABEND CODES (THROUGH THE SHARED CMNABNP PARAGRAPH):             *
000400*   U0170 - CONTROL-DATE FILE MISSING OR EMPTY.                   *
000410*   U0171 - THRESHOLD PARAMETER MISSING OR UNUSABLE, OR           *
000420*           ESCHEAT-DAYS NOT GREATER THAN DORMANT-DAYS.           *
000430*   U0172 - MASTER FILE MISSING OR UNREADABLE.                    *
000440*   U0173 - ESCHEAT EXTRACT FILE NOT USABLE OR WRITE FAILED.      *
000450******************************************************************
000460*
000470* MAINTENANCE HISTORY                                            *
000480* DATE     INIT DESCRIPTION                                      *
000490* -------- ---- ----------------------------------------         *
000500* 20261015 RAL   ORIGINAL MEMBER.                                *
000510******************************************************************
000520*
000530 ENVIRONMENT DIVISION.
000540 CONFIGURATION SECTION.
000550 SOURCE-COMPUTER.      IBM-370.
000560 OBJECT-COMPUTER.      IBM-370.
000570 INPUT-OUTPUT SECTION.
000580 FILE-CONTROL.
000590     SELECT CMN-CTL-DATE-FILE         ASSIGN TO CMNCTL
000600                             ORGANIZATION IS LINE SEQUENTIAL
000610                             FILE STATUS IS WS-CTL-FILE-STATUS.
000620     SELECT OPTIONAL CMN-PRM-FILE     ASSIGN TO CMNPRM
000630                             ORGANIZATION IS INDEXED
000640                             ACCESS MODE IS RANDOM
000650                             RECORD KEY IS CMN-PRM-NAME OF
000660                                           CMN-PRM-REC
000670                             FILE STATUS IS WS-PRM-FILE-STATUS.
000680     SELECT CMN-MST-FILE              ASSIGN TO CMNMST
000690                             ORGANIZATION IS LINE SEQUENTIAL
000700                             FILE STATUS IS WS-MST-FILE-STATUS.
000710     SELECT CMN-CRD-FILE              ASSIGN TO CMNESC
000720                             ORGANIZATION IS LINE SEQUENTIAL
000730                             FILE STATUS IS WS-ESC-FILE-STATUS.
000740     SELECT OPTIONAL CMN-HOL-FILE     ASSIGN TO CMNHOL
000750                             ORGANIZATION IS LINE SEQUENTIAL
000760                             FILE STATUS IS CMN-HOL-FILE-STATUS.
000770     SELECT OPTIONAL CMN-LOG-FILE     ASSIGN TO CMNLOG
000780                             ORGANIZATION IS LINE SEQUENTIAL
000790                             FILE STATUS IS CMN-LOG-FILE-STATUS.
000800*
000810 DATA DIVISION.
000820 FILE SECTION.
000830 COPY CMNCTLF.
000840 COPY CMNPRMF.
000850 COPY CMNMSTR.
000860 COPY CMNCRDF.
000870 COPY CMNHOLF.
000880 COPY CMNLOGF.
000890*
000900 WORKING-STORAGE SECTION.
000910 77  WS-CTL-FILE-STATUS           PIC X(02) VALUE '00'.
000920 77  WS-PRM-FILE-STATUS           PIC X(02) VALUE '00'.
000930 77  WS-MST-FILE-STATUS           PIC X(02) VALUE '00'.
000940 77  WS-ESC-FILE-STATUS           PIC X(02) VALUE '00'.
000950 77  WS-RUN-DATE                  PIC 9(08) VALUE ZEROS.
000960 77  WS-RUN-TIME                  PIC 9(08) VALUE ZEROS.
000970 77  WS-CONTROL-DATE              PIC 9(08) VALUE ZEROS.
000980 77  WS-CONTROL-DAY-NO            PIC 9(07) VALUE ZEROS.
000990 77  WS-DORMANT-DAYS              PIC 9(05) VALUE ZEROS.
001000 77  WS-ESCHEAT-DAYS              PIC 9(05) VALUE ZEROS.
001010 77  WS-AGE-DAYS                  PIC 9(07) VALUE ZEROS.
001020 77  WS-MST-READ-COUNT            PIC 9(07) VALUE ZEROS.
001030 77  WS-ESC-WRITE-COUNT           PIC 9(07) VALUE ZEROS.
001040 77  WS-BKT-SUB                   PIC 9(02) VALUE ZEROS.
001050     88  WS-BKT-IS-ACTIVE                VALUE 1.
001060     88  WS-BKT-IS-DORMANT               VALUE 2.
001070     88  WS-BKT-IS-ESCHEAT               VALUE 3.
001080     88  WS-BKT-IS-UNAGED                VALUE 4.
001090 77  WS-TOTAL-COUNT               PIC 9(07) VALUE ZEROS.
001100 77  WS-TOTAL-BALANCE             PIC S9(13)V99 VALUE ZEROS.
001110 77  WS-DISP-BAL                  PIC -9(09).99 VALUE ZEROS.
001120 77  WS-DISP-HASH                 PIC -9(13).99 VALUE ZEROS.
001130 77  WS-DISP-AGE                  PIC Z(06)9 VALUE ZEROS.
001140 77  WS-LIST-NOTE                 PIC X(13) VALUE SPACES.
001150 77  WS-PARSE-SUB                 PIC 9(02) VALUE ZEROS.
001160 77  WS-PARSE-CHAR                PIC X(01) VALUE SPACES.
001170 77  WS-PARSE-DIGIT               PIC 9(01) VALUE ZEROS.
001180 77  WS-PARSE-RESULT              PIC S9(09)V9(06) VALUE ZEROS.
001190 77  WS-PARSE-FACTOR              PIC SV9(06) VALUE ZEROS.
001200 77  WS-PARSE-VALUE               PIC X(40) VALUE SPACES.
001210 77  WS-PARSE-WHOLE               PIC 9(05) VALUE ZEROS.
001220 01  WS-SWITCHES.
001230     05  WS-ABEND-SWITCH             PIC X(01) VALUE 'N'.
001240         88  WS-ABEND-OCCURRED               VALUE 'Y'.
001250         88  WS-ABEND-NOT-OCCURRED           VALUE 'N'.
001260     05  WS-MST-EOF-SW               PIC X(01) VALUE 'N'.
001270         88  WS-MST-EOF                      VALUE 'Y'.
001280         88  WS-MST-NOT-EOF                  VALUE 'N'.
001290     05  WS-PARSE-OK-SW              PIC X(01) VALUE 'Y'.
001300         88  WS-PARSE-OK                     VALUE 'Y'.
001310         88  WS-PARSE-BAD                    VALUE 'N'.
001320     05  WS-PARSE-POINT-SW           PIC X(01) VALUE 'N'.
001330         88  WS-PARSE-POINT-SEEN             VALUE 'Y'.
001340         88  WS-PARSE-POINT-NOT-SEEN         VALUE 'N'.
001350     05  WS-PARSE-END-SW             PIC X(01) VALUE 'N'.
001360         88  WS-PARSE-ENDED                  VALUE 'Y'.
001370         88  WS-PARSE-NOT-ENDED              VALUE 'N'.
001380     05  WS-PARSE-DIGIT-SW           PIC X(01) VALUE 'N'.
001390         88  WS-PARSE-DIGIT-SEEN             VALUE 'Y'.
001400         88  WS-PARSE-DIGIT-NOT-SEEN         VALUE 'N'.
001410     05  WS-PARSE-NEG-SW             PIC X(01) VALUE 'N'.
001420         88  WS-PARSE-NEGATIVE               VALUE 'Y'.
001430         88  WS-PARSE-POSITIVE               VALUE 'N'.
001440*
001450* AGE BUCKETS - NAMES BY SUBSCRIPT, COUNT AND BALANCE TOTALS.     *
001460 01  WS-BKT-NAMES.
001470     05  FILLER                      PIC X(08) VALUE 'ACTIVE'.
001480     05  FILLER                      PIC X(08) VALUE 'DORMANT'.
001490     05  FILLER                      PIC X(08) VALUE 'ESCHEAT'.
001500     05  FILLER                      PIC X(08) VALUE 'UNAGED'.
001510 01  WS-BKT-NAMES-R REDEFINES WS-BKT-NAMES.
001520     05  WS-BKT-NAME                 PIC X(08) OCCURS 4 TIMES.
001530 01  WS-BKT-TABLE.
001540     05  WS-BKT-MAX                  PIC 9(02) VALUE 4.
001550     05  WS-BKT-ENTRY                OCCURS 4 TIMES.
001560         10  WS-BKT-E-COUNT          PIC 9(07).
001570         10  WS-BKT-E-BALANCE        PIC S9(13)V99.
001580*
001590* DAY-NUMBER WORK - A DATE AS A COUNT OF DAYS, SO TWO DATES       *
001600* SUBTRACT ACROSS MONTH AND YEAR ENDS.                            *
001610 01  WS-DAY-NO-WORK.
001620     05  WS-DN-YEAR                  PIC 9(04) VALUE ZEROS.
001630     05  WS-DN-MONTH                 PIC 9(02) VALUE ZEROS.
001640     05  WS-DN-Q4                    PIC 9(04) VALUE ZEROS.
001650     05  WS-DN-Q100                  PIC 9(04) VALUE ZEROS.
001660     05  WS-DN-Q400                  PIC 9(04) VALUE ZEROS.
001670     05  WS-DN-MONTH-DAYS            PIC 9(04) VALUE ZEROS.
001680     05  WS-DN-RESULT                PIC 9(07) VALUE ZEROS.
001690*
001700* ESCHEAT EXTRACT CARD - THE MSTMNT CONTROL-CARD COLUMNS.         *
001710 01  WS-ESC-CARD.
001720     05  WS-ESC-FUNCTION             PIC X(04) VALUE SPACES.
001730     05  FILLER                      PIC X(01) VALUE SPACES.
001740     05  WS-ESC-KEY                  PIC X(10) VALUE SPACES.
001750     05  FILLER                      PIC X(01) VALUE SPACES.
001760     05  WS-ESC-BALANCE              PIC X(12) VALUE SPACES.
001770     05  FILLER                      PIC X(01) VALUE SPACES.
001780     05  WS-ESC-NAME                 PIC X(20) VALUE SPACES.
001790     05  FILLER                      PIC X(01) VALUE SPACES.
001800     05  WS-ESC-STATUS               PIC X(01) VALUE SPACES.
001810     05  FILLER                      PIC X(01) VALUE SPACES.
001820     05  WS-ESC-OD-LIMIT             PIC X(12) VALUE SPACES.
001830     05  FILLER                      PIC X(16) VALUE SPACES.
001840*
001850 COPY CMNHOLW.
001860 COPY CMNDAYW.
001870 COPY CMNLOGW.
001880 COPY CMNABNW.
001890*
001900 PROCEDURE DIVISION.
001910******************************************************************
001920* 0000-MAINLINE                                                   *
001930******************************************************************
001940 0000-MAINLINE.
001950     MOVE 'DRMRPT' TO CMN-LOG-PGM-NAME.
001960     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001970     IF WS-ABEND-NOT-OCCURRED
001980         PERFORM 2000-AGE-MASTER THRU 2000-EXIT
001990     END-IF.
002000     IF WS-ABEND-NOT-OCCURRED
002010         PERFORM 3000-PRINT-TOTALS THRU 3000-EXIT
002020     END-IF.
002030     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002040     STOP RUN.
002050*
002060******************************************************************
002070* 1000-INITIALIZE - READ THE CONTROL DATE AND FETCH THE           *
002080* THRESHOLDS IN FORCE AS OF IT. NO THRESHOLDS, NO RUN - A         *
002090* DEFAULT WOULD PUT A COMPLIANCE FIGURE IN THE PROGRAM.           *
002100******************************************************************
002110 1000-INITIALIZE.
002120     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002130     ACCEPT WS-RUN-TIME FROM TIME.
002140     MOVE SPACES TO CMN-LOG-RUN-ID.
002150     STRING WS-RUN-DATE DELIMITED BY SIZE
002160            WS-RUN-TIME DELIMITED BY SIZE
002170       INTO CMN-LOG-RUN-ID.
002180     INITIALIZE WS-BKT-ENTRY (1) WS-BKT-ENTRY (2)
002190                WS-BKT-ENTRY (3) WS-BKT-ENTRY (4).
002200     OPEN INPUT CMN-CTL-DATE-FILE.
002210     IF WS-CTL-FILE-STATUS NOT = '00'
002220         MOVE 0170               TO CMN-ABEND-CODE
002230         MOVE 'DRMRPT'           TO CMN-ABEND-PGM-NAME
002240         MOVE 'CONTROL-DATE FILE NOT AVAILABLE'
002250                                 TO CMN-ABEND-REASON
002260         PERFORM 9000-CMN-ABEND  THRU 9000-EXIT
002270         SET WS-ABEND-OCCURRED   TO TRUE
002280         GO TO 1000-EXIT
002290     END-IF.
002300     READ CMN-CTL-DATE-FILE
002310         AT END
002320             MOVE 0170               TO CMN-ABEND-CODE
002330             MOVE 'DRMRPT'           TO CMN-ABEND-PGM-NAME
002340             MOVE 'CONTROL-DATE FILE EMPTY'
002350                                     TO CMN-ABEND-REASON
002360             PERFORM 9000-CMN-ABEND  THRU 9000-EXIT
002370             SET WS-ABEND-OCCURRED   TO TRUE
002380         NOT AT END
002390             MOVE CMN-CTL-DATE-CCYYMMDD TO WS-CONTROL-DATE
002400     END-READ.
002410     CLOSE CMN-CTL-DATE-FILE.
002420     IF WS-ABEND-OCCURRED
002430         GO TO 1000-EXIT
002440     END-IF.
002450     MOVE WS-CONTROL-DATE TO CMN-DAY-WORK-DATE.
002460     PERFORM 6750-VALIDATE-DATE THRU 6750-EXIT.
002470     IF CMN-DAY-INVALID
002480         MOVE 0170               TO CMN-ABEND-CODE
002490         MOVE 'DRMRPT'           TO CMN-ABEND-PGM-NAME
002500         MOVE 'CONTROL DATE NOT A CALENDAR DATE'
002510                                 TO CMN-ABEND-REASON
002520         PERFORM 9000-CMN-ABEND  THRU 9000-EXIT
002530         SET WS-ABEND-OCCURRED   TO TRUE
002540         GO TO 1000-EXIT
002550     END-IF.
002560     PERFORM 5500-DAY-NUMBER THRU 5500-EXIT.
002570     MOVE WS-DN-RESULT TO WS-CONTROL-DAY-NO.
002580     PERFORM 1100-FETCH-THRESHOLDS THRU 1100-EXIT.
002590     IF WS-ABEND-OCCURRED
002600         GO TO 1000-EXIT
002610     END-IF.
002620     DISPLAY 'DRMRPT - DORMANCY REPORT AS OF ' WS-CONTROL-DATE
002630             ' DORMANT ' WS-DORMANT-DAYS
002640             ' ESCHEAT ' WS-ESCHEAT-DAYS ' DAYS'.
002650     MOVE SPACES TO CMN-LOG-MSG-TEXT.
002660     STRING 'DRMRPT - AGING AS OF '       DELIMITED BY SIZE
002670            WS-CONTROL-DATE              DELIMITED BY SIZE
002680            ' DORMANT '                  DELIMITED BY SIZE
002690            WS-DORMANT-DAYS              DELIMITED BY SIZE
002700            ' ESCHEAT '                  DELIMITED BY SIZE
002710            WS-ESCHEAT-DAYS              DELIMITED BY SIZE
002720       INTO CMN-LOG-MSG-TEXT.
002730     PERFORM 7000-LOG-MESSAGE THRU 7000-EXIT.
002740 1000-EXIT.
002750     EXIT.
002760*
002770 1100-FETCH-THRESHOLDS.
002780     OPEN INPUT CMN-PRM-FILE.
002790     IF WS-PRM-FILE-STATUS NOT = '00'
002800         IF WS-PRM-FILE-STATUS = '05'
002810             CLOSE CMN-PRM-FILE
002820         END-IF
002830         PERFORM 1190-THRESHOLD-FAIL THRU 1190-EXIT
002840         GO TO 1100-EXIT
002850     END-IF.
002860     MOVE 'DORMANT-DAYS' TO CMN-PRM-NAME OF CMN-PRM-REC.
002870     PERFORM 1150-READ-THRESHOLD THRU 1150-EXIT.
002880     MOVE WS-PARSE-WHOLE TO WS-DORMANT-DAYS.
002890     IF WS-PARSE-OK
002900         MOVE 'ESCHEAT-DAYS' TO CMN-PRM-NAME OF CMN-PRM-REC
002910         PERFORM 1150-READ-THRESHOLD THRU 1150-EXIT
002920         MOVE WS-PARSE-WHOLE TO WS-ESCHEAT-DAYS
002930     END-IF.
002940     CLOSE CMN-PRM-FILE.
002950     IF WS-PARSE-BAD
002960         OR WS-ESCHEAT-DAYS NOT > WS-DORMANT-DAYS
002970         PERFORM 1190-THRESHOLD-FAIL THRU 1190-EXIT
002980     END-IF.
002990 1100-EXIT.
003000     EXIT.
003010*
003020******************************************************************
003030* 1150-READ-THRESHOLD - ONE TYPE-N PARAMETER, IN FORCE AS OF      *
003040* THE CONTROL DATE, THAT MUST BE A WHOLE NUMBER OF DAYS FROM      *
003050* 1 TO 99999. ANYTHING ELSE COMES BACK WS-PARSE-BAD.              *
003060******************************************************************
003070 1150-READ-THRESHOLD.
003080     MOVE ZEROS TO WS-PARSE-WHOLE.
003090     READ CMN-PRM-FILE
003100         INVALID KEY
003110             SET WS-PARSE-BAD TO TRUE
003120         NOT INVALID KEY
003130             IF CMN-PRM-EFF-DATE NOT > WS-CONTROL-DATE
003140                 MOVE CMN-PRM-VALUE TO WS-PARSE-VALUE
003150                 PERFORM 5000-PARSE-DECIMAL THRU 5000-EXIT
003160             ELSE
003170                 SET WS-PARSE-BAD TO TRUE
003180             END-IF
003190     END-READ.
003200     IF WS-PARSE-BAD
003210         GO TO 1150-EXIT
003220     END-IF.
003230     IF WS-PARSE-RESULT < 1 OR WS-PARSE-RESULT > 99999
003240         SET WS-PARSE-BAD TO TRUE
003250         GO TO 1150-EXIT
003260     END-IF.
003270     MOVE WS-PARSE-RESULT TO WS-PARSE-WHOLE.
003280     IF WS-PARSE-WHOLE NOT = WS-PARSE-RESULT
003290         SET WS-PARSE-BAD TO TRUE
003300     END-IF.
003310 1150-EXIT.
003320     EXIT.
003330*
003340 1190-THRESHOLD-FAIL.
003350     MOVE 0171               TO CMN-ABEND-CODE.
003360     MOVE 'DRMRPT'           TO CMN-ABEND-PGM-NAME.
003370     MOVE 'DORMANT/ESCHEAT THRESHOLDS MISSING'
003380                             TO CMN-ABEND-REASON.
003390     PERFORM 9000-CMN-ABEND  THRU 9000-EXIT.
003400     SET WS-ABEND-OCCURRED   TO TRUE.
003410 1190-EXIT.
003420     EXIT.
003430*
003440******************************************************************
003450* 2000-AGE-MASTER - ONE PASS OVER THE MASTER IN KEY ORDER, SO     *
003460* THE EXTRACT COMES OUT IN THE ASCENDING KEY ORDER MSTMNT         *
003470* DEMANDS OF ITS CARDS. THE EXTRACT IS OPENED EVEN WHEN NO        *
003480* ACCOUNT QUALIFIES - AN EMPTY CARD FILE IS A NO-OP FOR           *
003490* MSTMNT, A MISSING ONE FAILS THE NEXT STEP.                      *
003500******************************************************************
003510 2000-AGE-MASTER.
003520     OPEN INPUT CMN-MST-FILE.
003530     IF WS-MST-FILE-STATUS NOT = '00'
003540         MOVE 0172               TO CMN-ABEND-CODE
003550         MOVE 'DRMRPT'           TO CMN-ABEND-PGM-NAME
003560         MOVE 'MASTER FILE NOT AVAILABLE'
003570                                 TO CMN-ABEND-REASON
003580         PERFORM 9000-CMN-ABEND  THRU 9000-EXIT
003590         SET WS-ABEND-OCCURRED   TO TRUE
003600         GO TO 2000-EXIT
003610     END-IF.
003620     OPEN OUTPUT CMN-CRD-FILE.
003630     IF WS-ESC-FILE-STATUS NOT = '00'
003640         CLOSE CMN-MST-FILE
003650         MOVE 0173               TO CMN-ABEND-CODE
003660         MOVE 'DRMRPT'           TO CMN-ABEND-PGM-NAME
003670         MOVE 'ESCHEAT EXTRACT FILE NOT USABLE'
003680                                 TO CMN-ABEND-REASON
003690         PERFORM 9000-CMN-ABEND  THRU 9000-EXIT
003700         SET WS-ABEND-OCCURRED   TO TRUE
003710         GO TO 2000-EXIT
003720     END-IF.
003730     PERFORM 2100-READ-MASTER THRU 2100-EXIT
003740         UNTIL WS-MST-EOF OR WS-ABEND-OCCURRED.
003750     CLOSE CMN-MST-FILE.
003760     CLOSE CMN-CRD-FILE.
003770 2000-EXIT.
003780     EXIT.
003790*
003800 2100-READ-MASTER.
003810     READ CMN-MST-FILE
003820         AT END
003830             SET WS-MST-EOF TO TRUE
003840         NOT AT END
003850             ADD 1 TO WS-MST-READ-COUNT
003860             PERFORM 2200-AGE-ONE THRU 2200-EXIT
003870     END-READ.
003880 2100-EXIT.
003890     EXIT.
003900*
003910******************************************************************
003920* 2200-AGE-ONE - BUCKET ONE RECORD, ADD IT TO THE BUCKET          *
003930* TOTALS, LIST IT IF IT IS NOT ACTIVE, AND EXTRACT IT IF IT       *
003940* IS AN ESCHEAT CANDIDATE THAT STILL NEEDS FREEZING.              *
003950******************************************************************
003960 2200-AGE-ONE.
003970     MOVE ZEROS TO WS-AGE-DAYS.
003980     MOVE CMN-MSTR-MAINT-DATE TO CMN-DAY-WORK-DATE.
003990     PERFORM 6750-VALIDATE-DATE THRU 6750-EXIT.
004000     IF CMN-DAY-INVALID
004010         OR CMN-MSTR-MAINT-DATE > WS-CONTROL-DATE
004020         MOVE 4 TO WS-BKT-SUB
004030     ELSE
004040         PERFORM 5500-DAY-NUMBER THRU 5500-EXIT
004050         COMPUTE WS-AGE-DAYS = WS-CONTROL-DAY-NO - WS-DN-RESULT
004060         EVALUATE TRUE
004070             WHEN WS-AGE-DAYS NOT < WS-ESCHEAT-DAYS
004080                 MOVE 3 TO WS-BKT-SUB
004090             WHEN WS-AGE-DAYS NOT < WS-DORMANT-DAYS
004100                 MOVE 2 TO WS-BKT-SUB
004110             WHEN OTHER
004120                 MOVE 1 TO WS-BKT-SUB
004130         END-EVALUATE
004140     END-IF.
004150     ADD 1 TO WS-BKT-E-COUNT (WS-BKT-SUB).
004160     ADD CMN-MSTR-BALANCE TO WS-BKT-E-BALANCE (WS-BKT-SUB).
004170     IF WS-BKT-IS-ACTIVE
004180         GO TO 2200-EXIT
004190     END-IF.
004200     MOVE SPACES TO WS-LIST-NOTE.
004210     IF WS-BKT-IS-ESCHEAT
004220         IF CMN-MSTR-STAT-ACTIVE
004230             AND CMN-MSTR-BALANCE > ZEROS
004240             PERFORM 2300-WRITE-EXTRACT THRU 2300-EXIT
004250             MOVE 'EXTRACTED' TO WS-LIST-NOTE
004260         ELSE
004270             MOVE 'NOT EXTRACTED' TO WS-LIST-NOTE
004280         END-IF
004290     END-IF.
004300     MOVE CMN-MSTR-BALANCE TO WS-DISP-BAL.
004310     IF WS-BKT-IS-UNAGED
004320         DISPLAY 'DRMRPT -   ' CMN-MSTR-KEY ' ' CMN-MSTR-NAME
004330                 ' ' WS-DISP-BAL ' LAST ' CMN-MSTR-MAINT-DATE
004340                 ' ' WS-BKT-NAME (WS-BKT-SUB)
004350     ELSE
004360         MOVE WS-AGE-DAYS TO WS-DISP-AGE
004370         DISPLAY 'DRMRPT -   ' CMN-MSTR-KEY ' ' CMN-MSTR-NAME
004380                 ' ' WS-DISP-BAL ' LAST ' CMN-MSTR-MAINT-DATE
004390                 ' DAYS ' WS-DISP-AGE ' STATUS '
004400                 CMN-MSTR-STATUS ' ' WS-BKT-NAME (WS-BKT-SUB)
004410                 ' ' WS-LIST-NOTE
004420     END-IF.
004430 2200-EXIT.
004440     EXIT.
004450*
004460 2300-WRITE-EXTRACT.
004470     MOVE SPACES       TO WS-ESC-CARD.
004480     MOVE 'CHG '       TO WS-ESC-FUNCTION.
004490     MOVE CMN-MSTR-KEY TO WS-ESC-KEY.
004500     MOVE 'F'          TO WS-ESC-STATUS.
004510     WRITE CMN-CRD-REC FROM WS-ESC-CARD.
004520     IF WS-ESC-FILE-STATUS NOT = '00'
004530         MOVE 0173               TO CMN-ABEND-CODE
004540         MOVE 'DRMRPT'           TO CMN-ABEND-PGM-NAME
004550         MOVE 'ESCHEAT EXTRACT WRITE FAILED'
004560                                 TO CMN-ABEND-REASON
004570         PERFORM 9000-CMN-ABEND  THRU 9000-EXIT
004580         SET WS-ABEND-OCCURRED   TO TRUE
004590         GO TO 2300-EXIT
004600     END-IF.
004610     ADD 1 TO WS-ESC-WRITE-COUNT.
004620 2300-EXIT.
004630     EXIT.
004640*
004650******************************************************************
004660* 3000-PRINT-TOTALS - COUNT AND BALANCE PER BUCKET, THE GRAND     *
004670* TOTAL (WHICH MUST EQUAL THE MASTER'S OWN HASH), AND THE         *
004680* NUMBER OF CARDS ON THE ESCHEAT EXTRACT.                         *
004690******************************************************************
004700 3000-PRINT-TOTALS.
004710     PERFORM 3100-PRINT-BUCKET THRU 3100-EXIT
004720         VARYING WS-BKT-SUB FROM 1 BY 1
004730         UNTIL WS-BKT-SUB > WS-BKT-MAX.
004740     MOVE WS-TOTAL-BALANCE TO WS-DISP-HASH.
004750     DISPLAY 'DRMRPT - TOTAL    COUNT ' WS-TOTAL-COUNT
004760             ' BALANCE ' WS-DISP-HASH.
004770     DISPLAY 'DRMRPT - MASTERS READ       ' WS-MST-READ-COUNT.
004780     DISPLAY 'DRMRPT - ESCHEAT CARDS      ' WS-ESC-WRITE-COUNT.
004790     IF WS-BKT-E-COUNT (4) > ZEROS
004800         SET CMN-LOG-SEV-WARN TO TRUE
004810         MOVE SPACES TO CMN-LOG-MSG-TEXT
004820         STRING 'DRMRPT - RECORDS WITH NO USABLE ACTIVITY DATE '
004830                                      DELIMITED BY SIZE
004840                WS-BKT-E-COUNT (4)    DELIMITED BY SIZE
004850           INTO CMN-LOG-MSG-TEXT
004860         PERFORM 7000-LOG-MESSAGE THRU 7000-EXIT
004870     END-IF.
004880     MOVE SPACES TO CMN-LOG-MSG-TEXT.
004890     STRING 'DRMRPT - DORMANT '  DELIMITED BY SIZE
004900            WS-BKT-E-COUNT (2)   DELIMITED BY SIZE
004910            ' ESCHEAT '          DELIMITED BY SIZE
004920            WS-BKT-E-COUNT (3)   DELIMITED BY SIZE
004930            ' CARDS '            DELIMITED BY SIZE
004940            WS-ESC-WRITE-COUNT   DELIMITED BY SIZE
004950       INTO CMN-LOG-MSG-TEXT.
004960     PERFORM 7000-LOG-MESSAGE THRU 7000-EXIT.
004970 3000-EXIT.
004980     EXIT.
004990*
005000 3100-PRINT-BUCKET.
005010     ADD WS-BKT-E-COUNT (WS-BKT-SUB)   TO WS-TOTAL-COUNT.
005020     ADD WS-BKT-E-BALANCE (WS-BKT-SUB) TO WS-TOTAL-BALANCE.
005030     MOVE WS-BKT-E-BALANCE (WS-BKT-SUB) TO WS-DISP-HASH.
005040     DISPLAY 'DRMRPT - ' WS-BKT-NAME (WS-BKT-SUB)
005050             ' COUNT ' WS-BKT-E-COUNT (WS-BKT-SUB)
005060             ' BALANCE ' WS-DISP-HASH.
005070 3100-EXIT.
005080     EXIT.
005090*
005100******************************************************************
005110* 5000-PARSE-DECIMAL - TURN A TYPE-N PARAMETER VALUE (SIGN,       *
005120* DIGITS, AT MOST ONE DECIMAL POINT, LEFT-JUSTIFIED) INTO         *
005130* WS-PARSE-RESULT. ANYTHING ELSE COMES BACK WS-PARSE-BAD.         *
005140******************************************************************
005150 5000-PARSE-DECIMAL.
005160     MOVE ZEROS TO WS-PARSE-RESULT.
005170     MOVE 0.1   TO WS-PARSE-FACTOR.
005180     SET WS-PARSE-OK             TO TRUE.
005190     SET WS-PARSE-POINT-NOT-SEEN TO TRUE.
005200     SET WS-PARSE-NOT-ENDED      TO TRUE.
005210     SET WS-PARSE-DIGIT-NOT-SEEN TO TRUE.
005220     SET WS-PARSE-POSITIVE       TO TRUE.
005230     PERFORM 5100-PARSE-ONE-CHAR THRU 5100-EXIT
005240         VARYING WS-PARSE-SUB FROM 1 BY 1
005250         UNTIL WS-PARSE-SUB > 40
005260            OR WS-PARSE-BAD.
005270     IF WS-PARSE-DIGIT-NOT-SEEN
005280         SET WS-PARSE-BAD TO TRUE
005290     END-IF.
005300     IF WS-PARSE-OK AND WS-PARSE-NEGATIVE
005310         COMPUTE WS-PARSE-RESULT = 0 - WS-PARSE-RESULT
005320     END-IF.
005330 5000-EXIT.
005340     EXIT.
005350*
005360 5100-PARSE-ONE-CHAR.
005370     MOVE WS-PARSE-VALUE (WS-PARSE-SUB:1) TO WS-PARSE-CHAR.
005380     EVALUATE TRUE
005390         WHEN WS-PARSE-CHAR = SPACE
005400             SET WS-PARSE-ENDED TO TRUE
005410         WHEN WS-PARSE-ENDED
005420             SET WS-PARSE-BAD TO TRUE
005430         WHEN WS-PARSE-CHAR = '+' AND WS-PARSE-SUB = 1
005440             CONTINUE
005450         WHEN WS-PARSE-CHAR = '-' AND WS-PARSE-SUB = 1
005460             SET WS-PARSE-NEGATIVE TO TRUE
005470         WHEN WS-PARSE-CHAR = '.'
005480             AND WS-PARSE-POINT-NOT-SEEN
005490             SET WS-PARSE-POINT-SEEN TO TRUE
005500         WHEN WS-PARSE-CHAR NUMERIC
005510             MOVE WS-PARSE-CHAR TO WS-PARSE-DIGIT (1:1)
005520             SET WS-PARSE-DIGIT-SEEN TO TRUE
005530             IF WS-PARSE-POINT-NOT-SEEN
005540                 COMPUTE WS-PARSE-RESULT =
005550                     WS-PARSE-RESULT * 10 + WS-PARSE-DIGIT
005560             ELSE
005570                 COMPUTE WS-PARSE-RESULT = WS-PARSE-RESULT
005580                     + WS-PARSE-DIGIT * WS-PARSE-FACTOR
005590                 DIVIDE WS-PARSE-FACTOR BY 10
005600                     GIVING WS-PARSE-FACTOR
005610             END-IF
005620         WHEN OTHER
005630             SET WS-PARSE-BAD TO TRUE
005640     END-EVALUATE.
005650 5100-EXIT.
005660     EXIT.
005670*
005680******************************************************************
005690* 5500-DAY-NUMBER - CMN-DAY-WORK-DATE (ALREADY VALIDATED) AS A    *
005700* COUNT OF DAYS INTO WS-DN-RESULT. THE YEAR IS TAKEN TO START     *
005710* ON 1 MARCH SO THE LEAP DAY FALLS AT ITS END, AND EACH FLOOR     *
005720* DIVISION IS A SEPARATE DIVIDE, AS IN 6700-DAY-OF-WEEK. ONLY     *
005730* THE DIFFERENCE OF TWO RESULTS MEANS ANYTHING.                   *
005740******************************************************************
005750 5500-DAY-NUMBER.
005760     MOVE CMN-DAY-CCYY TO WS-DN-YEAR.
005770     MOVE CMN-DAY-MM   TO WS-DN-MONTH.
005780     IF WS-DN-MONTH < 3
005790         ADD 12 TO WS-DN-MONTH
005800         SUBTRACT 1 FROM WS-DN-YEAR
005810     END-IF.
005820     DIVIDE WS-DN-YEAR BY 4   GIVING WS-DN-Q4.
005830     DIVIDE WS-DN-YEAR BY 100 GIVING WS-DN-Q100.
005840     DIVIDE WS-DN-YEAR BY 400 GIVING WS-DN-Q400.
005850     COMPUTE WS-DN-MONTH-DAYS = 153 * (WS-DN-MONTH - 3) + 2.
005860     DIVIDE WS-DN-MONTH-DAYS BY 5 GIVING WS-DN-MONTH-DAYS.
005870     COMPUTE WS-DN-RESULT = 365 * WS-DN-YEAR
005880         + WS-DN-Q4 - WS-DN-Q100 + WS-DN-Q400
005890         + WS-DN-MONTH-DAYS + CMN-DAY-DD.
005900 5500-EXIT.
005910     EXIT.
005920*
005930******************************************************************
005940* 8000-TERMINATE - A CLEAN RUN ENDS RC=00; AN ABEND PATH          *
005950* HAS ALREADY SET RETURN-CODE FROM THE ABEND CODE AND             *
005960* MUST NOT BE OVERWRITTEN.                                        *
005970******************************************************************
005980 8000-TERMINATE.
005990     IF WS-ABEND-NOT-OCCURRED
006000         MOVE 00 TO RETURN-CODE
006010     END-IF.
006020 8000-EXIT.
006030     EXIT.
006040*
006050 COPY CMNDAYP.
006060 COPY CMNLOGP.
006070 COPY CMNABNP.
