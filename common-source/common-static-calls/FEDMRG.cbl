000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  FEDMRG.
000030 AUTHOR.      R A LOWRY.
000040 INSTALLATION. COMMON-SOURCE LIBRARY.
000050 DATE-WRITTEN. 20261015.
000060 DATE-COMPILED.
000070*
000080******************************************************************
000090* FEDMRG - MULTI-SOURCE TRANSACTION FEED CONSOLIDATION            *
000100* TAKES ANY NUMBER OF ENVELOPE-WRAPPED TRANSACTION FEEDS          *
000110* (CMNTRNF LAYOUT - THE BRANCH FEED, THE ACRGEN ACCRUAL           *
000120* OUTPUT, THE SUSREPR RELEASE FILE AND SO ON), PROVES EACH        *
000130* ONE'S HEADER AND TRAILER ON ITS OWN, AND MERGES THE             *
000140* DETAILS OF EVERY FEED THAT PROVES INTO ONE ASCENDING-KEY        *
000150* APPLY FEED (CMNTRNO) UNDER A FRESH ENVELOPE - HEADER            *
000160* STAMPED WITH THE SHOP CONTROL DATE AND SOURCE 'FEDMRG',         *
000170* TRAILER WITH THE MERGED COUNT AND AMOUNT HASH. THE OUTPUT       *
000180* IS THE CMNTRN INPUT OF THE NIGHT'S DATBATC RUN.                 *
000190*                                                                 *
000200* A FEED IS REJECTED WHOLE - NONE OF ITS DETAILS ARE MERGED -     *
000210* WHEN ITS HEADER IS MISSING, OUT OF PLACE, NOT DATED FOR THE     *
000220* CYCLE OR NAMES NO SOURCE, WHEN ITS TRAILER IS MISSING,          *
000230* DUPLICATED OR FOLLOWED BY DETAILS, WHEN THE TRAILER COUNT       *
000240* OR HASH DISAGREES WITH THE DETAILS, OR WHEN A FEED FROM THE     *
000250* SAME SOURCE FOR THE SAME CYCLE DATE HAS ALREADY BEEN MERGED.    *
000260* A REJECTED FEED IS REPORTED AND THE STEP ENDS RC=04 SO THE      *
000270* SCHEDULE STOPS FOR A DECISION; THE FEEDS THAT PROVED ARE        *
000280* STILL MERGED. AN EMPTY FEED MERGES NOTHING AND IS REPORTED.     *
000290* EQUAL KEYS KEEP CARD ORDER, THEN THEIR ORDER IN THE FEED.       *
000300*                                                                 *
000310* THE REPORT PRINTS EACH FEED'S SOURCE, DETAIL COUNT AND          *
000320* AMOUNT HASH. THE ACCEPTED TOTALS ARE PROVED AGAINST THE         *
000330* MERGED TRAILER BEFORE THE STEP ENDS, AND THE MERGED COUNT       *
000340* IS THE TRANS-READ FIGURE DATBATC WRITES TO CMNTOTF FOR THE      *
000350* CYCLE.                                                          *
000360*                                                                 *
000370* CONTROL CARDS (CMNCRD, ONE PER FEED, IN MERGE ORDER):           *
000380*   COLS 1-44  FEED DATASET NAME. CMNTRN IS POINTED AT EACH       *
000390*              IN TURN.                                           *
000400*                                                                 *
000410* ABEND CODES (THROUGH THE SHARED CMNABNP PARAGRAPH):             *
000420*   U0140 - CONTROL-DATE FILE MISSING OR EMPTY.                   *
000430*   U0141 - CONTROL-CARD FILE MISSING OR UNREADABLE.              *
000440*   U0142 - NO FEED CONTROL CARDS.                                *
000450*   U0143 - FEED TABLE OVERFLOW.                                  *
000460*   U0144 - MERGE TABLE OVERFLOW.                                 *
000470*   U0145 - MERGED-OUTPUT FILE NOT USABLE OR WRITE FAILED.        *
000480*   U0146 - MERGED FEED DOES NOT TIE TO THE ACCEPTED FEEDS.       *
000490******************************************************************
000500*
000510* MAINTENANCE HISTORY                                            *
000520* DATE     INIT DESCRIPTION                                      *
000530* -------- ---- ----------------------------------------         *
000540* 20261015 RAL   ORIGINAL MEMBER.                                *
000550******************************************************************
000560*
000570 ENVIRONMENT DIVISION.
000580 CONFIGURATION SECTION.
000590 SOURCE-COMPUTER.      IBM-370.
000600 OBJECT-COMPUTER.      IBM-370.
000610 INPUT-OUTPUT SECTION.
000620 FILE-CONTROL.
000630     SELECT CMN-CRD-FILE              ASSIGN TO CMNCRD
000640                             ORGANIZATION IS LINE SEQUENTIAL
000650                             FILE STATUS IS WS-CRD-FILE-STATUS.
000660     SELECT CMN-CTL-DATE-FILE         ASSIGN TO CMNCTL
000670                             ORGANIZATION IS LINE SEQUENTIAL
000680                             FILE STATUS IS WS-CTL-FILE-STATUS.
000690     SELECT OPTIONAL CMN-TRAN-FILE    ASSIGN TO CMNTRN
000700                             ORGANIZATION IS LINE SEQUENTIAL
000710                             FILE STATUS IS WS-TRAN-FILE-STATUS.
000720     SELECT CMN-TRAN-OUT-FILE         ASSIGN TO CMNTRNO
000730                             ORGANIZATION IS LINE SEQUENTIAL
000740                             FILE STATUS IS WS-TRNO-FILE-STATUS.
000750     SELECT OPTIONAL CMN-LOG-FILE     ASSIGN TO CMNLOG
000760                             ORGANIZATION IS LINE SEQUENTIAL
000770                             FILE STATUS IS CMN-LOG-FILE-STATUS.
000780*
000790 DATA DIVISION.
000800 FILE SECTION.
000810 COPY CMNCRDF.
000820 COPY CMNCTLF.
000830 COPY CMNTRNF.
000840 COPY CMNTRNO.
000850 COPY CMNLOGF.
000860*
000870 WORKING-STORAGE SECTION.
000880 77  WS-CRD-FILE-STATUS           PIC X(02) VALUE '00'.
000890 77  WS-CTL-FILE-STATUS           PIC X(02) VALUE '00'.
000900 77  WS-TRAN-FILE-STATUS          PIC X(02) VALUE '00'.
000910 77  WS-TRAN-OPEN-STATUS          PIC X(02) VALUE '00'.
000920 77  WS-TRNO-FILE-STATUS          PIC X(02) VALUE '00'.
000930 77  WS-RUN-DATE                  PIC 9(08) VALUE ZEROS.
000940 77  WS-RUN-TIME                  PIC 9(08) VALUE ZEROS.
000950 77  WS-CONTROL-DATE              PIC 9(08) VALUE ZEROS.
000960 77  WS-ENV-NAME                  PIC X(16) VALUE SPACES.
000970 77  WS-CARD-COUNT                PIC 9(05) VALUE ZEROS.
000980 77  WS-FEED-REC-NBR              PIC 9(07) VALUE ZEROS.
000990 77  WS-FEED-DETAIL-COUNT         PIC 9(07) VALUE ZEROS.
001000 77  WS-FEED-AMT-HASH             PIC S9(13)V99 VALUE ZEROS.
001010 77  WS-FEED-HDR-DATE             PIC 9(08) VALUE ZEROS.
001020 77  WS-FEED-HDR-SOURCE           PIC X(08) VALUE SPACES.
001030 77  WS-FEED-TRL-COUNT            PIC 9(07) VALUE ZEROS.
001040 77  WS-FEED-TRL-HASH             PIC S9(13)V99 VALUE ZEROS.
001050 77  WS-FEED-REASON               PIC X(30) VALUE SPACES.
001060 77  WS-FEED-MARK                 PIC 9(05) VALUE ZEROS.
001070 77  WS-SRC-SUB                   PIC 9(03) VALUE ZEROS.
001080 77  WS-SCAN-SUB                  PIC 9(03) VALUE ZEROS.
001090 77  WS-MRG-SUB                   PIC 9(05) VALUE ZEROS.
001100 77  WS-LOW-SUB                   PIC 9(05) VALUE ZEROS.
001110 77  WS-LOW-KEY                   PIC X(10) VALUE SPACES.
001120 77  WS-ACCEPT-COUNT              PIC 9(03) VALUE ZEROS.
001130 77  WS-REJECT-COUNT              PIC 9(03) VALUE ZEROS.
001140 77  WS-EMPTY-COUNT               PIC 9(03) VALUE ZEROS.
001150 77  WS-ACCEPT-DETAILS            PIC 9(07) VALUE ZEROS.
001160 77  WS-ACCEPT-HASH               PIC S9(13)V99 VALUE ZEROS.
001170 77  WS-MERGED-COUNT              PIC 9(07) VALUE ZEROS.
001180 77  WS-MERGED-HASH               PIC S9(13)V99 VALUE ZEROS.
001190 77  WS-DISP-HASH                 PIC +9(13).99 VALUE ZEROS.
001200 77  WS-DISP-STATUS               PIC X(08) VALUE SPACES.
001210 01  WS-SWITCHES.
001220     05  WS-ABEND-SWITCH             PIC X(01) VALUE 'N'.
001230         88  WS-ABEND-OCCURRED               VALUE 'Y'.
001240         88  WS-ABEND-NOT-OCCURRED           VALUE 'N'.
001250     05  WS-CRD-EOF-SW               PIC X(01) VALUE 'N'.
001260         88  WS-CRD-EOF                      VALUE 'Y'.
001270         88  WS-CRD-NOT-EOF                  VALUE 'N'.
001280     05  WS-FEED-EOF-SW              PIC X(01) VALUE 'N'.
001290         88  WS-FEED-EOF                     VALUE 'Y'.
001300         88  WS-FEED-NOT-EOF                 VALUE 'N'.
001310     05  WS-FEED-HDR-SW              PIC X(01) VALUE 'N'.
001320         88  WS-FEED-HDR-FOUND               VALUE 'Y'.
001330         88  WS-FEED-HDR-NOT-FOUND           VALUE 'N'.
001340     05  WS-FEED-TRL-SW              PIC X(01) VALUE 'N'.
001350         88  WS-FEED-TRL-FOUND               VALUE 'Y'.
001360         88  WS-FEED-TRL-NOT-FOUND           VALUE 'N'.
001370     05  WS-FEED-OK-SW               PIC X(01) VALUE 'Y'.
001380         88  WS-FEED-OK                      VALUE 'Y'.
001390         88  WS-FEED-BAD                     VALUE 'N'.
001400     05  WS-MRG-DONE-SW              PIC X(01) VALUE 'N'.
001410         88  WS-MRG-DONE                     VALUE 'Y'.
001420         88  WS-MRG-NOT-DONE                 VALUE 'N'.
001430 01  WS-CARD.
001440     05  WS-CARD-DSN                 PIC X(44) VALUE SPACES.
001450     05  FILLER                      PIC X(36) VALUE SPACES.
001460 01  WS-TRAN-WORK.
001470     05  WS-TRAN-WORK-KEY            PIC X(10).
001480     05  WS-TRAN-WORK-ACTION         PIC X(01).
001490     05  WS-TRAN-WORK-AMOUNT         PIC S9(09)V99
001500                                     SIGN LEADING SEPARATE.
001510     05  WS-TRAN-WORK-NAME           PIC X(20).
001520     05  WS-TRAN-WORK-TO-KEY         PIC X(10).
001530     05  FILLER                      PIC X(27).
001540* ONE ENTRY PER FEED CARD, IN CARD ORDER - THE REPORT LINES AND   *
001550* THE DUPLICATE-SOURCE CHECK BOTH WORK FROM THIS TABLE.           *
001560 01  WS-SRC-TABLE.
001570     05  WS-SRC-COUNT                PIC 9(03) VALUE ZEROS.
001580     05  WS-SRC-MAX                  PIC 9(03) VALUE 50.
001590     05  WS-SRC-ENTRY                OCCURS 50 TIMES.
001600         10  WS-SRC-E-DSN            PIC X(44).
001610         10  WS-SRC-E-SOURCE         PIC X(08).
001620         10  WS-SRC-E-DATE           PIC 9(08).
001630         10  WS-SRC-E-COUNT          PIC 9(07).
001640         10  WS-SRC-E-HASH           PIC S9(13)V99.
001650         10  WS-SRC-E-REASON         PIC X(30).
001660         10  WS-SRC-E-STATUS         PIC X(01).
001670             88  WS-SRC-E-ACCEPTED           VALUE 'A'.
001680             88  WS-SRC-E-REJECTED           VALUE 'R'.
001690             88  WS-SRC-E-EMPTY              VALUE 'E'.
001700* EVERY DETAIL OF EVERY ACCEPTED FEED, IN LOAD ORDER. A FEED THAT *
001710* FAILS IS BACKED OUT BY RESETTING THE COUNT TO ITS START MARK.   *
001720 01  WS-MRG-TABLE.
001730     05  WS-MRG-COUNT                PIC 9(05) VALUE ZEROS.
001740     05  WS-MRG-MAX                  PIC 9(05) VALUE 5000.
001750     05  WS-MRG-ENTRY                OCCURS 5000 TIMES.
001760         10  WS-MRG-E-DATA           PIC X(80).
001770         10  WS-MRG-E-DISP           PIC X(01).
001780             88  WS-MRG-E-PENDING            VALUE 'P'.
001790             88  WS-MRG-E-WRITTEN            VALUE 'W'.
001800*
001810 COPY CMNLOGW.
001820 COPY CMNABNW.
001830*
001840 PROCEDURE DIVISION.
001850******************************************************************
001860* 0000-MAINLINE                                                   *
001870******************************************************************
001880 0000-MAINLINE.
001890     MOVE 'FEDMRG' TO CMN-LOG-PGM-NAME.
001900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001910     IF WS-ABEND-NOT-OCCURRED
001920         PERFORM 2000-READ-CARD THRU 2000-EXIT
001930             UNTIL WS-CRD-EOF OR WS-ABEND-OCCURRED
001940         CLOSE CMN-CRD-FILE
001950     END-IF.
001960     IF WS-ABEND-NOT-OCCURRED
001970         PERFORM 3000-WRITE-MERGED THRU 3000-EXIT
001980     END-IF.
001990     IF WS-ABEND-NOT-OCCURRED
002000         PERFORM 4000-PRINT-REPORT THRU 4000-EXIT
002010     END-IF.
002020     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002030     STOP RUN.
002040*
002050******************************************************************
002060* 1000-INITIALIZE - BUILD THE RUN ID, READ THE CYCLE DATE EVERY   *
002070* FEED HEADER MUST CARRY, AND OPEN THE CONTROL-CARD FILE.         *
002080******************************************************************
002090 1000-INITIALIZE.
002100     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002110     ACCEPT WS-RUN-TIME FROM TIME.
002120     MOVE SPACES TO CMN-LOG-RUN-ID.
002130     STRING WS-RUN-DATE DELIMITED BY SIZE
002140            WS-RUN-TIME DELIMITED BY SIZE
002150       INTO CMN-LOG-RUN-ID.
002160     OPEN INPUT CMN-CTL-DATE-FILE.
002170     IF WS-CTL-FILE-STATUS NOT = '00'
002180         MOVE 0140               TO CMN-ABEND-CODE
002190         MOVE 'FEDMRG'           TO CMN-ABEND-PGM-NAME
002200         MOVE 'CONTROL-DATE FILE NOT AVAILABLE'
002210                                 TO CMN-ABEND-REASON
002220         PERFORM 9000-CMN-ABEND  THRU 9000-EXIT
002230         SET WS-ABEND-OCCURRED   TO TRUE
002240         IF WS-CTL-FILE-STATUS = '05'
002250             CLOSE CMN-CTL-DATE-FILE
002260         END-IF
002270         GO TO 1000-EXIT
002280     END-IF.
002290     READ CMN-CTL-DATE-FILE
002300         AT END
002310             MOVE 0140               TO CMN-ABEND-CODE
002320             MOVE 'FEDMRG'           TO CMN-ABEND-PGM-NAME
002330             MOVE 'CONTROL-DATE FILE EMPTY'
002340                                     TO CMN-ABEND-REASON
002350             PERFORM 9000-CMN-ABEND  THRU 9000-EXIT
002360             SET WS-ABEND-OCCURRED   TO TRUE
002370         NOT AT END
002380             MOVE CMN-CTL-DATE-CCYYMMDD TO WS-CONTROL-DATE
002390     END-READ.
002400     CLOSE CMN-CTL-DATE-FILE.
002410     IF WS-ABEND-OCCURRED
002420         GO TO 1000-EXIT
002430     END-IF.
002440     OPEN INPUT CMN-CRD-FILE.
002450     IF WS-CRD-FILE-STATUS NOT = '00'
002460         MOVE 0141               TO CMN-ABEND-CODE
002470         MOVE 'FEDMRG'           TO CMN-ABEND-PGM-NAME
002480         MOVE 'CONTROL-CARD FILE NOT AVAILABLE'
002490                                 TO CMN-ABEND-REASON
002500         PERFORM 9000-CMN-ABEND  THRU 9000-EXIT
002510         SET WS-ABEND-OCCURRED   TO TRUE
002520         GO TO 1000-EXIT
002530     END-IF.
002540     MOVE SPACES TO CMN-LOG-MSG-TEXT.
002550     STRING 'FEDMRG - CONSOLIDATING FEEDS FOR CYCLE '
002560                              DELIMITED BY SIZE
002570            WS-CONTROL-DATE   DELIMITED BY SIZE
002580       INTO CMN-LOG-MSG-TEXT.
002590     PERFORM 7000-LOG-MESSAGE THRU 7000-EXIT.
002600 1000-EXIT.
002610     EXIT.
002620*
002630 2000-READ-CARD.
002640     READ CMN-CRD-FILE
002650         AT END
002660             SET WS-CRD-EOF TO TRUE
002670         NOT AT END
002680             MOVE CMN-CRD-REC TO WS-CARD
002690             IF WS-CARD NOT = SPACES
002700                 ADD 1 TO WS-CARD-COUNT
002710                 PERFORM 2100-LOAD-FEED THRU 2100-EXIT
002720             END-IF
002730     END-READ.
002740 2000-EXIT.
002750     EXIT.
002760*
002770******************************************************************
002780* 2100-LOAD-FEED - POINT CMNTRN AT THE CARD'S DATASET, READ THE   *
002790* FEED INTO THE MERGE TABLE AND PROVE ITS ENVELOPE ON ITS OWN.    *
002800* THE DETAILS GO INTO THE TABLE AS THEY ARE READ; A FEED THAT     *
002810* FAILS ANY TEST IS BACKED OUT WHOLE IN 2900, SO A FEED IS        *
002820* EITHER MERGED COMPLETE OR NOT AT ALL.                           *
002830******************************************************************
002840 2100-LOAD-FEED.
002850     IF WS-SRC-COUNT NOT < WS-SRC-MAX
002860         MOVE 0143               TO CMN-ABEND-CODE
002870         MOVE 'FEDMRG'           TO CMN-ABEND-PGM-NAME
002880         MOVE 'FEED TABLE OVERFLOW'
002890                                 TO CMN-ABEND-REASON
002900         PERFORM 9000-CMN-ABEND  THRU 9000-EXIT
002910         SET WS-ABEND-OCCURRED   TO TRUE
002920         GO TO 2100-EXIT
002930     END-IF.
002940     ADD 1 TO WS-SRC-COUNT.
002950     MOVE WS-SRC-COUNT TO WS-SRC-SUB.
002960     MOVE WS-CARD-DSN  TO WS-SRC-E-DSN (WS-SRC-SUB).
002970     MOVE SPACES       TO WS-SRC-E-SOURCE (WS-SRC-SUB)
002980                          WS-SRC-E-REASON (WS-SRC-SUB).
002990     MOVE ZEROS        TO WS-SRC-E-DATE (WS-SRC-SUB)
003000                          WS-SRC-E-COUNT (WS-SRC-SUB)
003010                          WS-SRC-E-HASH (WS-SRC-SUB).
003020     MOVE ZEROS TO WS-FEED-REC-NBR
003030                   WS-FEED-DETAIL-COUNT
003040                   WS-FEED-AMT-HASH
003050                   WS-FEED-HDR-DATE
003060                   WS-FEED-TRL-COUNT
003070                   WS-FEED-TRL-HASH.
003080     MOVE SPACES TO WS-FEED-HDR-SOURCE
003090                    WS-FEED-REASON.
003100     MOVE WS-MRG-COUNT TO WS-FEED-MARK.
003110     SET WS-FEED-NOT-EOF       TO TRUE.
003120     SET WS-FEED-HDR-NOT-FOUND TO TRUE.
003130     SET WS-FEED-TRL-NOT-FOUND TO TRUE.
003140     SET WS-FEED-OK            TO TRUE.
003150     MOVE 'CMNTRN' TO WS-ENV-NAME.
003160     DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME.
003170     DISPLAY WS-CARD-DSN UPON ENVIRONMENT-VALUE.
003180     OPEN INPUT CMN-TRAN-FILE.
003190     MOVE WS-TRAN-FILE-STATUS TO WS-TRAN-OPEN-STATUS.
003200     IF WS-TRAN-OPEN-STATUS NOT = '00'
003210         IF WS-TRAN-OPEN-STATUS = '05'
003220             CLOSE CMN-TRAN-FILE
003230             MOVE 'FEED DATASET NOT FOUND' TO WS-FEED-REASON
003240         ELSE
003250             MOVE 'FEED DATASET NOT READABLE' TO WS-FEED-REASON
003260         END-IF
003270         PERFORM 2900-REJECT-FEED THRU 2900-EXIT
003280         GO TO 2100-EXIT
003290     END-IF.
003300     PERFORM 2200-READ-FEED-REC THRU 2200-EXIT
003310         UNTIL WS-FEED-EOF
003320            OR WS-FEED-BAD
003330            OR WS-ABEND-OCCURRED.
003340     CLOSE CMN-TRAN-FILE.
003350     IF WS-ABEND-OCCURRED
003360         GO TO 2100-EXIT
003370     END-IF.
003380     IF WS-FEED-BAD
003390         PERFORM 2900-REJECT-FEED THRU 2900-EXIT
003400         GO TO 2100-EXIT
003410     END-IF.
003420     IF WS-FEED-REC-NBR = ZEROS
003430         MOVE 'E' TO WS-SRC-E-STATUS (WS-SRC-SUB)
003440         ADD 1 TO WS-EMPTY-COUNT
003450         MOVE SPACES TO CMN-LOG-MSG-TEXT
003460         STRING 'FEDMRG - FEED '   DELIMITED BY SIZE
003470                WS-SRC-SUB         DELIMITED BY SIZE
003480                ' EMPTY, NOTHING TO MERGE'
003490                                   DELIMITED BY SIZE
003500           INTO CMN-LOG-MSG-TEXT
003510         PERFORM 7000-LOG-MESSAGE THRU 7000-EXIT
003520         GO TO 2100-EXIT
003530     END-IF.
003540     EVALUATE TRUE
003550         WHEN WS-FEED-HDR-NOT-FOUND
003560             MOVE 'HEADER MISSING'   TO WS-FEED-REASON
003570         WHEN WS-FEED-HDR-DATE NOT = WS-CONTROL-DATE
003580             MOVE 'HEADER DATE NOT CYCLE DATE'
003590                                     TO WS-FEED-REASON
003600         WHEN WS-FEED-HDR-SOURCE = SPACES
003610             MOVE 'HEADER SOURCE BLANK'
003620                                     TO WS-FEED-REASON
003630         WHEN WS-FEED-TRL-NOT-FOUND
003640             MOVE 'TRAILER MISSING'  TO WS-FEED-REASON
003650         WHEN WS-FEED-TRL-COUNT NOT = WS-FEED-DETAIL-COUNT
003660             MOVE 'COUNT MISMATCH WITH TRAILER'
003670                                     TO WS-FEED-REASON
003680         WHEN WS-FEED-TRL-HASH NOT = WS-FEED-AMT-HASH
003690             MOVE 'AMOUNT HASH MISMATCH'
003700                                     TO WS-FEED-REASON
003710         WHEN OTHER
003720             PERFORM 2300-CHECK-DUPLICATE THRU 2300-EXIT
003730     END-EVALUATE.
003740     IF WS-FEED-REASON NOT = SPACES
003750         SET WS-FEED-BAD TO TRUE
003760         PERFORM 2900-REJECT-FEED THRU 2900-EXIT
003770         GO TO 2100-EXIT
003780     END-IF.
003790     MOVE 'A'                  TO WS-SRC-E-STATUS (WS-SRC-SUB).
003800     MOVE WS-FEED-HDR-SOURCE   TO WS-SRC-E-SOURCE (WS-SRC-SUB).
003810     MOVE WS-FEED-HDR-DATE     TO WS-SRC-E-DATE (WS-SRC-SUB).
003820     MOVE WS-FEED-DETAIL-COUNT TO WS-SRC-E-COUNT (WS-SRC-SUB).
003830     MOVE WS-FEED-AMT-HASH     TO WS-SRC-E-HASH (WS-SRC-SUB).
003840     ADD 1                    TO WS-ACCEPT-COUNT.
003850     ADD WS-FEED-DETAIL-COUNT TO WS-ACCEPT-DETAILS.
003860     ADD WS-FEED-AMT-HASH     TO WS-ACCEPT-HASH.
003870     MOVE SPACES TO CMN-LOG-MSG-TEXT.
003880     STRING 'FEDMRG - FEED '     DELIMITED BY SIZE
003890            WS-SRC-SUB           DELIMITED BY SIZE
003900            ' SOURCE '           DELIMITED BY SIZE
003910            WS-FEED-HDR-SOURCE   DELIMITED BY SIZE
003920            ' ACCEPTED, DETAILS ' DELIMITED BY SIZE
003930            WS-FEED-DETAIL-COUNT DELIMITED BY SIZE
003940       INTO CMN-LOG-MSG-TEXT.
003950     PERFORM 7000-LOG-MESSAGE THRU 7000-EXIT.
003960 2100-EXIT.
003970     EXIT.
003980*
003990******************************************************************
004000* 2200-READ-FEED-REC - THE SAME ENVELOPE RULES THE PROC           *
004010* FUNCTION APPLIES TO ITS ONE FEED: HEADER FIRST AND ONLY         *
004020* FIRST, ONE TRAILER, NOTHING AFTER IT. DETAILS ARE COUNTED,      *
004030* HASHED AND TABLED.                                              *
004040******************************************************************
004050 2200-READ-FEED-REC.
004060     READ CMN-TRAN-FILE
004070         AT END
004080             SET WS-FEED-EOF TO TRUE
004090         NOT AT END
004100             ADD 1 TO WS-FEED-REC-NBR
004110             EVALUATE TRUE
004120                 WHEN CMN-TRAN-IS-HEADER
004130                     AND WS-FEED-REC-NBR = 1
004140                     SET WS-FEED-HDR-FOUND TO TRUE
004150                     MOVE CMN-HDR-CREATE-DATE
004160                         TO WS-FEED-HDR-DATE
004170                     MOVE CMN-HDR-SOURCE
004180                         TO WS-FEED-HDR-SOURCE
004190                 WHEN CMN-TRAN-IS-HEADER
004200                     MOVE 'HEADER NOT FIRST RECORD'
004210                                         TO WS-FEED-REASON
004220                     SET WS-FEED-BAD TO TRUE
004230                 WHEN CMN-TRAN-IS-TRAILER
004240                     AND WS-FEED-TRL-NOT-FOUND
004250                     SET WS-FEED-TRL-FOUND TO TRUE
004260                     MOVE CMN-TRL-REC-COUNT
004270                         TO WS-FEED-TRL-COUNT
004280                     MOVE CMN-TRL-AMT-HASH
004290                         TO WS-FEED-TRL-HASH
004300                 WHEN CMN-TRAN-IS-TRAILER
004310                     MOVE 'TRAILER DUPLICATED'
004320                                         TO WS-FEED-REASON
004330                     SET WS-FEED-BAD TO TRUE
004340                 WHEN WS-FEED-TRL-FOUND
004350                     MOVE 'RECORDS AFTER TRAILER'
004360                                         TO WS-FEED-REASON
004370                     SET WS-FEED-BAD TO TRUE
004380                 WHEN OTHER
004390                     ADD 1 TO WS-FEED-DETAIL-COUNT
004400                     IF CMN-TRAN-AMOUNT NUMERIC
004410                         ADD CMN-TRAN-AMOUNT
004420                             TO WS-FEED-AMT-HASH
004430                     END-IF
004440                     PERFORM 2250-TABLE-DETAIL THRU 2250-EXIT
004450             END-EVALUATE
004460     END-READ.
004470 2200-EXIT.
004480     EXIT.
004490*
004500 2250-TABLE-DETAIL.
004510     IF WS-MRG-COUNT NOT < WS-MRG-MAX
004520         MOVE 0144               TO CMN-ABEND-CODE
004530         MOVE 'FEDMRG'           TO CMN-ABEND-PGM-NAME
004540         MOVE 'MERGE TABLE OVERFLOW'
004550                                 TO CMN-ABEND-REASON
004560         PERFORM 9000-CMN-ABEND  THRU 9000-EXIT
004570         SET WS-ABEND-OCCURRED   TO TRUE
004580         GO TO 2250-EXIT
004590     END-IF.
004600     ADD 1 TO WS-MRG-COUNT.
004610     MOVE CMN-TRAN-REC TO WS-MRG-E-DATA (WS-MRG-COUNT).
004620     MOVE 'P'          TO WS-MRG-E-DISP (WS-MRG-COUNT).
004630 2250-EXIT.
004640     EXIT.
004650*
004660******************************************************************
004670* 2300-CHECK-DUPLICATE - A SOURCE ALREADY MERGED FOR THIS CYCLE   *
004680* DATE MAY NOT BE MERGED AGAIN - A FEED HANDED OVER TWICE WOULD   *
004690* OTHERWISE POST EVERY ONE OF ITS MOVEMENTS TWICE. ONLY FEEDS     *
004700* ALREADY ACCEPTED COUNT, SO A GOOD RESEND BEHIND A REJECTED      *
004710* COPY STILL MERGES.                                              *
004720******************************************************************
004730 2300-CHECK-DUPLICATE.
004740     PERFORM 2310-SCAN-SOURCE THRU 2310-EXIT
004750         VARYING WS-SCAN-SUB FROM 1 BY 1
004760         UNTIL WS-SCAN-SUB NOT < WS-SRC-SUB.
004770 2300-EXIT.
004780     EXIT.
004790*
004800 2310-SCAN-SOURCE.
004810     IF WS-SRC-E-ACCEPTED (WS-SCAN-SUB)
004820         AND WS-SRC-E-SOURCE (WS-SCAN-SUB) = WS-FEED-HDR-SOURCE
004830         AND WS-SRC-E-DATE (WS-SCAN-SUB) = WS-FEED-HDR-DATE
004840         MOVE 'SOURCE ALREADY MERGED FOR DATE'
004850                                 TO WS-FEED-REASON
004860     END-IF.
004870 2310-EXIT.
004880     EXIT.
004890*
004900******************************************************************
004910* 2900-REJECT-FEED - BACK THE FEED'S DETAILS OUT OF THE MERGE     *
004920* TABLE AND RECORD WHY. THE STEP CARRIES ON WITH THE NEXT CARD    *
004930* AND ENDS RC=04.                                                 *
004940******************************************************************
004950 2900-REJECT-FEED.
004960     MOVE WS-FEED-MARK         TO WS-MRG-COUNT.
004970     MOVE 'R'                  TO WS-SRC-E-STATUS (WS-SRC-SUB).
004980     MOVE WS-FEED-REASON       TO WS-SRC-E-REASON (WS-SRC-SUB).
004990     MOVE WS-FEED-HDR-SOURCE   TO WS-SRC-E-SOURCE (WS-SRC-SUB).
005000     MOVE WS-FEED-HDR-DATE     TO WS-SRC-E-DATE (WS-SRC-SUB).
005010     MOVE WS-FEED-DETAIL-COUNT TO WS-SRC-E-COUNT (WS-SRC-SUB).
005020     MOVE WS-FEED-AMT-HASH     TO WS-SRC-E-HASH (WS-SRC-SUB).
005030     ADD 1 TO WS-REJECT-COUNT.
005040     SET CMN-LOG-SEV-WARN TO TRUE.
005050     MOVE SPACES TO CMN-LOG-MSG-TEXT.
005060     STRING 'FEDMRG - FEED '     DELIMITED BY SIZE
005070            WS-SRC-SUB           DELIMITED BY SIZE
005080            ' REJECTED '         DELIMITED BY SIZE
005090            WS-FEED-REASON       DELIMITED BY SIZE
005100       INTO CMN-LOG-MSG-TEXT.
005110     PERFORM 7000-LOG-MESSAGE THRU 7000-EXIT.
005120 2900-EXIT.
005130     EXIT.
005140*
005150******************************************************************
005160* 3000-WRITE-MERGED - WRITE THE APPLY FEED: A FRESH HEADER, THE   *
005170* TABLED DETAILS IN ASCENDING KEY ORDER, AND A TRAILER WITH THE   *
005180* COUNT AND HASH OF WHAT WAS ACTUALLY WRITTEN. THE TRAILER MUST   *
005190* TIE TO THE SUM OF THE ACCEPTED FEEDS OR THE STEP ABENDS U0146   *
005200* - THE MERGE MUST NOT GAIN OR LOSE A SINGLE MOVEMENT.            *
005210******************************************************************
005220 3000-WRITE-MERGED.
005230     IF WS-SRC-COUNT = ZEROS
005240         MOVE 0142               TO CMN-ABEND-CODE
005250         MOVE 'FEDMRG'           TO CMN-ABEND-PGM-NAME
005260         MOVE 'NO FEED CONTROL CARDS'
005270                                 TO CMN-ABEND-REASON
005280         PERFORM 9000-CMN-ABEND  THRU 9000-EXIT
005290         SET WS-ABEND-OCCURRED   TO TRUE
005300         GO TO 3000-EXIT
005310     END-IF.
005320     OPEN OUTPUT CMN-TRAN-OUT-FILE.
005330     IF WS-TRNO-FILE-STATUS NOT = '00'
005340         PERFORM 3900-OUTPUT-FAIL THRU 3900-EXIT
005350         GO TO 3000-EXIT
005360     END-IF.
005370     MOVE SPACES          TO CMN-TRNO-HDR-REC.
005380     MOVE 'CMNTRNHDR'     TO CMN-TRNO-HDR-TAG.
005390     MOVE WS-CONTROL-DATE TO CMN-TRNO-HDR-CREATE-DATE.
005400     MOVE 'FEDMRG'        TO CMN-TRNO-HDR-SOURCE.
005410     WRITE CMN-TRNO-HDR-REC.
005420     IF WS-TRNO-FILE-STATUS NOT = '00'
005430         PERFORM 3900-OUTPUT-FAIL THRU 3900-EXIT
005440         CLOSE CMN-TRAN-OUT-FILE
005450         GO TO 3000-EXIT
005460     END-IF.
005470     SET WS-MRG-NOT-DONE TO TRUE.
005480     PERFORM 3050-WRITE-NEXT-LOWEST THRU 3050-EXIT
005490         UNTIL WS-MRG-DONE
005500            OR WS-ABEND-OCCURRED.
005510     IF WS-ABEND-OCCURRED
005520         CLOSE CMN-TRAN-OUT-FILE
005530         GO TO 3000-EXIT
005540     END-IF.
005550     MOVE SPACES          TO CMN-TRNO-TRL-REC.
005560     MOVE 'CMNTRNTRL'     TO CMN-TRNO-TRL-TAG.
005570     MOVE WS-MERGED-COUNT TO CMN-TRNO-TRL-REC-COUNT.
005580     MOVE WS-MERGED-HASH  TO CMN-TRNO-TRL-AMT-HASH.
005590     WRITE CMN-TRNO-TRL-REC.
005600     IF WS-TRNO-FILE-STATUS NOT = '00'
005610         PERFORM 3900-OUTPUT-FAIL THRU 3900-EXIT
005620         CLOSE CMN-TRAN-OUT-FILE
005630         GO TO 3000-EXIT
005640     END-IF.
005650     CLOSE CMN-TRAN-OUT-FILE.
005660     IF WS-MERGED-COUNT NOT = WS-ACCEPT-DETAILS
005670         OR WS-MERGED-HASH NOT = WS-ACCEPT-HASH
005680         MOVE 0146               TO CMN-ABEND-CODE
005690         MOVE 'FEDMRG'           TO CMN-ABEND-PGM-NAME
005700         MOVE 'MERGED FEED DOES NOT TIE TO SOURCES'
005710                                 TO CMN-ABEND-REASON
005720         PERFORM 9000-CMN-ABEND  THRU 9000-EXIT
005730         SET WS-ABEND-OCCURRED   TO TRUE
005740         GO TO 3000-EXIT
005750     END-IF.
005760     MOVE SPACES TO CMN-LOG-MSG-TEXT.
005770     STRING 'FEDMRG - MERGED FEEDS ' DELIMITED BY SIZE
005780            WS-ACCEPT-COUNT          DELIMITED BY SIZE
005790            ' DETAILS '              DELIMITED BY SIZE
005800            WS-MERGED-COUNT          DELIMITED BY SIZE
005810            ' REJECTED FEEDS '       DELIMITED BY SIZE
005820            WS-REJECT-COUNT          DELIMITED BY SIZE
005830       INTO CMN-LOG-MSG-TEXT.
005840     PERFORM 7000-LOG-MESSAGE THRU 7000-EXIT.
005850 3000-EXIT.
005860     EXIT.
005870*
005880******************************************************************
005890* 3050-WRITE-NEXT-LOWEST - SELECT THE PENDING DETAIL WITH THE     *
005900* LOWEST TRANSACTION KEY, WRITE IT AND MARK IT WRITTEN. THE SCAN  *
005910* TAKES THE FIRST OF EQUAL KEYS, SO EQUAL KEYS KEEP LOAD ORDER.   *
005920* NO PENDING DETAIL LEFT MEANS THE MERGE IS DONE.                 *
005930******************************************************************
005940 3050-WRITE-NEXT-LOWEST.
005950     MOVE ZEROS       TO WS-LOW-SUB.
005960     MOVE HIGH-VALUES TO WS-LOW-KEY.
005970     PERFORM 3060-SCAN-FOR-LOWEST THRU 3060-EXIT
005980         VARYING WS-MRG-SUB FROM 1 BY 1
005990         UNTIL WS-MRG-SUB > WS-MRG-COUNT.
006000     IF WS-LOW-SUB = ZEROS
006010         SET WS-MRG-DONE TO TRUE
006020         GO TO 3050-EXIT
006030     END-IF.
006040     MOVE WS-MRG-E-DATA (WS-LOW-SUB) TO CMN-TRAN-OUT-REC.
006050     WRITE CMN-TRAN-OUT-REC.
006060     IF WS-TRNO-FILE-STATUS NOT = '00'
006070         PERFORM 3900-OUTPUT-FAIL THRU 3900-EXIT
006080         GO TO 3050-EXIT
006090     END-IF.
006100     MOVE 'W' TO WS-MRG-E-DISP (WS-LOW-SUB).
006110     ADD 1 TO WS-MERGED-COUNT.
006120     MOVE WS-MRG-E-DATA (WS-LOW-SUB) TO WS-TRAN-WORK.
006130     IF WS-TRAN-WORK-AMOUNT NUMERIC
006140         ADD WS-TRAN-WORK-AMOUNT TO WS-MERGED-HASH
006150     END-IF.
006160 3050-EXIT.
006170     EXIT.
006180*
006190 3060-SCAN-FOR-LOWEST.
006200     IF WS-MRG-E-PENDING (WS-MRG-SUB)
006210         AND WS-MRG-E-DATA (WS-MRG-SUB) (1:10) < WS-LOW-KEY
006220         MOVE WS-MRG-E-DATA (WS-MRG-SUB) (1:10) TO WS-LOW-KEY
006230         MOVE WS-MRG-SUB TO WS-LOW-SUB
006240     END-IF.
006250 3060-EXIT.
006260     EXIT.
006270*
006280 3900-OUTPUT-FAIL.
006290     MOVE 0145               TO CMN-ABEND-CODE.
006300     MOVE 'FEDMRG'           TO CMN-ABEND-PGM-NAME.
006310     MOVE 'MERGED-OUTPUT FILE NOT USABLE'
006320                             TO CMN-ABEND-REASON.
006330     PERFORM 9000-CMN-ABEND  THRU 9000-EXIT.
006340     SET WS-ABEND-OCCURRED   TO TRUE.
006350 3900-EXIT.
006360     EXIT.
006370*
006380******************************************************************
006390* 4000-PRINT-REPORT - ONE LINE PER FEED CARD, THEN THE TOTALS.    *
006400* THE ACCEPTED TOTALS ARE THE MERGED TRAILER; THE MERGED COUNT    *
006410* IS WHAT THE PROC APPLY WILL REPORT AS TRANSACTIONS READ AND     *
006420* WHAT DATBATC WILL CARRY ON CMNTOTF FOR THE CYCLE.               *
006430******************************************************************
006440 4000-PRINT-REPORT.
006450     DISPLAY 'FEDMRG - FEED CONSOLIDATION FOR CYCLE '
006460             WS-CONTROL-DATE.
006470     DISPLAY 'FEDMRG - NBR SOURCE   STATUS   DETAILS'
006480             '      AMOUNT HASH  DATASET'.
006490     PERFORM 4100-PRINT-ONE-FEED THRU 4100-EXIT
006500         VARYING WS-SRC-SUB FROM 1 BY 1
006510         UNTIL WS-SRC-SUB > WS-SRC-COUNT.
006520     DISPLAY 'FEDMRG - FEEDS ' WS-SRC-COUNT
006530             ' ACCEPTED ' WS-ACCEPT-COUNT
006540             ' REJECTED ' WS-REJECT-COUNT
006550             ' EMPTY ' WS-EMPTY-COUNT.
006560     MOVE WS-ACCEPT-HASH TO WS-DISP-HASH.
006570     DISPLAY 'FEDMRG - ACCEPTED FEEDS DETAILS ' WS-ACCEPT-DETAILS
006580             ' HASH ' WS-DISP-HASH.
006590     MOVE WS-MERGED-HASH TO WS-DISP-HASH.
006600     DISPLAY 'FEDMRG - MERGED TRAILER DETAILS ' WS-MERGED-COUNT
006610             ' HASH ' WS-DISP-HASH.
006620     DISPLAY 'FEDMRG - CYCLE ' WS-CONTROL-DATE
006630             ' CMNTOTF TRANS READ MUST BE ' WS-MERGED-COUNT.
006640 4000-EXIT.
006650     EXIT.
006660*
006670 4100-PRINT-ONE-FEED.
006680     EVALUATE TRUE
006690         WHEN WS-SRC-E-ACCEPTED (WS-SRC-SUB)
006700             MOVE 'ACCEPTED' TO WS-DISP-STATUS
006710         WHEN WS-SRC-E-EMPTY (WS-SRC-SUB)
006720             MOVE 'EMPTY'    TO WS-DISP-STATUS
006730         WHEN OTHER
006740             MOVE 'REJECTED' TO WS-DISP-STATUS
006750     END-EVALUATE.
006760     MOVE WS-SRC-E-HASH (WS-SRC-SUB) TO WS-DISP-HASH.
006770     DISPLAY 'FEDMRG - ' WS-SRC-SUB
006780             ' ' WS-SRC-E-SOURCE (WS-SRC-SUB)
006790             ' ' WS-DISP-STATUS
006800             ' ' WS-SRC-E-COUNT (WS-SRC-SUB)
006810             ' ' WS-DISP-HASH
006820             ' ' WS-SRC-E-DSN (WS-SRC-SUB).
006830     IF WS-SRC-E-REJECTED (WS-SRC-SUB)
006840         DISPLAY 'FEDMRG -     NOT MERGED: '
006850                 WS-SRC-E-REASON (WS-SRC-SUB)
006860     END-IF.
006870 4100-EXIT.
006880     EXIT.
006890*
006900******************************************************************
006910* 8000-TERMINATE - A CLEAN RUN ENDS RC=00 AND A RUN THAT          *
006920* REJECTED A FEED RC=04; AN ABEND PATH HAS ALREADY SET            *
006930* RETURN-CODE FROM THE ABEND CODE AND MUST NOT BE OVERWRITTEN.    *
006940******************************************************************
006950 8000-TERMINATE.
006960     IF WS-ABEND-NOT-OCCURRED
006970         IF WS-REJECT-COUNT > ZEROS
006980             MOVE 04 TO RETURN-CODE
006990         ELSE
007000             MOVE 00 TO RETURN-CODE
007010         END-IF
007020     END-IF.
007030 8000-EXIT.
007040     EXIT.
007050*
007060 COPY CMNLOGP.
007070 COPY CMNABNP.
