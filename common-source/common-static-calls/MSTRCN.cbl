000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  MSTRCN.
000030 AUTHOR.      R A LOWRY.
000040 INSTALLATION. COMMON-SOURCE LIBRARY.
000050 DATE-WRITTEN. 20261015.
000060 DATE-COMPILED.
000070*
000080******************************************************************
000090* MSTRCN - POINT-IN-TIME MASTER RECONSTRUCTION                    *
000100* REBUILDS THE MASTER AS IT STOOD AT THE CLOSE OF ANY CHOSEN      *
000110* BUSINESS DATE, SO A DAMAGED GENERATION OR A BAD APPLY IS        *
000120* RECOVERED IN ONE STEP INSTEAD OF A RESTORE AND A RE-DRIVE       *
000130* OF EVERY CYCLE SINCE.                                           *
000140*                                                                 *
000150* THE STARTING POINT IS THE LATEST MONTH-END SNAPSHOT             *
000160* (DATBATC 4200-SNAPSHOT-MASTER, CMNMSNP) DATED ON OR BEFORE      *
000170* THE TARGET DATE. ONTO IT ARE REPLAYED, IN THE ORDER THEY        *
000180* HAPPENED, EVERY JOURNAL RECORD (CMNJRNF) FOR A CYCLE DATE       *
000190* AFTER THE SNAPSHOT UP TO THE TARGET, AND EVERY MSTMNT           *
000200* CORRECTION (CMNMAUF) MADE UNDER THOSE CONTROL DATES - A         *
000210* CORRECTION IS NOT JOURNALED, BUT THE CMNTOTF RECORD IT          *
000220* APPENDS IS PART OF THE CLOSING TOTALS THE RESULT MUST PROVE     *
000230* TO. BOTH FILES ARE APPEND-ONLY AND THE RUN ID OPENS WITH THE    *
000240* RUN'S START DATE AND TIME, SO THE TWO ARE MERGED ON RUN ID.     *
000250*                                                                 *
000260* SUPERSEDED RUNS - A CYCLE RE-DRIVEN AFTER A FAILED RUN          *
000270* JOURNALS THE WHOLE APPLY AGAIN UNDER THE NEW RUN ID, SO FOR     *
000280* EACH CYCLE DATE ONLY THE RECORDS OF THE LAST RUN ID TO          *
000290* JOURNAL THAT DATE ARE REPLAYED. A FIRST PASS OF THE JOURNAL     *
000300* FINDS THAT RUN FOR EACH DATE; EVERY OTHER RUN'S RECORDS ARE     *
000310* EXCLUDED AND LISTED BY RUN ID ON THE REPORT.                    *
000320*                                                                 *
000330* EVERY REPLAYED RECORD'S BEFORE-BALANCE (A CORRECTION'S OLD      *
000340* BALANCE) MUST EQUAL THE REBUILT BALANCE AT THAT POINT. A        *
000350* BREAK IS LISTED AND THE REPLAY GOES ON FROM THE RECORD'S        *
000360* AFTER-BALANCE SO ONE BREAK IS NOT REPORTED AS MANY. THE         *
000370* REBUILT MASTER IS WRITTEN TO CMNRCNO ONLY WHEN THE REPLAY       *
000380* HAD NO BREAK AND ITS RECORD COUNT AND BALANCE HASH EQUAL THE    *
000390* CLOSING TOTALS ON THE LAST CMNTOTF RECORD FOR THE TARGET        *
000400* DATE. THE SNAPSHOT IS PROVED THE SAME WAY FOR ITS OWN DATE,     *
000410* BUT ONLY AS A WARNING - THE REPLAY PROOF IS WHAT COUNTS.        *
000420*                                                                 *
000430* A CORRECTION WRITTEN BEFORE CMNMAUF CARRIED THE CONTROL DATE    *
000440* IS PLACED BY ITS RUN DATE. A CORRECTION UNDER THE SNAPSHOT'S    *
000450* OWN CONTROL DATE IS REPLAYED ONLY WHEN IT RAN AFTER THAT        *
000460* DATE'S CYCLE, SINCE ONE MADE BEFORE IS IN THE SNAPSHOT.         *
000470*                                                                 *
000480* CONTROL CARDS (CMNCRD):                                         *
000490*   COLS 1-4   'DATE' - EXACTLY ONE. COLS 6-13 THE BUSINESS       *
000500*              DATE TO REBUILD TO, CCYYMMDD.                      *
000510*   COLS 1-4   'SNAP' - ONE PER SNAPSHOT GENERATION KEPT.         *
000520*              COLS 6-13 THE MONTH-END DATE IT WAS CUT FOR,       *
000530*              COLS 15-58 ITS DATASET NAME. CMNMSNP IS POINTED    *
000540*              AT THE LATEST ONE NOT AFTER THE TARGET DATE.       *
000550*                                                                 *
000560* ABEND CODES (THROUGH THE SHARED CMNABNP PARAGRAPH):             *
000570*   U0150 - CONTROL-CARD FILE MISSING OR UNREADABLE.              *
000580*   U0151 - CONTROL CARD INVALID (UNKNOWN TYPE, BAD DATE,         *
000590*           NO DATASET, NO OR TWO DATE CARDS, TOO MANY            *
000600*           SNAPSHOT CARDS).                                      *
000610*   U0152 - NO SNAPSHOT ON OR BEFORE THE TARGET DATE, OR THE      *
000620*           SNAPSHOT DATASET NOT USABLE OR OUT OF KEY ORDER.      *
000630*   U0153 - MASTER, CYCLE-DATE OR EXCLUDED-RUN TABLE OVERFLOW.    *
000640*   U0154 - JOURNAL, AUDIT OR CONTROL-TOTALS FILE NOT USABLE.     *
000650*   U0155 - THE REPLAY BROKE ON A BEFORE-BALANCE OR KEY.          *
000660*   U0156 - NO CMNTOTF TOTALS FOR THE TARGET DATE, OR THE         *
000670*           REBUILT MASTER DOES NOT PROVE TO THEM.                *
000680*   U0157 - REBUILT-MASTER FILE NOT USABLE OR WRITE FAILED.       *
000690******************************************************************
000700*
000710* MAINTENANCE HISTORY                                            *
000720* DATE     INIT DESCRIPTION                                      *
000730* -------- ---- ----------------------------------------         *
000740* 20261015 RAL   ORIGINAL MEMBER.                                *
000750******************************************************************
000760*
000770 ENVIRONMENT DIVISION.
000780 CONFIGURATION SECTION.
000790 SOURCE-COMPUTER.      IBM-370.
000800 OBJECT-COMPUTER.      IBM-370.
000810 INPUT-OUTPUT SECTION.
000820 FILE-CONTROL.
000830     SELECT CMN-CRD-FILE              ASSIGN TO CMNCRD
000840                             ORGANIZATION IS LINE SEQUENTIAL
000850                             FILE STATUS IS WS-CRD-FILE-STATUS.
000860     SELECT CMN-MST-IN-FILE           ASSIGN TO CMNMSNP
000870                             ORGANIZATION IS LINE SEQUENTIAL
000880                             FILE STATUS IS WS-MST-IN-FILE-STATUS.
000890     SELECT CMN-MST-OUT-FILE          ASSIGN TO CMNRCNO
000900                             ORGANIZATION IS LINE SEQUENTIAL
000910                             FILE STATUS IS WS-MST-OUT-STATUS.
000920     SELECT OPTIONAL CMN-JRN-FILE     ASSIGN TO CMNJRN
000930                             ORGANIZATION IS LINE SEQUENTIAL
000940                             FILE STATUS IS WS-JRN-FILE-STATUS.
000950     SELECT OPTIONAL CMN-MAU-FILE     ASSIGN TO CMNMAU
000960                             ORGANIZATION IS LINE SEQUENTIAL
000970                             FILE STATUS IS WS-MAU-FILE-STATUS.
000980     SELECT OPTIONAL CMN-HOL-FILE     ASSIGN TO CMNHOL
000990                             ORGANIZATION IS LINE SEQUENTIAL
001000                             FILE STATUS IS CMN-HOL-FILE-STATUS.
001010     SELECT OPTIONAL CMN-TOT-FILE     ASSIGN TO CMNTOT
001020                             ORGANIZATION IS LINE SEQUENTIAL
001030                             FILE STATUS IS WS-TOT-FILE-STATUS.
001040     SELECT OPTIONAL CMN-LOG-FILE     ASSIGN TO CMNLOG
001050                             ORGANIZATION IS LINE SEQUENTIAL
001060                             FILE STATUS IS CMN-LOG-FILE-STATUS.
001070*
001080 DATA DIVISION.
001090 FILE SECTION.
001100 COPY CMNCRDF.
001110 COPY CMNMSTF.
001120 COPY CMNJRNF.
001130 COPY CMNMAUF.
001140 COPY CMNTOTF.
001150 COPY CMNHOLF.
001160 COPY CMNLOGF.
001170*
001180 WORKING-STORAGE SECTION.
001190 77  WS-CRD-FILE-STATUS           PIC X(02) VALUE '00'.
001200 77  WS-MST-IN-FILE-STATUS        PIC X(02) VALUE '00'.
001210 77  WS-MST-OUT-STATUS            PIC X(02) VALUE '00'.
001220 77  WS-JRN-FILE-STATUS           PIC X(02) VALUE '00'.
001230 77  WS-MAU-FILE-STATUS           PIC X(02) VALUE '00'.
001240 77  WS-TOT-FILE-STATUS           PIC X(02) VALUE '00'.
001250 77  WS-RUN-DATE                  PIC 9(08) VALUE ZEROS.
001260 77  WS-RUN-TIME                  PIC 9(08) VALUE ZEROS.
001270 77  WS-ENV-NAME                  PIC X(16) VALUE SPACES.
001280 77  WS-TARGET-DATE               PIC 9(08) VALUE ZEROS.
001290 77  WS-SNAP-DATE                 PIC 9(08) VALUE ZEROS.
001300 77  WS-SNAP-DSN                  PIC X(44) VALUE SPACES.
001310 77  WS-SNAP-RUN-ID               PIC X(16) VALUE SPACES.
001320 77  WS-SNAP-COUNT                PIC 9(07) VALUE ZEROS.
001330 77  WS-SNAP-HASH                 PIC S9(13)V99 VALUE ZEROS.
001340 77  WS-SNAP-PREV-KEY             PIC X(10) VALUE LOW-VALUES.
001350 77  WS-SNP-SUB                   PIC 9(03) VALUE ZEROS.
001360 77  WS-LIVE-SUB                  PIC 9(03) VALUE ZEROS.
001370 77  WS-XCL-SUB                   PIC 9(03) VALUE ZEROS.
001380 77  WS-XCL-FOUND                 PIC 9(03) VALUE ZEROS.
001390 77  WS-SCAN-SUB                  PIC 9(03) VALUE ZEROS.
001400 77  WS-LOOK-DATE                 PIC 9(08) VALUE ZEROS.
001410 77  WS-MST-SUB                   PIC 9(05) VALUE ZEROS.
001420 77  WS-SHIFT-SUB                 PIC 9(05) VALUE ZEROS.
001430 77  WS-FIND-LOW                  PIC 9(05) VALUE ZEROS.
001440 77  WS-FIND-HIGH                 PIC 9(05) VALUE ZEROS.
001450 77  WS-FIND-MID                  PIC 9(05) VALUE ZEROS.
001460 77  WS-FIND-KEY                  PIC X(10) VALUE SPACES.
001470 77  WS-JRN-RUN-KEY               PIC X(16) VALUE SPACES.
001480 77  WS-MAU-RUN-KEY               PIC X(16) VALUE SPACES.
001490 77  WS-MAU-EFF-DATE              PIC 9(08) VALUE ZEROS.
001500 77  WS-JRN-READ-COUNT            PIC 9(07) VALUE ZEROS.
001510 77  WS-JRN-RANGE-COUNT           PIC 9(07) VALUE ZEROS.
001520 77  WS-JRN-APPLIED-COUNT         PIC 9(07) VALUE ZEROS.
001530 77  WS-JRN-EXCLUDED-COUNT        PIC 9(07) VALUE ZEROS.
001540 77  WS-MAU-READ-COUNT            PIC 9(07) VALUE ZEROS.
001550 77  WS-MAU-APPLIED-COUNT         PIC 9(07) VALUE ZEROS.
001560 77  WS-BREAK-COUNT               PIC 9(07) VALUE ZEROS.
001570 77  WS-BREAK-REASON              PIC X(24) VALUE SPACES.
001580 77  WS-BREAK-DATE                PIC 9(08) VALUE ZEROS.
001590 77  WS-BREAK-EXPECTED            PIC S9(09)V99 VALUE ZEROS.
001600 77  WS-RCN-COUNT                 PIC 9(07) VALUE ZEROS.
001610 77  WS-RCN-HASH                  PIC S9(13)V99 VALUE ZEROS.
001620 77  WS-RCN-WRITTEN               PIC 9(07) VALUE ZEROS.
001630 77  WS-TOT-CLOSE-COUNT           PIC 9(07) VALUE ZEROS.
001640 77  WS-TOT-CLOSE-HASH            PIC S9(13)V99 VALUE ZEROS.
001650 77  WS-TOT-SNAP-COUNT            PIC 9(07) VALUE ZEROS.
001660 77  WS-TOT-SNAP-HASH             PIC S9(13)V99 VALUE ZEROS.
001670 77  WS-DISP-HASH                 PIC +9(13).99 VALUE ZEROS.
001680 77  WS-DISP-BALANCE              PIC -9(09).99 VALUE ZEROS.
001690 77  WS-DISP-EXPECTED             PIC -9(09).99 VALUE ZEROS.
001700 01  WS-SWITCHES.
001710     05  WS-ABEND-SWITCH             PIC X(01) VALUE 'N'.
001720         88  WS-ABEND-OCCURRED               VALUE 'Y'.
001730         88  WS-ABEND-NOT-OCCURRED           VALUE 'N'.
001740     05  WS-CRD-EOF-SW               PIC X(01) VALUE 'N'.
001750         88  WS-CRD-EOF                      VALUE 'Y'.
001760         88  WS-CRD-NOT-EOF                  VALUE 'N'.
001770     05  WS-MST-EOF-SW               PIC X(01) VALUE 'N'.
001780         88  WS-MST-EOF                      VALUE 'Y'.
001790         88  WS-MST-NOT-EOF                  VALUE 'N'.
001800     05  WS-JRN-EOF-SW               PIC X(01) VALUE 'N'.
001810         88  WS-JRN-EOF                      VALUE 'Y'.
001820         88  WS-JRN-NOT-EOF                  VALUE 'N'.
001830     05  WS-MAU-EOF-SW               PIC X(01) VALUE 'N'.
001840         88  WS-MAU-EOF                      VALUE 'Y'.
001850         88  WS-MAU-NOT-EOF                  VALUE 'N'.
001860     05  WS-TOT-EOF-SW               PIC X(01) VALUE 'N'.
001870         88  WS-TOT-EOF                      VALUE 'Y'.
001880         88  WS-TOT-NOT-EOF                  VALUE 'N'.
001890     05  WS-TAKE-SW                  PIC X(01) VALUE 'N'.
001900         88  WS-RECORD-TAKEN                 VALUE 'Y'.
001910         88  WS-RECORD-NOT-TAKEN             VALUE 'N'.
001920     05  WS-FIND-SW                  PIC X(01) VALUE 'N'.
001930         88  WS-KEY-FOUND                    VALUE 'Y'.
001940         88  WS-KEY-NOT-FOUND                VALUE 'N'.
001950     05  WS-KEY-LIVE-SW              PIC X(01) VALUE 'N'.
001960         88  WS-KEY-LIVE                     VALUE 'Y'.
001970         88  WS-KEY-NOT-LIVE                 VALUE 'N'.
001980     05  WS-TOT-CLOSE-SW             PIC X(01) VALUE 'N'.
001990         88  WS-TOT-CLOSE-FOUND              VALUE 'Y'.
002000         88  WS-TOT-CLOSE-NOT-FOUND          VALUE 'N'.
002010     05  WS-TOT-SNAP-SW              PIC X(01) VALUE 'N'.
002020         88  WS-TOT-SNAP-FOUND               VALUE 'Y'.
002030         88  WS-TOT-SNAP-NOT-FOUND           VALUE 'N'.
002040     05  WS-PROOF-SW                 PIC X(01) VALUE 'N'.
002050         88  WS-RCN-PROVED                   VALUE 'Y'.
002060         88  WS-RCN-NOT-PROVED               VALUE 'N'.
002070 01  WS-CARD.
002080     05  WS-CARD-TYPE                PIC X(04) VALUE SPACES.
002090         88  WS-CARD-TARGET                  VALUE 'DATE'.
002100         88  WS-CARD-SNAPSHOT                VALUE 'SNAP'.
002110     05  FILLER                      PIC X(01) VALUE SPACES.
002120     05  WS-CARD-DATE                PIC X(08) VALUE SPACES.
002130     05  WS-CARD-DATE-N REDEFINES WS-CARD-DATE
002140                                     PIC 9(08).
002150     05  FILLER                      PIC X(01) VALUE SPACES.
002160     05  WS-CARD-DSN                 PIC X(44) VALUE SPACES.
002170     05  FILLER                      PIC X(22) VALUE SPACES.
002180 01  WS-MST-WORK.
002190     05  WS-MST-WORK-KEY             PIC X(10).
002200     05  WS-MST-WORK-NAME            PIC X(20).
002210     05  WS-MST-WORK-BALANCE         PIC S9(09)V99
002220                                     SIGN LEADING SEPARATE.
002230     05  WS-MST-WORK-MAINT-DATE      PIC 9(08).
002240     05  WS-MST-WORK-STATUS          PIC X(01).
002250     05  WS-MST-WORK-OD-LIMIT        PIC S9(09)V99
002260                                     SIGN LEADING SEPARATE.
002270     05  FILLER                      PIC X(17).
002280* ONE ENTRY PER SNAPSHOT CARD, IN CARD ORDER.                     *
002290 01  WS-SNP-TABLE.
002300     05  WS-SNP-COUNT                PIC 9(03) VALUE ZEROS.
002310     05  WS-SNP-MAX                  PIC 9(03) VALUE 60.
002320     05  WS-SNP-ENTRY                OCCURS 60 TIMES.
002330         10  WS-SNP-E-DATE           PIC 9(08).
002340         10  WS-SNP-E-DSN            PIC X(44).
002350* THE LAST RUN ID TO JOURNAL EACH CYCLE DATE FROM THE SNAPSHOT    *
002360* DATE TO THE TARGET - THE ONLY RUN REPLAYED FOR THAT DATE.       *
002370 01  WS-LIVE-TABLE.
002380     05  WS-LIVE-COUNT               PIC 9(03) VALUE ZEROS.
002390     05  WS-LIVE-MAX                 PIC 9(03) VALUE 400.
002400     05  WS-LIVE-ENTRY               OCCURS 400 TIMES.
002410         10  WS-LIVE-E-DATE          PIC 9(08).
002420         10  WS-LIVE-E-RUN-ID        PIC X(16).
002430* EVERY SUPERSEDED RUN SEEN IN RANGE, FOR THE REPORT.             *
002440 01  WS-XCL-TABLE.
002450     05  WS-XCL-COUNT                PIC 9(03) VALUE ZEROS.
002460     05  WS-XCL-MAX                  PIC 9(03) VALUE 100.
002470     05  WS-XCL-ENTRY                OCCURS 100 TIMES.
002480         10  WS-XCL-E-RUN-ID         PIC X(16).
002490         10  WS-XCL-E-DATE           PIC 9(08).
002500         10  WS-XCL-E-RECORDS        PIC 9(07).
002510* THE MASTER BEING REBUILT, IN ASCENDING KEY ORDER. A DELETED     *
002520* ACCOUNT KEEPS ITS SLOT, MARKED GONE, SO A LATER ADD OF THE      *
002530* SAME KEY REVIVES IT IN PLACE.                                   *
002540 01  WS-MST-TABLE.
002550     05  WS-MST-COUNT                PIC 9(05) VALUE ZEROS.
002560     05  WS-MST-MAX                  PIC 9(05) VALUE 20000.
002570     05  WS-MST-ENTRY                OCCURS 20000 TIMES.
002580         10  WS-MST-E-KEY            PIC X(10).
002590         10  WS-MST-E-NAME           PIC X(20).
002600         10  WS-MST-E-BALANCE        PIC S9(09)V99.
002610         10  WS-MST-E-MAINT-DATE     PIC 9(08).
002620         10  WS-MST-E-STATUS         PIC X(01).
002630         10  WS-MST-E-OD-LIMIT       PIC S9(09)V99.
002640         10  WS-MST-E-LIVE-SW        PIC X(01).
002650             88  WS-MST-E-LIVE               VALUE 'Y'.
002660             88  WS-MST-E-GONE               VALUE 'N'.
002670*
002680 COPY CMNHOLW.
002690 COPY CMNDAYW.
002700 COPY CMNLOGW.
002710 COPY CMNABNW.
002720*
002730 PROCEDURE DIVISION.
002740******************************************************************
002750* 0000-MAINLINE                                                   *
002760******************************************************************
002770 0000-MAINLINE.
002780     MOVE 'MSTRCN' TO CMN-LOG-PGM-NAME.
002790     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002800     IF WS-ABEND-NOT-OCCURRED
002810         PERFORM 2000-LOAD-SNAPSHOT THRU 2000-EXIT
002820     END-IF.
002830     IF WS-ABEND-NOT-OCCURRED
002840         PERFORM 3000-FIND-LIVE-RUNS THRU 3000-EXIT
002850     END-IF.
002860     IF WS-ABEND-NOT-OCCURRED
002870         PERFORM 4000-REPLAY THRU 4000-EXIT
002880     END-IF.
002890     IF WS-ABEND-NOT-OCCURRED
002900         PERFORM 5000-PROVE-TOTALS THRU 5000-EXIT
002910     END-IF.
002920     IF WS-ABEND-NOT-OCCURRED
002930         PERFORM 5500-PRINT-REPORT THRU 5500-EXIT
002940         PERFORM 5800-CHECK-RELEASE THRU 5800-EXIT
002950     END-IF.
002960     IF WS-ABEND-NOT-OCCURRED
002970         PERFORM 6000-WRITE-MASTER THRU 6000-EXIT
002980     END-IF.
002990     PERFORM 8000-TERMINATE THRU 8000-EXIT.
003000     STOP RUN.
003010*
003020******************************************************************
003030* 1000-INITIALIZE - BUILD THE RUN ID, LOAD AND VALIDATE THE       *
003040* CONTROL CARDS AND CHOOSE THE SNAPSHOT TO START FROM.            *
003050******************************************************************
003060 1000-INITIALIZE.
003070     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003080     ACCEPT WS-RUN-TIME FROM TIME.
003090     MOVE SPACES TO CMN-LOG-RUN-ID.
003100     STRING WS-RUN-DATE DELIMITED BY SIZE
003110            WS-RUN-TIME DELIMITED BY SIZE
003120       INTO CMN-LOG-RUN-ID.
003130     OPEN INPUT CMN-CRD-FILE.
003140     IF WS-CRD-FILE-STATUS NOT = '00'
003150         MOVE 0150               TO CMN-ABEND-CODE
003160         MOVE 'MSTRCN'           TO CMN-ABEND-PGM-NAME
003170         MOVE 'CONTROL-CARD FILE NOT AVAILABLE'
003180                                 TO CMN-ABEND-REASON
003190         PERFORM 9000-CMN-ABEND  THRU 9000-EXIT
003200         SET WS-ABEND-OCCURRED   TO TRUE
003210         GO TO 1000-EXIT
003220     END-IF.
003230     PERFORM 1100-LOAD-CARD THRU 1100-EXIT
003240         UNTIL WS-CRD-EOF OR WS-ABEND-OCCURRED.
003250     CLOSE CMN-CRD-FILE.
003260     IF WS-ABEND-OCCURRED
003270         GO TO 1000-EXIT
003280     END-IF.
003290     IF WS-TARGET-DATE = ZEROS
003300         MOVE 0151               TO CMN-ABEND-CODE
003310         MOVE 'MSTRCN'           TO CMN-ABEND-PGM-NAME
003320         MOVE 'NO DATE CONTROL CARD'
003330                                 TO CMN-ABEND-REASON
003340         PERFORM 9000-CMN-ABEND  THRU 9000-EXIT
003350         SET WS-ABEND-OCCURRED   TO TRUE
003360         GO TO 1000-EXIT
003370     END-IF.
003380     PERFORM 1300-CHOOSE-SNAPSHOT THRU 1300-EXIT
003390         VARYING WS-SNP-SUB FROM 1 BY 1
003400         UNTIL WS-SNP-SUB > WS-SNP-COUNT.
003410     IF WS-SNAP-DSN = SPACES
003420         MOVE 0152               TO CMN-ABEND-CODE
003430         MOVE 'MSTRCN'           TO CMN-ABEND-PGM-NAME
003440         MOVE 'NO SNAPSHOT ON OR BEFORE TARGET DATE'
003450                                 TO CMN-ABEND-REASON
003460         PERFORM 9000-CMN-ABEND  THRU 9000-EXIT
003470         SET WS-ABEND-OCCURRED   TO TRUE
003480         GO TO 1000-EXIT
003490     END-IF.
003500     MOVE SPACES TO CMN-LOG-MSG-TEXT.
003510     STRING 'MSTRCN - REBUILDING TO ' DELIMITED BY SIZE
003520            WS-TARGET-DATE            DELIMITED BY SIZE
003530            ' FROM SNAPSHOT '         DELIMITED BY SIZE
003540            WS-SNAP-DATE              DELIMITED BY SIZE
003550       INTO CMN-LOG-MSG-TEXT.
003560     PERFORM 7000-LOG-MESSAGE THRU 7000-EXIT.
003570 1000-EXIT.
003580     EXIT.
003590*
003600 1100-LOAD-CARD.
003610     READ CMN-CRD-FILE
003620         AT END
003630             SET WS-CRD-EOF TO TRUE
003640         NOT AT END
003650             MOVE CMN-CRD-REC TO WS-CARD
003660             IF WS-CARD NOT = SPACES
003670                 PERFORM 1200-VALIDATE-CARD THRU 1200-EXIT
003680             END-IF
003690     END-READ.
003700 1100-EXIT.
003710     EXIT.
003720*
003730******************************************************************
003740* 1200-VALIDATE-CARD - ANY BAD CARD ABENDS BEFORE A FILE IS       *
003750* READ. BOTH CARD TYPES CARRY A CALENDAR DATE.                    *
003760******************************************************************
003770 1200-VALIDATE-CARD.
003780     IF NOT WS-CARD-TARGET
003790         AND NOT WS-CARD-SNAPSHOT
003800         MOVE 'UNKNOWN CONTROL CARD TYPE' TO CMN-ABEND-REASON
003810         PERFORM 1290-CARD-INVALID THRU 1290-EXIT
003820         GO TO 1200-EXIT
003830     END-IF.
003840     MOVE WS-CARD-DATE TO CMN-DAY-WORK-DATE.
003850     PERFORM 6750-VALIDATE-DATE THRU 6750-EXIT.
003860     IF CMN-DAY-INVALID
003870         MOVE 'CONTROL CARD DATE INVALID' TO CMN-ABEND-REASON
003880         PERFORM 1290-CARD-INVALID THRU 1290-EXIT
003890         GO TO 1200-EXIT
003900     END-IF.
003910     IF WS-CARD-TARGET
003920         IF WS-TARGET-DATE NOT = ZEROS
003930             MOVE 'MORE THAN ONE DATE CONTROL CARD'
003940                                 TO CMN-ABEND-REASON
003950             PERFORM 1290-CARD-INVALID THRU 1290-EXIT
003960         ELSE
003970             MOVE WS-CARD-DATE-N TO WS-TARGET-DATE
003980         END-IF
003990         GO TO 1200-EXIT
004000     END-IF.
004010     IF WS-CARD-DSN = SPACES
004020         MOVE 'SNAPSHOT CARD HAS NO DATASET NAME'
004030                                 TO CMN-ABEND-REASON
004040         PERFORM 1290-CARD-INVALID THRU 1290-EXIT
004050         GO TO 1200-EXIT
004060     END-IF.
004070     IF WS-SNP-COUNT NOT < WS-SNP-MAX
004080         MOVE 'SNAPSHOT CARD TABLE OVERFLOW' TO CMN-ABEND-REASON
004090         PERFORM 1290-CARD-INVALID THRU 1290-EXIT
004100         GO TO 1200-EXIT
004110     END-IF.
004120     ADD 1 TO WS-SNP-COUNT.
004130     MOVE WS-CARD-DATE-N TO WS-SNP-E-DATE (WS-SNP-COUNT).
004140     MOVE WS-CARD-DSN    TO WS-SNP-E-DSN (WS-SNP-COUNT).
004150 1200-EXIT.
004160     EXIT.
004170*
004180 1290-CARD-INVALID.
004190     MOVE 0151               TO CMN-ABEND-CODE.
004200     MOVE 'MSTRCN'           TO CMN-ABEND-PGM-NAME.
004210     PERFORM 9000-CMN-ABEND  THRU 9000-EXIT.
004220     SET WS-ABEND-OCCURRED   TO TRUE.
004230 1290-EXIT.
004240     EXIT.
004250*
004260******************************************************************
004270* 1300-CHOOSE-SNAPSHOT - KEEP THE LATEST SNAPSHOT NOT AFTER THE   *
004280* TARGET DATE. THE CARDS MAY COME IN ANY ORDER.                   *
004290******************************************************************
004300 1300-CHOOSE-SNAPSHOT.
004310     IF WS-SNP-E-DATE (WS-SNP-SUB) NOT > WS-TARGET-DATE
004320         AND (WS-SNAP-DSN = SPACES
004330              OR WS-SNP-E-DATE (WS-SNP-SUB) > WS-SNAP-DATE)
004340         MOVE WS-SNP-E-DATE (WS-SNP-SUB) TO WS-SNAP-DATE
004350         MOVE WS-SNP-E-DSN (WS-SNP-SUB)  TO WS-SNAP-DSN
004360     END-IF.
004370 1300-EXIT.
004380     EXIT.
004390*
004400******************************************************************
004410* 2000-LOAD-SNAPSHOT - POINT CMNMSNP AT THE CHOSEN GENERATION     *
004420* AND TABLE IT. A SNAPSHOT IS A COPY OF A CLOSING MASTER, SO IT   *
004430* MUST BE IN STRICT ASCENDING KEY ORDER; IT IS NORMALISED THE     *
004440* SAME WAY THE APPLY AND MSTMNT NORMALISE A MASTER RECORD.        *
004450******************************************************************
004460 2000-LOAD-SNAPSHOT.
004470     MOVE 'CMNMSNP' TO WS-ENV-NAME.
004480     DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME.
004490     DISPLAY WS-SNAP-DSN UPON ENVIRONMENT-VALUE.
004500     OPEN INPUT CMN-MST-IN-FILE.
004510     IF WS-MST-IN-FILE-STATUS NOT = '00'
004520         MOVE 0152               TO CMN-ABEND-CODE
004530         MOVE 'MSTRCN'           TO CMN-ABEND-PGM-NAME
004540         MOVE 'SNAPSHOT DATASET NOT USABLE'
004550                                 TO CMN-ABEND-REASON
004560         PERFORM 9000-CMN-ABEND  THRU 9000-EXIT
004570         SET WS-ABEND-OCCURRED   TO TRUE
004580         GO TO 2000-EXIT
004590     END-IF.
004600     PERFORM 2100-READ-SNAPSHOT THRU 2100-EXIT
004610         UNTIL WS-MST-EOF OR WS-ABEND-OCCURRED.
004620     CLOSE CMN-MST-IN-FILE.
004630     IF WS-ABEND-OCCURRED
004640         GO TO 2000-EXIT
004650     END-IF.
004660     MOVE SPACES TO CMN-LOG-MSG-TEXT.
004670     STRING 'MSTRCN - SNAPSHOT RECORDS LOADED '
004680                              DELIMITED BY SIZE
004690            WS-SNAP-COUNT     DELIMITED BY SIZE
004700       INTO CMN-LOG-MSG-TEXT.
004710     PERFORM 7000-LOG-MESSAGE THRU 7000-EXIT.
004720 2000-EXIT.
004730     EXIT.
004740*
004750 2100-READ-SNAPSHOT.
004760     READ CMN-MST-IN-FILE
004770         AT END
004780             SET WS-MST-EOF TO TRUE
004790             GO TO 2100-EXIT
004800     END-READ.
004810     IF CMN-MST-KEY NOT > WS-SNAP-PREV-KEY
004820         MOVE 0152               TO CMN-ABEND-CODE
004830         MOVE 'MSTRCN'           TO CMN-ABEND-PGM-NAME
004840         MOVE 'SNAPSHOT OUT OF KEY SEQUENCE'
004850                                 TO CMN-ABEND-REASON
004860         PERFORM 9000-CMN-ABEND  THRU 9000-EXIT
004870         SET WS-ABEND-OCCURRED   TO TRUE
004880         GO TO 2100-EXIT
004890     END-IF.
004900     IF WS-MST-COUNT NOT < WS-MST-MAX
004910         PERFORM 4690-MASTER-TABLE-FULL THRU 4690-EXIT
004920         GO TO 2100-EXIT
004930     END-IF.
004940     MOVE CMN-MST-KEY TO WS-SNAP-PREV-KEY.
004950     ADD 1 TO WS-SNAP-COUNT.
004960     ADD CMN-MST-BALANCE TO WS-SNAP-HASH.
004970     ADD 1 TO WS-MST-COUNT.
004980     MOVE WS-MST-COUNT TO WS-MST-SUB.
004990     MOVE CMN-MST-KEY     TO WS-MST-E-KEY (WS-MST-SUB).
005000     MOVE CMN-MST-NAME    TO WS-MST-E-NAME (WS-MST-SUB).
005010     MOVE CMN-MST-BALANCE TO WS-MST-E-BALANCE (WS-MST-SUB).
005020     MOVE CMN-MST-LAST-MAINT-DATE
005030                          TO WS-MST-E-MAINT-DATE (WS-MST-SUB).
005040     MOVE CMN-MST-STATUS  TO WS-MST-E-STATUS (WS-MST-SUB).
005050     IF CMN-MST-STATUS = SPACE
005060         MOVE 'A'         TO WS-MST-E-STATUS (WS-MST-SUB)
005070     END-IF.
005080     MOVE ZEROS           TO WS-MST-E-OD-LIMIT (WS-MST-SUB).
005090     IF CMN-MST-OD-LIMIT NUMERIC
005100         MOVE CMN-MST-OD-LIMIT TO WS-MST-E-OD-LIMIT (WS-MST-SUB)
005110     END-IF.
005120     SET WS-MST-E-LIVE (WS-MST-SUB) TO TRUE.
005130 2100-EXIT.
005140     EXIT.
005150*
005160******************************************************************
005170* 3000-FIND-LIVE-RUNS - FIRST PASS OF THE JOURNAL. FOR EVERY      *
005180* CYCLE DATE FROM THE SNAPSHOT DATE TO THE TARGET, THE RUN ID     *
005190* OF THE LAST RECORD JOURNALED FOR IT IS THE RUN THAT STOOD. THE  *
005200* SNAPSHOT DATE'S OWN RUN IS KEPT TO PLACE THAT DATE'S LATER      *
005210* CORRECTIONS. AN ABSENT JOURNAL MEANS NOTHING WAS APPLIED.       *
005220******************************************************************
005230 3000-FIND-LIVE-RUNS.
005240     OPEN INPUT CMN-JRN-FILE.
005250     IF WS-JRN-FILE-STATUS NOT = '00'
005260         AND WS-JRN-FILE-STATUS NOT = '05'
005270         PERFORM 4890-INPUT-FAIL THRU 4890-EXIT
005280         GO TO 3000-EXIT
005290     END-IF.
005300     SET WS-JRN-NOT-EOF TO TRUE.
005310     PERFORM 3100-SCAN-JOURNAL THRU 3100-EXIT
005320         UNTIL WS-JRN-EOF OR WS-ABEND-OCCURRED.
005330     CLOSE CMN-JRN-FILE.
005340     IF WS-ABEND-OCCURRED
005350         GO TO 3000-EXIT
005360     END-IF.
005370     MOVE WS-SNAP-DATE TO WS-LOOK-DATE.
005380     PERFORM 3200-FIND-LIVE-DATE THRU 3200-EXIT.
005390     IF WS-LIVE-SUB > ZEROS
005400         MOVE WS-LIVE-E-RUN-ID (WS-LIVE-SUB) TO WS-SNAP-RUN-ID
005410     END-IF.
005420 3000-EXIT.
005430     EXIT.
005440*
005450 3100-SCAN-JOURNAL.
005460     READ CMN-JRN-FILE
005470         AT END
005480             SET WS-JRN-EOF TO TRUE
005490             GO TO 3100-EXIT
005500     END-READ.
005510     IF CMN-JRN-PROC-DATE NOT NUMERIC
005520         OR CMN-JRN-PROC-DATE < WS-SNAP-DATE
005530         OR CMN-JRN-PROC-DATE > WS-TARGET-DATE
005540         GO TO 3100-EXIT
005550     END-IF.
005560     MOVE CMN-JRN-PROC-DATE TO WS-LOOK-DATE.
005570     PERFORM 3200-FIND-LIVE-DATE THRU 3200-EXIT.
005580     IF WS-LIVE-SUB = ZEROS
005590         IF WS-LIVE-COUNT NOT < WS-LIVE-MAX
005600             MOVE 0153               TO CMN-ABEND-CODE
005610             MOVE 'MSTRCN'           TO CMN-ABEND-PGM-NAME
005620             MOVE 'CYCLE-DATE TABLE OVERFLOW'
005630                                     TO CMN-ABEND-REASON
005640             PERFORM 9000-CMN-ABEND  THRU 9000-EXIT
005650             SET WS-ABEND-OCCURRED   TO TRUE
005660             GO TO 3100-EXIT
005670         END-IF
005680         ADD 1 TO WS-LIVE-COUNT
005690         MOVE WS-LIVE-COUNT     TO WS-LIVE-SUB
005700         MOVE CMN-JRN-PROC-DATE TO WS-LIVE-E-DATE (WS-LIVE-SUB)
005710     END-IF.
005720     MOVE CMN-JRN-RUN-ID TO WS-LIVE-E-RUN-ID (WS-LIVE-SUB).
005730 3100-EXIT.
005740     EXIT.
005750*
005760******************************************************************
005770* 3200-FIND-LIVE-DATE - LOOK UP WS-LOOK-DATE IN THE CYCLE-DATE    *
005780* TABLE. WS-LIVE-SUB IS ITS ENTRY, OR ZERO WHEN NOT THERE.        *
005790******************************************************************
005800 3200-FIND-LIVE-DATE.
005810     MOVE ZEROS TO WS-LIVE-SUB.
005820     PERFORM 3210-SCAN-LIVE-DATE THRU 3210-EXIT
005830         VARYING WS-SCAN-SUB FROM 1 BY 1
005840         UNTIL WS-SCAN-SUB > WS-LIVE-COUNT
005850            OR WS-LIVE-SUB > ZEROS.
005860 3200-EXIT.
005870     EXIT.
005880*
005890 3210-SCAN-LIVE-DATE.
005900     IF WS-LIVE-E-DATE (WS-SCAN-SUB) = WS-LOOK-DATE
005910         MOVE WS-SCAN-SUB TO WS-LIVE-SUB
005920     END-IF.
005930 3210-EXIT.
005940     EXIT.
005950*
005960******************************************************************
005970* 4000-REPLAY - SECOND PASS. THE JOURNAL AND THE MAINTENANCE      *
005980* AUDIT ARE MERGED ON RUN ID - THE LOWER RUN ID HAPPENED FIRST -  *
005990* AND EACH RECORD TAKEN IS APPLIED TO THE MASTER TABLE.           *
006000******************************************************************
006010 4000-REPLAY.
006020     OPEN INPUT CMN-JRN-FILE.
006030     IF WS-JRN-FILE-STATUS NOT = '00'
006040         AND WS-JRN-FILE-STATUS NOT = '05'
006050         PERFORM 4890-INPUT-FAIL THRU 4890-EXIT
006060         GO TO 4000-EXIT
006070     END-IF.
006080     OPEN INPUT CMN-MAU-FILE.
006090     IF WS-MAU-FILE-STATUS NOT = '00'
006100         AND WS-MAU-FILE-STATUS NOT = '05'
006110         CLOSE CMN-JRN-FILE
006120         PERFORM 4890-INPUT-FAIL THRU 4890-EXIT
006130         GO TO 4000-EXIT
006140     END-IF.
006150     SET WS-JRN-NOT-EOF TO TRUE.
006160     SET WS-MAU-NOT-EOF TO TRUE.
006170     PERFORM 4200-NEXT-JOURNAL THRU 4200-EXIT.
006180     PERFORM 4300-NEXT-MAINT   THRU 4300-EXIT.
006190     PERFORM 4100-REPLAY-ONE-RECORD THRU 4100-EXIT
006200         UNTIL (WS-JRN-RUN-KEY = HIGH-VALUES
006210           AND  WS-MAU-RUN-KEY = HIGH-VALUES)
006220            OR WS-ABEND-OCCURRED.
006230     CLOSE CMN-JRN-FILE
006240           CMN-MAU-FILE.
006250     IF WS-ABEND-OCCURRED
006260         GO TO 4000-EXIT
006270     END-IF.
006280     MOVE SPACES TO CMN-LOG-MSG-TEXT.
006290     STRING 'MSTRCN - REPLAYED JRN '     DELIMITED BY SIZE
006300            WS-JRN-APPLIED-COUNT         DELIMITED BY SIZE
006310            ' MAINT '                    DELIMITED BY SIZE
006320            WS-MAU-APPLIED-COUNT         DELIMITED BY SIZE
006330            ' BREAKS '                   DELIMITED BY SIZE
006340            WS-BREAK-COUNT               DELIMITED BY SIZE
006350       INTO CMN-LOG-MSG-TEXT.
006360     PERFORM 7000-LOG-MESSAGE THRU 7000-EXIT.
006370 4000-EXIT.
006380     EXIT.
006390*
006400 4100-REPLAY-ONE-RECORD.
006410     IF WS-JRN-RUN-KEY NOT > WS-MAU-RUN-KEY
006420         PERFORM 4400-APPLY-JOURNAL THRU 4400-EXIT
006430         PERFORM 4200-NEXT-JOURNAL  THRU 4200-EXIT
006440     ELSE
006450         PERFORM 4500-APPLY-MAINT   THRU 4500-EXIT
006460         PERFORM 4300-NEXT-MAINT    THRU 4300-EXIT
006470     END-IF.
006480 4100-EXIT.
006490     EXIT.
006500*
006510******************************************************************
006520* 4200-NEXT-JOURNAL - READ ON TO THE NEXT JOURNAL RECORD TO BE    *
006530* REPLAYED: A CYCLE DATE AFTER THE SNAPSHOT AND NOT AFTER THE     *
006540* TARGET, WRITTEN BY THE RUN THAT STOOD FOR THAT DATE. END OF     *
006550* FILE SETS THE MERGE KEY TO HIGH-VALUES.                         *
006560******************************************************************
006570 4200-NEXT-JOURNAL.
006580     SET WS-RECORD-NOT-TAKEN TO TRUE.
006590     PERFORM 4210-READ-JOURNAL THRU 4210-EXIT
006600         UNTIL WS-RECORD-TAKEN OR WS-JRN-EOF.
006610     IF WS-JRN-EOF
006620         MOVE HIGH-VALUES    TO WS-JRN-RUN-KEY
006630     ELSE
006640         MOVE CMN-JRN-RUN-ID TO WS-JRN-RUN-KEY
006650     END-IF.
006660 4200-EXIT.
006670     EXIT.
006680*
006690 4210-READ-JOURNAL.
006700     READ CMN-JRN-FILE
006710         AT END
006720             SET WS-JRN-EOF TO TRUE
006730             GO TO 4210-EXIT
006740     END-READ.
006750     ADD 1 TO WS-JRN-READ-COUNT.
006760     IF CMN-JRN-PROC-DATE NOT NUMERIC
006770         OR CMN-JRN-PROC-DATE NOT > WS-SNAP-DATE
006780         OR CMN-JRN-PROC-DATE > WS-TARGET-DATE
006790         GO TO 4210-EXIT
006800     END-IF.
006810     ADD 1 TO WS-JRN-RANGE-COUNT.
006820     MOVE CMN-JRN-PROC-DATE TO WS-LOOK-DATE.
006830     PERFORM 3200-FIND-LIVE-DATE THRU 3200-EXIT.
006840     IF WS-LIVE-SUB > ZEROS
006850         AND CMN-JRN-RUN-ID = WS-LIVE-E-RUN-ID (WS-LIVE-SUB)
006860         SET WS-RECORD-TAKEN TO TRUE
006870     ELSE
006880         PERFORM 4220-NOTE-EXCLUDED THRU 4220-EXIT
006890     END-IF.
006900 4210-EXIT.
006910     EXIT.
006920*
006930 4220-NOTE-EXCLUDED.
006940     ADD 1 TO WS-JRN-EXCLUDED-COUNT.
006950     MOVE ZEROS TO WS-XCL-FOUND.
006960     PERFORM 4230-SCAN-EXCLUDED THRU 4230-EXIT
006970         VARYING WS-XCL-SUB FROM 1 BY 1
006980         UNTIL WS-XCL-SUB > WS-XCL-COUNT
006990            OR WS-XCL-FOUND > ZEROS.
007000     IF WS-XCL-FOUND = ZEROS
007010         IF WS-XCL-COUNT NOT < WS-XCL-MAX
007020             MOVE 0153               TO CMN-ABEND-CODE
007030             MOVE 'MSTRCN'           TO CMN-ABEND-PGM-NAME
007040             MOVE 'EXCLUDED-RUN TABLE OVERFLOW'
007050                                     TO CMN-ABEND-REASON
007060             PERFORM 9000-CMN-ABEND  THRU 9000-EXIT
007070             SET WS-ABEND-OCCURRED   TO TRUE
007080             SET WS-JRN-EOF          TO TRUE
007090             GO TO 4220-EXIT
007100         END-IF
007110         ADD 1 TO WS-XCL-COUNT
007120         MOVE WS-XCL-COUNT      TO WS-XCL-FOUND
007130         MOVE CMN-JRN-RUN-ID    TO WS-XCL-E-RUN-ID (WS-XCL-FOUND)
007140         MOVE CMN-JRN-PROC-DATE TO WS-XCL-E-DATE (WS-XCL-FOUND)
007150         MOVE ZEROS             TO WS-XCL-E-RECORDS (WS-XCL-FOUND)
007160     END-IF.
007170     ADD 1 TO WS-XCL-E-RECORDS (WS-XCL-FOUND).
007180 4220-EXIT.
007190     EXIT.
007200*
007210 4230-SCAN-EXCLUDED.
007220     IF WS-XCL-E-RUN-ID (WS-XCL-SUB) = CMN-JRN-RUN-ID
007230         AND WS-XCL-E-DATE (WS-XCL-SUB) = CMN-JRN-PROC-DATE
007240         MOVE WS-XCL-SUB TO WS-XCL-FOUND
007250     END-IF.
007260 4230-EXIT.
007270     EXIT.
007280*
007290******************************************************************
007300* 4300-NEXT-MAINT - READ ON TO THE NEXT CORRECTION TO BE          *
007310* REPLAYED. ITS DATE IS THE CONTROL DATE IT WAS MADE UNDER, OR    *
007320* THE RUN DATE ON A RECORD FROM BEFORE THAT WAS CARRIED. ONE      *
007330* UNDER THE SNAPSHOT DATE COUNTS ONLY IF IT RAN AFTER THAT        *
007340* DATE'S CYCLE.                                                   *
007350******************************************************************
007360 4300-NEXT-MAINT.
007370     SET WS-RECORD-NOT-TAKEN TO TRUE.
007380     PERFORM 4310-READ-MAINT THRU 4310-EXIT
007390         UNTIL WS-RECORD-TAKEN OR WS-MAU-EOF.
007400     IF WS-MAU-EOF
007410         MOVE HIGH-VALUES    TO WS-MAU-RUN-KEY
007420     ELSE
007430         MOVE CMN-MAU-RUN-ID TO WS-MAU-RUN-KEY
007440     END-IF.
007450 4300-EXIT.
007460     EXIT.
007470*
007480 4310-READ-MAINT.
007490     READ CMN-MAU-FILE
007500         AT END
007510             SET WS-MAU-EOF TO TRUE
007520             GO TO 4310-EXIT
007530     END-READ.
007540     ADD 1 TO WS-MAU-READ-COUNT.
007550     IF CMN-MAU-CTL-DATE NUMERIC
007560         AND CMN-MAU-CTL-DATE > ZEROS
007570         MOVE CMN-MAU-CTL-DATE TO WS-MAU-EFF-DATE
007580     ELSE
007590         MOVE CMN-MAU-DATE     TO WS-MAU-EFF-DATE
007600     END-IF.
007610     IF WS-MAU-EFF-DATE > WS-SNAP-DATE
007620         AND WS-MAU-EFF-DATE NOT > WS-TARGET-DATE
007630         SET WS-RECORD-TAKEN TO TRUE
007640     END-IF.
007650     IF WS-MAU-EFF-DATE = WS-SNAP-DATE
007660         AND WS-SNAP-RUN-ID NOT = SPACES
007670         AND CMN-MAU-RUN-ID > WS-SNAP-RUN-ID
007680         SET WS-RECORD-TAKEN TO TRUE
007690     END-IF.
007700 4310-EXIT.
007710     EXIT.
007720*
007730******************************************************************
007740* 4400-APPLY-JOURNAL - APPLY ONE JOURNAL RECORD AS THE PROC       *
007750* APPLY DID: AN ADD OPENS THE ACCOUNT ACTIVE WITH NO OVERDRAFT,   *
007760* A CHANGE OR TRANSFER LEG TAKES THE AFTER-BALANCE, A DELETE      *
007770* REMOVES THE ACCOUNT. THE BEFORE-BALANCE IS PROVED FIRST.        *
007780******************************************************************
007790 4400-APPLY-JOURNAL.
007800     ADD 1 TO WS-JRN-APPLIED-COUNT.
007810     MOVE CMN-JRN-KEY       TO WS-FIND-KEY.
007820     MOVE CMN-JRN-PROC-DATE TO WS-BREAK-DATE.
007830     PERFORM 4600-FIND-KEY THRU 4600-EXIT.
007840     IF CMN-JRN-ACTION = 'A'
007850         IF WS-KEY-LIVE
007860             MOVE 'ADD FOR A LIVE ACCOUNT' TO WS-BREAK-REASON
007870             MOVE ZEROS TO WS-BREAK-EXPECTED
007880             PERFORM 4700-NOTE-BREAK THRU 4700-EXIT
007890         END-IF
007900         PERFORM 4650-PLACE-KEY THRU 4650-EXIT
007910         IF WS-ABEND-OCCURRED
007920             GO TO 4400-EXIT
007930         END-IF
007940         MOVE CMN-JRN-NAME      TO WS-MST-E-NAME (WS-MST-SUB)
007950         MOVE CMN-JRN-BAL-AFTER TO WS-MST-E-BALANCE (WS-MST-SUB)
007960         MOVE CMN-JRN-PROC-DATE
007970                           TO WS-MST-E-MAINT-DATE (WS-MST-SUB)
007980         MOVE 'A'               TO WS-MST-E-STATUS (WS-MST-SUB)
007990         MOVE ZEROS             TO WS-MST-E-OD-LIMIT (WS-MST-SUB)
008000         SET WS-MST-E-LIVE (WS-MST-SUB) TO TRUE
008010         GO TO 4400-EXIT
008020     END-IF.
008030     IF CMN-JRN-ACTION NOT = 'C'
008040         AND CMN-JRN-ACTION NOT = 'T'
008050         AND CMN-JRN-ACTION NOT = 'D'
008060         MOVE 'UNKNOWN JOURNAL ACTION' TO WS-BREAK-REASON
008070         MOVE CMN-JRN-BAL-BEFORE TO WS-BREAK-EXPECTED
008080         PERFORM 4700-NOTE-BREAK THRU 4700-EXIT
008090         GO TO 4400-EXIT
008100     END-IF.
008110     IF WS-KEY-NOT-LIVE
008120         MOVE 'NO MASTER FOR KEY' TO WS-BREAK-REASON
008130         MOVE CMN-JRN-BAL-BEFORE TO WS-BREAK-EXPECTED
008140         PERFORM 4700-NOTE-BREAK THRU 4700-EXIT
008150         GO TO 4400-EXIT
008160     END-IF.
008170     IF CMN-JRN-BAL-BEFORE NOT = WS-MST-E-BALANCE (WS-MST-SUB)
008180         MOVE 'BEFORE-BALANCE MISMATCH' TO WS-BREAK-REASON
008190         MOVE CMN-JRN-BAL-BEFORE TO WS-BREAK-EXPECTED
008200         PERFORM 4700-NOTE-BREAK THRU 4700-EXIT
008210     END-IF.
008220     IF CMN-JRN-ACTION = 'D'
008230         MOVE ZEROS TO WS-MST-E-BALANCE (WS-MST-SUB)
008240         SET WS-MST-E-GONE (WS-MST-SUB) TO TRUE
008250     ELSE
008260         MOVE CMN-JRN-BAL-AFTER TO WS-MST-E-BALANCE (WS-MST-SUB)
008270         MOVE CMN-JRN-PROC-DATE
008280                           TO WS-MST-E-MAINT-DATE (WS-MST-SUB)
008290     END-IF.
008300 4400-EXIT.
008310     EXIT.
008320*
008330******************************************************************
008340* 4500-APPLY-MAINT - APPLY ONE MSTMNT CORRECTION FROM ITS AFTER   *
008350* IMAGE. THE OLD BALANCE IS PROVED FIRST. A STATUS OR LIMIT LEFT  *
008360* BLANK BY AN OLDER AUDIT RECORD LEAVES THE REBUILT VALUE AS IT   *
008370* IS.                                                             *
008380******************************************************************
008390 4500-APPLY-MAINT.
008400     ADD 1 TO WS-MAU-APPLIED-COUNT.
008410     MOVE CMN-MAU-KEY     TO WS-FIND-KEY.
008420     MOVE WS-MAU-EFF-DATE TO WS-BREAK-DATE.
008430     PERFORM 4600-FIND-KEY THRU 4600-EXIT.
008440     IF CMN-MAU-FUNCTION = 'ADD '
008450         IF WS-KEY-LIVE
008460             MOVE 'ADD FOR A LIVE ACCOUNT' TO WS-BREAK-REASON
008470             MOVE ZEROS TO WS-BREAK-EXPECTED
008480             PERFORM 4700-NOTE-BREAK THRU 4700-EXIT
008490         END-IF
008500         PERFORM 4650-PLACE-KEY THRU 4650-EXIT
008510         IF WS-ABEND-OCCURRED
008520             GO TO 4500-EXIT
008530         END-IF
008540         MOVE 'A'   TO WS-MST-E-STATUS (WS-MST-SUB)
008550         MOVE ZEROS TO WS-MST-E-OD-LIMIT (WS-MST-SUB)
008560         SET WS-MST-E-LIVE (WS-MST-SUB) TO TRUE
008570         PERFORM 4550-TAKE-AFTER-IMAGE THRU 4550-EXIT
008580         GO TO 4500-EXIT
008590     END-IF.
008600     IF CMN-MAU-FUNCTION NOT = 'CHG '
008610         AND CMN-MAU-FUNCTION NOT = 'DEL '
008620         MOVE 'UNKNOWN AUDIT FUNCTION' TO WS-BREAK-REASON
008630         MOVE CMN-MAU-OLD-BALANCE TO WS-BREAK-EXPECTED
008640         PERFORM 4700-NOTE-BREAK THRU 4700-EXIT
008650         GO TO 4500-EXIT
008660     END-IF.
008670     IF WS-KEY-NOT-LIVE
008680         MOVE 'NO MASTER FOR KEY' TO WS-BREAK-REASON
008690         MOVE CMN-MAU-OLD-BALANCE TO WS-BREAK-EXPECTED
008700         PERFORM 4700-NOTE-BREAK THRU 4700-EXIT
008710         GO TO 4500-EXIT
008720     END-IF.
008730     IF CMN-MAU-OLD-BALANCE NOT = WS-MST-E-BALANCE (WS-MST-SUB)
008740         MOVE 'OLD-BALANCE MISMATCH' TO WS-BREAK-REASON
008750         MOVE CMN-MAU-OLD-BALANCE TO WS-BREAK-EXPECTED
008760         PERFORM 4700-NOTE-BREAK THRU 4700-EXIT
008770     END-IF.
008780     IF CMN-MAU-FUNCTION = 'DEL '
008790         MOVE ZEROS TO WS-MST-E-BALANCE (WS-MST-SUB)
008800         SET WS-MST-E-GONE (WS-MST-SUB) TO TRUE
008810     ELSE
008820         PERFORM 4550-TAKE-AFTER-IMAGE THRU 4550-EXIT
008830     END-IF.
008840 4500-EXIT.
008850     EXIT.
008860*
008870 4550-TAKE-AFTER-IMAGE.
008880     MOVE CMN-MAU-NEW-BALANCE TO WS-MST-E-BALANCE (WS-MST-SUB).
008890     MOVE CMN-MAU-NEW-NAME    TO WS-MST-E-NAME (WS-MST-SUB).
008900     MOVE WS-MAU-EFF-DATE     TO WS-MST-E-MAINT-DATE (WS-MST-SUB).
008910     IF CMN-MAU-NEW-STATUS NOT = SPACE
008920         MOVE CMN-MAU-NEW-STATUS TO WS-MST-E-STATUS (WS-MST-SUB)
008930     END-IF.
008940     IF CMN-MAU-NEW-OD-LIMIT NUMERIC
008950         MOVE CMN-MAU-NEW-OD-LIMIT
008960                              TO WS-MST-E-OD-LIMIT (WS-MST-SUB)
008970     END-IF.
008980 4550-EXIT.
008990     EXIT.
009000*
009010******************************************************************
009020* 4600-FIND-KEY - BINARY SEARCH OF THE MASTER TABLE FOR           *
009030* WS-FIND-KEY. WHEN FOUND WS-MST-SUB IS ITS SLOT; WHEN NOT, IT    *
009040* IS THE SLOT THE KEY WOULD BE INSERTED AT.                       *
009050******************************************************************
009060 4600-FIND-KEY.
009070     SET WS-KEY-NOT-FOUND TO TRUE.
009080     SET WS-KEY-NOT-LIVE  TO TRUE.
009090     MOVE 1            TO WS-FIND-LOW.
009100     MOVE WS-MST-COUNT TO WS-FIND-HIGH.
009110     PERFORM 4610-PROBE-TABLE THRU 4610-EXIT
009120         UNTIL WS-KEY-FOUND
009130            OR WS-FIND-LOW > WS-FIND-HIGH.
009140     IF WS-KEY-NOT-FOUND
009150         MOVE WS-FIND-LOW TO WS-MST-SUB
009160         GO TO 4600-EXIT
009170     END-IF.
009180     IF WS-MST-E-LIVE (WS-MST-SUB)
009190         SET WS-KEY-LIVE TO TRUE
009200     END-IF.
009210 4600-EXIT.
009220     EXIT.
009230*
009240 4610-PROBE-TABLE.
009250     COMPUTE WS-FIND-MID = (WS-FIND-LOW + WS-FIND-HIGH) / 2.
009260     EVALUATE TRUE
009270         WHEN WS-MST-E-KEY (WS-FIND-MID) = WS-FIND-KEY
009280             MOVE WS-FIND-MID TO WS-MST-SUB
009290             SET WS-KEY-FOUND TO TRUE
009300         WHEN WS-MST-E-KEY (WS-FIND-MID) < WS-FIND-KEY
009310             COMPUTE WS-FIND-LOW  = WS-FIND-MID + 1
009320         WHEN OTHER
009330             COMPUTE WS-FIND-HIGH = WS-FIND-MID - 1
009340     END-EVALUATE.
009350 4610-EXIT.
009360     EXIT.
009370*
009380******************************************************************
009390* 4650-PLACE-KEY - MAKE SURE WS-FIND-KEY HAS A SLOT. A NEW KEY    *
009400* IS INSERTED AT WS-MST-SUB AND EVERY ENTRY ABOVE IT MOVES UP     *
009410* ONE, SO THE TABLE STAYS IN KEY ORDER.                           *
009420******************************************************************
009430 4650-PLACE-KEY.
009440     IF WS-KEY-FOUND
009450         GO TO 4650-EXIT
009460     END-IF.
009470     IF WS-MST-COUNT NOT < WS-MST-MAX
009480         PERFORM 4690-MASTER-TABLE-FULL THRU 4690-EXIT
009490         GO TO 4650-EXIT
009500     END-IF.
009510     PERFORM 4660-SHIFT-UP-ONE THRU 4660-EXIT
009520         VARYING WS-SHIFT-SUB FROM WS-MST-COUNT BY -1
009530         UNTIL WS-SHIFT-SUB < WS-MST-SUB.
009540     ADD 1 TO WS-MST-COUNT.
009550     MOVE WS-FIND-KEY TO WS-MST-E-KEY (WS-MST-SUB).
009560     MOVE SPACES      TO WS-MST-E-NAME (WS-MST-SUB)
009570                         WS-MST-E-STATUS (WS-MST-SUB).
009580     MOVE ZEROS       TO WS-MST-E-BALANCE (WS-MST-SUB)
009590                         WS-MST-E-MAINT-DATE (WS-MST-SUB)
009600                         WS-MST-E-OD-LIMIT (WS-MST-SUB).
009610     SET WS-MST-E-GONE (WS-MST-SUB) TO TRUE.
009620     SET WS-KEY-FOUND TO TRUE.
009630 4650-EXIT.
009640     EXIT.
009650*
009660 4660-SHIFT-UP-ONE.
009670     MOVE WS-MST-ENTRY (WS-SHIFT-SUB)
009680                         TO WS-MST-ENTRY (WS-SHIFT-SUB + 1).
009690 4660-EXIT.
009700     EXIT.
009710*
009720 4690-MASTER-TABLE-FULL.
009730     MOVE 0153               TO CMN-ABEND-CODE.
009740     MOVE 'MSTRCN'           TO CMN-ABEND-PGM-NAME.
009750     MOVE 'MASTER TABLE OVERFLOW'
009760                             TO CMN-ABEND-REASON.
009770     PERFORM 9000-CMN-ABEND  THRU 9000-EXIT.
009780     SET WS-ABEND-OCCURRED   TO TRUE.
009790 4690-EXIT.
009800     EXIT.
009810*
009820******************************************************************
009830* 4700-NOTE-BREAK - LIST ONE REPLAY BREAK. THE REBUILT BALANCE    *
009840* IS SHOWN AGAINST WHAT THE RECORD SAYS IT WAS BEFORE.            *
009850******************************************************************
009860 4700-NOTE-BREAK.
009870     ADD 1 TO WS-BREAK-COUNT.
009880     MOVE WS-BREAK-EXPECTED TO WS-DISP-EXPECTED.
009890     MOVE ZEROS TO WS-DISP-BALANCE.
009900     IF WS-KEY-FOUND
009910         MOVE WS-MST-E-BALANCE (WS-MST-SUB) TO WS-DISP-BALANCE
009920     END-IF.
009930     DISPLAY 'MSTRCN - BREAK ' WS-BREAK-REASON
009940             ' KEY ' WS-FIND-KEY ' DATE ' WS-BREAK-DATE
009950             ' RECORD ' WS-DISP-EXPECTED
009960             ' REBUILT ' WS-DISP-BALANCE.
009970     SET CMN-LOG-SEV-ERROR TO TRUE.
009980     MOVE SPACES TO CMN-LOG-MSG-TEXT.
009990     STRING 'MSTRCN - BREAK ' DELIMITED BY SIZE
010000            WS-BREAK-REASON   DELIMITED BY SIZE
010010            ' KEY '           DELIMITED BY SIZE
010020            WS-FIND-KEY       DELIMITED BY SIZE
010030       INTO CMN-LOG-MSG-TEXT.
010040     PERFORM 7000-LOG-MESSAGE THRU 7000-EXIT.
010050 4700-EXIT.
010060     EXIT.
010070*
010080 4890-INPUT-FAIL.
010090     MOVE 0154               TO CMN-ABEND-CODE.
010100     MOVE 'MSTRCN'           TO CMN-ABEND-PGM-NAME.
010110     MOVE 'JOURNAL, AUDIT OR TOTALS FILE NOT USABLE'
010120                             TO CMN-ABEND-REASON.
010130     PERFORM 9000-CMN-ABEND  THRU 9000-EXIT.
010140     SET WS-ABEND-OCCURRED   TO TRUE.
010150 4890-EXIT.
010160     EXIT.
010170*
010180******************************************************************
010190* 5000-PROVE-TOTALS - TALLY THE REBUILT MASTER AND FIND THE       *
010200* CLOSING TOTALS FOR THE TARGET DATE AND THE SNAPSHOT DATE ON     *
010210* CMNTOTF. SEVERAL RECORDS MAY CARRY ONE DATE - THE CYCLE'S AND   *
010220* ANY MSTMNT ADJUSTMENT - AND THE LAST OF THEM IS THE CLOSE.      *
010230******************************************************************
010240 5000-PROVE-TOTALS.
010250     PERFORM 5100-TALLY-ONE-ENTRY THRU 5100-EXIT
010260         VARYING WS-MST-SUB FROM 1 BY 1
010270         UNTIL WS-MST-SUB > WS-MST-COUNT.
010280     OPEN INPUT CMN-TOT-FILE.
010290     IF WS-TOT-FILE-STATUS NOT = '00'
010300         AND WS-TOT-FILE-STATUS NOT = '05'
010310         PERFORM 4890-INPUT-FAIL THRU 4890-EXIT
010320         GO TO 5000-EXIT
010330     END-IF.
010340     SET WS-TOT-NOT-EOF TO TRUE.
010350     PERFORM 5200-READ-TOTALS THRU 5200-EXIT
010360         UNTIL WS-TOT-EOF.
010370     CLOSE CMN-TOT-FILE.
010380     SET WS-RCN-NOT-PROVED TO TRUE.
010390     IF WS-TOT-CLOSE-FOUND
010400         AND WS-RCN-COUNT = WS-TOT-CLOSE-COUNT
010410         AND WS-RCN-HASH  = WS-TOT-CLOSE-HASH
010420         SET WS-RCN-PROVED TO TRUE
010430     END-IF.
010440     IF WS-TOT-SNAP-FOUND
010450         AND (WS-SNAP-COUNT NOT = WS-TOT-SNAP-COUNT
010460              OR WS-SNAP-HASH NOT = WS-TOT-SNAP-HASH)
010470         SET CMN-LOG-SEV-WARN TO TRUE
010480         MOVE SPACES TO CMN-LOG-MSG-TEXT
010490         STRING 'MSTRCN - SNAPSHOT ' DELIMITED BY SIZE
010500                WS-SNAP-DATE         DELIMITED BY SIZE
010510                ' DOES NOT MATCH CMNTOTF'
010520                                     DELIMITED BY SIZE
010530           INTO CMN-LOG-MSG-TEXT
010540         PERFORM 7000-LOG-MESSAGE THRU 7000-EXIT
010550     END-IF.
010560 5000-EXIT.
010570     EXIT.
010580*
010590 5100-TALLY-ONE-ENTRY.
010600     IF WS-MST-E-LIVE (WS-MST-SUB)
010610         ADD 1 TO WS-RCN-COUNT
010620         ADD WS-MST-E-BALANCE (WS-MST-SUB) TO WS-RCN-HASH
010630     END-IF.
010640 5100-EXIT.
010650     EXIT.
010660*
010670 5200-READ-TOTALS.
010680     READ CMN-TOT-FILE
010690         AT END
010700             SET WS-TOT-EOF TO TRUE
010710             GO TO 5200-EXIT
010720     END-READ.
010730     IF CMN-TOT-PROC-DATE = WS-TARGET-DATE
010740         SET WS-TOT-CLOSE-FOUND TO TRUE
010750         MOVE CMN-TOT-MST-OUT-COUNT TO WS-TOT-CLOSE-COUNT
010760         MOVE CMN-TOT-HASH-OUT      TO WS-TOT-CLOSE-HASH
010770     END-IF.
010780     IF CMN-TOT-PROC-DATE = WS-SNAP-DATE
010790         SET WS-TOT-SNAP-FOUND TO TRUE
010800         MOVE CMN-TOT-MST-OUT-COUNT TO WS-TOT-SNAP-COUNT
010810         MOVE CMN-TOT-HASH-OUT      TO WS-TOT-SNAP-HASH
010820     END-IF.
010830 5200-EXIT.
010840     EXIT.
010850*
010860******************************************************************
010870* 5500-PRINT-REPORT - THE SNAPSHOT USED, WHAT WAS REPLAYED AND    *
010880* EXCLUDED, AND THE PROOF. PRINTED WHETHER OR NOT THE RESULT      *
010890* PROVES, SO A FAILED REBUILD CAN BE WORKED FROM THE LISTING.     *
010900******************************************************************
010910 5500-PRINT-REPORT.
010920     DISPLAY 'MSTRCN - MASTER RECONSTRUCTION TO CLOSE OF '
010930             WS-TARGET-DATE.
010940     DISPLAY 'MSTRCN -   SNAPSHOT DATE    ' WS-SNAP-DATE
010950             ' ' WS-SNAP-DSN.
010960     MOVE WS-SNAP-HASH TO WS-DISP-HASH.
010970     DISPLAY 'MSTRCN -   SNAPSHOT RECORDS ' WS-SNAP-COUNT
010980             ' HASH ' WS-DISP-HASH.
010990     EVALUATE TRUE
011000         WHEN WS-TOT-SNAP-NOT-FOUND
011010             DISPLAY 'MSTRCN -   SNAPSHOT TOTALS  NOT ON CMNTOTF'
011020         WHEN WS-SNAP-COUNT = WS-TOT-SNAP-COUNT
011030             AND WS-SNAP-HASH = WS-TOT-SNAP-HASH
011040             DISPLAY 'MSTRCN -   SNAPSHOT TOTALS  PROVE'
011050         WHEN OTHER
011060             MOVE WS-TOT-SNAP-HASH TO WS-DISP-HASH
011070             DISPLAY 'MSTRCN -   SNAPSHOT TOTALS  '
011080                     WS-TOT-SNAP-COUNT ' HASH ' WS-DISP-HASH
011090                     ' ON CMNTOTF - DO NOT MATCH'
011100     END-EVALUATE.
011110     DISPLAY 'MSTRCN -   JOURNAL READ     ' WS-JRN-READ-COUNT
011120             ' IN RANGE ' WS-JRN-RANGE-COUNT.
011130     DISPLAY 'MSTRCN -   JOURNAL REPLAYED ' WS-JRN-APPLIED-COUNT.
011140     DISPLAY 'MSTRCN -   JOURNAL EXCLUDED '
011150             WS-JRN-EXCLUDED-COUNT.
011160     PERFORM 5510-PRINT-ONE-EXCLUDED THRU 5510-EXIT
011170         VARYING WS-XCL-SUB FROM 1 BY 1
011180         UNTIL WS-XCL-SUB > WS-XCL-COUNT.
011190     DISPLAY 'MSTRCN -   MAINT READ       ' WS-MAU-READ-COUNT.
011200     DISPLAY 'MSTRCN -   MAINT REPLAYED   ' WS-MAU-APPLIED-COUNT.
011210     DISPLAY 'MSTRCN -   REPLAY BREAKS    ' WS-BREAK-COUNT.
011220     MOVE WS-RCN-HASH TO WS-DISP-HASH.
011230     DISPLAY 'MSTRCN -   REBUILT RECORDS  ' WS-RCN-COUNT
011240             ' HASH ' WS-DISP-HASH.
011250     IF WS-TOT-CLOSE-FOUND
011260         MOVE WS-TOT-CLOSE-HASH TO WS-DISP-HASH
011270         DISPLAY 'MSTRCN -   CMNTOTF CLOSE    '
011280                 WS-TOT-CLOSE-COUNT ' HASH ' WS-DISP-HASH
011290     ELSE
011300         DISPLAY 'MSTRCN -   CMNTOTF CLOSE    NOT FOUND'
011310     END-IF.
011320     IF WS-RCN-PROVED AND WS-BREAK-COUNT = ZEROS
011330         DISPLAY 'MSTRCN -   RESULT           PROVED'
011340     ELSE
011350         DISPLAY 'MSTRCN -   RESULT           NOT PROVED - '
011360                 'NO MASTER WRITTEN'
011370     END-IF.
011380 5500-EXIT.
011390     EXIT.
011400*
011410 5510-PRINT-ONE-EXCLUDED.
011420     DISPLAY 'MSTRCN -     SUPERSEDED RUN '
011430             WS-XCL-E-RUN-ID (WS-XCL-SUB)
011440             ' DATE ' WS-XCL-E-DATE (WS-XCL-SUB)
011450             ' RECORDS ' WS-XCL-E-RECORDS (WS-XCL-SUB).
011460 5510-EXIT.
011470     EXIT.
011480*
011490******************************************************************
011500* 5800-CHECK-RELEASE - NOTHING IS WRITTEN UNLESS THE REPLAY RAN   *
011510* WITHOUT A BREAK AND THE RESULT PROVES TO CMNTOTF.               *
011520******************************************************************
011530 5800-CHECK-RELEASE.
011540     IF WS-BREAK-COUNT > ZEROS
011550         MOVE 0155               TO CMN-ABEND-CODE
011560         MOVE 'MSTRCN'           TO CMN-ABEND-PGM-NAME
011570         MOVE 'REPLAY BROKE - SEE BREAK LISTING'
011580                                 TO CMN-ABEND-REASON
011590         PERFORM 9000-CMN-ABEND  THRU 9000-EXIT
011600         SET WS-ABEND-OCCURRED   TO TRUE
011610         GO TO 5800-EXIT
011620     END-IF.
011630     IF WS-TOT-CLOSE-NOT-FOUND
011640         MOVE 0156               TO CMN-ABEND-CODE
011650         MOVE 'MSTRCN'           TO CMN-ABEND-PGM-NAME
011660         MOVE 'NO CMNTOTF TOTALS FOR TARGET DATE'
011670                                 TO CMN-ABEND-REASON
011680         PERFORM 9000-CMN-ABEND  THRU 9000-EXIT
011690         SET WS-ABEND-OCCURRED   TO TRUE
011700         GO TO 5800-EXIT
011710     END-IF.
011720     IF WS-RCN-NOT-PROVED
011730         MOVE 0156               TO CMN-ABEND-CODE
011740         MOVE 'MSTRCN'           TO CMN-ABEND-PGM-NAME
011750         MOVE 'REBUILT MASTER DOES NOT PROVE TO CMNTOTF'
011760                                 TO CMN-ABEND-REASON
011770         PERFORM 9000-CMN-ABEND  THRU 9000-EXIT
011780         SET WS-ABEND-OCCURRED   TO TRUE
011790     END-IF.
011800 5800-EXIT.
011810     EXIT.
011820*
011830******************************************************************
011840* 6000-WRITE-MASTER - WRITE EVERY LIVE ACCOUNT, IN KEY ORDER, TO  *
011850* THE REBUILT GENERATION (CMNRCNO).                               *
011860******************************************************************
011870 6000-WRITE-MASTER.
011880     OPEN OUTPUT CMN-MST-OUT-FILE.
011890     IF WS-MST-OUT-STATUS NOT = '00'
011900         PERFORM 6900-OUTPUT-FAIL THRU 6900-EXIT
011910         GO TO 6000-EXIT
011920     END-IF.
011930     PERFORM 6100-WRITE-ONE-ENTRY THRU 6100-EXIT
011940         VARYING WS-MST-SUB FROM 1 BY 1
011950         UNTIL WS-MST-SUB > WS-MST-COUNT
011960            OR WS-ABEND-OCCURRED.
011970     CLOSE CMN-MST-OUT-FILE.
011980     IF WS-ABEND-OCCURRED
011990         GO TO 6000-EXIT
012000     END-IF.
012010     MOVE SPACES TO CMN-LOG-MSG-TEXT.
012020     STRING 'MSTRCN - REBUILT MASTER WRITTEN '
012030                              DELIMITED BY SIZE
012040            WS-RCN-WRITTEN    DELIMITED BY SIZE
012050            ' AS OF '         DELIMITED BY SIZE
012060            WS-TARGET-DATE    DELIMITED BY SIZE
012070       INTO CMN-LOG-MSG-TEXT.
012080     PERFORM 7000-LOG-MESSAGE THRU 7000-EXIT.
012090 6000-EXIT.
012100     EXIT.
012110*
012120 6100-WRITE-ONE-ENTRY.
012130     IF WS-MST-E-GONE (WS-MST-SUB)
012140         GO TO 6100-EXIT
012150     END-IF.
012160     MOVE SPACES TO WS-MST-WORK.
012170     MOVE WS-MST-E-KEY (WS-MST-SUB)     TO WS-MST-WORK-KEY.
012180     MOVE WS-MST-E-NAME (WS-MST-SUB)    TO WS-MST-WORK-NAME.
012190     MOVE WS-MST-E-BALANCE (WS-MST-SUB) TO WS-MST-WORK-BALANCE.
012200     MOVE WS-MST-E-MAINT-DATE (WS-MST-SUB)
012210                                        TO WS-MST-WORK-MAINT-DATE.
012220     MOVE WS-MST-E-STATUS (WS-MST-SUB)  TO WS-MST-WORK-STATUS.
012230     MOVE WS-MST-E-OD-LIMIT (WS-MST-SUB)
012240                                        TO WS-MST-WORK-OD-LIMIT.
012250     WRITE CMN-MST-OUT-REC FROM WS-MST-WORK.
012260     IF WS-MST-OUT-STATUS NOT = '00'
012270         PERFORM 6900-OUTPUT-FAIL THRU 6900-EXIT
012280     ELSE
012290         ADD 1 TO WS-RCN-WRITTEN
012300     END-IF.
012310 6100-EXIT.
012320     EXIT.
012330*
012340 6900-OUTPUT-FAIL.
012350     MOVE 0157               TO CMN-ABEND-CODE.
012360     MOVE 'MSTRCN'           TO CMN-ABEND-PGM-NAME.
012370     MOVE 'REBUILT-MASTER FILE NOT USABLE'
012380                             TO CMN-ABEND-REASON.
012390     PERFORM 9000-CMN-ABEND  THRU 9000-EXIT.
012400     SET WS-ABEND-OCCURRED   TO TRUE.
012410 6900-EXIT.
012420     EXIT.
012430*
012440******************************************************************
012450* 8000-TERMINATE - A CLEAN RUN ENDS RC=00 WITH THE REBUILT        *
012460* MASTER ON CMNRCNO; AN ABEND PATH HAS ALREADY SET RETURN-CODE    *
012470* FROM THE ABEND CODE AND MUST NOT BE OVERWRITTEN.                *
012480******************************************************************
012490 8000-TERMINATE.
012500     IF WS-ABEND-NOT-OCCURRED
012510         MOVE 00 TO RETURN-CODE
012520     END-IF.
012530 8000-EXIT.
012540     EXIT.
012550*
012560 COPY CMNDAYP.
012570 COPY CMNLOGP.
012580 COPY CMNABNP.
