000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  REGMNT.
000030 AUTHOR.      R A LOWRY.
000040 INSTALLATION. COMMON-SOURCE LIBRARY.
000050 DATE-WRITTEN. 20261015.
000060 DATE-COMPILED.
000070*
000080******************************************************************
000090* REGMNT - MODULE REGISTRY MAINTENANCE UTILITY                    *
000100* THE SANCTIONED WAY TO CHANGE THE MODULE REGISTRY (CMNREGF)      *
000110* CMNDISP RESOLVES EVERY SERVICE CALL THROUGH. CONTROL CARDS      *
000120* ACTIVATE A VERSION OF A SERVICE, DEACTIVATE A SERVICE, OR       *
000130* ROLL A SERVICE BACK TO THE VERSION THAT WAS ACTIVE BEFORE       *
000140* THE CURRENT ONE. EVERY CHANGE APPENDS A HISTORY RECORD          *
000150* (CMNRGHF) WITH THE RUN ID AND THE OLD AND NEW VERSION, RANK     *
000160* AND ACTIVE FLAG - THE HISTORY IS ALSO WHERE A ROLLBACK FINDS    *
000170* THE PRIOR VERSION.                                              *
000180*                                                                 *
000190* THE REGISTRY IS READ INTO STORAGE, THE WHOLE DECK IS            *
000200* VALIDATED AND APPLIED THERE, AND ONLY THEN IS THE FILE          *
000210* REWRITTEN, IN ITS ORIGINAL ORDER WITH A NEW SERVICE AT THE      *
000220* END. CMNDISP TAKES THE FIRST RECORD FOR A SERVICE, SO A         *
000230* SECOND RECORD FOR ONE IS LEFT ALONE AND WARNED ABOUT.           *
000240*                                                                 *
000250* EVERY RUN - WITH OR WITHOUT CHANGE CARDS - ENDS BY LISTING      *
000260* THE REGISTRY AND CALLING THE VERS FUNCTION OF EACH ACTIVE       *
000270* SERVICE (CMNRGVP), SO A PATCH INSTALL PROVES ON THE SPOT        *
000280* THAT THE LOADED MODULE IS THE VERSION AND RANK THE REGISTRY     *
000290* NOW CLAIMS. DATBATC MAKES THE SAME CHECK BEFORE ANY CYCLE.      *
000300* A RUN WITH AN EMPTY CARD DECK IS JUST THAT CHECK.               *
000310*                                                                 *
000320* CONTROL CARDS (CMNCRD, ONE PER ACTION, APPLIED IN ORDER):       *
000330*   COLS 1-4   FUNCTION - 'ACT ', 'DEA ' OR 'RBK '.               *
000340*   COLS 6-13  SERVICE (LOAD-MODULE) NAME.                        *
000350*   COLS 15-18 ACT ONLY - VERSION, THE PATCH LEVEL THE MODULE'S   *
000360*              VERS FUNCTION REPORTS (E.G. V030).                 *
000370*   COLS 20-22 ACT ONLY - THE LINK RANK THE MODULE WAS BUILT AT.  *
000380* ACT OF A SERVICE NOT YET REGISTERED ADDS IT. ACT AT THE         *
000390* VERSION AND RANK ALREADY ACTIVE, OR DEA OF A SERVICE ALREADY    *
000400* INACTIVE, IS A WARNING AND CHANGES NOTHING. RBK RESTORES THE    *
000410* OLD VERSION AND RANK OF THE LATEST ACT THAT BROUGHT IN THE      *
000420* CURRENT ONE, AND MAKES THE SERVICE ACTIVE - A SECOND RBK        *
000430* STEPS BACK ONE VERSION FURTHER.                                 *
000440*                                                                 *
000450* ABEND CODES (THROUGH THE SHARED CMNABNP PARAGRAPH):             *
000460*   U0200 - CONTROL-CARD FILE MISSING OR UNREADABLE.              *
000470*   U0201 - CARD INVALID (UNKNOWN FUNCTION, NO SERVICE NAME,      *
000480*           ACT WITHOUT A VERSION OR A NUMERIC RANK, CONTROL-     *
000490*           CARD TABLE OVERFLOW). NOTHING IS CHANGED.             *
000500*   U0202 - REGISTRY NOT USABLE, OR THE REWRITE FAILED -          *
000510*           RESTORE THE REGISTRY BEFORE THE NEXT CYCLE.           *
000520*   U0203 - DEA OR RBK FOR A SERVICE NOT IN THE REGISTRY.         *
000530*           NOTHING IS CHANGED.                                   *
000540*   U0204 - RBK WITH NO PRIOR VERSION IN THE HISTORY. NOTHING     *
000550*           IS CHANGED.                                           *
000560*   U0205 - HISTORY FILE NOT USABLE OR HISTORY WRITE FAILED -     *
000570*           A HISTORY WRITE FAILURE LEAVES THE REGISTRY           *
000580*           CHANGED BUT NOT EVIDENCED.                            *
000590*   U0206 - AN ACTIVE SERVICE'S LOADED MODULE DOES NOT REPORT     *
000600*           THE VERSION AND RANK THE REGISTRY CLAIMS (SEE THE     *
000610*           REGISTRY CHECK LINES ON THE LOG) - ROLL BACK OR       *
000620*           CORRECT THE LOAD LIBRARY; DATBATC WILL NOT START.     *
000630*   U0207 - MORE SERVICES THAN THE REGISTRY TABLE HOLDS.          *
000640******************************************************************
000650*
000660* MAINTENANCE HISTORY                                            *
000670* DATE     INIT DESCRIPTION                                      *
000680* -------- ---- ----------------------------------------         *
000690* 20261015 RAL   ORIGINAL MEMBER.                                *
000700******************************************************************
000710*
000720 ENVIRONMENT DIVISION.
000730 CONFIGURATION SECTION.
000740 SOURCE-COMPUTER.      IBM-370.
000750 OBJECT-COMPUTER.      IBM-370.
000760 INPUT-OUTPUT SECTION.
000770 FILE-CONTROL.
000780     SELECT CMN-CRD-FILE              ASSIGN TO CMNCRD
000790                             ORGANIZATION IS LINE SEQUENTIAL
000800                             FILE STATUS IS WS-CRD-FILE-STATUS.
000810     SELECT OPTIONAL CMN-REG-FILE     ASSIGN TO CMNREG
000820                             ORGANIZATION IS LINE SEQUENTIAL
000830                             FILE STATUS IS CMN-RGV-FILE-STATUS.
000840     SELECT OPTIONAL CMN-RGH-FILE     ASSIGN TO CMNRGH
000850                             ORGANIZATION IS LINE SEQUENTIAL
000860                             FILE STATUS IS WS-RGH-FILE-STATUS.
000870     SELECT OPTIONAL CMN-LOG-FILE     ASSIGN TO CMNLOG
000880                             ORGANIZATION IS LINE SEQUENTIAL
000890                             FILE STATUS IS CMN-LOG-FILE-STATUS.
000900*
000910 DATA DIVISION.
000920 FILE SECTION.
000930 COPY CMNCRDF.
000940 COPY CMNREGF.
000950 COPY CMNRGHF.
000960 COPY CMNLOGF.
000970*
000980 WORKING-STORAGE SECTION.
000990 77  WS-CRD-FILE-STATUS           PIC X(02) VALUE '00'.
001000 77  WS-RGH-FILE-STATUS           PIC X(02) VALUE '00'.
001010 77  WS-RUN-DATE                  PIC 9(08) VALUE ZEROS.
001020 77  WS-RUN-TIME                  PIC 9(08) VALUE ZEROS.
001030 77  WS-CARD-COUNT                PIC 9(05) VALUE ZEROS.
001040 77  WS-ACTIVATE-COUNT            PIC 9(05) VALUE ZEROS.
001050 77  WS-DEACTIVATE-COUNT          PIC 9(05) VALUE ZEROS.
001060 77  WS-ROLLBACK-COUNT            PIC 9(05) VALUE ZEROS.
001070 77  WS-WARN-COUNT                PIC 9(05) VALUE ZEROS.
001080 77  WS-HIST-READ-COUNT           PIC 9(07) VALUE ZEROS.
001090 77  WS-CRD-SUB                   PIC 9(04) VALUE ZEROS.
001100 77  WS-REG-SUB                   PIC 9(03) VALUE ZEROS.
001110 77  WS-FOUND-SUB                 PIC 9(03) VALUE ZEROS.
001120 77  WS-ACT-SUB                   PIC 9(03) VALUE ZEROS.
001130 77  WS-PRIOR-SUB                 PIC 9(03) VALUE ZEROS.
001140 77  WS-SHIFT-SUB                 PIC 9(03) VALUE ZEROS.
001150 77  WS-NEXT-SUB                  PIC 9(03) VALUE ZEROS.
001160 77  WS-CHG-SUB                   PIC 9(03) VALUE ZEROS.
001170 77  WS-ACTIVE-COUNT              PIC 9(03) VALUE ZEROS.
001180 77  WS-FIND-NAME                 PIC X(08) VALUE SPACES.
001190 01  WS-SWITCHES.
001200     05  WS-ABEND-SWITCH             PIC X(01) VALUE 'N'.
001210         88  WS-ABEND-OCCURRED               VALUE 'Y'.
001220         88  WS-ABEND-NOT-OCCURRED           VALUE 'N'.
001230     05  WS-CRD-EOF-SW               PIC X(01) VALUE 'N'.
001240         88  WS-CRD-EOF                      VALUE 'Y'.
001250         88  WS-CRD-NOT-EOF                  VALUE 'N'.
001260     05  WS-REG-EOF-SW               PIC X(01) VALUE 'N'.
001270         88  WS-REG-EOF                      VALUE 'Y'.
001280         88  WS-REG-NOT-EOF                  VALUE 'N'.
001290     05  WS-RGH-EOF-SW               PIC X(01) VALUE 'N'.
001300         88  WS-RGH-EOF                      VALUE 'Y'.
001310         88  WS-RGH-NOT-EOF                  VALUE 'N'.
001320 01  WS-CARD.
001330     05  WS-CARD-FUNCTION            PIC X(04) VALUE SPACES.
001340         88  WS-CARD-ACTIVATE                VALUE 'ACT '.
001350         88  WS-CARD-DEACTIVATE              VALUE 'DEA '.
001360         88  WS-CARD-ROLLBACK                VALUE 'RBK '.
001370     05  FILLER                      PIC X(01) VALUE SPACES.
001380     05  WS-CARD-NAME                PIC X(08) VALUE SPACES.
001390     05  FILLER                      PIC X(01) VALUE SPACES.
001400     05  WS-CARD-VERSION             PIC X(04) VALUE SPACES.
001410     05  FILLER                      PIC X(01) VALUE SPACES.
001420     05  WS-CARD-RANK                PIC X(03) VALUE SPACES.
001430     05  WS-CARD-RANK-N REDEFINES WS-CARD-RANK
001440                                     PIC 9(03).
001450     05  FILLER                      PIC X(58) VALUE SPACES.
001460* CONTROL CARDS LOADED UP FRONT SO THE WHOLE DECK IS              *
001470* VALIDATED BEFORE THE REGISTRY IS TOUCHED.                       *
001480 01  WS-CRD-TABLE.
001490     05  WS-CRD-COUNT                PIC 9(04) VALUE ZEROS.
001500     05  WS-CRD-MAX                  PIC 9(04) VALUE 100.
001510     05  WS-CRD-ENTRY                OCCURS 100 TIMES.
001520         10  WS-CRD-E-FUNCTION       PIC X(04).
001530         10  WS-CRD-E-NAME           PIC X(08).
001540         10  WS-CRD-E-VERSION        PIC X(04).
001550         10  WS-CRD-E-RANK           PIC 9(03).
001560* THE REGISTRY BEING MAINTAINED, IN FILE ORDER. THE REST OF       *
001570* EACH RECORD IS CARRIED THROUGH UNCHANGED.                       *
001580 01  WS-REG-TABLE.
001590     05  WS-REG-COUNT                PIC 9(03) VALUE ZEROS.
001600     05  WS-REG-MAX                  PIC 9(03) VALUE 050.
001610     05  WS-REG-ENTRY                OCCURS 50 TIMES.
001620         10  WS-REG-E-NAME           PIC X(08).
001630         10  WS-REG-E-VERSION        PIC X(04).
001640         10  WS-REG-E-RANK           PIC 9(03).
001650         10  WS-REG-E-ACTIVE-SW      PIC X(01).
001660         10  WS-REG-E-REST           PIC X(64).
001670* EVERY ACTIVATION ON THE HISTORY FILE AND FROM THIS RUN,         *
001680* OLDEST FIRST - WHAT A ROLLBACK SEARCHES, NEWEST FIRST. WHEN     *
001690* FULL THE OLDEST IS DROPPED, SO A ROLLBACK CAN STEP BACK         *
001700* THROUGH THE LAST 500 ACTIVATIONS.                               *
001710 01  WS-ACT-TABLE.
001720     05  WS-ACT-COUNT                PIC 9(03) VALUE ZEROS.
001730     05  WS-ACT-MAX                  PIC 9(03) VALUE 500.
001740     05  WS-ACT-ENTRY                OCCURS 500 TIMES.
001750         10  WS-ACT-E-NAME           PIC X(08).
001760         10  WS-ACT-E-OLD-VERSION    PIC X(04).
001770         10  WS-ACT-E-OLD-RANK       PIC 9(03).
001780         10  WS-ACT-E-NEW-VERSION    PIC X(04).
001790         10  WS-ACT-E-NEW-RANK       PIC 9(03).
001800* ONE ENTRY PER CHANGE MADE, WRITTEN TO CMNRGHF ONCE THE          *
001810* REGISTRY HAS BEEN REWRITTEN.                                    *
001820 01  WS-CHG-TABLE.
001830     05  WS-CHG-COUNT                PIC 9(03) VALUE ZEROS.
001840     05  WS-CHG-ENTRY                OCCURS 100 TIMES.
001850         10  WS-CHG-E-FUNCTION       PIC X(04).
001860         10  WS-CHG-E-NAME           PIC X(08).
001870         10  WS-CHG-E-OLD-VERSION    PIC X(04).
001880         10  WS-CHG-E-OLD-RANK       PIC 9(03).
001890         10  WS-CHG-E-OLD-ACTIVE-SW  PIC X(01).
001900         10  WS-CHG-E-NEW-VERSION    PIC X(04).
001910         10  WS-CHG-E-NEW-RANK       PIC 9(03).
001920         10  WS-CHG-E-NEW-ACTIVE-SW  PIC X(01).
001930 01  WS-CHG-WORK.
001940     05  WS-CHG-FUNCTION             PIC X(04) VALUE SPACES.
001950     05  WS-CHG-NAME                 PIC X(08) VALUE SPACES.
001960     05  WS-CHG-OLD-VERSION          PIC X(04) VALUE SPACES.
001970     05  WS-CHG-OLD-RANK             PIC 9(03) VALUE ZEROS.
001980     05  WS-CHG-OLD-ACTIVE-SW        PIC X(01) VALUE SPACES.
001990     05  WS-CHG-NEW-VERSION          PIC X(04) VALUE SPACES.
002000     05  WS-CHG-NEW-RANK             PIC 9(03) VALUE ZEROS.
002010     05  WS-CHG-NEW-ACTIVE-SW        PIC X(01) VALUE SPACES.
002020*
002030 COPY CMNLINK.
002040 COPY CMNRGVW.
002050 COPY CMNLOGW.
002060 COPY CMNABNW.
002070*
002080 PROCEDURE DIVISION.
002090******************************************************************
002100* 0000-MAINLINE                                                   *
002110******************************************************************
002120 0000-MAINLINE.
002130     MOVE 'REGMNT' TO CMN-LOG-PGM-NAME.
002140     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002150     IF WS-ABEND-NOT-OCCURRED
002160         PERFORM 1400-LOAD-REGISTRY THRU 1400-EXIT
002170     END-IF.
002180     IF WS-ABEND-NOT-OCCURRED
002190         AND WS-CRD-COUNT > ZEROS
002200         PERFORM 1500-LOAD-HISTORY THRU 1500-EXIT
002210     END-IF.
002220     IF WS-ABEND-NOT-OCCURRED
002230         PERFORM 2000-APPLY-CARDS THRU 2000-EXIT
002240     END-IF.
002250     IF WS-ABEND-NOT-OCCURRED
002260         AND WS-CHG-COUNT > ZEROS
002270         PERFORM 3000-REWRITE-REGISTRY THRU 3000-EXIT
002280         IF WS-ABEND-NOT-OCCURRED
002290             PERFORM 3500-WRITE-HISTORY THRU 3500-EXIT
002300         END-IF
002310     END-IF.
002320     IF WS-ABEND-NOT-OCCURRED
002330         PERFORM 4000-CHECK-REGISTRY THRU 4000-EXIT
002340     END-IF.
002350     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002360     STOP RUN.
002370*
002380******************************************************************
002390* 1000-INITIALIZE - BUILD THE RUN ID (IT ALSO RIDES THE VERS      *
002400* CALLS) AND LOAD AND VALIDATE THE WHOLE CONTROL-CARD DECK        *
002410* BEFORE THE REGISTRY IS READ.                                    *
002420******************************************************************
002430 1000-INITIALIZE.
002440     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002450     ACCEPT WS-RUN-TIME FROM TIME.
002460     MOVE SPACES TO CMN-LINK-RUN-ID.
002470     STRING WS-RUN-DATE DELIMITED BY SIZE
002480            WS-RUN-TIME DELIMITED BY SIZE
002490       INTO CMN-LINK-RUN-ID.
002500     MOVE CMN-LINK-RUN-ID TO CMN-LOG-RUN-ID.
002510     MOVE 'REGMNT'        TO CMN-CALLER-NAME.
002520     MOVE ZEROS           TO CMN-LINK-DATE-OVERRIDE.
002530     OPEN INPUT CMN-CRD-FILE.
002540     IF WS-CRD-FILE-STATUS NOT = '00'
002550         MOVE 0200               TO CMN-ABEND-CODE
002560         MOVE 'REGMNT'           TO CMN-ABEND-PGM-NAME
002570         MOVE 'CONTROL-CARD FILE NOT AVAILABLE'
002580                                 TO CMN-ABEND-REASON
002590         PERFORM 9000-CMN-ABEND  THRU 9000-EXIT
002600         SET WS-ABEND-OCCURRED   TO TRUE
002610         GO TO 1000-EXIT
002620     END-IF.
002630     PERFORM 1200-LOAD-CARD THRU 1200-EXIT
002640         UNTIL WS-CRD-EOF OR WS-ABEND-OCCURRED.
002650     CLOSE CMN-CRD-FILE.
002660     IF WS-ABEND-OCCURRED
002670         GO TO 1000-EXIT
002680     END-IF.
002690     MOVE SPACES TO CMN-LOG-MSG-TEXT.
002700     STRING 'REGMNT - CONTROL CARDS LOADED '
002710                              DELIMITED BY SIZE
002720            WS-CARD-COUNT     DELIMITED BY SIZE
002730       INTO CMN-LOG-MSG-TEXT.
002740     PERFORM 7000-LOG-MESSAGE THRU 7000-EXIT.
002750 1000-EXIT.
002760     EXIT.
002770*
002780 1200-LOAD-CARD.
002790     READ CMN-CRD-FILE
002800         AT END
002810             SET WS-CRD-EOF TO TRUE
002820         NOT AT END
002830             MOVE CMN-CRD-REC TO WS-CARD
002840             IF WS-CARD NOT = SPACES
002850                 ADD 1 TO WS-CARD-COUNT
002860                 PERFORM 1250-VALIDATE-CARD THRU 1250-EXIT
002870             END-IF
002880     END-READ.
002890 1200-EXIT.
002900     EXIT.
002910*
002920 1250-VALIDATE-CARD.
002930     IF NOT WS-CARD-ACTIVATE
002940         AND NOT WS-CARD-DEACTIVATE
002950         AND NOT WS-CARD-ROLLBACK
002960         MOVE 'UNKNOWN FUNCTION ON REGMNT CONTROL CARD'
002970                                 TO CMN-ABEND-REASON
002980         PERFORM 1290-CARD-INVALID THRU 1290-EXIT
002990         GO TO 1250-EXIT
003000     END-IF.
003010     IF WS-CARD-NAME = SPACES
003020         MOVE 'CONTROL CARD HAS NO SERVICE NAME'
003030                                 TO CMN-ABEND-REASON
003040         PERFORM 1290-CARD-INVALID THRU 1290-EXIT
003050         GO TO 1250-EXIT
003060     END-IF.
003070     IF WS-CARD-ACTIVATE
003080         IF WS-CARD-VERSION = SPACES
003090             MOVE 'ACT CARD HAS NO VERSION'
003100                                 TO CMN-ABEND-REASON
003110             PERFORM 1290-CARD-INVALID THRU 1290-EXIT
003120             GO TO 1250-EXIT
003130         END-IF
003140         IF WS-CARD-RANK NOT NUMERIC
003150             OR WS-CARD-RANK-N = ZEROS
003160             MOVE 'ACT CARD RANK NOT A NUMBER'
003170                                 TO CMN-ABEND-REASON
003180             PERFORM 1290-CARD-INVALID THRU 1290-EXIT
003190             GO TO 1250-EXIT
003200         END-IF
003210     ELSE
003220         MOVE SPACES TO WS-CARD-VERSION
003230         MOVE ZEROS  TO WS-CARD-RANK-N
003240     END-IF.
003250     IF WS-CRD-COUNT NOT < WS-CRD-MAX
003260         MOVE 'CONTROL-CARD TABLE OVERFLOW'
003270                                 TO CMN-ABEND-REASON
003280         PERFORM 1290-CARD-INVALID THRU 1290-EXIT
003290         GO TO 1250-EXIT
003300     END-IF.
003310     ADD 1 TO WS-CRD-COUNT.
003320     MOVE WS-CARD-FUNCTION TO WS-CRD-E-FUNCTION (WS-CRD-COUNT).
003330     MOVE WS-CARD-NAME     TO WS-CRD-E-NAME (WS-CRD-COUNT).
003340     MOVE WS-CARD-VERSION  TO WS-CRD-E-VERSION (WS-CRD-COUNT).
003350     MOVE WS-CARD-RANK-N   TO WS-CRD-E-RANK (WS-CRD-COUNT).
003360 1250-EXIT.
003370     EXIT.
003380*
003390 1290-CARD-INVALID.
003400     MOVE 0201               TO CMN-ABEND-CODE.
003410     MOVE 'REGMNT'           TO CMN-ABEND-PGM-NAME.
003420     PERFORM 9000-CMN-ABEND  THRU 9000-EXIT.
003430     SET WS-ABEND-OCCURRED   TO TRUE.
003440 1290-EXIT.
003450     EXIT.
003460*
003470******************************************************************
003480* 1400-LOAD-REGISTRY - THE WHOLE REGISTRY INTO THE TABLE. AN      *
003490* ABSENT REGISTRY IS EMPTY - AN ACT CARD CAN BUILD ONE.           *
003500******************************************************************
003510 1400-LOAD-REGISTRY.
003520     OPEN INPUT CMN-REG-FILE.
003530     IF CMN-RGV-FILE-STATUS NOT = '00'
003540         AND CMN-RGV-FILE-STATUS NOT = '05'
003550         MOVE 0202               TO CMN-ABEND-CODE
003560         MOVE 'REGMNT'           TO CMN-ABEND-PGM-NAME
003570         MOVE 'MODULE REGISTRY NOT USABLE'
003580                                 TO CMN-ABEND-REASON
003590         PERFORM 9000-CMN-ABEND  THRU 9000-EXIT
003600         SET WS-ABEND-OCCURRED   TO TRUE
003610         GO TO 1400-EXIT
003620     END-IF.
003630     SET WS-REG-NOT-EOF TO TRUE.
003640     PERFORM 1410-READ-REGISTRY THRU 1410-EXIT
003650         UNTIL WS-REG-EOF OR WS-ABEND-OCCURRED.
003660     CLOSE CMN-REG-FILE.
003670 1400-EXIT.
003680     EXIT.
003690*
003700 1410-READ-REGISTRY.
003710     READ CMN-REG-FILE
003720         AT END
003730             SET WS-REG-EOF TO TRUE
003740             GO TO 1410-EXIT
003750     END-READ.
003760     MOVE CMN-REG-NAME TO WS-FIND-NAME.
003770     PERFORM 5000-FIND-SERVICE THRU 5000-EXIT.
003780     IF WS-FOUND-SUB > ZEROS
003790         ADD 1 TO WS-WARN-COUNT
003800         SET CMN-LOG-SEV-WARN TO TRUE
003810         MOVE SPACES TO CMN-LOG-MSG-TEXT
003820         STRING 'REGMNT - SECOND RECORD FOR '  DELIMITED BY SIZE
003830                CMN-REG-NAME                   DELIMITED BY SIZE
003840                ' - CMNDISP USES THE FIRST'    DELIMITED BY SIZE
003850           INTO CMN-LOG-MSG-TEXT
003860         PERFORM 7000-LOG-MESSAGE THRU 7000-EXIT
003870     END-IF.
003880     PERFORM 5100-ADD-SERVICE THRU 5100-EXIT.
003890     IF WS-ABEND-OCCURRED
003900         GO TO 1410-EXIT
003910     END-IF.
003920     MOVE CMN-REG-VERSION   TO WS-REG-E-VERSION (WS-REG-COUNT).
003930     MOVE CMN-REG-RANK      TO WS-REG-E-RANK (WS-REG-COUNT).
003940     MOVE CMN-REG-ACTIVE-SW TO WS-REG-E-ACTIVE-SW (WS-REG-COUNT).
003950     MOVE CMN-REG-REC (17:64) TO WS-REG-E-REST (WS-REG-COUNT).
003960 1410-EXIT.
003970     EXIT.
003980*
003990******************************************************************
004000* 1500-LOAD-HISTORY - EVERY ACTIVATION ON THE HISTORY FILE,       *
004010* OLDEST FIRST, FOR RBK. AN ABSENT FILE IS NO HISTORY YET.        *
004020******************************************************************
004030 1500-LOAD-HISTORY.
004040     OPEN INPUT CMN-RGH-FILE.
004050     IF WS-RGH-FILE-STATUS NOT = '00'
004060         AND WS-RGH-FILE-STATUS NOT = '05'
004070         MOVE 0205               TO CMN-ABEND-CODE
004080         MOVE 'REGMNT'           TO CMN-ABEND-PGM-NAME
004090         MOVE 'REGISTRY HISTORY FILE NOT USABLE'
004100                                 TO CMN-ABEND-REASON
004110         PERFORM 9000-CMN-ABEND  THRU 9000-EXIT
004120         SET WS-ABEND-OCCURRED   TO TRUE
004130         GO TO 1500-EXIT
004140     END-IF.
004150     SET WS-RGH-NOT-EOF TO TRUE.
004160     PERFORM 1510-READ-HISTORY THRU 1510-EXIT
004170         UNTIL WS-RGH-EOF.
004180     CLOSE CMN-RGH-FILE.
004190     MOVE SPACES TO CMN-LOG-MSG-TEXT.
004200     STRING 'REGMNT - HISTORY RECORDS READ '
004210                              DELIMITED BY SIZE
004220            WS-HIST-READ-COUNT DELIMITED BY SIZE
004230            ' ACTIVATIONS '   DELIMITED BY SIZE
004240            WS-ACT-COUNT      DELIMITED BY SIZE
004250       INTO CMN-LOG-MSG-TEXT.
004260     PERFORM 7000-LOG-MESSAGE THRU 7000-EXIT.
004270 1500-EXIT.
004280     EXIT.
004290*
004300 1510-READ-HISTORY.
004310     READ CMN-RGH-FILE
004320         AT END
004330             SET WS-RGH-EOF TO TRUE
004340             GO TO 1510-EXIT
004350     END-READ.
004360     ADD 1 TO WS-HIST-READ-COUNT.
004370     IF NOT CMN-RGH-ACTIVATE
004380         GO TO 1510-EXIT
004390     END-IF.
004400     MOVE CMN-RGH-NAME        TO WS-CHG-NAME.
004410     MOVE CMN-RGH-OLD-VERSION TO WS-CHG-OLD-VERSION.
004420     MOVE CMN-RGH-OLD-RANK    TO WS-CHG-OLD-RANK.
004430     MOVE CMN-RGH-NEW-VERSION TO WS-CHG-NEW-VERSION.
004440     MOVE CMN-RGH-NEW-RANK    TO WS-CHG-NEW-RANK.
004450     PERFORM 5400-ADD-ACTIVATION THRU 5400-EXIT.
004460 1510-EXIT.
004470     EXIT.
004480*
004490******************************************************************
004500* 2000-APPLY-CARDS - THE DECK HAS VALIDATED CLEAN; APPLY EACH     *
004510* CARD TO THE TABLE IN ORDER. THE REGISTRY IS NOT WRITTEN         *
004520* UNTIL EVERY CARD HAS APPLIED, SO A U0203 OR U0204 LEAVES IT     *
004530* AS IT WAS.                                                      *
004540******************************************************************
004550 2000-APPLY-CARDS.
004560     PERFORM 2100-APPLY-ONE-CARD THRU 2100-EXIT
004570         VARYING WS-CRD-SUB FROM 1 BY 1
004580         UNTIL WS-CRD-SUB > WS-CRD-COUNT
004590            OR WS-ABEND-OCCURRED.
004600 2000-EXIT.
004610     EXIT.
004620*
004630 2100-APPLY-ONE-CARD.
004640     MOVE WS-CRD-E-FUNCTION (WS-CRD-SUB) TO WS-CARD-FUNCTION.
004650     MOVE WS-CRD-E-NAME (WS-CRD-SUB)     TO WS-CARD-NAME.
004660     MOVE WS-CRD-E-VERSION (WS-CRD-SUB)  TO WS-CARD-VERSION.
004670     MOVE WS-CRD-E-RANK (WS-CRD-SUB)     TO WS-CARD-RANK-N.
004680     MOVE WS-CARD-NAME TO WS-FIND-NAME.
004690     PERFORM 5000-FIND-SERVICE THRU 5000-EXIT.
004700     EVALUATE TRUE
004710         WHEN WS-CARD-ACTIVATE
004720             PERFORM 2500-ACTIVATE    THRU 2500-EXIT
004730         WHEN WS-CARD-DEACTIVATE
004740             PERFORM 2600-DEACTIVATE  THRU 2600-EXIT
004750         WHEN WS-CARD-ROLLBACK
004760             PERFORM 2700-ROLLBACK    THRU 2700-EXIT
004770     END-EVALUATE.
004780 2100-EXIT.
004790     EXIT.
004800*
004810******************************************************************
004820* 2500-ACTIVATE - THE CARD'S VERSION AND RANK BECOME THE          *
004830* SERVICE'S, ACTIVE. A SERVICE NOT YET REGISTERED IS ADDED.       *
004840******************************************************************
004850 2500-ACTIVATE.
004860     IF WS-FOUND-SUB = ZEROS
004870         PERFORM 5100-ADD-SERVICE THRU 5100-EXIT
004880         IF WS-ABEND-OCCURRED
004890             GO TO 2500-EXIT
004900         END-IF
004910         MOVE WS-REG-COUNT TO WS-FOUND-SUB
004920     END-IF.
004930     IF WS-REG-E-VERSION (WS-FOUND-SUB) = WS-CARD-VERSION
004940         AND WS-REG-E-RANK (WS-FOUND-SUB) = WS-CARD-RANK-N
004950         AND WS-REG-E-ACTIVE-SW (WS-FOUND-SUB) = 'A'
004960         ADD 1 TO WS-WARN-COUNT
004970         SET CMN-LOG-SEV-WARN TO TRUE
004980         MOVE SPACES TO CMN-LOG-MSG-TEXT
004990         STRING 'REGMNT - ACT '        DELIMITED BY SIZE
005000                WS-CARD-NAME           DELIMITED BY SIZE
005010                ' '                    DELIMITED BY SIZE
005020                WS-CARD-VERSION        DELIMITED BY SIZE
005030                ' RANK '               DELIMITED BY SIZE
005040                WS-CARD-RANK           DELIMITED BY SIZE
005050                ' ALREADY ACTIVE - IGNORED'
005060                                       DELIMITED BY SIZE
005070           INTO CMN-LOG-MSG-TEXT
005080         PERFORM 7000-LOG-MESSAGE THRU 7000-EXIT
005090         GO TO 2500-EXIT
005100     END-IF.
005110     PERFORM 5200-SAVE-OLD THRU 5200-EXIT.
005120     MOVE WS-CARD-VERSION TO WS-REG-E-VERSION (WS-FOUND-SUB).
005130     MOVE WS-CARD-RANK-N  TO WS-REG-E-RANK (WS-FOUND-SUB).
005140     MOVE 'A'             TO WS-REG-E-ACTIVE-SW (WS-FOUND-SUB).
005150     PERFORM 5300-RECORD-CHANGE THRU 5300-EXIT.
005160     PERFORM 5400-ADD-ACTIVATION THRU 5400-EXIT.
005170     ADD 1 TO WS-ACTIVATE-COUNT.
005180 2500-EXIT.
005190     EXIT.
005200*
005210 2600-DEACTIVATE.
005220     IF WS-FOUND-SUB = ZEROS
005230         MOVE 'DEA FOR A SERVICE NOT IN THE REGISTRY'
005240                                 TO CMN-ABEND-REASON
005250         PERFORM 2790-NOT-REGISTERED THRU 2790-EXIT
005260         GO TO 2600-EXIT
005270     END-IF.
005280     IF WS-REG-E-ACTIVE-SW (WS-FOUND-SUB) = 'I'
005290         ADD 1 TO WS-WARN-COUNT
005300         SET CMN-LOG-SEV-WARN TO TRUE
005310         MOVE SPACES TO CMN-LOG-MSG-TEXT
005320         STRING 'REGMNT - DEA '        DELIMITED BY SIZE
005330                WS-CARD-NAME           DELIMITED BY SIZE
005340                ' ALREADY INACTIVE - IGNORED'
005350                                       DELIMITED BY SIZE
005360           INTO CMN-LOG-MSG-TEXT
005370         PERFORM 7000-LOG-MESSAGE THRU 7000-EXIT
005380         GO TO 2600-EXIT
005390     END-IF.
005400     PERFORM 5200-SAVE-OLD THRU 5200-EXIT.
005410     MOVE 'I' TO WS-REG-E-ACTIVE-SW (WS-FOUND-SUB).
005420     PERFORM 5300-RECORD-CHANGE THRU 5300-EXIT.
005430     ADD 1 TO WS-DEACTIVATE-COUNT.
005440 2600-EXIT.
005450     EXIT.
005460*
005470******************************************************************
005480* 2700-ROLLBACK - FIND THE LATEST ACTIVATION OF THIS SERVICE      *
005490* THAT BROUGHT IN ITS CURRENT VERSION AND RANK (ONE THAT ONLY     *
005500* RE-ACTIVATED THE SAME VERSION DOES NOT COUNT) AND PUT BACK      *
005510* THE VERSION AND RANK IT REPLACED, ACTIVE. THE ROLLBACK IS       *
005520* NOT ITSELF AN ACTIVATION, SO A SECOND RBK FINDS THE             *
005530* ACTIVATION BEFORE THAT ONE AND STEPS BACK AGAIN.                *
005540******************************************************************
005550 2700-ROLLBACK.
005560     IF WS-FOUND-SUB = ZEROS
005570         MOVE 'RBK FOR A SERVICE NOT IN THE REGISTRY'
005580                                 TO CMN-ABEND-REASON
005590         PERFORM 2790-NOT-REGISTERED THRU 2790-EXIT
005600         GO TO 2700-EXIT
005610     END-IF.
005620     MOVE ZEROS TO WS-PRIOR-SUB.
005630     PERFORM 2710-SCAN-ACTIVATION THRU 2710-EXIT
005640         VARYING WS-ACT-SUB FROM WS-ACT-COUNT BY -1
005650         UNTIL WS-ACT-SUB < 1
005660            OR WS-PRIOR-SUB > ZEROS.
005670     IF WS-PRIOR-SUB > ZEROS
005680         IF WS-ACT-E-OLD-VERSION (WS-PRIOR-SUB) = SPACES
005690             MOVE ZEROS TO WS-PRIOR-SUB
005700         END-IF
005710     END-IF.
005720     IF WS-PRIOR-SUB = ZEROS
005730         MOVE 0204               TO CMN-ABEND-CODE
005740         MOVE 'REGMNT'           TO CMN-ABEND-PGM-NAME
005750         MOVE 'NO PRIOR VERSION IN HISTORY FOR RBK'
005760                                 TO CMN-ABEND-REASON
005770         PERFORM 9000-CMN-ABEND  THRU 9000-EXIT
005780         SET WS-ABEND-OCCURRED   TO TRUE
005790         GO TO 2700-EXIT
005800     END-IF.
005810     PERFORM 5200-SAVE-OLD THRU 5200-EXIT.
005820     MOVE WS-ACT-E-OLD-VERSION (WS-PRIOR-SUB)
005830                         TO WS-REG-E-VERSION (WS-FOUND-SUB).
005840     MOVE WS-ACT-E-OLD-RANK (WS-PRIOR-SUB)
005850                         TO WS-REG-E-RANK (WS-FOUND-SUB).
005860     MOVE 'A'            TO WS-REG-E-ACTIVE-SW (WS-FOUND-SUB).
005870     PERFORM 5300-RECORD-CHANGE THRU 5300-EXIT.
005880     ADD 1 TO WS-ROLLBACK-COUNT.
005890 2700-EXIT.
005900     EXIT.
005910*
005920 2710-SCAN-ACTIVATION.
005930     IF WS-ACT-E-NAME (WS-ACT-SUB) = WS-CARD-NAME
005940         AND WS-ACT-E-NEW-VERSION (WS-ACT-SUB)
005950             = WS-REG-E-VERSION (WS-FOUND-SUB)
005960         AND WS-ACT-E-NEW-RANK (WS-ACT-SUB)
005970             = WS-REG-E-RANK (WS-FOUND-SUB)
005980         IF WS-ACT-E-OLD-VERSION (WS-ACT-SUB)
005990                NOT = WS-ACT-E-NEW-VERSION (WS-ACT-SUB)
006000             OR WS-ACT-E-OLD-RANK (WS-ACT-SUB)
006010                NOT = WS-ACT-E-NEW-RANK (WS-ACT-SUB)
006020             MOVE WS-ACT-SUB TO WS-PRIOR-SUB
006030         END-IF
006040     END-IF.
006050 2710-EXIT.
006060     EXIT.
006070*
006080 2790-NOT-REGISTERED.
006090     MOVE 0203               TO CMN-ABEND-CODE.
006100     MOVE 'REGMNT'           TO CMN-ABEND-PGM-NAME.
006110     PERFORM 9000-CMN-ABEND  THRU 9000-EXIT.
006120     SET WS-ABEND-OCCURRED   TO TRUE.
006130 2790-EXIT.
006140     EXIT.
006150*
006160******************************************************************
006170* 3000-REWRITE-REGISTRY - THE OPEN OUTPUT TRUNCATES THE           *
006180* REGISTRY, SO A FAILED WRITE ABENDS FOR A RESTORE - UNTIL IT     *
006190* IS BACK, CMNDISP CANNOT RESOLVE ANY SERVICE.                    *
006200******************************************************************
006210 3000-REWRITE-REGISTRY.
006220     OPEN OUTPUT CMN-REG-FILE.
006230     IF CMN-RGV-FILE-STATUS NOT = '00'
006240         PERFORM 3190-REWRITE-FAIL THRU 3190-EXIT
006250         GO TO 3000-EXIT
006260     END-IF.
006270     PERFORM 3100-WRITE-SERVICE THRU 3100-EXIT
006280         VARYING WS-REG-SUB FROM 1 BY 1
006290         UNTIL WS-REG-SUB > WS-REG-COUNT
006300            OR WS-ABEND-OCCURRED.
006310     CLOSE CMN-REG-FILE.
006320     IF WS-ABEND-OCCURRED
006330         GO TO 3000-EXIT
006340     END-IF.
006350     MOVE SPACES TO CMN-LOG-MSG-TEXT.
006360     STRING 'REGMNT - MODULE REGISTRY REWRITTEN, SERVICES '
006370                              DELIMITED BY SIZE
006380            WS-REG-COUNT      DELIMITED BY SIZE
006390       INTO CMN-LOG-MSG-TEXT.
006400     PERFORM 7000-LOG-MESSAGE THRU 7000-EXIT.
006410 3000-EXIT.
006420     EXIT.
006430*
006440 3100-WRITE-SERVICE.
006450     MOVE SPACES                          TO CMN-REG-REC.
006460     MOVE WS-REG-E-NAME (WS-REG-SUB)      TO CMN-REG-NAME.
006470     MOVE WS-REG-E-VERSION (WS-REG-SUB)   TO CMN-REG-VERSION.
006480     MOVE WS-REG-E-RANK (WS-REG-SUB)      TO CMN-REG-RANK.
006490     MOVE WS-REG-E-ACTIVE-SW (WS-REG-SUB) TO CMN-REG-ACTIVE-SW.
006500     MOVE WS-REG-E-REST (WS-REG-SUB)      TO CMN-REG-REC (17:64).
006510     INSPECT CMN-REG-REC
006520         REPLACING ALL LOW-VALUE BY SPACE.
006530     WRITE CMN-REG-REC.
006540     IF CMN-RGV-FILE-STATUS NOT = '00'
006550         PERFORM 3190-REWRITE-FAIL THRU 3190-EXIT
006560     END-IF.
006570 3100-EXIT.
006580     EXIT.
006590*
006600 3190-REWRITE-FAIL.
006610     MOVE 0202               TO CMN-ABEND-CODE.
006620     MOVE 'REGMNT'           TO CMN-ABEND-PGM-NAME.
006630     MOVE 'REGISTRY REWRITE FAILED - RESTORE FILE'
006640                             TO CMN-ABEND-REASON.
006650     PERFORM 9000-CMN-ABEND  THRU 9000-EXIT.
006660     SET WS-ABEND-OCCURRED   TO TRUE.
006670 3190-EXIT.
006680     EXIT.
006690*
006700******************************************************************
006710* 3500-WRITE-HISTORY - ONE RECORD PER CHANGE, APPENDED ONCE THE   *
006720* REGISTRY IS REWRITTEN. A CHANGE WITHOUT ITS HISTORY RECORD      *
006730* CANNOT BE ROLLED BACK, SO HISTORY TROUBLE ABENDS.               *
006740******************************************************************
006750 3500-WRITE-HISTORY.
006760     OPEN EXTEND CMN-RGH-FILE.
006770     IF WS-RGH-FILE-STATUS NOT = '00'
006780         AND WS-RGH-FILE-STATUS NOT = '05'
006790         PERFORM 3590-HISTORY-FAIL THRU 3590-EXIT
006800         GO TO 3500-EXIT
006810     END-IF.
006820     PERFORM 3550-WRITE-ONE-HISTORY THRU 3550-EXIT
006830         VARYING WS-CHG-SUB FROM 1 BY 1
006840         UNTIL WS-CHG-SUB > WS-CHG-COUNT
006850            OR WS-ABEND-OCCURRED.
006860     CLOSE CMN-RGH-FILE.
006870 3500-EXIT.
006880     EXIT.
006890*
006900 3550-WRITE-ONE-HISTORY.
006910     MOVE SPACES          TO CMN-RGH-REC.
006920     MOVE WS-RUN-DATE     TO CMN-RGH-DATE.
006930     MOVE WS-RUN-TIME     TO CMN-RGH-TIME.
006940     MOVE CMN-LINK-RUN-ID TO CMN-RGH-RUN-ID.
006950     MOVE WS-CHG-E-FUNCTION (WS-CHG-SUB)
006960                          TO CMN-RGH-FUNCTION.
006970     MOVE WS-CHG-E-NAME (WS-CHG-SUB)
006980                          TO CMN-RGH-NAME.
006990     MOVE WS-CHG-E-OLD-VERSION (WS-CHG-SUB)
007000                          TO CMN-RGH-OLD-VERSION.
007010     MOVE WS-CHG-E-OLD-RANK (WS-CHG-SUB)
007020                          TO CMN-RGH-OLD-RANK.
007030     MOVE WS-CHG-E-OLD-ACTIVE-SW (WS-CHG-SUB)
007040                          TO CMN-RGH-OLD-ACTIVE-SW.
007050     MOVE WS-CHG-E-NEW-VERSION (WS-CHG-SUB)
007060                          TO CMN-RGH-NEW-VERSION.
007070     MOVE WS-CHG-E-NEW-RANK (WS-CHG-SUB)
007080                          TO CMN-RGH-NEW-RANK.
007090     MOVE WS-CHG-E-NEW-ACTIVE-SW (WS-CHG-SUB)
007100                          TO CMN-RGH-NEW-ACTIVE-SW.
007110     INSPECT CMN-RGH-REC
007120         REPLACING ALL LOW-VALUE BY SPACE.
007130     WRITE CMN-RGH-REC.
007140     IF WS-RGH-FILE-STATUS NOT = '00'
007150         PERFORM 3590-HISTORY-FAIL THRU 3590-EXIT
007160     END-IF.
007170 3550-EXIT.
007180     EXIT.
007190*
007200 3590-HISTORY-FAIL.
007210     MOVE 0205               TO CMN-ABEND-CODE.
007220     MOVE 'REGMNT'           TO CMN-ABEND-PGM-NAME.
007230     MOVE 'REGISTRY HISTORY WRITE FAILED'
007240                             TO CMN-ABEND-REASON.
007250     PERFORM 9000-CMN-ABEND  THRU 9000-EXIT.
007260     SET WS-ABEND-OCCURRED   TO TRUE.
007270 3590-EXIT.
007280     EXIT.
007290*
007300******************************************************************
007310* 4000-CHECK-REGISTRY - LIST THE REGISTRY AS IT NOW STANDS,       *
007320* THEN PROVE EVERY ACTIVE SERVICE'S LOADED MODULE AGAINST IT.     *
007330******************************************************************
007340 4000-CHECK-REGISTRY.
007350     PERFORM 4100-PRINT-CHANGE THRU 4100-EXIT
007360         VARYING WS-CHG-SUB FROM 1 BY 1
007370         UNTIL WS-CHG-SUB > WS-CHG-COUNT.
007380     DISPLAY 'REGMNT - MODULE REGISTRY'.
007390     DISPLAY 'REGMNT -   SERVICE  VERSION RANK STATUS'.
007400     PERFORM 4200-PRINT-SERVICE THRU 4200-EXIT
007410         VARYING WS-REG-SUB FROM 1 BY 1
007420         UNTIL WS-REG-SUB > WS-REG-COUNT.
007430     DISPLAY 'REGMNT - CARDS ' WS-CARD-COUNT
007440             ' ACT ' WS-ACTIVATE-COUNT
007450             ' DEA ' WS-DEACTIVATE-COUNT
007460             ' RBK ' WS-ROLLBACK-COUNT
007470             ' WARNINGS ' WS-WARN-COUNT.
007480     MOVE SPACES TO CMN-LOG-MSG-TEXT.
007490     STRING 'REGMNT - ACT '     DELIMITED BY SIZE
007500            WS-ACTIVATE-COUNT   DELIMITED BY SIZE
007510            ' DEA '             DELIMITED BY SIZE
007520            WS-DEACTIVATE-COUNT DELIMITED BY SIZE
007530            ' RBK '             DELIMITED BY SIZE
007540            WS-ROLLBACK-COUNT   DELIMITED BY SIZE
007550            ' ACTIVE SERVICES ' DELIMITED BY SIZE
007560            WS-ACTIVE-COUNT     DELIMITED BY SIZE
007570       INTO CMN-LOG-MSG-TEXT.
007580     PERFORM 7000-LOG-MESSAGE THRU 7000-EXIT.
007590     PERFORM 6900-VERIFY-REGISTRY THRU 6900-EXIT.
007600     IF CMN-RGV-FAILED
007610         MOVE 0206               TO CMN-ABEND-CODE
007620         MOVE 'REGMNT'           TO CMN-ABEND-PGM-NAME
007630         MOVE 'LOADED MODULE DISAGREES WITH REGISTRY'
007640                                 TO CMN-ABEND-REASON
007650         PERFORM 9000-CMN-ABEND  THRU 9000-EXIT
007660         SET WS-ABEND-OCCURRED   TO TRUE
007670         GO TO 4000-EXIT
007680     END-IF.
007690     IF CMN-RGV-CHECK-COUNT = ZEROS
007700         ADD 1 TO WS-WARN-COUNT
007710         SET CMN-LOG-SEV-WARN TO TRUE
007720         MOVE 'REGMNT - NO ACTIVE SERVICE, THE CYCLE CANNOT START'
007730                                 TO CMN-LOG-MSG-TEXT
007740         PERFORM 7000-LOG-MESSAGE THRU 7000-EXIT
007750     END-IF.
007760 4000-EXIT.
007770     EXIT.
007780*
007790 4100-PRINT-CHANGE.
007800     DISPLAY 'REGMNT - ' WS-CHG-E-FUNCTION (WS-CHG-SUB)
007810             ' ' WS-CHG-E-NAME (WS-CHG-SUB)
007820             ' FROM ' WS-CHG-E-OLD-VERSION (WS-CHG-SUB)
007830             ' ' WS-CHG-E-OLD-RANK (WS-CHG-SUB)
007840             ' ' WS-CHG-E-OLD-ACTIVE-SW (WS-CHG-SUB)
007850             ' TO ' WS-CHG-E-NEW-VERSION (WS-CHG-SUB)
007860             ' ' WS-CHG-E-NEW-RANK (WS-CHG-SUB)
007870             ' ' WS-CHG-E-NEW-ACTIVE-SW (WS-CHG-SUB).
007880 4100-EXIT.
007890     EXIT.
007900*
007910 4200-PRINT-SERVICE.
007920     IF WS-REG-E-ACTIVE-SW (WS-REG-SUB) = 'A'
007930         ADD 1 TO WS-ACTIVE-COUNT
007940         DISPLAY 'REGMNT -   ' WS-REG-E-NAME (WS-REG-SUB)
007950                 ' ' WS-REG-E-VERSION (WS-REG-SUB)
007960                 '    ' WS-REG-E-RANK (WS-REG-SUB)
007970                 '  ACTIVE'
007980     ELSE
007990         DISPLAY 'REGMNT -   ' WS-REG-E-NAME (WS-REG-SUB)
008000                 ' ' WS-REG-E-VERSION (WS-REG-SUB)
008010                 '    ' WS-REG-E-RANK (WS-REG-SUB)
008020                 '  INACTIVE'
008030     END-IF.
008040 4200-EXIT.
008050     EXIT.
008060*
008070******************************************************************
008080* 5000-FIND-SERVICE - WS-FOUND-SUB IS THE FIRST TABLE ENTRY FOR   *
008090* WS-FIND-NAME (THE ONE CMNDISP WOULD USE), OR ZERO.              *
008100******************************************************************
008110 5000-FIND-SERVICE.
008120     MOVE ZEROS TO WS-FOUND-SUB.
008130     PERFORM 5010-SCAN-SERVICE THRU 5010-EXIT
008140         VARYING WS-REG-SUB FROM 1 BY 1
008150         UNTIL WS-REG-SUB > WS-REG-COUNT
008160            OR WS-FOUND-SUB > ZEROS.
008170 5000-EXIT.
008180     EXIT.
008190*
008200 5010-SCAN-SERVICE.
008210     IF WS-REG-E-NAME (WS-REG-SUB) = WS-FIND-NAME
008220         MOVE WS-REG-SUB TO WS-FOUND-SUB
008230     END-IF.
008240 5010-EXIT.
008250     EXIT.
008260*
008270******************************************************************
008280* 5100-ADD-SERVICE - A NEW ENTRY FOR WS-FIND-NAME AT THE END,     *
008290* NOT YET VERSIONED OR ACTIVE.                                    *
008300******************************************************************
008310 5100-ADD-SERVICE.
008320     IF WS-REG-COUNT NOT < WS-REG-MAX
008330         MOVE 0207               TO CMN-ABEND-CODE
008340         MOVE 'REGMNT'           TO CMN-ABEND-PGM-NAME
008350         MOVE 'MODULE REGISTRY TABLE OVERFLOW'
008360                                 TO CMN-ABEND-REASON
008370         PERFORM 9000-CMN-ABEND  THRU 9000-EXIT
008380         SET WS-ABEND-OCCURRED   TO TRUE
008390         GO TO 5100-EXIT
008400     END-IF.
008410     ADD 1 TO WS-REG-COUNT.
008420     MOVE WS-FIND-NAME TO WS-REG-E-NAME (WS-REG-COUNT).
008430     MOVE SPACES       TO WS-REG-E-VERSION (WS-REG-COUNT)
008440                          WS-REG-E-ACTIVE-SW (WS-REG-COUNT)
008450                          WS-REG-E-REST (WS-REG-COUNT).
008460     MOVE ZEROS        TO WS-REG-E-RANK (WS-REG-COUNT).
008470 5100-EXIT.
008480     EXIT.
008490*
008500 5200-SAVE-OLD.
008510     MOVE WS-CARD-FUNCTION TO WS-CHG-FUNCTION.
008520     MOVE WS-CARD-NAME     TO WS-CHG-NAME.
008530     MOVE WS-REG-E-VERSION (WS-FOUND-SUB)   TO WS-CHG-OLD-VERSION.
008540     MOVE WS-REG-E-RANK (WS-FOUND-SUB)      TO WS-CHG-OLD-RANK.
008550     MOVE WS-REG-E-ACTIVE-SW (WS-FOUND-SUB)
008560             TO WS-CHG-OLD-ACTIVE-SW.
008570 5200-EXIT.
008580     EXIT.
008590*
008600 5300-RECORD-CHANGE.
008610     MOVE WS-REG-E-VERSION (WS-FOUND-SUB)   TO WS-CHG-NEW-VERSION.
008620     MOVE WS-REG-E-RANK (WS-FOUND-SUB)      TO WS-CHG-NEW-RANK.
008630     MOVE WS-REG-E-ACTIVE-SW (WS-FOUND-SUB)
008640             TO WS-CHG-NEW-ACTIVE-SW.
008650     ADD 1 TO WS-CHG-COUNT.
008660     MOVE WS-CHG-WORK TO WS-CHG-ENTRY (WS-CHG-COUNT).
008670 5300-EXIT.
008680     EXIT.
008690*
008700******************************************************************
008710* 5400-ADD-ACTIVATION - APPEND WS-CHG-WORK'S NAME AND OLD/NEW     *
008720* VERSION AND RANK TO THE ACTIVATION TABLE, DROPPING THE          *
008730* OLDEST ENTRY WHEN IT IS FULL.                                   *
008740******************************************************************
008750 5400-ADD-ACTIVATION.
008760     IF WS-ACT-COUNT NOT < WS-ACT-MAX
008770         PERFORM 5450-SHIFT-DOWN THRU 5450-EXIT
008780             VARYING WS-SHIFT-SUB FROM 1 BY 1
008790             UNTIL WS-SHIFT-SUB NOT < WS-ACT-COUNT
008800         SUBTRACT 1 FROM WS-ACT-COUNT
008810     END-IF.
008820     ADD 1 TO WS-ACT-COUNT.
008830     MOVE WS-CHG-NAME        TO WS-ACT-E-NAME (WS-ACT-COUNT).
008840     MOVE WS-CHG-OLD-VERSION
008850             TO WS-ACT-E-OLD-VERSION (WS-ACT-COUNT).
008860     MOVE WS-CHG-OLD-RANK    TO WS-ACT-E-OLD-RANK (WS-ACT-COUNT).
008870     MOVE WS-CHG-NEW-VERSION
008880             TO WS-ACT-E-NEW-VERSION (WS-ACT-COUNT).
008890     MOVE WS-CHG-NEW-RANK    TO WS-ACT-E-NEW-RANK (WS-ACT-COUNT).
008900 5400-EXIT.
008910     EXIT.
008920*
008930 5450-SHIFT-DOWN.
008940     COMPUTE WS-NEXT-SUB = WS-SHIFT-SUB + 1.
008950     MOVE WS-ACT-ENTRY (WS-NEXT-SUB)
008960             TO WS-ACT-ENTRY (WS-SHIFT-SUB).
008970 5450-EXIT.
008980     EXIT.
008990*
009000******************************************************************
009010* 8000-TERMINATE - A CLEAN RUN ENDS RC=00; AN ABEND PATH          *
009020* HAS ALREADY SET RETURN-CODE FROM THE ABEND CODE AND             *
009030* MUST NOT BE OVERWRITTEN. A VERS CALL LEAVES ITS OWN STEP        *
009040* CODE BEHIND, SO THE CLEAN CASE IS SET HERE EXPLICITLY.          *
009050******************************************************************
009060 8000-TERMINATE.
009070     IF WS-ABEND-NOT-OCCURRED
009080         MOVE 00 TO RETURN-CODE
009090     END-IF.
009100 8000-EXIT.
009110     EXIT.
009120*
009130 COPY CMNRGVP.
009140 COPY CMNLOGP.
009150 COPY CMNABNP.
