000150* WHEN THE DATBATC-RESTART SYMBOLIC IS SET THE RUN READS         *
000160* THE CHECKPOINT BACK AND SKIPS STRAIGHT TO THE FIRST            *
000170* INCOMPLETE UNIT INSTEAD OF RE-DRIVING THE WHOLE CYCLE.         *
000180* WHEN THE DATBATC-TRIAL SYMBOLIC IS SET THE RUN IS ONLY A        *
000190* NO-UPDATE TRIAL OF TONIGHT'S APPLY - SEE 0100-DRIVE-TRIAL.      *
000200* BEFORE ANY CYCLE - TRIAL, CATCH-UP OR ONE DATE - EVERY          *
000210* ACTIVE SERVICE IN THE MODULE REGISTRY IS PROVED AGAINST ITS     *
000220* LOADED MODULE (CMNRGVP); A DISAGREEMENT STOPS THE RUN U0076.    *
000230******************************************************************
000240*
000250* MAINTENANCE HISTORY                                            *
000260* DATE     INIT DESCRIPTION                                      *
000270* -------- ---- ----------------------------------------         *
000280* 20260809 RAL   ORIGINAL STAND-IN - CALLS DEMOSUB, THEN         *
000290*                  STATIC1 DIRECTLY FOR FUNCTION PROC.           *
000300* 20260809 RAL   PASS WS-LINK-RANK ON CMN-RANK SO STATIC1'S      *
000310*                  RANK CHECK SEES THE RANK THIS MODULE WAS      *
000320*                  LINK-EDITED AT.                               *
000330* 20260809 RAL   MOVED THE LINK RANK OUT TO THE SHARED           *
000340*                  CMNRANK COPYBOOK INSTEAD OF A LOCAL           *
000350*                  VALUE, AND ROUTED THE FAILURE MESSAGE         *
000360*                  THROUGH THE SHARED CMNLOGP PARAGRAPH SO       *
000370*                  IT READS LIKE EVERY OTHER COMMON-SOURCE       *
000380*                  MODULE'S SYSOUT.                              *
000390* 20260809 RAL   DEMOSUB NOW HANDS BACK A RETURN-CODE-OUT        *
000400*                  PARAMETER. FOLD IT INTO WS-WORST-RETURN-CODE  *
000410*                  SO A FAILURE INSIDE DEMOSUB'S OWN STATIC1     *
000420*                  CALLS ACTUALLY REACHES THE STEP COMPLETION    *
000430*                  CODE INSTEAD OF ONLY EVER BEING LOGGED.       *
000440* 20260822 RAL   STATIC1'S PROC FUNCTION NOW REALLY APPLIES      *
000450*                  THE DAY'S TRANSACTIONS AND HANDS BACK         *
000460*                  CMN-PROC-COUNTS. LOG THE COUNTS ON THE        *
000470*                  SUCCESS PATH SO THE STEP'S SYSOUT SHOWS       *
000480*                  WHAT THE CYCLE ACTUALLY DID.                  *
000490* 20260822 RAL   CHECKPOINT/RESTART - ADDED 0500-INITIALIZE      *
000500*                  (RESOLVES THE CYCLE DATE UP FRONT VIA AN      *
000510*                  INIT CALL AND READS THE CHECKPOINT WHEN       *
000520*                  THE DATBATC-RESTART SYMBOLIC ASKS FOR A       *
000530*                  RESTART), 6000-WRITE-CHECKPOINT AFTER EACH    *
000540*                  CLEAN UNIT OF WORK, AND UNIT GATING IN        *
000550*                  0000-MAINLINE SO A 2 AM FAILURE NO LONGER     *
000560*                  COSTS THE WHOLE CYCLE. MEMBER RESEQUENCED.    *
000570* 20260822 RAL   BUILD A RUN CORRELATION ID AT INITIALIZE,       *
000580*                  CARRY IT ON CMN-LINK-RUN-ID AND HAND IT TO    *
000590*                  DEMOSUB, SO ONE CYCLE'S CENTRAL-LOG LINES     *
000600*                  (CMNLOGF) FROM EVERY MODULE TIE TOGETHER.     *
000610*                  FAILURES NOW LOG AS ERROR, CHECKPOINT         *
000620*                  TROUBLE AS WARN.                              *
000630* 20260822 RAL   IDENTIFY THIS PROGRAM ON CMN-CALLER-NAME SO     *
000640*                  STATIC1'S AUDIT TRAIL RECORDS WHO CALLED.     *
000650* 20260822 RAL   CALL THE SERVICE THROUGH THE CMNDISP            *
000660*                  DISPATCHER INSTEAD OF STATIC1 DIRECTLY.       *
000670*                  THE LINK RANK NOW COMES FROM THE MODULE       *
000680*                  REGISTRY (CMNREGF), SO THE CMNRANK COPY       *
000690*                  AND THE HAND-MOVED RANK ARE GONE AND A        *
000700*                  STATIC1 PATCH NO LONGER FORCES A RELINK       *
000710*                  OF THIS DRIVER.                               *
000720* 20260822 RAL   ADDED 3000-BALANCE-CYCLE - AT END OF A CLEAN    *
000730*                  RUN THE OPENING MASTER COUNT AND HASH FROM    *
000740*                  THE PROC APPLY MUST MATCH THE PRIOR CYCLE'S   *
000750*                  CARRIED-FORWARD CLOSING TOTALS (CMNTOTF) OR   *
000760*                  THE RUN ABENDS U0060; A BALANCED CYCLE        *
000770*                  APPENDS ITS OWN TOTALS RECORD. THE            *
000780*                  CHECKPOINT NOW CARRIES THE MASTER COUNTS      *
000790*                  AND HASHES SO A RESTART STILL BALANCES.       *
000800* 20260822 RAL   CYCLE-STATUS GUARD (CMNCYCF) - A STARTED        *
000810*                  RECORD IS APPENDED BEFORE THE FIRST UNIT      *
000820*                  AND AN ENDED/FAILED RECORD WITH THE           *
000830*                  COMPLETION CODE AT END OF RUN. A SECOND       *
000840*                  SUBMISSION FOR A DATE ALREADY STARTED         *
000850*                  (U0070) OR ENDED (U0071) IS REJECTED UP       *
000860*                  FRONT, AND A FAILED DATE DEMANDS THE          *
000870*                  DATBATC-RESTART OVERRIDE (U0072), SO THE      *
000880*                  SAME BUSINESS DATE CAN NO LONGER BE RUN       *
000890*                  TWICE OR OVERLAPPED.                          *
000900*                  MEMBER RESEQUENCED.                           *
000910* 20260822 RAL   A FAILED INIT CALL NOW ABENDS U0073 INSTEAD     *
000920*                  OF DRIVING THE CYCLE ON AN UNRESOLVED         *
000930*                  DATE; THE BALANCE ABEND PULLS THE             *
000940*                  CHECKPOINT BACK TO UNIT 1000 SO A RESTART     *
000950*                  RE-DRIVES THE APPLY AGAINST CORRECTED         *
000960*                  INPUT; AND EVERY JOURNAL/TOTALS/CHECKPOINT    *
000970*                  WRITE NOW HAS ITS STATUS CHECKED AND ITS      *
000980*                  RECORD SCRUBBED OF LOW-VALUES FIRST.          *
000990* 20260902 RAL   MONTH-END UNIT OF WORK (4000) - AFTER A         *
001000*                  CLEAN DAILY CYCLE THE DRIVER CALLS DEOM       *
001010*                  AND, WHEN THE CYCLE DATE IS THE LAST          *
001020*                  BUSINESS DAY OF THE MONTH, ACCUMULATES        *
001030*                  THE MONTH'S CONTROL-TOTALS RECORDS INTO       *
001040*                  A MONTH-TO-DATE RECORD (CMNMTDF), CUTS A      *
001050*                  SNAPSHOT GENERATION OF THE UPDATED MASTER     *
001060*                  (CMNMSTO TO CMNMSNP) AND PRINTS THE           *
001070*                  MONTHLY SUMMARY. THE UNIT CHECKPOINTS         *
001080*                  LIKE 1000/2000, AND THE BALANCE UNIT NOW      *
001090*                  CHECKPOINTS AS 3000 SO A MONTH-END            *
001100*                  FAILURE RE-DRIVES NEITHER THE APPLY NOR       *
001110*                  THE BALANCE. U0065 MONTH TOTALS, U0066        *
001120*                  SNAPSHOT.                                     *
001130* 20260902 RAL   MULTI-DATE CATCH-UP MODE - WHEN THE             *
001140*                  DATBATC-CATCHUP SYMBOLIC IS SET THE DRIVER    *
001150*                  FINDS THE GAP BETWEEN THE LAST ENDED DATE     *
001160*                  ON CMNCYCF AND THE CONTROL DATE AND DRIVES    *
001170*                  EACH MISSED BUSINESS DATE IN SEQUENCE         *
001180*                  THROUGH THE NEW 0300-DRIVE-ONE-DATE - EACH    *
001190*                  WITH ITS OWN STATUS RECORDS, TOTALS,          *
001200*                  CHECKPOINT AND DATED TRANSACTION INPUT        *
001210*                  (CMNTRN REPOINTED TO <PREFIX>.D<DATE>),       *
001220*                  STOPPING COLD AT THE FIRST FAILED DATE.       *
001230*                  EACH DATE RUNS UNDER THE NEW                  *
001240*                  CMN-LINK-DATE-OVERRIDE (RANK 008). U0074      *
001250*                  NO ENDED CYCLE TO MEASURE FROM, U0075         *
001260*                  SPAN NOT CREDIBLE.                            *
001270* 20260902 RAL   CATCH-UP NOW ROLLS THE MASTER GENERATION        *
001280*                  FORWARD BETWEEN DATES - CMNMSTO IS            *
001290*                  REPOINTED TO A DATED GENERATION PER DATE      *
001300*                  AND CMNMST TO THE PRIOR DATE'S OUTPUT, SO     *
001310*                  DATE N READS DATE N-1'S MASTER INSTEAD OF     *
001320*                  RE-READING THE OPENING MASTER, TRUNCATING     *
001330*                  THE PRIOR OUTPUT AND FAILING U0060. EACH      *
001340*                  DRIVEN DATE ALSO RE-ACCEPTS ITS OWN START     *
001350*                  STAMPS SO ITS CYCLE RECORD TIMES ITS OWN      *
001360*                  UNIT OF WORK, NOT THE WHOLE JOB.              *
001370* 20260902 RAL   MONTH-END NOW CUTS THE SNAPSHOT BEFORE IT       *
001380*                  APPENDS THE MONTH-TO-DATE RECORD - THE        *
001390*                  SNAPSHOT IS SAFE TO RE-DRIVE, THE APPEND      *
001400*                  IS NOT, SO A U0066 RESTART CAN NO LONGER      *
001410*                  WRITE THE MONTH'S RECORD TWICE. MEMBER        *
001420*                  RESEQUENCED.                                  *
001430* 20260902 RAL   THE PER-DATE RESET IN 0300 NOW ALSO CLEARS      *
001440*                  WS-END-DATE/WS-END-TIME - FROM THE SECOND     *
001450*                  CATCH-UP DATE ON, A STARTED RECORD USED TO    *
001460*                  CARRY THE PRIOR DATE'S END STAMPS, WHICH A    *
001470*                  CRASH BETWEEN S AND E LEFT ON FILE AS AN      *
001480*                  END PREDATING ITS OWN START.                  *
001490* 20261015 RAL   TRIAL-RUN MODE - WHEN THE DATBATC-TRIAL         *
001500*                  SYMBOLIC IS SET THE DRIVER RUNS THE FULL      *
001510*                  APPLY AGAINST TONIGHT'S FEED AND THE CURRENT  *
001520*                  MASTER THROUGH THE NEW STATIC1 FUNCTION TRYP  *
001530*                  AND PRINTS THE PROJECTED CONTROL TOTALS, THE  *
001540*                  COUNT OF ACCOUNTS THAT WOULD GO NEGATIVE AND  *
001550*                  THE OPENING MASTER PROVED AGAINST THE PRIOR   *
001560*                  CLOSING TOTALS. STATIC1 LISTS THE PROJECTED   *
001570*                  REJECTS. NOTHING IS WRITTEN - NO CMNMSTO,     *
001580*                  CMNJRNF, CMNSUSF, CMNTOT, CYCLE-STATUS,       *
001590*                  CHECKPOINT OR MONTH-END OUTPUT. A PROJECTED   *
001600*                  U0060 ENDS THE TRIAL RC 04. MEMBER            *
001610*                  RESEQUENCED.                                  *
001620* 20261015 RAL   PRE-CYCLE REGISTRY CHECK - 0500-INITIALIZE NOW  *
001630*                  CALLS THE VERS FUNCTION OF EVERY ACTIVE       *
001640*                  SERVICE IN THE MODULE REGISTRY (CMNRGVP)      *
001650*                  BEFORE THE INIT CALL AND ABENDS U0076 UNLESS  *
001660*                  EACH LOADED MODULE REPORTS THE VERSION AND    *
001670*                  RANK ITS REGISTRY RECORD CLAIMS, OR IF NO     *
001680*                  SERVICE IS ACTIVE AT ALL. APPLIES TO TRIAL,   *
001690*                  CATCH-UP AND ONE-DATE RUNS ALIKE. MEMBER      *
001700*                  RESEQUENCED.                                  *
001710******************************************************************
001720*
001730 ENVIRONMENT DIVISION.
001740 INPUT-OUTPUT SECTION.
001750 FILE-CONTROL.
001760     SELECT OPTIONAL CMN-CHK-FILE     ASSIGN TO CMNCHK
001770                             ORGANIZATION IS LINE SEQUENTIAL
001780                             FILE STATUS IS WS-CHK-FILE-STATUS.
001790     SELECT OPTIONAL CMN-LOG-FILE     ASSIGN TO CMNLOG
001800                             ORGANIZATION IS LINE SEQUENTIAL
001810                             FILE STATUS IS CMN-LOG-FILE-STATUS.
001820     SELECT OPTIONAL CMN-TOT-FILE     ASSIGN TO CMNTOT
001830                             ORGANIZATION IS LINE SEQUENTIAL
001840                             FILE STATUS IS WS-TOT-FILE-STATUS.
001850     SELECT OPTIONAL CMN-CYC-FILE     ASSIGN TO CMNCYC
001860                             ORGANIZATION IS LINE SEQUENTIAL
001870                             FILE STATUS IS WS-CYC-FILE-STATUS.
001880     SELECT OPTIONAL CMN-MTD-FILE     ASSIGN TO CMNMTD
001890                             ORGANIZATION IS LINE SEQUENTIAL
001900                             FILE STATUS IS WS-MTD-FILE-STATUS.
001910* THE MONTH-END SNAPSHOT READS THE UPDATED MASTER GENERATION      *
001920* AND CUTS ITS COPY - IN THIS DRIVER THE CMNMSTF PAIR IS          *
001930* ASSIGNED CMNMSTO (IN) AND CMNMSNP (OUT).                        *
001940     SELECT OPTIONAL CMN-MST-IN-FILE  ASSIGN TO CMNMSTO
001950                             ORGANIZATION IS LINE SEQUENTIAL
001960                             FILE STATUS IS WS-MST-IN-FILE-STATUS.
001970     SELECT CMN-MST-OUT-FILE          ASSIGN TO CMNMSNP
001980                             ORGANIZATION IS LINE SEQUENTIAL
001990                             FILE STATUS IS WS-MST-OUT-STATUS.
002000     SELECT OPTIONAL CMN-HOL-FILE     ASSIGN TO CMNHOL
002010                             ORGANIZATION IS LINE SEQUENTIAL
002020                             FILE STATUS IS CMN-HOL-FILE-STATUS.
002030     SELECT OPTIONAL CMN-REG-FILE     ASSIGN TO CMNREG
002040                             ORGANIZATION IS LINE SEQUENTIAL
002050                             FILE STATUS IS CMN-RGV-FILE-STATUS.
002060*
002070 DATA DIVISION.
002080 FILE SECTION.
002090 COPY CMNCHKF.
002100 COPY CMNLOGF.
002110 COPY CMNTOTF.
002120 COPY CMNCYCF.
002130 COPY CMNMTDF.
002140 COPY CMNMSTF.
002150 COPY CMNHOLF.
002160 COPY CMNREGF.
002170*
002180 WORKING-STORAGE SECTION.
002190 77  WS-WORST-RETURN-CODE         PIC 9(02) VALUE 00.
002200 77  WS-DEMOSUB-RETURN-CODE       PIC 9(02) VALUE 00.
002210 77  WS-CHK-FILE-STATUS           PIC X(02) VALUE '00'.
002220 77  WS-CHK-OPEN-STATUS           PIC X(02) VALUE '00'.
002230 77  WS-RESTART-FROM-UNIT         PIC 9(04) VALUE ZEROS.
002240 77  WS-CHECKPOINT-UNIT           PIC 9(04) VALUE ZEROS.
002250 77  WS-ENV-NAME                  PIC X(16) VALUE SPACES.
002260 77  WS-RUN-DATE                  PIC 9(08) VALUE ZEROS.
002270 77  WS-RUN-TIME                  PIC 9(08) VALUE ZEROS.
002280 77  WS-TOT-FILE-STATUS           PIC X(02) VALUE '00'.
002290 77  WS-TOT-OPEN-STATUS           PIC X(02) VALUE '00'.
002300 77  WS-PRIOR-MST-OUT-COUNT       PIC 9(07) VALUE ZEROS.
002310 77  WS-PRIOR-HASH-OUT            PIC S9(13)V99 VALUE ZEROS.
002320 77  WS-CYC-FILE-STATUS           PIC X(02) VALUE '00'.
002330 77  WS-CYC-OPEN-STATUS           PIC X(02) VALUE '00'.
002340 77  WS-CYC-NEW-STATUS            PIC X(01) VALUE SPACES.
002350 77  WS-CYC-COMP-CODE             PIC 9(04) VALUE ZEROS.
002360 77  WS-END-DATE                  PIC 9(08) VALUE ZEROS.
002370 77  WS-END-TIME                  PIC 9(08) VALUE ZEROS.
002380 77  WS-MTD-FILE-STATUS           PIC X(02) VALUE '00'.
002390 77  WS-MTD-OPEN-STATUS           PIC X(02) VALUE '00'.
002400 77  WS-MST-IN-FILE-STATUS        PIC X(02) VALUE '00'.
002410 77  WS-MST-OUT-STATUS            PIC X(02) VALUE '00'.
002420 77  WS-MTD-CYCLE-COUNT           PIC 9(04) VALUE ZEROS.
002430 77  WS-MTD-TRAN-READ             PIC 9(09) VALUE ZEROS.
002440 77  WS-MTD-TRAN-APPLIED          PIC 9(09) VALUE ZEROS.
002450 77  WS-MTD-TRAN-REJECT           PIC 9(09) VALUE ZEROS.
002460 77  WS-MTD-OPEN-MST-COUNT        PIC 9(07) VALUE ZEROS.
002470 77  WS-MTD-CLOSE-MST-COUNT       PIC 9(07) VALUE ZEROS.
002480 77  WS-MTD-OPEN-HASH             PIC S9(13)V99 VALUE ZEROS.
002490 77  WS-MTD-CLOSE-HASH            PIC S9(13)V99 VALUE ZEROS.
002500 77  WS-SNAP-COUNT                PIC 9(07) VALUE ZEROS.
002510 01  WS-MONTH-WORK.
002520     05  WS-MONTH-DATE               PIC 9(08) VALUE ZEROS.
002530     05  WS-MONTH-DATE-R REDEFINES WS-MONTH-DATE.
002540         10  WS-MONTH-CCYYMM         PIC 9(06).
002550         10  WS-MONTH-DD             PIC 9(02).
002560 01  WS-TOT-DATE-WORK.
002570     05  WS-TOT-DATE                 PIC 9(08) VALUE ZEROS.
002580     05  WS-TOT-DATE-R REDEFINES WS-TOT-DATE.
002590         10  WS-TOT-CCYYMM           PIC 9(06).
002600         10  WS-TOT-DD               PIC 9(02).
002610 01  WS-RESTART-REQUEST           PIC X(08) VALUE SPACES.
002620     88  WS-RESTART-REQUESTED            VALUE 'R' 'RESTART'.
002630 01  WS-CATCHUP-REQUEST           PIC X(08) VALUE SPACES.
002640     88  WS-CATCHUP-REQUESTED            VALUE 'Y' 'CATCHUP'.
002650 01  WS-TRIAL-REQUEST             PIC X(08) VALUE SPACES.
002660     88  WS-TRIAL-REQUESTED              VALUE 'Y' 'TRIAL'.
002670 77  WS-CONTROL-DATE              PIC 9(08) VALUE ZEROS.
002680 77  WS-DRIVE-DATE                PIC 9(08) VALUE ZEROS.
002690 77  WS-LAST-ENDED-DATE           PIC 9(08) VALUE ZEROS.
002700 77  WS-CATCHUP-COUNT             PIC 9(03) VALUE ZEROS.
002710 77  WS-TRN-PREFIX                PIC X(26) VALUE SPACES.
002720 77  WS-TRN-DSN                   PIC X(44) VALUE SPACES.
002730 77  WS-MST-PREFIX                PIC X(26) VALUE SPACES.
002740 77  WS-MST-IN-DSN                PIC X(44) VALUE SPACES.
002750 77  WS-MST-OUT-DSN               PIC X(44) VALUE SPACES.
002760 77  WS-PRIOR-DRIVE-DATE          PIC 9(08) VALUE ZEROS.
002770 01  WS-SWITCHES.
002780     05  WS-ABEND-SWITCH             PIC X(01) VALUE 'N'.
002790         88  WS-ABEND-OCCURRED               VALUE 'Y'.
002800         88  WS-ABEND-NOT-OCCURRED           VALUE 'N'.
002810     05  WS-TOT-EOF-SW               PIC X(01) VALUE 'N'.
002820         88  WS-TOT-EOF                      VALUE 'Y'.
002830         88  WS-TOT-NOT-EOF                  VALUE 'N'.
002840     05  WS-TOT-FOUND-SW             PIC X(01) VALUE 'N'.
002850         88  WS-TOT-FOUND                    VALUE 'Y'.
002860         88  WS-TOT-NOT-FOUND                VALUE 'N'.
002870     05  WS-CYC-EOF-SW               PIC X(01) VALUE 'N'.
002880         88  WS-CYC-EOF                      VALUE 'Y'.
002890         88  WS-CYC-NOT-EOF                  VALUE 'N'.
002900     05  WS-CYC-LAST-STATUS          PIC X(01) VALUE 'N'.
002910         88  WS-CYC-LAST-NONE                VALUE 'N'.
002920         88  WS-CYC-LAST-STARTED             VALUE 'S'.
002930         88  WS-CYC-LAST-ENDED               VALUE 'E'.
002940         88  WS-CYC-LAST-FAILED              VALUE 'F'.
002950     05  WS-CYC-WROTE-START-SW       PIC X(01) VALUE 'N'.
002960         88  WS-CYC-WROTE-START              VALUE 'Y'.
002970         88  WS-CYC-NO-START                 VALUE 'N'.
002980     05  WS-MTD-EOF-SW               PIC X(01) VALUE 'N'.
002990         88  WS-MTD-EOF                      VALUE 'Y'.
003000         88  WS-MTD-NOT-EOF                  VALUE 'N'.
003010     05  WS-MTD-FIRST-SW             PIC X(01) VALUE 'Y'.
003020         88  WS-MTD-FIRST                    VALUE 'Y'.
003030         88  WS-MTD-NOT-FIRST                VALUE 'N'.
003040     05  WS-SNAP-EOF-SW              PIC X(01) VALUE 'N'.
003050         88  WS-SNAP-EOF                     VALUE 'Y'.
003060         88  WS-SNAP-NOT-EOF                 VALUE 'N'.
003070     05  WS-TRIAL-BAL-SW             PIC X(01) VALUE 'U'.
003080         88  WS-TRIAL-IN-BALANCE             VALUE 'Y'.
003090         88  WS-TRIAL-OUT-OF-BALANCE         VALUE 'N'.
003100         88  WS-TRIAL-NO-PRIOR               VALUE 'U'.
003110 COPY CMNLINK.
003120 COPY CMNRGVW.
003130 COPY CMNHOLW.
003140 COPY CMNDAYW.
003150 COPY CMNLOGW.
003160 COPY CMNABNW.
003170*
003180 PROCEDURE DIVISION.
003190 0000-MAINLINE.
003200     MOVE 'DATBATC' TO CMN-LOG-PGM-NAME.
003210     PERFORM 0500-INITIALIZE      THRU 0500-EXIT.
003220     IF WS-ABEND-NOT-OCCURRED
003230         EVALUATE TRUE
003240             WHEN WS-TRIAL-REQUESTED
003250                 PERFORM 0100-DRIVE-TRIAL THRU 0100-EXIT
003260             WHEN WS-CATCHUP-REQUESTED
003270                 PERFORM 0200-DRIVE-CATCHUP THRU 0200-EXIT
003280             WHEN OTHER
003290                 MOVE WS-CONTROL-DATE TO WS-DRIVE-DATE
003300                 PERFORM 0300-DRIVE-ONE-DATE THRU 0300-EXIT
003310         END-EVALUATE
003320     END-IF.
003330     IF WS-ABEND-NOT-OCCURRED
003340         MOVE WS-WORST-RETURN-CODE TO RETURN-CODE
003350     END-IF.
003360     STOP RUN.
003370*
003380******************************************************************
003390* 0100-DRIVE-TRIAL - THE NO-UPDATE TRIAL OF TONIGHT'S CYCLE      *
003400* (DATBATC-TRIAL). STATIC1 FUNCTION TRYP RUNS THE FULL APPLY     *
003410* AGAINST TONIGHT'S FEED AND THE CURRENT MASTER, LISTS EACH      *
003420* PROJECTED REJECT AND EACH ACCOUNT GOING NEGATIVE, AND WRITES   *
003430* NEITHER CMNMSTO, CMNJRNF NOR CMNSUSF. THE DRIVER ITSELF ONLY   *
003440* READS - NO STATUS GUARD OR CYCLE-STATUS RECORD, NO             *
003450* CHECKPOINT, NO DEMOSUB UNIT, NO CMNTOT APPEND, NO MONTH-END.   *
003460* RESTART AND CATCH-UP DO NOT APPLY TO A TRIAL AND ARE IGNORED.  *
003470******************************************************************
003480 0100-DRIVE-TRIAL.
003490     MOVE SPACES TO CMN-LOG-MSG-TEXT.
003500     STRING 'DATBATC - TRIAL RUN FOR '  DELIMITED BY SIZE
003510            WS-CONTROL-DATE             DELIMITED BY SIZE
003520            ', NOTHING WILL BE UPDATED' DELIMITED BY SIZE
003530       INTO CMN-LOG-MSG-TEXT.
003540     PERFORM 7000-LOG-MESSAGE THRU 7000-EXIT.
003550     IF WS-RESTART-REQUESTED OR WS-CATCHUP-REQUESTED
003560         SET CMN-LOG-SEV-WARN TO TRUE
003570         MOVE 'DATBATC - TRIAL RUN IGNORES RESTART AND CATCH-UP'
003580                              TO CMN-LOG-MSG-TEXT
003590         PERFORM 7000-LOG-MESSAGE THRU 7000-EXIT
003600     END-IF.
003610     SET CMN-FUNC-TRIAL-PROC TO TRUE.
003620     CALL 'CMNDISP' USING CMN-LINKAGE.
003630     IF CMN-RETURN-CODE > WS-WORST-RETURN-CODE
003640         MOVE CMN-RETURN-CODE TO WS-WORST-RETURN-CODE
003650     END-IF.
003660     IF NOT CMN-RC-NORMAL
003670         SET CMN-LOG-SEV-ERROR TO TRUE
003680         MOVE SPACES TO CMN-LOG-MSG-TEXT
003690         STRING 'DATBATC - STATIC1 TRIAL APPLY FAILED, RC='
003700                                   DELIMITED BY SIZE
003710                CMN-RETURN-CODE     DELIMITED BY SIZE
003720           INTO CMN-LOG-MSG-TEXT
003730         PERFORM 7000-LOG-MESSAGE THRU 7000-EXIT
003740         GO TO 0100-EXIT
003750     END-IF.
003760     PERFORM 0150-PROJECT-BALANCE THRU 0150-EXIT.
003770     PERFORM 0170-PRINT-TRIAL     THRU 0170-EXIT.
003780 0100-EXIT.
003790     EXIT.
003800*
003810******************************************************************
003820* 0150-PROJECT-BALANCE - THE 3000 BALANCE CHECK, READ-ONLY. THE  *
003830* TRIAL'S OPENING MASTER COUNT AND HASH ARE PROVED AGAINST THE   *
003840* LAST CLOSING TOTALS ON CMNTOT BUT NOTHING IS APPENDED. A       *
003850* MISMATCH IS THE U0060 TONIGHT'S CYCLE WOULD TAKE - IT IS       *
003860* REPORTED AND ENDS THE TRIAL RC 04, NOT IN AN ABEND.            *
003870******************************************************************
003880 0150-PROJECT-BALANCE.
003890     SET WS-TRIAL-NO-PRIOR TO TRUE.
003900     SET WS-TOT-NOT-FOUND  TO TRUE.
003910     SET WS-TOT-NOT-EOF    TO TRUE.
003920     OPEN INPUT CMN-TOT-FILE.
003930     MOVE WS-TOT-FILE-STATUS TO WS-TOT-OPEN-STATUS.
003940     IF WS-TOT-OPEN-STATUS = '00'
003950         PERFORM 3100-READ-TOTALS THRU 3100-EXIT
003960             UNTIL WS-TOT-EOF
003970     END-IF.
003980     IF WS-TOT-OPEN-STATUS = '00' OR WS-TOT-OPEN-STATUS = '05'
003990         CLOSE CMN-TOT-FILE
004000     END-IF.
004010     IF WS-TOT-NOT-FOUND
004020         GO TO 0150-EXIT
004030     END-IF.
004040     IF CMN-PROC-MST-IN-COUNT = WS-PRIOR-MST-OUT-COUNT
004050         AND CMN-PROC-HASH-IN = WS-PRIOR-HASH-OUT
004060         SET WS-TRIAL-IN-BALANCE TO TRUE
004070         GO TO 0150-EXIT
004080     END-IF.
004090     SET WS-TRIAL-OUT-OF-BALANCE TO TRUE.
004100     SET CMN-LOG-SEV-WARN TO TRUE.
004110     MOVE 'DATBATC - TRIAL MASTER OUT OF BALANCE WITH PRIOR'
004120                              TO CMN-LOG-MSG-TEXT.
004130     PERFORM 7000-LOG-MESSAGE THRU 7000-EXIT.
004140     IF WS-WORST-RETURN-CODE < 04
004150         MOVE 04 TO WS-WORST-RETURN-CODE
004160     END-IF.
004170 0150-EXIT.
004180     EXIT.
004190*
004200 0170-PRINT-TRIAL.
004210     DISPLAY 'DATBATC - TRIAL RUN PROJECTION ' CMN-LINK-PROC-DATE.
004220     DISPLAY 'DATBATC -   TRANS READ       ' CMN-PROC-READ-COUNT.
004230     DISPLAY 'DATBATC -   TRANS APPLIED    '
004240             CMN-PROC-APPLIED-COUNT.
004250     DISPLAY 'DATBATC -   TRANS REJECTED   '
004260             CMN-PROC-REJECT-COUNT.
004270     DISPLAY 'DATBATC -   OPENING MASTERS  '
004280             CMN-PROC-MST-IN-COUNT ' HASH ' CMN-PROC-HASH-IN.
004290     DISPLAY 'DATBATC -   CLOSING MASTERS  '
004300             CMN-PROC-MST-OUT-COUNT ' HASH ' CMN-PROC-HASH-OUT.
004310     DISPLAY 'DATBATC -   GOING NEGATIVE   ' CMN-PROC-NEG-COUNT.
004320     EVALUATE TRUE
004330         WHEN WS-TRIAL-IN-BALANCE
004340             DISPLAY 'DATBATC -   PRIOR TOTALS     IN BALANCE'
004350         WHEN WS-TRIAL-OUT-OF-BALANCE
004360             DISPLAY 'DATBATC -   PRIOR TOTALS     '
004370                     WS-PRIOR-MST-OUT-COUNT ' HASH '
004380                     WS-PRIOR-HASH-OUT ' OUT OF BALANCE'
004390         WHEN OTHER
004400             DISPLAY 'DATBATC -   PRIOR TOTALS     NONE ON FILE'
004410     END-EVALUATE.
004420     DISPLAY 'DATBATC -   TRIAL ONLY - NO FILE WAS UPDATED'.
004430     MOVE SPACES TO CMN-LOG-MSG-TEXT.
004440     STRING 'DATBATC - TRIAL COMPLETE ' DELIMITED BY SIZE
004450            CMN-PROC-READ-COUNT         DELIMITED BY SIZE
004460            '/'                         DELIMITED BY SIZE
004470            CMN-PROC-APPLIED-COUNT      DELIMITED BY SIZE
004480            '/'                         DELIMITED BY SIZE
004490            CMN-PROC-REJECT-COUNT       DELIMITED BY SIZE
004500            ' NEG '                     DELIMITED BY SIZE
004510            CMN-PROC-NEG-COUNT          DELIMITED BY SIZE
004520       INTO CMN-LOG-MSG-TEXT.
004530     PERFORM 7000-LOG-MESSAGE THRU 7000-EXIT.
004540 0170-EXIT.
004550     EXIT.
004560*
004570******************************************************************
004580* 0200-DRIVE-CATCHUP - AFTER AN OUTAGE, FIND THE GAP BETWEEN      *
004590* THE LAST ENDED DATE ON THE CYCLE-STATUS JOURNAL AND THE         *
004600* CONTROL DATE, THEN DRIVE EVERY MISSED BUSINESS DATE IN          *
004610* SEQUENCE - EACH WITH ITS OWN STATUS RECORDS, TOTALS,            *
004620* CHECKPOINT AND DATED TRANSACTION INPUT. THE LOOP STOPS          *
004630* COLD AT THE FIRST DATE THAT FAILS SO A LATER DATE CAN           *
004640* NEVER RUN ON TOP OF A BAD ONE. U0074 WHEN THERE IS NO           *
004650* ENDED CYCLE TO MEASURE FROM, U0075 WHEN THE SPAN IS NOT         *
004660* CREDIBLE.                                                       *
004670******************************************************************
004680 0200-DRIVE-CATCHUP.
004690     PERFORM 0250-FIND-LAST-ENDED THRU 0250-EXIT.
004700     IF WS-LAST-ENDED-DATE = ZEROS
004710         MOVE 0074               TO CMN-ABEND-CODE
004720         MOVE 'DATBATC'          TO CMN-ABEND-PGM-NAME
004730         MOVE 'NO ENDED CYCLE TO CATCH UP FROM'
004740                                 TO CMN-ABEND-REASON
004750         PERFORM 9000-CMN-ABEND  THRU 9000-EXIT
004760         SET WS-ABEND-OCCURRED   TO TRUE
004770         GO TO 0200-EXIT
004780     END-IF.
004790     IF WS-LAST-ENDED-DATE NOT < WS-CONTROL-DATE
004800         MOVE 'DATBATC - NOTHING TO CATCH UP'
004810                              TO CMN-LOG-MSG-TEXT
004820         PERFORM 7000-LOG-MESSAGE THRU 7000-EXIT
004830         GO TO 0200-EXIT
004840     END-IF.
004850     PERFORM 6850-LOAD-HOLIDAYS THRU 6850-EXIT.
004860     MOVE WS-LAST-ENDED-DATE TO CMN-DAY-WORK-DATE.
004870     PERFORM 6750-VALIDATE-DATE THRU 6750-EXIT.
004880     IF CMN-DAY-INVALID
004890         MOVE 0075               TO CMN-ABEND-CODE
004900         MOVE 'DATBATC'          TO CMN-ABEND-PGM-NAME
004910         MOVE 'LAST ENDED DATE NOT A VALID DATE'
004920                                 TO CMN-ABEND-REASON
004930         PERFORM 9000-CMN-ABEND  THRU 9000-EXIT
004940         SET WS-ABEND-OCCURRED   TO TRUE
004950         GO TO 0200-EXIT
004960     END-IF.
004970     MOVE SPACES TO CMN-LOG-MSG-TEXT.
004980     STRING 'DATBATC - CATCH-UP FROM ' DELIMITED BY SIZE
004990            WS-LAST-ENDED-DATE         DELIMITED BY SIZE
005000            ' TO '                     DELIMITED BY SIZE
005010            WS-CONTROL-DATE            DELIMITED BY SIZE
005020       INTO CMN-LOG-MSG-TEXT.
005030     PERFORM 7000-LOG-MESSAGE THRU 7000-EXIT.
005040     MOVE ZEROS TO WS-CATCHUP-COUNT.
005050     PERFORM 0280-DRIVE-NEXT-DATE THRU 0280-EXIT
005060         UNTIL CMN-DAY-WORK-DATE NOT < WS-CONTROL-DATE
005070            OR WS-ABEND-OCCURRED
005080            OR WS-WORST-RETURN-CODE > 04.
005090     IF WS-ABEND-OCCURRED OR WS-WORST-RETURN-CODE > 04
005100         SET CMN-LOG-SEV-SEVERE TO TRUE
005110         MOVE 'DATBATC - CATCH-UP STOPPED AT FAILED DATE'
005120                              TO CMN-LOG-MSG-TEXT
005130         PERFORM 7000-LOG-MESSAGE THRU 7000-EXIT
005140     ELSE
005150         MOVE 'DATBATC - CATCH-UP COMPLETE'
005160                              TO CMN-LOG-MSG-TEXT
005170         PERFORM 7000-LOG-MESSAGE THRU 7000-EXIT
005180     END-IF.
005190 0200-EXIT.
005200     EXIT.
005210*
005220 0250-FIND-LAST-ENDED.
005230     MOVE ZEROS TO WS-LAST-ENDED-DATE.
005240     SET WS-CYC-NOT-EOF TO TRUE.
005250     OPEN INPUT CMN-CYC-FILE.
005260     MOVE WS-CYC-FILE-STATUS TO WS-CYC-OPEN-STATUS.
005270     IF WS-CYC-OPEN-STATUS = '00'
005280         PERFORM 0260-SCAN-CYCLE-REC THRU 0260-EXIT
005290             UNTIL WS-CYC-EOF
005300     END-IF.
005310     IF WS-CYC-OPEN-STATUS = '00' OR WS-CYC-OPEN-STATUS = '05'
005320         CLOSE CMN-CYC-FILE
005330     END-IF.
005340 0250-EXIT.
005350     EXIT.
005360*
005370 0260-SCAN-CYCLE-REC.
005380     READ CMN-CYC-FILE
005390         AT END
005400             SET WS-CYC-EOF TO TRUE
005410         NOT AT END
005420             IF CMN-CYC-ENDED
005430                 AND CMN-CYC-PROC-DATE > WS-LAST-ENDED-DATE
005440                 MOVE CMN-CYC-PROC-DATE TO WS-LAST-ENDED-DATE
005450             END-IF
005460     END-READ.
005470 0260-EXIT.
005480     EXIT.
005490*
005500 0280-DRIVE-NEXT-DATE.
005510     PERFORM 6500-NEXT-BUSINESS-DAY THRU 6500-EXIT.
005520     IF CMN-DAY-WORK-DATE > WS-CONTROL-DATE
005530         GO TO 0280-EXIT
005540     END-IF.
005550     ADD 1 TO WS-CATCHUP-COUNT.
005560     IF WS-CATCHUP-COUNT > 366
005570         MOVE 0075               TO CMN-ABEND-CODE
005580         MOVE 'DATBATC'          TO CMN-ABEND-PGM-NAME
005590         MOVE 'CATCH-UP SPAN NOT CREDIBLE'
005600                                 TO CMN-ABEND-REASON
005610         PERFORM 9000-CMN-ABEND  THRU 9000-EXIT
005620         SET WS-ABEND-OCCURRED   TO TRUE
005630         GO TO 0280-EXIT
005640     END-IF.
005650     MOVE CMN-DAY-WORK-DATE TO WS-DRIVE-DATE.
005660     MOVE SPACES TO CMN-LOG-MSG-TEXT.
005670     STRING 'DATBATC - CATCH-UP DRIVING '
005680                              DELIMITED BY SIZE
005690            WS-DRIVE-DATE     DELIMITED BY SIZE
005700       INTO CMN-LOG-MSG-TEXT.
005710     PERFORM 7000-LOG-MESSAGE THRU 7000-EXIT.
005720     PERFORM 0300-DRIVE-ONE-DATE THRU 0300-EXIT.
005730* THE NEXT DATE'S MASTER INPUT IS THIS DATE'S OUTPUT.             *
005740     MOVE WS-DRIVE-DATE TO WS-PRIOR-DRIVE-DATE.
005750 0280-EXIT.
005760     EXIT.
005770*
005780******************************************************************
005790* 0300-DRIVE-ONE-DATE - ONE COMPLETE BUSINESS-DATE CYCLE FOR      *
005800* WS-DRIVE-DATE - STATUS GUARD, RESTART CHECK, THE UNITS OF       *
005810* WORK, BALANCE, MONTH-END, FINAL CHECKPOINT AND THE CYCLE        *
005820* END RECORD. IN CATCH-UP MODE THE SERVICE IS RE-INITIALIZED      *
005830* UNDER THE DATE OVERRIDE AND THE TRANSACTION AND MASTER          *
005840* FILES ARE POINTED AT THE DATE'S OWN GENERATIONS FIRST.          *
005850******************************************************************
005860 0300-DRIVE-ONE-DATE.
005870* EACH DRIVEN DATE TIMES ITS OWN UNIT OF WORK - A CATCH-UP        *
005880* DATE'S CYCLE RECORD MUST NOT CARRY THE JOB'S START STAMP.       *
005890     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
005900     ACCEPT WS-RUN-TIME FROM TIME.
005910     MOVE ZEROS TO CMN-PROC-READ-COUNT
005920                   CMN-PROC-APPLIED-COUNT
005930                   CMN-PROC-REJECT-COUNT
005940                   CMN-PROC-MST-IN-COUNT
005950                   CMN-PROC-MST-OUT-COUNT
005960                   CMN-PROC-HASH-IN
005970                   CMN-PROC-HASH-OUT
005980                   CMN-PROC-NEG-COUNT
005990                   WS-RESTART-FROM-UNIT.
006000* THE END STAMPS BELONG TO THE PRIOR DATE - A STARTED RECORD      *
006010* WRITTEN WITH THEM WOULD CLAIM AN END BEFORE ITS OWN START.      *
006020     MOVE ZEROS TO WS-END-DATE
006030                   WS-END-TIME.
006040     SET WS-CYC-NO-START TO TRUE.
006050     IF WS-CATCHUP-REQUESTED
006060         MOVE WS-DRIVE-DATE TO CMN-LINK-DATE-OVERRIDE
006070         PERFORM 0400-POINT-DATE-FILES THRU 0400-EXIT
006080         SET CMN-FUNC-INIT TO TRUE
006090         CALL 'CMNDISP' USING CMN-LINKAGE
006100         IF CMN-RETURN-CODE > WS-WORST-RETURN-CODE
006110             MOVE CMN-RETURN-CODE TO WS-WORST-RETURN-CODE
006120         END-IF
006130         IF NOT CMN-RC-NORMAL
006140             MOVE 0073               TO CMN-ABEND-CODE
006150             MOVE 'DATBATC'          TO CMN-ABEND-PGM-NAME
006160             MOVE 'SERVICE INIT FAILED, NO CYCLE DATE'
006170                                     TO CMN-ABEND-REASON
006180             PERFORM 9000-CMN-ABEND  THRU 9000-EXIT
006190             SET WS-ABEND-OCCURRED   TO TRUE
006200             GO TO 0300-EXIT
006210         END-IF
006220     END-IF.
006230     PERFORM 0700-CHECK-CYCLE-STATUS THRU 0700-EXIT.
006240     IF WS-ABEND-OCCURRED
006250         GO TO 0300-EXIT
006260     END-IF.
006270     IF WS-RESTART-REQUESTED
006280         PERFORM 0600-READ-CHECKPOINT THRU 0600-EXIT
006290     END-IF.
006300     IF WS-RESTART-FROM-UNIT < 1000
006310         PERFORM 1000-DRIVE-DEMOSUB THRU 1000-EXIT
006320     ELSE
006330         MOVE 'DATBATC - RESTART SKIPPING DEMOSUB UNIT'
006340                              TO CMN-LOG-MSG-TEXT
006350         PERFORM 7000-LOG-MESSAGE THRU 7000-EXIT
006360     END-IF.
006370     IF WS-ABEND-NOT-OCCURRED
006380         IF WS-RESTART-FROM-UNIT < 2000
006390             PERFORM 2000-CALL-PROCESS THRU 2000-EXIT
006400         ELSE
006410             MOVE 'DATBATC - RESTART SKIPPING PROC UNIT'
006420                              TO CMN-LOG-MSG-TEXT
006430             PERFORM 7000-LOG-MESSAGE THRU 7000-EXIT
006440         END-IF
006450     END-IF.
006460* A CYCLE RESTARTED AT UNIT 3000 OR LATER ALREADY BALANCED        *
006470* AND WROTE ITS TOTALS - DO NOT APPEND A DUPLICATE RECORD.        *
006480     IF WS-WORST-RETURN-CODE < 08
006490         AND WS-RESTART-FROM-UNIT < 3000
006500         AND WS-ABEND-NOT-OCCURRED
006510         PERFORM 3000-BALANCE-CYCLE THRU 3000-EXIT
006520     END-IF.
006530     IF WS-WORST-RETURN-CODE < 08 AND WS-ABEND-NOT-OCCURRED
006540         IF WS-RESTART-FROM-UNIT < 4000
006550             PERFORM 4000-MONTH-END THRU 4000-EXIT
006560         ELSE
006570             MOVE 'DATBATC - RESTART SKIPPING MONTH-END UNIT'
006580                              TO CMN-LOG-MSG-TEXT
006590             PERFORM 7000-LOG-MESSAGE THRU 7000-EXIT
006600         END-IF
006610     END-IF.
006620     IF WS-WORST-RETURN-CODE < 08 AND WS-ABEND-NOT-OCCURRED
006630         MOVE 9999 TO WS-CHECKPOINT-UNIT
006640         PERFORM 6000-WRITE-CHECKPOINT THRU 6000-EXIT
006650     END-IF.
006660     IF WS-CYC-WROTE-START
006670         PERFORM 0900-WRITE-CYCLE-END THRU 0900-EXIT
006680     END-IF.
006690 0300-EXIT.
006700     EXIT.
006710*
006720******************************************************************
006730* 0400-POINT-DATE-FILES - EACH CATCH-UP DATE READS ITS OWN        *
006740* DATED TRANSACTION FEED AND WRITES ITS OWN DATED MASTER          *
006750* GENERATION. CMNTRN IS REPOINTED TO <TRNPREF>.D<CCYYMMDD>        *
006760* AND CMNMSTO TO <MSTPREF>.D<CCYYMMDD> (SYMBOLICS                 *
006770* DATBATC-TRNPREF AND DATBATC-MSTPREF, DEFAULTS CMNTRN AND        *
006780* CMNMSTO). FROM THE SECOND DRIVEN DATE ON, CMNMST IS             *
006790* REPOINTED TO THE PRIOR DATE'S OUTPUT GENERATION - THE           *
006800* FIRST DATE READS THE STAGED CURRENT MASTER AS A NORMAL          *
006810* RUN WOULD. WITHOUT THE MASTER ROLL, EVERY DATE WOULD            *
006820* RE-READ THE SAME OPENING MASTER, TRUNCATE THE PRIOR             *
006830* DATE'S OUTPUT, AND FAIL THE U0060 BALANCE CHECK.                *
006840******************************************************************
006850 0400-POINT-DATE-FILES.
006860     MOVE 'DATBATC-TRNPREF' TO WS-ENV-NAME.
006870     DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME.
006880     ACCEPT WS-TRN-PREFIX FROM ENVIRONMENT-VALUE.
006890     IF WS-TRN-PREFIX = SPACES
006900         OR WS-TRN-PREFIX = LOW-VALUES
006910         MOVE 'CMNTRN' TO WS-TRN-PREFIX
006920     END-IF.
006930     MOVE SPACES TO WS-TRN-DSN.
006940     STRING WS-TRN-PREFIX DELIMITED BY SPACE
006950            '.D'          DELIMITED BY SIZE
006960            WS-DRIVE-DATE DELIMITED BY SIZE
006970       INTO WS-TRN-DSN.
006980     MOVE 'CMNTRN' TO WS-ENV-NAME.
006990     DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME.
007000     DISPLAY WS-TRN-DSN UPON ENVIRONMENT-VALUE.
007010     MOVE SPACES TO CMN-LOG-MSG-TEXT.
007020     STRING 'DATBATC - TRAN INPUT ' DELIMITED BY SIZE
007030            WS-TRN-DSN              DELIMITED BY SIZE
007040       INTO CMN-LOG-MSG-TEXT.
007050     PERFORM 7000-LOG-MESSAGE THRU 7000-EXIT.
007060     MOVE 'DATBATC-MSTPREF' TO WS-ENV-NAME.
007070     DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME.
007080     ACCEPT WS-MST-PREFIX FROM ENVIRONMENT-VALUE.
007090     IF WS-MST-PREFIX = SPACES
007100         OR WS-MST-PREFIX = LOW-VALUES
007110         MOVE 'CMNMSTO' TO WS-MST-PREFIX
007120     END-IF.
007130     IF WS-PRIOR-DRIVE-DATE > ZEROS
007140         MOVE SPACES TO WS-MST-IN-DSN
007150         STRING WS-MST-PREFIX      DELIMITED BY SPACE
007160                '.D'               DELIMITED BY SIZE
007170                WS-PRIOR-DRIVE-DATE DELIMITED BY SIZE
007180           INTO WS-MST-IN-DSN
007190         MOVE 'CMNMST' TO WS-ENV-NAME
007200         DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
007210         DISPLAY WS-MST-IN-DSN UPON ENVIRONMENT-VALUE
007220         MOVE SPACES TO CMN-LOG-MSG-TEXT
007230         STRING 'DATBATC - MASTER INPUT ' DELIMITED BY SIZE
007240                WS-MST-IN-DSN             DELIMITED BY SIZE
007250           INTO CMN-LOG-MSG-TEXT
007260         PERFORM 7000-LOG-MESSAGE THRU 7000-EXIT
007270     END-IF.
007280     MOVE SPACES TO WS-MST-OUT-DSN.
007290     STRING WS-MST-PREFIX DELIMITED BY SPACE
007300            '.D'          DELIMITED BY SIZE
007310            WS-DRIVE-DATE DELIMITED BY SIZE
007320       INTO WS-MST-OUT-DSN.
007330     MOVE 'CMNMSTO' TO WS-ENV-NAME.
007340     DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME.
007350     DISPLAY WS-MST-OUT-DSN UPON ENVIRONMENT-VALUE.
007360     MOVE SPACES TO CMN-LOG-MSG-TEXT.
007370     STRING 'DATBATC - MASTER OUTPUT ' DELIMITED BY SIZE
007380            WS-MST-OUT-DSN             DELIMITED BY SIZE
007390       INTO CMN-LOG-MSG-TEXT.
007400     PERFORM 7000-LOG-MESSAGE THRU 7000-EXIT.
007410 0400-EXIT.
007420     EXIT.
007430*
007440******************************************************************
007450* 0500-INITIALIZE - BUILD THE RUN ID, PICK UP THE                *
007460* DATBATC-RESTART, DATBATC-CATCHUP AND DATBATC-TRIAL SYMBOLICS,  *
007470* AND RESOLVE THE SHOP CONTROL DATE WITH AN OVERRIDE-FREE        *
007480* INIT CALL. THE PER-DATE WORK - STATUS GUARD, CHECKPOINT READ,  *
007490* UNITS - ALL HAPPENS IN 0300-DRIVE-ONE-DATE. NO MODE STARTS     *
007500* UNTIL THE MODULE REGISTRY HAS BEEN PROVED (U0076).             *
007510******************************************************************
007520 0500-INITIALIZE.
007530     MOVE ZEROS TO CMN-PROC-READ-COUNT
007540                   CMN-PROC-APPLIED-COUNT
007550                   CMN-PROC-REJECT-COUNT.
007560     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
007570     ACCEPT WS-RUN-TIME FROM TIME.
007580     MOVE SPACES TO CMN-LINK-RUN-ID.
007590     STRING WS-RUN-DATE DELIMITED BY SIZE
007600            WS-RUN-TIME DELIMITED BY SIZE
007610       INTO CMN-LINK-RUN-ID.
007620     MOVE CMN-LINK-RUN-ID TO CMN-LOG-RUN-ID.
007630     MOVE 'DATBATC' TO CMN-CALLER-NAME.
007640     MOVE ZEROS TO CMN-PROC-MST-IN-COUNT
007650                   CMN-PROC-MST-OUT-COUNT
007660                   CMN-PROC-HASH-IN
007670                   CMN-PROC-HASH-OUT
007680                   CMN-PROC-NEG-COUNT.
007690     MOVE 'DATBATC-RESTART' TO WS-ENV-NAME.
007700     DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME.
007710     ACCEPT WS-RESTART-REQUEST FROM ENVIRONMENT-VALUE.
007720     MOVE 'DATBATC-CATCHUP' TO WS-ENV-NAME.
007730     DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME.
007740     ACCEPT WS-CATCHUP-REQUEST FROM ENVIRONMENT-VALUE.
007750     MOVE 'DATBATC-TRIAL' TO WS-ENV-NAME.
007760     DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME.
007770     ACCEPT WS-TRIAL-REQUEST FROM ENVIRONMENT-VALUE.
007780* EVERY ACTIVE SERVICE MUST ANSWER VERS WITH THE VERSION AND      *
007790* RANK ITS REGISTRY RECORD CLAIMS BEFORE ANY CYCLE RUNS - A       *
007800* PATCH INSTALLED BY HAND OR HALF-INSTALLED STOPS HERE.           *
007810     PERFORM 6900-VERIFY-REGISTRY THRU 6900-EXIT.
007820     IF CMN-RGV-FAILED
007830         OR CMN-RGV-CHECK-COUNT = ZEROS
007840         MOVE 0076               TO CMN-ABEND-CODE
007850         MOVE 'DATBATC'          TO CMN-ABEND-PGM-NAME
007860         IF CMN-RGV-FAILED
007870             MOVE 'LOADED MODULE DISAGREES WITH REGISTRY'
007880                                 TO CMN-ABEND-REASON
007890         ELSE
007900             MOVE 'NO ACTIVE SERVICE IN MODULE REGISTRY'
007910                                 TO CMN-ABEND-REASON
007920         END-IF
007930         PERFORM 9000-CMN-ABEND  THRU 9000-EXIT
007940         SET WS-ABEND-OCCURRED   TO TRUE
007950         GO TO 0500-EXIT
007960     END-IF.
007970* THE FIRST INIT RESOLVES THE SHOP CONTROL DATE - NO              *
007980* OVERRIDE. CATCH-UP RE-INITIALIZES PER DRIVEN DATE LATER.        *
007990     MOVE ZEROS TO CMN-LINK-DATE-OVERRIDE.
008000     SET CMN-FUNC-INIT TO TRUE.
008010     CALL 'CMNDISP' USING CMN-LINKAGE.
008020     IF CMN-RETURN-CODE > WS-WORST-RETURN-CODE
008030         MOVE CMN-RETURN-CODE TO WS-WORST-RETURN-CODE
008040     END-IF.
008050* WITHOUT A CLEAN INIT THERE IS NO TRUSTWORTHY CYCLE DATE -      *
008060* NEITHER THE STATUS GUARD NOR THE UNITS MAY RUN ON ONE.         *
008070     IF NOT CMN-RC-NORMAL
008080         MOVE 0073               TO CMN-ABEND-CODE
008090         MOVE 'DATBATC'          TO CMN-ABEND-PGM-NAME
008100         MOVE 'SERVICE INIT FAILED, NO CYCLE DATE'
008110                                 TO CMN-ABEND-REASON
008120         PERFORM 9000-CMN-ABEND  THRU 9000-EXIT
008130         SET WS-ABEND-OCCURRED   TO TRUE
008140         GO TO 0500-EXIT
008150     END-IF.
008160     MOVE CMN-LINK-PROC-DATE TO WS-CONTROL-DATE.
008170 0500-EXIT.
008180     EXIT.
008190*
008200 0600-READ-CHECKPOINT.
008210     OPEN INPUT CMN-CHK-FILE.
008220     MOVE WS-CHK-FILE-STATUS TO WS-CHK-OPEN-STATUS.
008230     IF WS-CHK-OPEN-STATUS = '00'
008240         READ CMN-CHK-FILE
008250             AT END
008260                 MOVE 'DATBATC - NO CHECKPOINT, FULL RUN'
008270                                  TO CMN-LOG-MSG-TEXT
008280                 PERFORM 7000-LOG-MESSAGE THRU 7000-EXIT
008290             NOT AT END
008300                 PERFORM 0650-APPLY-CHECKPOINT THRU 0650-EXIT
008310         END-READ
008320     ELSE
008330         MOVE 'DATBATC - NO CHECKPOINT, FULL RUN'
008340                                  TO CMN-LOG-MSG-TEXT
008350         PERFORM 7000-LOG-MESSAGE THRU 7000-EXIT
008360     END-IF.
008370     IF WS-CHK-OPEN-STATUS = '00' OR WS-CHK-OPEN-STATUS = '05'
008380         CLOSE CMN-CHK-FILE
008390     END-IF.
008400 0600-EXIT.
008410     EXIT.
008420*
008430 0650-APPLY-CHECKPOINT.
008440     IF CMN-CHK-PROC-DATE = CMN-LINK-PROC-DATE
008450         MOVE CMN-CHK-LAST-UNIT     TO WS-RESTART-FROM-UNIT
008460         MOVE CMN-CHK-READ-COUNT    TO CMN-PROC-READ-COUNT
008470         MOVE CMN-CHK-APPLIED-COUNT TO CMN-PROC-APPLIED-COUNT
008480         MOVE CMN-CHK-REJECT-COUNT  TO CMN-PROC-REJECT-COUNT
008490         MOVE CMN-CHK-MST-IN-COUNT  TO CMN-PROC-MST-IN-COUNT
008500         MOVE CMN-CHK-MST-OUT-COUNT TO CMN-PROC-MST-OUT-COUNT
008510         MOVE CMN-CHK-HASH-IN       TO CMN-PROC-HASH-IN
008520         MOVE CMN-CHK-HASH-OUT      TO CMN-PROC-HASH-OUT
008530         IF CMN-CHK-WORST-RC > WS-WORST-RETURN-CODE
008540             MOVE CMN-CHK-WORST-RC  TO WS-WORST-RETURN-CODE
008550         END-IF
008560         MOVE SPACES TO CMN-LOG-MSG-TEXT
008570         STRING 'DATBATC - RESTART, LAST GOOD UNIT '
008580                                  DELIMITED BY SIZE
008590                CMN-CHK-LAST-UNIT DELIMITED BY SIZE
008600           INTO CMN-LOG-MSG-TEXT
008610         PERFORM 7000-LOG-MESSAGE THRU 7000-EXIT
008620     ELSE
008630         MOVE 'DATBATC - CHECKPOINT DATE MISMATCH, FULL RUN'
008640                                  TO CMN-LOG-MSG-TEXT
008650         PERFORM 7000-LOG-MESSAGE THRU 7000-EXIT
008660     END-IF.
008670 0650-EXIT.
008680     EXIT.
008690*
008700******************************************************************
008710* 0700-CHECK-CYCLE-STATUS - THE DOUBLE-RUN GUARD. SCAN THE       *
008720* CYCLE-STATUS JOURNAL FOR THE LATEST RECORD CARRYING THIS       *
008730* CYCLE DATE: STARTED IS REJECTED U0070 (OVERLAP OR CRASH -      *
008740* RESTART OVERRIDE PERMITTED), ENDED IS ALWAYS REJECTED          *
008750* U0071, AND FAILED DEMANDS THE DATBATC-RESTART OVERRIDE         *
008760* U0072. A RUN THAT PASSES THE GUARD APPENDS ITS OWN             *
008770* STARTED RECORD BEFORE THE FIRST UNIT OF WORK.                  *
008780******************************************************************
008790 0700-CHECK-CYCLE-STATUS.
008800     SET WS-CYC-NOT-EOF TO TRUE.
008810     MOVE 'N' TO WS-CYC-LAST-STATUS.
008820     OPEN INPUT CMN-CYC-FILE.
008830     MOVE WS-CYC-FILE-STATUS TO WS-CYC-OPEN-STATUS.
008840     IF WS-CYC-OPEN-STATUS = '00'
008850         PERFORM 0750-READ-CYCLE-STATUS THRU 0750-EXIT
008860             UNTIL WS-CYC-EOF
008870     END-IF.
008880     IF WS-CYC-OPEN-STATUS = '00' OR WS-CYC-OPEN-STATUS = '05'
008890         CLOSE CMN-CYC-FILE
008900     END-IF.
008910     EVALUATE TRUE
008920         WHEN WS-CYC-LAST-STARTED AND NOT WS-RESTART-REQUESTED
008930             MOVE 0070 TO CMN-ABEND-CODE
008940             MOVE 'CYCLE ALREADY STARTED FOR THIS DATE'
008950                                 TO CMN-ABEND-REASON
008960             PERFORM 0780-REJECT-CYCLE THRU 0780-EXIT
008970         WHEN WS-CYC-LAST-ENDED
008980             MOVE 0071 TO CMN-ABEND-CODE
008990             MOVE 'CYCLE ALREADY ENDED FOR THIS DATE'
009000                                 TO CMN-ABEND-REASON
009010             PERFORM 0780-REJECT-CYCLE THRU 0780-EXIT
009020         WHEN WS-CYC-LAST-FAILED AND NOT WS-RESTART-REQUESTED
009030             MOVE 0072 TO CMN-ABEND-CODE
009040             MOVE 'CYCLE FAILED - RESTART OVERRIDE NEEDED'
009050                                 TO CMN-ABEND-REASON
009060             PERFORM 0780-REJECT-CYCLE THRU 0780-EXIT
009070         WHEN OTHER
009080             MOVE 'S' TO WS-CYC-NEW-STATUS
009090             MOVE ZEROS TO WS-CYC-COMP-CODE
009100             PERFORM 0800-WRITE-CYCLE-REC THRU 0800-EXIT
009110             SET WS-CYC-WROTE-START TO TRUE
009120     END-EVALUATE.
009130 0700-EXIT.
009140     EXIT.
009150*
009160 0750-READ-CYCLE-STATUS.
009170     READ CMN-CYC-FILE
009180         AT END
009190             SET WS-CYC-EOF TO TRUE
009200         NOT AT END
009210             IF CMN-CYC-PROC-DATE = CMN-LINK-PROC-DATE
009220                 MOVE CMN-CYC-STATUS TO WS-CYC-LAST-STATUS
009230             END-IF
009240     END-READ.
009250 0750-EXIT.
009260     EXIT.
009270*
009280 0780-REJECT-CYCLE.
009290     SET CMN-LOG-SEV-SEVERE TO TRUE.
009300     MOVE 'DATBATC - CYCLE REJECTED BY STATUS GUARD'
009310                              TO CMN-LOG-MSG-TEXT.
009320     PERFORM 7000-LOG-MESSAGE THRU 7000-EXIT.
009330     MOVE 'DATBATC' TO CMN-ABEND-PGM-NAME.
009340     PERFORM 9000-CMN-ABEND THRU 9000-EXIT.
009350     SET WS-ABEND-OCCURRED TO TRUE.
009360 0780-EXIT.
009370     EXIT.
009380*
009390******************************************************************
009400* 0800-WRITE-CYCLE-REC - APPEND ONE STATUS RECORD FOR THIS       *
009410* CYCLE DATE. THE START STAMPS ARE THIS RUN'S; THE END           *
009420* STAMPS AND COMPLETION CODE ARE FILLED ON THE END/FAILED        *
009430* RECORD ONLY. JOURNAL TROUBLE IS A WARNING, NOT A STOP.         *
009440******************************************************************
009450 0800-WRITE-CYCLE-REC.
009460     OPEN EXTEND CMN-CYC-FILE.
009470     IF WS-CYC-FILE-STATUS = '00' OR WS-CYC-FILE-STATUS = '05'
009480         MOVE SPACES             TO CMN-CYC-REC
009490         MOVE CMN-LINK-PROC-DATE TO CMN-CYC-PROC-DATE
009500         MOVE WS-CYC-NEW-STATUS  TO CMN-CYC-STATUS
009510         MOVE WS-RUN-DATE        TO CMN-CYC-START-DATE
009520         MOVE WS-RUN-TIME        TO CMN-CYC-START-TIME
009530         MOVE WS-END-DATE        TO CMN-CYC-END-DATE
009540         MOVE WS-END-TIME        TO CMN-CYC-END-TIME
009550         MOVE WS-CYC-COMP-CODE   TO CMN-CYC-COMP-CODE
009560         MOVE CMN-LINK-RUN-ID    TO CMN-CYC-RUN-ID
009570         INSPECT CMN-CYC-REC
009580             REPLACING ALL LOW-VALUE BY SPACE
009590         WRITE CMN-CYC-REC
009600         IF WS-CYC-FILE-STATUS NOT = '00'
009610             SET CMN-LOG-SEV-WARN TO TRUE
009620             MOVE 'DATBATC - CYCLE-STATUS WRITE FAILED'
009630                              TO CMN-LOG-MSG-TEXT
009640             PERFORM 7000-LOG-MESSAGE THRU 7000-EXIT
009650         END-IF
009660         CLOSE CMN-CYC-FILE
009670     ELSE
009680         SET CMN-LOG-SEV-WARN TO TRUE
009690         MOVE 'DATBATC - CYCLE-STATUS WRITE FAILED'
009700                              TO CMN-LOG-MSG-TEXT
009710         PERFORM 7000-LOG-MESSAGE THRU 7000-EXIT
009720     END-IF.
009730 0800-EXIT.
009740     EXIT.
009750*
009760 0900-WRITE-CYCLE-END.
009770     ACCEPT WS-END-DATE FROM DATE YYYYMMDD.
009780     ACCEPT WS-END-TIME FROM TIME.
009790     IF WS-ABEND-OCCURRED OR WS-WORST-RETURN-CODE > 04
009800         MOVE 'F' TO WS-CYC-NEW-STATUS
009810         IF WS-ABEND-OCCURRED
009820             MOVE CMN-ABEND-CODE TO WS-CYC-COMP-CODE
009830         ELSE
009840             MOVE WS-WORST-RETURN-CODE TO WS-CYC-COMP-CODE
009850         END-IF
009860     ELSE
009870         MOVE 'E' TO WS-CYC-NEW-STATUS
009880         MOVE WS-WORST-RETURN-CODE TO WS-CYC-COMP-CODE
009890     END-IF.
009900     PERFORM 0800-WRITE-CYCLE-REC THRU 0800-EXIT.
009910 0900-EXIT.
009920     EXIT.
009930*
009940 1000-DRIVE-DEMOSUB.
009950     CALL 'DEMOSUB' USING WS-DEMOSUB-RETURN-CODE
009960                          CMN-LINK-RUN-ID.
009970     IF WS-DEMOSUB-RETURN-CODE > WS-WORST-RETURN-CODE
009980         MOVE WS-DEMOSUB-RETURN-CODE TO WS-WORST-RETURN-CODE
009990     END-IF.
010000     IF WS-DEMOSUB-RETURN-CODE < 08
010010         MOVE 1000 TO WS-CHECKPOINT-UNIT
010020         PERFORM 6000-WRITE-CHECKPOINT THRU 6000-EXIT
010030     END-IF.
010040 1000-EXIT.
010050     EXIT.
010060*
010070 2000-CALL-PROCESS.
010080     SET CMN-FUNC-PROC TO TRUE.
010090     CALL 'CMNDISP' USING CMN-LINKAGE.
010100     IF CMN-RETURN-CODE > WS-WORST-RETURN-CODE
010110         MOVE CMN-RETURN-CODE TO WS-WORST-RETURN-CODE
010120     END-IF.
010130     IF CMN-RC-NORMAL
010140         MOVE SPACES TO CMN-LOG-MSG-TEXT
010150         STRING 'DATBATC - PROC READ '
010160                                   DELIMITED BY SIZE
010170                CMN-PROC-READ-COUNT DELIMITED BY SIZE
010180                ' APPLIED '         DELIMITED BY SIZE
010190                CMN-PROC-APPLIED-COUNT
010200                                   DELIMITED BY SIZE
010210                ' REJECT '          DELIMITED BY SIZE
010220                CMN-PROC-REJECT-COUNT
010230                                   DELIMITED BY SIZE
010240           INTO CMN-LOG-MSG-TEXT
010250         PERFORM 7000-LOG-MESSAGE THRU 7000-EXIT
010260     ELSE
010270         SET CMN-LOG-SEV-ERROR TO TRUE
010280         MOVE SPACES TO CMN-LOG-MSG-TEXT
010290         STRING 'DATBATC - STATIC1 PROC FAILED, RC='
010300                                   DELIMITED BY SIZE
010310                CMN-RETURN-CODE     DELIMITED BY SIZE
010320           INTO CMN-LOG-MSG-TEXT
010330         PERFORM 7000-LOG-MESSAGE THRU 7000-EXIT
010340     END-IF.
010350     IF CMN-RETURN-CODE < 08
010360         MOVE 2000 TO WS-CHECKPOINT-UNIT
010370         PERFORM 6000-WRITE-CHECKPOINT THRU 6000-EXIT
010380     END-IF.
010390 2000-EXIT.
010400     EXIT.
010410*
010420******************************************************************
010430* 3000-BALANCE-CYCLE - PROVE THE CYCLE BALANCED BEFORE IT        *
010440* IS ALLOWED TO END CLEAN. THE OPENING MASTER COUNT AND          *
010450* HASH FROM THE PROC APPLY MUST MATCH THE PRIOR CYCLE'S          *
010460* CARRIED-FORWARD CLOSING TOTALS ON CMNTOT; A MISMATCH           *
010470* DRIVES THE U0060 ABEND. A BALANCED CYCLE APPENDS ITS OWN       *
010480* TOTALS RECORD FOR THE NEXT CYCLE TO PROVE AGAINST.             *
010490******************************************************************
010500 3000-BALANCE-CYCLE.
010510     SET WS-TOT-NOT-FOUND TO TRUE.
010520     SET WS-TOT-NOT-EOF   TO TRUE.
010530     OPEN INPUT CMN-TOT-FILE.
010540     MOVE WS-TOT-FILE-STATUS TO WS-TOT-OPEN-STATUS.
010550     IF WS-TOT-OPEN-STATUS = '00'
010560         PERFORM 3100-READ-TOTALS THRU 3100-EXIT
010570             UNTIL WS-TOT-EOF
010580     END-IF.
010590     IF WS-TOT-OPEN-STATUS = '00' OR WS-TOT-OPEN-STATUS = '05'
010600         CLOSE CMN-TOT-FILE
010610     END-IF.
010620     IF WS-TOT-FOUND
010630         IF CMN-PROC-MST-IN-COUNT NOT = WS-PRIOR-MST-OUT-COUNT
010640             OR CMN-PROC-HASH-IN NOT = WS-PRIOR-HASH-OUT
010650             SET CMN-LOG-SEV-SEVERE TO TRUE
010660             MOVE 'DATBATC - CYCLE OUT OF BALANCE WITH PRIOR'
010670                                  TO CMN-LOG-MSG-TEXT
010680             PERFORM 7000-LOG-MESSAGE THRU 7000-EXIT
010690             MOVE 0060               TO CMN-ABEND-CODE
010700             MOVE 'DATBATC'          TO CMN-ABEND-PGM-NAME
010710             MOVE 'CYCLE OUT OF BALANCE WITH PRIOR TOTALS'
010720                                     TO CMN-ABEND-REASON
010730             PERFORM 9000-CMN-ABEND  THRU 9000-EXIT
010740             SET WS-ABEND-OCCURRED   TO TRUE
010750* PULL THE CHECKPOINT BACK TO THE LAST PRE-PROC UNIT SO THE      *
010760* RESTART RE-DRIVES THE APPLY AGAINST THE CORRECTED INPUT        *
010770* INSTEAD OF REPLAYING THE BAD RUN'S FROZEN COUNTS INTO          *
010780* THE SAME U0060 FOREVER.                                        *
010790             MOVE 1000 TO WS-CHECKPOINT-UNIT
010800             PERFORM 6000-WRITE-CHECKPOINT THRU 6000-EXIT
010810             GO TO 3000-EXIT
010820         END-IF
010830     END-IF.
010840     OPEN EXTEND CMN-TOT-FILE.
010850     IF WS-TOT-FILE-STATUS = '00' OR WS-TOT-FILE-STATUS = '05'
010860         MOVE SPACES                 TO CMN-TOT-REC
010870         MOVE CMN-LINK-PROC-DATE     TO CMN-TOT-PROC-DATE
010880         MOVE CMN-PROC-READ-COUNT    TO CMN-TOT-TRAN-READ
010890         MOVE CMN-PROC-APPLIED-COUNT TO CMN-TOT-TRAN-APPLIED
010900         MOVE CMN-PROC-REJECT-COUNT  TO CMN-TOT-TRAN-REJECT
010910         MOVE CMN-PROC-MST-IN-COUNT  TO CMN-TOT-MST-IN-COUNT
010920         MOVE CMN-PROC-MST-OUT-COUNT TO CMN-TOT-MST-OUT-COUNT
010930         MOVE CMN-PROC-HASH-IN       TO CMN-TOT-HASH-IN
010940         MOVE CMN-PROC-HASH-OUT      TO CMN-TOT-HASH-OUT
010950         INSPECT CMN-TOT-REC
010960             REPLACING ALL LOW-VALUE BY SPACE
010970         WRITE CMN-TOT-REC
010980         IF WS-TOT-FILE-STATUS NOT = '00'
010990             SET CMN-LOG-SEV-WARN TO TRUE
011000             MOVE 'DATBATC - CONTROL-TOTALS WRITE FAILED'
011010                              TO CMN-LOG-MSG-TEXT
011020             PERFORM 7000-LOG-MESSAGE THRU 7000-EXIT
011030         END-IF
011040         CLOSE CMN-TOT-FILE
011050         MOVE 'DATBATC - CYCLE IN BALANCE, TOTALS WRITTEN'
011060                                  TO CMN-LOG-MSG-TEXT
011070         PERFORM 7000-LOG-MESSAGE THRU 7000-EXIT
011080* MARK THE BALANCE UNIT COMPLETE SO A MONTH-END FAILURE           *
011090* DOES NOT RE-DRIVE THE BALANCE AND DUPLICATE THE TOTALS.         *
011100         MOVE 3000 TO WS-CHECKPOINT-UNIT
011110         PERFORM 6000-WRITE-CHECKPOINT THRU 6000-EXIT
011120     ELSE
011130         SET CMN-LOG-SEV-WARN TO TRUE
011140         MOVE 'DATBATC - CONTROL-TOTALS WRITE FAILED'
011150                                  TO CMN-LOG-MSG-TEXT
011160         PERFORM 7000-LOG-MESSAGE THRU 7000-EXIT
011170     END-IF.
011180 3000-EXIT.
011190     EXIT.
011200*
011210 3100-READ-TOTALS.
011220     READ CMN-TOT-FILE
011230         AT END
011240             SET WS-TOT-EOF TO TRUE
011250         NOT AT END
011260             MOVE CMN-TOT-MST-OUT-COUNT
011270                 TO WS-PRIOR-MST-OUT-COUNT
011280             MOVE CMN-TOT-HASH-OUT TO WS-PRIOR-HASH-OUT
011290             SET WS-TOT-FOUND TO TRUE
011300     END-READ.
011310 3100-EXIT.
011320     EXIT.
011330*
011340******************************************************************
011350* 4000-MONTH-END - THE MONTH-END UNIT OF WORK. AFTER A CLEAN      *
011360* DAILY CYCLE THE DRIVER ASKS DEOM WHETHER THE CYCLE DATE IS      *
011370* THE LAST BUSINESS DAY OF THE MONTH; WHEN IT IS, THE MONTH'S     *
011380* CONTROL-TOTALS RECORDS ARE ACCUMULATED INTO ONE MONTH-TO-       *
011390* DATE RECORD, A SNAPSHOT GENERATION OF THE UPDATED MASTER IS     *
011400* CUT, AND THE MONTHLY SUMMARY PRINTS. THE UNIT CHECKPOINTS       *
011410* AS 4000 SO A FAILURE HERE RE-DRIVES NEITHER THE DAILY APPLY     *
011420* NOR THE BALANCE.                                                *
011430******************************************************************
011440 4000-MONTH-END.
011450     SET CMN-FUNC-MONTH-END TO TRUE.
011460     CALL 'CMNDISP' USING CMN-LINKAGE.
011470     IF CMN-RETURN-CODE > WS-WORST-RETURN-CODE
011480         MOVE CMN-RETURN-CODE TO WS-WORST-RETURN-CODE
011490     END-IF.
011500     IF NOT CMN-RC-NORMAL
011510         SET CMN-LOG-SEV-ERROR TO TRUE
011520         MOVE 'DATBATC - DEOM CALL FAILED'
011530                              TO CMN-LOG-MSG-TEXT
011540         PERFORM 7000-LOG-MESSAGE THRU 7000-EXIT
011550         GO TO 4000-EXIT
011560     END-IF.
011570     IF CMN-DATE-NOT-MONTH-END
011580         MOVE 'DATBATC - NOT MONTH END, UNIT SKIPPED'
011590                              TO CMN-LOG-MSG-TEXT
011600         PERFORM 7000-LOG-MESSAGE THRU 7000-EXIT
011610         MOVE 4000 TO WS-CHECKPOINT-UNIT
011620         PERFORM 6000-WRITE-CHECKPOINT THRU 6000-EXIT
011630         GO TO 4000-EXIT
011640     END-IF.
011650     MOVE CMN-LINK-PROC-DATE TO WS-MONTH-DATE.
011660* THE SNAPSHOT IS CUT FIRST - IT IS A TRUNCATE-AND-REWRITE        *
011670* AND SAFE TO RE-DRIVE, WHILE THE MONTH-TO-DATE WRITE IS AN       *
011680* APPEND. THE OLD ORDER LET A SNAPSHOT FAILURE RESTART BACK       *
011690* THROUGH 4100 AND APPEND THE MONTH'S RECORD TWICE.               *
011700     PERFORM 4200-SNAPSHOT-MASTER THRU 4200-EXIT.
011710     IF WS-ABEND-OCCURRED
011720         GO TO 4000-EXIT
011730     END-IF.
011740     PERFORM 4100-ACCUM-MONTH-TOTALS THRU 4100-EXIT.
011750     IF WS-ABEND-OCCURRED
011760         GO TO 4000-EXIT
011770     END-IF.
011780     PERFORM 4300-PRINT-MONTH-SUMMARY THRU 4300-EXIT.
011790     MOVE 4000 TO WS-CHECKPOINT-UNIT.
011800     PERFORM 6000-WRITE-CHECKPOINT THRU 6000-EXIT.
011810 4000-EXIT.
011820     EXIT.
011830*
011840******************************************************************
011850* 4100-ACCUM-MONTH-TOTALS - ONE PASS OVER THE CONTROL-TOTALS      *
011860* FILE ACCUMULATING EVERY RECORD CARRYING THE CYCLE MONTH.        *
011870* OPENING POSITION IS THE FIRST SUCH RECORD'S MASTER-IN           *
011880* COUNT AND HASH; CLOSING IS THE LAST RECORD'S MASTER-OUT.        *
011890* THE MONTH-TO-DATE RECORD IS APPENDED TO CMNMTD - ANY            *
011900* FAILURE ABENDS U0065.                                           *
011910******************************************************************
011920 4100-ACCUM-MONTH-TOTALS.
011930     MOVE ZEROS TO WS-MTD-CYCLE-COUNT
011940                   WS-MTD-TRAN-READ
011950                   WS-MTD-TRAN-APPLIED
011960                   WS-MTD-TRAN-REJECT
011970                   WS-MTD-OPEN-MST-COUNT
011980                   WS-MTD-CLOSE-MST-COUNT
011990                   WS-MTD-OPEN-HASH
012000                   WS-MTD-CLOSE-HASH.
012010     SET WS-MTD-FIRST   TO TRUE.
012020     SET WS-MTD-NOT-EOF TO TRUE.
012030     OPEN INPUT CMN-TOT-FILE.
012040     MOVE WS-TOT-FILE-STATUS TO WS-TOT-OPEN-STATUS.
012050     IF WS-TOT-OPEN-STATUS NOT = '00'
012060         IF WS-TOT-OPEN-STATUS = '05'
012070             CLOSE CMN-TOT-FILE
012080         END-IF
012090         MOVE 0065               TO CMN-ABEND-CODE
012100         MOVE 'DATBATC'          TO CMN-ABEND-PGM-NAME
012110         MOVE 'MONTH TOTALS ACCUMULATION FAILED'
012120                                 TO CMN-ABEND-REASON
012130         PERFORM 9000-CMN-ABEND  THRU 9000-EXIT
012140         SET WS-ABEND-OCCURRED   TO TRUE
012150         GO TO 4100-EXIT
012160     END-IF.
012170     PERFORM 4150-READ-MONTH-TOTALS THRU 4150-EXIT
012180         UNTIL WS-MTD-EOF.
012190     CLOSE CMN-TOT-FILE.
012200     OPEN EXTEND CMN-MTD-FILE.
012210     IF WS-MTD-FILE-STATUS NOT = '00'
012220         AND WS-MTD-FILE-STATUS NOT = '05'
012230         MOVE 0065               TO CMN-ABEND-CODE
012240         MOVE 'DATBATC'          TO CMN-ABEND-PGM-NAME
012250         MOVE 'MONTH-TO-DATE WRITE FAILED'
012260                                 TO CMN-ABEND-REASON
012270         PERFORM 9000-CMN-ABEND  THRU 9000-EXIT
012280         SET WS-ABEND-OCCURRED   TO TRUE
012290         GO TO 4100-EXIT
012300     END-IF.
012310     MOVE SPACES                 TO CMN-MTD-REC.
012320     MOVE WS-MONTH-CCYYMM        TO CMN-MTD-MONTH.
012330     MOVE WS-MTD-CYCLE-COUNT     TO CMN-MTD-CYCLE-COUNT.
012340     MOVE WS-MTD-TRAN-READ       TO CMN-MTD-TRAN-READ.
012350     MOVE WS-MTD-TRAN-APPLIED    TO CMN-MTD-TRAN-APPLIED.
012360     MOVE WS-MTD-TRAN-REJECT     TO CMN-MTD-TRAN-REJECT.
012370     MOVE WS-MTD-OPEN-MST-COUNT  TO CMN-MTD-OPEN-MST-COUNT.
012380     MOVE WS-MTD-CLOSE-MST-COUNT TO CMN-MTD-CLOSE-MST-COUNT.
012390     MOVE WS-MTD-OPEN-HASH       TO CMN-MTD-OPEN-HASH.
012400     MOVE WS-MTD-CLOSE-HASH      TO CMN-MTD-CLOSE-HASH.
012410     INSPECT CMN-MTD-REC
012420         REPLACING ALL LOW-VALUE BY SPACE.
012430     WRITE CMN-MTD-REC.
012440     IF WS-MTD-FILE-STATUS NOT = '00'
012450         CLOSE CMN-MTD-FILE
012460         MOVE 0065               TO CMN-ABEND-CODE
012470         MOVE 'DATBATC'          TO CMN-ABEND-PGM-NAME
012480         MOVE 'MONTH-TO-DATE WRITE FAILED'
012490                                 TO CMN-ABEND-REASON
012500         PERFORM 9000-CMN-ABEND  THRU 9000-EXIT
012510         SET WS-ABEND-OCCURRED   TO TRUE
012520         GO TO 4100-EXIT
012530     END-IF.
012540     CLOSE CMN-MTD-FILE.
012550 4100-EXIT.
012560     EXIT.
012570*
012580 4150-READ-MONTH-TOTALS.
012590     READ CMN-TOT-FILE
012600         AT END
012610             SET WS-MTD-EOF TO TRUE
012620         NOT AT END
012630             MOVE CMN-TOT-PROC-DATE TO WS-TOT-DATE
012640             IF WS-TOT-CCYYMM = WS-MONTH-CCYYMM
012650                 IF WS-MTD-FIRST
012660                     MOVE CMN-TOT-MST-IN-COUNT
012670                         TO WS-MTD-OPEN-MST-COUNT
012680                     MOVE CMN-TOT-HASH-IN
012690                         TO WS-MTD-OPEN-HASH
012700                     SET WS-MTD-NOT-FIRST TO TRUE
012710                 END-IF
012720                 ADD 1 TO WS-MTD-CYCLE-COUNT
012730                 ADD CMN-TOT-TRAN-READ    TO WS-MTD-TRAN-READ
012740                 ADD CMN-TOT-TRAN-APPLIED
012750                     TO WS-MTD-TRAN-APPLIED
012760                 ADD CMN-TOT-TRAN-REJECT  TO WS-MTD-TRAN-REJECT
012770                 MOVE CMN-TOT-MST-OUT-COUNT
012780                     TO WS-MTD-CLOSE-MST-COUNT
012790                 MOVE CMN-TOT-HASH-OUT
012800                     TO WS-MTD-CLOSE-HASH
012810             END-IF
012820     END-READ.
012830 4150-EXIT.
012840     EXIT.
012850*
012860******************************************************************
012870* 4200-SNAPSHOT-MASTER - CUT THE MONTH-END GENERATION OF THE      *
012880* MASTER BY COPYING THE CYCLE'S UPDATED GENERATION (CMNMSTO)      *
012890* TO THE SNAPSHOT DATASET (CMNMSNP). ANY FAILURE ABENDS           *
012900* U0066 - A MONTH-END THAT CLAIMS A SNAPSHOT IT NEVER CUT IS      *
012910* THE SILENT DROP THE CONTROLS EXIST TO CATCH.                    *
012920******************************************************************
012930 4200-SNAPSHOT-MASTER.
012940     MOVE ZEROS TO WS-SNAP-COUNT.
012950     SET WS-SNAP-NOT-EOF TO TRUE.
012960     OPEN INPUT  CMN-MST-IN-FILE.
012970     OPEN OUTPUT CMN-MST-OUT-FILE.
012980     IF (WS-MST-IN-FILE-STATUS NOT = '00'
012990         AND WS-MST-IN-FILE-STATUS NOT = '05')
013000         OR WS-MST-OUT-STATUS NOT = '00'
013010         MOVE 0066               TO CMN-ABEND-CODE
013020         MOVE 'DATBATC'          TO CMN-ABEND-PGM-NAME
013030         MOVE 'MONTH-END SNAPSHOT FAILED'
013040                                 TO CMN-ABEND-REASON
013050         PERFORM 9000-CMN-ABEND  THRU 9000-EXIT
013060         SET WS-ABEND-OCCURRED   TO TRUE
013070         GO TO 4200-EXIT
013080     END-IF.
013090     PERFORM 4250-COPY-ONE-MASTER THRU 4250-EXIT
013100         UNTIL WS-SNAP-EOF OR WS-ABEND-OCCURRED.
013110     CLOSE CMN-MST-IN-FILE
013120           CMN-MST-OUT-FILE.
013130 4200-EXIT.
013140     EXIT.
013150*
013160 4250-COPY-ONE-MASTER.
013170     READ CMN-MST-IN-FILE
013180         AT END
013190             SET WS-SNAP-EOF TO TRUE
013200         NOT AT END
013210             WRITE CMN-MST-OUT-REC FROM CMN-MST-IN-REC
013220             IF WS-MST-OUT-STATUS NOT = '00'
013230                 MOVE 0066               TO CMN-ABEND-CODE
013240                 MOVE 'DATBATC'          TO CMN-ABEND-PGM-NAME
013250                 MOVE 'MONTH-END SNAPSHOT FAILED'
013260                                         TO CMN-ABEND-REASON
013270                 PERFORM 9000-CMN-ABEND  THRU 9000-EXIT
013280                 SET WS-ABEND-OCCURRED   TO TRUE
013290             ELSE
013300                 ADD 1 TO WS-SNAP-COUNT
013310             END-IF
013320     END-READ.
013330 4250-EXIT.
013340     EXIT.
013350*
013360 4300-PRINT-MONTH-SUMMARY.
013370     DISPLAY 'DATBATC - MONTH-END SUMMARY ' WS-MONTH-CCYYMM.
013380     DISPLAY 'DATBATC -   CYCLES IN MONTH  '
013390             WS-MTD-CYCLE-COUNT.
013400     DISPLAY 'DATBATC -   TRANS READ       ' WS-MTD-TRAN-READ.
013410     DISPLAY 'DATBATC -   TRANS APPLIED    '
013420             WS-MTD-TRAN-APPLIED.
013430     DISPLAY 'DATBATC -   TRANS REJECTED   '
013440             WS-MTD-TRAN-REJECT.
013450     DISPLAY 'DATBATC -   OPENING MASTERS  '
013460             WS-MTD-OPEN-MST-COUNT ' HASH ' WS-MTD-OPEN-HASH.
013470     DISPLAY 'DATBATC -   CLOSING MASTERS  '
013480             WS-MTD-CLOSE-MST-COUNT ' HASH ' WS-MTD-CLOSE-HASH.
013490     DISPLAY 'DATBATC -   SNAPSHOT RECORDS ' WS-SNAP-COUNT.
013500     MOVE SPACES TO CMN-LOG-MSG-TEXT.
013510     STRING 'DATBATC - MONTH-END COMPLETE '
013520                              DELIMITED BY SIZE
013530            WS-MONTH-CCYYMM   DELIMITED BY SIZE
013540            ' CYCLES '        DELIMITED BY SIZE
013550            WS-MTD-CYCLE-COUNT DELIMITED BY SIZE
013560       INTO CMN-LOG-MSG-TEXT.
013570     PERFORM 7000-LOG-MESSAGE THRU 7000-EXIT.
013580 4300-EXIT.
013590     EXIT.
013600*
013610******************************************************************
013620* 6000-WRITE-CHECKPOINT - REWRITE THE ONE-RECORD                 *
013630* CHECKPOINT FILE WITH THE UNIT IN WS-CHECKPOINT-UNIT,           *
013640* THE CYCLE DATE, THE WORST RETURN CODE SO FAR, THE PROC         *
013650* COUNTS AND THE MASTER COUNTS AND HASHES. A FAILED WRITE        *
013660* IS LOGGED BUT DOES NOT STOP THE CYCLE - THE CHECKPOINT         *
013670* IS RECOVERY AID, NOT UNIT OF WORK.                             *
013680******************************************************************
013690 6000-WRITE-CHECKPOINT.
013700     OPEN OUTPUT CMN-CHK-FILE.
013710     IF WS-CHK-FILE-STATUS = '00' OR WS-CHK-FILE-STATUS = '05'
013720         MOVE SPACES                TO CMN-CHK-REC
013730         MOVE CMN-LINK-PROC-DATE    TO CMN-CHK-PROC-DATE
013740         MOVE WS-CHECKPOINT-UNIT    TO CMN-CHK-LAST-UNIT
013750         MOVE WS-WORST-RETURN-CODE  TO CMN-CHK-WORST-RC
013760         MOVE CMN-PROC-READ-COUNT   TO CMN-CHK-READ-COUNT
013770         MOVE CMN-PROC-APPLIED-COUNT TO CMN-CHK-APPLIED-COUNT
013780         MOVE CMN-PROC-REJECT-COUNT TO CMN-CHK-REJECT-COUNT
013790         MOVE CMN-PROC-MST-IN-COUNT TO CMN-CHK-MST-IN-COUNT
013800         MOVE CMN-PROC-MST-OUT-COUNT
013810             TO CMN-CHK-MST-OUT-COUNT
013820         MOVE CMN-PROC-HASH-IN      TO CMN-CHK-HASH-IN
013830         MOVE CMN-PROC-HASH-OUT     TO CMN-CHK-HASH-OUT
013840         INSPECT CMN-CHK-REC
013850             REPLACING ALL LOW-VALUE BY SPACE
013860         WRITE CMN-CHK-REC
013870         IF WS-CHK-FILE-STATUS NOT = '00'
013880             SET CMN-LOG-SEV-WARN TO TRUE
013890             MOVE 'DATBATC - CHECKPOINT WRITE FAILED'
013900                              TO CMN-LOG-MSG-TEXT
013910             PERFORM 7000-LOG-MESSAGE THRU 7000-EXIT
013920         END-IF
013930         CLOSE CMN-CHK-FILE
013940     ELSE
013950         SET CMN-LOG-SEV-WARN TO TRUE
013960         MOVE 'DATBATC - CHECKPOINT WRITE FAILED'
013970                                  TO CMN-LOG-MSG-TEXT
013980         PERFORM 7000-LOG-MESSAGE THRU 7000-EXIT
013990     END-IF.
014000 6000-EXIT.
014010     EXIT.
014020*
014030 COPY CMNDAYP.
014040 COPY CMNRGVP.
014050 COPY CMNLOGP.
014060 COPY CMNABNP.
