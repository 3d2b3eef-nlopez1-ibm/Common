000230*              ONLY, NO DECIMAL POINT). REQUIRED FOR ADD;         *
000240*              BLANK ON CHG KEEPS THE OLD BALANCE.                *
000250*   COLS 30-49 NAME. BLANK ON CHG KEEPS THE OLD NAME.             *
000252*   COL  51    ACCOUNT STATUS - 'A' ACTIVE, 'F' FROZEN, 'C'       *
000253*              CLOSED. BLANK ON ADD OPENS ACTIVE; BLANK ON CHG    *
000254*              KEEPS THE OLD STATUS.                              *
000255*   COLS 53-64 OVERDRAFT LIMIT, SAME FORM AS THE BALANCE, NOT     *
000256*              NEGATIVE. BLANK ON ADD MEANS NO OVERDRAFT; BLANK   *
000257*              ON CHG KEEPS THE OLD LIMIT.                        *
000260*                                                                 *
000270* ABEND CODES (THROUGH THE SHARED CMNABNP PARAGRAPH):             *
000280*   U0090 - CONTROL-CARD FILE MISSING OR UNREADABLE.              *
000290*   U0091 - UNKNOWN FUNCTION ON A CONTROL CARD.                   *
000300*   U0092 - CARD INVALID (KEY MISSING, BALANCE NOT                *
000310*           NUMERIC, STATUS NOT A/F/C, OVERDRAFT LIMIT            *
000312*           NOT NUMERIC OR NEGATIVE, OR CARDS OUT OF KEY          *
000314*           SEQUENCE).                                            *
000320*   U0093 - CONTROL-CARD TABLE OVERFLOW.                          *
000330*   U0094 - ADD FOR A KEY ALREADY ON THE MASTER, OR               *
000340*           CHG/DEL FOR A KEY NOT ON THE MASTER.                  *
000457*                  ARE NOW REDEFINED WITH THE MASTER'S OWN       *
000458*                  PICTURE AND VALIDATED AND MOVED THROUGH       *
000459*                  THAT VIEW.                                    *
000460* 20261015 RAL   ACCOUNT STATUS (COL 51) AND OVERDRAFT LIMIT     *
000461*                  (COLS 53-64) ON THE CONTROL CARD, VALIDATED   *
000462*                  WITH THE REST OF THE DECK AND CARRIED OLD/NEW *
000463*                  ON THE CMNMAUF AUDIT RECORD. A MASTER FROM    *
000464*                  BEFORE THE FIELDS EXISTED IS WRITTEN BACK     *
000465*                  ACTIVE WITH NO OVERDRAFT.                     *
000467* 20261015 RAL   THE AUDIT RECORD NOW CARRIES THE SHOP CONTROL   *
000468*                  DATE THE CHANGE WAS MADE UNDER.               *
000466******************************************************************
000470*
000480 ENVIRONMENT DIVISION.
000490 CONFIGURATION SECTION.
001258                                     SIGN LEADING SEPARATE.
001260     05  FILLER                      PIC X(01) VALUE SPACES.
001270     05  WS-CARD-NAME                PIC X(20) VALUE SPACES.
001271     05  FILLER                      PIC X(01) VALUE SPACES.
001272     05  WS-CARD-STATUS              PIC X(01) VALUE SPACES.
001273         88  WS-CARD-STATUS-VALID            VALUE 'A' 'F' 'C'
001274                                                   SPACE.
001275     05  FILLER                      PIC X(01) VALUE SPACES.
001276     05  WS-CARD-OD-LIMIT            PIC X(12) VALUE SPACES.
001277     05  WS-CARD-OD-LIMIT-N REDEFINES WS-CARD-OD-LIMIT
001278                                     PIC S9(09)V99
001279                                     SIGN LEADING SEPARATE.
001280     05  FILLER                      PIC X(16) VALUE SPACES.
001310 01  WS-MST-WORK.
001320     05  WS-MST-WORK-KEY             PIC X(10).
001330     05  WS-MST-WORK-NAME            PIC X(20).
001340     05  WS-MST-WORK-BALANCE         PIC S9(09)V99
001350                                     SIGN LEADING SEPARATE.
001360     05  WS-MST-WORK-MAINT-DATE      PIC 9(08).
001362     05  WS-MST-WORK-STATUS          PIC X(01).
001364     05  WS-MST-WORK-OD-LIMIT        PIC S9(09)V99
001366                                     SIGN LEADING SEPARATE.
001370     05  FILLER                      PIC X(17).
001380* CONTROL CARDS LOADED UP FRONT SO THE WHOLE BATCH IS             *
001390* VALIDATED BEFORE A SINGLE MASTER RECORD IS WRITTEN.             *
001400 01  WS-CRD-TABLE.
001450         10  WS-CRD-E-KEY            PIC X(10).
001460         10  WS-CRD-E-BALANCE        PIC X(12).
001470         10  WS-CRD-E-NAME           PIC X(20).
001472         10  WS-CRD-E-STATUS         PIC X(01).
001474         10  WS-CRD-E-OD-LIMIT       PIC X(12).
001480*
001490 COPY CMNLOGW.
001500 COPY CMNABNW.
002860         SET WS-ABEND-OCCURRED   TO TRUE
002870         GO TO 1250-EXIT
002880     END-IF.
002882     IF NOT WS-CARD-STATUS-VALID
002883         OR (WS-CARD-OD-LIMIT NOT = SPACES
002884             AND WS-CARD-OD-LIMIT-N NOT NUMERIC)
002885         MOVE 0092               TO CMN-ABEND-CODE
002886         MOVE 'MSTMNT'           TO CMN-ABEND-PGM-NAME
002887         MOVE 'CARD STATUS OR OVERDRAFT LIMIT INVALID'
002888                                 TO CMN-ABEND-REASON
002889         PERFORM 9000-CMN-ABEND  THRU 9000-EXIT
002890         SET WS-ABEND-OCCURRED   TO TRUE
002891         GO TO 1250-EXIT
002892     END-IF.
002893     IF WS-CARD-OD-LIMIT NOT = SPACES
002894         AND WS-CARD-OD-LIMIT-N < ZERO
002895         MOVE 0092               TO CMN-ABEND-CODE
002896         MOVE 'MSTMNT'           TO CMN-ABEND-PGM-NAME
002897         MOVE 'CARD OVERDRAFT LIMIT NEGATIVE'
002898                                 TO CMN-ABEND-REASON
002899         PERFORM 9000-CMN-ABEND  THRU 9000-EXIT
002900         SET WS-ABEND-OCCURRED   TO TRUE
002901         GO TO 1250-EXIT
002902     END-IF.
002903     IF WS-CRD-COUNT NOT < WS-CRD-MAX
002904         MOVE 0093               TO CMN-ABEND-CODE
002910         MOVE 'MSTMNT'           TO CMN-ABEND-PGM-NAME
002920         MOVE 'CONTROL-CARD TABLE OVERFLOW'
002930                                 TO CMN-ABEND-REASON
003010     MOVE WS-CARD-KEY      TO WS-CRD-E-KEY (WS-CRD-COUNT).
003020     MOVE WS-CARD-BALANCE  TO WS-CRD-E-BALANCE (WS-CRD-COUNT).
003030     MOVE WS-CARD-NAME     TO WS-CRD-E-NAME (WS-CRD-COUNT).
003032     MOVE WS-CARD-STATUS   TO WS-CRD-E-STATUS (WS-CRD-COUNT).
003034     MOVE WS-CARD-OD-LIMIT TO WS-CRD-E-OD-LIMIT (WS-CRD-COUNT).
003040 1250-EXIT.
003050     EXIT.
003060*
003680     END-IF.
003690     IF WS-MST-IN-KEY = WS-CURRENT-KEY
003700         MOVE CMN-MST-IN-REC TO WS-MST-WORK
003702         IF WS-MST-WORK-STATUS = SPACE
003704             MOVE 'A' TO WS-MST-WORK-STATUS
003706         END-IF
003707         IF WS-MST-WORK-OD-LIMIT NOT NUMERIC
003708             MOVE ZEROS TO WS-MST-WORK-OD-LIMIT
003709         END-IF
003710         SET WS-MST-ACTIVE TO TRUE
003720         PERFORM 2700-READ-MASTER THRU 2700-EXIT
003730     ELSE
003870     MOVE WS-CRD-E-KEY (WS-CRD-SUB)      TO WS-CARD-KEY.
003880     MOVE WS-CRD-E-BALANCE (WS-CRD-SUB)  TO WS-CARD-BALANCE.
003890     MOVE WS-CRD-E-NAME (WS-CRD-SUB)     TO WS-CARD-NAME.
003892     MOVE WS-CRD-E-STATUS (WS-CRD-SUB)   TO WS-CARD-STATUS.
003894     MOVE WS-CRD-E-OD-LIMIT (WS-CRD-SUB) TO WS-CARD-OD-LIMIT.
003900     EVALUATE TRUE
003910         WHEN WS-CARD-ADD AND WS-MST-INACTIVE
003920             MOVE SPACES           TO WS-MST-WORK
003930             MOVE ZEROS            TO CMN-MAU-OLD-BALANCE
003940             MOVE SPACES           TO CMN-MAU-OLD-NAME
003942             MOVE SPACE            TO CMN-MAU-OLD-STATUS
003944             MOVE ZEROS            TO CMN-MAU-OLD-OD-LIMIT
003950             MOVE WS-CARD-KEY      TO WS-MST-WORK-KEY
003960             MOVE WS-CARD-NAME     TO WS-MST-WORK-NAME
003970             MOVE WS-CARD-BALANCE-N TO WS-MST-WORK-BALANCE
003980             MOVE WS-CONTROL-DATE  TO WS-MST-WORK-MAINT-DATE
003981             MOVE 'A'              TO WS-MST-WORK-STATUS
003982             IF WS-CARD-STATUS NOT = SPACE
003983                 MOVE WS-CARD-STATUS TO WS-MST-WORK-STATUS
003984             END-IF
003985             MOVE ZEROS            TO WS-MST-WORK-OD-LIMIT
003986             IF WS-CARD-OD-LIMIT NOT = SPACES
003987                 MOVE WS-CARD-OD-LIMIT-N TO WS-MST-WORK-OD-LIMIT
003988             END-IF
003990             SET WS-MST-ACTIVE     TO TRUE
004000             ADD 1 TO WS-ADD-COUNT
004010             PERFORM 2400-WRITE-AUDIT THRU 2400-EXIT
004060         WHEN WS-CARD-CHANGE
004070             MOVE WS-MST-WORK-BALANCE TO CMN-MAU-OLD-BALANCE
004080             MOVE WS-MST-WORK-NAME    TO CMN-MAU-OLD-NAME
004082             MOVE WS-MST-WORK-STATUS  TO CMN-MAU-OLD-STATUS
004084             MOVE WS-MST-WORK-OD-LIMIT TO CMN-MAU-OLD-OD-LIMIT
004090             IF WS-CARD-BALANCE NOT = SPACES
004100                 MOVE WS-CARD-BALANCE-N TO WS-MST-WORK-BALANCE
004110             END-IF
004120             IF WS-CARD-NAME NOT = SPACES
004130                 MOVE WS-CARD-NAME    TO WS-MST-WORK-NAME
004140             END-IF
004142             IF WS-CARD-STATUS NOT = SPACE
004143                 MOVE WS-CARD-STATUS  TO WS-MST-WORK-STATUS
004144             END-IF
004145             IF WS-CARD-OD-LIMIT NOT = SPACES
004146                 MOVE WS-CARD-OD-LIMIT-N TO WS-MST-WORK-OD-LIMIT
004147             END-IF
004150             MOVE WS-CONTROL-DATE  TO WS-MST-WORK-MAINT-DATE
004160             ADD 1 TO WS-CHANGE-COUNT
004170             PERFORM 2400-WRITE-AUDIT THRU 2400-EXIT
004180         WHEN WS-CARD-DELETE
004190             MOVE WS-MST-WORK-BALANCE TO CMN-MAU-OLD-BALANCE
004200             MOVE WS-MST-WORK-NAME    TO CMN-MAU-OLD-NAME
004202             MOVE WS-MST-WORK-STATUS  TO CMN-MAU-OLD-STATUS
004204             MOVE WS-MST-WORK-OD-LIMIT TO CMN-MAU-OLD-OD-LIMIT
004210             SET WS-MST-INACTIVE   TO TRUE
004220             MOVE SPACES           TO WS-MST-WORK-NAME
004230             MOVE ZEROS            TO WS-MST-WORK-BALANCE
004232             MOVE SPACE            TO WS-MST-WORK-STATUS
004234             MOVE ZEROS            TO WS-MST-WORK-OD-LIMIT
004240             ADD 1 TO WS-DELETE-COUNT
004250             PERFORM 2400-WRITE-AUDIT THRU 2400-EXIT
004260     END-EVALUATE.
004570     MOVE WS-RUN-DATE          TO CMN-MAU-DATE.
004580     MOVE WS-RUN-TIME          TO CMN-MAU-TIME.
004590     MOVE CMN-LOG-RUN-ID       TO CMN-MAU-RUN-ID.
004592     MOVE WS-CONTROL-DATE      TO CMN-MAU-CTL-DATE.
004600     MOVE WS-CARD-FUNCTION     TO CMN-MAU-FUNCTION.
004610     MOVE WS-CARD-KEY          TO CMN-MAU-KEY.
004620     MOVE WS-MST-WORK-BALANCE  TO CMN-MAU-NEW-BALANCE.
004630     MOVE WS-MST-WORK-NAME     TO CMN-MAU-NEW-NAME.
004632     MOVE WS-MST-WORK-STATUS   TO CMN-MAU-NEW-STATUS.
004634     MOVE WS-MST-WORK-OD-LIMIT TO CMN-MAU-NEW-OD-LIMIT.
004640     INSPECT CMN-MAU-REC
004650         REPLACING ALL LOW-VALUE BY SPACE.
004660     WRITE CMN-MAU-REC.
