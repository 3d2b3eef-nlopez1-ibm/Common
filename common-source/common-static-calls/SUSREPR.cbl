000190*   COLS 1-4   FUNCTION - 'AMND', 'RLSE' OR 'DELT'.               *
000200*   COLS 6-9   SUSPENSE ENTRY NUMBER (FROM SUSRPT).               *
000210*   AMND ONLY - BLANK MEANS KEEP THE HELD VALUE:                  *
000220*   COL  11    NEW ACTION CODE (A, C, D OR T).                    *
000230*   COLS 13-24 NEW AMOUNT, SIGN LEADING (+999999999.99            *
000240*              DIGITS ONLY, NO DECIMAL POINT).                    *
000250*   COLS 26-35 NEW KEY.                                           *
000260*   COLS 37-56 NEW NAME.                                          *
000265*   COLS 58-67 NEW TRANSFER TO-KEY.                               *
000270*                                                                 *
000280* ABEND CODES (THROUGH THE SHARED CMNABNP PARAGRAPH):             *
000290*   U0080 - CONTROL-CARD FILE MISSING OR UNREADABLE.              *
000660*                  RECORDS, SO AN UNSORTED RELEASE COULD         *
000670*                  BOUNCE STRAIGHT BACK INTO SUSPENSE.           *
000680*                  MEMBER RESEQUENCED.                           *
000682* 20261015 RAL   AMND CAN NOW CORRECT THE TO-KEY OF A HELD       *
000684*                  TRANSFER (COLS 58-67). A TRANSFER IS HELD AND *
000686*                  RELEASED AS ONE RECORD, SO BOTH LEGS GO BACK  *
000688*                  THROUGH THE APPLY TOGETHER.                   *
000690******************************************************************
000700*
000710 ENVIRONMENT DIVISION.
001510     05  WS-CARD-KEY                 PIC X(10) VALUE SPACES.
001520     05  FILLER                      PIC X(01) VALUE SPACES.
001530     05  WS-CARD-NAME                PIC X(20) VALUE SPACES.
001532     05  FILLER                      PIC X(01) VALUE SPACES.
001534     05  WS-CARD-TO-KEY              PIC X(10) VALUE SPACES.
001540     05  FILLER                      PIC X(13) VALUE SPACES.
001550 01  WS-TRAN-WORK.
001560     05  WS-TRAN-WORK-KEY            PIC X(10).
001570     05  WS-TRAN-WORK-ACTION         PIC X(01).
001580     05  WS-TRAN-WORK-AMOUNT         PIC S9(09)V99
001590                                     SIGN LEADING SEPARATE.
001600     05  WS-TRAN-WORK-NAME           PIC X(20).
001605     05  WS-TRAN-WORK-TO-KEY         PIC X(10).
001610     05  FILLER                      PIC X(27).
001620* IN-STORAGE COPY OF THE SUSPENSE FILE - THE ENTRY NUMBERS        *
001630* ON THE CONTROL CARDS ARE POSITIONS IN THIS TABLE, WHICH         *
001640* ARE THE POSITIONS THE SUSRPT AGING REPORT PRINTS.               *
004110     IF WS-CARD-NAME NOT = SPACES
004120         MOVE WS-CARD-NAME TO WS-TRAN-WORK-NAME
004130     END-IF.
004132     IF WS-CARD-TO-KEY NOT = SPACES
004134         MOVE WS-CARD-TO-KEY TO WS-TRAN-WORK-TO-KEY
004136     END-IF.
004140     MOVE WS-TRAN-WORK TO WS-SUS-E-DATA (WS-SUS-SUB).
004150     ADD 1 TO WS-AMEND-COUNT.
004160 2200-EXIT.
