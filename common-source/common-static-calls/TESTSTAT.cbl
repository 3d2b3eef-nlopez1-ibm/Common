000380*                  DATE FUNCTIONS - PREFIX-ONLY MESSAGE CHECKS   *
000390*                  SINCE THE ANSWERS DEPEND ON THE CYCLE DATE    *
000400*                  THE RUN HAPPENS TO RESOLVE.                   *
000410*                  MEMBER RESEQUENCED.                           *
000420* 20261015 RAL   ADDED CASE 11 FOR THE TRYP TRIAL APPLY.         *
000430* 20261015 RAL   ADDED CASE 12 - THE VERS ANSWER CARRIES THIS    *
000440*                  BUILD'S PATCH LEVEL AND RANK WHERE THE        *
000450*                  REGISTRY CHECK READS THEM (CMN-VERS-REPLY).   *
000460*                  MEMBER RESEQUENCED.                           *
000470******************************************************************
000480*
000490 ENVIRONMENT DIVISION.
000500 DATA DIVISION.
000510 WORKING-STORAGE SECTION.
000520 COPY CMNRANK.
000530 COPY CMNVERS.
000540 77  WS-CASE-NBR                  PIC 9(03) VALUE 00.
000550 77  WS-TESTS-RUN                 PIC 9(03) VALUE 00.
000560 77  WS-TESTS-PASSED              PIC 9(03) VALUE 00.
000570 01  WS-TEST-CASE.
000580     05  WS-TEST-NAME                PIC X(30).
000590     05  WS-TEST-FUNCTION            PIC X(04).
000600     05  WS-TEST-RANK                PIC 9(03).
000610     05  WS-TEST-EXPECTED-RC         PIC 9(02).
000620     05  WS-TEST-EXPECTED-STEP-RC    PIC 9(04).
000630     05  WS-TEST-EXPECTED-MSG        PIC X(40).
000640     05  WS-TEST-MSG-LEN              PIC 9(02).
000650 COPY CMNLINK.
000660*
000670 PROCEDURE DIVISION.
000680 0000-MAINLINE.
000690     DISPLAY 'TESTSTAT - BEGIN STATIC1 REGRESSION CHECK'.
000700     MOVE 'TESTSTAT-REGRESS' TO CMN-LINK-RUN-ID.
000710     MOVE 'TESTSTAT' TO CMN-CALLER-NAME.
000720     PERFORM 1000-RUN-CASE THRU 1000-EXIT
000730         WITH TEST BEFORE
000740         VARYING WS-CASE-NBR FROM 1 BY 1
000750         UNTIL WS-CASE-NBR > 12.
000760     PERFORM 9000-REPORT-RESULTS THRU 9000-EXIT.
000770     STOP RUN.
000780*
000790******************************************************************
000800* 1000-RUN-CASE - LOOK UP TEST CASE WS-CASE-NBR,                 *
000810* DRIVE STATIC1 WITH ITS LINKAGE VALUES, AND                     *
000820* CHECK BOTH THE RETURN CODE AND THE LEADING                     *
000830* WS-TEST-MSG-LEN CHARACTERS OF THE LOG MESSAGE                  *
000840* STATIC1 HANDED BACK ON CMN-STATUS-TEXT.                        *
000850******************************************************************
000860 1000-RUN-CASE.
000870     ADD 1 TO WS-TESTS-RUN.
000880     MOVE SPACES TO CMN-STATUS-TEXT.
000890     EVALUATE WS-CASE-NBR
000900         WHEN 1
000910             MOVE 'INIT FUNCTION, RANK OK'  TO WS-TEST-NAME
000920             MOVE 'INIT'                   TO WS-TEST-FUNCTION
000930             MOVE CMN-STATIC1-RANK         TO WS-TEST-RANK
000940             MOVE 00                       TO WS-TEST-EXPECTED-RC
000950             MOVE 0000 TO WS-TEST-EXPECTED-STEP-RC
000960             MOVE 'STATIC1 FUNCTION INIT COMPLETE'
000970                                           TO WS-TEST-EXPECTED-MSG
000980             MOVE 31                       TO WS-TEST-MSG-LEN
000990         WHEN 2
001000             MOVE 'PROC FUNCTION, RANK OK'  TO WS-TEST-NAME
001010             MOVE 'PROC'                   TO WS-TEST-FUNCTION
001020             MOVE CMN-STATIC1-RANK         TO WS-TEST-RANK
001030             MOVE 00                       TO WS-TEST-EXPECTED-RC
001040             MOVE 0000 TO WS-TEST-EXPECTED-STEP-RC
001050             MOVE 'STATIC1 FUNCTION PROC COMPLETE'
001060                                           TO WS-TEST-EXPECTED-MSG
001070             MOVE 31                       TO WS-TEST-MSG-LEN
001080         WHEN 3
001090             MOVE 'VERS FUNCTION, RANK OK'  TO WS-TEST-NAME
001100             MOVE 'VERS'                   TO WS-TEST-FUNCTION
001110             MOVE CMN-STATIC1-RANK         TO WS-TEST-RANK
001120             MOVE 00                       TO WS-TEST-EXPECTED-RC
001130             MOVE 0000 TO WS-TEST-EXPECTED-STEP-RC
001140             MOVE 'STATIC1 '             TO WS-TEST-EXPECTED-MSG
001150             MOVE 08                       TO WS-TEST-MSG-LEN
001160         WHEN 4
001170             MOVE 'TERM FUNCTION, RANK OK'  TO WS-TEST-NAME
001180             MOVE 'TERM'                   TO WS-TEST-FUNCTION
001190             MOVE CMN-STATIC1-RANK         TO WS-TEST-RANK
001200             MOVE 00                       TO WS-TEST-EXPECTED-RC
001210             MOVE 0000 TO WS-TEST-EXPECTED-STEP-RC
001220             MOVE 'STATIC1 FUNCTION TERM COMPLETE'
001230                                           TO WS-TEST-EXPECTED-MSG
001240             MOVE 31                       TO WS-TEST-MSG-LEN
001250         WHEN 5
001260             MOVE 'PROC FUNCTION, BAD RANK' TO WS-TEST-NAME
001270             MOVE 'PROC'                   TO WS-TEST-FUNCTION
001280             MOVE 999                      TO WS-TEST-RANK
001290             MOVE 16                       TO WS-TEST-EXPECTED-RC
001300             MOVE 0016 TO WS-TEST-EXPECTED-STEP-RC
001310             MOVE SPACES                   TO WS-TEST-EXPECTED-MSG
001320             MOVE 40                       TO WS-TEST-MSG-LEN
001330         WHEN 6
001340             MOVE 'UNKNOWN FUNCTION, RANK OK' TO WS-TEST-NAME
001350             MOVE 'ZZZZ'                   TO WS-TEST-FUNCTION
001360             MOVE CMN-STATIC1-RANK         TO WS-TEST-RANK
001370             MOVE 08                       TO WS-TEST-EXPECTED-RC
001380             MOVE 0020 TO WS-TEST-EXPECTED-STEP-RC
001390             MOVE SPACES                   TO WS-TEST-EXPECTED-MSG
001400             MOVE 40                       TO WS-TEST-MSG-LEN
001410         WHEN 7
001420             MOVE 'DADD FUNCTION, RANK OK'  TO WS-TEST-NAME
001430             MOVE 'DADD'                   TO WS-TEST-FUNCTION
001440             MOVE CMN-STATIC1-RANK         TO WS-TEST-RANK
001450             MOVE 00                       TO WS-TEST-EXPECTED-RC
001460             MOVE 0000 TO WS-TEST-EXPECTED-STEP-RC
001470             MOVE 'STATIC1 DADD'           TO WS-TEST-EXPECTED-MSG
001480             MOVE 12                       TO WS-TEST-MSG-LEN
001490             MOVE 003                      TO CMN-DATE-REQ-DAYS
001500         WHEN 8
001510             MOVE 'DDOW FUNCTION, RANK OK'  TO WS-TEST-NAME
001520             MOVE 'DDOW'                   TO WS-TEST-FUNCTION
001530             MOVE CMN-STATIC1-RANK         TO WS-TEST-RANK
001540             MOVE 00                       TO WS-TEST-EXPECTED-RC
001550             MOVE 0000 TO WS-TEST-EXPECTED-STEP-RC
001560             MOVE 'STATIC1 DDOW'           TO WS-TEST-EXPECTED-MSG
001570             MOVE 12                       TO WS-TEST-MSG-LEN
001580         WHEN 9
001590             MOVE 'DEOM FUNCTION, RANK OK'  TO WS-TEST-NAME
001600             MOVE 'DEOM'                   TO WS-TEST-FUNCTION
001610             MOVE CMN-STATIC1-RANK         TO WS-TEST-RANK
001620             MOVE 00                       TO WS-TEST-EXPECTED-RC
001630             MOVE 0000 TO WS-TEST-EXPECTED-STEP-RC
001640             MOVE 'STATIC1 DEOM'           TO WS-TEST-EXPECTED-MSG
001650             MOVE 12                       TO WS-TEST-MSG-LEN
001660         WHEN 10
001670             MOVE 'PARM FETCH, NO PARM FILE' TO WS-TEST-NAME
001680             MOVE 'PARM'                   TO WS-TEST-FUNCTION
001690             MOVE CMN-STATIC1-RANK         TO WS-TEST-RANK
001700             MOVE 08                       TO WS-TEST-EXPECTED-RC
001710             MOVE 0008 TO WS-TEST-EXPECTED-STEP-RC
001720             MOVE 'STATIC1 PARM FILE NOT AVAILABLE'
001730                                           TO WS-TEST-EXPECTED-MSG
001740             MOVE 31                       TO WS-TEST-MSG-LEN
001750             MOVE 'TOLERANCE-PCT'          TO CMN-PARM-NAME
001760         WHEN 11
001770             MOVE 'TRYP FUNCTION, RANK OK'  TO WS-TEST-NAME
001780             MOVE 'TRYP'                   TO WS-TEST-FUNCTION
001790             MOVE CMN-STATIC1-RANK         TO WS-TEST-RANK
001800             MOVE 00                       TO WS-TEST-EXPECTED-RC
001810             MOVE 0000 TO WS-TEST-EXPECTED-STEP-RC
001820             MOVE 'STATIC1 FUNCTION TRYP COMPLETE'
001830                                           TO WS-TEST-EXPECTED-MSG
001840             MOVE 31                       TO WS-TEST-MSG-LEN
001850         WHEN 12
001860             MOVE 'VERS REPLY, LEVEL AND RANK' TO WS-TEST-NAME
001870             MOVE 'VERS'                   TO WS-TEST-FUNCTION
001880             MOVE CMN-STATIC1-RANK         TO WS-TEST-RANK
001890             MOVE 00                       TO WS-TEST-EXPECTED-RC
001900             MOVE 0000 TO WS-TEST-EXPECTED-STEP-RC
001910             MOVE SPACES                   TO WS-TEST-EXPECTED-MSG
001920             STRING 'STATIC1 '          DELIMITED BY SIZE
001930                    CMN-VERS-PATCH-LVL  DELIMITED BY SIZE
001940                    ' RANK '            DELIMITED BY SIZE
001950                    CMN-STATIC1-RANK    DELIMITED BY SIZE
001960               INTO WS-TEST-EXPECTED-MSG
001970             MOVE 21                       TO WS-TEST-MSG-LEN
001980     END-EVALUATE.
001990     MOVE WS-TEST-FUNCTION TO CMN-FUNCTION-CODE.
002000     MOVE WS-TEST-RANK     TO CMN-RANK.
002010     MOVE 0000             TO RETURN-CODE.
002020     CALL 'STATIC1' USING CMN-LINKAGE.
002030     IF CMN-RETURN-CODE = WS-TEST-EXPECTED-RC
002040         AND RETURN-CODE = WS-TEST-EXPECTED-STEP-RC
002050         AND CMN-STATUS-TEXT(1:WS-TEST-MSG-LEN) =
002060             WS-TEST-EXPECTED-MSG(1:WS-TEST-MSG-LEN)
002070         ADD 1 TO WS-TESTS-PASSED
002080         DISPLAY 'TESTSTAT - PASS - ' WS-TEST-NAME
002090     ELSE
002100         DISPLAY 'TESTSTAT - FAIL - ' WS-TEST-NAME
002110         DISPLAY 'TESTSTAT -        EXPECTED RC='
002120                 WS-TEST-EXPECTED-RC ' GOT RC=' CMN-RETURN-CODE
002130         DISPLAY 'TESTSTAT -        EXPECTED STEP RC='
002140                 WS-TEST-EXPECTED-STEP-RC
002150                 ' GOT STEP RC=' RETURN-CODE
002160         DISPLAY 'TESTSTAT -        EXPECTED MSG='
002170                 WS-TEST-EXPECTED-MSG(1:WS-TEST-MSG-LEN)
002180                 ' GOT MSG=' CMN-STATUS-TEXT(1:WS-TEST-MSG-LEN)
002190     END-IF.
002200 1000-EXIT.
002210     EXIT.
002220*
002230 9000-REPORT-RESULTS.
002240     DISPLAY 'TESTSTAT - ' WS-TESTS-PASSED ' OF '
002250             WS-TESTS-RUN ' CASES PASSED'.
002260     IF WS-TESTS-PASSED = WS-TESTS-RUN
002270         MOVE 00 TO RETURN-CODE
002280     ELSE
002290         MOVE 08 TO RETURN-CODE
002300     END-IF.
002310 9000-EXIT.
002320     EXIT.
