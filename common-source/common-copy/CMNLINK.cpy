000516*                  IN TURN - A NON-ZERO OVERRIDE REPLACES THE    *
000518*                  CONTROL-FILE DATE AT INITIALIZE AND COMES     *
000519*                  BACK WITH DATE SOURCE 'O'.                    *
000521* 20261015 RAL   ADDED THE TRYP FUNCTION CODE - THE PROC APPLY   *
000522*                  RUN AS A TRIAL THAT WRITES NOTHING - AND      *
000523*                  CMN-PROC-NEG-COUNT, THE ACCOUNTS THE APPLY    *
000524*                  TOOK FROM ZERO OR BETTER TO BELOW ZERO.       *
000525* 20261015 RAL   ADDED CMN-VERS-REPLY, THE FIXED LAYOUT OF THE   *
000526*                  VERS ANSWER ON CMN-STATUS-TEXT (SERVICE,      *
000527*                  PATCH LEVEL, RANK), SO THE REGISTRY CHECK     *
000528*                  CAN COMPARE IT FIELD BY FIELD. A REDEFINES    *
000529*                  ONLY - THE BLOCK AND THE RANK ARE UNCHANGED.  *
000520******************************************************************
000530*
000540 01  CMN-LINKAGE.
000610         88  CMN-FUNC-DAY-OF-WEEK            VALUE 'DDOW'.
000620         88  CMN-FUNC-MONTH-END              VALUE 'DEOM'.
000630         88  CMN-FUNC-PARM-FETCH             VALUE 'PARM'.
000635         88  CMN-FUNC-TRIAL-PROC             VALUE 'TRYP'.
000640     05  CMN-RANK                    PIC 9(03).
000650* EXPECTED LINK RANK IS DEFINED BY EACH CALLED                   *
000660* MEMBER - MISMATCH IS REJECTED ON ENTRY.                        *
000710         88  CMN-RC-SEVERE                   VALUE 12.
000720         88  CMN-RC-RANK-ERROR               VALUE 16.
000730     05  CMN-STATUS-TEXT             PIC X(40).
000731* THE VERS FUNCTION ANSWERS IN THIS LAYOUT - SERVICE NAME,       *
000732* PATCH LEVEL (CMNVERS), THE RANK THE MODULE WAS BUILT AT        *
000733* (CMNRANK), BUILD DATE AND HLQ.                                 *
000734     05  CMN-VERS-REPLY REDEFINES CMN-STATUS-TEXT.
000735         10  CMN-VERS-REPLY-NAME     PIC X(08).
000736         10  CMN-VERS-REPLY-LEVEL    PIC X(04).
000737         10  FILLER                  PIC X(06).
000738         10  CMN-VERS-REPLY-RANK     PIC X(03).
000739         10  FILLER                  PIC X(19).
000740     05  CMN-LINK-PROC-DATE          PIC 9(08).
000750     05  CMN-LINK-PROC-DATE-SRC      PIC X(01).
000760         88  CMN-LINK-DATE-FROM-CTLFILE       VALUE 'C'.
000850                                     SIGN LEADING SEPARATE.
000860         10  CMN-PROC-HASH-OUT       PIC S9(13)V99
000870                                     SIGN LEADING SEPARATE.
000875         10  CMN-PROC-NEG-COUNT      PIC 9(07).
000880* DATE-REQUEST AREA - SET CMN-DATE-REQ-DAYS FOR FUNCTION         *
000890* DADD; RESULTS COME BACK IN THE CMN-DATE-RESULT FIELDS.         *
000900     05  CMN-DATE-REQUEST.
