000142* 20260902 RAL   ADDED THE HEADER AND TRAILER RECORD VIEWS       *
000144*                  SO GENERATORS WRAP THEIR OUTPUT IN THE        *
000146*                  FEED ENVELOPE THE PROC FUNCTION VALIDATES.    *
000147* 20261015 RAL   ADDED CMN-TRNO-TO-KEY TO MATCH THE TRANSFER     *
000148*                  TO-KEY ON CMNTRNF.                            *
000150******************************************************************
000160*
000170 FD  CMN-TRAN-OUT-FILE
000220     05  CMN-TRNO-AMOUNT             PIC S9(09)V99
000230                                     SIGN LEADING SEPARATE.
000240     05  CMN-TRNO-NAME               PIC X(20).
000245     05  CMN-TRNO-TO-KEY             PIC X(10).
000250     05  FILLER                      PIC X(27).
000260*
000270 01  CMN-TRNO-HDR-REC.
000280     05  CMN-TRNO-HDR-TAG            PIC X(10).
