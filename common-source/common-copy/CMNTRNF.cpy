000132* 20260902 RAL   ADDED THE HEADER AND TRAILER RECORD VIEWS       *
000134*                  FOR THE FEED ENVELOPE THE PROC FUNCTION       *
000136*                  NOW VALIDATES UP FRONT.                       *
000137* 20261015 RAL   ADDED THE TRANSFER ACTION 'T' AND ITS TO-KEY.   *
000138*                  CMN-TRAN-KEY IS THE ACCOUNT DEBITED AND THE   *
000139*                  POSITIVE AMOUNT IS CREDITED TO CMN-TRAN-TO-   *
000140*                  KEY - BOTH LEGS POST OR NEITHER DOES.         *
000141******************************************************************
000150*
000160 FD  CMN-TRAN-FILE
000170     LABEL RECORDS ARE STANDARD.
000210         88  CMN-TRAN-ADD                    VALUE 'A'.
000220         88  CMN-TRAN-CHANGE                 VALUE 'C'.
000230         88  CMN-TRAN-DELETE                 VALUE 'D'.
000235         88  CMN-TRAN-TRANSFER               VALUE 'T'.
000240         88  CMN-TRAN-ACTION-VALID           VALUE 'A' 'C' 'D'
000245                                                   'T'.
000250     05  CMN-TRAN-AMOUNT             PIC S9(09)V99
000260                                     SIGN LEADING SEPARATE.
000270     05  CMN-TRAN-NAME               PIC X(20).
000275* TRANSFER ONLY - THE ACCOUNT CREDITED. SPACES ON EVERY OTHER     *
000276* ACTION.                                                         *
000277     05  CMN-TRAN-TO-KEY             PIC X(10).
000280     05  FILLER                      PIC X(27).
000290*
000300 01  CMN-TRAN-HDR-REC.
000310     05  CMN-HDR-TAG                 PIC X(10).
