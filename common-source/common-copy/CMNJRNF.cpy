000140* DATE     INIT DESCRIPTION                                      *
000150* -------- ---- ----------------------------------------         *
000160* 20260902 RAL   ORIGINAL MEMBER.                                *
000170* 20261015 RAL   ADDED CMN-JRN-XFER-REF. EACH LEG OF A TRANSFER  *
000180*                  IS JOURNALED UNDER ITS OWN KEY WITH ACTION    *
000190*                  'T' - THE DEBIT LEG NEGATIVE, THE CREDIT LEG  *
000200*                  POSITIVE - AND BOTH LEGS CARRY THE SAME       *
000210*                  REFERENCE, 'T' AND THE TRANSFER'S DETAIL      *
000220*                  NUMBER IN THE FEED, UNIQUE WITHIN THE RUN ID. *
000230*                  SPACES ON EVERY OTHER RECORD.                 *
000240* 20261015 RAL   ADDED CMN-JRN-NAME - THE NAME AN ADD OPENED THE *
000250*                  ACCOUNT WITH, SPACES ON ANY OTHER ACTION, SO  *
000260*                  THE MSTRCN RECONSTRUCTION CAN REBUILD A NEW   *
000270*                  ACCOUNT WHOLE. THE RECORD GREW FROM 80 TO 100 *
000280*                  BYTES - OLDER RECORDS READ WITH IT BLANK.     *
000290*                  MEMBER RESEQUENCED.                           *
000300******************************************************************
000310*
000320 FD  CMN-JRN-FILE
000330     LABEL RECORDS ARE STANDARD.
000340 01  CMN-JRN-REC.
000350     05  CMN-JRN-PROC-DATE           PIC 9(08).
000360     05  CMN-JRN-KEY                 PIC X(10).
000370     05  CMN-JRN-ACTION              PIC X(01).
000380     05  CMN-JRN-AMOUNT              PIC S9(09)V99
000390                                     SIGN LEADING SEPARATE.
000400     05  CMN-JRN-BAL-BEFORE          PIC S9(09)V99
000410                                     SIGN LEADING SEPARATE.
000420     05  CMN-JRN-BAL-AFTER           PIC S9(09)V99
000430                                     SIGN LEADING SEPARATE.
000440     05  CMN-JRN-RUN-ID              PIC X(16).
000450     05  CMN-JRN-XFER-REF.
000460         10  CMN-JRN-XFER-TAG        PIC X(01).
000470             88  CMN-JRN-IS-TRANSFER         VALUE 'T'.
000480         10  CMN-JRN-XFER-SEQ        PIC 9(07).
000490     05  FILLER                      PIC X(01).
000500     05  CMN-JRN-NAME                PIC X(20).
