000130* DATE     INIT DESCRIPTION                                      *
000140* -------- ---- ----------------------------------------         *
000150* 20260902 RAL   ORIGINAL MEMBER.                                *
000160* 20261015 RAL   ADDED THE ACCOUNT STATUS AND OVERDRAFT LIMIT    *
000170*                  BEFORE AND AFTER. THE RECORD GREW FROM 120    *
000180*                  TO 146 BYTES - OLDER RECORDS READ WITH THE    *
000190*                  NEW FIELDS BLANK.                             *
000200* 20261015 RAL   ADDED CMN-MAU-CTL-DATE, THE SHOP CONTROL DATE   *
000210*                  THE CHANGE WAS MADE UNDER, SO A CORRECTION    *
000220*                  CAN BE PLACED AGAINST THE CYCLE IT BELONGS TO *
000230*                  (SEE MSTRCN). THE RECORD GREW TO 154 BYTES -  *
000240*                  OLDER RECORDS READ WITH IT BLANK.             *
000250*                  MEMBER RESEQUENCED.                           *
000260******************************************************************
000270*
000280 FD  CMN-MAU-FILE
000290     LABEL RECORDS ARE STANDARD.
000300 01  CMN-MAU-REC.
000310     05  CMN-MAU-DATE                PIC 9(08).
000320     05  CMN-MAU-TIME                PIC 9(08).
000330     05  CMN-MAU-RUN-ID              PIC X(16).
000340     05  CMN-MAU-FUNCTION            PIC X(04).
000350     05  CMN-MAU-KEY                 PIC X(10).
000360     05  CMN-MAU-OLD-BALANCE         PIC S9(09)V99
000370                                     SIGN LEADING SEPARATE.
000380     05  CMN-MAU-NEW-BALANCE         PIC S9(09)V99
000390                                     SIGN LEADING SEPARATE.
000400     05  CMN-MAU-OLD-NAME            PIC X(20).
000410     05  CMN-MAU-NEW-NAME            PIC X(20).
000420     05  FILLER                      PIC X(10).
000430     05  CMN-MAU-OLD-STATUS          PIC X(01).
000440     05  CMN-MAU-NEW-STATUS          PIC X(01).
000450     05  CMN-MAU-OLD-OD-LIMIT        PIC S9(09)V99
000460                                     SIGN LEADING SEPARATE.
000470     05  CMN-MAU-NEW-OD-LIMIT        PIC S9(09)V99
000480                                     SIGN LEADING SEPARATE.
000490     05  CMN-MAU-CTL-DATE            PIC 9(08).
