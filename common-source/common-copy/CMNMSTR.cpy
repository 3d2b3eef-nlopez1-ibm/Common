000120* DATE     INIT DESCRIPTION                                      *
000130* -------- ---- ----------------------------------------         *
000140* 20260902 RAL   ORIGINAL MEMBER.                                *
000142* 20261015 RAL   ADDED THE ACCOUNT STATUS AND OVERDRAFT LIMIT    *
000144*                  TO MATCH CMNMSTF.                             *
000150******************************************************************
000160*
000170 FD  CMN-MST-FILE
000220     05  CMN-MSTR-BALANCE            PIC S9(09)V99
000230                                     SIGN LEADING SEPARATE.
000240     05  CMN-MSTR-MAINT-DATE         PIC 9(08).
000242     05  CMN-MSTR-STATUS             PIC X(01).
000244         88  CMN-MSTR-STAT-ACTIVE            VALUE 'A' SPACE.
000246         88  CMN-MSTR-STAT-FROZEN            VALUE 'F'.
000247         88  CMN-MSTR-STAT-CLOSED            VALUE 'C'.
000248     05  CMN-MSTR-OD-LIMIT           PIC S9(09)V99
000249                                     SIGN LEADING SEPARATE.
000250     05  FILLER                      PIC X(17).
