000110* DATE     INIT DESCRIPTION                                      *
000120* -------- ---- ----------------------------------------         *
000130* 20260822 RAL   ORIGINAL MEMBER.                                *
000132* 20261015 RAL   ADDED THE ACCOUNT STATUS (ACTIVE, FROZEN,       *
000134*                  CLOSED) AND THE OVERDRAFT LIMIT, CARVED OUT   *
000136*                  OF THE TRAILING FILLER. A BLANK STATUS ON A   *
000138*                  RECORD WRITTEN BEFORE THE CHANGE READS AS     *
000139*                  ACTIVE AND A BLANK LIMIT AS NO OVERDRAFT.     *
000140******************************************************************
000150*
000160 FD  CMN-MST-IN-FILE
000210     05  CMN-MST-BALANCE             PIC S9(09)V99
000220                                     SIGN LEADING SEPARATE.
000230     05  CMN-MST-LAST-MAINT-DATE     PIC 9(08).
000232     05  CMN-MST-STATUS              PIC X(01).
000234         88  CMN-MST-STAT-ACTIVE             VALUE 'A' SPACE.
000236         88  CMN-MST-STAT-FROZEN             VALUE 'F'.
000237         88  CMN-MST-STAT-CLOSED             VALUE 'C'.
000238* HOW FAR BELOW ZERO A DEBIT MAY TAKE THE BALANCE - HELD AS A     *
000239* POSITIVE AMOUNT. SPACES (NOT NUMERIC) MEANS NO OVERDRAFT.       *
000240     05  CMN-MST-OD-LIMIT            PIC S9(09)V99
000242                                     SIGN LEADING SEPARATE.
000244     05  FILLER                      PIC X(17).
000250*
000260 FD  CMN-MST-OUT-FILE
000270     LABEL RECORDS ARE STANDARD.
