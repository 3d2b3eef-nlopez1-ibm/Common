000010******************************************************************
000020* CMNGLXF - GENERAL-LEDGER INTERFACE FILE DESCRIPTION             *
000030* FD FOR THE DAILY POSTING FILE GLEXTR HANDS TO THE GENERAL       *
000040* LEDGER - ONE DEBIT OR CREDIT POSTING PER GL ACCOUNT,            *
000050* MOVEMENT CATEGORY AND DIRECTION, BETWEEN A HEADER NAMING        *
000060* THE CYCLE DATE AND RUN ID IT WAS CUT FROM AND A TRAILER         *
000070* CARRYING THE POSTING COUNT, THE DEBIT AND CREDIT TOTALS         *
000080* AND THE NET DEPOSIT MOVEMENT PROVED AGAINST CMNTOTF.            *
000090* AMOUNTS ARE ALWAYS POSITIVE - CMN-GLX-DR-CR SAYS WHICH          *
000100* SIDE. COPY INTO THE FILE SECTION AND SELECT THE FILE TO         *
000110* CMNGLX.                                                         *
000120******************************************************************
000130*
000140* MAINTENANCE HISTORY                                            *
000150* DATE     INIT DESCRIPTION                                      *
000160* -------- ---- ----------------------------------------         *
000170* 20261015 RAL   ORIGINAL MEMBER.                                *
000180******************************************************************
000190*
000200 FD  CMN-GLX-FILE
000210     LABEL RECORDS ARE STANDARD.
000220 01  CMN-GLX-REC.
000230     05  CMN-GLX-ACCOUNT             PIC X(12).
000240     05  CMN-GLX-DR-CR               PIC X(01).
000250         88  CMN-GLX-DEBIT                   VALUE 'D'.
000260         88  CMN-GLX-CREDIT                  VALUE 'C'.
000270     05  CMN-GLX-AMOUNT              PIC S9(13)V99
000280                                     SIGN LEADING SEPARATE.
000290     05  CMN-GLX-CATEGORY            PIC X(08).
000300     05  CMN-GLX-ENTRY-COUNT         PIC 9(07).
000310     05  CMN-GLX-CYCLE-DATE          PIC 9(08).
000320     05  CMN-GLX-NARRATIVE           PIC X(20).
000330     05  FILLER                      PIC X(08).
000340*
000350 01  CMN-GLX-HDR-REC.
000360     05  CMN-GLX-HDR-TAG             PIC X(10).
000370     05  CMN-GLX-HDR-CYCLE-DATE      PIC 9(08).
000380     05  CMN-GLX-HDR-RUN-ID          PIC X(16).
000390     05  CMN-GLX-HDR-CREATE-DATE     PIC 9(08).
000400     05  CMN-GLX-HDR-SOURCE          PIC X(08).
000410     05  FILLER                      PIC X(30).
000420*
000430 01  CMN-GLX-TRL-REC.
000440     05  CMN-GLX-TRL-TAG             PIC X(10).
000450     05  CMN-GLX-TRL-REC-COUNT       PIC 9(07).
000460     05  CMN-GLX-TRL-DEBIT-TOTAL     PIC S9(13)V99
000470                                     SIGN LEADING SEPARATE.
000480     05  CMN-GLX-TRL-CREDIT-TOTAL    PIC S9(13)V99
000490                                     SIGN LEADING SEPARATE.
000500     05  CMN-GLX-TRL-NET-MOVEMENT    PIC S9(13)V99
000510                                     SIGN LEADING SEPARATE.
000520     05  FILLER                      PIC X(15).
