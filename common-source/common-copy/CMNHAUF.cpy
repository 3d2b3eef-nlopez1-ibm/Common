000010******************************************************************
000020* CMNHAUF - HOLIDAY-MAINTENANCE AUDIT FILE DESCRIPTION            *
000030* FD FOR THE AUDIT TRAIL THE HOLMNT UTILITY APPENDS ONE           *
000040* RECORD TO FOR EVERY CHANGE IT MAKES TO THE HOLIDAY              *
000050* CALENDAR (CMNHOLF) - THE FUNCTION, THE HOLIDAY DATE AND         *
000060* DESCRIPTION BEFORE AND AFTER, AND THE CONTROL DATE THE          *
000070* CHANGE WAS MADE UNDER. FUNCTION 'DROP' IS A RECORD HOLMNT       *
000080* REMOVED FROM A HAND-EDITED FILE ITSELF (NOT A CALENDAR          *
000090* DATE, OR A SECOND COPY OF ONE), SO THE DATES ARE CARRIED        *
000100* AS FOUND RATHER THAN AS NUMBERS. COPY INTO THE FILE             *
000110* SECTION AND SELECT THE FILE TO CMNHAU.                          *
000120******************************************************************
000130*
000140* MAINTENANCE HISTORY                                            *
000150* DATE     INIT DESCRIPTION                                      *
000160* -------- ---- ----------------------------------------         *
000170* 20261015 RAL   ORIGINAL MEMBER.                                *
000180******************************************************************
000190*
000200 FD  CMN-HAU-FILE
000210     LABEL RECORDS ARE STANDARD.
000220 01  CMN-HAU-REC.
000230     05  CMN-HAU-DATE                PIC 9(08).
000240     05  CMN-HAU-TIME                PIC 9(08).
000250     05  CMN-HAU-RUN-ID              PIC X(16).
000260     05  CMN-HAU-FUNCTION            PIC X(04).
000270     05  CMN-HAU-OLD-DATE            PIC X(08).
000280     05  CMN-HAU-NEW-DATE            PIC X(08).
000290     05  CMN-HAU-OLD-DESC            PIC X(30).
000300     05  CMN-HAU-NEW-DESC            PIC X(30).
000310     05  CMN-HAU-CTL-DATE            PIC 9(08).
000320     05  FILLER                      PIC X(10).
