000010******************************************************************
000020* CMNRGHF - MODULE REGISTRY HISTORY FILE DESCRIPTION              *
000030* FD FOR THE HISTORY THE REGMNT UTILITY APPENDS ONE RECORD TO     *
000040* FOR EVERY CHANGE IT MAKES TO THE MODULE REGISTRY (CMNREGF) -    *
000050* THE FUNCTION, THE SERVICE, AND ITS VERSION, RANK AND ACTIVE     *
000060* FLAG BEFORE AND AFTER. IT IS ALSO WHERE A ROLLBACK FINDS THE    *
000070* VERSION THAT WAS ACTIVE BEFORE THE CURRENT ONE, SO IT MUST      *
000080* BE KEPT FOR AS LONG AS A ROLLBACK MAY BE WANTED. AN ADDED       *
000090* SERVICE CARRIES A BLANK OLD VERSION AND ZERO OLD RANK. COPY     *
000100* INTO THE FILE SECTION AND SELECT THE FILE TO CMNRGH.            *
000110******************************************************************
000120*
000130* MAINTENANCE HISTORY                                            *
000140* DATE     INIT DESCRIPTION                                      *
000150* -------- ---- ----------------------------------------         *
000160* 20261015 RAL   ORIGINAL MEMBER.                                *
000170******************************************************************
000180*
000190 FD  CMN-RGH-FILE
000200     LABEL RECORDS ARE STANDARD.
000210 01  CMN-RGH-REC.
000220     05  CMN-RGH-DATE                PIC 9(08).
000230     05  CMN-RGH-TIME                PIC 9(08).
000240     05  CMN-RGH-RUN-ID              PIC X(16).
000250     05  CMN-RGH-FUNCTION            PIC X(04).
000260         88  CMN-RGH-ACTIVATE                VALUE 'ACT '.
000270         88  CMN-RGH-DEACTIVATE              VALUE 'DEA '.
000280         88  CMN-RGH-ROLLBACK                VALUE 'RBK '.
000290     05  CMN-RGH-NAME                PIC X(08).
000300     05  CMN-RGH-OLD-VERSION         PIC X(04).
000310     05  CMN-RGH-OLD-RANK            PIC 9(03).
000320     05  CMN-RGH-OLD-ACTIVE-SW       PIC X(01).
000330     05  CMN-RGH-NEW-VERSION         PIC X(04).
000340     05  CMN-RGH-NEW-RANK            PIC 9(03).
000350     05  CMN-RGH-NEW-ACTIVE-SW       PIC X(01).
000360     05  FILLER                      PIC X(20).
