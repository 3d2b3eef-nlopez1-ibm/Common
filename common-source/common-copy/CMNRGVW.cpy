000010******************************************************************
000020* CMNRGVW - MODULE REGISTRY CHECK WORKING STORAGE                 *
000030* WORK FIELDS FOR THE CMNRGVP REGISTRY CHECK. THE RESULT          *
000040* COMES BACK ON CMN-RGV-PASSED / CMN-RGV-FAILED WITH THE          *
000050* SERVICES CHECKED AND FAILED COUNTED. COPY INTO WORKING-         *
000060* STORAGE OF ANY MODULE THAT COPIES CMNRGVP, AND NAME             *
000070* CMN-RGV-FILE-STATUS AS THE FILE STATUS OF THE CMNREG            *
000080* SELECT.                                                         *
000090******************************************************************
000100*
000110* MAINTENANCE HISTORY                                            *
000120* DATE     INIT DESCRIPTION                                      *
000130* -------- ---- ----------------------------------------         *
000140* 20261015 RAL   ORIGINAL MEMBER.                                *
000150******************************************************************
000160*
000170 77  CMN-RGV-FILE-STATUS          PIC X(02) VALUE '00'.
000180 77  CMN-RGV-OPEN-STATUS          PIC X(02) VALUE '00'.
000190 77  CMN-RGV-MODULE               PIC X(08) VALUE SPACES.
000200 77  CMN-RGV-RANK-X               PIC X(03) VALUE SPACES.
000210 77  CMN-RGV-CHECK-COUNT          PIC 9(03) VALUE ZEROS.
000220 77  CMN-RGV-FAIL-COUNT           PIC 9(03) VALUE ZEROS.
000230 77  CMN-RGV-DETAIL               PIC X(36) VALUE SPACES.
000240 01  CMN-RGV-SWITCHES.
000250     05  CMN-RGV-EOF-SW              PIC X(01) VALUE 'N'.
000260         88  CMN-RGV-EOF                     VALUE 'Y'.
000270         88  CMN-RGV-NOT-EOF                 VALUE 'N'.
000280     05  CMN-RGV-RESULT-SW           PIC X(01) VALUE 'Y'.
000290         88  CMN-RGV-PASSED                  VALUE 'Y'.
000300         88  CMN-RGV-FAILED                  VALUE 'N'.
