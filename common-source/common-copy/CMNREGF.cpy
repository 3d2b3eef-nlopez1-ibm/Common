000130* DATE     INIT DESCRIPTION                                      *
000140* -------- ---- ----------------------------------------         *
000150* 20260822 RAL   ORIGINAL MEMBER.                                *
000151* 20261015 RAL   CHANGED ONLY THROUGH REGMNT, WHICH LOGS EVERY   *
000152*                  CHANGE TO CMNRGHF. CMN-REG-VERSION IS THE     *
000153*                  PATCH LEVEL THE MODULE'S VERS FUNCTION        *
000154*                  REPORTS; DATBATC PROVES EVERY ACTIVE          *
000155*                  RECORD AGAINST ITS MODULE BEFORE A CYCLE.     *
000160******************************************************************
000170*
000180 FD  CMN-REG-FILE
