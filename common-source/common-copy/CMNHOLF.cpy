000110* DATE     INIT DESCRIPTION                                      *
000120* -------- ---- ----------------------------------------         *
000130* 20260822 RAL   ORIGINAL MEMBER.                                *
000132* 20261015 RAL   FILE NOW MAINTAINED BY HOLMNT - ONE RECORD PER  *
000134*                  DATE, IN DATE ORDER, AT MOST CMN-HOL-MAX.     *
000140******************************************************************
000150*
000160 FD  CMN-HOL-FILE
