000310*                  CMN-LINK-DATE-OVERRIDE FOR THE CATCH-UP       *
000320*                  DRIVER, SO EVERY CALLER MUST BE RELINKED.     *
000330*                  MEMBER RESEQUENCED.                           *
000331* 20261015 RAL   RANK 009 - CMN-PROC-COUNTS GREW                 *
000332*                  CMN-PROC-NEG-COUNT FOR THE TRYP TRIAL APPLY,  *
000333*                  SO EVERY CALLER MUST BE RELINKED.             *
000340******************************************************************
000350*
000360 77  CMN-STATIC1-RANK             PIC 9(03) VALUE 009.
