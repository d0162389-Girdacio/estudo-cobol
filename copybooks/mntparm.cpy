000100******************************************************************
000200*    COPYBOOK.....: MNTPARM                                      *
000300*    DESCRIPTION...: REPORTING PERIOD PARAMETER RECORD READ ONCE *
000400*                    AT STARTUP BY THE MAINTENANCE ACTIVITY      *
000500*                    REPORT (SPOJ-MNTRPT, DD/ENV NAME MNTPARM).  *
000600*                    THE FIRST AND LAST LOG DATES, INCLUSIVE, TO *
000700*                    BE REPORTED.  IF THE DATASET IS EMPTY OR    *
000800*                    MISSING, OR EITHER DATE IS NOT NUMERIC OR   *
000900*                    ZERO, THE PERIOD IS MONTH-TO-DATE: THE      *
001000*                    FIRST OF THE CURRENT MONTH THROUGH TODAY.   *
001100*    MODIFICATION HISTORY.........................................
001200*    DATE       INIT  DESCRIPTION
001300*    ---------- ----  -----------------------------------------
001400*    2026-10-15 JM    ORIGINAL COPYBOOK.
001500******************************************************************
001600    01  MA-PARM-RECORD.
001700        05  MA-PARM-FROM            PIC 9(8).
001800        05  MA-PARM-TO              PIC 9(8).
