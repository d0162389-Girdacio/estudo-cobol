000100******************************************************************
000200*    COPYBOOK.....: STOPARM                                      *
000300*    DESCRIPTION...: STANDING-ORDER EXPIRY PARAMETER RECORD READ *
000400*                    ONCE AT STARTUP BY THE STANDING-ORDER       *
000500*                    GENERATOR (SPOJ-STOGN, DD/ENV NAME          *
000600*                    STOPARM).  THE NUMBER OF DAYS AHEAD OF ITS  *
000700*                    END DATE AN ORDER IS LISTED AS EXPIRING     *
000800*                    SOON ON THE SCHEDULE REPORT.  IF THE        *
000900*                    DATASET IS EMPTY OR MISSING, OR THE COUNT   *
001000*                    IS NOT NUMERIC, THE DEFAULT OF 30 DAYS IS   *
001100*                    USED.                                       *
001200*    MODIFICATION HISTORY.........................................
001300*    DATE       INIT  DESCRIPTION
001400*    ---------- ----  -----------------------------------------
001500*    2026-10-15 JM    ORIGINAL COPYBOOK.
001600******************************************************************
001700    01  OG-PARM-RECORD.
001800        05  OG-PARM-DAYS            PIC 9(3).
