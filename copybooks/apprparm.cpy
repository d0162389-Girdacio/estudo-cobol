000100******************************************************************
000200*    COPYBOOK.....: APPRPARM                                     *
000300*    DESCRIPTION...: APPROVAL EXPIRY PARAMETER RECORD READ ONCE  *
000400*                    AT STARTUP BY THE APPROVAL STEP             *
000500*                    (SPOJ-APPRV, DD/ENV NAME APPRPARM).  THE    *
000600*                    NUMBER OF DAYS A HELD ITEM MAY WAIT FOR A   *
000700*                    DECISION; ONE STILL PENDING AFTER THAT IS   *
000800*                    WRITTEN OFF AS EXPIRED.  IF THE DATASET IS  *
000900*                    EMPTY OR MISSING, OR THE COUNT IS NOT       *
001000*                    NUMERIC, THE DEFAULT OF 5 DAYS IS USED.     *
001100*    MODIFICATION HISTORY.........................................
001200*    DATE       INIT  DESCRIPTION
001300*    ---------- ----  -----------------------------------------
001400*    2026-10-15 JM    ORIGINAL COPYBOOK.
001500******************************************************************
001600    01  AP-PARM-RECORD.
001700        05  AP-PARM-DAYS            PIC 9(3).
