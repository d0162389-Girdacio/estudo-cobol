000100******************************************************************
000200*    COPYBOOK.....: BUDPARM                                      *
000300*    DESCRIPTION...: BUDGET TOLERANCE PARAMETER RECORD READ      *
000400*                    ONCE AT STARTUP BY THE BUDGET VARIANCE STEP *
000500*                    (SPOJ-BUDVR, DD/ENV NAME BUDPARM).  THE     *
000600*                    PERCENTAGE BY WHICH A CATEGORY'S ACTUAL MAY *
000700*                    RUN OVER ITS MONTH-TO-DATE OR YEAR-TO-DATE  *
000800*                    BUDGET BEFORE IT IS FLAGGED AND THE STEP    *
000900*                    ENDS WITH A WARNING RETURN CODE.  IF THE    *
001000*                    DATASET IS EMPTY OR MISSING, OR THE         *
001100*                    PERCENTAGE IS NOT NUMERIC, THE DEFAULT OF   *
001200*                    10 PERCENT IS USED.  ZERO IS ALLOWED AND    *
001300*                    FLAGS ANY OVERSPEND AT ALL.                 *
001400*    MODIFICATION HISTORY.........................................
001500*    DATE       INIT  DESCRIPTION
001600*    ---------- ----  -----------------------------------------
001700*    2026-10-15 JM    ORIGINAL COPYBOOK.
001800******************************************************************
001900    01  BV-PARM-RECORD.
002000        05  BV-PARM-PCT             PIC 9(3).
