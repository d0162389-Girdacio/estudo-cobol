000100******************************************************************
000200*    COPYBOOK.....: GLAKPARM                                     *
000300*    DESCRIPTION...: ACKNOWLEDGEMENT LIMIT PARAMETER RECORD READ *
000400*                    ONCE AT STARTUP BY THE ACKNOWLEDGEMENT STEP *
000500*                    (SPOJ-GLACK, DD/ENV NAME GLAKPARM).  THE    *
000600*                    NUMBER OF BUSINESS DAYS (COUNTED OFF THE    *
000700*                    PROCESSING CALENDAR) AN EXTRACT LINE MAY    *
000800*                    STAY UNACKNOWLEDGED OR REJECTED BEFORE IT   *
000900*                    IS OVERDUE AND THE STEP ENDS WITH A WARNING *
001000*                    RETURN CODE.  IF THE DATASET IS EMPTY OR    *
001100*                    MISSING, OR THE COUNT IS NOT NUMERIC, THE   *
001200*                    DEFAULT OF 2 BUSINESS DAYS IS USED.         *
001300*    MODIFICATION HISTORY.........................................
001400*    DATE       INIT  DESCRIPTION
001500*    ---------- ----  -----------------------------------------
001600*    2026-10-15 JM    ORIGINAL COPYBOOK.
001700******************************************************************
001800    01  GK-PARM-RECORD.
001900        05  GK-PARM-DAYS            PIC 9(3).
