000100******************************************************************
000200*    COPYBOOK.....: RTDPARM                                      *
000300*    DESCRIPTION...: ROUTING DRIFT PARAMETER RECORD READ ONCE AT *
000400*                    STARTUP BY THE ROUTING DISTRIBUTION STEP    *
000500*                    (SPOJ-RTDST, DD/ENV NAME RTDPARM).  THE     *
000600*                    PERCENTAGE BY WHICH A NAME'S SHARE OF ITS   *
000700*                    CASES' LINES, FOR THE RUN OR MONTH-TO-DATE, *
000800*                    MAY DIFFER FROM THE SHARE THE DIVISOR       *
000900*                    SHOULD GIVE IT (MEASURED AGAINST THAT       *
001000*                    EXPECTED SHARE) BEFORE IT IS FLAGGED AND    *
001100*                    THE STEP ENDS WITH A WARNING RETURN CODE,   *
001200*                    AND THE NUMBER OF RUNS SHOWN ON THE         *
001300*                    RUN-BY-RUN TREND.  IF THE DATASET IS EMPTY  *
001400*                    OR MISSING, OR A FIELD IS NOT NUMERIC OR    *
001500*                    ZERO, THE DEFAULTS OF 20 PERCENT AND 5 RUNS *
001600*                    ARE USED.                                   *
001700*    MODIFICATION HISTORY.........................................
001800*    DATE       INIT  DESCRIPTION
001900*    ---------- ----  -----------------------------------------
002000*    2026-10-15 JM    ORIGINAL COPYBOOK.
002100******************************************************************
002200    01  RD-PARM-RECORD.
002300        05  RD-PARM-PCT             PIC 9(3).
002400        05  RD-PARM-RUNS            PIC 9(2).
