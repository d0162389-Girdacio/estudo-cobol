000100******************************************************************
000200*    COPYBOOK.....: RTDRPT                                       *
000300*    DESCRIPTION...: ROUTING DISTRIBUTION REPORT LINE WRITTEN BY *
000400*                    THE ROUTING DISTRIBUTION STEP (SPOJ-RTDST,  *
000500*                    DD/ENV NAME RTDRPT).  ONE FREE-FORM TEXT    *
000600*                    LINE PER RECORD, IN THE SAME STYLE AS A     *
000700*                    TRADITIONAL PRINT FILE.                     *
000800*    MODIFICATION HISTORY.........................................
000900*    DATE       INIT  DESCRIPTION
001000*    ---------- ----  -----------------------------------------
001100*    2026-10-15 JM    ORIGINAL COPYBOOK.
001200******************************************************************
001300    01  RD-REPORT-RECORD.
001400        05  RD-RPT-LINE             PIC X(132).
