000100******************************************************************
000200*    COPYBOOK.....: BUDMRPT                                      *
000300*    DESCRIPTION...: MAINTENANCE REPORT LINE WRITTEN BY THE      *
000400*                    BUDGET MAINTENANCE PROGRAM (SPOJ-BUDMN,     *
000500*                    DD/ENV NAME BUDMRPT).  ONE FREE-FORM TEXT   *
000600*                    LINE PER RECORD, IN THE SAME STYLE AS A     *
000700*                    TRADITIONAL PRINT FILE.                     *
000800*    MODIFICATION HISTORY.........................................
000900*    DATE       INIT  DESCRIPTION
001000*    ---------- ----  -----------------------------------------
001100*    2026-10-15 JM    ORIGINAL COPYBOOK.
001200******************************************************************
001300    01  BM-REPORT-RECORD.
001400        05  BM-RPT-LINE             PIC X(80).
