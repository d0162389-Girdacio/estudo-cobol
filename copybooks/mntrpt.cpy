000100******************************************************************
000200*    COPYBOOK.....: MNTRPT                                       *
000300*    DESCRIPTION...: MAINTENANCE ACTIVITY REPORT LINE WRITTEN BY *
000400*                    SPOJ-MNTRPT (DD/ENV NAME MNTRPT).  ONE      *
000500*                    FREE-FORM TEXT LINE PER RECORD, IN THE SAME *
000600*                    STYLE AS A TRADITIONAL PRINT FILE.          *
000700*    MODIFICATION HISTORY.........................................
000800*    DATE       INIT  DESCRIPTION
000900*    ---------- ----  -----------------------------------------
001000*    2026-10-15 JM    ORIGINAL COPYBOOK.
001100******************************************************************
001200    01  MA-REPORT-RECORD.
001300        05  MA-RPT-LINE             PIC X(132).
