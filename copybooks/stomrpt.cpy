000100******************************************************************
000200*    COPYBOOK.....: STOMRPT                                      *
000300*    DESCRIPTION...: MAINTENANCE REPORT LINE WRITTEN BY THE      *
000400*                    STANDING-ORDER MAINTENANCE PROGRAM          *
000500*                    (SPOJ-STOMN, DD/ENV NAME STOMRPT).  ONE     *
000600*                    FREE-FORM TEXT LINE PER RECORD, IN THE SAME *
000700*                    STYLE AS A TRADITIONAL PRINT FILE.          *
000800*    MODIFICATION HISTORY.........................................
000900*    DATE       INIT  DESCRIPTION
001000*    ---------- ----  -----------------------------------------
001100*    2026-10-15 JM    ORIGINAL COPYBOOK.
001200******************************************************************
001300    01  OM-REPORT-RECORD.
001400        05  OM-RPT-LINE             PIC X(80).
