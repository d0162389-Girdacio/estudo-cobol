000100******************************************************************
000200*    COPYBOOK.....: BUDRPT                                       *
000300*    DESCRIPTION...: BUDGET-VERSUS-ACTUAL VARIANCE REPORT LINE   *
000400*                    WRITTEN BY THE BUDGET VARIANCE STEP         *
000500*                    (SPOJ-BUDVR, DD/ENV NAME BUDRPT).  ONE      *
000600*                    FREE-FORM TEXT LINE PER RECORD, IN THE SAME *
000700*                    STYLE AS A TRADITIONAL PRINT FILE.          *
000800*    MODIFICATION HISTORY.........................................
000900*    DATE       INIT  DESCRIPTION
001000*    ---------- ----  -----------------------------------------
001100*    2026-10-15 JM    ORIGINAL COPYBOOK.
001200******************************************************************
001300    01  BV-REPORT-RECORD.
001400        05  BV-RPT-LINE             PIC X(132).
