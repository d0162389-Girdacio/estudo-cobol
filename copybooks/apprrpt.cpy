000100******************************************************************
000200*    COPYBOOK.....: APPRRPT                                      *
000300*    DESCRIPTION...: PENDING-APPROVALS REPORT LINE WRITTEN BY    *
000400*                    THE APPROVAL STEP (SPOJ-APPRV, DD/ENV NAME  *
000500*                    APPRRPT).  ONE FREE-FORM TEXT LINE PER      *
000600*                    RECORD, IN THE SAME STYLE AS A TRADITIONAL  *
000700*                    PRINT FILE.                                 *
000800*    MODIFICATION HISTORY.........................................
000900*    DATE       INIT  DESCRIPTION
001000*    ---------- ----  -----------------------------------------
001100*    2026-10-15 JM    ORIGINAL COPYBOOK.
001200******************************************************************
001300    01  AP-REPORT-RECORD.
001400        05  AP-RPT-LINE             PIC X(120).
