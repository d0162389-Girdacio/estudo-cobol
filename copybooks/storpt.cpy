000100******************************************************************
000200*    COPYBOOK.....: STORPT                                       *
000300*    DESCRIPTION...: STANDING-ORDER SCHEDULE REPORT LINE WRITTEN *
000400*                    BY THE STANDING-ORDER GENERATOR             *
000500*                    (SPOJ-STOGN, DD/ENV NAME STORPT).  ONE      *
000600*                    FREE-FORM TEXT LINE PER RECORD, IN THE SAME *
000700*                    STYLE AS A TRADITIONAL PRINT FILE.          *
000800*    MODIFICATION HISTORY.........................................
000900*    DATE       INIT  DESCRIPTION
001000*    ---------- ----  -----------------------------------------
001100*    2026-10-15 JM    ORIGINAL COPYBOOK.
001200******************************************************************
001300    01  OG-REPORT-RECORD.
001400        05  OG-RPT-LINE             PIC X(80).
