000100******************************************************************
000200*    COPYBOOK.....: PRFRPT                                       *
000300*    DESCRIPTION...: CONTROL-TOTAL PROOF REPORT LINE WRITTEN BY  *
000400*                    THE END-TO-END PROOF STEP (SPOJ-PROOF,      *
000500*                    DD/ENV NAME PROOFRPT).  ONE FREE-FORM TEXT  *
000600*                    LINE PER RECORD, IN THE SAME STYLE AS A     *
000700*                    TRADITIONAL PRINT FILE.                     *
000800*    MODIFICATION HISTORY.........................................
000900*    DATE       INIT  DESCRIPTION
001000*    ---------- ----  -----------------------------------------
001100*    2026-10-15 JM    ORIGINAL COPYBOOK.
001200******************************************************************
001300    01  TP-REPORT-RECORD.
001400        05  TP-RPT-LINE             PIC X(100).
