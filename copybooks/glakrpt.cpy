000100******************************************************************
000200*    COPYBOOK.....: GLAKRPT                                      *
000300*    DESCRIPTION...: GL INTERFACE ACKNOWLEDGEMENT AND AGED       *
000400*                    EXCEPTION REPORT LINE WRITTEN BY THE        *
000500*                    ACKNOWLEDGEMENT STEP (SPOJ-GLACK, DD/ENV    *
000600*                    NAME GLAKRPT).  ONE FREE-FORM TEXT LINE     *
000700*                    PER RECORD, IN THE SAME STYLE AS A          *
000800*                    TRADITIONAL PRINT FILE.                     *
000900*    MODIFICATION HISTORY.........................................
001000*    DATE       INIT  DESCRIPTION
001100*    ---------- ----  -----------------------------------------
001200*    2026-10-15 JM    ORIGINAL COPYBOOK.
001300******************************************************************
001400    01  GK-REPORT-RECORD.
001500        05  GK-RPT-LINE             PIC X(120).
