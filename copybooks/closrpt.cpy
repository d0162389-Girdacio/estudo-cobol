000100******************************************************************
000200*    COPYBOOK.....: CLOSRPT                                      *
000300*    DESCRIPTION...: MONTH-END CLOSING STATEMENT LINE WRITTEN BY *
000400*                    THE MONTH-END CLOSE PROGRAM (SPOJ-CLOSE,    *
000500*                    DD/ENV NAME CLOSRPT): THE MONTH'S RUNS,     *
000600*                    RECORDS, NET TOTAL, GENERAL-LEDGER EXTRACT  *
000700*                    DEBITS AND CREDITS, AND THE SUSPENSE ITEMS  *
000800*                    STILL OUTSTANDING, OR THE REASON A CLOSE    *
000900*                    OR REOPEN WAS REFUSED.                      *
001000*    MODIFICATION HISTORY.........................................
001100*    DATE       INIT  DESCRIPTION
001200*    ---------- ----  -----------------------------------------
001300*    2026-10-15 JM    ORIGINAL COPYBOOK.
001400******************************************************************
001500    01  CL-REPORT-RECORD.
001600        05  CL-RPT-LINE             PIC X(80).
