000100******************************************************************
000200*    COPYBOOK.....: PERCTL                                       *
000300*    DESCRIPTION...: ACCOUNTING PERIOD CONTROL RECORD (DD/ENV    *
000400*                    NAME PERCTL).  ONE RECORD PER CALENDAR      *
000500*                    MONTH THAT HAS EVER BEEN CLOSED, IN         *
000600*                    ASCENDING MONTH ORDER; A MONTH WITH NO      *
000700*                    RECORD IS OPEN.  'C' MEANS THE MONTH IS     *
000800*                    CLOSED AND THE JOB REFUSES ANY RUN DATE IN  *
000900*                    IT; 'R' MEANS A CLOSED MONTH WAS REOPENED   *
001000*                    BY AN AUTHORIZED OPERATOR, AND RUNS DATED   *
001100*                    IN IT GO AHEAD (FOR REVIEW) UNTIL IT IS     *
001200*                    CLOSED AGAIN.  MAINTAINED ONLY BY THE       *
001300*                    MONTH-END CLOSE PROGRAM (SPOJ-CLOSE) AS AN  *
001400*                    OLD-MASTER/NEW-MASTER UPDATE (PERCTL IN,    *
001500*                    PERCTLN OUT).                               *
001600*    MODIFICATION HISTORY.........................................
001700*    DATE       INIT  DESCRIPTION
001800*    ---------- ----  -----------------------------------------
001900*    2026-10-15 JM    ORIGINAL COPYBOOK.
002000******************************************************************
002100    01  PD-PER-RECORD.
002200        05  PD-PER-MONTH            PIC 9(6).
002300        05  PD-PER-STATUS           PIC X(1).
002400            88  PD-PER-CLOSED              VALUE 'C'.
002500            88  PD-PER-REOPENED            VALUE 'R'.
002600        05  PD-PER-CLOSE-DATE       PIC 9(8).
002700        05  PD-PER-CLOSE-OPER       PIC X(8).
002800        05  PD-PER-REOPEN-DATE      PIC 9(8).
002900        05  PD-PER-REOPEN-OPER      PIC X(8).
