000100******************************************************************
000200*    COPYBOOK.....: MNTLOG                                       *
000300*    DESCRIPTION...: MAINTENANCE ACTIVITY LOG RECORD (DD/ENV     *
000400*                    NAME MNTLOG), EXTENDED ACROSS RUNS BY EVERY *
000500*                    PROGRAM THAT APPLIES OPERATOR-SUPPLIED      *
000600*                    MAINTENANCE (SPOJ-CATMN, SPOJ-REPAIR,       *
000650*                    SPOJ-SUSP, SPOJ-CALCHK) OR CLOSES AND       *
000700*                    REOPENS A MONTH (SPOJ-CLOSE), AND REPORTED  *
000750*                    BY SPOJ-MNTRPT.  ONE RECORD PER ACTION      *
000800*                    APPLIED OR REFUSED: THE DATE AND TIME, THE  *
000850*                    BATCH (ZERO FOR MAINTENANCE RUN OFF-CYCLE), *
000900*                    THE FUNCTION (THE PROGRAM'S OPERATOR MASTER *
001200*                    FUNCTION CODE), THE OPERATOR, THE ACTION    *
001300*                    AND THE KEY IT WAS APPLIED TO, THE OUTCOME  *
001400*                    AND ITS REASON, AND THE BEFORE AND AFTER    *
001500*                    IMAGES OF WHAT WAS CHANGED.  THE OUTCOME    *
001600*                    IS:                                         *
001700*                      A - APPLIED                               *
001800*                      R - REFUSED, OPERATOR UNKNOWN OR NOT      *
001900*                          AUTHORIZED FOR THE FUNCTION           *
002000*                      J - REJECTED BY THE PROGRAM'S OWN EDITS   *
002100*                    ON AN ACTION NOT APPLIED THE AFTER IMAGE    *
002200*                    CARRIES THE INPUT RECORD AS SUBMITTED, SO   *
002300*                    AUDIT CAN SEE WHAT WAS ATTEMPTED.           *
002400*    MODIFICATION HISTORY.........................................
002500*    DATE       INIT  DESCRIPTION
002600*    ---------- ----  -----------------------------------------
002700*    2026-10-15 JM    ORIGINAL COPYBOOK.
002750*    2026-10-15 JM    SPOJ-CLOSE ADDED TO THE PROGRAMS THAT LOG.
002800******************************************************************
002900    01  ML-LOG-RECORD.
003000        05  ML-LOG-DATE             PIC 9(8).
003100        05  ML-LOG-TIME             PIC 9(6).
003200        05  ML-LOG-BATCH            PIC 9(6).
003300        05  ML-LOG-FUNC             PIC X(6).
003400        05  ML-LOG-OPER             PIC X(8).
003500        05  ML-LOG-ACTION           PIC X(8).
003600        05  ML-LOG-KEY              PIC X(12).
003700        05  ML-LOG-OUTCOME          PIC X(1).
003800            88  ML-LOG-APPLIED             VALUE 'A'.
003900            88  ML-LOG-REFUSED             VALUE 'R'.
004000            88  ML-LOG-REJECTED            VALUE 'J'.
004100        05  ML-LOG-REASON           PIC X(40).
004200        05  ML-LOG-BEFORE           PIC X(100).
004300        05  ML-LOG-AFTER            PIC X(100).
