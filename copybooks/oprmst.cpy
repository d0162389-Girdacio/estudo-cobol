000100******************************************************************
000200*    COPYBOOK.....: OPRMST                                       *
000300*    DESCRIPTION...: AUTHORIZED OPERATOR MASTER (DD/ENV NAME     *
000400*                    OPRMST), MAINTAINED BY SECURITY             *
000500*                    ADMINISTRATION AND READ BY EVERY PROGRAM    *
000600*                    THAT APPLIES OPERATOR-SUPPLIED MAINTENANCE. *
000700*                    ONE RECORD PER USER ID: THE OPERATOR'S      *
000800*                    NAME, A STATUS FLAG ('A' ACTIVE, 'I'        *
000900*                    REVOKED), AND UP TO EIGHT MAINTENANCE       *
001000*                    FUNCTION CODES THE OPERATOR MAY PERFORM,    *
001100*                    EACH THE NAME OF THE PROGRAM THAT APPLIES   *
001200*                    THE FUNCTION:                               *
001300*                      CATMN  - CATEGORY MASTER MAINTENANCE      *
001400*                      REPAIR - ROUTING EXCEPTION REPAIR         *
001500*                      SUSP   - SUSPENSE CLEARANCE               *
001600*                      CALCHK - RUN-DATE OVERRIDE                *
001650*                      CLOSE  - REOPEN OF A CLOSED MONTH         *
001700*                    UNUSED FUNCTION SLOTS ARE SPACES.  AN       *
001800*                    OPERATOR NOT ON THE MASTER, OR ON IT WITH A *
001900*                    STATUS OTHER THAN 'A', MAY PERFORM NO       *
002000*                    FUNCTION AT ALL.                            *
002100*    MODIFICATION HISTORY.........................................
002200*    DATE       INIT  DESCRIPTION
002300*    ---------- ----  -----------------------------------------
002400*    2026-10-15 JM    ORIGINAL COPYBOOK.
002450*    2026-10-15 JM    CLOSE FUNCTION ADDED FOR MONTH REOPENS.
002500******************************************************************
002600    01  OP-OPR-RECORD.
002700        05  OP-OPR-ID               PIC X(8).
002800        05  OP-OPR-NAME             PIC X(20).
002900        05  OP-OPR-STATUS-SW        PIC X(1).
003000            88  OP-OPR-ACTIVE              VALUE 'A'.
003100            88  OP-OPR-REVOKED             VALUE 'I'.
003200        05  OP-OPR-FUNC OCCURS 8 TIMES
003300                                    PIC X(6).
