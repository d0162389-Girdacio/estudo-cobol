000100******************************************************************
000200*    COPYBOOK.....: BUDTRAN                                      *
000300*    DESCRIPTION...: MAINTENANCE TRANSACTION RECORD FOR THE      *
000400*                    CATEGORY BUDGET MASTER (SPOJ-BUDMN, DD/ENV  *
000500*                    NAME BUDTRAN).  THE ACTION CODE IS FOLLOWED *
000600*                    BY A FULL MASTER IMAGE:                     *
000700*                      A - ADD A BUDGET FOR A CATEGORY AND MONTH *
000800*                      C - CHANGE AN EXISTING BUDGET AMOUNT      *
000900*                      D - DELETE AN EXISTING BUDGET             *
001000*                    ON A DELETE ONLY THE CATEGORY CODE AND THE  *
001100*                    MONTH ARE REQUIRED; THE AMOUNT IS IGNORED.  *
001200*    MODIFICATION HISTORY.........................................
001300*    DATE       INIT  DESCRIPTION
001400*    ---------- ----  -----------------------------------------
001500*    2026-10-15 JM    ORIGINAL COPYBOOK.
001600******************************************************************
001700    01  BT-TRAN-RECORD.
001800        05  BT-TRAN-ACTION          PIC X(1).
001900            88  BT-TRAN-ADD                VALUE 'A'.
002000            88  BT-TRAN-CHANGE             VALUE 'C'.
002100            88  BT-TRAN-DELETE             VALUE 'D'.
002200        05  BT-TRAN-CATEG           PIC X(4).
002300        05  BT-TRAN-MONTH           PIC 9(6).
002400        05  BT-TRAN-AMOUNT          PIC S9(9)V99
002500                                    SIGN LEADING SEPARATE.
