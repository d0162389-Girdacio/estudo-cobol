000100******************************************************************
000200*    COPYBOOK.....: BUDMST                                       *
000300*    DESCRIPTION...: CATEGORY BUDGET MASTER RECORD (DD/ENV NAME  *
000400*                    BUDMST).  ONE RECORD PER COST-CENTER        *
000500*                    CATEGORY (THE CM-CAT-CODE VALUES ON CATMST) *
000600*                    PER BUDGET MONTH (YYYYMM), CARRYING THE     *
000700*                    AMOUNT FINANCE HAS BUDGETED FOR THAT        *
000800*                    CATEGORY IN THAT MONTH.  MAINTAINED BY THE  *
000900*                    BUDGET MAINTENANCE PROGRAM (SPOJ-BUDMN);    *
001000*                    READ BY THE BUDGET VARIANCE STEP            *
001100*                    (SPOJ-BUDVR), WHICH SETS EACH CATEGORY'S    *
001200*                    ACTUAL MONTH-TO-DATE AND YEAR-TO-DATE       *
001300*                    FIGURES AGAINST IT.                         *
001400*    MODIFICATION HISTORY.........................................
001500*    DATE       INIT  DESCRIPTION
001600*    ---------- ----  -----------------------------------------
001700*    2026-10-15 JM    ORIGINAL COPYBOOK.
001800******************************************************************
001900    01  BM-BUD-RECORD.
002000        05  BM-BUD-CATEG            PIC X(4).
002100        05  BM-BUD-MONTH            PIC 9(6).
002200        05  BM-BUD-AMOUNT           PIC S9(9)V99
002300                                    SIGN LEADING SEPARATE.
