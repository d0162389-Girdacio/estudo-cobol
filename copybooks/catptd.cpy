000100******************************************************************
000200*    COPYBOOK.....: CATPTD                                       *
000300*    DESCRIPTION...: CATEGORY PERIOD-TO-DATE MASTER RECORD       *
000400*                    (DD/ENV NAME CATPTD).  ONE RECORD PER RUN   *
000500*                    PER COST-CENTER CATEGORY, KEYED ON RUN DATE *
000600*                    PLUS BATCH NUMBER IN ASCENDING ORDER, WITH  *
000700*                    THE CATEGORY'S RECORD COUNT AND SIGNED      *
000800*                    TOTAL FOR THAT RUN TAKEN FROM CATSUMM (THE  *
000900*                    BRANCH SPLIT ON CATSUMM IS MERGED BACK TO   *
001000*                    ONE RECORD PER CATEGORY).  MAINTAINED BY    *
001100*                    THE BUDGET VARIANCE STEP (SPOJ-BUDVR) AS AN *
001200*                    OLD-MASTER/NEW-MASTER SEQUENTIAL UPDATE; A  *
001300*                    RERUN OF THE SAME DATE AND BATCH REPLACES   *
001400*                    ITS EARLIER RECORDS.  THE MONTH-TO-DATE AND *
001500*                    YEAR-TO-DATE ACTUALS ARE ACCUMULATED FROM   *
001600*                    IT AS IT IS REWRITTEN.                      *
001700*    MODIFICATION HISTORY.........................................
001800*    DATE       INIT  DESCRIPTION
001900*    ---------- ----  -----------------------------------------
002000*    2026-10-15 JM    ORIGINAL COPYBOOK.
002100******************************************************************
002200    01  CP-PTD-RECORD.
002300        05  CP-PTD-DATE             PIC 9(8).
002400        05  CP-PTD-BATCH            PIC 9(6).
002500        05  CP-PTD-CATEG            PIC X(4).
002600        05  CP-PTD-COUNT            PIC 9(7).
002700        05  CP-PTD-TOTAL            PIC S9(9)V99
002800                                    SIGN LEADING SEPARATE.
