000100******************************************************************
000200*    COPYBOOK.....: STOTRAN                                      *
000300*    DESCRIPTION...: MAINTENANCE TRANSACTION RECORD FOR THE      *
000400*                    STANDING-ORDER MASTER (SPOJ-STOMN, DD/ENV   *
000500*                    NAME STOTRAN).  THE ACTION CODE IS FOLLOWED *
000600*                    BY A MASTER IMAGE WITHOUT THE STATUS:       *
000700*                      A - ADD A NEW ORDER (ADDED ACTIVE)        *
000800*                      C - CHANGE AN EXISTING ORDER              *
000900*                      S - SUSPEND AN ACTIVE ORDER               *
001000*                      R - RESUME A SUSPENDED ORDER              *
001100*                      X - CANCEL AN ORDER (DROPPED FROM THE     *
001200*                          MASTER)                               *
001300*                    ON A SUSPEND, RESUME OR CANCEL ONLY THE     *
001400*                    ORDER ID IS REQUIRED; THE REST OF THE IMAGE *
001500*                    IS IGNORED.  A CHANGE REPLACES THE WHOLE    *
001600*                    IMAGE AND KEEPS THE ORDER'S STATUS.  A      *
001700*                    BLANK DAY OR END DATE IS TAKEN AS ZERO.     *
001800*    MODIFICATION HISTORY.........................................
001900*    DATE       INIT  DESCRIPTION
002000*    ---------- ----  -----------------------------------------
002100*    2026-10-15 JM    ORIGINAL COPYBOOK.
002200******************************************************************
002300    01  OT-TRAN-RECORD.
002400        05  OT-TRAN-ACTION          PIC X(1).
002500            88  OT-TRAN-ADD                VALUE 'A'.
002600            88  OT-TRAN-CHANGE             VALUE 'C'.
002700            88  OT-TRAN-SUSPEND            VALUE 'S'.
002800            88  OT-TRAN-RESUME             VALUE 'R'.
002900            88  OT-TRAN-CANCEL             VALUE 'X'.
003000        05  OT-TRAN-ID              PIC X(6).
003100        05  OT-TRAN-DESC            PIC X(20).
003200        05  OT-TRAN-BRANCH          PIC X(4).
003300        05  OT-TRAN-CATEG           PIC X(4).
003400        05  OT-TRAN-AMOUNT          PIC S9(5)V99
003500                                    SIGN LEADING SEPARATE.
003600        05  OT-TRAN-AMOUNT-X        REDEFINES OT-TRAN-AMOUNT
003700                                    PIC X(8).
003800        05  OT-TRAN-FREQ            PIC X(1).
003900        05  OT-TRAN-DAY             PIC 9(2).
004000        05  OT-TRAN-DAY-X           REDEFINES OT-TRAN-DAY
004100                                    PIC X(2).
004200        05  OT-TRAN-START           PIC 9(8).
004300        05  OT-TRAN-END             PIC 9(8).
004400        05  OT-TRAN-END-X           REDEFINES OT-TRAN-END
004500                                    PIC X(8).
004600        05  OT-TRAN-DOCREF-PAT      PIC X(8).
