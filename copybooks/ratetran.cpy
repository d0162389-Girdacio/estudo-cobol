000100******************************************************************
000200*    COPYBOOK.....: RATETRAN                                     *
000300*    DESCRIPTION...: MAINTENANCE TRANSACTION RECORD FOR THE      *
000400*                    EXCHANGE-RATE MASTER (SPOJ-RATMN, DD/ENV    *
000500*                    NAME RATETRAN).  THE ACTION CODE IS         *
000600*                    FOLLOWED BY A FULL MASTER IMAGE:            *
000700*                      A - ADD A RATE FOR A NEW PERIOD           *
000800*                      C - CHANGE AN EXISTING PERIOD'S RATE,     *
000900*                          DESCRIPTION OR EFFECTIVE-TO DATE      *
001000*                      D - DELETE AN EXISTING PERIOD             *
001100*                    A PERIOD IS IDENTIFIED BY THE CURRENCY      *
001200*                    CODE AND ITS EFFECTIVE-FROM DATE.  ON A     *
001300*                    DELETE ONLY THOSE TWO FIELDS ARE REQUIRED;  *
001400*                    THE REST OF THE IMAGE IS IGNORED.           *
001500*    MODIFICATION HISTORY.........................................
001600*    DATE       INIT  DESCRIPTION
001700*    ---------- ----  -----------------------------------------
001800*    2026-10-15 JM    ORIGINAL COPYBOOK.
001900******************************************************************
002000    01  RT-TRAN-RECORD.
002100        05  RT-TRAN-ACTION          PIC X(1).
002200            88  RT-TRAN-ADD                VALUE 'A'.
002300            88  RT-TRAN-CHANGE             VALUE 'C'.
002400            88  RT-TRAN-DELETE             VALUE 'D'.
002500        05  RT-TRAN-CURR            PIC X(3).
002600        05  RT-TRAN-DESC            PIC X(20).
002700        05  RT-TRAN-EFF-FROM        PIC 9(8).
002800        05  RT-TRAN-EFF-TO          PIC 9(8).
002900        05  RT-TRAN-VALUE           PIC 9(3)V9(6).
003000        05  RT-TRAN-VALUE-X         REDEFINES RT-TRAN-VALUE
003100                                    PIC X(9).
