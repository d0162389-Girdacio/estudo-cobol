000100******************************************************************
000200*    COPYBOOK.....: RATEMST                                      *
000300*    DESCRIPTION...: EXCHANGE-RATE MASTER RECORD (DD/ENV NAME    *
000400*                    RATEMST).  ONE RECORD PER CURRENCY PER      *
000500*                    EFFECTIVE PERIOD: THE ISO CURRENCY CODE,    *
000600*                    ITS REPORTING DESCRIPTION, THE EFFECTIVE    *
000700*                    DATE RANGE (A ZERO EFFECTIVE-TO DATE MEANS  *
000800*                    OPEN-ENDED), AND THE RATE - REAIS PER ONE   *
000900*                    UNIT OF THE CURRENCY, SIX DECIMAL PLACES.   *
001000*                    THE PERIODS OF ONE CURRENCY NEVER OVERLAP.  *
001100*                    MAINTAINED BY THE RATE MAINTENANCE PROGRAM  *
001200*                    (SPOJ-RATMN); READ BY THE FRONT-END EDIT    *
001300*                    (SPOJ-EDIT), WHICH REJECTS A FOREIGN-       *
001400*                    CURRENCY TRANSIN RECORD WHOSE CURRENCY IS   *
001500*                    NOT ON THE MASTER OR HAS NO RATE IN EFFECT  *
001600*                    ON THE RUN DATE, AND STAMPS THE RATE ON     *
001700*                    EVERY ONE IT ACCEPTS.  REAIS ('BRL') IS     *
001800*                    THE BASE CURRENCY AND IS NOT HELD HERE.     *
001900*    MODIFICATION HISTORY.........................................
002000*    DATE       INIT  DESCRIPTION
002100*    ---------- ----  -----------------------------------------
002200*    2026-10-15 JM    ORIGINAL COPYBOOK.
002300******************************************************************
002400    01  RM-RATE-RECORD.
002500        05  RM-RATE-CURR            PIC X(3).
002600        05  RM-RATE-DESC            PIC X(20).
002700        05  RM-RATE-EFF-FROM        PIC 9(8).
002800        05  RM-RATE-EFF-TO          PIC 9(8).
002900        05  RM-RATE-VALUE           PIC 9(3)V9(6).
003000        05  RM-RATE-VALUE-X         REDEFINES RM-RATE-VALUE
003100                                    PIC X(9).
