000100******************************************************************
000200*    COPYBOOK.....: SOFXSUM                                      *
000300*    DESCRIPTION...: CURRENCY SUMMARY RECORD WRITTEN BY          *
000400*                    SPOJ-SOMA AT END OF JOB (DD/ENV NAME        *
000500*                    FXSUMM): ONE RECORD PER CURRENCY AND        *
000600*                    EXCHANGE RATE POSTED THIS RUN, REAIS        *
000700*                    INCLUDED, CARRYING THE RECORD COUNT, THE    *
000800*                    SIGNED TOTAL IN THE ORIGINAL CURRENCY, AND  *
000900*                    THE SIGNED TOTAL IN REAIS ACTUALLY POSTED   *
001000*                    (THE SUM OF THE LINES, EACH CONVERTED AND   *
001100*                    ROUNDED ON ITS OWN).  THE ROUNDING FIELD IS *
001200*                    THE ORIGINAL TOTAL CONVERTED IN ONE STEP    *
001300*                    LESS THE REAIS TOTAL POSTED - THE FX        *
001400*                    ROUNDING DIFFERENCE THE LEDGER EXTRACT      *
001500*                    (SPOJ-GLEXT) POSTS ON A LINE OF ITS OWN.    *
001600*                    A REVERSAL IS COUNTED UNDER THE RATE ITS    *
001700*                    ORIGINAL POSTING USED.  READ ALSO BY THE    *
001800*                    AUDIT STATEMENT (SPOJ-AUDRPT).              *
001900*    MODIFICATION HISTORY.........................................
002000*    DATE       INIT  DESCRIPTION
002100*    ---------- ----  -----------------------------------------
002200*    2026-10-15 JM    ORIGINAL COPYBOOK.
002300******************************************************************
002400    01  SO-FXS-RECORD.
002500        05  SO-FXS-CURR             PIC X(3).
002600        05  SO-FXS-RATE             PIC 9(3)V9(6).
002700        05  SO-FXS-COUNT            PIC 9(5).
002800        05  SO-FXS-ORIG-TOTAL       PIC S9(9)V99
002900                                    SIGN LEADING SEPARATE.
003000        05  SO-FXS-BASE-TOTAL       PIC S9(9)V99
003100                                    SIGN LEADING SEPARATE.
003200        05  SO-FXS-ROUNDING         PIC S9(5)V99
003300                                    SIGN LEADING SEPARATE.
