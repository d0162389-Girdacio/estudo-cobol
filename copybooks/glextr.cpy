001400*    DATE       INIT  DESCRIPTION
001500*    ---------- ----  -----------------------------------------
001600*    2026-09-02 JM    ORIGINAL COPYBOOK.
001610*    2026-10-15 JM    ADDED GX-EXT-PRIOR-SW.  A LINE MARKED 'P'
001620*                     IS A PRIOR-PERIOD ADJUSTMENT: REVERSALS,
001630*                     POSTED THIS RUN, OF DOCUMENTS ORIGINALLY
001640*                     POSTED IN A MONTH SINCE CLOSED.  THEY ARE
001650*                     KEPT OFF THE CATEGORY'S ORDINARY LINE.
001660*    2026-10-15 JM    A LINE WITH SOURCE '*FXR' CARRIES THE RUN'S
001670*                     FX ROUNDING DIFFERENCE (SEE SOFXSUM).  THE
001680*                     OFFSET LINE BALANCES IT WITH THE CATEGORY
001690*                     LINES.
001700******************************************************************
001800    01  GX-EXT-RECORD.
001900        05  GX-EXT-ACCOUNT          PIC X(10).
002400        05  GX-EXT-DATE             PIC 9(8).
002500        05  GX-EXT-BATCH            PIC 9(6).
002600        05  GX-EXT-SOURCE           PIC X(4).
002700        05  GX-EXT-PRIOR-SW         PIC X(1).
002800            88  GX-EXT-PRIOR-ADJ           VALUE 'P'.
