001200*    DATE       INIT  DESCRIPTION
001300*    ---------- ----  -----------------------------------------
001400*    2026-08-22 JM    ORIGINAL COPYBOOK.
001410*    2026-10-15 JM    ADDED SO-CATS-BRANCH.  THERE IS NOW ONE
001420*                     RECORD PER BRANCH PER CATEGORY, SO A
001430*                     CATEGORY POSTED BY SEVERAL BRANCHES IN ONE
001440*                     RUN APPEARS ONCE FOR EACH OF THEM.
001450*    2026-10-15 JM    ADDED SO-CATS-PRIOR-SW.  REVERSALS OF
001460*                     DOCUMENTS POSTED IN A CLOSED MONTH ARE
001470*                     SUMMED INTO A SEPARATE RECORD FOR THE
001480*                     BRANCH AND CATEGORY MARKED 'P' (PRIOR-
001490*                     PERIOD ADJUSTMENT), SO THE LEDGER EXTRACT
001495*                     CAN POST THEM ON LINES OF THEIR OWN.
001500******************************************************************
001600    01  SO-CATS-RECORD.
001700        05  SO-CATS-CODE            PIC X(4).
001800        05  SO-CATS-COUNT           PIC 9(5).
001900        05  SO-CATS-TOTAL           PIC S9(7)V99
002000                                    SIGN LEADING SEPARATE.
002100        05  SO-CATS-BRANCH          PIC X(4).
002200        05  SO-CATS-PRIOR-SW        PIC X(1).
002300            88  SO-CATS-PRIOR-ADJ          VALUE 'P'.
