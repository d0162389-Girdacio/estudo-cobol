000100******************************************************************
000200*    COPYBOOK.....: PENDMST                                      *
000300*    DESCRIPTION...: CUMULATIVE PENDING-APPROVAL MASTER RECORD   *
000400*                    (DD/ENV NAME PENDMST).  ONE RECORD PER HELD *
000500*                    ITEM (SEE APHOLD) STILL AWAITING A SECOND   *
000600*                    OPERATOR'S DECISION, CARRIED FORWARD ACROSS *
000700*                    RUNS WITH THE RUN DATE AND BATCH IT WAS     *
000800*                    FIRST HELD ON.  MAINTAINED AS AN            *
000900*                    OLD-MASTER/NEW-MASTER UPDATE (PENDMST IN,   *
001000*                    PENDNEW OUT) BY THE APPROVAL STEP           *
001100*                    (SPOJ-APPRV); AN ITEM LEAVES THE MASTER     *
001200*                    WHEN IT IS APPROVED (RELEASED TO APPRREL    *
001300*                    FOR THE NEXT RUN), DECLINED, OR EXPIRES     *
001400*                    (BOTH WRITTEN OFF TO APPRWOF), EACH LOGGED  *
001500*                    ON THE APPRAUD AUDIT TRAIL.  THE DUPLICATE  *
001600*                    CHECK READS IT TOO, SO A SECOND COPY OF A   *
001700*                    HELD DOCUMENT IS CAUGHT.                    *
001800*    MODIFICATION HISTORY.........................................
001900*    DATE       INIT  DESCRIPTION
002000*    ---------- ----  -----------------------------------------
002100*    2026-10-15 JM    ORIGINAL COPYBOOK.
002110*    2026-10-15 JM    IMAGE WIDENED FOR THE NEW CURRENCY FIELDS.
002200******************************************************************
002300    01  PN-PEND-RECORD.
002400        05  PN-PEND-DOCREF          PIC X(8).
002500        05  PN-PEND-CATEG           PIC X(4).
002600        05  PN-PEND-AMOUNT          PIC S9(5)V99
002700                                    SIGN LEADING SEPARATE.
002800        05  PN-PEND-LIMIT           PIC 9(5)V99.
002900        05  PN-PEND-IMAGE           PIC X(55).
003000        05  PN-PEND-DATE            PIC 9(8).
003100        05  PN-PEND-BATCH           PIC 9(6).
