000100******************************************************************
000200*    COPYBOOK.....: APPRAUD                                      *
000300*    DESCRIPTION...: APPROVAL DECISION AUDIT RECORD (DD/ENV NAME *
000400*                    APPRAUD), EXTENDED ACROSS RUNS BY THE       *
000500*                    APPROVAL STEP (SPOJ-APPRV): ONE RECORD PER  *
000600*                    DECISION READ OR EXPIRY TAKEN, CARRYING THE *
000700*                    RUN DATE AND BATCH, THE REFERENCE, THE      *
000800*                    DECISION, THE APPROVER AND THE KEYER, THE   *
000900*                    ITEM'S CATEGORY, BRANCH AND AMOUNT, AND THE *
001000*                    OUTCOME.  A REFUSED OR UNMATCHED DECISION   *
001100*                    IS LOGGED TOO.  DECISIONS:                  *
001200*                      A - APPROVE      D - DECLINE              *
001300*                      E - EXPIRED (NO APPROVER)                 *
001400*                    OUTCOMES:                                   *
001500*                      D - DONE         R - REFUSED              *
001600*                      N - NO SUCH ITEM PENDING                  *
001700*    MODIFICATION HISTORY.........................................
001800*    DATE       INIT  DESCRIPTION
001900*    ---------- ----  -----------------------------------------
002000*    2026-10-15 JM    ORIGINAL COPYBOOK.
002100******************************************************************
002200    01  AA-AUD-RECORD.
002300        05  AA-AUD-DATE             PIC 9(8).
002400        05  AA-AUD-BATCH            PIC 9(6).
002500        05  AA-AUD-DOCREF           PIC X(8).
002600        05  AA-AUD-ACTION           PIC X(1).
002700        05  AA-AUD-APPROVER         PIC X(8).
002800        05  AA-AUD-KEYER            PIC X(8).
002900        05  AA-AUD-CATEG            PIC X(4).
003000        05  AA-AUD-BRANCH           PIC X(4).
003100        05  AA-AUD-AMOUNT           PIC S9(5)V99
003200                                    SIGN LEADING SEPARATE.
003300        05  AA-AUD-OUTCOME          PIC X(1).
003400            88  AA-AUD-DONE                VALUE 'D'.
003500            88  AA-AUD-REFUSED             VALUE 'R'.
003600            88  AA-AUD-NO-MATCH            VALUE 'N'.
003700        05  AA-AUD-TEXT             PIC X(30).
