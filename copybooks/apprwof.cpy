000100******************************************************************
000200*    COPYBOOK.....: APPRWOF                                      *
000300*    DESCRIPTION...: APPROVAL WRITE-OFF LISTING RECORD WRITTEN   *
000400*                    BY THE APPROVAL STEP (SPOJ-APPRV, DD/ENV    *
000500*                    NAME APPRWOF) FOR EVERY HELD ITEM DECLINED  *
000600*                    BY A SECOND OPERATOR OR LEFT UNDECIDED PAST *
000700*                    THE APPRPARM LIMIT.  THE ITEM NEVER REACHES *
000800*                    THE TOTAL; THE LISTING CARRIES THE REASON,  *
000900*                    THE RUN DATE AND BATCH, WHO DECLINED IT     *
001000*                    (BLANK FOR AN EXPIRY), AND THE FULL PENDING *
001100*                    RECORD (SEE PENDMST) SO THE BRANCH CAN BE   *
001200*                    TOLD.  REASON CODES:                        *
001300*                      DC - DECLINED BY THE APPROVER             *
001400*                      EX - EXPIRED WITHOUT A DECISION           *
001500*    MODIFICATION HISTORY.........................................
001600*    DATE       INIT  DESCRIPTION
001700*    ---------- ----  -----------------------------------------
001800*    2026-10-15 JM    ORIGINAL COPYBOOK.
001810*    2026-10-15 JM    ITEM WIDENED WITH THE PENDING-APPROVAL
001820*                     RECORD FOR THE NEW CURRENCY FIELDS.
001900******************************************************************
002000    01  AW-WOF-RECORD.
002100        05  AW-WOF-REASON           PIC X(2).
002200            88  AW-WOF-DECLINED            VALUE 'DC'.
002300            88  AW-WOF-EXPIRED             VALUE 'EX'.
002400        05  AW-WOF-DATE             PIC 9(8).
002500        05  AW-WOF-BATCH            PIC 9(6).
002600        05  AW-WOF-APPROVER         PIC X(8).
002700        05  AW-WOF-ITEM             PIC X(96).
