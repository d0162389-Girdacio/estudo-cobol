000900*                    DOCUMENT REFERENCE IT WAS RESUBMITTED       *
001000*                    UNDER (SPACES WHEN THE ITEM WAS SIMPLY      *
001100*                    WITHDRAWN), AND THE CLERK WHO CLEARED IT.   *
001120*                    THE CLERK MUST BE AUTHORIZED FOR SUSP ON    *
001140*                    THE OPERATOR MASTER (OPRMST).               *
001200*    MODIFICATION HISTORY.........................................
001300*    DATE       INIT  DESCRIPTION
001400*    ---------- ----  -----------------------------------------
001500*    2026-09-02 JM    ORIGINAL COPYBOOK.
001550*    2026-10-15 JM    THE CLERK IS NOW CHECKED AGAINST OPRMST.
001600******************************************************************
001700    01  RS-RES-RECORD.
001800        05  RS-RES-SOURCE           PIC X(2).
