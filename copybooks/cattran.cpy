000900*                      D - DELETE AN EXISTING CATEGORY           *
001000*                    ON A DELETE ONLY THE CATEGORY CODE IS       *
001100*                    REQUIRED; THE REST OF THE IMAGE IS          *
001200*                    IGNORED.  A BLANK APPROVAL LIMIT IS TAKEN   *
001220*                    AS ZERO (NO LIMIT).  THE OPERATOR ID        *
001240*                    NAMES WHO ENTERED THE TRANSACTION; IT MUST  *
001260*                    BE AUTHORIZED FOR CATMN ON THE OPERATOR     *
001280*                    MASTER (OPRMST).                            *
001300*    MODIFICATION HISTORY.........................................
001400*    DATE       INIT  DESCRIPTION
001500*    ---------- ----  -----------------------------------------
001600*    2026-09-02 JM    ORIGINAL COPYBOOK.
001610*    2026-10-15 JM    ADDED CT-TRAN-APPR-LIMIT TO MATCH THE
001620*                     MASTER'S NEW APPROVAL LIMIT.
001640*    2026-10-15 JM    ADDED CT-TRAN-OPER.
001700******************************************************************
001800    01  CT-TRAN-RECORD.
001900        05  CT-TRAN-ACTION          PIC X(1).
002500        05  CT-TRAN-STATUS-SW       PIC X(1).
002600        05  CT-TRAN-EFF-FROM        PIC 9(8).
002700        05  CT-TRAN-EFF-TO          PIC 9(8).
002800        05  CT-TRAN-APPR-LIMIT      PIC 9(5)V99.
002900        05  CT-TRAN-APPR-LIMIT-X    REDEFINES CT-TRAN-APPR-LIMIT
003000                                    PIC X(7).
003100        05  CT-TRAN-OPER            PIC X(8).
