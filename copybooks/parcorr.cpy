000600*                    LINE AS THEY APPEAR ON THE PAREXCPT         *
000700*                    LISTING; CARRIES THE CORRECTED LINE THE     *
000800*                    CLERK WANTS ROUTED IN ITS PLACE.  ONE       *
000820*                    CORRECTION REPAIRS ONE EXCEPTION.  THE      *
000840*                    OPERATOR ID NAMES THE CLERK WHO KEYED THE   *
000860*                    CORRECTION; IT MUST BE AUTHORIZED FOR       *
000880*                    REPAIR ON THE OPERATOR MASTER (OPRMST).     *
001000*    MODIFICATION HISTORY.........................................
001100*    DATE       INIT  DESCRIPTION
001200*    ---------- ----  -----------------------------------------
001300*    2026-08-22 JM    ORIGINAL COPYBOOK.
001350*    2026-10-15 JM    ADDED RP-CORR-OPER.
001400******************************************************************
001500    01  RP-CORR-RECORD.
001600        05  RP-CORR-TESTE           PIC 9(4).
001700        05  RP-CORR-OLD-LINHA       PIC X(3).
001800        05  RP-CORR-NEW-LINHA       PIC X(3).
001900        05  RP-CORR-OPER            PIC X(8).
