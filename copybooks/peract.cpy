000100******************************************************************
000200*    COPYBOOK.....: PERACT                                       *
000300*    DESCRIPTION...: PERIOD ACTION RECORD FOR THE MONTH-END      *
000400*                    CLOSE PROGRAM (SPOJ-CLOSE, DD/ENV NAME      *
000500*                    PERACT).  SUPPLIED BY ACCOUNTING WHEN A     *
000600*                    MONTH IS TO BE CLOSED ('C'), OR BY AN       *
000700*                    AUTHORIZED OPERATOR WHEN A CLOSED MONTH     *
000800*                    MUST BE REOPENED ('R'): THE ACTION, THE     *
000900*                    MONTH (YYYYMM), AND THE OPERATOR ID.  ONLY  *
001000*                    THE FIRST RECORD IS ACTED ON.               *
001100*    MODIFICATION HISTORY.........................................
001200*    DATE       INIT  DESCRIPTION
001300*    ---------- ----  -----------------------------------------
001400*    2026-10-15 JM    ORIGINAL COPYBOOK.
001500******************************************************************
001600    01  PA-ACT-RECORD.
001700        05  PA-ACT-CODE             PIC X(1).
001800            88  PA-ACT-CLOSE               VALUE 'C'.
001900            88  PA-ACT-REOPEN              VALUE 'R'.
002000        05  PA-ACT-MONTH            PIC 9(6).
002100        05  PA-ACT-OPER             PIC X(8).
