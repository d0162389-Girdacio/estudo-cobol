000100******************************************************************
000200*    COPYBOOK.....: APPRDEC                                      *
000300*    DESCRIPTION...: APPROVAL DECISION RECORD READ BY THE        *
000400*                    APPROVAL STEP (SPOJ-APPRV, DD/ENV NAME      *
000500*                    APPRDEC).  SUPPLIED BY OPERATIONS WHENEVER  *
000600*                    A SECOND OPERATOR HAS REVIEWED HELD ITEMS:  *
000700*                    THE DOCUMENT REFERENCE OF THE HELD ITEM     *
000800*                    (SO-TRANX-DOCREF), THE DECISION, THE        *
000900*                    APPROVER'S OPERATOR ID, AND AN OPTIONAL     *
001000*                    NOTE.  THE APPROVER MUST NOT BE THE         *
001100*                    OPERATOR WHO KEYED THE ITEM.                *
001200*                      A - APPROVE: RELEASE INTO THE NEXT RUN    *
001300*                      D - DECLINE: WRITE THE ITEM OFF           *
001400*    MODIFICATION HISTORY.........................................
001500*    DATE       INIT  DESCRIPTION
001600*    ---------- ----  -----------------------------------------
001700*    2026-10-15 JM    ORIGINAL COPYBOOK.
001800******************************************************************
001900    01  AD-DEC-RECORD.
002000        05  AD-DEC-DOCREF           PIC X(8).
002100        05  AD-DEC-ACTION           PIC X(1).
002200            88  AD-DEC-APPROVE             VALUE 'A'.
002300            88  AD-DEC-DECLINE             VALUE 'D'.
002400        05  AD-DEC-APPROVER         PIC X(8).
002500        05  AD-DEC-NOTE             PIC X(30).
