001300*                    OR NOT ACTIVE ON THE RUN DATE, AND BY THE   *
001400*                    AUDIT STATEMENT (SPOJ-AUDRPT), WHICH PRINTS *
001500*                    THE DESCRIPTION NEXT TO EACH CATEGORY       *
001600*                    SUMMARY LINE.  THE APPROVAL LIMIT IS THE    *
001610*                    LARGEST AMOUNT (EITHER SIGN) THE DUPLICATE  *
001620*                    CHECK (SPOJ-DUPCK) RELEASES UNDER THE       *
001630*                    CATEGORY WITHOUT A SECOND OPERATOR'S        *
001640*                    APPROVAL; ZERO, OR A RECORD WRITTEN BEFORE  *
001650*                    THE FIELD EXISTED, MEANS NO LIMIT.          *
001700*    MODIFICATION HISTORY.........................................
001800*    DATE       INIT  DESCRIPTION
001900*    ---------- ----  -----------------------------------------
002000*    2026-09-02 JM    ORIGINAL COPYBOOK.
002010*    2026-10-15 JM    ADDED CM-CAT-APPR-LIMIT, THE DUAL-CONTROL
002020*                     APPROVAL LIMIT.
002100******************************************************************
002200    01  CM-CAT-RECORD.
002300        05  CM-CAT-CODE             PIC X(4).
002700            88  CM-CAT-INACTIVE            VALUE 'I'.
002800        05  CM-CAT-EFF-FROM         PIC 9(8).
002900        05  CM-CAT-EFF-TO           PIC 9(8).
003000        05  CM-CAT-APPR-LIMIT       PIC 9(5)V99.
003100        05  CM-CAT-APPR-LIMIT-X     REDEFINES CM-CAT-APPR-LIMIT
003200                                    PIC X(7).
