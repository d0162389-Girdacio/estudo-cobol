000100******************************************************************
000200*    COPYBOOK.....: STOMST                                       *
000300*    DESCRIPTION...: STANDING-ORDER MASTER RECORD (DD/ENV NAME   *
000400*                    STOMST).  ONE RECORD PER RECURRING          *
000500*                    TRANSACTION: THE ORDER ID, A DESCRIPTION,   *
000600*                    THE BRANCH AND COST-CENTER CATEGORY IT      *
000700*                    POSTS UNDER, THE SIGNED AMOUNT IN REAIS,    *
000800*                    THE FREQUENCY, THE START AND END DATES (A   *
000900*                    ZERO END DATE MEANS OPEN-ENDED), THE        *
001000*                    DOCUMENT-REFERENCE PATTERN AND THE ORDER'S  *
001100*                    STATUS.  FREQUENCIES:                       *
001200*                      W - WEEKLY, ON THE START DATE'S WEEKDAY   *
001300*                      M - MONTHLY, ON THE START DATE'S DAY      *
001400*                      D - MONTHLY, ON SD-ORD-DAY                *
001500*                    A MONTHLY DAY PAST THE END OF A SHORT MONTH *
001600*                    FALLS ON ITS LAST DAY.  EVERY '#' IN THE    *
001700*                    PATTERN IS REPLACED, RIGHT TO LEFT, BY THE  *
001800*                    DIGITS OF THE DUE DATE, SO EACH OCCURRENCE  *
001900*                    GETS ITS OWN DOCUMENT REFERENCE AND THE     *
002000*                    DUPLICATE CHECK CATCHES ONE GENERATED       *
002100*                    TWICE.  A SUSPENDED ORDER STAYS ON THE      *
002200*                    MASTER BUT GENERATES NOTHING.  MAINTAINED   *
002300*                    BY THE STANDING-ORDER MAINTENANCE PROGRAM   *
002400*                    (SPOJ-STOMN); READ BY THE STANDING-ORDER    *
002500*                    GENERATOR (SPOJ-STOGN).                     *
002600*    MODIFICATION HISTORY.........................................
002700*    DATE       INIT  DESCRIPTION
002800*    ---------- ----  -----------------------------------------
002900*    2026-10-15 JM    ORIGINAL COPYBOOK.
003000******************************************************************
003100    01  SD-ORD-RECORD.
003200        05  SD-ORD-ID               PIC X(6).
003300        05  SD-ORD-DESC             PIC X(20).
003400        05  SD-ORD-BRANCH           PIC X(4).
003500        05  SD-ORD-CATEG            PIC X(4).
003600        05  SD-ORD-AMOUNT           PIC S9(5)V99
003700                                    SIGN LEADING SEPARATE.
003800        05  SD-ORD-AMOUNT-X         REDEFINES SD-ORD-AMOUNT
003900                                    PIC X(8).
004000        05  SD-ORD-FREQ             PIC X(1).
004100            88  SD-ORD-WEEKLY              VALUE 'W'.
004200            88  SD-ORD-MONTHLY             VALUE 'M'.
004300            88  SD-ORD-DAY-OF-MONTH        VALUE 'D'.
004400        05  SD-ORD-DAY              PIC 9(2).
004500        05  SD-ORD-DAY-X            REDEFINES SD-ORD-DAY
004600                                    PIC X(2).
004700        05  SD-ORD-START            PIC 9(8).
004800        05  SD-ORD-END              PIC 9(8).
004900        05  SD-ORD-DOCREF-PAT       PIC X(8).
005000        05  SD-ORD-STATUS           PIC X(1).
005100            88  SD-ORD-ACTIVE              VALUE 'A'.
005200            88  SD-ORD-SUSPENDED           VALUE 'S'.
