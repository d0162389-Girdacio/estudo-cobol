000100******************************************************************
000200*    COPYBOOK.....: APHOLD                                       *
000300*    DESCRIPTION...: APPROVAL HOLD RECORD WRITTEN BY THE         *
000400*                    DUPLICATE CHECK (SPOJ-DUPCK, DD/ENV NAME    *
000500*                    PENDHOLD) FOR EVERY POSTING OR REVERSAL     *
000600*                    WHOSE AMOUNT IS OVER ITS CATEGORY'S         *
000700*                    APPROVAL LIMIT (SEE CATMST).  THE ITEM IS   *
000800*                    HELD HERE INSTEAD OF BEING RELEASED TO      *
000900*                    TRANSOK UNTIL A SECOND OPERATOR APPROVES    *
001000*                    IT.  CARRIES THE REFERENCE, THE EFFECTIVE   *
001100*                    CATEGORY AND AMOUNT (FOR A REVERSAL, THE    *
001200*                    ORIGINAL POSTING'S FROM POSTREF), THE LIMIT *
001300*                    THE AMOUNT BROKE, AND THE RECORD'S FULL     *
001400*                    IMAGE.  POSTED TO THE PENDING-APPROVAL      *
001500*                    MASTER BY THE APPROVAL STEP (SPOJ-APPRV).   *
001600*    MODIFICATION HISTORY.........................................
001700*    DATE       INIT  DESCRIPTION
001800*    ---------- ----  -----------------------------------------
001900*    2026-10-15 JM    ORIGINAL COPYBOOK.
001910*    2026-10-15 JM    IMAGE WIDENED FOR THE NEW CURRENCY FIELDS.
001920*                     AH-HOLD-AMOUNT IS THE REAIS AMOUNT, SO A
001930*                     FOREIGN RECEIPT IS HELD ON ITS CONVERTED
001940*                     VALUE.
002000******************************************************************
002100    01  AH-HOLD-RECORD.
002200        05  AH-HOLD-DOCREF          PIC X(8).
002300        05  AH-HOLD-CATEG           PIC X(4).
002400        05  AH-HOLD-AMOUNT          PIC S9(5)V99
002500                                    SIGN LEADING SEPARATE.
002600        05  AH-HOLD-LIMIT           PIC 9(5)V99.
002700        05  AH-HOLD-IMAGE           PIC X(55).
