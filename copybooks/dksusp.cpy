001400*                           (OR A REVERSAL WITH A BLANK          *
001500*                           REFERENCE, WHICH CANNOT BE CHECKED)  *
001600*                      03 - REVERSAL OF A REFERENCE ALREADY      *
001700*                           REVERSED (OR WHOSE BACK-OUT IS       *
001705*                           ALREADY AWAITING APPROVAL)           *
001710*                      04 - AMOUNT OVER THE CATEGORY'S APPROVAL  *
001720*                           LIMIT WITH A BLANK REFERENCE, WHICH  *
001730*                           CANNOT BE KEYED FOR APPROVAL         *
001800*    MODIFICATION HISTORY.........................................
001900*    DATE       INIT  DESCRIPTION
002000*    ---------- ----  -----------------------------------------
002200*    2026-09-02 JM    THE FILLER BETWEEN THE REFERENCE AND THE
002300*                     IMAGE IS NOW A REASON CODE, AND THE IMAGE
002400*                     WIDENED FOR THE NEW TRANSACTION TYPE.
002410*    2026-10-15 JM    IMAGE WIDENED FOR THE NEW BRANCH ID.
002420*    2026-10-15 JM    IMAGE WIDENED FOR THE NEW KEYER ID; ADDED
002430*                     REASON CODE 04 AND THE PENDING-APPROVAL
002440*                     CASE OF REASON 03.
002450*    2026-10-15 JM    IMAGE WIDENED FOR THE NEW CURRENCY FIELDS.
002500******************************************************************
002600    01  DK-SUSP-RECORD.
002700        05  DK-SUSP-DOCREF          PIC X(8).
002800        05  DK-SUSP-REASON          PIC X(2).
002900        05  DK-SUSP-IMAGE           PIC X(55).
