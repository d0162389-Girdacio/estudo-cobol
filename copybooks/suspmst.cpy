001700*    DATE       INIT  DESCRIPTION
001800*    ---------- ----  -----------------------------------------
001900*    2026-09-02 JM    ORIGINAL COPYBOOK.
001910*    2026-10-15 JM    IMAGE WIDENED FOR THE NEW BRANCH ID.
001920*    2026-10-15 JM    IMAGE WIDENED FOR THE NEW KEYER ID.
001930*    2026-10-15 JM    IMAGE WIDENED FOR THE NEW CURRENCY FIELDS.
002000******************************************************************
002100    01  SM-SUSP-RECORD.
002200        05  SM-SUSP-SOURCE          PIC X(2).
002400            88  SM-SUSP-FROM-DUPCK         VALUE 'DK'.
002500        05  SM-SUSP-REASON          PIC X(2).
002600        05  SM-SUSP-DOCREF          PIC X(8).
002700        05  SM-SUSP-IMAGE           PIC X(55).
002800        05  SM-SUSP-DATE            PIC 9(8).
002900        05  SM-SUSP-BATCH           PIC 9(6).
