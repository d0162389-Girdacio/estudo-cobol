002000*    DATE       INIT  DESCRIPTION
002100*    ---------- ----  -----------------------------------------
002200*    2026-09-02 JM    ORIGINAL PROGRAM.
002220*    2026-10-15 JM    ARCHIVE RECORD WIDENED FOR THE CURRENCY
002240*                     FIELDS NOW CARRIED ON POSTREF.
002300******************************************************************
002400    IDENTIFICATION DIVISION.
002500    PROGRAM-ID.    MAIN.
005000
005100    FD  ARCH-FILE
005200        LABEL RECORDS ARE STANDARD.
005300    01  RF-ARCH-RECORD              PIC X(57).
005400
005500    FD  PARM-FILE
005600        LABEL RECORDS ARE STANDARD.
