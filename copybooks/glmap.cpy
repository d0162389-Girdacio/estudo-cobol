001200*    DATE       INIT  DESCRIPTION
001300*    ---------- ----  -----------------------------------------
001400*    2026-09-02 JM    ORIGINAL COPYBOOK.
001420*    2026-10-15 JM    THE RECORD WHOSE CATEGORY CODE IS '*FXR'
001440*                     NAMES THE FX ROUNDING ACCOUNT.  IT MUST BE
001460*                     PRESENT WHENEVER A RUN'S FXSUMM CARRIES A
001480*                     ROUNDING DIFFERENCE.
001500******************************************************************
001600    01  GL-MAP-RECORD.
001700        05  GL-MAP-CATEG            PIC X(4).
