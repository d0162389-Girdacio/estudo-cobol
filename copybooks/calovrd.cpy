000800*                    BUSINESS DATE: THE RUN DATE BEING           *
000900*                    AUTHORIZED AND THE OPERATOR AUTHORIZING     *
001000*                    IT.  THE OVERRIDE IS HONORED ONLY WHEN ITS  *
001050*                    DATE MATCHES THE BATCHCTL RUN DATE AND THE  *
001100*                    OPERATOR IS AUTHORIZED FOR CALCHK ON THE    *
001150*                    OPERATOR MASTER (OPRMST).                   *
001200*    MODIFICATION HISTORY.........................................
001300*    DATE       INIT  DESCRIPTION
001400*    ---------- ----  -----------------------------------------
001500*    2026-09-02 JM    ORIGINAL COPYBOOK.
001550*    2026-10-15 JM    THE OPERATOR IS NOW CHECKED AGAINST OPRMST.
001600******************************************************************
001700    01  CV-OVRD-RECORD.
001800        05  CV-OVRD-DATE            PIC 9(8).
