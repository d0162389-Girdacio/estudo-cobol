000100******************************************************************
000200*    COPYBOOK.....: EDXMREJ                                      *
000300*    DESCRIPTION...: REJECTED-TRANSMISSION LISTING WRITTEN BY    *
000400*                    THE FRONT-END EDIT (SPOJ-EDIT), ONE RECORD  *
000500*                    PER BRANCH TRANSMISSION WHOSE TRAILER DID   *
000600*                    NOT BALANCE.  NONE OF THAT TRANSMISSION'S   *
000700*                    RECORDS ARE RELEASED; THE BRANCH RESENDS    *
000800*                    THE WHOLE FILE.  THE TOTALS ARE WHAT WAS    *
000900*                    RECEIVED AND WHAT THE TRAILER CLAIMED.      *
001000*                    REASON CODES (THE FIRST FAILURE FOUND):     *
001100*                      01 - TRANSMISSION TRAILER MISSING         *
001200*                      02 - A TRAILER RECORD IS NOT NUMERIC      *
001300*                      03 - RECORD COUNT OUT OF BALANCE          *
001400*                      04 - AMOUNT HASH TOTAL OUT OF BALANCE     *
001500*                      05 - A CATEGORY COUNT OUT OF BALANCE      *
001600*    MODIFICATION HISTORY.........................................
001700*    DATE       INIT  DESCRIPTION
001800*    ---------- ----  -----------------------------------------
001900*    2026-10-15 JM    ORIGINAL COPYBOOK.
002000******************************************************************
002100    01  ED-XMR-RECORD.
002200        05  ED-XMR-BRANCH           PIC X(4).
002300        05  ED-XMR-SEQ              PIC 9(5).
002400        05  ED-XMR-DATE             PIC 9(8).
002500        05  ED-XMR-BATCH            PIC 9(6).
002600        05  ED-XMR-REASON           PIC X(2).
002700        05  ED-XMR-RCV-COUNT        PIC 9(5).
002800        05  ED-XMR-RCV-HASH         PIC S9(9)V99
002900                                    SIGN LEADING SEPARATE.
003000        05  ED-XMR-TRLR-COUNT       PIC 9(5).
003100        05  ED-XMR-TRLR-HASH        PIC S9(9)V99
003200                                    SIGN LEADING SEPARATE.
