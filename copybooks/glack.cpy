000100******************************************************************
000200*    COPYBOOK.....: GLACK                                        *
000300*    DESCRIPTION...: LEDGER ACKNOWLEDGEMENT RECORD RETURNED BY   *
000400*                    THE GENERAL-LEDGER SYSTEM FOR THE GL        *
000500*                    INTERFACE FILE (DD/ENV NAME GLACK), READ BY *
000600*                    THE ACKNOWLEDGEMENT STEP (SPOJ-GLACK).  A   *
000700*                    'B' RECORD CARRIES THE LEDGER'S VERDICT ON  *
000800*                    A WHOLE EXTRACT (BATCH AND DATE AS SENT ON  *
000900*                    GLEXTR, ACCOUNT SPACES); AN 'L' RECORD      *
001000*                    CARRIES ITS VERDICT ON THE LINE OR LINES    *
001100*                    SENT FOR ONE LEDGER ACCOUNT IN THAT         *
001200*                    EXTRACT.  STATUS 'A' IS ACCEPTED, 'R' IS    *
001300*                    REJECTED WITH THE LEDGER'S REASON CODE AND  *
001400*                    TEXT.  A LINE VERDICT ALWAYS OVERRIDES THE  *
001500*                    BATCH VERDICT FOR ITS ACCOUNT, IN WHATEVER  *
001600*                    ORDER THE RECORDS ARRIVE.                   *
001700*    MODIFICATION HISTORY.........................................
001800*    DATE       INIT  DESCRIPTION
001900*    ---------- ----  -----------------------------------------
002000*    2026-10-15 JM    ORIGINAL COPYBOOK.
002100******************************************************************
002200    01  GA-ACK-RECORD.
002300        05  GA-ACK-TYPE             PIC X(1).
002400            88  GA-ACK-FOR-BATCH           VALUE 'B'.
002500            88  GA-ACK-FOR-LINE            VALUE 'L'.
002600        05  GA-ACK-BATCH            PIC 9(6).
002700        05  GA-ACK-DATE             PIC 9(8).
002800        05  GA-ACK-ACCOUNT          PIC X(10).
002900        05  GA-ACK-STATUS           PIC X(1).
003000            88  GA-ACK-ACCEPTED            VALUE 'A'.
003100            88  GA-ACK-REJECTED            VALUE 'R'.
003200        05  GA-ACK-REASON           PIC X(4).
003300        05  GA-ACK-REASON-TEXT      PIC X(30).
