000100******************************************************************
000200*    COPYBOOK.....: GLOUTS                                       *
000300*    DESCRIPTION...: OUTSTANDING GL INTERFACE MASTER RECORD      *
000400*                    (DD/ENV NAME GLOUTS).  ONE RECORD PER LINE  *
000500*                    SENT TO THE LEDGER ON GLEXTR THAT THE       *
000600*                    LEDGER HAS NOT YET ACCEPTED: STILL          *
000700*                    UNACKNOWLEDGED ('U'), OR REJECTED ('R')     *
000800*                    WITH THE LEDGER'S REASON AND THE DATE THE   *
000900*                    REJECTION WAS RECEIVED.  THE LINE IMAGE IS  *
001000*                    CARRIED AS SENT, SO THE EXTRACT DATE IS     *
001100*                    THE DATE THE ITEM IS AGED FROM.             *
001200*                    MAINTAINED BY THE ACKNOWLEDGEMENT STEP      *
001300*                    (SPOJ-GLACK) AS AN OLD-MASTER/NEW-MASTER    *
001400*                    UPDATE (GLOUTS IN, GLOUTN OUT); A LINE      *
001500*                    LEAVES THE MASTER WHEN THE LEDGER ACCEPTS   *
001600*                    IT, OR WHEN A CORRECTED EXTRACT FOR THE     *
001700*                    SAME BATCH AND DATE REPLACES IT.            *
001800*    MODIFICATION HISTORY.........................................
001900*    DATE       INIT  DESCRIPTION
002000*    ---------- ----  -----------------------------------------
002100*    2026-10-15 JM    ORIGINAL COPYBOOK.
002200******************************************************************
002300    01  GO-OUT-RECORD.
002400        05  GO-OUT-BATCH            PIC 9(6).
002500        05  GO-OUT-DATE             PIC 9(8).
002600        05  GO-OUT-ACCOUNT          PIC X(10).
002700        05  GO-OUT-DC               PIC X(1).
002800        05  GO-OUT-AMOUNT           PIC 9(7)V99.
002900        05  GO-OUT-SOURCE           PIC X(4).
003000        05  GO-OUT-PRIOR-SW         PIC X(1).
003100        05  GO-OUT-STATUS           PIC X(1).
003200            88  GO-OUT-UNACKNOWLEDGED      VALUE 'U'.
003300            88  GO-OUT-REJECTED            VALUE 'R'.
003400        05  GO-OUT-REASON           PIC X(4).
003500        05  GO-OUT-REASON-TEXT      PIC X(30).
003600        05  GO-OUT-ACK-DATE         PIC 9(8).
