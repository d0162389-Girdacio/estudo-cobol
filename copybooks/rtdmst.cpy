000100******************************************************************
000200*    COPYBOOK.....: RTDMST                                       *
000300*    DESCRIPTION...: ROUTING DISTRIBUTION HISTORY MASTER RECORD  *
000400*                    (DD/ENV NAME RTDMST).  ONE RECORD PER RUN   *
000500*                    PER REMAINDER CLASS AND ROUTED NAME, KEYED  *
000600*                    ON RUN DATE PLUS BATCH NUMBER IN ASCENDING  *
000700*                    ORDER, TAKEN FROM THE ROUTING JOB'S PAROUT  *
000800*                    END-OF-CASE ('E') AND REPAIR ('A') TALLIES, *
000900*                    THE NAMES ON PARIN, AND THE EXCEPTIONS ON   *
001000*                    PAREXCPT.  A NAME THAT HOLDS THE SAME CLASS *
001100*                    IN SEVERAL TEST CASES OF A RUN HAS ONE      *
001200*                    RECORD FOR THE RUN.  THE FIELDS ARE:        *
001300*                      DIVISOR - THE PARPARM DIVISOR THE RUN     *
001400*                        ROUTED UNDER, SO THE SHARE EACH CLASS   *
001500*                        SHOULD GET (1 / DIVISOR) IS KNOWN FOR   *
001600*                        EVERY RUN ON FILE.                      *
001700*                      CLASS - THE REMAINDER CLASS, 0 THROUGH    *
001800*                        DIVISOR - 1.                            *
001900*                      CASES - THE TEST CASES IN WHICH THE NAME  *
002000*                        HELD THE CLASS.                         *
002100*                      ROUTED - LINES ROUTED TO THE NAME BY      *
002200*                        SPOJ-PAR.                               *
002300*                      REPAIRED - LINES ROUTED TO THE NAME BY    *
002400*                        SPOJ-REPAIR AFTER CORRECTION.           *
002500*                      EXCEPTIONS - LINES OF THOSE CASES LEFT ON *
002600*                        PAREXCPT.  AN EXCEPTION CANNOT BE       *
002700*                        CLASSED, SO IT IS CARRIED UNDER EVERY   *
002800*                        CLASS OF ITS CASE; THE CLASS 0 RECORDS  *
002900*                        ALONE GIVE THE RUN'S EXCEPTION COUNT.   *
003000*                      CASE-LINES - ALL LINES ROUTED OR REPAIRED *
003100*                        IN THOSE CASES, WHATEVER THE CLASS.     *
003200*                        THE NAME'S SHARE IS (ROUTED +           *
003300*                        REPAIRED) / CASE-LINES.                 *
003400*                    MAINTAINED BY THE ROUTING DISTRIBUTION STEP *
003500*                    (SPOJ-RTDST) AS AN OLD-MASTER/NEW-MASTER    *
003600*                    SEQUENTIAL UPDATE; A RERUN OF THE SAME DATE *
003700*                    AND BATCH REPLACES ITS EARLIER RECORDS.     *
003800*    MODIFICATION HISTORY.........................................
003900*    DATE       INIT  DESCRIPTION
004000*    ---------- ----  -----------------------------------------
004100*    2026-10-15 JM    ORIGINAL COPYBOOK.
004200******************************************************************
004300    01  RD-DST-RECORD.
004400        05  RD-DST-DATE             PIC 9(8).
004500        05  RD-DST-BATCH            PIC 9(6).
004600        05  RD-DST-DIVISOR          PIC 9(1).
004700        05  RD-DST-CLASS            PIC 9(1).
004800        05  RD-DST-NAME             PIC X(10).
004900        05  RD-DST-CASES            PIC 9(4).
005000        05  RD-DST-ROUTED           PIC 9(7).
005100        05  RD-DST-REPAIRED         PIC 9(7).
005200        05  RD-DST-EXCEPTIONS       PIC 9(7).
005300        05  RD-DST-CASE-LINES       PIC 9(7).
