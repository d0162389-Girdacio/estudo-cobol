000100******************************************************************
000200*    PROGRAM......: SPOJ-RTDST                                   *
000300*    AUTHOR.......: J. MORAES                                    *
000400*    INSTALLATION.: BATCH SYSTEMS GROUP                          *
000500*    DATE-WRITTEN.: 2026-10-15                                   *
000600*    DATE-COMPILED: 2026-10-15                                   *
000700*    DESCRIPTION..: ROUTING DISTRIBUTION HISTORY AND SKEW        *
000800*                   REPORT.  TAKES THE ROUTING JOB'S PER-CLASS   *
000900*                   TALLIES - THE END-OF-CASE ('E') AND REPAIR   *
001000*                   ('A') RECORDS ON PAROUT - AND THE NAMES EACH *
001100*                   TEST CASE ROUTED TO ON PARIN, ADDS THE       *
001200*                   EXCEPTIONS LEFT ON PAREXCPT, AND POSTS ONE   *
001300*                   RECORD PER REMAINDER CLASS AND ROUTED NAME   *
001400*                   FOR THE RUN INTO THE ROUTING DISTRIBUTION    *
001500*                   HISTORY MASTER (RTDMST IN, RTDNEW OUT) BY    *
001600*                   THE SAME OLD-MASTER/NEW-MASTER MERGE THE RUN *
001700*                   HISTORY USES, A RERUN OF THE SAME DATE AND   *
001800*                   BATCH REPLACING ITS EARLIER RECORDS.  WHILE  *
001900*                   MERGING, EACH CLASS AND NAME'S SHARE OF THE  *
002000*                   WORK IS ACCUMULATED FOR THE RUN, THE MONTH   *
002100*                   TO DATE, THE PRIOR MONTH AND THE YEAR TO     *
002200*                   DATE.  THE REPORT (RTDRPT) SHOWS THOSE       *
002300*                   SHARES AGAINST THE SHARE THE PARPARM DIVISOR *
002400*                   SHOULD GIVE (ONE PART IN DIVISOR), FOLLOWED  *
002500*                   BY A RUN-BY-RUN TREND OF THE LAST RUNS ON    *
002600*                   THE MASTER (RTDPARM, DEFAULT 5).  A NAME     *
002700*                   WHOSE SHARE FOR THE RUN OR THE MONTH DRIFTS  *
002800*                   FROM THE EXPECTED SHARE BY MORE THAN THE     *
002900*                   RTDPARM PERCENTAGE OF IT (DEFAULT 20) IS     *
003000*                   FLAGGED AND THE STEP ENDS WITH THE WARNING   *
003100*                   RETURN CODE 4 - A SKEWED SPLIT IS USUALLY    *
003200*                   THE FIRST SIGN OF BAD UPSTREAM DATA.         *
003300*    MODIFICATION HISTORY.........................................
003400*    DATE       INIT  DESCRIPTION
003500*    ---------- ----  -----------------------------------------
003600*    2026-10-15 JM    ORIGINAL PROGRAM.
003700******************************************************************
003800    IDENTIFICATION DIVISION.
003900    PROGRAM-ID.    MAIN.
004000
004100    ENVIRONMENT DIVISION.
004200    INPUT-OUTPUT SECTION.
004300    FILE-CONTROL.
004400        SELECT CTL-FILE ASSIGN TO "BATCHCTL"
004500            ORGANIZATION IS LINE SEQUENTIAL
004600            FILE STATUS IS RD-CTL-STATUS.
004700        SELECT PARM-FILE ASSIGN TO "RTDPARM"
004800            ORGANIZATION IS LINE SEQUENTIAL
004900            FILE STATUS IS RD-PARM-STATUS.
005000        SELECT RULE-FILE ASSIGN TO "PARPARM"
005100            ORGANIZATION IS LINE SEQUENTIAL
005200            FILE STATUS IS RD-RULE-STATUS.
005300        SELECT CASE-FILE ASSIGN TO "PARIN"
005400            ORGANIZATION IS LINE SEQUENTIAL
005500            FILE STATUS IS RD-CASE-STATUS.
005600        SELECT OUT-FILE ASSIGN TO "PAROUT"
005700            ORGANIZATION IS LINE SEQUENTIAL
005800            FILE STATUS IS RD-OUT-STATUS.
005900        SELECT EXCEPT-FILE ASSIGN TO "PAREXCPT"
006000            ORGANIZATION IS LINE SEQUENTIAL
006100            FILE STATUS IS RD-EXCPT-STATUS.
006200        SELECT DST-OLD ASSIGN TO "RTDMST"
006300            ORGANIZATION IS LINE SEQUENTIAL
006400            FILE STATUS IS RD-OLD-STATUS.
006500        SELECT DST-NEW ASSIGN TO "RTDNEW"
006600            ORGANIZATION IS LINE SEQUENTIAL
006700            FILE STATUS IS RD-NEW-STATUS.
006800        SELECT REPORT-FILE ASSIGN TO "RTDRPT"
006900            ORGANIZATION IS LINE SEQUENTIAL
007000            FILE STATUS IS RD-RPT-STATUS.
007100        SELECT STATS-FILE ASSIGN TO "JOBSTATS"
007200            ORGANIZATION IS LINE SEQUENTIAL
007300            FILE STATUS IS RD-STATS-STATUS.
007400
007500    DATA DIVISION.
007600    FILE SECTION.
007700    FD  CTL-FILE
007800        LABEL RECORDS ARE STANDARD.
007900    COPY "jobctl.cpy".
008000
008100    FD  PARM-FILE
008200        LABEL RECORDS ARE STANDARD.
008300    COPY "rtdparm.cpy".
008400
008500    FD  RULE-FILE
008600        LABEL RECORDS ARE STANDARD.
008700    COPY "parparm.cpy".
008800
008900    FD  CASE-FILE
009000        LABEL RECORDS ARE STANDARD.
009100    COPY "parin.cpy".
009200
009300    FD  OUT-FILE
009400        LABEL RECORDS ARE STANDARD.
009500    COPY "parout.cpy".
009600
009700    FD  EXCEPT-FILE
009800        LABEL RECORDS ARE STANDARD.
009900    COPY "parexcpt.cpy".
010000
010100    FD  DST-OLD
010200        LABEL RECORDS ARE STANDARD.
010300    COPY "rtdmst.cpy".
010400
010500    FD  DST-NEW
010600        LABEL RECORDS ARE STANDARD.
010700    01  RD-NEW-RECORD               PIC X(58).
010800
010900    FD  REPORT-FILE
011000        LABEL RECORDS ARE STANDARD.
011100    COPY "rtdrpt.cpy".
011200
011300    FD  STATS-FILE
011400        LABEL RECORDS ARE STANDARD.
011500    COPY "jobstat.cpy".
011600
011700    WORKING-STORAGE SECTION.
011800    77  RD-CTL-STATUS           PIC X(2)  VALUE '00'.
011900    77  RD-PARM-STATUS          PIC X(2)  VALUE '00'.
012000    77  RD-RULE-STATUS          PIC X(2)  VALUE '00'.
012100    77  RD-CASE-STATUS          PIC X(2)  VALUE '00'.
012200    77  RD-OUT-STATUS           PIC X(2)  VALUE '00'.
012300    77  RD-EXCPT-STATUS         PIC X(2)  VALUE '00'.
012400    77  RD-OLD-STATUS           PIC X(2)  VALUE '00'.
012500    77  RD-NEW-STATUS           PIC X(2)  VALUE '00'.
012600    77  RD-RPT-STATUS           PIC X(2)  VALUE '00'.
012700    77  RD-STATS-STATUS         PIC X(2)  VALUE '00'.
012800    77  RD-START-TIME           PIC 9(6)  VALUE ZERO.
012900    77  RD-TIME-WK              PIC 9(8)  VALUE ZERO.
013000
013100    77  RD-BATCH-NUMBER         PIC 9(6)  VALUE ZERO.
013200    77  RD-RUN-DATE             PIC 9(8)  VALUE ZERO.
013300    77  RD-RUN-YM               PIC 9(6)  VALUE ZERO.
013400    77  RD-RUN-YEAR             PIC 9(4)  VALUE ZERO.
013500    77  RD-PRIOR-YM             PIC 9(6)  VALUE ZERO.
013600    77  RD-WK-YEAR              PIC 9(4)  VALUE ZERO.
013700    77  RD-WK-MONTH             PIC 9(2)  VALUE ZERO.
013800    77  RD-WK-YM                PIC 9(6)  VALUE ZERO.
013900    77  RD-DIVISOR              PIC 9(1)  VALUE 2.
014000    77  RD-LIMIT-PCT            PIC 9(3)  VALUE 20.
014100    77  RD-TREND-RUNS           PIC 9(2)  VALUE 5.
014200    77  RD-WK-CLASS             PIC 9(1)  VALUE ZERO.
014300    77  RD-WK-NAME              PIC X(10) VALUE SPACES.
014400    77  RD-CASE-SUM             PIC 9(7)  VALUE ZERO.
014500    77  RD-WK-ACT               PIC 9(9)V9(4) VALUE ZERO.
014600    77  RD-WK-BASE              PIC 9(9)  VALUE ZERO.
014700    77  RD-WK-EXP               PIC 9(9)V9(4) VALUE ZERO.
014800    77  RD-SHARE                PIC 9(3)V9 VALUE ZERO.
014900    77  RD-SHARE-ED             PIC ZZ9.9.
015000    77  RD-SHARE-X              PIC X(5)  VALUE SPACES.
015100    77  RD-DRIFT                PIC S9(5) VALUE ZERO.
015200    77  RD-OUT-READ             PIC 9(7)  VALUE ZERO.
015300    77  RD-EXCPT-READ           PIC 9(7)  VALUE ZERO.
015400    77  RD-POSTED-COUNT         PIC 9(7)  VALUE ZERO.
015500    77  RD-TOT-ROUTED           PIC 9(7)  VALUE ZERO.
015600    77  RD-TOT-REPAIRED         PIC 9(7)  VALUE ZERO.
015700    77  RD-RUN-COUNT            PIC 9(5)  VALUE ZERO.
015800    77  RD-TRD-COUNT            PIC 9(5)  VALUE ZERO.
015900    77  RD-TRD-FIRST            PIC 9(5)  VALUE ZERO.
016000    77  RD-LAST-DATE            PIC 9(8)  VALUE ZERO.
016100    77  RD-LAST-BATCH           PIC 9(6)  VALUE ZERO.
016200    77  RD-NAME-COUNT           PIC 9(3)  VALUE ZERO.
016300    77  RD-BREACH-COUNT         PIC 9(3)  VALUE ZERO.
016400
016500    77  RD-CASE-MAX             PIC 9(3)  VALUE 999 COMP.
016600    77  RD-CASE-USED            PIC 9(3)  VALUE ZERO COMP.
016700    77  RD-T                    PIC 9(3)  VALUE ZERO COMP.
016800    77  RD-C                    PIC 9(2)  VALUE ZERO COMP.
016900    77  RD-RUN-MAX              PIC 9(3)  VALUE 200 COMP.
017000    77  RD-RUN-USED             PIC 9(3)  VALUE ZERO COMP.
017100    77  RD-R                    PIC 9(3)  VALUE ZERO COMP.
017200    77  RD-TAB-MAX              PIC 9(3)  VALUE 200 COMP.
017300    77  RD-TAB-USED             PIC 9(3)  VALUE ZERO COMP.
017400    77  RD-I                    PIC 9(3)  VALUE ZERO COMP.
017500    77  RD-X                    PIC 9(3)  VALUE ZERO COMP.
017600
017700    77  RD-CASE-EOF-SW          PIC X(1)  VALUE 'N'.
017800        88  RD-CASE-EOF                    VALUE 'Y'.
017900    77  RD-OUT-EOF-SW           PIC X(1)  VALUE 'N'.
018000        88  RD-OUT-EOF                     VALUE 'Y'.
018100    77  RD-EXCPT-EOF-SW         PIC X(1)  VALUE 'N'.
018200        88  RD-EXCPT-EOF                   VALUE 'Y'.
018300    77  RD-EXCPT-OPEN-SW        PIC X(1)  VALUE 'N'.
018400        88  RD-EXCPT-OPEN                  VALUE 'Y'.
018500    77  RD-OLD-EOF-SW           PIC X(1)  VALUE 'N'.
018600        88  RD-OLD-EOF                     VALUE 'Y'.
018700    77  RD-OLD-OPEN-SW          PIC X(1)  VALUE 'N'.
018800        88  RD-OLD-OPEN                    VALUE 'Y'.
018900    77  RD-NEW-EOF-SW           PIC X(1)  VALUE 'N'.
019000        88  RD-NEW-EOF                     VALUE 'Y'.
019100    77  RD-CURR-POSTED-SW       PIC X(1)  VALUE 'N'.
019200        88  RD-CURR-POSTED                 VALUE 'Y'.
019300    77  RD-FOUND-SW             PIC X(1)  VALUE 'N'.
019400        88  RD-FOUND                       VALUE 'Y'.
019500
019600******************************************************************
019700*    THE NAMES EACH TEST CASE ON PARIN ROUTES TO, ONE PER        *
019800*    REMAINDER CLASS IN CLASS ORDER; THE CASE NUMBER ON PAROUT   *
019900*    AND PAREXCPT IS THE SUBSCRIPT.                              *
020000******************************************************************
020100    01  RD-CASE-TABLE.
020200        05  RD-CASE-ENTRY OCCURS 999 TIMES.
020300            10  RD-CASE-NAMES       PIC 9(1).
020400            10  RD-CASE-NOME        PIC X(10) OCCURS 9 TIMES.
020500
020600******************************************************************
020700*    THE RUN'S FIGURES, ONE ENTRY PER REMAINDER CLASS AND NAME   *
020800*    IN ORDER OF FIRST APPEARANCE - THE RECORDS THE RUN POSTS.   *
020900******************************************************************
021000    01  RD-RUN-TABLE.
021100        05  RD-RUN-ENTRY OCCURS 200 TIMES.
021200            10  RD-RUN-CLASS        PIC 9(1).
021300            10  RD-RUN-NAME         PIC X(10).
021400            10  RD-RUN-CASES        PIC 9(4).
021500            10  RD-RUN-ROUTED       PIC 9(7).
021600            10  RD-RUN-REPAIRED     PIC 9(7).
021700            10  RD-RUN-EXCEPTIONS   PIC 9(7).
021800            10  RD-RUN-CASE-LINES   PIC 9(7).
021900
022000******************************************************************
022100*    ONE ENTRY PER REMAINDER CLASS AND NAME ON THE REPORT.  FOR  *
022200*    EACH PERIOD, ACT IS THE LINES ROUTED OR REPAIRED TO THE     *
022300*    NAME, BASE IS ALL THE LINES OF THE CASES IT TOOK PART IN,   *
022400*    AND EXP IS THE LINES THE DIVISOR SAYS IT SHOULD HAVE HAD    *
022500*    (BASE OVER THE DIVISOR EACH RUN ROUTED UNDER).              *
022600******************************************************************
022700    01  RD-NAME-TABLE.
022800        05  RD-TAB-ENTRY OCCURS 200 TIMES.
022900            10  RD-TAB-CLASS        PIC 9(1).
023000            10  RD-TAB-NAME         PIC X(10).
023100            10  RD-TAB-RUN-ACT      PIC 9(9).
023200            10  RD-TAB-RUN-BASE     PIC 9(9).
023300            10  RD-TAB-RUN-EXP      PIC 9(9)V9(4).
023400            10  RD-TAB-MTD-ACT      PIC 9(9).
023500            10  RD-TAB-MTD-BASE     PIC 9(9).
023600            10  RD-TAB-MTD-EXP      PIC 9(9)V9(4).
023700            10  RD-TAB-MTD-EXC      PIC 9(9).
023800            10  RD-TAB-MTD-REP      PIC 9(9).
023900            10  RD-TAB-PRI-ACT      PIC 9(9).
024000            10  RD-TAB-PRI-BASE     PIC 9(9).
024100            10  RD-TAB-YTD-ACT      PIC 9(9).
024200            10  RD-TAB-YTD-BASE     PIC 9(9).
024300
024400    01  RD-CURR-RECORD.
024500        05  RD-CURR-DATE            PIC 9(8).
024600        05  RD-CURR-BATCH           PIC 9(6).
024700        05  RD-CURR-DIVISOR         PIC 9(1).
024800        05  RD-CURR-CLASS           PIC 9(1).
024900        05  RD-CURR-NAME            PIC X(10).
025000        05  RD-CURR-CASES           PIC 9(4).
025100        05  RD-CURR-ROUTED          PIC 9(7).
025200        05  RD-CURR-REPAIRED        PIC 9(7).
025300        05  RD-CURR-EXCEPTIONS      PIC 9(7).
025400        05  RD-CURR-CASE-LINES      PIC 9(7).
025500
025600    01  RD-HDG-LINE.
025700        05  FILLER              PIC X(34)
025800            VALUE 'ROUTING DISTRIBUTION REPORT  BATCH'.
025900        05  FILLER              PIC X(1)  VALUE SPACE.
026000        05  RD-HDG-BATCH        PIC 9(6).
026100        05  FILLER              PIC X(7)  VALUE '  DATE '.
026200        05  RD-HDG-DATE         PIC 9(8).
026300        05  FILLER              PIC X(10) VALUE '  DIVISOR '.
026400        05  RD-HDG-DIVISOR      PIC 9(1).
026500        05  FILLER              PIC X(17)
026600            VALUE '  EXPECTED SHARE '.
026700        05  RD-HDG-SHARE        PIC X(5).
026800        05  FILLER              PIC X(14)
026900            VALUE '  DRIFT LIMIT '.
027000        05  RD-HDG-LIMIT        PIC ZZ9.
027100        05  FILLER              PIC X(4)  VALUE ' PCT'.
027200
027300    01  RD-COL-LINE.
027400        05  FILLER              PIC X(14) VALUE 'CL  NAME'.
027500        05  FILLER              PIC X(17)
027600            VALUE '      RUN SHARE  '.
027700        05  FILLER              PIC X(17)
027800            VALUE '      MTD SHARE  '.
027900        05  FILLER              PIC X(17)
028000            VALUE '    PRIOR SHARE  '.
028100        05  FILLER              PIC X(17)
028200            VALUE '      YTD SHARE  '.
028300        05  FILLER              PIC X(7)  VALUE 'EXPCT  '.
028400        05  FILLER              PIC X(17)
028500            VALUE 'MTD EXC MTD REP  '.
028600        05  FILLER              PIC X(4)  VALUE 'FLAG'.
028700
028800    01  RD-DET-LINE.
028900        05  RD-DET-CLASS        PIC 9(1).
029000        05  FILLER              PIC X(2)  VALUE SPACES.
029100        05  RD-DET-NAME         PIC X(10).
029200        05  FILLER              PIC X(1)  VALUE SPACE.
029300        05  RD-DET-RUN-ACT      PIC Z(8)9.
029400        05  FILLER              PIC X(1)  VALUE SPACE.
029500        05  RD-DET-RUN-SHARE    PIC X(5).
029600        05  FILLER              PIC X(2)  VALUE SPACES.
029700        05  RD-DET-MTD-ACT      PIC Z(8)9.
029800        05  FILLER              PIC X(1)  VALUE SPACE.
029900        05  RD-DET-MTD-SHARE    PIC X(5).
030000        05  FILLER              PIC X(2)  VALUE SPACES.
030100        05  RD-DET-PRI-ACT      PIC Z(8)9.
030200        05  FILLER              PIC X(1)  VALUE SPACE.
030300        05  RD-DET-PRI-SHARE    PIC X(5).
030400        05  FILLER              PIC X(2)  VALUE SPACES.
030500        05  RD-DET-YTD-ACT      PIC Z(8)9.
030600        05  FILLER              PIC X(1)  VALUE SPACE.
030700        05  RD-DET-YTD-SHARE    PIC X(5).
030800        05  FILLER              PIC X(2)  VALUE SPACES.
030900        05  RD-DET-EXP-SHARE    PIC X(5).
031000        05  FILLER              PIC X(2)  VALUE SPACES.
031100        05  RD-DET-MTD-EXC      PIC Z(6)9.
031200        05  FILLER              PIC X(1)  VALUE SPACE.
031300        05  RD-DET-MTD-REP      PIC Z(6)9.
031400        05  FILLER              PIC X(2)  VALUE SPACES.
031500        05  RD-DET-FLAG         PIC X(15).
031600
031700    01  RD-TRD-COL-LINE.
031800        05  FILLER              PIC X(14) VALUE 'CL  NAME'.
031900        05  FILLER              PIC X(31)
032000            VALUE '  CASES  ROUTED REPAIRD  EXCEPT'.
032100        05  FILLER              PIC X(21)
032200            VALUE '  SHARE  EXPCT  FLAG'.
032300
032400    01  RD-TRD-LINE.
032500        05  RD-TRD-CLASS        PIC 9(1).
032600        05  FILLER              PIC X(2)  VALUE SPACES.
032700        05  RD-TRD-NAME         PIC X(10).
032800        05  FILLER              PIC X(1)  VALUE SPACE.
032900        05  RD-TRD-CASES        PIC Z(6)9.
033000        05  FILLER              PIC X(1)  VALUE SPACE.
033100        05  RD-TRD-ROUTED       PIC Z(6)9.
033200        05  FILLER              PIC X(1)  VALUE SPACE.
033300        05  RD-TRD-REPAIRED     PIC Z(6)9.
033400        05  FILLER              PIC X(1)  VALUE SPACE.
033500        05  RD-TRD-EXCEPTIONS   PIC Z(6)9.
033600        05  FILLER              PIC X(2)  VALUE SPACES.
033700        05  RD-TRD-SHARE        PIC X(5).
033800        05  FILLER              PIC X(2)  VALUE SPACES.
033900        05  RD-TRD-EXP-SHARE    PIC X(5).
034000        05  FILLER              PIC X(2)  VALUE SPACES.
034100        05  RD-TRD-FLAG         PIC X(5).
034200
034300    PROCEDURE DIVISION.
034400    0000-MAINLINE.
034500        PERFORM 1000-INITIALIZE THRU 1000-EXIT.
034600        PERFORM 2000-SCAN-PAROUT THRU 2000-EXIT.
034700        PERFORM 2500-SCAN-EXCEPTIONS THRU 2500-EXIT.
034800        PERFORM 3000-POST-HISTORY THRU 3000-EXIT.
034900        PERFORM 4000-PRINT-SHARES THRU 4000-EXIT.
035000        PERFORM 5000-PRINT-TREND THRU 5000-EXIT.
035100        IF RD-BREACH-COUNT NOT = ZERO
035200            DISPLAY 'SPOJ-RTDST: ' RD-BREACH-COUNT
035300                ' NAME(S) DRIFTED FROM THE EXPECTED SHARE PAST '
035400                RD-LIMIT-PCT ' PCT'
035500            MOVE 4 TO RETURN-CODE
035600        END-IF.
035700        PERFORM 9000-TERMINATE THRU 9000-EXIT.
035800        STOP RUN.
035900
036000******************************************************************
036100*    1000-INITIALIZE - READ THE JOB CONTROL RECORD, THE DRIFT    *
036200*    LIMIT AND TREND LENGTH, AND THE DIVISOR THE ROUTING STEP    *
036300*    RAN UNDER (BY THE ROUTING STEP'S OWN RULE: AN UNUSABLE      *
036400*    PARPARM MEANS DIVISOR 2).  WORK OUT THE PRIOR MONTH, LOAD   *
036500*    THE CASE NAMES FROM PARIN, AND OPEN THE ROUTING OUTPUT, THE *
036600*    EXCEPTIONS, THE OLD AND NEW MASTERS AND THE REPORT.  A      *
036700*    MISSING MASTER IS NOT AN ERROR; PARIN AND PAROUT MUST BE    *
036800*    THERE.                                                      *
036900******************************************************************
037000    1000-INITIALIZE.
037100        ACCEPT RD-TIME-WK FROM TIME.
037200        MOVE RD-TIME-WK(1:6) TO RD-START-TIME.
037300        OPEN INPUT CTL-FILE.
037400        IF RD-CTL-STATUS NOT = '00'
037500            DISPLAY 'SPOJ-RTDST: COULD NOT OPEN BATCHCTL, '
037600                'STATUS ' RD-CTL-STATUS
037700            MOVE 16 TO RETURN-CODE
037800            STOP RUN
037900        END-IF.
038000        READ CTL-FILE
038100            AT END
038200                DISPLAY 'SPOJ-RTDST: BATCHCTL IS EMPTY'
038300                MOVE 16 TO RETURN-CODE
038400                CLOSE CTL-FILE
038500                STOP RUN
038600            NOT AT END
038700                MOVE JC-BATCH-NUMBER TO RD-BATCH-NUMBER
038800                MOVE JC-RUN-DATE    TO RD-RUN-DATE
038900        END-READ.
039000        CLOSE CTL-FILE.
039100        MOVE RD-RUN-DATE(1:6) TO RD-RUN-YM.
039200        MOVE RD-RUN-DATE(1:4) TO RD-RUN-YEAR.
039300        MOVE RD-RUN-DATE(1:4) TO RD-WK-YEAR.
039400        MOVE RD-RUN-DATE(5:2) TO RD-WK-MONTH.
039500        IF RD-WK-MONTH = 1
039600            SUBTRACT 1 FROM RD-WK-YEAR
039700            MOVE 12 TO RD-WK-MONTH
039800        ELSE
039900            SUBTRACT 1 FROM RD-WK-MONTH
040000        END-IF.
040100        COMPUTE RD-PRIOR-YM = RD-WK-YEAR * 100 + RD-WK-MONTH.
040200
040300        OPEN INPUT PARM-FILE.
040400        IF RD-PARM-STATUS = '00'
040500            READ PARM-FILE
040600                AT END
040700                    CONTINUE
040800                NOT AT END
040900                    IF RD-PARM-PCT IS NUMERIC
041000                        AND RD-PARM-PCT NOT = ZERO
041100                        MOVE RD-PARM-PCT TO RD-LIMIT-PCT
041200                    END-IF
041300                    IF RD-PARM-RUNS IS NUMERIC
041400                        AND RD-PARM-RUNS NOT = ZERO
041500                        MOVE RD-PARM-RUNS TO RD-TREND-RUNS
041600                    END-IF
041700            END-READ
041800            CLOSE PARM-FILE
041900        END-IF.
042000
042100        OPEN INPUT RULE-FILE.
042200        IF RD-RULE-STATUS = '00'
042300            READ RULE-FILE
042400                AT END
042500                    CONTINUE
042600                NOT AT END
042700                    IF PR-PARM-DIVISOR IS NUMERIC AND
042800                        PR-PARM-POS1 IS NUMERIC AND
042900                        PR-PARM-POS2 IS NUMERIC
043000                        IF PR-PARM-POS1 >= 1 AND
043100                            PR-PARM-POS1 <= 3 AND
043200                            PR-PARM-POS2 >= 1 AND
043300                            PR-PARM-POS2 <= 3 AND
043400                            PR-PARM-DIVISOR > 0 AND
043500                            PR-PARM-DIVISOR <= 9
043600                            MOVE PR-PARM-DIVISOR TO RD-DIVISOR
043700                        END-IF
043800                    END-IF
043900            END-READ
044000            CLOSE RULE-FILE
044100        END-IF.
044200
044300        PERFORM 1500-LOAD-PARIN THRU 1500-EXIT.
044400
044500        OPEN INPUT OUT-FILE.
044600        IF RD-OUT-STATUS NOT = '00'
044700            DISPLAY 'SPOJ-RTDST: COULD NOT OPEN PAROUT, '
044800                'STATUS ' RD-OUT-STATUS
044900            MOVE 16 TO RETURN-CODE
045000            STOP RUN
045100        END-IF.
045200        OPEN INPUT EXCEPT-FILE.
045300        IF RD-EXCPT-STATUS = '00'
045400            SET RD-EXCPT-OPEN TO TRUE
045500        ELSE
045600            DISPLAY 'SPOJ-RTDST: NO PAREXCPT, STATUS '
045700                RD-EXCPT-STATUS ' - NO EXCEPTIONS CARRIED'
045800            SET RD-EXCPT-EOF TO TRUE
045900        END-IF.
046000        OPEN INPUT DST-OLD.
046100        IF RD-OLD-STATUS = '00'
046200            SET RD-OLD-OPEN TO TRUE
046300        ELSE
046400            SET RD-OLD-EOF TO TRUE
046500        END-IF.
046600        OPEN OUTPUT DST-NEW.
046700        OPEN OUTPUT REPORT-FILE.
046800        IF RD-NEW-STATUS NOT = '00'
046900            OR RD-RPT-STATUS NOT = '00'
047000            DISPLAY 'SPOJ-RTDST: COULD NOT OPEN RTDNEW/RTDRPT'
047100            MOVE 16 TO RETURN-CODE
047200            PERFORM 9000-TERMINATE THRU 9000-EXIT
047300            STOP RUN
047400        END-IF.
047500    1000-EXIT.
047600        EXIT.
047700
047800******************************************************************
047900*    1500-LOAD-PARIN - NUMBER THE TEST CASES FROM 1 IN PARIN     *
048000*    ORDER, AS THE ROUTING STEP DOES, AND KEEP EACH CASE'S NAME  *
048100*    RECORDS.  THE ROUTING STEP HAS ALREADY PROVED THE DATASET'S *
048200*    STRUCTURE, SO DETAIL AND TRAILER RECORDS ARE SIMPLY PASSED  *
048300*    OVER HERE.                                                  *
048400******************************************************************
048500    1500-LOAD-PARIN.
048600        OPEN INPUT CASE-FILE.
048700        IF RD-CASE-STATUS NOT = '00'
048800            DISPLAY 'SPOJ-RTDST: COULD NOT OPEN PARIN, '
048900                'STATUS ' RD-CASE-STATUS
049000            MOVE 16 TO RETURN-CODE
049100            STOP RUN
049200        END-IF.
049300        PERFORM 1600-LOAD-ONE-CASE-REC THRU 1600-EXIT
049400            UNTIL RD-CASE-EOF.
049500        CLOSE CASE-FILE.
049600    1500-EXIT.
049700        EXIT.
049800
049900    1600-LOAD-ONE-CASE-REC.
050000        READ CASE-FILE
050100            AT END
050200                SET RD-CASE-EOF TO TRUE
050300                GO TO 1600-EXIT
050400        END-READ.
050500        IF PI-CASE-HEADER
050600            IF RD-CASE-USED >= RD-CASE-MAX
050700                DISPLAY 'SPOJ-RTDST: MORE TEST CASES ON PARIN '
050800                    'THAN THE TABLE HOLDS'
050900                MOVE 16 TO RETURN-CODE
051000                CLOSE CASE-FILE
051100                STOP RUN
051200            END-IF
051300            ADD 1 TO RD-CASE-USED
051400            MOVE RD-CASE-USED TO RD-T
051500            MOVE SPACES TO RD-CASE-ENTRY(RD-T)
051600            MOVE ZERO   TO RD-CASE-NAMES(RD-T)
051700            GO TO 1600-EXIT
051800        END-IF.
051900        IF PI-NAME-REC
052000            AND RD-CASE-USED > ZERO
052100            IF RD-CASE-NAMES(RD-T) < 9
052200                ADD 1 TO RD-CASE-NAMES(RD-T)
052300                MOVE RD-CASE-NAMES(RD-T) TO RD-C
052400                MOVE PI-NAME-NOME TO RD-CASE-NOME(RD-T RD-C)
052500            END-IF
052600        END-IF.
052700    1600-EXIT.
052800        EXIT.
052900
053000******************************************************************
053100*    2000-SCAN-PAROUT - EVERY END-OF-CASE ('E') RECORD CARRIES   *
053200*    THE LINES THE ROUTING STEP SENT TO EACH CLASS OF ONE CASE,  *
053300*    AND EVERY REPAIR ('A') RECORD THE LINES REPAIRED INTO EACH  *
053400*    CLASS.  EACH CLASS'S COUNT IS POSTED TO THE NAME THE CASE   *
053500*    GAVE THAT CLASS, TOGETHER WITH THE CASE'S TOTAL ACROSS THE  *
053600*    CLASSES (THE BASE ITS SHARE IS TAKEN OF).  HEADER, DETAIL   *
053700*    AND REPROCESSED-LINE RECORDS ARE ONLY COUNTED.              *
053800******************************************************************
053900    2000-SCAN-PAROUT.
054000        PERFORM 2100-READ-PAROUT THRU 2100-EXIT
054100            UNTIL RD-OUT-EOF.
054200    2000-EXIT.
054300        EXIT.
054400
054500    2100-READ-PAROUT.
054600        READ OUT-FILE
054700            AT END
054800                SET RD-OUT-EOF TO TRUE
054900                GO TO 2100-EXIT
055000        END-READ.
055100        ADD 1 TO RD-OUT-READ.
055200        IF NOT PR-OUT-END-CASE
055300            AND NOT PR-OUT-ADJ-CASE
055400            GO TO 2100-EXIT
055500        END-IF.
055600        IF PR-OUT-TESTE IS NOT NUMERIC
055700            OR PR-OUT-TESTE = ZERO
055800            OR PR-OUT-TESTE > RD-CASE-USED
055900            DISPLAY 'SPOJ-RTDST: PAROUT CASE ' PR-OUT-TESTE
056000                ' IS NOT ON PARIN'
056100            MOVE 16 TO RETURN-CODE
056200            PERFORM 9000-TERMINATE THRU 9000-EXIT
056300            STOP RUN
056400        END-IF.
056500        MOVE PR-OUT-TESTE TO RD-T.
056600        MOVE ZERO TO RD-CASE-SUM.
056700        PERFORM 2110-SUM-CLASS THRU 2110-EXIT
056800            VARYING RD-C FROM 1 BY 1
056900                UNTIL RD-C > RD-DIVISOR.
057000        IF PR-OUT-END-CASE
057100            ADD RD-CASE-SUM TO RD-TOT-ROUTED
057200        ELSE
057300            ADD RD-CASE-SUM TO RD-TOT-REPAIRED
057400        END-IF.
057500        PERFORM 2200-POST-CLASS THRU 2200-EXIT
057600            VARYING RD-C FROM 1 BY 1
057700                UNTIL RD-C > RD-DIVISOR.
057800    2100-EXIT.
057900        EXIT.
058000
058100    2110-SUM-CLASS.
058200        ADD PR-OUT-COUNT-CLASS(RD-C) TO RD-CASE-SUM.
058300    2110-EXIT.
058400        EXIT.
058500
058600    2200-POST-CLASS.
058700        COMPUTE RD-WK-CLASS = RD-C - 1.
058800        MOVE RD-CASE-NOME(RD-T RD-C) TO RD-WK-NAME.
058900        PERFORM 2300-FIND-OR-ADD-RUN THRU 2300-EXIT.
059000        IF PR-OUT-END-CASE
059100            ADD 1 TO RD-RUN-CASES(RD-R)
059200            ADD PR-OUT-COUNT-CLASS(RD-C) TO RD-RUN-ROUTED(RD-R)
059300        ELSE
059400            ADD PR-OUT-COUNT-CLASS(RD-C) TO RD-RUN-REPAIRED(RD-R)
059500        END-IF.
059600        ADD RD-CASE-SUM TO RD-RUN-CASE-LINES(RD-R).
059700    2200-EXIT.
059800        EXIT.
059900
060000******************************************************************
060100*    2300-FIND-OR-ADD-RUN - LOCATE RD-WK-CLASS AND RD-WK-NAME IN *
060200*    THE RUN TABLE, ADDING THEM WITH ZERO FIGURES IF THEY ARE    *
060300*    NOT THERE.  LEAVES THE SUBSCRIPT IN RD-R.                   *
060400******************************************************************
060500    2300-FIND-OR-ADD-RUN.
060600        MOVE 'N' TO RD-FOUND-SW.
060700        PERFORM 2310-MATCH-RUN THRU 2310-EXIT
060800            VARYING RD-I FROM 1 BY 1
060900                UNTIL RD-I > RD-RUN-USED
061000                    OR RD-FOUND.
061100        IF RD-FOUND
061200            GO TO 2300-EXIT
061300        END-IF.
061400        IF RD-RUN-USED >= RD-RUN-MAX
061500            DISPLAY 'SPOJ-RTDST: MORE CLASSES AND NAMES IN THE '
061600                'RUN THAN THE TABLE HOLDS'
061700            MOVE 16 TO RETURN-CODE
061800            PERFORM 9000-TERMINATE THRU 9000-EXIT
061900            STOP RUN
062000        END-IF.
062100        ADD 1 TO RD-RUN-USED.
062200        MOVE RD-RUN-USED TO RD-R.
062300        MOVE RD-WK-CLASS TO RD-RUN-CLASS(RD-R).
062400        MOVE RD-WK-NAME  TO RD-RUN-NAME(RD-R).
062500        MOVE ZERO TO RD-RUN-CASES(RD-R)
062600                     RD-RUN-ROUTED(RD-R)
062700                     RD-RUN-REPAIRED(RD-R)
062800                     RD-RUN-EXCEPTIONS(RD-R)
062900                     RD-RUN-CASE-LINES(RD-R).
063000    2300-EXIT.
063100        EXIT.
063200
063300    2310-MATCH-RUN.
063400        IF RD-RUN-CLASS(RD-I) = RD-WK-CLASS
063500            AND RD-RUN-NAME(RD-I) = RD-WK-NAME
063600            SET RD-FOUND TO TRUE
063700            MOVE RD-I TO RD-R
063800        END-IF.
063900    2310-EXIT.
064000        EXIT.
064100
064200******************************************************************
064300*    2500-SCAN-EXCEPTIONS - A LINE LEFT ON PAREXCPT NEVER        *
064400*    REACHED A CLASS, SO IT IS CARRIED AGAINST EVERY CLASS AND   *
064500*    NAME OF ITS CASE.                                           *
064600******************************************************************
064700    2500-SCAN-EXCEPTIONS.
064800        PERFORM 2600-READ-EXCEPTION THRU 2600-EXIT
064900            UNTIL RD-EXCPT-EOF.
065000    2500-EXIT.
065100        EXIT.
065200
065300    2600-READ-EXCEPTION.
065400        READ EXCEPT-FILE
065500            AT END
065600                SET RD-EXCPT-EOF TO TRUE
065700                GO TO 2600-EXIT
065800        END-READ.
065900        ADD 1 TO RD-EXCPT-READ.
066000        IF PR-EXCPT-TESTE IS NOT NUMERIC
066100            OR PR-EXCPT-TESTE = ZERO
066200            OR PR-EXCPT-TESTE > RD-CASE-USED
066300            DISPLAY 'SPOJ-RTDST: PAREXCPT CASE ' PR-EXCPT-TESTE
066400                ' IS NOT ON PARIN'
066500            MOVE 16 TO RETURN-CODE
066600            PERFORM 9000-TERMINATE THRU 9000-EXIT
066700            STOP RUN
066800        END-IF.
066900        MOVE PR-EXCPT-TESTE TO RD-T.
067000        PERFORM 2700-POST-EXCEPTION THRU 2700-EXIT
067100            VARYING RD-C FROM 1 BY 1
067200                UNTIL RD-C > RD-DIVISOR.
067300    2600-EXIT.
067400        EXIT.
067500
067600    2700-POST-EXCEPTION.
067700        COMPUTE RD-WK-CLASS = RD-C - 1.
067800        MOVE RD-CASE-NOME(RD-T RD-C) TO RD-WK-NAME.
067900        PERFORM 2300-FIND-OR-ADD-RUN THRU 2300-EXIT.
068000        ADD 1 TO RD-RUN-EXCEPTIONS(RD-R).
068100    2700-EXIT.
068200        EXIT.
068300
068400******************************************************************
068500*    3000-POST-HISTORY - MERGE THE RUN'S RECORDS INTO THE        *
068600*    HISTORY MASTER IN DATE-PLUS-BATCH ORDER: OLD RECORDS AHEAD  *
068700*    OF THE RUN ARE COPIED FORWARD, OLD RECORDS WITH THE RUN'S   *
068800*    OWN DATE AND BATCH ARE DROPPED (A RERUN), AND THE REST      *
068900*    FOLLOW THE RUN'S RECORDS.  EVERY RECORD WRITTEN TO THE NEW  *
069000*    MASTER IS ROLLED INTO ITS CLASS AND NAME'S PERIOD FIGURES,  *
069100*    AND THE RUNS ON THE NEW MASTER ARE COUNTED FOR THE TREND.   *
069200******************************************************************
069300    3000-POST-HISTORY.
069400        PERFORM 3100-MERGE-ONE THRU 3100-EXIT
069500            UNTIL RD-OLD-EOF.
069600        IF NOT RD-CURR-POSTED
069700            PERFORM 3200-WRITE-CURRENT THRU 3200-EXIT
069800        END-IF.
069900    3000-EXIT.
070000        EXIT.
070100
070200    3100-MERGE-ONE.
070300        READ DST-OLD
070400            AT END
070500                SET RD-OLD-EOF TO TRUE
070600            NOT AT END
070700                PERFORM 3150-MERGE-RECORD THRU 3150-EXIT
070800        END-READ.
070900    3100-EXIT.
071000        EXIT.
071100
071200    3150-MERGE-RECORD.
071300        IF RD-DST-DATE = RD-RUN-DATE
071400            AND RD-DST-BATCH = RD-BATCH-NUMBER
071500            IF NOT RD-CURR-POSTED
071600                PERFORM 3200-WRITE-CURRENT THRU 3200-EXIT
071700            END-IF
071800            GO TO 3150-EXIT
071900        END-IF.
072000        IF NOT RD-CURR-POSTED
072100            IF RD-DST-DATE > RD-RUN-DATE
072200                OR (RD-DST-DATE = RD-RUN-DATE
072300                    AND RD-DST-BATCH > RD-BATCH-NUMBER)
072400                PERFORM 3200-WRITE-CURRENT THRU 3200-EXIT
072500            END-IF
072600        END-IF.
072700        MOVE RD-DST-RECORD TO RD-CURR-RECORD.
072800        MOVE RD-CURR-RECORD TO RD-NEW-RECORD.
072900        WRITE RD-NEW-RECORD.
073000        ADD 1 TO RD-POSTED-COUNT.
073100        PERFORM 3400-COUNT-RUN THRU 3400-EXIT.
073200        PERFORM 3300-ACCUM-PERIODS THRU 3300-EXIT.
073300    3150-EXIT.
073400        EXIT.
073500
073600******************************************************************
073700*    3200-WRITE-CURRENT - WRITE THE RUN'S RECORDS, ONE PER CLASS *
073800*    AND NAME, STAMPED WITH THE RUN DATE, BATCH NUMBER AND       *
073900*    DIVISOR.  THEIR FIGURES ARE ALSO THE RUN COLUMNS OF THE     *
074000*    REPORT.                                                     *
074100******************************************************************
074200    3200-WRITE-CURRENT.
074300        SET RD-CURR-POSTED TO TRUE.
074400        PERFORM 3210-WRITE-ONE-RUN THRU 3210-EXIT
074500            VARYING RD-R FROM 1 BY 1
074600                UNTIL RD-R > RD-RUN-USED.
074700    3200-EXIT.
074800        EXIT.
074900
075000    3210-WRITE-ONE-RUN.
075100        MOVE RD-RUN-DATE              TO RD-CURR-DATE.
075200        MOVE RD-BATCH-NUMBER          TO RD-CURR-BATCH.
075300        MOVE RD-DIVISOR               TO RD-CURR-DIVISOR.
075400        MOVE RD-RUN-CLASS(RD-R)       TO RD-CURR-CLASS.
075500        MOVE RD-RUN-NAME(RD-R)        TO RD-CURR-NAME.
075600        MOVE RD-RUN-CASES(RD-R)       TO RD-CURR-CASES.
075700        MOVE RD-RUN-ROUTED(RD-R)      TO RD-CURR-ROUTED.
075800        MOVE RD-RUN-REPAIRED(RD-R)    TO RD-CURR-REPAIRED.
075900        MOVE RD-RUN-EXCEPTIONS(RD-R)  TO RD-CURR-EXCEPTIONS.
076000        MOVE RD-RUN-CASE-LINES(RD-R)  TO RD-CURR-CASE-LINES.
076100        MOVE RD-CURR-RECORD           TO RD-NEW-RECORD.
076200        WRITE RD-NEW-RECORD.
076300        ADD 1 TO RD-POSTED-COUNT.
076400        PERFORM 3400-COUNT-RUN THRU 3400-EXIT.
076500        PERFORM 3300-ACCUM-PERIODS THRU 3300-EXIT.
076600        PERFORM 3500-FIND-OR-ADD-NAME THRU 3500-EXIT.
076700        ADD RD-WK-ACT  TO RD-TAB-RUN-ACT(RD-X).
076800        ADD RD-WK-BASE TO RD-TAB-RUN-BASE(RD-X).
076900        ADD RD-WK-EXP  TO RD-TAB-RUN-EXP(RD-X).
077000    3210-EXIT.
077100        EXIT.
077200
077300******************************************************************
077400*    3300-ACCUM-PERIODS - ROLL ONE HISTORY RECORD (IN            *
077500*    RD-CURR-RECORD) INTO ITS CLASS AND NAME'S MONTH-TO-DATE,    *
077600*    PRIOR-MONTH AND YEAR-TO-DATE FIGURES BY COMPARING ITS YEAR  *
077700*    AND MONTH TO THE RUN DATE'S.  RECORDS IN NONE OF THE THREE  *
077800*    PERIODS ARE CARRIED BUT NOT COUNTED.  ALWAYS LEAVES THE     *
077900*    RECORD'S ACTUAL, BASE AND EXPECTED LINES IN RD-WK-ACT,      *
078000*    RD-WK-BASE AND RD-WK-EXP.                                   *
078100******************************************************************
078200    3300-ACCUM-PERIODS.
078300        COMPUTE RD-WK-ACT = RD-CURR-ROUTED + RD-CURR-REPAIRED.
078400        MOVE RD-CURR-CASE-LINES TO RD-WK-BASE.
078500        IF RD-CURR-DIVISOR = ZERO
078600            MOVE RD-WK-BASE TO RD-WK-EXP
078700        ELSE
078800            COMPUTE RD-WK-EXP ROUNDED =
078900                RD-WK-BASE / RD-CURR-DIVISOR
079000        END-IF.
079100        MOVE RD-CURR-DATE(1:6) TO RD-WK-YM.
079200        IF RD-WK-YM > RD-RUN-YM
079300            GO TO 3300-EXIT
079400        END-IF.
079500        IF RD-WK-YM NOT = RD-PRIOR-YM
079600            AND RD-WK-YM(1:4) NOT = RD-RUN-YEAR
079700            GO TO 3300-EXIT
079800        END-IF.
079900        PERFORM 3500-FIND-OR-ADD-NAME THRU 3500-EXIT.
080000        IF RD-WK-YM = RD-PRIOR-YM
080100            ADD RD-WK-ACT  TO RD-TAB-PRI-ACT(RD-X)
080200            ADD RD-WK-BASE TO RD-TAB-PRI-BASE(RD-X)
080300        END-IF.
080400        IF RD-WK-YM(1:4) = RD-RUN-YEAR
080500            ADD RD-WK-ACT  TO RD-TAB-YTD-ACT(RD-X)
080600            ADD RD-WK-BASE TO RD-TAB-YTD-BASE(RD-X)
080700        END-IF.
080800        IF RD-WK-YM = RD-RUN-YM
080900            ADD RD-WK-ACT  TO RD-TAB-MTD-ACT(RD-X)
081000            ADD RD-WK-BASE TO RD-TAB-MTD-BASE(RD-X)
081100            ADD RD-WK-EXP  TO RD-TAB-MTD-EXP(RD-X)
081200            ADD RD-CURR-EXCEPTIONS TO RD-TAB-MTD-EXC(RD-X)
081300            ADD RD-CURR-REPAIRED   TO RD-TAB-MTD-REP(RD-X)
081400        END-IF.
081500    3300-EXIT.
081600        EXIT.
081700
081800    3400-COUNT-RUN.
081900        IF RD-CURR-DATE NOT = RD-LAST-DATE
082000            OR RD-CURR-BATCH NOT = RD-LAST-BATCH
082100            ADD 1 TO RD-RUN-COUNT
082200            MOVE RD-CURR-DATE  TO RD-LAST-DATE
082300            MOVE RD-CURR-BATCH TO RD-LAST-BATCH
082400        END-IF.
082500    3400-EXIT.
082600        EXIT.
082700
082800******************************************************************
082900*    3500-FIND-OR-ADD-NAME - LOCATE THE CLASS AND NAME OF        *
083000*    RD-CURR-RECORD IN THE REPORT TABLE, ADDING THEM WITH ZERO   *
083100*    FIGURES IF THEY ARE NOT THERE.  LEAVES THE SUBSCRIPT IN     *
083200*    RD-X.                                                       *
083300******************************************************************
083400    3500-FIND-OR-ADD-NAME.
083500        MOVE RD-CURR-CLASS TO RD-WK-CLASS.
083600        MOVE RD-CURR-NAME  TO RD-WK-NAME.
083700        MOVE 'N' TO RD-FOUND-SW.
083800        PERFORM 3510-MATCH-NAME THRU 3510-EXIT
083900            VARYING RD-I FROM 1 BY 1
084000                UNTIL RD-I > RD-TAB-USED
084100                    OR RD-FOUND.
084200        IF RD-FOUND
084300            GO TO 3500-EXIT
084400        END-IF.
084500        IF RD-TAB-USED >= RD-TAB-MAX
084600            DISPLAY 'SPOJ-RTDST: MORE CLASSES AND NAMES ON '
084700                'RTDMST THAN THE TABLE HOLDS'
084800            MOVE 16 TO RETURN-CODE
084900            PERFORM 9000-TERMINATE THRU 9000-EXIT
085000            STOP RUN
085100        END-IF.
085200        ADD 1 TO RD-TAB-USED.
085300        MOVE RD-TAB-USED TO RD-X.
085400        MOVE ZERO        TO RD-TAB-ENTRY(RD-X).
085500        MOVE RD-WK-CLASS TO RD-TAB-CLASS(RD-X).
085600        MOVE RD-WK-NAME  TO RD-TAB-NAME(RD-X).
085700    3500-EXIT.
085800        EXIT.
085900
086000    3510-MATCH-NAME.
086100        IF RD-TAB-CLASS(RD-I) = RD-WK-CLASS
086200            AND RD-TAB-NAME(RD-I) = RD-WK-NAME
086300            SET RD-FOUND TO TRUE
086400            MOVE RD-I TO RD-X
086500        END-IF.
086600    3510-EXIT.
086700        EXIT.
086800
086900******************************************************************
087000*    4000-PRINT-SHARES - ONE LINE PER CLASS AND NAME WITH WORK   *
087100*    IN THE RUN, THE MONTH, THE PRIOR MONTH OR THE YEAR: THE     *
087200*    LINES IT TOOK AND ITS SHARE OF ITS CASES' LINES IN EACH     *
087300*    PERIOD, THE SHARE THE DIVISOR SHOULD HAVE GIVEN IT THIS     *
087400*    MONTH, AND THE MONTH'S EXCEPTIONS AND REPAIRS.  THEN THE    *
087500*    NAME AND DRIFT COUNTS AND THE RUN TOTALS.                   *
087600******************************************************************
087700    4000-PRINT-SHARES.
087800        MOVE RD-BATCH-NUMBER TO RD-HDG-BATCH.
087900        MOVE RD-RUN-DATE     TO RD-HDG-DATE.
088000        MOVE RD-DIVISOR      TO RD-HDG-DIVISOR.
088100        MOVE 1               TO RD-WK-ACT.
088200        MOVE RD-DIVISOR      TO RD-WK-BASE.
088300        PERFORM 4300-EDIT-SHARE THRU 4300-EXIT.
088400        MOVE RD-SHARE-X      TO RD-HDG-SHARE.
088500        MOVE RD-LIMIT-PCT    TO RD-HDG-LIMIT.
088600        MOVE RD-HDG-LINE     TO RD-RPT-LINE.
088700        WRITE RD-REPORT-RECORD.
088800        MOVE SPACES          TO RD-RPT-LINE.
088900        STRING 'SHARE OF WORK BY CLASS AND NAME - MONTH '
089000            RD-RUN-YM '  PRIOR MONTH ' RD-PRIOR-YM
089100            '  YEAR ' RD-RUN-YEAR
089200            DELIMITED BY SIZE INTO RD-RPT-LINE.
089300        WRITE RD-REPORT-RECORD.
089400        MOVE SPACES          TO RD-RPT-LINE.
089500        WRITE RD-REPORT-RECORD.
089600        MOVE RD-COL-LINE     TO RD-RPT-LINE.
089700        WRITE RD-REPORT-RECORD.
089800        PERFORM 4100-PRINT-ONE-NAME THRU 4100-EXIT
089900            VARYING RD-I FROM 1 BY 1
090000                UNTIL RD-I > RD-TAB-USED.
090100        MOVE SPACES          TO RD-RPT-LINE.
090200        WRITE RD-REPORT-RECORD.
090300        MOVE SPACES          TO RD-RPT-LINE.
090400        STRING 'CLASSES/NAMES ' RD-NAME-COUNT
090500            '  DRIFTING ' RD-BREACH-COUNT
090600            '  RUN LINES ROUTED ' RD-TOT-ROUTED
090700            '  REPAIRED ' RD-TOT-REPAIRED
090800            '  EXCEPTIONS ' RD-EXCPT-READ
090900            DELIMITED BY SIZE INTO RD-RPT-LINE.
091000        WRITE RD-REPORT-RECORD.
091100    4000-EXIT.
091200        EXIT.
091300
091400    4100-PRINT-ONE-NAME.
091500        IF RD-TAB-RUN-BASE(RD-I) = ZERO
091600            AND RD-TAB-MTD-BASE(RD-I) = ZERO
091700            AND RD-TAB-PRI-BASE(RD-I) = ZERO
091800            AND RD-TAB-YTD-BASE(RD-I) = ZERO
091900            GO TO 4100-EXIT
092000        END-IF.
092100        ADD 1 TO RD-NAME-COUNT.
092200        MOVE SPACES                  TO RD-DET-LINE.
092300        MOVE RD-TAB-CLASS(RD-I)      TO RD-DET-CLASS.
092400        MOVE RD-TAB-NAME(RD-I)       TO RD-DET-NAME.
092500        MOVE RD-TAB-RUN-ACT(RD-I)    TO RD-DET-RUN-ACT RD-WK-ACT.
092600        MOVE RD-TAB-RUN-BASE(RD-I)   TO RD-WK-BASE.
092700        PERFORM 4300-EDIT-SHARE THRU 4300-EXIT.
092800        MOVE RD-SHARE-X              TO RD-DET-RUN-SHARE.
092900        MOVE RD-TAB-MTD-ACT(RD-I)    TO RD-DET-MTD-ACT RD-WK-ACT.
093000        MOVE RD-TAB-MTD-BASE(RD-I)   TO RD-WK-BASE.
093100        PERFORM 4300-EDIT-SHARE THRU 4300-EXIT.
093200        MOVE RD-SHARE-X              TO RD-DET-MTD-SHARE.
093300        MOVE RD-TAB-PRI-ACT(RD-I)    TO RD-DET-PRI-ACT RD-WK-ACT.
093400        MOVE RD-TAB-PRI-BASE(RD-I)   TO RD-WK-BASE.
093500        PERFORM 4300-EDIT-SHARE THRU 4300-EXIT.
093600        MOVE RD-SHARE-X              TO RD-DET-PRI-SHARE.
093700        MOVE RD-TAB-YTD-ACT(RD-I)    TO RD-DET-YTD-ACT RD-WK-ACT.
093800        MOVE RD-TAB-YTD-BASE(RD-I)   TO RD-WK-BASE.
093900        PERFORM 4300-EDIT-SHARE THRU 4300-EXIT.
094000        MOVE RD-SHARE-X              TO RD-DET-YTD-SHARE.
094100        MOVE RD-TAB-MTD-EXP(RD-I)    TO RD-WK-ACT.
094200        MOVE RD-TAB-MTD-BASE(RD-I)   TO RD-WK-BASE.
094300        PERFORM 4300-EDIT-SHARE THRU 4300-EXIT.
094400        MOVE RD-SHARE-X              TO RD-DET-EXP-SHARE.
094500        MOVE RD-TAB-MTD-EXC(RD-I)    TO RD-DET-MTD-EXC.
094600        MOVE RD-TAB-MTD-REP(RD-I)    TO RD-DET-MTD-REP.
094700        PERFORM 4200-CHECK-DRIFT THRU 4200-EXIT.
094800        MOVE RD-DET-LINE             TO RD-RPT-LINE.
094900        WRITE RD-REPORT-RECORD.
095000    4100-EXIT.
095100        EXIT.
095200
095300******************************************************************
095400*    4200-CHECK-DRIFT - DRIFT IS HOW FAR THE LINES A NAME TOOK   *
095500*    LIE FROM THE LINES THE DIVISOR SHOULD HAVE GIVEN IT, AS A   *
095600*    PERCENTAGE OF THE LATTER, EITHER WAY.  A NAME DRIFTING PAST *
095700*    THE LIMIT IN THE RUN OR OVER THE MONTH TO DATE IS FLAGGED   *
095800*    AND COUNTED.                                                *
095900******************************************************************
096000    4200-CHECK-DRIFT.
096100        MOVE SPACES TO RD-DET-FLAG.
096200        IF RD-TAB-RUN-EXP(RD-I) NOT = ZERO
096300            MOVE RD-TAB-RUN-ACT(RD-I) TO RD-WK-ACT
096400            MOVE RD-TAB-RUN-EXP(RD-I) TO RD-WK-EXP
096500            PERFORM 4250-CALC-DRIFT THRU 4250-EXIT
096600            IF RD-DRIFT > RD-LIMIT-PCT
096700                MOVE 'DRIFT RUN' TO RD-DET-FLAG
096800            END-IF
096900        END-IF.
097000        IF RD-TAB-MTD-EXP(RD-I) NOT = ZERO
097100            MOVE RD-TAB-MTD-ACT(RD-I) TO RD-WK-ACT
097200            MOVE RD-TAB-MTD-EXP(RD-I) TO RD-WK-EXP
097300            PERFORM 4250-CALC-DRIFT THRU 4250-EXIT
097400            IF RD-DRIFT > RD-LIMIT-PCT
097500                IF RD-DET-FLAG = SPACES
097600                    MOVE 'DRIFT MTD' TO RD-DET-FLAG
097700                ELSE
097800                    MOVE 'DRIFT RUN + MTD' TO RD-DET-FLAG
097900                END-IF
098000            END-IF
098100        END-IF.
098200        IF RD-DET-FLAG NOT = SPACES
098300            ADD 1 TO RD-BREACH-COUNT
098400        END-IF.
098500    4200-EXIT.
098600        EXIT.
098700
098800    4250-CALC-DRIFT.
098900        COMPUTE RD-DRIFT ROUNDED =
099000            (RD-WK-ACT - RD-WK-EXP) * 100 / RD-WK-EXP
099100            ON SIZE ERROR
099200                MOVE 99999 TO RD-DRIFT
099300        END-COMPUTE.
099400        IF RD-DRIFT < ZERO
099500            COMPUTE RD-DRIFT = ZERO - RD-DRIFT
099600        END-IF.
099700    4250-EXIT.
099800        EXIT.
099900
100000******************************************************************
100100*    4300-EDIT-SHARE - RD-WK-ACT AS A PERCENTAGE OF RD-WK-BASE,  *
100200*    EDITED INTO RD-SHARE-X; BLANK WHEN THERE IS NO BASE.        *
100300******************************************************************
100400    4300-EDIT-SHARE.
100500        MOVE SPACES TO RD-SHARE-X.
100600        IF RD-WK-BASE = ZERO
100700            GO TO 4300-EXIT
100800        END-IF.
100900        COMPUTE RD-SHARE ROUNDED = RD-WK-ACT * 100 / RD-WK-BASE
101000            ON SIZE ERROR
101100                MOVE 999.9 TO RD-SHARE
101200        END-COMPUTE.
101300        MOVE RD-SHARE    TO RD-SHARE-ED.
101400        MOVE RD-SHARE-ED TO RD-SHARE-X.
101500    4300-EXIT.
101600        EXIT.
101700
101800******************************************************************
101900*    5000-PRINT-TREND - READ THE NEW MASTER BACK AND PRINT ITS   *
102000*    LAST RUNS (THE RTDPARM TREND LENGTH), EACH WITH ITS CLASSES *
102100*    AND NAMES, SHARES AND EXPECTED SHARE.  A NAME THAT DRIFTED  *
102200*    PAST THE LIMIT IN AN EARLIER RUN IS MARKED FOR REFERENCE;   *
102300*    ONLY THE CURRENT RUN AND MONTH SET THE RETURN CODE.         *
102400******************************************************************
102500    5000-PRINT-TREND.
102600        IF RD-RUN-COUNT > RD-TREND-RUNS
102700            COMPUTE RD-TRD-FIRST =
102800                RD-RUN-COUNT - RD-TREND-RUNS + 1
102900        ELSE
103000            MOVE 1 TO RD-TRD-FIRST
103100        END-IF.
103200        MOVE SPACES          TO RD-RPT-LINE.
103300        WRITE RD-REPORT-RECORD.
103400        MOVE SPACES          TO RD-RPT-LINE.
103500        STRING 'RUN-BY-RUN TREND - LAST ' RD-TREND-RUNS
103600            ' RUNS OF ' RD-RUN-COUNT ' ON FILE'
103700            DELIMITED BY SIZE INTO RD-RPT-LINE.
103800        WRITE RD-REPORT-RECORD.
103900        CLOSE DST-NEW.
104000        OPEN INPUT DST-NEW.
104100        IF RD-NEW-STATUS NOT = '00'
104200            DISPLAY 'SPOJ-RTDST: COULD NOT REOPEN RTDNEW, '
104300                'STATUS ' RD-NEW-STATUS
104400            MOVE 16 TO RETURN-CODE
104500            PERFORM 9000-TERMINATE THRU 9000-EXIT
104600            STOP RUN
104700        END-IF.
104800        MOVE ZERO TO RD-TRD-COUNT RD-LAST-DATE RD-LAST-BATCH.
104900        PERFORM 5100-TREND-ONE THRU 5100-EXIT
105000            UNTIL RD-NEW-EOF.
105100    5000-EXIT.
105200        EXIT.
105300
105400    5100-TREND-ONE.
105500        READ DST-NEW INTO RD-CURR-RECORD
105600            AT END
105700                SET RD-NEW-EOF TO TRUE
105800                GO TO 5100-EXIT
105900        END-READ.
106000        IF RD-CURR-DATE NOT = RD-LAST-DATE
106100            OR RD-CURR-BATCH NOT = RD-LAST-BATCH
106200            ADD 1 TO RD-TRD-COUNT
106300            MOVE RD-CURR-DATE  TO RD-LAST-DATE
106400            MOVE RD-CURR-BATCH TO RD-LAST-BATCH
106500            IF RD-TRD-COUNT >= RD-TRD-FIRST
106600                PERFORM 5200-PRINT-RUN-HDG THRU 5200-EXIT
106700            END-IF
106800        END-IF.
106900        IF RD-TRD-COUNT < RD-TRD-FIRST
107000            GO TO 5100-EXIT
107100        END-IF.
107200        MOVE SPACES                 TO RD-TRD-LINE.
107300        MOVE RD-CURR-CLASS          TO RD-TRD-CLASS.
107400        MOVE RD-CURR-NAME           TO RD-TRD-NAME.
107500        MOVE RD-CURR-CASES          TO RD-TRD-CASES.
107600        MOVE RD-CURR-ROUTED         TO RD-TRD-ROUTED.
107700        MOVE RD-CURR-REPAIRED       TO RD-TRD-REPAIRED.
107800        MOVE RD-CURR-EXCEPTIONS     TO RD-TRD-EXCEPTIONS.
107900        COMPUTE RD-WK-ACT = RD-CURR-ROUTED + RD-CURR-REPAIRED.
108000        MOVE RD-CURR-CASE-LINES     TO RD-WK-BASE.
108100        PERFORM 4300-EDIT-SHARE THRU 4300-EXIT.
108200        MOVE RD-SHARE-X             TO RD-TRD-SHARE.
108300        IF RD-CURR-DIVISOR NOT = ZERO
108400            AND RD-WK-BASE NOT = ZERO
108500            COMPUTE RD-WK-EXP ROUNDED =
108600                RD-WK-BASE / RD-CURR-DIVISOR
108700            PERFORM 4250-CALC-DRIFT THRU 4250-EXIT
108800            IF RD-DRIFT > RD-LIMIT-PCT
108900                MOVE 'DRIFT'        TO RD-TRD-FLAG
109000            END-IF
109100        END-IF.
109200        MOVE 1                      TO RD-WK-ACT.
109300        MOVE RD-CURR-DIVISOR        TO RD-WK-BASE.
109400        PERFORM 4300-EDIT-SHARE THRU 4300-EXIT.
109500        MOVE RD-SHARE-X             TO RD-TRD-EXP-SHARE.
109600        MOVE RD-TRD-LINE            TO RD-RPT-LINE.
109700        WRITE RD-REPORT-RECORD.
109800    5100-EXIT.
109900        EXIT.
110000
110100    5200-PRINT-RUN-HDG.
110200        MOVE SPACES          TO RD-RPT-LINE.
110300        WRITE RD-REPORT-RECORD.
110400        MOVE SPACES          TO RD-RPT-LINE.
110500        STRING 'RUN ' RD-CURR-DATE '  BATCH ' RD-CURR-BATCH
110600            '  DIVISOR ' RD-CURR-DIVISOR
110700            DELIMITED BY SIZE INTO RD-RPT-LINE.
110800        WRITE RD-REPORT-RECORD.
110900        MOVE RD-TRD-COL-LINE TO RD-RPT-LINE.
111000        WRITE RD-REPORT-RECORD.
111100    5200-EXIT.
111200        EXIT.
111300
111400******************************************************************
111500*    9000-TERMINATE - CLOSE EVERY DATASET.  THE JOB MOVES THE    *
111600*    NEW HISTORY MASTER OVER THE OLD ONE ONLY AFTER THIS STEP    *
111700*    ENDS CLEANLY.                                               *
111800******************************************************************
111900    9000-TERMINATE.
112000        PERFORM 9500-WRITE-STATS THRU 9500-EXIT.
112100        CLOSE OUT-FILE.
112200        IF RD-EXCPT-OPEN
112300            CLOSE EXCEPT-FILE
112400        END-IF.
112500        IF RD-OLD-OPEN
112600            CLOSE DST-OLD
112700        END-IF.
112800        CLOSE DST-NEW.
112900        CLOSE REPORT-FILE.
113000    9000-EXIT.
113100        EXIT.
113200
113300******************************************************************
113400*    9500-WRITE-STATS - APPEND THE STANDARD RUN STATISTICS       *
113500*    RECORD TO THE COMMON JOB-STATISTICS DATASET.  A STATS       *
113600*    FAILURE IS REPORTED BUT NEVER FAILS THE BUSINESS STEP.      *
113700******************************************************************
113800    9500-WRITE-STATS.
113900        OPEN EXTEND STATS-FILE.
114000        IF RD-STATS-STATUS NOT = '00' AND
114100            RD-STATS-STATUS NOT = '05'
114200            DISPLAY 'SPOJ-RTDST: COULD NOT OPEN JOBSTATS, '
114300                'STATUS ' RD-STATS-STATUS
114400            GO TO 9500-EXIT
114500        END-IF.
114600        MOVE 'RTDST'          TO JS-STAT-STEP.
114700        MOVE RD-OUT-READ      TO JS-STAT-READ.
114800        MOVE RD-POSTED-COUNT  TO JS-STAT-WRITTEN.
114900        MOVE RD-EXCPT-READ    TO JS-STAT-REJECTED.
115000        MOVE RD-TOT-ROUTED    TO JS-STAT-TOTAL.
115100        MOVE RD-START-TIME    TO JS-STAT-START.
115200        ACCEPT RD-TIME-WK FROM TIME.
115300        MOVE RD-TIME-WK(1:6)  TO JS-STAT-END.
115400        WRITE JS-STAT-RECORD.
115500        CLOSE STATS-FILE.
115600    9500-EXIT.
115700        EXIT.
