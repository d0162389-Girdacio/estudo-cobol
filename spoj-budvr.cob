000100******************************************************************
000200*    PROGRAM......: SPOJ-BUDVR                                   *
000300*    AUTHOR.......: J. MORAES                                    *
000400*    INSTALLATION.: BATCH SYSTEMS GROUP                          *
000500*    DATE-WRITTEN.: 2026-10-15                                   *
000600*    DATE-COMPILED: 2026-10-15                                   *
000700*    DESCRIPTION..: CATEGORY BUDGET-VERSUS-ACTUAL VARIANCE.      *
000800*                   POSTS THE RUN'S CATEGORY SUMMARY (CATSUMM,   *
000900*                   MERGED BACK TO ONE FIGURE PER CATEGORY       *
001000*                   ACROSS THE BRANCHES) INTO THE CATEGORY       *
001100*                   PERIOD-TO-DATE MASTER (CATPTD IN, CATPTDN    *
001200*                   OUT) BY THE SAME OLD-MASTER/NEW-MASTER       *
001300*                   MERGE THE RUN HISTORY USES, A RERUN OF THE   *
001400*                   SAME DATE AND BATCH REPLACING ITS EARLIER    *
001500*                   RECORDS.  WHILE MERGING, EACH CATEGORY'S     *
001600*                   MONTH-TO-DATE AND YEAR-TO-DATE ACTUALS ARE   *
001700*                   ACCUMULATED; THE MONTH AND YEAR-TO-DATE      *
001800*                   BUDGETS ARE TAKEN FROM THE BUDGET MASTER     *
001900*                   (BUDMST) AND THE DESCRIPTIONS FROM THE       *
002000*                   CATEGORY MASTER (CATMST).  THE VARIANCE      *
002100*                   REPORT (BUDRPT) SHOWS, PER CATEGORY, BUDGET, *
002200*                   ACTUAL, VARIANCE AND PERCENT USED FOR THE    *
002300*                   MONTH AND THE YEAR.  A CATEGORY WHOSE ACTUAL *
002400*                   RUNS OVER ITS BUDGET BY MORE THAN THE        *
002500*                   BUDPARM TOLERANCE (DEFAULT 10 PERCENT) IS    *
002600*                   FLAGGED AND THE STEP ENDS WITH THE WARNING   *
002700*                   RETURN CODE 4, THE SAME WAY THE RUN          *
002800*                   STATISTICS STEP PAGES SOMEONE ON A VOLUME    *
002900*                   DEVIATION.  A CATEGORY WITH ACTIVITY BUT NO  *
003000*                   BUDGET IS MARKED BUT NOT COUNTED AS A BREACH.*
003100*    MODIFICATION HISTORY.........................................
003200*    DATE       INIT  DESCRIPTION
003300*    ---------- ----  -----------------------------------------
003400*    2026-10-15 JM    ORIGINAL PROGRAM.
003500******************************************************************
003600    IDENTIFICATION DIVISION.
003700    PROGRAM-ID.    MAIN.
003800
003900    ENVIRONMENT DIVISION.
004000    INPUT-OUTPUT SECTION.
004100    FILE-CONTROL.
004200        SELECT CTL-FILE ASSIGN TO "BATCHCTL"
004300            ORGANIZATION IS LINE SEQUENTIAL
004400            FILE STATUS IS BV-CTL-STATUS.
004500        SELECT PARM-FILE ASSIGN TO "BUDPARM"
004600            ORGANIZATION IS LINE SEQUENTIAL
004700            FILE STATUS IS BV-PARM-STATUS.
004800        SELECT CAT-FILE ASSIGN TO "CATMST"
004900            ORGANIZATION IS LINE SEQUENTIAL
005000            FILE STATUS IS BV-CAT-STATUS.
005100        SELECT BUD-FILE ASSIGN TO "BUDMST"
005200            ORGANIZATION IS LINE SEQUENTIAL
005300            FILE STATUS IS BV-BUD-STATUS.
005400        SELECT CATSUM-FILE ASSIGN TO "CATSUMM"
005500            ORGANIZATION IS LINE SEQUENTIAL
005600            FILE STATUS IS BV-CATSUM-STATUS.
005700        SELECT PTD-OLD ASSIGN TO "CATPTD"
005800            ORGANIZATION IS LINE SEQUENTIAL
005900            FILE STATUS IS BV-OLD-STATUS.
006000        SELECT PTD-NEW ASSIGN TO "CATPTDN"
006100            ORGANIZATION IS LINE SEQUENTIAL
006200            FILE STATUS IS BV-NEW-STATUS.
006300        SELECT REPORT-FILE ASSIGN TO "BUDRPT"
006400            ORGANIZATION IS LINE SEQUENTIAL
006500            FILE STATUS IS BV-RPT-STATUS.
006600        SELECT STATS-FILE ASSIGN TO "JOBSTATS"
006700            ORGANIZATION IS LINE SEQUENTIAL
006800            FILE STATUS IS BV-STATS-STATUS.
006900
007000    DATA DIVISION.
007100    FILE SECTION.
007200    FD  CTL-FILE
007300        LABEL RECORDS ARE STANDARD.
007400    COPY "jobctl.cpy".
007500
007600    FD  PARM-FILE
007700        LABEL RECORDS ARE STANDARD.
007800    COPY "budparm.cpy".
007900
008000    FD  CAT-FILE
008100        LABEL RECORDS ARE STANDARD.
008200    COPY "catmst.cpy".
008300
008400    FD  BUD-FILE
008500        LABEL RECORDS ARE STANDARD.
008600    COPY "budmst.cpy".
008700
008800    FD  CATSUM-FILE
008900        LABEL RECORDS ARE STANDARD.
009000    COPY "socatsum.cpy".
009100
009200    FD  PTD-OLD
009300        LABEL RECORDS ARE STANDARD.
009400    COPY "catptd.cpy".
009500
009600    FD  PTD-NEW
009700        LABEL RECORDS ARE STANDARD.
009800    01  BV-NEW-RECORD               PIC X(37).
009900
010000    FD  REPORT-FILE
010100        LABEL RECORDS ARE STANDARD.
010200    COPY "budrpt.cpy".
010300
010400    FD  STATS-FILE
010500        LABEL RECORDS ARE STANDARD.
010600    COPY "jobstat.cpy".
010700
010800    WORKING-STORAGE SECTION.
010900    77  BV-CTL-STATUS           PIC X(2)  VALUE '00'.
011000    77  BV-PARM-STATUS          PIC X(2)  VALUE '00'.
011100    77  BV-CAT-STATUS           PIC X(2)  VALUE '00'.
011200    77  BV-BUD-STATUS           PIC X(2)  VALUE '00'.
011300    77  BV-CATSUM-STATUS        PIC X(2)  VALUE '00'.
011400    77  BV-OLD-STATUS           PIC X(2)  VALUE '00'.
011500    77  BV-NEW-STATUS           PIC X(2)  VALUE '00'.
011600    77  BV-RPT-STATUS           PIC X(2)  VALUE '00'.
011700    77  BV-STATS-STATUS         PIC X(2)  VALUE '00'.
011800    77  BV-START-TIME           PIC 9(6)  VALUE ZERO.
011900    77  BV-TIME-WK              PIC 9(8)  VALUE ZERO.
012000
012100    77  BV-BATCH-NUMBER         PIC 9(6)  VALUE ZERO.
012200    77  BV-RUN-DATE             PIC 9(8)  VALUE ZERO.
012300    77  BV-RUN-YM               PIC 9(6)  VALUE ZERO.
012400    77  BV-RUN-YEAR             PIC 9(4)  VALUE ZERO.
012500    77  BV-TOLERANCE            PIC 9(3)  VALUE 10.
012600    77  BV-WK-YM                PIC 9(6)  VALUE ZERO.
012700    77  BV-WK-CATEG             PIC X(4)  VALUE SPACES.
012800    77  BV-WK-TOTAL             PIC S9(9)V99 VALUE ZERO.
012900    77  BV-CATSUM-READ          PIC 9(7)  VALUE ZERO.
013000    77  BV-POSTED-COUNT         PIC 9(7)  VALUE ZERO.
013100    77  BV-RUN-TOTAL            PIC S9(9)V99 VALUE ZERO.
013200    77  BV-LIMIT                PIC S9(11)V99 VALUE ZERO.
013300    77  BV-PCT                  PIC S9(5) VALUE ZERO.
013400    77  BV-CAT-COUNT            PIC 9(3)  VALUE ZERO.
013500    77  BV-BREACH-COUNT         PIC 9(3)  VALUE ZERO.
013600    77  BV-NOBUD-COUNT          PIC 9(3)  VALUE ZERO.
013700
013800    77  BV-TAB-MAX              PIC 9(3)  VALUE 150 COMP.
013900    77  BV-TAB-USED             PIC 9(3)  VALUE ZERO COMP.
014000    77  BV-I                    PIC 9(3)  VALUE ZERO COMP.
014100    77  BV-X                    PIC 9(3)  VALUE ZERO COMP.
014200    77  BV-RUN-MAX              PIC 9(3)  VALUE 150 COMP.
014300    77  BV-RUN-USED             PIC 9(3)  VALUE ZERO COMP.
014400    77  BV-R                    PIC 9(3)  VALUE ZERO COMP.
014500
014600    77  BV-CAT-EOF-SW           PIC X(1)  VALUE 'N'.
014700        88  BV-CAT-EOF                     VALUE 'Y'.
014800    77  BV-BUD-EOF-SW           PIC X(1)  VALUE 'N'.
014900        88  BV-BUD-EOF                     VALUE 'Y'.
015000    77  BV-CATSUM-EOF-SW        PIC X(1)  VALUE 'N'.
015100        88  BV-CATSUM-EOF                  VALUE 'Y'.
015200    77  BV-OLD-EOF-SW           PIC X(1)  VALUE 'N'.
015300        88  BV-OLD-EOF                     VALUE 'Y'.
015400    77  BV-OLD-OPEN-SW          PIC X(1)  VALUE 'N'.
015500        88  BV-OLD-OPEN                    VALUE 'Y'.
015600    77  BV-CURR-POSTED-SW       PIC X(1)  VALUE 'N'.
015700        88  BV-CURR-POSTED                 VALUE 'Y'.
015800    77  BV-FOUND-SW             PIC X(1)  VALUE 'N'.
015900        88  BV-FOUND                       VALUE 'Y'.
016000
016100******************************************************************
016200*    ONE ENTRY PER CATEGORY ON THE REPORT: EVERY CATMST CODE IN  *
016300*    MASTER ORDER, THEN ANY CODE THAT HAS A BUDGET OR ACTUALS    *
016400*    BUT IS NO LONGER ON THE CATEGORY MASTER.                    *
016500******************************************************************
016600    01  BV-CAT-TABLE.
016700        05  BV-TAB-ENTRY OCCURS 150 TIMES.
016800            10  BV-TAB-CODE         PIC X(4).
016900            10  BV-TAB-DESC         PIC X(20).
017000            10  BV-TAB-MTD-BUDGET   PIC S9(9)V99.
017100            10  BV-TAB-YTD-BUDGET   PIC S9(9)V99.
017200            10  BV-TAB-MTD-ACTUAL   PIC S9(9)V99.
017300            10  BV-TAB-YTD-ACTUAL   PIC S9(9)V99.
017400
017500    01  BV-RUN-TABLE.
017600        05  BV-RUN-ENTRY OCCURS 150 TIMES.
017700            10  BV-RUN-CODE         PIC X(4).
017800            10  BV-RUN-COUNT        PIC 9(7).
017900            10  BV-RUN-TOT          PIC S9(9)V99.
018000
018010    01  BV-CURR-RECORD.
018020        05  BV-CURR-DATE            PIC 9(8).
018030        05  BV-CURR-BATCH           PIC 9(6).
018040        05  BV-CURR-CATEG           PIC X(4).
018050        05  BV-CURR-COUNT           PIC 9(7).
018060        05  BV-CURR-TOTAL           PIC S9(9)V99
018070                                    SIGN LEADING SEPARATE.
018080
018100    01  BV-TOTALS.
018200        05  BV-TOT-MTD-BUDGET       PIC S9(9)V99 VALUE ZERO.
018300        05  BV-TOT-YTD-BUDGET       PIC S9(9)V99 VALUE ZERO.
018400        05  BV-TOT-MTD-ACTUAL       PIC S9(9)V99 VALUE ZERO.
018500        05  BV-TOT-YTD-ACTUAL       PIC S9(9)V99 VALUE ZERO.
018600
018700    01  BV-HDG-LINE.
018800        05  FILLER              PIC X(38)
018900            VALUE 'CATEGORY BUDGET VARIANCE REPORT  BATCH'.
019000        05  FILLER              PIC X(1)  VALUE SPACE.
019100        05  BV-HDG-BATCH        PIC 9(6).
019200        05  FILLER              PIC X(7)  VALUE '  DATE '.
019300        05  BV-HDG-DATE         PIC 9(8).
019400        05  FILLER              PIC X(8)  VALUE '  MONTH '.
019500        05  BV-HDG-MONTH        PIC 9(6).
019600        05  FILLER              PIC X(13)
019700            VALUE '  TOLERANCE '.
019800        05  BV-HDG-TOL          PIC ZZ9.
019900        05  FILLER              PIC X(4)  VALUE ' PCT'.
020000
020100    01  BV-COL-LINE.
020200        05  FILLER              PIC X(27)
020300            VALUE 'CAT   DESCRIPTION'.
020400        05  FILLER              PIC X(39)
020500            VALUE '  MTD BUDGET   MTD ACTUAL MTD VARIANCE'.
020600        05  FILLER              PIC X(6)  VALUE '  PCT '.
020700        05  FILLER              PIC X(39)
020800            VALUE '  YTD BUDGET   YTD ACTUAL YTD VARIANCE'.
020900        05  FILLER              PIC X(5)  VALUE '  PCT'.
021000
021100    01  BV-DET-LINE.
021200        05  BV-DET-CODE         PIC X(4).
021300        05  FILLER              PIC X(2)  VALUE SPACES.
021400        05  BV-DET-DESC         PIC X(20).
021500        05  FILLER              PIC X(1)  VALUE SPACE.
021600        05  BV-DET-MTD-BUDGET   PIC -(8)9.99.
021700        05  FILLER              PIC X(1)  VALUE SPACE.
021800        05  BV-DET-MTD-ACTUAL   PIC -(8)9.99.
021900        05  FILLER              PIC X(1)  VALUE SPACE.
022000        05  BV-DET-MTD-VAR      PIC -(8)9.99.
022100        05  FILLER              PIC X(1)  VALUE SPACE.
022200        05  BV-DET-MTD-PCT      PIC X(5).
022300        05  FILLER              PIC X(1)  VALUE SPACE.
022400        05  BV-DET-YTD-BUDGET   PIC -(8)9.99.
022500        05  FILLER              PIC X(1)  VALUE SPACE.
022600        05  BV-DET-YTD-ACTUAL   PIC -(8)9.99.
022700        05  FILLER              PIC X(1)  VALUE SPACE.
022800        05  BV-DET-YTD-VAR      PIC -(8)9.99.
022900        05  FILLER              PIC X(1)  VALUE SPACE.
023000        05  BV-DET-YTD-PCT      PIC X(5).
023100        05  FILLER              PIC X(2)  VALUE SPACES.
023200        05  BV-DET-FLAG         PIC X(14).
023300
023400    01  BV-PCT-ED               PIC -(4)9.
023500
023600    PROCEDURE DIVISION.
023700    0000-MAINLINE.
023800        PERFORM 1000-INITIALIZE THRU 1000-EXIT.
023900        PERFORM 2000-LOAD-CATSUMM THRU 2000-EXIT.
024000        PERFORM 3000-POST-PTD THRU 3000-EXIT.
024100        PERFORM 4000-PRINT-REPORT THRU 4000-EXIT.
024200        IF BV-BREACH-COUNT NOT = ZERO
024300            DISPLAY 'SPOJ-BUDVR: ' BV-BREACH-COUNT
024400                ' CATEGORY(IES) OVER BUDGET PAST '
024500                BV-TOLERANCE ' PCT'
024600            MOVE 4 TO RETURN-CODE
024700        END-IF.
024800        PERFORM 9000-TERMINATE THRU 9000-EXIT.
024900        STOP RUN.
025000
025100******************************************************************
025200*    1000-INITIALIZE - READ THE JOB CONTROL RECORD AND THE       *
025300*    TOLERANCE, LOAD THE CATEGORY MASTER AND THE BUDGETS FOR     *
025400*    THE RUN YEAR INTO THE TABLE, AND OPEN THE CATEGORY SUMMARY, *
025500*    THE OLD AND NEW PERIOD-TO-DATE MASTERS, AND THE REPORT.  A  *
025600*    MISSING BUDGET MASTER OR PERIOD-TO-DATE MASTER IS NOT AN    *
025700*    ERROR; THE CATEGORY MASTER MUST BE THERE.                   *
025800******************************************************************
025900    1000-INITIALIZE.
026000        ACCEPT BV-TIME-WK FROM TIME.
026100        MOVE BV-TIME-WK(1:6) TO BV-START-TIME.
026200        OPEN INPUT CTL-FILE.
026300        IF BV-CTL-STATUS NOT = '00'
026400            DISPLAY 'SPOJ-BUDVR: COULD NOT OPEN BATCHCTL, '
026500                'STATUS ' BV-CTL-STATUS
026600            MOVE 16 TO RETURN-CODE
026700            STOP RUN
026800        END-IF.
026900        READ CTL-FILE
027000            AT END
027100                DISPLAY 'SPOJ-BUDVR: BATCHCTL IS EMPTY'
027200                MOVE 16 TO RETURN-CODE
027300                CLOSE CTL-FILE
027400                STOP RUN
027500            NOT AT END
027600                MOVE JC-BATCH-NUMBER TO BV-BATCH-NUMBER
027700                MOVE JC-RUN-DATE    TO BV-RUN-DATE
027800        END-READ.
027900        CLOSE CTL-FILE.
028000        MOVE BV-RUN-DATE(1:6) TO BV-RUN-YM.
028100        MOVE BV-RUN-DATE(1:4) TO BV-RUN-YEAR.
028200
028300        OPEN INPUT PARM-FILE.
028400        IF BV-PARM-STATUS = '00'
028500            READ PARM-FILE
028600                AT END
028700                    CONTINUE
028800                NOT AT END
028900                    IF BV-PARM-PCT IS NUMERIC
029000                        MOVE BV-PARM-PCT TO BV-TOLERANCE
029100                    END-IF
029200            END-READ
029300            CLOSE PARM-FILE
029400        END-IF.
029500
029600        OPEN INPUT CAT-FILE.
029700        IF BV-CAT-STATUS NOT = '00'
029800            DISPLAY 'SPOJ-BUDVR: COULD NOT OPEN CATMST, '
029900                'STATUS ' BV-CAT-STATUS
030000            MOVE 16 TO RETURN-CODE
030100            STOP RUN
030200        END-IF.
030300        PERFORM 1100-LOAD-ONE-CAT THRU 1100-EXIT
030400            UNTIL BV-CAT-EOF.
030500        CLOSE CAT-FILE.
030600
030700        OPEN INPUT BUD-FILE.
030800        IF BV-BUD-STATUS = '00'
030900            PERFORM 1200-LOAD-ONE-BUDGET THRU 1200-EXIT
031000                UNTIL BV-BUD-EOF
031100            CLOSE BUD-FILE
031200        END-IF.
031300
031400        OPEN INPUT CATSUM-FILE.
031500        IF BV-CATSUM-STATUS NOT = '00'
031600            DISPLAY 'SPOJ-BUDVR: COULD NOT OPEN CATSUMM, '
031700                'STATUS ' BV-CATSUM-STATUS
031800            MOVE 16 TO RETURN-CODE
031900            STOP RUN
032000        END-IF.
032100        OPEN INPUT PTD-OLD.
032200        IF BV-OLD-STATUS = '00'
032300            SET BV-OLD-OPEN TO TRUE
032400        ELSE
032500            SET BV-OLD-EOF TO TRUE
032600        END-IF.
032700        OPEN OUTPUT PTD-NEW.
032800        OPEN OUTPUT REPORT-FILE.
032900        IF BV-NEW-STATUS NOT = '00'
033000            OR BV-RPT-STATUS NOT = '00'
033100            DISPLAY 'SPOJ-BUDVR: COULD NOT OPEN CATPTDN/BUDRPT'
033200            MOVE 16 TO RETURN-CODE
033300            PERFORM 9000-TERMINATE THRU 9000-EXIT
033400            STOP RUN
033500        END-IF.
033600    1000-EXIT.
033700        EXIT.
033800
033900    1100-LOAD-ONE-CAT.
034000        READ CAT-FILE
034100            AT END
034200                SET BV-CAT-EOF TO TRUE
034300            NOT AT END
034400                MOVE CM-CAT-CODE TO BV-WK-CATEG
034500                PERFORM 1300-FIND-OR-ADD THRU 1300-EXIT
034600                MOVE CM-CAT-DESC TO BV-TAB-DESC(BV-X)
034700        END-READ.
034800    1100-EXIT.
034900        EXIT.
035000
035100******************************************************************
035200*    1200-LOAD-ONE-BUDGET - ONLY THE RUN YEAR'S BUDGETS UP TO    *
035300*    AND INCLUDING THE RUN MONTH COUNT: THE RUN MONTH'S IS THE   *
035400*    MONTH-TO-DATE BUDGET, AND ALL OF THEM TOGETHER ARE THE      *
035500*    YEAR-TO-DATE BUDGET.                                        *
035600******************************************************************
035700    1200-LOAD-ONE-BUDGET.
035800        READ BUD-FILE
035900            AT END
036000                SET BV-BUD-EOF TO TRUE
036100                GO TO 1200-EXIT
036200        END-READ.
036300        IF BM-BUD-MONTH(1:4) NOT = BV-RUN-YEAR
036400            OR BM-BUD-MONTH > BV-RUN-YM
036500            GO TO 1200-EXIT
036600        END-IF.
036700        MOVE BM-BUD-CATEG TO BV-WK-CATEG.
036800        PERFORM 1300-FIND-OR-ADD THRU 1300-EXIT.
036900        ADD BM-BUD-AMOUNT TO BV-TAB-YTD-BUDGET(BV-X).
037000        IF BM-BUD-MONTH = BV-RUN-YM
037100            ADD BM-BUD-AMOUNT TO BV-TAB-MTD-BUDGET(BV-X)
037200        END-IF.
037300    1200-EXIT.
037400        EXIT.
037500
037600******************************************************************
037700*    1300-FIND-OR-ADD - LOCATE BV-WK-CATEG IN THE REPORT TABLE,  *
037800*    ADDING IT (MARKED AS NOT ON THE CATEGORY MASTER UNTIL THE   *
037900*    MASTER SAYS OTHERWISE) IF IT IS NOT THERE.  LEAVES ITS      *
038000*    SUBSCRIPT IN BV-X.                                          *
038100******************************************************************
038200    1300-FIND-OR-ADD.
038300        MOVE 'N' TO BV-FOUND-SW.
038400        PERFORM 1310-MATCH-CAT THRU 1310-EXIT
038500            VARYING BV-I FROM 1 BY 1
038600                UNTIL BV-I > BV-TAB-USED
038700                    OR BV-FOUND.
038800        IF BV-FOUND
038900            GO TO 1300-EXIT
039000        END-IF.
039100        IF BV-TAB-USED >= BV-TAB-MAX
039200            DISPLAY 'SPOJ-BUDVR: MORE CATEGORIES THAN THE '
039300                'TABLE HOLDS'
039400            MOVE 16 TO RETURN-CODE
039500            PERFORM 9000-TERMINATE THRU 9000-EXIT
039600            STOP RUN
039700        END-IF.
039800        ADD 1 TO BV-TAB-USED.
039900        MOVE BV-TAB-USED TO BV-X.
040000        MOVE BV-WK-CATEG          TO BV-TAB-CODE(BV-X).
040100        MOVE '*NOT ON CATMST*'    TO BV-TAB-DESC(BV-X).
040200        MOVE ZERO TO BV-TAB-MTD-BUDGET(BV-X)
040300                     BV-TAB-YTD-BUDGET(BV-X)
040400                     BV-TAB-MTD-ACTUAL(BV-X)
040500                     BV-TAB-YTD-ACTUAL(BV-X).
040600    1300-EXIT.
040700        EXIT.
040800
040900    1310-MATCH-CAT.
041000        IF BV-TAB-CODE(BV-I) = BV-WK-CATEG
041100            SET BV-FOUND TO TRUE
041200            MOVE BV-I TO BV-X
041300        END-IF.
041400    1310-EXIT.
041500        EXIT.
041600
041700******************************************************************
041800*    2000-LOAD-CATSUMM - READ THE RUN'S CATEGORY SUMMARY AND     *
041900*    MERGE ITS PER-BRANCH RECORDS INTO ONE COUNT AND TOTAL PER   *
042000*    CATEGORY, IN ORDER OF FIRST APPEARANCE.                     *
042100******************************************************************
042200    2000-LOAD-CATSUMM.
042300        PERFORM 2100-READ-CATSUMM THRU 2100-EXIT
042400            UNTIL BV-CATSUM-EOF.
042500    2000-EXIT.
042600        EXIT.
042700
042800    2100-READ-CATSUMM.
042900        READ CATSUM-FILE
043000            AT END
043100                SET BV-CATSUM-EOF TO TRUE
043200                GO TO 2100-EXIT
043300        END-READ.
043400        ADD 1 TO BV-CATSUM-READ.
043500        ADD SO-CATS-TOTAL TO BV-RUN-TOTAL.
043600        MOVE 'N' TO BV-FOUND-SW.
043700        PERFORM 2110-MATCH-RUN THRU 2110-EXIT
043800            VARYING BV-I FROM 1 BY 1
043900                UNTIL BV-I > BV-RUN-USED
044000                    OR BV-FOUND.
044100        IF NOT BV-FOUND
044200            IF BV-RUN-USED >= BV-RUN-MAX
044300                DISPLAY 'SPOJ-BUDVR: MORE CATEGORIES ON CATSUMM '
044400                    'THAN THE TABLE HOLDS'
044500                MOVE 16 TO RETURN-CODE
044600                PERFORM 9000-TERMINATE THRU 9000-EXIT
044700                STOP RUN
044800            END-IF
044900            ADD 1 TO BV-RUN-USED
045000            MOVE BV-RUN-USED  TO BV-R
045100            MOVE SO-CATS-CODE TO BV-RUN-CODE(BV-R)
045200            MOVE ZERO TO BV-RUN-COUNT(BV-R) BV-RUN-TOT(BV-R)
045300        END-IF.
045400        ADD SO-CATS-COUNT TO BV-RUN-COUNT(BV-R).
045500        ADD SO-CATS-TOTAL TO BV-RUN-TOT(BV-R).
045600    2100-EXIT.
045700        EXIT.
045800
045900    2110-MATCH-RUN.
046000        IF BV-RUN-CODE(BV-I) = SO-CATS-CODE
046100            SET BV-FOUND TO TRUE
046200            MOVE BV-I TO BV-R
046300        END-IF.
046400    2110-EXIT.
046500        EXIT.
046600
046700******************************************************************
046800*    3000-POST-PTD - MERGE THE RUN'S CATEGORY RECORDS INTO THE   *
046900*    PERIOD-TO-DATE MASTER IN DATE-PLUS-BATCH ORDER: OLD         *
047000*    RECORDS AHEAD OF THE RUN ARE COPIED FORWARD, OLD RECORDS    *
047100*    WITH THE RUN'S OWN DATE AND BATCH ARE DROPPED (A RERUN),    *
047200*    AND THE REST FOLLOW THE RUN'S RECORDS.  EVERY RECORD        *
047300*    WRITTEN TO THE NEW MASTER IS ALSO ROLLED INTO ITS           *
047400*    CATEGORY'S ACTUALS.                                         *
047500******************************************************************
047600    3000-POST-PTD.
047700        PERFORM 3100-MERGE-ONE THRU 3100-EXIT
047800            UNTIL BV-OLD-EOF.
047900        IF NOT BV-CURR-POSTED
048000            PERFORM 3200-WRITE-CURRENT THRU 3200-EXIT
048100        END-IF.
048200    3000-EXIT.
048300        EXIT.
048400
048500    3100-MERGE-ONE.
048600        READ PTD-OLD
048700            AT END
048800                SET BV-OLD-EOF TO TRUE
048900            NOT AT END
049000                PERFORM 3150-MERGE-RECORD THRU 3150-EXIT
049100        END-READ.
049200    3100-EXIT.
049300        EXIT.
049400
049500    3150-MERGE-RECORD.
049600        IF CP-PTD-DATE = BV-RUN-DATE
049700            AND CP-PTD-BATCH = BV-BATCH-NUMBER
049800            IF NOT BV-CURR-POSTED
049900                PERFORM 3200-WRITE-CURRENT THRU 3200-EXIT
050000            END-IF
050100            GO TO 3150-EXIT
050200        END-IF.
050300        IF NOT BV-CURR-POSTED
050400            IF CP-PTD-DATE > BV-RUN-DATE
050500                OR (CP-PTD-DATE = BV-RUN-DATE
050600                    AND CP-PTD-BATCH > BV-BATCH-NUMBER)
050700                PERFORM 3200-WRITE-CURRENT THRU 3200-EXIT
050800            END-IF
050900        END-IF.
051000        MOVE CP-PTD-RECORD TO BV-NEW-RECORD.
051100        WRITE BV-NEW-RECORD.
051200        ADD 1 TO BV-POSTED-COUNT.
051300        MOVE CP-PTD-DATE(1:6) TO BV-WK-YM.
051400        MOVE CP-PTD-CATEG     TO BV-WK-CATEG.
051500        MOVE CP-PTD-TOTAL     TO BV-WK-TOTAL.
051600        PERFORM 3300-ACCUM-ACTUALS THRU 3300-EXIT.
051700    3150-EXIT.
051800        EXIT.
051900
052000******************************************************************
052100*    3200-WRITE-CURRENT - WRITE THE RUN'S RECORDS, ONE PER       *
052200*    CATEGORY, STAMPED WITH THE RUN DATE AND BATCH NUMBER.       *
052300******************************************************************
052400    3200-WRITE-CURRENT.
052500        SET BV-CURR-POSTED TO TRUE.
052600        PERFORM 3210-WRITE-ONE-RUN THRU 3210-EXIT
052700            VARYING BV-R FROM 1 BY 1
052800                UNTIL BV-R > BV-RUN-USED.
052900    3200-EXIT.
053000        EXIT.
053100
053200    3210-WRITE-ONE-RUN.
053300        MOVE BV-RUN-DATE        TO BV-CURR-DATE.
053400        MOVE BV-BATCH-NUMBER    TO BV-CURR-BATCH.
053500        MOVE BV-RUN-CODE(BV-R)  TO BV-CURR-CATEG.
053600        MOVE BV-RUN-COUNT(BV-R) TO BV-CURR-COUNT.
053700        MOVE BV-RUN-TOT(BV-R)   TO BV-CURR-TOTAL.
053800        MOVE BV-CURR-RECORD     TO BV-NEW-RECORD.
053900        WRITE BV-NEW-RECORD.
054000        ADD 1 TO BV-POSTED-COUNT.
054100        MOVE BV-RUN-YM          TO BV-WK-YM.
054200        MOVE BV-RUN-CODE(BV-R)  TO BV-WK-CATEG.
054300        MOVE BV-RUN-TOT(BV-R)   TO BV-WK-TOTAL.
054400        PERFORM 3300-ACCUM-ACTUALS THRU 3300-EXIT.
054500    3210-EXIT.
054600        EXIT.
054700
054800******************************************************************
054900*    3300-ACCUM-ACTUALS - ROLL ONE PERIOD-TO-DATE RECORD INTO    *
055000*    ITS CATEGORY'S MONTH-TO-DATE AND YEAR-TO-DATE ACTUALS, BY   *
055100*    COMPARING ITS YEAR AND MONTH TO THE RUN DATE'S.  RECORDS    *
055200*    OUTSIDE THE RUN YEAR ARE CARRIED BUT NOT COUNTED.           *
055300******************************************************************
055400    3300-ACCUM-ACTUALS.
055500        IF BV-WK-YM(1:4) NOT = BV-RUN-YEAR
055600            OR BV-WK-YM > BV-RUN-YM
055700            GO TO 3300-EXIT
055800        END-IF.
055900        PERFORM 1300-FIND-OR-ADD THRU 1300-EXIT.
056000        ADD BV-WK-TOTAL TO BV-TAB-YTD-ACTUAL(BV-X).
056100        IF BV-WK-YM = BV-RUN-YM
056200            ADD BV-WK-TOTAL TO BV-TAB-MTD-ACTUAL(BV-X)
056300        END-IF.
056400    3300-EXIT.
056500        EXIT.
056600
056700******************************************************************
056800*    4000-PRINT-REPORT - ONE LINE PER CATEGORY THAT HAS A BUDGET *
056900*    OR ACTUALS THIS YEAR, THEN THE TOTALS AND THE BREACH COUNT. *
057000******************************************************************
057100    4000-PRINT-REPORT.
057200        MOVE BV-BATCH-NUMBER TO BV-HDG-BATCH.
057300        MOVE BV-RUN-DATE     TO BV-HDG-DATE.
057400        MOVE BV-RUN-YM       TO BV-HDG-MONTH.
057500        MOVE BV-TOLERANCE    TO BV-HDG-TOL.
057600        MOVE BV-HDG-LINE     TO BV-RPT-LINE.
057700        WRITE BV-REPORT-RECORD.
057800        MOVE SPACES          TO BV-RPT-LINE.
057900        WRITE BV-REPORT-RECORD.
058000        MOVE BV-COL-LINE     TO BV-RPT-LINE.
058100        WRITE BV-REPORT-RECORD.
058200        PERFORM 4100-PRINT-ONE-CAT THRU 4100-EXIT
058300            VARYING BV-I FROM 1 BY 1
058400                UNTIL BV-I > BV-TAB-USED.
058500        MOVE SPACES          TO BV-RPT-LINE.
058600        WRITE BV-REPORT-RECORD.
058700        MOVE SPACES          TO BV-DET-LINE.
058800        MOVE 'ALL CATEGORIES'     TO BV-DET-DESC.
058900        MOVE BV-TOT-MTD-BUDGET    TO BV-DET-MTD-BUDGET.
059000        MOVE BV-TOT-MTD-ACTUAL    TO BV-DET-MTD-ACTUAL.
059100        COMPUTE BV-DET-MTD-VAR =
059200            BV-TOT-MTD-BUDGET - BV-TOT-MTD-ACTUAL.
059300        MOVE BV-TOT-YTD-BUDGET    TO BV-DET-YTD-BUDGET.
059400        MOVE BV-TOT-YTD-ACTUAL    TO BV-DET-YTD-ACTUAL.
059500        COMPUTE BV-DET-YTD-VAR =
059600            BV-TOT-YTD-BUDGET - BV-TOT-YTD-ACTUAL.
059700        MOVE BV-DET-LINE     TO BV-RPT-LINE.
059800        WRITE BV-REPORT-RECORD.
059900        MOVE SPACES          TO BV-RPT-LINE.
060000        WRITE BV-REPORT-RECORD.
060100        MOVE SPACES          TO BV-RPT-LINE.
060200        STRING 'CATEGORIES ' BV-CAT-COUNT
060300            '  OVER TOLERANCE ' BV-BREACH-COUNT
060400            '  WITHOUT BUDGET ' BV-NOBUD-COUNT
060500            DELIMITED BY SIZE INTO BV-RPT-LINE.
060600        WRITE BV-REPORT-RECORD.
060700    4000-EXIT.
060800        EXIT.
060900
061000    4100-PRINT-ONE-CAT.
061100        IF BV-TAB-MTD-BUDGET(BV-I) = ZERO
061200            AND BV-TAB-YTD-BUDGET(BV-I) = ZERO
061300            AND BV-TAB-MTD-ACTUAL(BV-I) = ZERO
061400            AND BV-TAB-YTD-ACTUAL(BV-I) = ZERO
061500            GO TO 4100-EXIT
061600        END-IF.
061700        ADD 1 TO BV-CAT-COUNT.
061800        ADD BV-TAB-MTD-BUDGET(BV-I) TO BV-TOT-MTD-BUDGET.
061900        ADD BV-TAB-YTD-BUDGET(BV-I) TO BV-TOT-YTD-BUDGET.
062000        ADD BV-TAB-MTD-ACTUAL(BV-I) TO BV-TOT-MTD-ACTUAL.
062100        ADD BV-TAB-YTD-ACTUAL(BV-I) TO BV-TOT-YTD-ACTUAL.
062200        MOVE SPACES                 TO BV-DET-LINE.
062300        MOVE BV-TAB-CODE(BV-I)      TO BV-DET-CODE.
062400        MOVE BV-TAB-DESC(BV-I)      TO BV-DET-DESC.
062500        MOVE BV-TAB-MTD-BUDGET(BV-I) TO BV-DET-MTD-BUDGET.
062600        MOVE BV-TAB-MTD-ACTUAL(BV-I) TO BV-DET-MTD-ACTUAL.
062700        COMPUTE BV-DET-MTD-VAR = BV-TAB-MTD-BUDGET(BV-I)
062800            - BV-TAB-MTD-ACTUAL(BV-I).
062900        MOVE BV-TAB-YTD-BUDGET(BV-I) TO BV-DET-YTD-BUDGET.
063000        MOVE BV-TAB-YTD-ACTUAL(BV-I) TO BV-DET-YTD-ACTUAL.
063100        COMPUTE BV-DET-YTD-VAR = BV-TAB-YTD-BUDGET(BV-I)
063200            - BV-TAB-YTD-ACTUAL(BV-I).
063300        PERFORM 4200-CHECK-TOLERANCE THRU 4200-EXIT.
063400        MOVE BV-DET-LINE            TO BV-RPT-LINE.
063500        WRITE BV-REPORT-RECORD.
063600    4100-EXIT.
063700        EXIT.
063800
063900******************************************************************
064000*    4200-CHECK-TOLERANCE - PERCENT USED IS ACTUAL OVER BUDGET.  *
064100*    A CATEGORY IS OVER TOLERANCE WHEN ITS MONTH-TO-DATE OR      *
064200*    YEAR-TO-DATE ACTUAL EXCEEDS THE BUDGET PLUS THE TOLERANCE   *
064300*    PERCENTAGE.  WITH NO BUDGET THERE IS NO PERCENTAGE; ANY     *
064400*    ACTUAL IS MARKED, BUT ONLY A BUDGETED CATEGORY CAN BREACH.  *
064500******************************************************************
064600    4200-CHECK-TOLERANCE.
064700        MOVE SPACES TO BV-DET-MTD-PCT BV-DET-YTD-PCT BV-DET-FLAG.
064800        IF BV-TAB-YTD-BUDGET(BV-I) = ZERO
064900            IF BV-TAB-YTD-ACTUAL(BV-I) NOT = ZERO
065000                OR BV-TAB-MTD-ACTUAL(BV-I) NOT = ZERO
065100                MOVE 'NO BUDGET' TO BV-DET-FLAG
065200                ADD 1 TO BV-NOBUD-COUNT
065300            END-IF
065400            GO TO 4200-EXIT
065500        END-IF.
065600        IF BV-TAB-MTD-BUDGET(BV-I) NOT = ZERO
065700            COMPUTE BV-PCT ROUNDED = BV-TAB-MTD-ACTUAL(BV-I)
065800                * 100 / BV-TAB-MTD-BUDGET(BV-I)
065900                ON SIZE ERROR
066000                    MOVE 99999 TO BV-PCT
066100            END-COMPUTE
066200            MOVE BV-PCT    TO BV-PCT-ED
066300            MOVE BV-PCT-ED TO BV-DET-MTD-PCT
066400            COMPUTE BV-LIMIT = BV-TAB-MTD-BUDGET(BV-I)
066500                * (100 + BV-TOLERANCE) / 100
066600            IF BV-TAB-MTD-ACTUAL(BV-I) > BV-LIMIT
066700                MOVE 'OVER MTD' TO BV-DET-FLAG
066800            END-IF
066900        END-IF.
067000        COMPUTE BV-PCT ROUNDED = BV-TAB-YTD-ACTUAL(BV-I)
067100            * 100 / BV-TAB-YTD-BUDGET(BV-I)
067200            ON SIZE ERROR
067300                MOVE 99999 TO BV-PCT
067400        END-COMPUTE.
067500        MOVE BV-PCT    TO BV-PCT-ED.
067600        MOVE BV-PCT-ED TO BV-DET-YTD-PCT.
067700        COMPUTE BV-LIMIT = BV-TAB-YTD-BUDGET(BV-I)
067800            * (100 + BV-TOLERANCE) / 100.
067900        IF BV-TAB-YTD-ACTUAL(BV-I) > BV-LIMIT
068000            IF BV-DET-FLAG = SPACES
068100                MOVE 'OVER YTD' TO BV-DET-FLAG
068200            ELSE
068300                MOVE 'OVER MTD + YTD' TO BV-DET-FLAG
068400            END-IF
068500        END-IF.
068600        IF BV-DET-FLAG NOT = SPACES
068700            ADD 1 TO BV-BREACH-COUNT
068800        END-IF.
068900    4200-EXIT.
069000        EXIT.
069100
069200******************************************************************
069300*    9000-TERMINATE - CLOSE EVERY DATASET.  THE JOB MOVES THE    *
069400*    NEW PERIOD-TO-DATE MASTER OVER THE OLD ONE ONLY AFTER THIS  *
069500*    STEP ENDS CLEANLY.                                          *
069600******************************************************************
069700    9000-TERMINATE.
069800        PERFORM 9500-WRITE-STATS THRU 9500-EXIT.
069900        CLOSE CATSUM-FILE.
070000        IF BV-OLD-OPEN
070100            CLOSE PTD-OLD
070200        END-IF.
070300        CLOSE PTD-NEW.
070400        CLOSE REPORT-FILE.
070500    9000-EXIT.
070600        EXIT.
070700
070800******************************************************************
070900*    9500-WRITE-STATS - APPEND THE STANDARD RUN STATISTICS      *
071000*    RECORD TO THE COMMON JOB-STATISTICS DATASET.  A STATS      *
071100*    FAILURE IS REPORTED BUT NEVER FAILS THE BUSINESS STEP.     *
071200******************************************************************
071300    9500-WRITE-STATS.
071400        OPEN EXTEND STATS-FILE.
071500        IF BV-STATS-STATUS NOT = '00' AND
071600            BV-STATS-STATUS NOT = '05'
071700            DISPLAY 'SPOJ-BUDVR: COULD NOT OPEN JOBSTATS, '
071800                'STATUS ' BV-STATS-STATUS
071900            GO TO 9500-EXIT
072000        END-IF.
072100        MOVE 'BUDVR'          TO JS-STAT-STEP.
072200        MOVE BV-CATSUM-READ   TO JS-STAT-READ.
072300        MOVE BV-POSTED-COUNT  TO JS-STAT-WRITTEN.
072400        MOVE ZERO             TO JS-STAT-REJECTED.
072500        MOVE BV-RUN-TOTAL     TO JS-STAT-TOTAL.
072600        MOVE BV-START-TIME    TO JS-STAT-START.
072700        ACCEPT BV-TIME-WK FROM TIME.
072800        MOVE BV-TIME-WK(1:6)  TO JS-STAT-END.
072900        WRITE JS-STAT-RECORD.
073000        CLOSE STATS-FILE.
073100    9500-EXIT.
073200        EXIT.
