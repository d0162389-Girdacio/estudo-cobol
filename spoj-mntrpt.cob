000100******************************************************************
000200*    PROGRAM......: SPOJ-MNTRPT                                  *
000300*    AUTHOR.......: J. MORAES                                    *
000400*    INSTALLATION.: BATCH SYSTEMS GROUP                          *
000500*    DATE-WRITTEN.: 2026-10-15                                   *
000600*    DATE-COMPILED: 2026-10-15                                   *
000700*    DESCRIPTION..: MAINTENANCE ACTIVITY REPORT, RUN ON DEMAND   *
000800*                   (NOT PART OF THE NIGHTLY JOB) FOR THE        *
000900*                   PERIODIC SECURITY REVIEW.  READS THE         *
001000*                   CUMULATIVE MAINTENANCE ACTIVITY LOG (MNTLOG) *
001050*                   THAT SPOJ-CATMN, SPOJ-REPAIR, SPOJ-SUSP,     *
001100*                   SPOJ-CALCHK AND SPOJ-CLOSE EXTEND AND PRINTS *
001150*                   (MNTRPT) EVERY ACTION LOGGED IN THE          *
001200*                   REPORTING PERIOD, IN THE ORDER IT WAS        *
001250*                   LOGGED, WITH ITS OPERATOR, OUTCOME, REASON,  *
001300*                   AND BEFORE AND AFTER IMAGES, FOLLOWED BY THE *
001350*                   ACTIONS APPLIED, REJECTED AND REFUSED FOR    *
001400*                   EACH OPERATOR AND FOR EACH FUNCTION.  THE    *
001450*                   PERIOD IS TAKEN FROM MNTPARM AND DEFAULTS TO *
001500*                   MONTH-TO-DATE.  ANY ACTION REFUSED IN THE    *
001550*                   PERIOD ENDS THE RUN WITH THE WARNING RETURN  *
001600*                   CODE 4 SO THE REVIEW IS NOT SKIPPED; AN      *
001650*                   INVALID PERIOD OR AN UNREADABLE LOG ENDS IT  *
001700*                   WITH 16.                                     *
002400*    MODIFICATION HISTORY.........................................
002500*    DATE       INIT  DESCRIPTION
002600*    ---------- ----  -----------------------------------------
002700*    2026-10-15 JM    ORIGINAL PROGRAM.
002800******************************************************************
002900    IDENTIFICATION DIVISION.
003000    PROGRAM-ID.    MAIN.
003100
003200    ENVIRONMENT DIVISION.
003300    INPUT-OUTPUT SECTION.
003400    FILE-CONTROL.
003500        SELECT PARM-FILE ASSIGN TO "MNTPARM"
003600            ORGANIZATION IS LINE SEQUENTIAL
003700            FILE STATUS IS MA-PARM-STATUS.
003800        SELECT OPTIONAL LOG-FILE ASSIGN TO "MNTLOG"
003900            ORGANIZATION IS LINE SEQUENTIAL
004000            FILE STATUS IS MA-LOG-STATUS.
004100        SELECT REPORT-FILE ASSIGN TO "MNTRPT"
004200            ORGANIZATION IS LINE SEQUENTIAL
004300            FILE STATUS IS MA-RPT-STATUS.
004400
004500    DATA DIVISION.
004600    FILE SECTION.
004700    FD  PARM-FILE
004800        LABEL RECORDS ARE STANDARD.
004900    COPY "mntparm.cpy".
005000
005100    FD  LOG-FILE
005200        LABEL RECORDS ARE STANDARD.
005300    COPY "mntlog.cpy".
005400
005500    FD  REPORT-FILE
005600        LABEL RECORDS ARE STANDARD.
005700    COPY "mntrpt.cpy".
005800
005900    WORKING-STORAGE SECTION.
006000    77  MA-PARM-STATUS          PIC X(2)  VALUE '00'.
006100    77  MA-LOG-STATUS           PIC X(2)  VALUE '00'.
006200    77  MA-RPT-STATUS           PIC X(2)  VALUE '00'.
006300
006400    77  MA-TODAY                PIC 9(8)  VALUE ZERO.
006500    77  MA-READ-COUNT           PIC 9(7)  VALUE ZERO.
006600    77  MA-LISTED-COUNT         PIC 9(7)  VALUE ZERO.
006700    77  MA-APPLIED-COUNT        PIC 9(7)  VALUE ZERO.
006800    77  MA-REJECTED-COUNT       PIC 9(7)  VALUE ZERO.
006900    77  MA-REFUSED-COUNT        PIC 9(7)  VALUE ZERO.
007000    77  MA-OPR-MAX              PIC 9(3)  VALUE 200 COMP.
007100    77  MA-OPR-USED             PIC 9(3)  VALUE ZERO COMP.
007200    77  MA-FN-MAX               PIC 9(3)  VALUE 20 COMP.
007300    77  MA-FN-USED              PIC 9(3)  VALUE ZERO COMP.
007400    77  MA-I                    PIC 9(3)  VALUE ZERO COMP.
007500    77  MA-X                    PIC 9(3)  VALUE ZERO COMP.
007600
007700    77  MA-LOG-EOF-SW           PIC X(1)  VALUE 'N'.
007800        88  MA-LOG-EOF                     VALUE 'Y'.
007900    77  MA-FOUND-SW             PIC X(1)  VALUE 'N'.
008000        88  MA-FOUND                       VALUE 'Y'.
008100
008200    01  MA-PERIOD.
008300        05  MA-FROM-DATE            PIC 9(8)  VALUE ZERO.
008400        05  MA-FROM-PARTS           REDEFINES MA-FROM-DATE.
008500            10  MA-FROM-YM          PIC 9(6).
008600            10  MA-FROM-DD          PIC 9(2).
008700        05  MA-TO-DATE              PIC 9(8)  VALUE ZERO.
008800
008900    01  MA-OPR-TABLE.
009000        05  MA-OPR-ENTRY OCCURS 200 TIMES.
009100            10  MA-OTAB-ID          PIC X(8).
009200            10  MA-OTAB-APPLIED     PIC 9(7).
009300            10  MA-OTAB-REJECTED    PIC 9(7).
009400            10  MA-OTAB-REFUSED     PIC 9(7).
009500
009600    01  MA-FN-TABLE.
009700        05  MA-FN-ENTRY OCCURS 20 TIMES.
009800            10  MA-FTAB-FUNC        PIC X(6).
009900            10  MA-FTAB-APPLIED     PIC 9(7).
010000            10  MA-FTAB-REJECTED    PIC 9(7).
010100            10  MA-FTAB-REFUSED     PIC 9(7).
010200
010300    01  MA-TITLE-LINE.
010400        05  FILLER              PIC X(36)
010500            VALUE 'MAINTENANCE ACTIVITY REPORT  PERIOD '.
010600        05  MA-TTL-FROM         PIC 9(8).
010700        05  FILLER              PIC X(4)  VALUE ' TO '.
010800        05  MA-TTL-TO           PIC 9(8).
010900        05  FILLER              PIC X(10) VALUE '  PRINTED '.
011000        05  MA-TTL-TODAY        PIC 9(8).
011100
011200    01  MA-HDG-LINE.
011300        05  FILLER              PIC X(9)  VALUE 'DATE'.
011400        05  FILLER              PIC X(7)  VALUE 'TIME'.
011500        05  FILLER              PIC X(7)  VALUE 'BATCH'.
011600        05  FILLER              PIC X(7)  VALUE 'FUNC'.
011700        05  FILLER              PIC X(9)  VALUE 'OPERATOR'.
011800        05  FILLER              PIC X(9)  VALUE 'ACTION'.
011900        05  FILLER              PIC X(13) VALUE 'KEY'.
012000        05  FILLER              PIC X(9)  VALUE 'OUTCOME'.
012100        05  FILLER              PIC X(6)  VALUE 'REASON'.
012200
012300    01  MA-DET-LINE.
012400        05  MA-DET-DATE         PIC 9(8).
012500        05  FILLER              PIC X(1)  VALUE SPACE.
012600        05  MA-DET-TIME         PIC 9(6).
012700        05  FILLER              PIC X(1)  VALUE SPACE.
012800        05  MA-DET-BATCH        PIC 9(6).
012900        05  FILLER              PIC X(1)  VALUE SPACE.
013000        05  MA-DET-FUNC         PIC X(6).
013100        05  FILLER              PIC X(1)  VALUE SPACE.
013200        05  MA-DET-OPER         PIC X(8).
013300        05  FILLER              PIC X(1)  VALUE SPACE.
013400        05  MA-DET-ACTION       PIC X(8).
013500        05  FILLER              PIC X(1)  VALUE SPACE.
013600        05  MA-DET-KEY          PIC X(12).
013700        05  FILLER              PIC X(1)  VALUE SPACE.
013800        05  MA-DET-OUTCOME      PIC X(8).
013900        05  FILLER              PIC X(1)  VALUE SPACE.
014000        05  MA-DET-REASON       PIC X(40).
014100
014200    01  MA-IMG-LINE.
014300        05  MA-IMG-LABEL        PIC X(16).
014400        05  MA-IMG-TEXT         PIC X(100).
014500
014600    01  MA-SUM-LINE.
014700        05  MA-SUM-NAME         PIC X(8).
014800        05  FILLER              PIC X(10) VALUE '  APPLIED '.
014900        05  MA-SUM-APPLIED      PIC ZZZZZZ9.
015000        05  FILLER              PIC X(11) VALUE '  REJECTED '.
015100        05  MA-SUM-REJECTED     PIC ZZZZZZ9.
015200        05  FILLER              PIC X(10) VALUE '  REFUSED '.
015300        05  MA-SUM-REFUSED      PIC ZZZZZZ9.
015400        05  FILLER              PIC X(8)  VALUE '  TOTAL '.
015500        05  MA-SUM-TOTAL        PIC ZZZZZZ9.
015600
015700    PROCEDURE DIVISION.
015800    0000-MAINLINE.
015900        PERFORM 1000-INITIALIZE THRU 1000-EXIT.
016000        PERFORM 2000-LIST-ACTION THRU 2000-EXIT
016100            UNTIL MA-LOG-EOF.
016200        PERFORM 3000-PRINT-SUMMARY THRU 3000-EXIT.
016300        PERFORM 9000-TERMINATE THRU 9000-EXIT.
016400        STOP RUN.
016500
016600******************************************************************
016700*    1000-INITIALIZE - SET THE REPORTING PERIOD FROM THE         *
016800*    PARAMETER RECORD, OR MONTH-TO-DATE WITHOUT ONE, OPEN THE    *
016900*    ACTIVITY LOG AND THE REPORT, AND PRINT THE HEADINGS.  NO    *
017000*    ACTIVITY LOG YET IS AN EMPTY PERIOD, NOT AN ERROR.          *
017100******************************************************************
017200    1000-INITIALIZE.
017300        ACCEPT MA-TODAY FROM DATE YYYYMMDD.
017400        MOVE MA-TODAY TO MA-FROM-DATE.
017500        MOVE 1 TO MA-FROM-DD.
017600        MOVE MA-TODAY TO MA-TO-DATE.
017700        OPEN INPUT PARM-FILE.
017800        IF MA-PARM-STATUS = '00'
017900            READ PARM-FILE
018000                AT END
018100                    CONTINUE
018200                NOT AT END
018300                    IF MA-PARM-FROM IS NUMERIC
018400                        AND MA-PARM-TO IS NUMERIC
018500                        AND MA-PARM-FROM > ZERO
018600                        AND MA-PARM-TO > ZERO
018700                        MOVE MA-PARM-FROM TO MA-FROM-DATE
018800                        MOVE MA-PARM-TO   TO MA-TO-DATE
018900                    END-IF
019000            END-READ
019100            CLOSE PARM-FILE
019200        END-IF.
019300        IF MA-FROM-DATE > MA-TO-DATE
019400            DISPLAY 'SPOJ-MNTRPT: REPORTING PERIOD ' MA-FROM-DATE
019500                ' TO ' MA-TO-DATE ' ENDS BEFORE IT STARTS'
019600            MOVE 16 TO RETURN-CODE
019700            STOP RUN
019800        END-IF.
019900
020000        OPEN INPUT LOG-FILE.
020100        IF MA-LOG-STATUS NOT = '00' AND
020200            MA-LOG-STATUS NOT = '05'
020300            DISPLAY 'SPOJ-MNTRPT: COULD NOT OPEN MNTLOG, '
020400                'STATUS ' MA-LOG-STATUS
020500            MOVE 16 TO RETURN-CODE
020600            STOP RUN
020700        END-IF.
020800        OPEN OUTPUT REPORT-FILE.
020900        IF MA-RPT-STATUS NOT = '00'
021000            DISPLAY 'SPOJ-MNTRPT: COULD NOT OPEN MNTRPT, '
021100                'STATUS ' MA-RPT-STATUS
021200            MOVE 16 TO RETURN-CODE
021300            CLOSE LOG-FILE
021400            STOP RUN
021500        END-IF.
021600
021700        MOVE MA-FROM-DATE  TO MA-TTL-FROM.
021800        MOVE MA-TO-DATE    TO MA-TTL-TO.
021900        MOVE MA-TODAY      TO MA-TTL-TODAY.
022000        MOVE MA-TITLE-LINE TO MA-RPT-LINE.
022100        WRITE MA-REPORT-RECORD.
022200        MOVE SPACES        TO MA-RPT-LINE.
022300        WRITE MA-REPORT-RECORD.
022400        MOVE MA-HDG-LINE   TO MA-RPT-LINE.
022500        WRITE MA-REPORT-RECORD.
022600        MOVE SPACES        TO MA-RPT-LINE.
022700        WRITE MA-REPORT-RECORD.
022800    1000-EXIT.
022900        EXIT.
023000
023100******************************************************************
023200*    2000-LIST-ACTION - READ ONE LOG RECORD.  ONE LOGGED IN THE  *
023300*    PERIOD IS PRINTED WITH WHATEVER BEFORE AND AFTER IMAGES IT  *
023400*    CARRIES AND COUNTED AGAINST ITS OPERATOR AND ITS FUNCTION.  *
023500******************************************************************
023600    2000-LIST-ACTION.
023700        READ LOG-FILE
023800            AT END
023900                SET MA-LOG-EOF TO TRUE
024000                GO TO 2000-EXIT
024100        END-READ.
024200        ADD 1 TO MA-READ-COUNT.
024300        IF ML-LOG-DATE < MA-FROM-DATE
024400            OR ML-LOG-DATE > MA-TO-DATE
024500            GO TO 2000-EXIT
024600        END-IF.
024700        ADD 1 TO MA-LISTED-COUNT.
024800        PERFORM 2100-PRINT-ACTION THRU 2100-EXIT.
024900        PERFORM 2200-COUNT-OPERATOR THRU 2200-EXIT.
025000        PERFORM 2300-COUNT-FUNCTION THRU 2300-EXIT.
025100    2000-EXIT.
025200        EXIT.
025300
025400    2100-PRINT-ACTION.
025500        MOVE ML-LOG-DATE    TO MA-DET-DATE.
025600        MOVE ML-LOG-TIME    TO MA-DET-TIME.
025700        MOVE ML-LOG-BATCH   TO MA-DET-BATCH.
025800        MOVE ML-LOG-FUNC    TO MA-DET-FUNC.
025900        MOVE ML-LOG-OPER    TO MA-DET-OPER.
026000        MOVE ML-LOG-ACTION  TO MA-DET-ACTION.
026100        MOVE ML-LOG-KEY     TO MA-DET-KEY.
026200        MOVE ML-LOG-REASON  TO MA-DET-REASON.
026300        IF ML-LOG-APPLIED
026400            MOVE 'APPLIED' TO MA-DET-OUTCOME
026500            ADD 1 TO MA-APPLIED-COUNT
026600        ELSE
026700            IF ML-LOG-REFUSED
026800                MOVE 'REFUSED' TO MA-DET-OUTCOME
026900                ADD 1 TO MA-REFUSED-COUNT
027000            ELSE
027100                MOVE 'REJECTED' TO MA-DET-OUTCOME
027200                ADD 1 TO MA-REJECTED-COUNT
027300            END-IF
027400        END-IF.
027500        MOVE MA-DET-LINE    TO MA-RPT-LINE.
027600        WRITE MA-REPORT-RECORD.
027700        IF ML-LOG-BEFORE NOT = SPACES
027800            MOVE '        BEFORE: ' TO MA-IMG-LABEL
027900            MOVE ML-LOG-BEFORE TO MA-IMG-TEXT
028000            MOVE MA-IMG-LINE TO MA-RPT-LINE
028100            WRITE MA-REPORT-RECORD
028200        END-IF.
028300        IF ML-LOG-AFTER NOT = SPACES
028400            MOVE '        AFTER:  ' TO MA-IMG-LABEL
028500            MOVE ML-LOG-AFTER TO MA-IMG-TEXT
028600            MOVE MA-IMG-LINE TO MA-RPT-LINE
028700            WRITE MA-REPORT-RECORD
028800        END-IF.
028900    2100-EXIT.
029000        EXIT.
029100
029200******************************************************************
029300*    2200-COUNT-OPERATOR - ADD THE ACTION TO ITS OPERATOR'S      *
029400*    TOTALS, STARTING A NEW ENTRY THE FIRST TIME THE OPERATOR IS *
029500*    SEEN.  A RECORD WITH NO OPERATOR ID IS COUNTED UNDER        *
029600*    SPACES.                                                     *
029700******************************************************************
029800    2200-COUNT-OPERATOR.
029900        MOVE 'N' TO MA-FOUND-SW.
030000        PERFORM 2210-FIND-OPERATOR THRU 2210-EXIT
030100            VARYING MA-I FROM 1 BY 1
030200                UNTIL MA-I > MA-OPR-USED
030300                    OR MA-FOUND.
030400        IF NOT MA-FOUND
030500            IF MA-OPR-USED >= MA-OPR-MAX
030600                DISPLAY 'SPOJ-MNTRPT: MORE OPERATORS THAN THE '
030700                    'TABLE HOLDS'
030800                MOVE 16 TO RETURN-CODE
030900                PERFORM 9000-TERMINATE THRU 9000-EXIT
031000                STOP RUN
031100            END-IF
031200            ADD 1 TO MA-OPR-USED
031300            MOVE MA-OPR-USED TO MA-X
031400            MOVE ML-LOG-OPER TO MA-OTAB-ID(MA-X)
031500            MOVE ZERO TO MA-OTAB-APPLIED(MA-X)
031600            MOVE ZERO TO MA-OTAB-REJECTED(MA-X)
031700            MOVE ZERO TO MA-OTAB-REFUSED(MA-X)
031800        END-IF.
031900        IF ML-LOG-APPLIED
032000            ADD 1 TO MA-OTAB-APPLIED(MA-X)
032100        ELSE
032200            IF ML-LOG-REFUSED
032300                ADD 1 TO MA-OTAB-REFUSED(MA-X)
032400            ELSE
032500                ADD 1 TO MA-OTAB-REJECTED(MA-X)
032600            END-IF
032700        END-IF.
032800    2200-EXIT.
032900        EXIT.
033000
033100    2210-FIND-OPERATOR.
033200        IF MA-OTAB-ID(MA-I) = ML-LOG-OPER
033300            MOVE MA-I TO MA-X
033400            SET MA-FOUND TO TRUE
033500        END-IF.
033600    2210-EXIT.
033700        EXIT.
033800
033900    2300-COUNT-FUNCTION.
034000        MOVE 'N' TO MA-FOUND-SW.
034100        PERFORM 2310-FIND-FUNCTION THRU 2310-EXIT
034200            VARYING MA-I FROM 1 BY 1
034300                UNTIL MA-I > MA-FN-USED
034400                    OR MA-FOUND.
034500        IF NOT MA-FOUND
034600            IF MA-FN-USED >= MA-FN-MAX
034700                DISPLAY 'SPOJ-MNTRPT: MORE FUNCTIONS THAN THE '
034800                    'TABLE HOLDS'
034900                MOVE 16 TO RETURN-CODE
035000                PERFORM 9000-TERMINATE THRU 9000-EXIT
035100                STOP RUN
035200            END-IF
035300            ADD 1 TO MA-FN-USED
035400            MOVE MA-FN-USED TO MA-X
035500            MOVE ML-LOG-FUNC TO MA-FTAB-FUNC(MA-X)
035600            MOVE ZERO TO MA-FTAB-APPLIED(MA-X)
035700            MOVE ZERO TO MA-FTAB-REJECTED(MA-X)
035800            MOVE ZERO TO MA-FTAB-REFUSED(MA-X)
035900        END-IF.
036000        IF ML-LOG-APPLIED
036100            ADD 1 TO MA-FTAB-APPLIED(MA-X)
036200        ELSE
036300            IF ML-LOG-REFUSED
036400                ADD 1 TO MA-FTAB-REFUSED(MA-X)
036500            ELSE
036600                ADD 1 TO MA-FTAB-REJECTED(MA-X)
036700            END-IF
036800        END-IF.
036900    2300-EXIT.
037000        EXIT.
037100
037200    2310-FIND-FUNCTION.
037300        IF MA-FTAB-FUNC(MA-I) = ML-LOG-FUNC
037400            MOVE MA-I TO MA-X
037500            SET MA-FOUND TO TRUE
037600        END-IF.
037700    2310-EXIT.
037800        EXIT.
037900
038000******************************************************************
038100*    3000-PRINT-SUMMARY - THE ACTIONS APPLIED, REJECTED AND      *
038200*    REFUSED BY EACH OPERATOR AND UNDER EACH FUNCTION, IN THE    *
038300*    ORDER EACH WAS FIRST SEEN, AND THE PERIOD'S TOTALS.  ANY    *
038400*    REFUSAL ENDS THE RUN WITH THE WARNING RETURN CODE 4.        *
038500******************************************************************
038600    3000-PRINT-SUMMARY.
038700        IF MA-LISTED-COUNT = ZERO
038800            MOVE 'NO MAINTENANCE ACTIVITY LOGGED IN THE PERIOD'
038900                TO MA-RPT-LINE
039000            WRITE MA-REPORT-RECORD
039100        END-IF.
039200        MOVE SPACES TO MA-RPT-LINE.
039300        WRITE MA-REPORT-RECORD.
039400        MOVE 'ACTIVITY BY OPERATOR' TO MA-RPT-LINE.
039500        WRITE MA-REPORT-RECORD.
039600        PERFORM 3100-PRINT-OPERATOR THRU 3100-EXIT
039700            VARYING MA-I FROM 1 BY 1
039800                UNTIL MA-I > MA-OPR-USED.
039900        MOVE SPACES TO MA-RPT-LINE.
040000        WRITE MA-REPORT-RECORD.
040100        MOVE 'ACTIVITY BY FUNCTION' TO MA-RPT-LINE.
040200        WRITE MA-REPORT-RECORD.
040300        PERFORM 3200-PRINT-FUNCTION THRU 3200-EXIT
040400            VARYING MA-I FROM 1 BY 1
040500                UNTIL MA-I > MA-FN-USED.
040600        MOVE SPACES TO MA-RPT-LINE.
040700        WRITE MA-REPORT-RECORD.
040800        MOVE 'PERIOD'          TO MA-SUM-NAME.
040900        MOVE MA-APPLIED-COUNT  TO MA-SUM-APPLIED.
041000        MOVE MA-REJECTED-COUNT TO MA-SUM-REJECTED.
041100        MOVE MA-REFUSED-COUNT  TO MA-SUM-REFUSED.
041200        MOVE MA-LISTED-COUNT   TO MA-SUM-TOTAL.
041300        MOVE MA-SUM-LINE       TO MA-RPT-LINE.
041400        WRITE MA-REPORT-RECORD.
041500        DISPLAY 'SPOJ-MNTRPT: LOG READ=' MA-READ-COUNT
041600            ' IN PERIOD=' MA-LISTED-COUNT
041700            ' REFUSED=' MA-REFUSED-COUNT.
041800        IF MA-REFUSED-COUNT NOT = ZERO
041900            DISPLAY 'SPOJ-MNTRPT: ' MA-REFUSED-COUNT ' ACTION(S) '
042000                'REFUSED IN THE PERIOD - REVIEW MNTRPT'
042100            MOVE 4 TO RETURN-CODE
042200        END-IF.
042300    3000-EXIT.
042400        EXIT.
042500
042600    3100-PRINT-OPERATOR.
042700        IF MA-OTAB-ID(MA-I) = SPACES
042800            MOVE '(NONE)' TO MA-SUM-NAME
042900        ELSE
043000            MOVE MA-OTAB-ID(MA-I) TO MA-SUM-NAME
043100        END-IF.
043200        MOVE MA-OTAB-APPLIED(MA-I)  TO MA-SUM-APPLIED.
043300        MOVE MA-OTAB-REJECTED(MA-I) TO MA-SUM-REJECTED.
043400        MOVE MA-OTAB-REFUSED(MA-I)  TO MA-SUM-REFUSED.
043500        COMPUTE MA-SUM-TOTAL = MA-OTAB-APPLIED(MA-I)
043600            + MA-OTAB-REJECTED(MA-I) + MA-OTAB-REFUSED(MA-I).
043700        MOVE MA-SUM-LINE TO MA-RPT-LINE.
043800        WRITE MA-REPORT-RECORD.
043900    3100-EXIT.
044000        EXIT.
044100
044200    3200-PRINT-FUNCTION.
044300        MOVE MA-FTAB-FUNC(MA-I)     TO MA-SUM-NAME.
044400        MOVE MA-FTAB-APPLIED(MA-I)  TO MA-SUM-APPLIED.
044500        MOVE MA-FTAB-REJECTED(MA-I) TO MA-SUM-REJECTED.
044600        MOVE MA-FTAB-REFUSED(MA-I)  TO MA-SUM-REFUSED.
044700        COMPUTE MA-SUM-TOTAL = MA-FTAB-APPLIED(MA-I)
044800            + MA-FTAB-REJECTED(MA-I) + MA-FTAB-REFUSED(MA-I).
044900        MOVE MA-SUM-LINE TO MA-RPT-LINE.
045000        WRITE MA-REPORT-RECORD.
045100    3200-EXIT.
045200        EXIT.
045300
045400******************************************************************
045500*    9000-TERMINATE - CLOSE THE ACTIVITY LOG AND THE REPORT.     *
045600******************************************************************
045700    9000-TERMINATE.
045800        CLOSE LOG-FILE.
045900        CLOSE REPORT-FILE.
046000    9000-EXIT.
046100        EXIT.
