000100******************************************************************
000200*    PROGRAM......: SPOJ-RATMN                                   *
000300*    AUTHOR.......: J. MORAES                                    *
000400*    INSTALLATION.: BATCH SYSTEMS GROUP                          *
000500*    DATE-WRITTEN.: 2026-10-15                                   *
000600*    DATE-COMPILED: 2026-10-15                                   *
000700*    DESCRIPTION..: EXCHANGE-RATE MASTER MAINTENANCE.  APPLIES   *
000800*                   THE MAINTENANCE TRANSACTIONS (DD/ENV NAME    *
000900*                   RATETRAN - ADD, CHANGE, DELETE) TO THE RATE  *
001000*                   MASTER AS AN OLD-MASTER/NEW-MASTER           *
001100*                   SEQUENTIAL UPDATE (RATEMST IN, RATEMNEW      *
001200*                   OUT) AND PRINTS A MAINTENANCE REPORT         *
001300*                   (RATEMRPT) SHOWING EVERY TRANSACTION APPLIED *
001400*                   OR REJECTED.  A PERIOD IS KEYED BY CURRENCY  *
001500*                   AND EFFECTIVE-FROM DATE.  AN ADD FOR A LATER *
001600*                   DATE CLOSES THE CURRENCY'S OPEN-ENDED PERIOD *
001700*                   THE DAY BEFORE, SO A NEW RATE IS KEYED AS A  *
001800*                   SINGLE ADD.  AN ADD OF A KEY ALREADY ON THE  *
001900*                   MASTER, A CHANGE OR DELETE OF A KEY NOT ON   *
002000*                   IT, A RATE THAT IS NOT NUMERIC OR IS ZERO,   *
002100*                   AN EFFECTIVE-TO DATE BEFORE THE FROM DATE,   *
002200*                   OR A PERIOD THAT WOULD OVERLAP ANOTHER       *
002300*                   PERIOD OF THE SAME CURRENCY IS REJECTED AND  *
002400*                   THE RUN ENDS WITH RETURN CODE 4 SO THE       *
002500*                   REJECTS ARE REVIEWED.  THE OPERATOR MOVES    *
002600*                   RATEMNEW OVER RATEMST ONLY AFTER A CLEAN     *
002700*                   RUN, THE SAME WAY AS THE CATEGORY MASTER.    *
002800*    MODIFICATION HISTORY.........................................
002900*    DATE       INIT  DESCRIPTION
003000*    ---------- ----  -----------------------------------------
003100*    2026-10-15 JM    ORIGINAL PROGRAM.
003120*    2026-10-15 JM    NEW-MASTER RECORD BUILT IN WORKING STORAGE,
003140*                     NOT IN THE CLOSED OLD MASTER'S RECORD AREA.
003200******************************************************************
003300    IDENTIFICATION DIVISION.
003400    PROGRAM-ID.    MAIN.
003500
003600    ENVIRONMENT DIVISION.
003700    INPUT-OUTPUT SECTION.
003800    FILE-CONTROL.
003900        SELECT TRAN-FILE ASSIGN TO "RATETRAN"
004000            ORGANIZATION IS LINE SEQUENTIAL
004100            FILE STATUS IS RM-TRAN-STATUS.
004200        SELECT MAST-OLD ASSIGN TO "RATEMST"
004300            ORGANIZATION IS LINE SEQUENTIAL
004400            FILE STATUS IS RM-MSTOLD-STATUS.
004500        SELECT MAST-NEW ASSIGN TO "RATEMNEW"
004600            ORGANIZATION IS LINE SEQUENTIAL
004700            FILE STATUS IS RM-MSTNEW-STATUS.
004800        SELECT REPORT-FILE ASSIGN TO "RATEMRPT"
004900            ORGANIZATION IS LINE SEQUENTIAL
005000            FILE STATUS IS RM-RPT-STATUS.
005100
005200    DATA DIVISION.
005300    FILE SECTION.
005400    FD  TRAN-FILE
005500        LABEL RECORDS ARE STANDARD.
005600    COPY "ratetran.cpy".
005700
005800    FD  MAST-OLD
005900        LABEL RECORDS ARE STANDARD.
006000    COPY "ratemst.cpy".
006100
006200    FD  MAST-NEW
006300        LABEL RECORDS ARE STANDARD.
006400    01  RM-MSTNEW-RECORD            PIC X(48).
006500
006600    FD  REPORT-FILE
006700        LABEL RECORDS ARE STANDARD.
006800    COPY "ratmrpt.cpy".
006900
007000    WORKING-STORAGE SECTION.
007100    77  RM-TRAN-STATUS          PIC X(2)  VALUE '00'.
007200    77  RM-MSTOLD-STATUS        PIC X(2)  VALUE '00'.
007300    77  RM-MSTNEW-STATUS        PIC X(2)  VALUE '00'.
007400    77  RM-RPT-STATUS           PIC X(2)  VALUE '00'.
007500
007600    77  RM-TAB-MAX              PIC 9(3)  VALUE 200 COMP.
007700    77  RM-TAB-USED             PIC 9(3)  VALUE ZERO COMP.
007800    77  RM-I                    PIC 9(3)  VALUE ZERO COMP.
007900    77  RM-X                    PIC 9(3)  VALUE ZERO COMP.
008000    77  RM-CLOSE-X              PIC 9(3)  VALUE ZERO COMP.
008100    77  RM-APPLIED-COUNT        PIC 9(5)  VALUE ZERO.
008200    77  RM-REJECT-COUNT         PIC 9(5)  VALUE ZERO.
008300    77  RM-NEW-TO               PIC 9(8)  VALUE ZERO.
008400    77  RM-TAB-TO               PIC 9(8)  VALUE ZERO.
008500    77  RM-DAY-INT              PIC 9(7)  VALUE ZERO.
008600
008700    77  RM-TRAN-EOF-SW          PIC X(1)  VALUE 'N'.
008800        88  RM-TRAN-EOF                    VALUE 'Y'.
008900    77  RM-MSTOLD-EOF-SW        PIC X(1)  VALUE 'N'.
009000        88  RM-MSTOLD-EOF                  VALUE 'Y'.
009100    77  RM-KEY-FOUND-SW         PIC X(1)  VALUE 'N'.
009200        88  RM-KEY-FOUND                   VALUE 'Y'.
009300    77  RM-IMAGE-BAD-SW         PIC X(1)  VALUE 'N'.
009400        88  RM-IMAGE-BAD                   VALUE 'Y'.
009500    77  RM-OVERLAP-SW           PIC X(1)  VALUE 'N'.
009600        88  RM-OVERLAP                     VALUE 'Y'.
009700
009800    01  RM-RATE-TABLE.
009900        05  RM-TAB-ENTRY OCCURS 200 TIMES.
010000            10  RM-TAB-CURR         PIC X(3).
010100            10  RM-TAB-DESC         PIC X(20).
010200            10  RM-TAB-EFF-FROM     PIC 9(8).
010300            10  RM-TAB-EFF-TO       PIC 9(8).
010400            10  RM-TAB-VALUE        PIC 9(3)V9(6).
010500            10  RM-TAB-DEL-SW       PIC X(1).
010600                88  RM-TAB-DELETED         VALUE 'Y'.
010700
010800    01  RM-ACTION-LINE.
010900        05  RM-ACT-VERB         PIC X(8).
011000        05  RM-ACT-CURR         PIC X(3).
011100        05  FILLER              PIC X(1)  VALUE SPACES.
011200        05  RM-ACT-FROM         PIC X(8).
011300        05  FILLER              PIC X(2)  VALUE SPACES.
011400        05  RM-ACT-RESULT       PIC X(50).
011410
011420*    THE NEW-MASTER RECORD IS BUILT HERE, IN THE RATEMST LAYOUT.
011430    01  RM-CURR-RECORD.
011440        05  RM-CURR-CURR        PIC X(3).
011450        05  RM-CURR-DESC        PIC X(20).
011460        05  RM-CURR-EFF-FROM    PIC 9(8).
011470        05  RM-CURR-EFF-TO      PIC 9(8).
011480        05  RM-CURR-VALUE       PIC 9(3)V9(6).
011500
011600    PROCEDURE DIVISION.
011700    0000-MAINLINE.
011800        PERFORM 1000-INITIALIZE THRU 1000-EXIT.
011900        PERFORM 2000-APPLY-TRANS THRU 2000-EXIT
012000            UNTIL RM-TRAN-EOF.
012100        PERFORM 3000-WRITE-NEW-MASTER THRU 3000-EXIT.
012200        PERFORM 4000-WRITE-SUMMARY THRU 4000-EXIT.
012300        IF RM-REJECT-COUNT NOT = ZERO
012400            MOVE 4 TO RETURN-CODE
012500            DISPLAY 'SPOJ-RATMN: ' RM-REJECT-COUNT
012600                ' TRANSACTIONS REJECTED'
012700        END-IF.
012800        PERFORM 9000-TERMINATE THRU 9000-EXIT.
012900        STOP RUN.
013000
013100******************************************************************
013200*    1000-INITIALIZE - OPEN THE TRANSACTION DATASET, THE NEW     *
013300*    MASTER, AND THE REPORT, THEN LOAD THE OLD MASTER INTO THE   *
013400*    TABLE.  A MISSING OLD MASTER IS A FIRST RUN, NOT AN ERROR.  *
013500******************************************************************
013600    1000-INITIALIZE.
013700        OPEN INPUT TRAN-FILE.
013800        IF RM-TRAN-STATUS NOT = '00'
013900            DISPLAY 'SPOJ-RATMN: COULD NOT OPEN RATETRAN, '
014000                'STATUS = ' RM-TRAN-STATUS
014100            MOVE 16 TO RETURN-CODE
014200            STOP RUN
014300        END-IF.
014400        OPEN OUTPUT MAST-NEW.
014500        OPEN OUTPUT REPORT-FILE.
014600        IF RM-MSTNEW-STATUS NOT = '00'
014700            OR RM-RPT-STATUS NOT = '00'
014800            DISPLAY 'SPOJ-RATMN: COULD NOT OPEN RATEMNEW/RATEMRPT'
014900            MOVE 16 TO RETURN-CODE
015000            CLOSE TRAN-FILE
015100            STOP RUN
015200        END-IF.
015300        MOVE SPACES TO RM-RPT-LINE.
015400        STRING 'EXCHANGE-RATE MASTER MAINTENANCE REPORT'
015500            DELIMITED BY SIZE INTO RM-RPT-LINE.
015600        WRITE RM-REPORT-RECORD.
015700        PERFORM 1100-LOAD-OLD-MASTER THRU 1100-EXIT.
015800    1000-EXIT.
015900        EXIT.
016000
016100    1100-LOAD-OLD-MASTER.
016200        OPEN INPUT MAST-OLD.
016300        IF RM-MSTOLD-STATUS = '00'
016400            PERFORM 1110-LOAD-ONE-RATE THRU 1110-EXIT
016500                UNTIL RM-MSTOLD-EOF
016600            CLOSE MAST-OLD
016700        END-IF.
016800    1100-EXIT.
016900        EXIT.
017000
017100    1110-LOAD-ONE-RATE.
017200        READ MAST-OLD
017300            AT END
017400                SET RM-MSTOLD-EOF TO TRUE
017500            NOT AT END
017600                IF RM-TAB-USED >= RM-TAB-MAX
017700                    DISPLAY 'SPOJ-RATMN: MORE RATES ON THE '
017800                        'MASTER THAN THE TABLE HOLDS'
017900                    MOVE 16 TO RETURN-CODE
018000                    PERFORM 9000-TERMINATE THRU 9000-EXIT
018100                    STOP RUN
018200                END-IF
018300                ADD 1 TO RM-TAB-USED
018400                MOVE RM-RATE-CURR    TO RM-TAB-CURR(RM-TAB-USED)
018500                MOVE RM-RATE-DESC    TO RM-TAB-DESC(RM-TAB-USED)
018600                MOVE RM-RATE-EFF-FROM
018700                    TO RM-TAB-EFF-FROM(RM-TAB-USED)
018800                MOVE RM-RATE-EFF-TO  TO RM-TAB-EFF-TO(RM-TAB-USED)
018900                MOVE RM-RATE-VALUE   TO RM-TAB-VALUE(RM-TAB-USED)
019000                MOVE 'N'             TO RM-TAB-DEL-SW(RM-TAB-USED)
019100        END-READ.
019200    1110-EXIT.
019300        EXIT.
019400
019500******************************************************************
019600*    2000-APPLY-TRANS - READ ONE MAINTENANCE TRANSACTION AND     *
019700*    APPLY IT TO THE TABLE.  EVERY TRANSACTION, APPLIED OR       *
019800*    REJECTED, GETS ONE REPORT LINE.                             *
019900******************************************************************
020000    2000-APPLY-TRANS.
020100        READ TRAN-FILE
020200            AT END
020300                SET RM-TRAN-EOF TO TRUE
020400            NOT AT END
020500                PERFORM 2100-APPLY-ONE THRU 2100-EXIT
020600        END-READ.
020700    2000-EXIT.
020800        EXIT.
020900
021000    2100-APPLY-ONE.
021100        MOVE SPACES TO RM-ACTION-LINE.
021200        MOVE RT-TRAN-CURR TO RM-ACT-CURR.
021300        MOVE RT-TRAN-EFF-FROM TO RM-ACT-FROM.
021400        MOVE 'N' TO RM-KEY-FOUND-SW.
021500        MOVE ZERO TO RM-X.
021600        PERFORM 2200-FIND-KEY THRU 2200-EXIT
021700            VARYING RM-I FROM 1 BY 1
021800                UNTIL RM-I > RM-TAB-USED
021900                    OR RM-KEY-FOUND.
022000        IF RT-TRAN-ADD
022100            MOVE 'ADD     ' TO RM-ACT-VERB
022200            PERFORM 2300-APPLY-ADD THRU 2300-EXIT
022300        ELSE
022400            IF RT-TRAN-CHANGE
022500                MOVE 'CHANGE  ' TO RM-ACT-VERB
022600                PERFORM 2400-APPLY-CHANGE THRU 2400-EXIT
022700            ELSE
022800                IF RT-TRAN-DELETE
022900                    MOVE 'DELETE  ' TO RM-ACT-VERB
023000                    PERFORM 2500-APPLY-DELETE THRU 2500-EXIT
023100                ELSE
023200                    MOVE RT-TRAN-ACTION TO RM-ACT-VERB
023300                    MOVE 'REJECTED - UNKNOWN ACTION CODE'
023400                        TO RM-ACT-RESULT
023500                    ADD 1 TO RM-REJECT-COUNT
023600                END-IF
023700            END-IF
023800        END-IF.
023900        MOVE RM-ACTION-LINE TO RM-RPT-LINE.
024000        WRITE RM-REPORT-RECORD.
024100    2100-EXIT.
024200        EXIT.
024300
024400    2200-FIND-KEY.
024500        IF RM-TAB-CURR(RM-I) = RT-TRAN-CURR
024600            AND RM-TAB-EFF-FROM(RM-I) = RT-TRAN-EFF-FROM
024700            AND NOT RM-TAB-DELETED(RM-I)
024800            SET RM-KEY-FOUND TO TRUE
024900            MOVE RM-I TO RM-X
025000        END-IF.
025100    2200-EXIT.
025200        EXIT.
025300
025400******************************************************************
025500*    2300-APPLY-ADD - A NEW PERIOD GOES ON THE END OF THE TABLE. *
025600*    THE KEY MUST NOT ALREADY BE ON THE MASTER AND THE IMAGE     *
025700*    MUST EDIT CLEAN.  THE CURRENCY'S OPEN-ENDED PERIOD, IF IT   *
025800*    STARTED EARLIER, IS CLOSED THE DAY BEFORE THE NEW ONE       *
025900*    STARTS; ANY OTHER OVERLAP REJECTS THE ADD.                  *
026000******************************************************************
026100    2300-APPLY-ADD.
026200        IF RM-KEY-FOUND
026300            MOVE 'REJECTED - PERIOD ALREADY ON MASTER'
026400                TO RM-ACT-RESULT
026500            ADD 1 TO RM-REJECT-COUNT
026600            GO TO 2300-EXIT
026700        END-IF.
026800        PERFORM 2700-EDIT-IMAGE THRU 2700-EXIT.
026900        IF RM-IMAGE-BAD
026950            ADD 1 TO RM-REJECT-COUNT
027000            GO TO 2300-EXIT
027100        END-IF.
027200        MOVE ZERO TO RM-CLOSE-X.
027300        PERFORM 2310-FIND-OPEN-PERIOD THRU 2310-EXIT
027400            VARYING RM-I FROM 1 BY 1
027500                UNTIL RM-I > RM-TAB-USED
027600                    OR RM-CLOSE-X NOT = ZERO.
027700        PERFORM 2800-CHECK-OVERLAP THRU 2800-EXIT.
027800        IF RM-OVERLAP
027900            GO TO 2300-EXIT
028000        END-IF.
028100        IF RM-TAB-USED >= RM-TAB-MAX
028200            DISPLAY 'SPOJ-RATMN: MORE RATES THAN THE '
028300                'TABLE HOLDS'
028400            MOVE 16 TO RETURN-CODE
028500            PERFORM 9000-TERMINATE THRU 9000-EXIT
028600            STOP RUN
028700        END-IF.
028800        IF RM-CLOSE-X NOT = ZERO
028900            COMPUTE RM-DAY-INT =
029000                FUNCTION INTEGER-OF-DATE(RT-TRAN-EFF-FROM) - 1
029100            COMPUTE RM-TAB-EFF-TO(RM-CLOSE-X) =
029200                FUNCTION DATE-OF-INTEGER(RM-DAY-INT)
029300            MOVE 'APPLIED - PRIOR OPEN PERIOD CLOSED'
029400                TO RM-ACT-RESULT
029500        ELSE
029600            MOVE 'APPLIED' TO RM-ACT-RESULT
029700        END-IF.
029800        ADD 1 TO RM-TAB-USED.
029900        MOVE RM-TAB-USED TO RM-X.
030000        PERFORM 2600-MOVE-TRAN-TO-TABLE THRU 2600-EXIT.
030100        ADD 1 TO RM-APPLIED-COUNT.
030200    2300-EXIT.
030300        EXIT.
030400
030500    2310-FIND-OPEN-PERIOD.
030600        IF RM-TAB-CURR(RM-I) = RT-TRAN-CURR
030700            AND NOT RM-TAB-DELETED(RM-I)
030800            AND RM-TAB-EFF-TO(RM-I) = ZERO
030900            AND RM-TAB-EFF-FROM(RM-I) < RT-TRAN-EFF-FROM
031000            MOVE RM-I TO RM-CLOSE-X
031100        END-IF.
031200    2310-EXIT.
031300        EXIT.
031400
031500******************************************************************
031600*    2400-APPLY-CHANGE - REPLACE THE DESCRIPTION, EFFECTIVE-TO   *
031700*    DATE AND RATE OF AN EXISTING PERIOD.  THE CHANGED PERIOD    *
031800*    MUST STILL NOT OVERLAP ANY OTHER PERIOD OF THE CURRENCY.    *
031900******************************************************************
032000    2400-APPLY-CHANGE.
032100        IF NOT RM-KEY-FOUND
032200            MOVE 'REJECTED - PERIOD NOT ON MASTER'
032300                TO RM-ACT-RESULT
032400            ADD 1 TO RM-REJECT-COUNT
032500            GO TO 2400-EXIT
032600        END-IF.
032700        PERFORM 2700-EDIT-IMAGE THRU 2700-EXIT.
032800        IF RM-IMAGE-BAD
032850            ADD 1 TO RM-REJECT-COUNT
032900            GO TO 2400-EXIT
033000        END-IF.
033100        MOVE ZERO TO RM-CLOSE-X.
033200        PERFORM 2800-CHECK-OVERLAP THRU 2800-EXIT.
033300        IF RM-OVERLAP
033400            GO TO 2400-EXIT
033500        END-IF.
033600        PERFORM 2600-MOVE-TRAN-TO-TABLE THRU 2600-EXIT.
033700        MOVE 'APPLIED' TO RM-ACT-RESULT.
033800        ADD 1 TO RM-APPLIED-COUNT.
033900    2400-EXIT.
034000        EXIT.
034100
034200******************************************************************
034300*    2500-APPLY-DELETE - MARK AN EXISTING PERIOD DELETED SO IT   *
034400*    IS DROPPED WHEN THE NEW MASTER IS WRITTEN.                  *
034500******************************************************************
034600    2500-APPLY-DELETE.
034700        IF NOT RM-KEY-FOUND
034800            MOVE 'REJECTED - PERIOD NOT ON MASTER'
034900                TO RM-ACT-RESULT
035000            ADD 1 TO RM-REJECT-COUNT
035100            GO TO 2500-EXIT
035200        END-IF.
035300        MOVE 'Y' TO RM-TAB-DEL-SW(RM-X).
035400        MOVE 'APPLIED' TO RM-ACT-RESULT.
035500        ADD 1 TO RM-APPLIED-COUNT.
035600    2500-EXIT.
035700        EXIT.
035800
035900    2600-MOVE-TRAN-TO-TABLE.
036000        MOVE RT-TRAN-CURR      TO RM-TAB-CURR(RM-X).
036100        MOVE RT-TRAN-DESC      TO RM-TAB-DESC(RM-X).
036200        MOVE RT-TRAN-EFF-FROM  TO RM-TAB-EFF-FROM(RM-X).
036300        MOVE RT-TRAN-EFF-TO    TO RM-TAB-EFF-TO(RM-X).
036400        MOVE RT-TRAN-VALUE     TO RM-TAB-VALUE(RM-X).
036500        MOVE 'N'               TO RM-TAB-DEL-SW(RM-X).
036600    2600-EXIT.
036700        EXIT.
036800
036900******************************************************************
037000*    2700-EDIT-IMAGE - THE CURRENCY MUST BE GIVEN AND MUST NOT   *
037100*    BE THE BASE CURRENCY, THE DATES NUMERIC WITH THE FROM DATE  *
037200*    PRESENT, A NONZERO EFFECTIVE-TO DATE NOT BEFORE IT, AND     *
037300*    THE RATE NUMERIC AND NONZERO.                               *
037400******************************************************************
037500    2700-EDIT-IMAGE.
037600        MOVE 'N' TO RM-IMAGE-BAD-SW.
037700        IF RT-TRAN-CURR = SPACES
037800            OR RT-TRAN-CURR = 'BRL'
037900            MOVE 'REJECTED - CURRENCY BLANK OR BASE CURRENCY'
038000                TO RM-ACT-RESULT
038050            SET RM-IMAGE-BAD TO TRUE
038100            GO TO 2700-EXIT
038200        END-IF.
038300        IF RT-TRAN-EFF-FROM IS NOT NUMERIC
038400            OR RT-TRAN-EFF-FROM = ZERO
038500            OR RT-TRAN-EFF-TO IS NOT NUMERIC
038600            MOVE 'REJECTED - EFFECTIVE DATE NOT NUMERIC'
038700                TO RM-ACT-RESULT
038750            SET RM-IMAGE-BAD TO TRUE
038800            GO TO 2700-EXIT
038900        END-IF.
039000        IF RT-TRAN-EFF-TO NOT = ZERO
039100            AND RT-TRAN-EFF-TO < RT-TRAN-EFF-FROM
039200            MOVE 'REJECTED - EFFECTIVE-TO BEFORE EFFECTIVE-FROM'
039300                TO RM-ACT-RESULT
039350            SET RM-IMAGE-BAD TO TRUE
039400            GO TO 2700-EXIT
039500        END-IF.
039600        IF RT-TRAN-VALUE-X IS NOT NUMERIC
039700            OR RT-TRAN-VALUE = ZERO
039800            MOVE 'REJECTED - RATE NOT NUMERIC OR ZERO'
039900                TO RM-ACT-RESULT
039950            SET RM-IMAGE-BAD TO TRUE
040100        END-IF.
040600    2700-EXIT.
040700        EXIT.
040800
040900******************************************************************
041000*    2800-CHECK-OVERLAP - THE TRANSACTION'S PERIOD MUST NOT      *
041100*    OVERLAP ANY OTHER LIVE PERIOD OF THE SAME CURRENCY.  THE    *
041200*    PERIOD BEING CHANGED (RM-X) AND THE OPEN PERIOD AN ADD IS   *
041300*    ABOUT TO CLOSE (RM-CLOSE-X) ARE LEFT OUT.  A ZERO           *
041400*    EFFECTIVE-TO DATE RUNS TO THE END OF TIME.                  *
041500******************************************************************
041600    2800-CHECK-OVERLAP.
041700        MOVE 'N' TO RM-OVERLAP-SW.
041800        IF RT-TRAN-EFF-TO = ZERO
041900            MOVE 99999999 TO RM-NEW-TO
042000        ELSE
042100            MOVE RT-TRAN-EFF-TO TO RM-NEW-TO
042200        END-IF.
042300        PERFORM 2810-CHECK-ONE THRU 2810-EXIT
042400            VARYING RM-I FROM 1 BY 1
042500                UNTIL RM-I > RM-TAB-USED
042600                    OR RM-OVERLAP.
042700        IF RM-OVERLAP
042800            MOVE 'REJECTED - OVERLAPS ANOTHER PERIOD'
042900                TO RM-ACT-RESULT
043000            ADD 1 TO RM-REJECT-COUNT
043100        END-IF.
043200    2800-EXIT.
043300        EXIT.
043400
043500    2810-CHECK-ONE.
043600        IF RM-TAB-CURR(RM-I) NOT = RT-TRAN-CURR
043700            OR RM-TAB-DELETED(RM-I)
043800            OR RM-I = RM-X
043900            OR RM-I = RM-CLOSE-X
044000            GO TO 2810-EXIT
044100        END-IF.
044200        IF RM-TAB-EFF-TO(RM-I) = ZERO
044300            MOVE 99999999 TO RM-TAB-TO
044400        ELSE
044500            MOVE RM-TAB-EFF-TO(RM-I) TO RM-TAB-TO
044600        END-IF.
044700        IF RM-TAB-EFF-FROM(RM-I) <= RM-NEW-TO
044800            AND RT-TRAN-EFF-FROM <= RM-TAB-TO
044900            SET RM-OVERLAP TO TRUE
045000        END-IF.
045100    2810-EXIT.
045200        EXIT.
045300
045400******************************************************************
045500*    3000-WRITE-NEW-MASTER - WRITE THE SURVIVING ENTRIES TO THE  *
045600*    NEW MASTER IN TABLE ORDER (THE OLD MASTER'S ORDER, WITH     *
045700*    ADDS ON THE END AND DELETES DROPPED).                       *
045800******************************************************************
045900    3000-WRITE-NEW-MASTER.
046000        PERFORM 3100-WRITE-ONE-RATE THRU 3100-EXIT
046100            VARYING RM-I FROM 1 BY 1
046200                UNTIL RM-I > RM-TAB-USED.
046300    3000-EXIT.
046400        EXIT.
046500
046600    3100-WRITE-ONE-RATE.
046700        IF NOT RM-TAB-DELETED(RM-I)
046800            MOVE RM-TAB-CURR(RM-I)     TO RM-CURR-CURR
046900            MOVE RM-TAB-DESC(RM-I)     TO RM-CURR-DESC
047000            MOVE RM-TAB-EFF-FROM(RM-I) TO RM-CURR-EFF-FROM
047100            MOVE RM-TAB-EFF-TO(RM-I)   TO RM-CURR-EFF-TO
047200            MOVE RM-TAB-VALUE(RM-I)    TO RM-CURR-VALUE
047300            MOVE RM-CURR-RECORD        TO RM-MSTNEW-RECORD
047400            WRITE RM-MSTNEW-RECORD
047500        END-IF.
047600    3100-EXIT.
047700        EXIT.
047800
047900******************************************************************
048000*    4000-WRITE-SUMMARY - CLOSE THE REPORT WITH THE APPLIED AND  *
048100*    REJECTED TRANSACTION COUNTS.                                *
048200******************************************************************
048300    4000-WRITE-SUMMARY.
048400        MOVE SPACES TO RM-RPT-LINE.
048500        STRING 'APPLIED=' RM-APPLIED-COUNT
048600            ' REJECTED=' RM-REJECT-COUNT
048700            DELIMITED BY SIZE INTO RM-RPT-LINE.
048800        WRITE RM-REPORT-RECORD.
048900    4000-EXIT.
049000        EXIT.
049100
049200******************************************************************
049300*    9000-TERMINATE - CLOSE THE TRANSACTION DATASET, THE NEW     *
049400*    MASTER, AND THE REPORT.                                     *
049500******************************************************************
049600    9000-TERMINATE.
049700        CLOSE TRAN-FILE.
049800        CLOSE MAST-NEW.
049900        CLOSE REPORT-FILE.
050000    9000-EXIT.
050100        EXIT.
