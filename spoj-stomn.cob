000100******************************************************************
000200*    PROGRAM......: SPOJ-STOMN                                   *
000300*    AUTHOR.......: J. MORAES                                    *
000400*    INSTALLATION.: BATCH SYSTEMS GROUP                          *
000500*    DATE-WRITTEN.: 2026-10-15                                   *
000600*    DATE-COMPILED: 2026-10-15                                   *
000700*    DESCRIPTION..: STANDING-ORDER MASTER MAINTENANCE.  APPLIES  *
000800*                   THE MAINTENANCE TRANSACTIONS (DD/ENV NAME    *
000900*                   STOTRAN - ADD, CHANGE, SUSPEND, RESUME,      *
001000*                   CANCEL) TO THE STANDING-ORDER MASTER AS AN   *
001100*                   OLD-MASTER/NEW-MASTER SEQUENTIAL UPDATE      *
001200*                   (STOMST IN, STOMNEW OUT) AND PRINTS A        *
001300*                   MAINTENANCE REPORT (STOMRPT) SHOWING EVERY   *
001400*                   TRANSACTION APPLIED OR REJECTED.  AN ADD OF  *
001500*                   AN ORDER ALREADY ON THE MASTER, ANY OTHER    *
001600*                   ACTION ON AN ORDER NOT ON IT, A SUSPEND OF A *
001700*                   SUSPENDED ORDER OR A RESUME OF AN ACTIVE     *
001800*                   ONE, AND AN IMAGE THAT DOES NOT EDIT CLEAN   *
001900*                   (BLANK BRANCH OR CATEGORY, AMOUNT NOT        *
002000*                   NUMERIC OR ZERO, UNKNOWN FREQUENCY, DAY OF   *
002100*                   MONTH OUT OF RANGE, START OR END DATE NOT A  *
002200*                   CALENDAR DATE, END BEFORE START, OR A        *
002300*                   DOCUMENT-REFERENCE PATTERN WITH FEWER THAN   *
002400*                   FOUR '#' POSITIONS OR ALREADY USED BY        *
002500*                   ANOTHER ORDER) IS REJECTED AND THE RUN ENDS  *
002600*                   WITH RETURN CODE 4 SO THE REJECTS ARE        *
002700*                   REVIEWED.  THE OPERATOR MOVES STOMNEW OVER   *
002800*                   STOMST ONLY AFTER A CLEAN RUN, THE SAME WAY  *
002900*                   AS THE CATEGORY MASTER.                      *
003000*    MODIFICATION HISTORY.........................................
003100*    DATE       INIT  DESCRIPTION
003200*    ---------- ----  -----------------------------------------
003300*    2026-10-15 JM    ORIGINAL PROGRAM.
003320*    2026-10-15 JM    NEW-MASTER RECORD BUILT IN WORKING STORAGE,
003340*                     NOT IN THE CLOSED OLD MASTER'S RECORD AREA.
003400******************************************************************
003500    IDENTIFICATION DIVISION.
003600    PROGRAM-ID.    MAIN.
003700
003800    ENVIRONMENT DIVISION.
003900    INPUT-OUTPUT SECTION.
004000    FILE-CONTROL.
004100        SELECT TRAN-FILE ASSIGN TO "STOTRAN"
004200            ORGANIZATION IS LINE SEQUENTIAL
004300            FILE STATUS IS OM-TRAN-STATUS.
004400        SELECT MAST-OLD ASSIGN TO "STOMST"
004500            ORGANIZATION IS LINE SEQUENTIAL
004600            FILE STATUS IS OM-MSTOLD-STATUS.
004700        SELECT MAST-NEW ASSIGN TO "STOMNEW"
004800            ORGANIZATION IS LINE SEQUENTIAL
004900            FILE STATUS IS OM-MSTNEW-STATUS.
005000        SELECT REPORT-FILE ASSIGN TO "STOMRPT"
005100            ORGANIZATION IS LINE SEQUENTIAL
005200            FILE STATUS IS OM-RPT-STATUS.
005300
005400    DATA DIVISION.
005500    FILE SECTION.
005600    FD  TRAN-FILE
005700        LABEL RECORDS ARE STANDARD.
005800    COPY "stotran.cpy".
005900
006000    FD  MAST-OLD
006100        LABEL RECORDS ARE STANDARD.
006200    COPY "stomst.cpy".
006300
006400    FD  MAST-NEW
006500        LABEL RECORDS ARE STANDARD.
006600    01  OM-MSTNEW-RECORD            PIC X(70).
006700
006800    FD  REPORT-FILE
006900        LABEL RECORDS ARE STANDARD.
007000    COPY "stomrpt.cpy".
007100
007200    WORKING-STORAGE SECTION.
007300    77  OM-TRAN-STATUS          PIC X(2)  VALUE '00'.
007400    77  OM-MSTOLD-STATUS        PIC X(2)  VALUE '00'.
007500    77  OM-MSTNEW-STATUS        PIC X(2)  VALUE '00'.
007600    77  OM-RPT-STATUS           PIC X(2)  VALUE '00'.
007700
007800    77  OM-TAB-MAX              PIC 9(3)  VALUE 500 COMP.
007900    77  OM-TAB-USED             PIC 9(3)  VALUE ZERO COMP.
008000    77  OM-I                    PIC 9(3)  VALUE ZERO COMP.
008100    77  OM-X                    PIC 9(3)  VALUE ZERO COMP.
008200    77  OM-APPLIED-COUNT        PIC 9(5)  VALUE ZERO.
008300    77  OM-REJECT-COUNT         PIC 9(5)  VALUE ZERO.
008400    77  OM-DATE-INT             PIC 9(8)  VALUE ZERO COMP.
008500    77  OM-HASH-COUNT           PIC 9(2)  VALUE ZERO.
008600
008700    77  OM-TRAN-EOF-SW          PIC X(1)  VALUE 'N'.
008800        88  OM-TRAN-EOF                    VALUE 'Y'.
008900    77  OM-MSTOLD-EOF-SW        PIC X(1)  VALUE 'N'.
009000        88  OM-MSTOLD-EOF                  VALUE 'Y'.
009100    77  OM-KEY-FOUND-SW         PIC X(1)  VALUE 'N'.
009200        88  OM-KEY-FOUND                   VALUE 'Y'.
009300    77  OM-IMAGE-BAD-SW         PIC X(1)  VALUE 'N'.
009400        88  OM-IMAGE-BAD                   VALUE 'Y'.
009500    77  OM-PAT-USED-SW          PIC X(1)  VALUE 'N'.
009600        88  OM-PAT-USED                    VALUE 'Y'.
009700
009800    01  OM-ORDER-TABLE.
009900        05  OM-TAB-ENTRY OCCURS 500 TIMES.
010000            10  OM-TAB-ID           PIC X(6).
010100            10  OM-TAB-DESC         PIC X(20).
010200            10  OM-TAB-BRANCH       PIC X(4).
010300            10  OM-TAB-CATEG        PIC X(4).
010400            10  OM-TAB-AMOUNT       PIC S9(5)V99.
010500            10  OM-TAB-FREQ         PIC X(1).
010600            10  OM-TAB-DAY          PIC 9(2).
010700            10  OM-TAB-START        PIC 9(8).
010800            10  OM-TAB-END          PIC 9(8).
010900            10  OM-TAB-DOCREF-PAT   PIC X(8).
011000            10  OM-TAB-STATUS       PIC X(1).
011100                88  OM-TAB-SUSPENDED       VALUE 'S'.
011200            10  OM-TAB-DEL-SW       PIC X(1).
011300                88  OM-TAB-DELETED         VALUE 'Y'.
011400
011500    01  OM-ACTION-LINE.
011600        05  OM-ACT-VERB         PIC X(8).
011700        05  OM-ACT-ID           PIC X(6).
011800        05  FILLER              PIC X(2)  VALUE SPACES.
011900        05  OM-ACT-RESULT       PIC X(64).
011905
011910*    THE NEW-MASTER RECORD IS BUILT HERE, IN THE STOMST LAYOUT.
011915    01  OM-CURR-RECORD.
011920        05  OM-CURR-ID          PIC X(6).
011925        05  OM-CURR-DESC        PIC X(20).
011930        05  OM-CURR-BRANCH      PIC X(4).
011935        05  OM-CURR-CATEG       PIC X(4).
011940        05  OM-CURR-AMOUNT      PIC S9(5)V99
011945                                SIGN LEADING SEPARATE.
011950        05  OM-CURR-FREQ        PIC X(1).
011955        05  OM-CURR-DAY         PIC 9(2).
011960        05  OM-CURR-START       PIC 9(8).
011965        05  OM-CURR-END         PIC 9(8).
011970        05  OM-CURR-DOCREF-PAT  PIC X(8).
011975        05  OM-CURR-STATUS      PIC X(1).
012000
012100    PROCEDURE DIVISION.
012200    0000-MAINLINE.
012300        PERFORM 1000-INITIALIZE THRU 1000-EXIT.
012400        PERFORM 2000-APPLY-TRANS THRU 2000-EXIT
012500            UNTIL OM-TRAN-EOF.
012600        PERFORM 3000-WRITE-NEW-MASTER THRU 3000-EXIT.
012700        PERFORM 4000-WRITE-SUMMARY THRU 4000-EXIT.
012800        IF OM-REJECT-COUNT NOT = ZERO
012900            MOVE 4 TO RETURN-CODE
013000            DISPLAY 'SPOJ-STOMN: ' OM-REJECT-COUNT
013100                ' TRANSACTIONS REJECTED'
013200        END-IF.
013300        PERFORM 9000-TERMINATE THRU 9000-EXIT.
013400        STOP RUN.
013500
013600******************************************************************
013700*    1000-INITIALIZE - OPEN THE TRANSACTION DATASET, THE NEW     *
013800*    MASTER, AND THE REPORT, THEN LOAD THE OLD MASTER INTO THE   *
013900*    TABLE.  A MISSING OLD MASTER IS A FIRST RUN, NOT AN ERROR.  *
014000******************************************************************
014100    1000-INITIALIZE.
014200        OPEN INPUT TRAN-FILE.
014300        IF OM-TRAN-STATUS NOT = '00'
014400            DISPLAY 'SPOJ-STOMN: COULD NOT OPEN STOTRAN, '
014500                'STATUS = ' OM-TRAN-STATUS
014600            MOVE 16 TO RETURN-CODE
014700            STOP RUN
014800        END-IF.
014900        OPEN OUTPUT MAST-NEW.
015000        OPEN OUTPUT REPORT-FILE.
015100        IF OM-MSTNEW-STATUS NOT = '00'
015200            OR OM-RPT-STATUS NOT = '00'
015300            DISPLAY 'SPOJ-STOMN: COULD NOT OPEN STOMNEW/STOMRPT'
015400            MOVE 16 TO RETURN-CODE
015500            CLOSE TRAN-FILE
015600            STOP RUN
015700        END-IF.
015800        MOVE SPACES TO OM-RPT-LINE.
015900        STRING 'STANDING-ORDER MASTER MAINTENANCE REPORT'
016000            DELIMITED BY SIZE INTO OM-RPT-LINE.
016100        WRITE OM-REPORT-RECORD.
016200        PERFORM 1100-LOAD-OLD-MASTER THRU 1100-EXIT.
016300    1000-EXIT.
016400        EXIT.
016500
016600    1100-LOAD-OLD-MASTER.
016700        OPEN INPUT MAST-OLD.
016800        IF OM-MSTOLD-STATUS = '00'
016900            PERFORM 1110-LOAD-ONE-ORDER THRU 1110-EXIT
017000                UNTIL OM-MSTOLD-EOF
017100            CLOSE MAST-OLD
017200        END-IF.
017300    1100-EXIT.
017400        EXIT.
017500
017600    1110-LOAD-ONE-ORDER.
017700        READ MAST-OLD
017800            AT END
017900                SET OM-MSTOLD-EOF TO TRUE
018000            NOT AT END
018100                IF OM-TAB-USED >= OM-TAB-MAX
018200                    DISPLAY 'SPOJ-STOMN: MORE ORDERS ON THE '
018300                        'MASTER THAN THE TABLE HOLDS'
018400                    MOVE 16 TO RETURN-CODE
018500                    PERFORM 9000-TERMINATE THRU 9000-EXIT
018600                    STOP RUN
018700                END-IF
018800                ADD 1 TO OM-TAB-USED
018900                MOVE OM-TAB-USED       TO OM-X
019000                MOVE SD-ORD-ID         TO OM-TAB-ID(OM-X)
019100                MOVE SD-ORD-DESC       TO OM-TAB-DESC(OM-X)
019200                MOVE SD-ORD-BRANCH     TO OM-TAB-BRANCH(OM-X)
019300                MOVE SD-ORD-CATEG      TO OM-TAB-CATEG(OM-X)
019400                MOVE SD-ORD-AMOUNT     TO OM-TAB-AMOUNT(OM-X)
019500                MOVE SD-ORD-FREQ       TO OM-TAB-FREQ(OM-X)
019600                MOVE SD-ORD-DAY        TO OM-TAB-DAY(OM-X)
019700                MOVE SD-ORD-START      TO OM-TAB-START(OM-X)
019800                MOVE SD-ORD-END        TO OM-TAB-END(OM-X)
019900                MOVE SD-ORD-DOCREF-PAT TO OM-TAB-DOCREF-PAT(OM-X)
020000                MOVE SD-ORD-STATUS     TO OM-TAB-STATUS(OM-X)
020100                MOVE 'N'               TO OM-TAB-DEL-SW(OM-X)
020200        END-READ.
020300    1110-EXIT.
020400        EXIT.
020500
020600******************************************************************
020700*    2000-APPLY-TRANS - READ ONE MAINTENANCE TRANSACTION AND     *
020800*    APPLY IT TO THE TABLE.  EVERY TRANSACTION, APPLIED OR       *
020900*    REJECTED, GETS ONE REPORT LINE.                             *
021000******************************************************************
021100    2000-APPLY-TRANS.
021200        READ TRAN-FILE
021300            AT END
021400                SET OM-TRAN-EOF TO TRUE
021500            NOT AT END
021600                PERFORM 2100-APPLY-ONE THRU 2100-EXIT
021700        END-READ.
021800    2000-EXIT.
021900        EXIT.
022000
022100    2100-APPLY-ONE.
022200        MOVE SPACES TO OM-ACTION-LINE.
022300        MOVE OT-TRAN-ID TO OM-ACT-ID.
022400        MOVE 'N' TO OM-KEY-FOUND-SW.
022500        MOVE ZERO TO OM-X.
022600        PERFORM 2200-FIND-KEY THRU 2200-EXIT
022700            VARYING OM-I FROM 1 BY 1
022800                UNTIL OM-I > OM-TAB-USED
022900                    OR OM-KEY-FOUND.
023000        IF OT-TRAN-ADD
023100            MOVE 'ADD     ' TO OM-ACT-VERB
023200            PERFORM 2300-APPLY-ADD THRU 2300-EXIT
023300        ELSE
023400            IF OT-TRAN-CHANGE
023500                MOVE 'CHANGE  ' TO OM-ACT-VERB
023600                PERFORM 2400-APPLY-CHANGE THRU 2400-EXIT
023700            ELSE
023800                IF OT-TRAN-SUSPEND
023900                    MOVE 'SUSPEND ' TO OM-ACT-VERB
024000                    PERFORM 2500-APPLY-SUSPEND THRU 2500-EXIT
024100                ELSE
024200                    IF OT-TRAN-RESUME
024300                        MOVE 'RESUME  ' TO OM-ACT-VERB
024400                        PERFORM 2550-APPLY-RESUME THRU 2550-EXIT
024500                    ELSE
024600                        IF OT-TRAN-CANCEL
024700                            MOVE 'CANCEL  ' TO OM-ACT-VERB
024800                            PERFORM 2580-APPLY-CANCEL
024900                                THRU 2580-EXIT
025000                        ELSE
025100                            MOVE OT-TRAN-ACTION TO OM-ACT-VERB
025200                            MOVE 'REJECTED - UNKNOWN ACTION CODE'
025300                                TO OM-ACT-RESULT
025400                            ADD 1 TO OM-REJECT-COUNT
025500                        END-IF
025600                    END-IF
025700                END-IF
025800            END-IF
025900        END-IF.
026000        MOVE OM-ACTION-LINE TO OM-RPT-LINE.
026100        WRITE OM-REPORT-RECORD.
026200    2100-EXIT.
026300        EXIT.
026400
026500    2200-FIND-KEY.
026600        IF OM-TAB-ID(OM-I) = OT-TRAN-ID
026700            AND NOT OM-TAB-DELETED(OM-I)
026800            SET OM-KEY-FOUND TO TRUE
026900            MOVE OM-I TO OM-X
027000        END-IF.
027100    2200-EXIT.
027200        EXIT.
027300
027400******************************************************************
027500*    2300-APPLY-ADD - A NEW ORDER GOES ON THE END OF THE TABLE,  *
027600*    ACTIVE.  THE ORDER ID MUST BE GIVEN AND NOT ALREADY BE ON   *
027700*    THE MASTER, AND THE IMAGE MUST EDIT CLEAN.                  *
027800******************************************************************
027900    2300-APPLY-ADD.
028000        IF OT-TRAN-ID = SPACES
028100            MOVE 'REJECTED - ORDER ID BLANK' TO OM-ACT-RESULT
028200            ADD 1 TO OM-REJECT-COUNT
028300            GO TO 2300-EXIT
028400        END-IF.
028500        IF OM-KEY-FOUND
028600            MOVE 'REJECTED - ORDER ALREADY ON MASTER'
028700                TO OM-ACT-RESULT
028800            ADD 1 TO OM-REJECT-COUNT
028900            GO TO 2300-EXIT
029000        END-IF.
029100        PERFORM 2700-EDIT-IMAGE THRU 2700-EXIT.
029200        IF OM-IMAGE-BAD
029250            ADD 1 TO OM-REJECT-COUNT
029300            GO TO 2300-EXIT
029400        END-IF.
029500        IF OM-TAB-USED >= OM-TAB-MAX
029600            DISPLAY 'SPOJ-STOMN: MORE ORDERS THAN THE '
029700                'TABLE HOLDS'
029800            MOVE 16 TO RETURN-CODE
029900            PERFORM 9000-TERMINATE THRU 9000-EXIT
030000            STOP RUN
030100        END-IF.
030200        ADD 1 TO OM-TAB-USED.
030300        MOVE OM-TAB-USED TO OM-X.
030400        PERFORM 2600-MOVE-TRAN-TO-TABLE THRU 2600-EXIT.
030500        MOVE 'A' TO OM-TAB-STATUS(OM-X).
030600        MOVE 'APPLIED' TO OM-ACT-RESULT.
030700        ADD 1 TO OM-APPLIED-COUNT.
030800    2300-EXIT.
030900        EXIT.
031000
031100******************************************************************
031200*    2400-APPLY-CHANGE - REPLACE THE WHOLE IMAGE OF AN EXISTING  *
031300*    ORDER.  ITS STATUS IS LEFT AS IT WAS; SUSPEND AND RESUME    *
031400*    ARE SEPARATE ACTIONS.                                       *
031500******************************************************************
031600    2400-APPLY-CHANGE.
031700        IF NOT OM-KEY-FOUND
031800            MOVE 'REJECTED - ORDER NOT ON MASTER'
031900                TO OM-ACT-RESULT
032000            ADD 1 TO OM-REJECT-COUNT
032100            GO TO 2400-EXIT
032200        END-IF.
032300        PERFORM 2700-EDIT-IMAGE THRU 2700-EXIT.
032400        IF OM-IMAGE-BAD
032450            ADD 1 TO OM-REJECT-COUNT
032500            GO TO 2400-EXIT
032600        END-IF.
032700        PERFORM 2600-MOVE-TRAN-TO-TABLE THRU 2600-EXIT.
032800        MOVE 'APPLIED' TO OM-ACT-RESULT.
032900        ADD 1 TO OM-APPLIED-COUNT.
033000    2400-EXIT.
033100        EXIT.
033200
033300******************************************************************
033400*    2500-APPLY-SUSPEND - STOP AN ACTIVE ORDER GENERATING        *
033500*    WITHOUT LOSING IT.  THE GENERATOR LISTS EACH OCCURRENCE IT  *
033600*    SKIPS WHILE THE ORDER IS SUSPENDED.                         *
033700******************************************************************
033800    2500-APPLY-SUSPEND.
033900        IF NOT OM-KEY-FOUND
034000            MOVE 'REJECTED - ORDER NOT ON MASTER'
034100                TO OM-ACT-RESULT
034200            ADD 1 TO OM-REJECT-COUNT
034300            GO TO 2500-EXIT
034400        END-IF.
034500        IF OM-TAB-SUSPENDED(OM-X)
034600            MOVE 'REJECTED - ORDER ALREADY SUSPENDED'
034700                TO OM-ACT-RESULT
034800            ADD 1 TO OM-REJECT-COUNT
034900            GO TO 2500-EXIT
035000        END-IF.
035100        MOVE 'S' TO OM-TAB-STATUS(OM-X).
035200        MOVE 'APPLIED' TO OM-ACT-RESULT.
035300        ADD 1 TO OM-APPLIED-COUNT.
035400    2500-EXIT.
035500        EXIT.
035600
035700    2550-APPLY-RESUME.
035800        IF NOT OM-KEY-FOUND
035900            MOVE 'REJECTED - ORDER NOT ON MASTER'
036000                TO OM-ACT-RESULT
036100            ADD 1 TO OM-REJECT-COUNT
036200            GO TO 2550-EXIT
036300        END-IF.
036400        IF NOT OM-TAB-SUSPENDED(OM-X)
036500            MOVE 'REJECTED - ORDER IS NOT SUSPENDED'
036600                TO OM-ACT-RESULT
036700            ADD 1 TO OM-REJECT-COUNT
036800            GO TO 2550-EXIT
036900        END-IF.
037000        MOVE 'A' TO OM-TAB-STATUS(OM-X).
037100        MOVE 'APPLIED' TO OM-ACT-RESULT.
037200        ADD 1 TO OM-APPLIED-COUNT.
037300    2550-EXIT.
037400        EXIT.
037500
037600******************************************************************
037700*    2580-APPLY-CANCEL - MARK AN EXISTING ORDER DELETED SO IT IS *
037800*    DROPPED WHEN THE NEW MASTER IS WRITTEN.                     *
037900******************************************************************
038000    2580-APPLY-CANCEL.
038100        IF NOT OM-KEY-FOUND
038200            MOVE 'REJECTED - ORDER NOT ON MASTER'
038300                TO OM-ACT-RESULT
038400            ADD 1 TO OM-REJECT-COUNT
038500            GO TO 2580-EXIT
038600        END-IF.
038700        MOVE 'Y' TO OM-TAB-DEL-SW(OM-X).
038800        MOVE 'APPLIED' TO OM-ACT-RESULT.
038900        ADD 1 TO OM-APPLIED-COUNT.
039000    2580-EXIT.
039100        EXIT.
039200
039300    2600-MOVE-TRAN-TO-TABLE.
039400        MOVE OT-TRAN-ID         TO OM-TAB-ID(OM-X).
039500        MOVE OT-TRAN-DESC       TO OM-TAB-DESC(OM-X).
039600        MOVE OT-TRAN-BRANCH     TO OM-TAB-BRANCH(OM-X).
039700        MOVE OT-TRAN-CATEG      TO OM-TAB-CATEG(OM-X).
039800        MOVE OT-TRAN-AMOUNT     TO OM-TAB-AMOUNT(OM-X).
039900        MOVE OT-TRAN-FREQ       TO OM-TAB-FREQ(OM-X).
040000        MOVE OT-TRAN-DAY        TO OM-TAB-DAY(OM-X).
040100        MOVE OT-TRAN-START      TO OM-TAB-START(OM-X).
040200        MOVE OT-TRAN-END        TO OM-TAB-END(OM-X).
040300        MOVE OT-TRAN-DOCREF-PAT TO OM-TAB-DOCREF-PAT(OM-X).
040400        MOVE 'N'                TO OM-TAB-DEL-SW(OM-X).
040500    2600-EXIT.
040600        EXIT.
040700
040800******************************************************************
040900*    2700-EDIT-IMAGE - THE BRANCH AND CATEGORY MUST BE GIVEN,    *
041000*    THE AMOUNT NUMERIC AND NONZERO, THE FREQUENCY W, M OR D,    *
041100*    THE DAY OF MONTH 1 TO 31 FOR A 'D' ORDER (IT IS CLEARED FOR *
041200*    THE OTHERS), THE START DATE A CALENDAR DATE, A NONZERO END  *
041300*    DATE A CALENDAR DATE NOT BEFORE IT, AND THE PATTERN MUST    *
041400*    HAVE AT LEAST FOUR '#' POSITIONS AND NOT BE IN USE BY ANY   *
041500*    OTHER ORDER.  A BLANK DAY OR END DATE IS TAKEN AS ZERO.     *
041600******************************************************************
041700    2700-EDIT-IMAGE.
041800        MOVE 'N' TO OM-IMAGE-BAD-SW.
041900        IF OT-TRAN-DAY-X = SPACES
042000            MOVE ZERO TO OT-TRAN-DAY
042100        END-IF.
042200        IF OT-TRAN-END-X = SPACES
042300            MOVE ZERO TO OT-TRAN-END
042400        END-IF.
042500        IF OT-TRAN-BRANCH = SPACES
042600            OR OT-TRAN-CATEG = SPACES
042700            MOVE 'REJECTED - BRANCH OR CATEGORY BLANK'
042800                TO OM-ACT-RESULT
042850            SET OM-IMAGE-BAD TO TRUE
042900            GO TO 2700-EXIT
043000        END-IF.
043100        IF OT-TRAN-AMOUNT IS NOT NUMERIC
043200            OR OT-TRAN-AMOUNT = ZERO
043300            MOVE 'REJECTED - AMOUNT NOT NUMERIC OR ZERO'
043400                TO OM-ACT-RESULT
043450            SET OM-IMAGE-BAD TO TRUE
043500            GO TO 2700-EXIT
043600        END-IF.
043700        IF OT-TRAN-FREQ NOT = 'W'
043800            AND OT-TRAN-FREQ NOT = 'M'
043900            AND OT-TRAN-FREQ NOT = 'D'
044000            MOVE 'REJECTED - FREQUENCY NOT W, M OR D'
044100                TO OM-ACT-RESULT
044150            SET OM-IMAGE-BAD TO TRUE
044200            GO TO 2700-EXIT
044300        END-IF.
044400        IF OT-TRAN-FREQ = 'D'
044500            IF OT-TRAN-DAY IS NOT NUMERIC
044600                OR OT-TRAN-DAY < 1
044700                OR OT-TRAN-DAY > 31
044800                MOVE 'REJECTED - DAY OF MONTH NOT 01 TO 31'
044900                    TO OM-ACT-RESULT
044950                SET OM-IMAGE-BAD TO TRUE
045000                GO TO 2700-EXIT
045100            END-IF
045200        ELSE
045300            MOVE ZERO TO OT-TRAN-DAY
045400        END-IF.
045500        IF OT-TRAN-START IS NOT NUMERIC
045600            OR OT-TRAN-END IS NOT NUMERIC
045700            MOVE 'REJECTED - START OR END DATE NOT NUMERIC'
045800                TO OM-ACT-RESULT
045850            SET OM-IMAGE-BAD TO TRUE
045900            GO TO 2700-EXIT
046000        END-IF.
046100        COMPUTE OM-DATE-INT =
046200            FUNCTION INTEGER-OF-DATE(OT-TRAN-START).
046300        IF OM-DATE-INT = ZERO
046400            MOVE 'REJECTED - START DATE NOT A CALENDAR DATE'
046500                TO OM-ACT-RESULT
046550            SET OM-IMAGE-BAD TO TRUE
046600            GO TO 2700-EXIT
046700        END-IF.
046800        IF OT-TRAN-END NOT = ZERO
046900            COMPUTE OM-DATE-INT =
047000                FUNCTION INTEGER-OF-DATE(OT-TRAN-END)
047100            IF OM-DATE-INT = ZERO
047200                MOVE 'REJECTED - END DATE NOT A CALENDAR DATE'
047300                    TO OM-ACT-RESULT
047350                SET OM-IMAGE-BAD TO TRUE
047400                GO TO 2700-EXIT
047500            END-IF
047600            IF OT-TRAN-END < OT-TRAN-START
047700                MOVE 'REJECTED - END DATE BEFORE START DATE'
047800                    TO OM-ACT-RESULT
047850                SET OM-IMAGE-BAD TO TRUE
047900                GO TO 2700-EXIT
048000            END-IF
048100        END-IF.
048200        MOVE ZERO TO OM-HASH-COUNT.
048300        INSPECT OT-TRAN-DOCREF-PAT TALLYING OM-HASH-COUNT
048400            FOR ALL '#'.
048500        IF OM-HASH-COUNT < 4
048600            MOVE 'REJECTED - PATTERN NEEDS AT LEAST FOUR #'
048700                TO OM-ACT-RESULT
048750            SET OM-IMAGE-BAD TO TRUE
048800            GO TO 2700-EXIT
048900        END-IF.
049000        MOVE 'N' TO OM-PAT-USED-SW.
049100        PERFORM 2710-CHECK-PATTERN THRU 2710-EXIT
049200            VARYING OM-I FROM 1 BY 1
049300                UNTIL OM-I > OM-TAB-USED
049400                    OR OM-PAT-USED.
049500        IF OM-PAT-USED
049600            MOVE 'REJECTED - PATTERN IN USE BY ANOTHER ORDER'
049700                TO OM-ACT-RESULT
049750            SET OM-IMAGE-BAD TO TRUE
049900        END-IF.
050400    2700-EXIT.
050500        EXIT.
050600
050700******************************************************************
050800*    2710-CHECK-PATTERN - TWO ORDERS WITH ONE PATTERN WOULD      *
050900*    GENERATE THE SAME DOCUMENT REFERENCE ON A DAY BOTH FALL     *
051000*    DUE, AND THE DUPLICATE CHECK WOULD SUSPEND THE SECOND.  THE *
051100*    ORDER BEING CHANGED (OM-X) IS LEFT OUT.                     *
051200******************************************************************
051300    2710-CHECK-PATTERN.
051400        IF OM-TAB-DOCREF-PAT(OM-I) = OT-TRAN-DOCREF-PAT
051500            AND NOT OM-TAB-DELETED(OM-I)
051600            AND OM-I NOT = OM-X
051700            SET OM-PAT-USED TO TRUE
051800        END-IF.
051900    2710-EXIT.
052000        EXIT.
052100
052200******************************************************************
052300*    3000-WRITE-NEW-MASTER - WRITE THE SURVIVING ENTRIES TO THE  *
052400*    NEW MASTER IN TABLE ORDER (THE OLD MASTER'S ORDER, WITH     *
052500*    ADDS ON THE END AND CANCELLATIONS DROPPED).                 *
052600******************************************************************
052700    3000-WRITE-NEW-MASTER.
052800        PERFORM 3100-WRITE-ONE-ORDER THRU 3100-EXIT
052900            VARYING OM-I FROM 1 BY 1
053000                UNTIL OM-I > OM-TAB-USED.
053100    3000-EXIT.
053200        EXIT.
053300
053400    3100-WRITE-ONE-ORDER.
053500        IF NOT OM-TAB-DELETED(OM-I)
053600            MOVE OM-TAB-ID(OM-I)         TO OM-CURR-ID
053700            MOVE OM-TAB-DESC(OM-I)       TO OM-CURR-DESC
053800            MOVE OM-TAB-BRANCH(OM-I)     TO OM-CURR-BRANCH
053900            MOVE OM-TAB-CATEG(OM-I)      TO OM-CURR-CATEG
054000            MOVE OM-TAB-AMOUNT(OM-I)     TO OM-CURR-AMOUNT
054100            MOVE OM-TAB-FREQ(OM-I)       TO OM-CURR-FREQ
054200            MOVE OM-TAB-DAY(OM-I)        TO OM-CURR-DAY
054300            MOVE OM-TAB-START(OM-I)      TO OM-CURR-START
054400            MOVE OM-TAB-END(OM-I)        TO OM-CURR-END
054500            MOVE OM-TAB-DOCREF-PAT(OM-I) TO OM-CURR-DOCREF-PAT
054600            MOVE OM-TAB-STATUS(OM-I)     TO OM-CURR-STATUS
054700            MOVE OM-CURR-RECORD          TO OM-MSTNEW-RECORD
054800            WRITE OM-MSTNEW-RECORD
054900        END-IF.
055000    3100-EXIT.
055100        EXIT.
055200
055300******************************************************************
055400*    4000-WRITE-SUMMARY - CLOSE THE REPORT WITH THE APPLIED AND  *
055500*    REJECTED TRANSACTION COUNTS.                                *
055600******************************************************************
055700    4000-WRITE-SUMMARY.
055800        MOVE SPACES TO OM-RPT-LINE.
055900        STRING 'APPLIED=' OM-APPLIED-COUNT
056000            ' REJECTED=' OM-REJECT-COUNT
056100            DELIMITED BY SIZE INTO OM-RPT-LINE.
056200        WRITE OM-REPORT-RECORD.
056300    4000-EXIT.
056400        EXIT.
056500
056600******************************************************************
056700*    9000-TERMINATE - CLOSE THE TRANSACTION DATASET, THE NEW     *
056800*    MASTER, AND THE REPORT.                                     *
056900******************************************************************
057000    9000-TERMINATE.
057100        CLOSE TRAN-FILE.
057200        CLOSE MAST-NEW.
057300        CLOSE REPORT-FILE.
057400    9000-EXIT.
057500        EXIT.
