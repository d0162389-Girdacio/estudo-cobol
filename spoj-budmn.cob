000100******************************************************************
000200*    PROGRAM......: SPOJ-BUDMN                                   *
000300*    AUTHOR.......: J. MORAES                                    *
000400*    INSTALLATION.: BATCH SYSTEMS GROUP                          *
000500*    DATE-WRITTEN.: 2026-10-15                                   *
000600*    DATE-COMPILED: 2026-10-15                                   *
000700*    DESCRIPTION..: CATEGORY BUDGET MASTER MAINTENANCE.          *
000800*                   APPLIES THE MAINTENANCE TRANSACTIONS (DD/ENV *
000900*                   NAME BUDTRAN - ADD, CHANGE, DELETE) TO THE   *
001000*                   BUDGET MASTER AS AN OLD-MASTER/NEW-MASTER    *
001100*                   SEQUENTIAL UPDATE (BUDMST IN, BUDMNEW OUT)   *
001200*                   AND PRINTS A MAINTENANCE REPORT (BUDMRPT)    *
001300*                   SHOWING EVERY TRANSACTION APPLIED OR         *
001400*                   REJECTED.  THE MASTER IS KEYED ON CATEGORY   *
001500*                   CODE PLUS BUDGET MONTH (YYYYMM).  AN ADD OR  *
001600*                   CHANGE FOR A CATEGORY NOT ON THE CATEGORY    *
001700*                   MASTER (CATMST), AN INVALID MONTH, A         *
001800*                   NEGATIVE OR NON-NUMERIC AMOUNT, AN ADD OF A  *
001900*                   KEY ALREADY ON THE MASTER, OR A CHANGE OR    *
002000*                   DELETE OF A KEY NOT ON IT IS REJECTED AND    *
002100*                   THE RUN ENDS WITH RETURN CODE 4 SO THE       *
002200*                   REJECTS ARE REVIEWED.  THE OPERATOR MOVES    *
002300*                   BUDMNEW OVER BUDMST ONLY AFTER A CLEAN RUN,  *
002400*                   THE SAME WAY THE CATEGORY MASTER IS ROLLED   *
002500*                   FORWARD.                                     *
002600*    MODIFICATION HISTORY.........................................
002700*    DATE       INIT  DESCRIPTION
002800*    ---------- ----  -----------------------------------------
002900*    2026-10-15 JM    ORIGINAL PROGRAM.
002920*    2026-10-15 JM    NEW-MASTER RECORD BUILT IN WORKING STORAGE,
002940*                     NOT IN THE CLOSED OLD MASTER'S RECORD AREA.
003000******************************************************************
003100    IDENTIFICATION DIVISION.
003200    PROGRAM-ID.    MAIN.
003300
003400    ENVIRONMENT DIVISION.
003500    INPUT-OUTPUT SECTION.
003600    FILE-CONTROL.
003700        SELECT TRAN-FILE ASSIGN TO "BUDTRAN"
003800            ORGANIZATION IS LINE SEQUENTIAL
003900            FILE STATUS IS BM-TRAN-STATUS.
004000        SELECT CAT-FILE ASSIGN TO "CATMST"
004100            ORGANIZATION IS LINE SEQUENTIAL
004200            FILE STATUS IS BM-CAT-STATUS.
004300        SELECT MAST-OLD ASSIGN TO "BUDMST"
004400            ORGANIZATION IS LINE SEQUENTIAL
004500            FILE STATUS IS BM-MSTOLD-STATUS.
004600        SELECT MAST-NEW ASSIGN TO "BUDMNEW"
004700            ORGANIZATION IS LINE SEQUENTIAL
004800            FILE STATUS IS BM-MSTNEW-STATUS.
004900        SELECT REPORT-FILE ASSIGN TO "BUDMRPT"
005000            ORGANIZATION IS LINE SEQUENTIAL
005100            FILE STATUS IS BM-RPT-STATUS.
005200
005300    DATA DIVISION.
005400    FILE SECTION.
005500    FD  TRAN-FILE
005600        LABEL RECORDS ARE STANDARD.
005700    COPY "budtran.cpy".
005800
005900    FD  CAT-FILE
006000        LABEL RECORDS ARE STANDARD.
006100    COPY "catmst.cpy".
006200
006300    FD  MAST-OLD
006400        LABEL RECORDS ARE STANDARD.
006500    COPY "budmst.cpy".
006600
006700    FD  MAST-NEW
006800        LABEL RECORDS ARE STANDARD.
006900    01  BM-MSTNEW-RECORD            PIC X(22).
007000
007100    FD  REPORT-FILE
007200        LABEL RECORDS ARE STANDARD.
007300    COPY "budmrpt.cpy".
007400
007500    WORKING-STORAGE SECTION.
007600    77  BM-TRAN-STATUS          PIC X(2)  VALUE '00'.
007700    77  BM-CAT-STATUS           PIC X(2)  VALUE '00'.
007800    77  BM-MSTOLD-STATUS        PIC X(2)  VALUE '00'.
007900    77  BM-MSTNEW-STATUS        PIC X(2)  VALUE '00'.
008000    77  BM-RPT-STATUS           PIC X(2)  VALUE '00'.
008100
008200    77  BM-TAB-MAX              PIC 9(4)  VALUE 2000 COMP.
008300    77  BM-TAB-USED             PIC 9(4)  VALUE ZERO COMP.
008400    77  BM-I                    PIC 9(4)  VALUE ZERO COMP.
008500    77  BM-X                    PIC 9(4)  VALUE ZERO COMP.
008600    77  BM-CATM-MAX             PIC 9(3)  VALUE 100 COMP.
008700    77  BM-CATM-USED            PIC 9(3)  VALUE ZERO COMP.
008800    77  BM-C                    PIC 9(3)  VALUE ZERO COMP.
008900    77  BM-APPLIED-COUNT        PIC 9(5)  VALUE ZERO.
009000    77  BM-REJECT-COUNT         PIC 9(5)  VALUE ZERO.
009100    77  BM-MONTH-WK             PIC 9(2)  VALUE ZERO.
009200
009300    77  BM-TRAN-EOF-SW          PIC X(1)  VALUE 'N'.
009400        88  BM-TRAN-EOF                    VALUE 'Y'.
009500    77  BM-MSTOLD-EOF-SW        PIC X(1)  VALUE 'N'.
009600        88  BM-MSTOLD-EOF                  VALUE 'Y'.
009700    77  BM-CAT-EOF-SW           PIC X(1)  VALUE 'N'.
009800        88  BM-CAT-EOF                     VALUE 'Y'.
009900    77  BM-KEY-FOUND-SW         PIC X(1)  VALUE 'N'.
010000        88  BM-KEY-FOUND                   VALUE 'Y'.
010100    77  BM-CAT-FOUND-SW         PIC X(1)  VALUE 'N'.
010200        88  BM-CAT-FOUND                   VALUE 'Y'.
010300
010400    01  BM-BUD-TABLE.
010500        05  BM-TAB-ENTRY OCCURS 2000 TIMES.
010600            10  BM-TAB-CATEG        PIC X(4).
010700            10  BM-TAB-MONTH        PIC 9(6).
010800            10  BM-TAB-AMOUNT       PIC S9(9)V99.
010900            10  BM-TAB-DEL-SW       PIC X(1).
011000                88  BM-TAB-DELETED         VALUE 'Y'.
011100
011200    01  BM-CATM-TABLE.
011300        05  BM-CATM-CODE OCCURS 100 TIMES
011400                                    PIC X(4).
011500
011600    01  BM-ACTION-LINE.
011700        05  BM-ACT-VERB         PIC X(8).
011800        05  BM-ACT-CATEG        PIC X(4).
011900        05  FILLER              PIC X(1)  VALUE SPACE.
012000        05  BM-ACT-MONTH        PIC X(6).
012100        05  FILLER              PIC X(1)  VALUE SPACE.
012200        05  BM-ACT-AMOUNT       PIC -(8)9.99.
012300        05  FILLER              PIC X(2)  VALUE SPACES.
012400        05  BM-ACT-RESULT       PIC X(40).
012410
012420*    THE NEW-MASTER RECORD IS BUILT HERE, IN THE BUDMST LAYOUT.
012430    01  BM-CURR-RECORD.
012440        05  BM-CURR-CATEG       PIC X(4).
012450        05  BM-CURR-MONTH       PIC 9(6).
012460        05  BM-CURR-AMOUNT      PIC S9(9)V99
012470                                SIGN LEADING SEPARATE.
012500
012600    PROCEDURE DIVISION.
012700    0000-MAINLINE.
012800        PERFORM 1000-INITIALIZE THRU 1000-EXIT.
012900        PERFORM 2000-APPLY-TRANS THRU 2000-EXIT
013000            UNTIL BM-TRAN-EOF.
013100        PERFORM 3000-WRITE-NEW-MASTER THRU 3000-EXIT.
013200        PERFORM 4000-WRITE-SUMMARY THRU 4000-EXIT.
013300        IF BM-REJECT-COUNT NOT = ZERO
013400            MOVE 4 TO RETURN-CODE
013500            DISPLAY 'SPOJ-BUDMN: ' BM-REJECT-COUNT
013600                ' TRANSACTIONS REJECTED'
013700        END-IF.
013800        PERFORM 9000-TERMINATE THRU 9000-EXIT.
013900        STOP RUN.
014000
014100******************************************************************
014200*    1000-INITIALIZE - OPEN THE TRANSACTION DATASET, THE NEW     *
014300*    MASTER, AND THE REPORT, LOAD THE CATEGORY CODES FROM THE    *
014400*    CATEGORY MASTER, THEN LOAD THE OLD BUDGET MASTER INTO THE   *
014500*    TABLE.  THE CATEGORY MASTER MUST BE THERE; A MISSING OLD    *
014600*    BUDGET MASTER IS A FIRST RUN, NOT AN ERROR.                 *
014700******************************************************************
014800    1000-INITIALIZE.
014900        OPEN INPUT TRAN-FILE.
015000        IF BM-TRAN-STATUS NOT = '00'
015100            DISPLAY 'SPOJ-BUDMN: COULD NOT OPEN BUDTRAN, '
015200                'STATUS = ' BM-TRAN-STATUS
015300            MOVE 16 TO RETURN-CODE
015400            STOP RUN
015500        END-IF.
015600        OPEN INPUT CAT-FILE.
015700        IF BM-CAT-STATUS NOT = '00'
015800            DISPLAY 'SPOJ-BUDMN: COULD NOT OPEN CATMST, '
015900                'STATUS = ' BM-CAT-STATUS
016000            MOVE 16 TO RETURN-CODE
016100            CLOSE TRAN-FILE
016200            STOP RUN
016300        END-IF.
016400        OPEN OUTPUT MAST-NEW.
016500        OPEN OUTPUT REPORT-FILE.
016600        IF BM-MSTNEW-STATUS NOT = '00'
016700            OR BM-RPT-STATUS NOT = '00'
016800            DISPLAY 'SPOJ-BUDMN: COULD NOT OPEN BUDMNEW/BUDMRPT'
016900            MOVE 16 TO RETURN-CODE
017000            CLOSE TRAN-FILE
017100            CLOSE CAT-FILE
017200            STOP RUN
017300        END-IF.
017400        MOVE SPACES TO BM-RPT-LINE.
017500        STRING 'CATEGORY BUDGET MASTER MAINTENANCE REPORT'
017600            DELIMITED BY SIZE INTO BM-RPT-LINE.
017700        WRITE BM-REPORT-RECORD.
017800        PERFORM 1050-LOAD-ONE-CODE THRU 1050-EXIT
017900            UNTIL BM-CAT-EOF.
018000        CLOSE CAT-FILE.
018100        PERFORM 1100-LOAD-OLD-MASTER THRU 1100-EXIT.
018200    1000-EXIT.
018300        EXIT.
018400
018500    1050-LOAD-ONE-CODE.
018600        READ CAT-FILE
018700            AT END
018800                SET BM-CAT-EOF TO TRUE
018900            NOT AT END
019000                IF BM-CATM-USED >= BM-CATM-MAX
019100                    DISPLAY 'SPOJ-BUDMN: MORE CATEGORIES ON '
019200                        'CATMST THAN THE TABLE HOLDS'
019300                    MOVE 16 TO RETURN-CODE
019400                    PERFORM 9000-TERMINATE THRU 9000-EXIT
019500                    STOP RUN
019600                END-IF
019700                ADD 1 TO BM-CATM-USED
019800                MOVE CM-CAT-CODE TO BM-CATM-CODE(BM-CATM-USED)
019900        END-READ.
020000    1050-EXIT.
020100        EXIT.
020200
020300    1100-LOAD-OLD-MASTER.
020400        OPEN INPUT MAST-OLD.
020500        IF BM-MSTOLD-STATUS = '00'
020600            PERFORM 1110-LOAD-ONE-BUDGET THRU 1110-EXIT
020700                UNTIL BM-MSTOLD-EOF
020800            CLOSE MAST-OLD
020900        END-IF.
021000    1100-EXIT.
021100        EXIT.
021200
021300    1110-LOAD-ONE-BUDGET.
021400        READ MAST-OLD
021500            AT END
021600                SET BM-MSTOLD-EOF TO TRUE
021700            NOT AT END
021800                IF BM-TAB-USED >= BM-TAB-MAX
021900                    DISPLAY 'SPOJ-BUDMN: MORE BUDGETS ON THE '
022000                        'MASTER THAN THE TABLE HOLDS'
022100                    MOVE 16 TO RETURN-CODE
022200                    PERFORM 9000-TERMINATE THRU 9000-EXIT
022300                    STOP RUN
022400                END-IF
022500                ADD 1 TO BM-TAB-USED
022600                MOVE BM-BUD-CATEG  TO BM-TAB-CATEG(BM-TAB-USED)
022700                MOVE BM-BUD-MONTH  TO BM-TAB-MONTH(BM-TAB-USED)
022800                MOVE BM-BUD-AMOUNT TO BM-TAB-AMOUNT(BM-TAB-USED)
022900                MOVE 'N'           TO BM-TAB-DEL-SW(BM-TAB-USED)
023000        END-READ.
023100    1110-EXIT.
023200        EXIT.
023300
023400******************************************************************
023500*    2000-APPLY-TRANS - READ ONE MAINTENANCE TRANSACTION AND     *
023600*    APPLY IT TO THE TABLE.  EVERY TRANSACTION, APPLIED OR       *
023700*    REJECTED, GETS ONE REPORT LINE.                             *
023800******************************************************************
023900    2000-APPLY-TRANS.
024000        READ TRAN-FILE
024100            AT END
024200                SET BM-TRAN-EOF TO TRUE
024300            NOT AT END
024400                PERFORM 2100-APPLY-ONE THRU 2100-EXIT
024500        END-READ.
024600    2000-EXIT.
024700        EXIT.
024800
024900    2100-APPLY-ONE.
025000        MOVE SPACES TO BM-ACTION-LINE.
025100        MOVE BT-TRAN-CATEG TO BM-ACT-CATEG.
025200        MOVE BT-TRAN-MONTH TO BM-ACT-MONTH.
025300        IF BT-TRAN-AMOUNT IS NUMERIC
025400            MOVE BT-TRAN-AMOUNT TO BM-ACT-AMOUNT
025500        END-IF.
025600        MOVE 'N' TO BM-KEY-FOUND-SW.
025700        MOVE ZERO TO BM-X.
025800        PERFORM 2200-FIND-KEY THRU 2200-EXIT
025900            VARYING BM-I FROM 1 BY 1
026000                UNTIL BM-I > BM-TAB-USED
026100                    OR BM-KEY-FOUND.
026200        IF BT-TRAN-ADD
026300            MOVE 'ADD     ' TO BM-ACT-VERB
026400            PERFORM 2300-APPLY-ADD THRU 2300-EXIT
026500        ELSE
026600            IF BT-TRAN-CHANGE
026700                MOVE 'CHANGE  ' TO BM-ACT-VERB
026800                PERFORM 2400-APPLY-CHANGE THRU 2400-EXIT
026900            ELSE
027000                IF BT-TRAN-DELETE
027100                    MOVE 'DELETE  ' TO BM-ACT-VERB
027200                    PERFORM 2500-APPLY-DELETE THRU 2500-EXIT
027300                ELSE
027400                    MOVE BT-TRAN-ACTION TO BM-ACT-VERB
027500                    MOVE 'REJECTED - UNKNOWN ACTION CODE'
027600                        TO BM-ACT-RESULT
027700                    ADD 1 TO BM-REJECT-COUNT
027800                END-IF
027900            END-IF
028000        END-IF.
028100        MOVE BM-ACTION-LINE TO BM-RPT-LINE.
028200        WRITE BM-REPORT-RECORD.
028300    2100-EXIT.
028400        EXIT.
028500
028600    2200-FIND-KEY.
028700        IF BM-TAB-CATEG(BM-I) = BT-TRAN-CATEG
028800            AND BM-TAB-MONTH(BM-I) = BT-TRAN-MONTH
028900            AND NOT BM-TAB-DELETED(BM-I)
029000            SET BM-KEY-FOUND TO TRUE
029100            MOVE BM-I TO BM-X
029200        END-IF.
029300    2200-EXIT.
029400        EXIT.
029500
029600******************************************************************
029700*    2250-EDIT-IMAGE - THE CHECKS AN ADD AND A CHANGE SHARE: THE *
029800*    CATEGORY MUST BE ON THE CATEGORY MASTER, THE MONTH MUST BE  *
029900*    A REAL YYYYMM, AND THE AMOUNT MUST BE NUMERIC AND NOT       *
030000*    NEGATIVE.  THE FIRST FAILURE IS LEFT IN THE RESULT TEXT.    *
030100******************************************************************
030200    2250-EDIT-IMAGE.
030300        MOVE 'N' TO BM-CAT-FOUND-SW.
030400        PERFORM 2260-FIND-CATEGORY THRU 2260-EXIT
030500            VARYING BM-C FROM 1 BY 1
030600                UNTIL BM-C > BM-CATM-USED
030700                    OR BM-CAT-FOUND.
030800        IF NOT BM-CAT-FOUND
030900            MOVE 'REJECTED - CATEGORY NOT ON CATMST'
031000                TO BM-ACT-RESULT
031100            GO TO 2250-EXIT
031200        END-IF.
031300        IF BT-TRAN-MONTH IS NOT NUMERIC
031400            MOVE 'REJECTED - MONTH NOT YYYYMM'
031500                TO BM-ACT-RESULT
031600            GO TO 2250-EXIT
031700        END-IF.
031800        MOVE BT-TRAN-MONTH(5:2) TO BM-MONTH-WK.
031900        IF BM-MONTH-WK < 1 OR BM-MONTH-WK > 12
032000            MOVE 'REJECTED - MONTH NOT YYYYMM'
032100                TO BM-ACT-RESULT
032200            GO TO 2250-EXIT
032300        END-IF.
032400        IF BT-TRAN-AMOUNT IS NOT NUMERIC
032500            MOVE 'REJECTED - AMOUNT NOT NUMERIC'
032600                TO BM-ACT-RESULT
032700            GO TO 2250-EXIT
032800        END-IF.
032900        IF BT-TRAN-AMOUNT < ZERO
033000            MOVE 'REJECTED - AMOUNT NEGATIVE'
033100                TO BM-ACT-RESULT
033200        END-IF.
033300    2250-EXIT.
033400        EXIT.
033500
033600    2260-FIND-CATEGORY.
033700        IF BM-CATM-CODE(BM-C) = BT-TRAN-CATEG
033800            SET BM-CAT-FOUND TO TRUE
033900        END-IF.
034000    2260-EXIT.
034100        EXIT.
034200
034300******************************************************************
034400*    2300-APPLY-ADD - A NEW CATEGORY AND MONTH GOES ON THE END   *
034500*    OF THE TABLE.  THE KEY MUST NOT ALREADY BE ON THE MASTER.   *
034600******************************************************************
034700    2300-APPLY-ADD.
034800        IF BM-KEY-FOUND
034900            MOVE 'REJECTED - BUDGET ALREADY ON MASTER'
035000                TO BM-ACT-RESULT
035100            ADD 1 TO BM-REJECT-COUNT
035200            GO TO 2300-EXIT
035300        END-IF.
035400        PERFORM 2250-EDIT-IMAGE THRU 2250-EXIT.
035500        IF BM-ACT-RESULT NOT = SPACES
035600            ADD 1 TO BM-REJECT-COUNT
035700            GO TO 2300-EXIT
035800        END-IF.
035900        IF BM-TAB-USED >= BM-TAB-MAX
036000            DISPLAY 'SPOJ-BUDMN: MORE BUDGETS THAN THE '
036100                'TABLE HOLDS'
036200            MOVE 16 TO RETURN-CODE
036300            PERFORM 9000-TERMINATE THRU 9000-EXIT
036400            STOP RUN
036500        END-IF.
036600        ADD 1 TO BM-TAB-USED.
036700        MOVE BM-TAB-USED TO BM-X.
036800        PERFORM 2600-MOVE-TRAN-TO-TABLE THRU 2600-EXIT.
036900        MOVE 'APPLIED' TO BM-ACT-RESULT.
037000        ADD 1 TO BM-APPLIED-COUNT.
037100    2300-EXIT.
037200        EXIT.
037300
037400******************************************************************
037500*    2400-APPLY-CHANGE - REPLACE THE AMOUNT OF AN EXISTING       *
037600*    CATEGORY AND MONTH.                                         *
037700******************************************************************
037800    2400-APPLY-CHANGE.
037900        IF NOT BM-KEY-FOUND
038000            MOVE 'REJECTED - BUDGET NOT ON MASTER'
038100                TO BM-ACT-RESULT
038200            ADD 1 TO BM-REJECT-COUNT
038300            GO TO 2400-EXIT
038400        END-IF.
038500        PERFORM 2250-EDIT-IMAGE THRU 2250-EXIT.
038600        IF BM-ACT-RESULT NOT = SPACES
038700            ADD 1 TO BM-REJECT-COUNT
038800            GO TO 2400-EXIT
038900        END-IF.
039000        PERFORM 2600-MOVE-TRAN-TO-TABLE THRU 2600-EXIT.
039100        MOVE 'APPLIED' TO BM-ACT-RESULT.
039200        ADD 1 TO BM-APPLIED-COUNT.
039300    2400-EXIT.
039400        EXIT.
039500
039600******************************************************************
039700*    2500-APPLY-DELETE - MARK AN EXISTING CATEGORY AND MONTH     *
039800*    DELETED SO IT IS DROPPED WHEN THE NEW MASTER IS WRITTEN.    *
039900*    A DELETE IS ALLOWED EVEN WHEN THE CATEGORY HAS SINCE COME   *
040000*    OFF THE CATEGORY MASTER, SO ITS BUDGETS CAN BE CLEARED.     *
040100******************************************************************
040200    2500-APPLY-DELETE.
040300        IF NOT BM-KEY-FOUND
040400            MOVE 'REJECTED - BUDGET NOT ON MASTER'
040500                TO BM-ACT-RESULT
040600            ADD 1 TO BM-REJECT-COUNT
040700            GO TO 2500-EXIT
040800        END-IF.
040900        MOVE 'Y' TO BM-TAB-DEL-SW(BM-X).
041000        MOVE 'APPLIED' TO BM-ACT-RESULT.
041100        ADD 1 TO BM-APPLIED-COUNT.
041200    2500-EXIT.
041300        EXIT.
041400
041500    2600-MOVE-TRAN-TO-TABLE.
041600        MOVE BT-TRAN-CATEG     TO BM-TAB-CATEG(BM-X).
041700        MOVE BT-TRAN-MONTH     TO BM-TAB-MONTH(BM-X).
041800        MOVE BT-TRAN-AMOUNT    TO BM-TAB-AMOUNT(BM-X).
041900        MOVE 'N'               TO BM-TAB-DEL-SW(BM-X).
042000    2600-EXIT.
042100        EXIT.
042200
042300******************************************************************
042400*    3000-WRITE-NEW-MASTER - WRITE THE SURVIVING ENTRIES TO THE  *
042500*    NEW MASTER IN TABLE ORDER (THE OLD MASTER'S ORDER, WITH     *
042600*    ADDS ON THE END AND DELETES DROPPED).                       *
042700******************************************************************
042800    3000-WRITE-NEW-MASTER.
042900        PERFORM 3100-WRITE-ONE-BUDGET THRU 3100-EXIT
043000            VARYING BM-I FROM 1 BY 1
043100                UNTIL BM-I > BM-TAB-USED.
043200    3000-EXIT.
043300        EXIT.
043400
043500    3100-WRITE-ONE-BUDGET.
043600        IF NOT BM-TAB-DELETED(BM-I)
043700            MOVE BM-TAB-CATEG(BM-I)    TO BM-CURR-CATEG
043800            MOVE BM-TAB-MONTH(BM-I)    TO BM-CURR-MONTH
043900            MOVE BM-TAB-AMOUNT(BM-I)   TO BM-CURR-AMOUNT
044000            MOVE BM-CURR-RECORD        TO BM-MSTNEW-RECORD
044100            WRITE BM-MSTNEW-RECORD
044200        END-IF.
044300    3100-EXIT.
044400        EXIT.
044500
044600******************************************************************
044700*    4000-WRITE-SUMMARY - CLOSE THE REPORT WITH THE APPLIED AND  *
044800*    REJECTED TRANSACTION COUNTS.                                *
044900******************************************************************
045000    4000-WRITE-SUMMARY.
045100        MOVE SPACES TO BM-RPT-LINE.
045200        STRING 'APPLIED=' BM-APPLIED-COUNT
045300            ' REJECTED=' BM-REJECT-COUNT
045400            DELIMITED BY SIZE INTO BM-RPT-LINE.
045500        WRITE BM-REPORT-RECORD.
045600    4000-EXIT.
045700        EXIT.
045800
045900******************************************************************
046000*    9000-TERMINATE - CLOSE THE TRANSACTION DATASET, THE NEW     *
046100*    MASTER, AND THE REPORT.                                     *
046200******************************************************************
046300    9000-TERMINATE.
046400        CLOSE TRAN-FILE.
046500        CLOSE MAST-NEW.
046600        CLOSE REPORT-FILE.
046700    9000-EXIT.
046800        EXIT.
