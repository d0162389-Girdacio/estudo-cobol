000100******************************************************************
000200*    PROGRAM......: SPOJ-GLACK                                   *
000300*    AUTHOR.......: J. MORAES                                    *
000400*    INSTALLATION.: BATCH SYSTEMS GROUP                          *
000500*    DATE-WRITTEN.: 2026-10-15                                   *
000600*    DATE-COMPILED: 2026-10-15                                   *
000700*    DESCRIPTION..: GL INTERFACE ACKNOWLEDGEMENT AND             *
000800*                   OUTSTANDING-INTERFACE RECONCILIATION.        *
000900*                   POSTS EVERY LINE OF THE RUN'S GL INTERFACE   *
001000*                   FILE (GLEXTR) TO THE OUTSTANDING-INTERFACE   *
001100*                   MASTER (GLOUTS IN, GLOUTN OUT) AS            *
001200*                   UNACKNOWLEDGED, THEN MATCHES THE LEDGER'S    *
001300*                   ACKNOWLEDGEMENT FILE (GLACK, OPTIONAL)       *
001400*                   AGAINST IT BY BATCH, EXTRACT DATE, AND       *
001500*                   ACCOUNT: ACCEPTED LINES LEAVE THE MASTER,    *
001600*                   REJECTED LINES STAY ON IT WITH THE LEDGER'S  *
001700*                   REASON UNTIL A CORRECTED EXTRACT IS SENT     *
001800*                   AND ACCEPTED.  THE AGED EXCEPTION REPORT     *
001900*                   (GLAKRPT) LISTS EVERY LINE STILL             *
002000*                   OUTSTANDING WITH ITS AGE IN BUSINESS DAYS    *
002100*                   COUNTED OFF THE PROCESSING CALENDAR          *
002200*                   (PROCCAL).  A LINE OLDER THAN THE GLAKPARM   *
002300*                   LIMIT (DEFAULT 2 BUSINESS DAYS), OR AN       *
002400*                   ACKNOWLEDGEMENT THAT MATCHES NOTHING         *
002500*                   OUTSTANDING, ENDS THE STEP WITH RETURN       *
002600*                   CODE 4 FOR REVIEW.                           *
002700*    MODIFICATION HISTORY.........................................
002800*    DATE       INIT  DESCRIPTION
002900*    ---------- ----  -----------------------------------------
003000*    2026-10-15 JM    ORIGINAL PROGRAM.
003020*    2026-10-15 JM    NEW-MASTER RECORD BUILT IN WORKING STORAGE,
003040*                     NOT IN THE CLOSED OLD MASTER'S RECORD AREA.
003100******************************************************************
003200    IDENTIFICATION DIVISION.
003300    PROGRAM-ID.    MAIN.
003400
003500    ENVIRONMENT DIVISION.
003600    INPUT-OUTPUT SECTION.
003700    FILE-CONTROL.
003800        SELECT MAST-OLD ASSIGN TO "GLOUTS"
003900            ORGANIZATION IS LINE SEQUENTIAL
004000            FILE STATUS IS GK-MSTOLD-STATUS.
004100        SELECT MAST-NEW ASSIGN TO "GLOUTN"
004200            ORGANIZATION IS LINE SEQUENTIAL
004300            FILE STATUS IS GK-MSTNEW-STATUS.
004400        SELECT EXTR-FILE ASSIGN TO "GLEXTR"
004500            ORGANIZATION IS LINE SEQUENTIAL
004600            FILE STATUS IS GK-EXTR-STATUS.
004700        SELECT ACK-FILE ASSIGN TO "GLACK"
004800            ORGANIZATION IS LINE SEQUENTIAL
004900            FILE STATUS IS GK-ACK-STATUS.
005000        SELECT CAL-FILE ASSIGN TO "PROCCAL"
005100            ORGANIZATION IS LINE SEQUENTIAL
005200            FILE STATUS IS GK-CAL-STATUS.
005300        SELECT PARM-FILE ASSIGN TO "GLAKPARM"
005400            ORGANIZATION IS LINE SEQUENTIAL
005500            FILE STATUS IS GK-PARM-STATUS.
005600        SELECT REPORT-FILE ASSIGN TO "GLAKRPT"
005700            ORGANIZATION IS LINE SEQUENTIAL
005800            FILE STATUS IS GK-RPT-STATUS.
005900        SELECT CTL-FILE ASSIGN TO "BATCHCTL"
006000            ORGANIZATION IS LINE SEQUENTIAL
006100            FILE STATUS IS GK-CTL-STATUS.
006200        SELECT STATS-FILE ASSIGN TO "JOBSTATS"
006300            ORGANIZATION IS LINE SEQUENTIAL
006400            FILE STATUS IS GK-STATS-STATUS.
006500
006600    DATA DIVISION.
006700    FILE SECTION.
006800    FD  MAST-OLD
006900        LABEL RECORDS ARE STANDARD.
007000    COPY "glouts.cpy".
007100
007200    FD  MAST-NEW
007300        LABEL RECORDS ARE STANDARD.
007400    01  GK-MSTNEW-RECORD            PIC X(82).
007500
007600    FD  EXTR-FILE
007700        LABEL RECORDS ARE STANDARD.
007800    COPY "glextr.cpy".
007900
008000    FD  ACK-FILE
008100        LABEL RECORDS ARE STANDARD.
008200    COPY "glack.cpy".
008300
008400    FD  CAL-FILE
008500        LABEL RECORDS ARE STANDARD.
008600    COPY "proccal.cpy".
008700
008800    FD  PARM-FILE
008900        LABEL RECORDS ARE STANDARD.
009000    COPY "glakparm.cpy".
009100
009200    FD  REPORT-FILE
009300        LABEL RECORDS ARE STANDARD.
009400    COPY "glakrpt.cpy".
009500
009600    FD  CTL-FILE
009700        LABEL RECORDS ARE STANDARD.
009800    COPY "jobctl.cpy".
009900
010000    FD  STATS-FILE
010100        LABEL RECORDS ARE STANDARD.
010200    COPY "jobstat.cpy".
010300
010400    WORKING-STORAGE SECTION.
010500    77  GK-MSTOLD-STATUS        PIC X(2)  VALUE '00'.
010600    77  GK-MSTNEW-STATUS        PIC X(2)  VALUE '00'.
010700    77  GK-EXTR-STATUS          PIC X(2)  VALUE '00'.
010800    77  GK-ACK-STATUS           PIC X(2)  VALUE '00'.
010900    77  GK-CAL-STATUS           PIC X(2)  VALUE '00'.
011000    77  GK-PARM-STATUS          PIC X(2)  VALUE '00'.
011100    77  GK-RPT-STATUS           PIC X(2)  VALUE '00'.
011200    77  GK-CTL-STATUS           PIC X(2)  VALUE '00'.
011300    77  GK-STATS-STATUS         PIC X(2)  VALUE '00'.
011400    77  GK-START-TIME           PIC 9(6)  VALUE ZERO.
011500    77  GK-TIME-WK              PIC 9(8)  VALUE ZERO.
011600
011700    77  GK-BATCH-NUMBER         PIC 9(6)  VALUE ZERO.
011800    77  GK-RUN-DATE             PIC 9(8)  VALUE ZERO.
011900    77  GK-RUN-INT              PIC 9(8)  VALUE ZERO COMP.
012000    77  GK-LIMIT-DAYS           PIC 9(3)  VALUE 2.
012100    77  GK-AGE-DATE             PIC 9(8)  VALUE ZERO.
012200    77  GK-AGE-DAYS             PIC 9(3)  VALUE ZERO.
012300    77  GK-AGE-ED               PIC ZZ9.
012400    77  GK-DAY-INT              PIC 9(8)  VALUE ZERO COMP.
012500    77  GK-DAY-DATE             PIC 9(8)  VALUE ZERO.
012600    77  GK-WEEKDAY              PIC 9(1)  VALUE ZERO COMP.
012700    77  GK-AMOUNT-ED            PIC Z(6)9.99.
012800    77  GK-COUNT-ED             PIC ZZZZ9.
012900    77  GK-TOTAL-ED             PIC Z(8)9.99.
013000
013100    77  GK-EXTR-COUNT           PIC 9(5)  VALUE ZERO.
013200    77  GK-REPLACED-COUNT       PIC 9(5)  VALUE ZERO.
013300    77  GK-ACK-COUNT            PIC 9(5)  VALUE ZERO.
013400    77  GK-ACCEPTED-COUNT       PIC 9(5)  VALUE ZERO.
013500    77  GK-REJECTED-COUNT       PIC 9(5)  VALUE ZERO.
013600    77  GK-NOMATCH-COUNT        PIC 9(5)  VALUE ZERO.
013700    77  GK-CARRIED-COUNT        PIC 9(5)  VALUE ZERO.
013800    77  GK-UNACK-COUNT          PIC 9(5)  VALUE ZERO.
013900    77  GK-UNACK-DEBITS         PIC 9(9)V99 VALUE ZERO.
014000    77  GK-UNACK-CREDITS        PIC 9(9)V99 VALUE ZERO.
014100    77  GK-REJECT-COUNT         PIC 9(5)  VALUE ZERO.
014200    77  GK-REJECT-DEBITS        PIC 9(9)V99 VALUE ZERO.
014300    77  GK-REJECT-CREDITS       PIC 9(9)V99 VALUE ZERO.
014400    77  GK-OVERDUE-COUNT        PIC 9(5)  VALUE ZERO.
014500
014600    77  GK-TAB-MAX              PIC 9(4)  VALUE 2000 COMP.
014700    77  GK-TAB-USED             PIC 9(4)  VALUE ZERO COMP.
014800    77  GK-I                    PIC 9(4)  VALUE ZERO COMP.
014900    77  GK-HOL-MAX              PIC 9(3)  VALUE 100 COMP.
015000    77  GK-HOL-USED             PIC 9(3)  VALUE ZERO COMP.
015100    77  GK-H                    PIC 9(3)  VALUE ZERO COMP.
015200
015300    77  GK-MSTOLD-EOF-SW        PIC X(1)  VALUE 'N'.
015400        88  GK-MSTOLD-EOF                  VALUE 'Y'.
015500    77  GK-EXTR-EOF-SW          PIC X(1)  VALUE 'N'.
015600        88  GK-EXTR-EOF                    VALUE 'Y'.
015700    77  GK-ACK-EOF-SW           PIC X(1)  VALUE 'N'.
015800        88  GK-ACK-EOF                     VALUE 'Y'.
015900    77  GK-CAL-EOF-SW           PIC X(1)  VALUE 'N'.
016000        88  GK-CAL-EOF                     VALUE 'Y'.
016100    77  GK-ITEM-FOUND-SW        PIC X(1)  VALUE 'N'.
016200        88  GK-ITEM-FOUND                  VALUE 'Y'.
016300    77  GK-HOLIDAY-SW           PIC X(1)  VALUE 'N'.
016400        88  GK-IS-HOLIDAY                  VALUE 'Y'.
016500    77  GK-OVERDUE-SW           PIC X(1)  VALUE 'N'.
016600        88  GK-OVERDUE-ITEMS               VALUE 'Y'.
016700
016800    01  GK-HOL-TABLE.
016900        05  GK-HOL-DATE OCCURS 100 TIMES
017000                                PIC 9(8).
017100
017200*    ONE ENTRY PER OUTSTANDING LINE.  GK-TAB-ACT-SW RECORDS WHAT
017300*    THE LEDGER SAID ABOUT THE LINE IN THIS RUN'S GLACK: 'B' THE
017400*    WHOLE EXTRACT ACCEPTED, 'A' THE LINE ITSELF ACCEPTED, 'R'
017500*    REJECTED.  A LINE VERDICT OVERRIDES A BATCH VERDICT, SO THE
017600*    ORDER OF THE GLACK RECORDS DOES NOT MATTER.  'X' MARKS A
017700*    LINE SUPERSEDED BY A CORRECTED EXTRACT.
017800    01  GK-OUT-TABLE.
017900        05  GK-TAB-ENTRY OCCURS 2000 TIMES.
018000            10  GK-TAB-BATCH        PIC 9(6).
018100            10  GK-TAB-DATE         PIC 9(8).
018200            10  GK-TAB-ACCOUNT      PIC X(10).
018300            10  GK-TAB-DC           PIC X(1).
018400            10  GK-TAB-AMOUNT       PIC 9(7)V99.
018500            10  GK-TAB-SOURCE       PIC X(4).
018600            10  GK-TAB-PRIOR-SW     PIC X(1).
018700            10  GK-TAB-STATUS       PIC X(1).
018800                88  GK-TAB-UNACKNOWLEDGED  VALUE 'U'.
018900                88  GK-TAB-REJECTED        VALUE 'R'.
019000            10  GK-TAB-REASON       PIC X(4).
019100            10  GK-TAB-REASON-TEXT  PIC X(30).
019200            10  GK-TAB-ACK-DATE     PIC 9(8).
019300            10  GK-TAB-ACT-SW       PIC X(1).
019400                88  GK-TAB-NO-ACTION       VALUE SPACE.
019500                88  GK-TAB-CLEARED         VALUES 'A' 'B' 'X'.
019505
019510*    THE NEW-MASTER RECORD IS BUILT HERE, IN THE GLOUTS LAYOUT.
019515    01  GK-CURR-RECORD.
019520        05  GK-CURR-BATCH           PIC 9(6).
019525        05  GK-CURR-DATE            PIC 9(8).
019530        05  GK-CURR-ACCOUNT         PIC X(10).
019535        05  GK-CURR-DC              PIC X(1).
019540        05  GK-CURR-AMOUNT          PIC 9(7)V99.
019545        05  GK-CURR-SOURCE          PIC X(4).
019550        05  GK-CURR-PRIOR-SW        PIC X(1).
019555        05  GK-CURR-STATUS          PIC X(1).
019560        05  GK-CURR-REASON          PIC X(4).
019565        05  GK-CURR-REASON-TEXT     PIC X(30).
019570        05  GK-CURR-ACK-DATE        PIC 9(8).
019600
019700    PROCEDURE DIVISION.
019800    0000-MAINLINE.
019900        PERFORM 1000-INITIALIZE THRU 1000-EXIT.
020000        PERFORM 2000-POST-EXTRACT THRU 2000-EXIT.
020100        PERFORM 3000-APPLY-ACKS THRU 3000-EXIT.
020200        PERFORM 4000-WRITE-NEW-MASTER THRU 4000-EXIT.
020300        PERFORM 5000-AGEING-REPORT THRU 5000-EXIT.
020400        IF GK-NOMATCH-COUNT NOT = ZERO
020500            OR GK-OVERDUE-ITEMS
020600            MOVE 4 TO RETURN-CODE
020700        END-IF.
020800        PERFORM 9000-TERMINATE THRU 9000-EXIT.
020900        STOP RUN.
021000
021100******************************************************************
021200*    1000-INITIALIZE - READ THE JOB CONTROL RECORD AND THE       *
021300*    LIMIT PARAMETER, LOAD THE CALENDAR'S HOLIDAYS, OPEN THE     *
021400*    NEW MASTER AND THE REPORT, AND LOAD THE OLD MASTER INTO     *
021500*    THE TABLE.  A MISSING OLD MASTER IS A FIRST RUN, NOT AN     *
021600*    ERROR.                                                      *
021700******************************************************************
021800    1000-INITIALIZE.
021900        ACCEPT GK-TIME-WK FROM TIME.
022000        MOVE GK-TIME-WK(1:6) TO GK-START-TIME.
022100        OPEN INPUT CTL-FILE.
022200        IF GK-CTL-STATUS NOT = '00'
022300            DISPLAY 'SPOJ-GLACK: COULD NOT OPEN BATCHCTL, '
022400                'STATUS = ' GK-CTL-STATUS
022500            MOVE 16 TO RETURN-CODE
022600            STOP RUN
022700        END-IF.
022800        READ CTL-FILE
022900            AT END
023000                DISPLAY 'SPOJ-GLACK: BATCHCTL IS EMPTY'
023100                MOVE 16 TO RETURN-CODE
023200                CLOSE CTL-FILE
023300                STOP RUN
023400            NOT AT END
023500                MOVE JC-BATCH-NUMBER TO GK-BATCH-NUMBER
023600                MOVE JC-RUN-DATE    TO GK-RUN-DATE
023700        END-READ.
023800        CLOSE CTL-FILE.
023900        COMPUTE GK-RUN-INT =
024000            FUNCTION INTEGER-OF-DATE(GK-RUN-DATE).
024100        OPEN INPUT PARM-FILE.
024200        IF GK-PARM-STATUS = '00'
024300            READ PARM-FILE
024400                AT END
024500                    CONTINUE
024600                NOT AT END
024700                    IF GK-PARM-DAYS IS NUMERIC
024800                        MOVE GK-PARM-DAYS TO GK-LIMIT-DAYS
024900                    END-IF
025000            END-READ
025100            CLOSE PARM-FILE
025200        END-IF.
025300        PERFORM 1200-LOAD-CALENDAR THRU 1200-EXIT.
025400        OPEN OUTPUT MAST-NEW.
025500        OPEN OUTPUT REPORT-FILE.
025600        IF GK-MSTNEW-STATUS NOT = '00'
025700            OR GK-RPT-STATUS NOT = '00'
025800            DISPLAY 'SPOJ-GLACK: COULD NOT OPEN GLOUTN/GLAKRPT'
025900            MOVE 16 TO RETURN-CODE
026000            STOP RUN
026100        END-IF.
026200        MOVE SPACES TO GK-RPT-LINE.
026300        STRING 'GL INTERFACE ACKNOWLEDGEMENT REPORT  BATCH '
026400            GK-BATCH-NUMBER '  DATE ' GK-RUN-DATE
026500            '  LIMIT ' GK-LIMIT-DAYS ' BUSINESS DAYS'
026600            DELIMITED BY SIZE INTO GK-RPT-LINE.
026700        WRITE GK-REPORT-RECORD.
026800        PERFORM 1100-LOAD-OLD-MASTER THRU 1100-EXIT.
026900    1000-EXIT.
027000        EXIT.
027100
027200    1100-LOAD-OLD-MASTER.
027300        OPEN INPUT MAST-OLD.
027400        IF GK-MSTOLD-STATUS = '00'
027500            PERFORM 1110-LOAD-ONE-ITEM THRU 1110-EXIT
027600                UNTIL GK-MSTOLD-EOF
027700            CLOSE MAST-OLD
027800        END-IF.
027900    1100-EXIT.
028000        EXIT.
028100
028200    1110-LOAD-ONE-ITEM.
028300        READ MAST-OLD
028400            AT END
028500                SET GK-MSTOLD-EOF TO TRUE
028600            NOT AT END
028700                PERFORM 1120-ADD-TABLE-ENTRY THRU 1120-EXIT
028800                MOVE GO-OUT-BATCH   TO GK-TAB-BATCH(GK-TAB-USED)
028900                MOVE GO-OUT-DATE    TO GK-TAB-DATE(GK-TAB-USED)
029000                MOVE GO-OUT-ACCOUNT
029100                    TO GK-TAB-ACCOUNT(GK-TAB-USED)
029200                MOVE GO-OUT-DC      TO GK-TAB-DC(GK-TAB-USED)
029300                MOVE GO-OUT-AMOUNT  TO GK-TAB-AMOUNT(GK-TAB-USED)
029400                MOVE GO-OUT-SOURCE  TO GK-TAB-SOURCE(GK-TAB-USED)
029500                MOVE GO-OUT-PRIOR-SW
029600                    TO GK-TAB-PRIOR-SW(GK-TAB-USED)
029700                MOVE GO-OUT-STATUS  TO GK-TAB-STATUS(GK-TAB-USED)
029800                MOVE GO-OUT-REASON  TO GK-TAB-REASON(GK-TAB-USED)
029900                MOVE GO-OUT-REASON-TEXT
030000                    TO GK-TAB-REASON-TEXT(GK-TAB-USED)
030100                MOVE GO-OUT-ACK-DATE
030200                    TO GK-TAB-ACK-DATE(GK-TAB-USED)
030300        END-READ.
030400    1110-EXIT.
030500        EXIT.
030600
030700    1120-ADD-TABLE-ENTRY.
030800        IF GK-TAB-USED >= GK-TAB-MAX
030900            DISPLAY 'SPOJ-GLACK: MORE OUTSTANDING LINES THAN THE '
031000                'TABLE HOLDS'
031100            MOVE 16 TO RETURN-CODE
031200            PERFORM 9000-TERMINATE THRU 9000-EXIT
031300            STOP RUN
031400        END-IF.
031500        ADD 1 TO GK-TAB-USED.
031600        MOVE SPACE TO GK-TAB-ACT-SW(GK-TAB-USED).
031700    1120-EXIT.
031800        EXIT.
031900
032000******************************************************************
032100*    1200-LOAD-CALENDAR - ONLY THE HOLIDAYS ARE NEEDED HERE; AN  *
032200*    ITEM'S AGE IS THE NUMBER OF WEEKDAYS THAT ARE NOT HOLIDAYS  *
032300*    AFTER ITS EXTRACT DATE, UP TO AND INCLUDING THE RUN DATE.   *
032400*    A MISSING CALENDAR AGES ON WEEKDAYS ALONE.                  *
032500******************************************************************
032600    1200-LOAD-CALENDAR.
032700        OPEN INPUT CAL-FILE.
032800        IF GK-CAL-STATUS NOT = '00'
032900            DISPLAY 'SPOJ-GLACK: PROCCAL NOT AVAILABLE - AGEING '
033000                'ON WEEKDAYS ONLY'
033100            GO TO 1200-EXIT
033200        END-IF.
033300        PERFORM 1210-LOAD-ONE-DATE THRU 1210-EXIT
033400            UNTIL GK-CAL-EOF.
033500        CLOSE CAL-FILE.
033600    1200-EXIT.
033700        EXIT.
033800
033900    1210-LOAD-ONE-DATE.
034000        READ CAL-FILE
034100            AT END
034200                SET GK-CAL-EOF TO TRUE
034300            NOT AT END
034400                IF PC-CAL-HOLIDAY
034500                    PERFORM 1220-ADD-HOLIDAY THRU 1220-EXIT
034600                END-IF
034700        END-READ.
034800    1210-EXIT.
034900        EXIT.
035000
035100    1220-ADD-HOLIDAY.
035200        IF GK-HOL-USED >= GK-HOL-MAX
035300            DISPLAY 'SPOJ-GLACK: MORE HOLIDAYS THAN THE '
035400                'TABLE HOLDS'
035500            MOVE 16 TO RETURN-CODE
035600            PERFORM 9000-TERMINATE THRU 9000-EXIT
035700            STOP RUN
035800        END-IF.
035900        ADD 1 TO GK-HOL-USED.
036000        MOVE PC-CAL-DATE TO GK-HOL-DATE(GK-HOL-USED).
036100    1220-EXIT.
036200        EXIT.
036300
036400******************************************************************
036500*    2000-POST-EXTRACT - POST EVERY LINE OF THE RUN'S GLEXTR AS  *
036600*    UNACKNOWLEDGED.  WHEN THE MASTER ALREADY HOLDS LINES FOR    *
036700*    THE SAME BATCH AND EXTRACT DATE (A RERUN, OR A CORRECTED    *
036800*    EXTRACT SENT AGAIN), THOSE LINES ARE SUPERSEDED FIRST, SO   *
036900*    AN EXTRACT IS NEVER ON THE MASTER TWICE.                    *
037000******************************************************************
037100    2000-POST-EXTRACT.
037200        OPEN INPUT EXTR-FILE.
037300        IF GK-EXTR-STATUS NOT = '00'
037400            DISPLAY 'SPOJ-GLACK: COULD NOT OPEN GLEXTR, '
037500                'STATUS = ' GK-EXTR-STATUS
037600            MOVE 16 TO RETURN-CODE
037700            PERFORM 9000-TERMINATE THRU 9000-EXIT
037800            STOP RUN
037900        END-IF.
038000        PERFORM 2100-SUPERSEDE-ONE THRU 2100-EXIT
038100            VARYING GK-I FROM 1 BY 1
038200                UNTIL GK-I > GK-TAB-USED.
038300        PERFORM 2200-POST-ONE-LINE THRU 2200-EXIT
038400            UNTIL GK-EXTR-EOF.
038500        CLOSE EXTR-FILE.
038600        IF GK-REPLACED-COUNT NOT = ZERO
038700            MOVE GK-REPLACED-COUNT TO GK-COUNT-ED
038800            MOVE SPACES TO GK-RPT-LINE
038900            STRING 'EXTRACT ' GK-BATCH-NUMBER ' ' GK-RUN-DATE
039000                ' SENT AGAIN -' GK-COUNT-ED
039100                ' EARLIER LINES SUPERSEDED'
039200                DELIMITED BY SIZE INTO GK-RPT-LINE
039300            WRITE GK-REPORT-RECORD
039400        END-IF.
039500    2000-EXIT.
039600        EXIT.
039700
039800    2100-SUPERSEDE-ONE.
039900        IF GK-TAB-BATCH(GK-I) = GK-BATCH-NUMBER
040000            AND GK-TAB-DATE(GK-I) = GK-RUN-DATE
040100            MOVE 'X' TO GK-TAB-ACT-SW(GK-I)
040200            ADD 1 TO GK-REPLACED-COUNT
040300        END-IF.
040400    2100-EXIT.
040500        EXIT.
040600
040700    2200-POST-ONE-LINE.
040800        READ EXTR-FILE
040900            AT END
041000                SET GK-EXTR-EOF TO TRUE
041100                GO TO 2200-EXIT
041200        END-READ.
041300        PERFORM 1120-ADD-TABLE-ENTRY THRU 1120-EXIT.
041400        MOVE GX-EXT-BATCH     TO GK-TAB-BATCH(GK-TAB-USED).
041500        MOVE GX-EXT-DATE      TO GK-TAB-DATE(GK-TAB-USED).
041600        MOVE GX-EXT-ACCOUNT   TO GK-TAB-ACCOUNT(GK-TAB-USED).
041700        MOVE GX-EXT-DC        TO GK-TAB-DC(GK-TAB-USED).
041800        MOVE GX-EXT-AMOUNT    TO GK-TAB-AMOUNT(GK-TAB-USED).
041900        MOVE GX-EXT-SOURCE    TO GK-TAB-SOURCE(GK-TAB-USED).
042000        MOVE GX-EXT-PRIOR-SW  TO GK-TAB-PRIOR-SW(GK-TAB-USED).
042100        MOVE 'U'              TO GK-TAB-STATUS(GK-TAB-USED).
042200        MOVE SPACES           TO GK-TAB-REASON(GK-TAB-USED).
042300        MOVE SPACES           TO GK-TAB-REASON-TEXT(GK-TAB-USED).
042400        MOVE ZERO             TO GK-TAB-ACK-DATE(GK-TAB-USED).
042500        ADD 1 TO GK-EXTR-COUNT.
042600    2200-EXIT.
042700        EXIT.
042800
042900******************************************************************
043000*    3000-APPLY-ACKS - MATCH EVERY ACKNOWLEDGEMENT RECORD        *
043100*    AGAINST THE LINES OUTSTANDING FOR ITS BATCH AND EXTRACT     *
043200*    DATE (AND, FOR A LINE RECORD, ITS ACCOUNT).  A RECORD THAT  *
043300*    MATCHES NOTHING OUTSTANDING IS REPORTED AND COUNTED.  A     *
043400*    MISSING GLACK IS SIMPLY A DAY THE LEDGER SENT NOTHING BACK. *
043500******************************************************************
043600    3000-APPLY-ACKS.
043700        OPEN INPUT ACK-FILE.
043800        IF GK-ACK-STATUS NOT = '00'
043900            GO TO 3000-EXIT
044000        END-IF.
044100        PERFORM 3100-APPLY-ONE-ACK THRU 3100-EXIT
044200            UNTIL GK-ACK-EOF.
044300        CLOSE ACK-FILE.
044400    3000-EXIT.
044500        EXIT.
044600
044700    3100-APPLY-ONE-ACK.
044800        READ ACK-FILE
044900            AT END
045000                SET GK-ACK-EOF TO TRUE
045100                GO TO 3100-EXIT
045200        END-READ.
045300        ADD 1 TO GK-ACK-COUNT.
045400        MOVE 'N' TO GK-ITEM-FOUND-SW.
045500        IF (NOT GA-ACK-FOR-BATCH AND NOT GA-ACK-FOR-LINE)
045600            OR (NOT GA-ACK-ACCEPTED AND NOT GA-ACK-REJECTED)
045700            PERFORM 3400-FLAG-NOMATCH THRU 3400-EXIT
045800            GO TO 3100-EXIT
045900        END-IF.
046000        IF GA-ACK-FOR-BATCH
046100            PERFORM 3200-APPLY-BATCH THRU 3200-EXIT
046200                VARYING GK-I FROM 1 BY 1
046300                    UNTIL GK-I > GK-TAB-USED
046400        ELSE
046500            PERFORM 3300-APPLY-LINE THRU 3300-EXIT
046600                VARYING GK-I FROM 1 BY 1
046700                    UNTIL GK-I > GK-TAB-USED
046800        END-IF.
046900        IF NOT GK-ITEM-FOUND
047000            PERFORM 3400-FLAG-NOMATCH THRU 3400-EXIT
047100        END-IF.
047200    3100-EXIT.
047300        EXIT.
047400
047500*    A BATCH VERDICT ONLY TOUCHES LINES THE LEDGER HAS NOT
047600*    ALREADY GIVEN A LINE VERDICT FOR IN THIS GLACK.
047700    3200-APPLY-BATCH.
047800        IF GK-TAB-BATCH(GK-I) NOT = GA-ACK-BATCH
047900            OR GK-TAB-DATE(GK-I) NOT = GA-ACK-DATE
048000            OR GK-TAB-ACT-SW(GK-I) = 'X'
048100            GO TO 3200-EXIT
048200        END-IF.
048300        SET GK-ITEM-FOUND TO TRUE.
048400        IF NOT GK-TAB-NO-ACTION(GK-I)
048500            GO TO 3200-EXIT
048600        END-IF.
048700        IF GA-ACK-ACCEPTED
048800            MOVE 'B' TO GK-TAB-ACT-SW(GK-I)
048900        ELSE
049000            PERFORM 3500-REJECT-LINE THRU 3500-EXIT
049100        END-IF.
049200    3200-EXIT.
049300        EXIT.
049400
049500    3300-APPLY-LINE.
049600        IF GK-TAB-BATCH(GK-I) NOT = GA-ACK-BATCH
049700            OR GK-TAB-DATE(GK-I) NOT = GA-ACK-DATE
049800            OR GK-TAB-ACCOUNT(GK-I) NOT = GA-ACK-ACCOUNT
049900            OR GK-TAB-ACT-SW(GK-I) = 'X'
050000            GO TO 3300-EXIT
050100        END-IF.
050200        SET GK-ITEM-FOUND TO TRUE.
050300        IF GA-ACK-ACCEPTED
050400            MOVE 'A' TO GK-TAB-ACT-SW(GK-I)
050500        ELSE
050600            PERFORM 3500-REJECT-LINE THRU 3500-EXIT
050700        END-IF.
050800    3300-EXIT.
050900        EXIT.
051000
051100    3400-FLAG-NOMATCH.
051200        ADD 1 TO GK-NOMATCH-COUNT.
051300        MOVE SPACES TO GK-RPT-LINE.
051400        STRING 'ACKNOWLEDGEMENT ' GA-ACK-TYPE ' '
051500            GA-ACK-BATCH ' ' GA-ACK-DATE ' ' GA-ACK-ACCOUNT ' '
051600            GA-ACK-STATUS ' MATCHES NOTHING OUTSTANDING'
051700            DELIMITED BY SIZE INTO GK-RPT-LINE.
051800        WRITE GK-REPORT-RECORD.
051900    3400-EXIT.
052000        EXIT.
052100
052200    3500-REJECT-LINE.
052300        MOVE 'R'                TO GK-TAB-ACT-SW(GK-I).
052400        MOVE 'R'                TO GK-TAB-STATUS(GK-I).
052500        MOVE GA-ACK-REASON      TO GK-TAB-REASON(GK-I).
052600        MOVE GA-ACK-REASON-TEXT TO GK-TAB-REASON-TEXT(GK-I).
052700        MOVE GK-RUN-DATE        TO GK-TAB-ACK-DATE(GK-I).
052800    3500-EXIT.
052900        EXIT.
053000
053100******************************************************************
053200*    4000-WRITE-NEW-MASTER - CARRY EVERY LINE NOT ACCEPTED OR    *
053300*    SUPERSEDED THIS RUN FORWARD TO THE NEW MASTER, AND COUNT    *
053400*    THIS RUN'S VERDICTS.  THE JOB ROLLS GLOUTN OVER GLOUTS      *
053500*    ONLY AFTER THIS STEP ENDS CLEANLY.                          *
053600******************************************************************
053700    4000-WRITE-NEW-MASTER.
053800        PERFORM 4100-WRITE-ONE-ITEM THRU 4100-EXIT
053900            VARYING GK-I FROM 1 BY 1
054000                UNTIL GK-I > GK-TAB-USED.
054100    4000-EXIT.
054200        EXIT.
054300
054400    4100-WRITE-ONE-ITEM.
054500        IF GK-TAB-ACT-SW(GK-I) = 'R'
054600            ADD 1 TO GK-REJECTED-COUNT
054700        END-IF.
054800        IF GK-TAB-CLEARED(GK-I)
054900            IF GK-TAB-ACT-SW(GK-I) NOT = 'X'
055000                ADD 1 TO GK-ACCEPTED-COUNT
055100            END-IF
055200            GO TO 4100-EXIT
055300        END-IF.
055400        MOVE GK-TAB-BATCH(GK-I)       TO GK-CURR-BATCH.
055500        MOVE GK-TAB-DATE(GK-I)        TO GK-CURR-DATE.
055600        MOVE GK-TAB-ACCOUNT(GK-I)     TO GK-CURR-ACCOUNT.
055700        MOVE GK-TAB-DC(GK-I)          TO GK-CURR-DC.
055800        MOVE GK-TAB-AMOUNT(GK-I)      TO GK-CURR-AMOUNT.
055900        MOVE GK-TAB-SOURCE(GK-I)      TO GK-CURR-SOURCE.
056000        MOVE GK-TAB-PRIOR-SW(GK-I)    TO GK-CURR-PRIOR-SW.
056100        MOVE GK-TAB-STATUS(GK-I)      TO GK-CURR-STATUS.
056200        MOVE GK-TAB-REASON(GK-I)      TO GK-CURR-REASON.
056300        MOVE GK-TAB-REASON-TEXT(GK-I) TO GK-CURR-REASON-TEXT.
056400        MOVE GK-TAB-ACK-DATE(GK-I)    TO GK-CURR-ACK-DATE.
056500        MOVE GK-CURR-RECORD           TO GK-MSTNEW-RECORD.
056600        WRITE GK-MSTNEW-RECORD.
056700        ADD 1 TO GK-CARRIED-COUNT.
056800    4100-EXIT.
056900        EXIT.
057000
057100******************************************************************
057200*    5000-AGEING-REPORT - ONE LINE PER OUTSTANDING LINE WITH     *
057300*    ITS STATUS, ITS AGE IN BUSINESS DAYS, AND THE LEDGER'S      *
057400*    REASON WHERE IT WAS REJECTED.  A LINE OLDER THAN THE LIMIT  *
057500*    IS MARKED OVERDUE.  CLOSED BY THE RUN'S ACKNOWLEDGEMENT     *
057600*    COUNTS AND THE OUTSTANDING TOTALS.                          *
057700******************************************************************
057800    5000-AGEING-REPORT.
057900        MOVE SPACES TO GK-RPT-LINE.
058000        WRITE GK-REPORT-RECORD.
058100        MOVE 'BATCH  EXTR DATE ACCOUNT    D/C   AMOUNT  SRC  '
058200            TO GK-RPT-LINE.
058300        MOVE 'STATUS          AGE         REASON'
058400            TO GK-RPT-LINE(51:34).
058500        WRITE GK-REPORT-RECORD.
058600        MOVE ZERO TO GK-AGE-DATE.
058700        PERFORM 5100-REPORT-ONE-ITEM THRU 5100-EXIT
058800            VARYING GK-I FROM 1 BY 1
058900                UNTIL GK-I > GK-TAB-USED.
059000        PERFORM 5300-REPORT-TOTALS THRU 5300-EXIT.
059100    5000-EXIT.
059200        EXIT.
059300
059400    5100-REPORT-ONE-ITEM.
059500        IF GK-TAB-CLEARED(GK-I)
059600            GO TO 5100-EXIT
059700        END-IF.
059800        IF GK-TAB-DATE(GK-I) NOT = GK-AGE-DATE
059900            MOVE GK-TAB-DATE(GK-I) TO GK-AGE-DATE
060000            PERFORM 5200-COUNT-BUSINESS-DAYS THRU 5200-EXIT
060100        END-IF.
060200        IF GK-TAB-REJECTED(GK-I)
060300            ADD 1 TO GK-REJECT-COUNT
060400            IF GK-TAB-DC(GK-I) = 'D'
060500                ADD GK-TAB-AMOUNT(GK-I) TO GK-REJECT-DEBITS
060600            ELSE
060700                ADD GK-TAB-AMOUNT(GK-I) TO GK-REJECT-CREDITS
060800            END-IF
060900        ELSE
061000            ADD 1 TO GK-UNACK-COUNT
061100            IF GK-TAB-DC(GK-I) = 'D'
061200                ADD GK-TAB-AMOUNT(GK-I) TO GK-UNACK-DEBITS
061300            ELSE
061400                ADD GK-TAB-AMOUNT(GK-I) TO GK-UNACK-CREDITS
061500            END-IF
061600        END-IF.
061700        MOVE GK-TAB-AMOUNT(GK-I) TO GK-AMOUNT-ED.
061800        MOVE GK-AGE-DAYS TO GK-AGE-ED.
061900        MOVE SPACES TO GK-RPT-LINE.
062000        STRING GK-TAB-BATCH(GK-I) ' '
062100            GK-TAB-DATE(GK-I) '  '
062200            GK-TAB-ACCOUNT(GK-I) ' '
062300            GK-TAB-DC(GK-I) ' '
062400            GK-AMOUNT-ED '  '
062500            GK-TAB-SOURCE(GK-I) ' '
062600            DELIMITED BY SIZE INTO GK-RPT-LINE.
062700        IF GK-TAB-REJECTED(GK-I)
062800            MOVE 'REJECTED' TO GK-RPT-LINE(51:8)
062900            MOVE GK-TAB-REASON(GK-I) TO GK-RPT-LINE(79:4)
063000            MOVE GK-TAB-REASON-TEXT(GK-I) TO GK-RPT-LINE(84:30)
063100        ELSE
063200            MOVE 'UNACKNOWLEDGED' TO GK-RPT-LINE(51:14)
063300        END-IF.
063400        MOVE GK-AGE-ED TO GK-RPT-LINE(67:3).
063500        IF GK-AGE-DAYS > GK-LIMIT-DAYS
063600            MOVE 'OVERDUE' TO GK-RPT-LINE(71:7)
063700            ADD 1 TO GK-OVERDUE-COUNT
063800            SET GK-OVERDUE-ITEMS TO TRUE
063900        END-IF.
064000        WRITE GK-REPORT-RECORD.
064100    5100-EXIT.
064200        EXIT.
064300
064400*    THE AGE IS WORKED OUT ONCE PER EXTRACT DATE - THE TABLE IS
064500*    IN EXTRACT ORDER, SO THE LINES OF ONE EXTRACT ARE TOGETHER.
064600*    DAY 1 OF THE INTEGER DATE BASE (1601-01-01) WAS A MONDAY, SO
064700*    MOD(INT - 1, 7) GIVES 0 FOR MONDAY THROUGH 6 FOR SUNDAY.
064800    5200-COUNT-BUSINESS-DAYS.
064900        MOVE ZERO TO GK-AGE-DAYS.
065000        IF GK-AGE-DATE IS NOT NUMERIC
065100            OR GK-AGE-DATE >= GK-RUN-DATE
065200            GO TO 5200-EXIT
065300        END-IF.
065400        COMPUTE GK-DAY-INT =
065500            FUNCTION INTEGER-OF-DATE(GK-AGE-DATE) + 1.
065600        PERFORM 5210-TRY-ONE-DAY THRU 5210-EXIT
065700            UNTIL GK-DAY-INT > GK-RUN-INT
065800                OR GK-AGE-DAYS = 999.
065900    5200-EXIT.
066000        EXIT.
066100
066200    5210-TRY-ONE-DAY.
066300        COMPUTE GK-DAY-DATE =
066400            FUNCTION DATE-OF-INTEGER(GK-DAY-INT).
066500        COMPUTE GK-WEEKDAY = FUNCTION MOD(GK-DAY-INT - 1 7).
066600        MOVE 'N' TO GK-HOLIDAY-SW.
066700        PERFORM 5220-CHECK-HOLIDAY THRU 5220-EXIT
066800            VARYING GK-H FROM 1 BY 1
066900                UNTIL GK-H > GK-HOL-USED
067000                    OR GK-IS-HOLIDAY.
067100        IF GK-WEEKDAY < 5 AND NOT GK-IS-HOLIDAY
067200            ADD 1 TO GK-AGE-DAYS
067300        END-IF.
067400        ADD 1 TO GK-DAY-INT.
067500    5210-EXIT.
067600        EXIT.
067700
067800    5220-CHECK-HOLIDAY.
067900        IF GK-HOL-DATE(GK-H) = GK-DAY-DATE
068000            SET GK-IS-HOLIDAY TO TRUE
068100        END-IF.
068200    5220-EXIT.
068300        EXIT.
068400
068500    5300-REPORT-TOTALS.
068600        MOVE SPACES TO GK-RPT-LINE.
068700        WRITE GK-REPORT-RECORD.
068800        MOVE SPACES TO GK-RPT-LINE.
068900        STRING 'EXTRACT LINES POSTED=' GK-EXTR-COUNT
069000            '  ACKNOWLEDGEMENTS READ=' GK-ACK-COUNT
069100            '  LINES ACCEPTED=' GK-ACCEPTED-COUNT
069200            '  LINES REJECTED=' GK-REJECTED-COUNT
069300            '  UNMATCHED=' GK-NOMATCH-COUNT
069400            DELIMITED BY SIZE INTO GK-RPT-LINE.
069500        WRITE GK-REPORT-RECORD.
069600        MOVE GK-UNACK-COUNT   TO GK-COUNT-ED.
069700        MOVE SPACES TO GK-RPT-LINE.
069800        STRING 'UNACKNOWLEDGED LINES=' GK-COUNT-ED
069900            DELIMITED BY SIZE INTO GK-RPT-LINE.
070000        MOVE GK-UNACK-DEBITS  TO GK-TOTAL-ED.
070100        MOVE ' DEBITS='       TO GK-RPT-LINE(27:8).
070200        MOVE GK-TOTAL-ED      TO GK-RPT-LINE(35:12).
070300        MOVE GK-UNACK-CREDITS TO GK-TOTAL-ED.
070400        MOVE ' CREDITS='      TO GK-RPT-LINE(47:9).
070500        MOVE GK-TOTAL-ED      TO GK-RPT-LINE(56:12).
070600        WRITE GK-REPORT-RECORD.
070700        MOVE GK-REJECT-COUNT  TO GK-COUNT-ED.
070800        MOVE SPACES TO GK-RPT-LINE.
070900        STRING 'REJECTED LINES=      ' GK-COUNT-ED
071000            DELIMITED BY SIZE INTO GK-RPT-LINE.
071100        MOVE GK-REJECT-DEBITS TO GK-TOTAL-ED.
071200        MOVE ' DEBITS='       TO GK-RPT-LINE(27:8).
071300        MOVE GK-TOTAL-ED      TO GK-RPT-LINE(35:12).
071400        MOVE GK-REJECT-CREDITS TO GK-TOTAL-ED.
071500        MOVE ' CREDITS='      TO GK-RPT-LINE(47:9).
071600        MOVE GK-TOTAL-ED      TO GK-RPT-LINE(56:12).
071700        WRITE GK-REPORT-RECORD.
071800        MOVE GK-OVERDUE-COUNT TO GK-COUNT-ED.
071900        MOVE SPACES TO GK-RPT-LINE.
072000        STRING 'OVERDUE LINES=       ' GK-COUNT-ED
072100            '  (OUTSTANDING MORE THAN ' GK-LIMIT-DAYS
072200            ' BUSINESS DAYS)'
072300            DELIMITED BY SIZE INTO GK-RPT-LINE.
072400        WRITE GK-REPORT-RECORD.
072500    5300-EXIT.
072600        EXIT.
072700
072800******************************************************************
072900*    9000-TERMINATE - WRITE THE RUN STATISTICS RECORD AND CLOSE  *
073000*    THE NEW MASTER AND THE REPORT.                              *
073100******************************************************************
073200    9000-TERMINATE.
073300        PERFORM 9500-WRITE-STATS THRU 9500-EXIT.
073400        CLOSE MAST-NEW.
073500        CLOSE REPORT-FILE.
073600    9000-EXIT.
073700        EXIT.
073800
073900******************************************************************
074000*    9500-WRITE-STATS - APPEND THE STANDARD RUN STATISTICS      *
074100*    RECORD TO THE COMMON JOB-STATISTICS DATASET.  A STATS      *
074200*    FAILURE IS REPORTED BUT NEVER FAILS THE BUSINESS STEP.     *
074300******************************************************************
074400    9500-WRITE-STATS.
074500        OPEN EXTEND STATS-FILE.
074600        IF GK-STATS-STATUS NOT = '00' AND
074700            GK-STATS-STATUS NOT = '05'
074800            DISPLAY 'SPOJ-GLACK: COULD NOT OPEN JOBSTATS, '
074900                'STATUS = ' GK-STATS-STATUS
075000            GO TO 9500-EXIT
075100        END-IF.
075200        MOVE 'GLACK'          TO JS-STAT-STEP.
075300        MOVE GK-ACK-COUNT     TO JS-STAT-READ.
075400        MOVE GK-CARRIED-COUNT TO JS-STAT-WRITTEN.
075500        MOVE GK-NOMATCH-COUNT TO JS-STAT-REJECTED.
075600        MOVE ZERO             TO JS-STAT-TOTAL.
075700        MOVE GK-START-TIME    TO JS-STAT-START.
075800        ACCEPT GK-TIME-WK FROM TIME.
075900        MOVE GK-TIME-WK(1:6)  TO JS-STAT-END.
076000        WRITE JS-STAT-RECORD.
076100        CLOSE STATS-FILE.
076200    9500-EXIT.
076300        EXIT.
