000100******************************************************************
000200*    PROGRAM......: SPOJ-CLOSE                                   *
000300*    AUTHOR.......: J. MORAES                                    *
000400*    INSTALLATION.: BATCH SYSTEMS GROUP                          *
000500*    DATE-WRITTEN.: 2026-10-15                                   *
000600*    DATE-COMPILED: 2026-10-15                                   *
000700*    DESCRIPTION..: MONTH-END PERIOD CLOSE, RUN ON DEMAND (NOT   *
000800*                   PART OF THE NIGHTLY JOB) AFTER THE LAST      *
000900*                   BUSINESS DAY OF THE MONTH HAS BEEN RUN.      *
001000*                   ACTS ON ONE PERIOD ACTION RECORD (DD/ENV     *
001100*                   NAME PERACT):                                *
001200*                   'C' CLOSES THE MONTH - EVERY RUN HISTORY     *
001300*                   RECORD OF THE MONTH IS MARKED CLOSED ON THE  *
001400*                   HISTORY MASTER (HISTMST IN, HISTNEW OUT),    *
001500*                   A MONTH-END CLOSING STATEMENT IS PRINTED     *
001600*                   (CLOSRPT: RUNS, RECORDS, NET TOTAL, GENERAL- *
001700*                   LEDGER EXTRACT DEBITS AND CREDITS, AND THE   *
001800*                   SUSPENSE ITEMS STILL OUTSTANDING ON          *
001900*                   SUSPMST), AND THE MONTH IS MARKED CLOSED ON  *
002000*                   THE PERIOD CONTROL FILE (PERCTL IN, PERCTLN  *
002100*                   OUT).  A MONTH WHOSE LAST BUSINESS DAY HAS   *
002200*                   NOT YET BEEN PROCESSED (PER PROCCAL), OR     *
002300*                   THAT IS ALREADY CLOSED, IS REFUSED.          *
002400*                   'R' REOPENS A CLOSED MONTH ON THE AUTHORITY  *
002450*                   OF THE OPERATOR NAMED, WHO MUST BE ACTIVE ON *
002500*                   THE OPERATOR MASTER (OPRMST) AND AUTHORIZED  *
002550*                   FOR THE CLOSE FUNCTION - THE CLOSED MARKS    *
002600*                   ARE TAKEN OFF ITS HISTORY RECORDS AND THE    *
002700*                   PERIOD IS MARKED REOPENED, SO THE JOB WILL   *
002800*                   ACCEPT RUN DATES IN IT AGAIN UNTIL THE NEXT  *
002900*                   CLOSE.                                       *
003000*                   A REFUSED ACTION WRITES ITS REASON TO THE    *
003020*                   STATEMENT AND ENDS WITH RETURN CODE 16, OR 4 *
003040*                   WHEN IT IS A REOPEN THE OPERATOR IS NOT      *
003060*                   AUTHORIZED FOR.  EVERY ACTION, APPLIED OR    *
003080*                   REFUSED, IS APPENDED TO THE MAINTENANCE      *
003100*                   ACTIVITY LOG (MNTLOG) WITH THE PERIOD        *
003120*                   CONTROL ENTRY BEFORE AND AFTER.  THE         *
003200*                   OPERATOR MOVES HISTNEW OVER HISTMST AND      *
003300*                   PERCTLN OVER PERCTL ONLY AFTER A CLEAN RUN,  *
003400*                   THE SAME WAY THE JOB ROLLS ITS MASTERS       *
003500*                   FORWARD.                                     *
003600*    MODIFICATION HISTORY.........................................
003700*    DATE       INIT  DESCRIPTION
003800*    ---------- ----  -----------------------------------------
003900*    2026-10-15 JM    ORIGINAL PROGRAM.
003920*    2026-10-15 JM    REOPEN ACCEPTED ONLY FROM AN OPERATOR
003930*                     ACTIVE ON OPRMST AND AUTHORIZED FOR CLOSE
003940*                     (RC 4 IF NOT); EVERY CLOSE AND REOPEN,
003950*                     APPLIED OR REFUSED, LOGGED TO MNTLOG.
004000******************************************************************
004100    IDENTIFICATION DIVISION.
004200    PROGRAM-ID.    MAIN.
004300
004400    ENVIRONMENT DIVISION.
004500    INPUT-OUTPUT SECTION.
004600    FILE-CONTROL.
004700        SELECT ACT-FILE ASSIGN TO "PERACT"
004800            ORGANIZATION IS LINE SEQUENTIAL
004900            FILE STATUS IS CL-ACT-STATUS.
005000        SELECT CAL-FILE ASSIGN TO "PROCCAL"
005100            ORGANIZATION IS LINE SEQUENTIAL
005200            FILE STATUS IS CL-CAL-STATUS.
005300        SELECT PER-OLD ASSIGN TO "PERCTL"
005400            ORGANIZATION IS LINE SEQUENTIAL
005500            FILE STATUS IS CL-PEROLD-STATUS.
005600        SELECT PER-NEW ASSIGN TO "PERCTLN"
005700            ORGANIZATION IS LINE SEQUENTIAL
005800            FILE STATUS IS CL-PERNEW-STATUS.
005900        SELECT HIST-OLD ASSIGN TO "HISTMST"
006000            ORGANIZATION IS LINE SEQUENTIAL
006100            FILE STATUS IS CL-HSTOLD-STATUS.
006200        SELECT HIST-NEW ASSIGN TO "HISTNEW"
006300            ORGANIZATION IS LINE SEQUENTIAL
006400            FILE STATUS IS CL-HSTNEW-STATUS.
006500        SELECT SUSP-FILE ASSIGN TO "SUSPMST"
006600            ORGANIZATION IS LINE SEQUENTIAL
006700            FILE STATUS IS CL-SUSP-STATUS.
006800        SELECT REPORT-FILE ASSIGN TO "CLOSRPT"
006900            ORGANIZATION IS LINE SEQUENTIAL
007000            FILE STATUS IS CL-RPT-STATUS.
007010        SELECT OPR-FILE ASSIGN TO "OPRMST"
007020            ORGANIZATION IS LINE SEQUENTIAL
007030            FILE STATUS IS CL-OPR-STATUS.
007040        SELECT OPTIONAL LOG-FILE ASSIGN TO "MNTLOG"
007050            ORGANIZATION IS LINE SEQUENTIAL
007060            FILE STATUS IS CL-LOG-STATUS.
007100
007200    DATA DIVISION.
007300    FILE SECTION.
007400    FD  ACT-FILE
007500        LABEL RECORDS ARE STANDARD.
007600    COPY "peract.cpy".
007700
007800    FD  CAL-FILE
007900        LABEL RECORDS ARE STANDARD.
008000    COPY "proccal.cpy".
008100
008200    FD  PER-OLD
008300        LABEL RECORDS ARE STANDARD.
008400    COPY "perctl.cpy".
008500
008600    FD  PER-NEW
008700        LABEL RECORDS ARE STANDARD.
008800    01  CL-PERNEW-RECORD            PIC X(39).
008900
009000    FD  HIST-OLD
009100        LABEL RECORDS ARE STANDARD.
009200    COPY "histmst.cpy".
009300
009400    FD  HIST-NEW
009500        LABEL RECORDS ARE STANDARD.
009600    01  CL-HSTNEW-RECORD            PIC X(63).
009700
009800    FD  SUSP-FILE
009900        LABEL RECORDS ARE STANDARD.
010000    COPY "suspmst.cpy".
010100
010200    FD  REPORT-FILE
010300        LABEL RECORDS ARE STANDARD.
010400    COPY "closrpt.cpy".
010500
010510    FD  OPR-FILE
010520        LABEL RECORDS ARE STANDARD.
010530    COPY "oprmst.cpy".
010540
010550    FD  LOG-FILE
010560        LABEL RECORDS ARE STANDARD.
010570    COPY "mntlog.cpy".
010580
010600    WORKING-STORAGE SECTION.
010700    77  CL-ACT-STATUS           PIC X(2)  VALUE '00'.
010800    77  CL-CAL-STATUS           PIC X(2)  VALUE '00'.
010900    77  CL-PEROLD-STATUS        PIC X(2)  VALUE '00'.
011000    77  CL-PERNEW-STATUS        PIC X(2)  VALUE '00'.
011100    77  CL-HSTOLD-STATUS        PIC X(2)  VALUE '00'.
011200    77  CL-HSTNEW-STATUS        PIC X(2)  VALUE '00'.
011300    77  CL-SUSP-STATUS          PIC X(2)  VALUE '00'.
011400    77  CL-RPT-STATUS           PIC X(2)  VALUE '00'.
011420    77  CL-OPR-STATUS           PIC X(2)  VALUE '00'.
011440    77  CL-LOG-STATUS           PIC X(2)  VALUE '00'.
011500
011600    77  CL-TODAY                PIC 9(8)  VALUE ZERO.
011700    77  CL-MONTH                PIC 9(6)  VALUE ZERO.
011800    77  CL-MONTH-MM             PIC 9(2)  VALUE ZERO.
011900    77  CL-OPER                 PIC X(8)  VALUE SPACES.
012000    77  CL-REASON               PIC X(50) VALUE SPACES.
012020    77  CL-REFUSE-RC            PIC 9(2)  VALUE 16.
012040    77  CL-LOG-OUTCOME          PIC X(1)  VALUE 'J'.
012060    77  CL-TIME-WK              PIC 9(8)  VALUE ZERO.
012100
012200    77  CL-LAST-DATE            PIC 9(8)  VALUE ZERO.
012300    77  CL-NEXT-DATE            PIC 9(8)  VALUE ZERO.
012400    77  CL-NEXT-INT             PIC 9(8)  VALUE ZERO COMP.
012500    77  CL-WEEKDAY              PIC 9(1)  VALUE ZERO COMP.
012600    77  CL-SCAN-COUNT           PIC 9(3)  VALUE ZERO COMP.
012700    77  CL-HOL-MAX              PIC 9(3)  VALUE 100 COMP.
012800    77  CL-HOL-USED             PIC 9(3)  VALUE ZERO COMP.
012900    77  CL-H                    PIC 9(3)  VALUE ZERO COMP.
013000
013100    77  CL-PER-MAX              PIC 9(3)  VALUE 600 COMP.
013200    77  CL-PER-USED             PIC 9(3)  VALUE ZERO COMP.
013300    77  CL-PER-I                PIC 9(3)  VALUE ZERO COMP.
013400    77  CL-PER-X                PIC 9(3)  VALUE ZERO COMP.
013500
013600    77  CL-RUNS                 PIC 9(5)  VALUE ZERO.
013700    77  CL-RECORDS              PIC 9(7)  VALUE ZERO.
013800    77  CL-NET-TOTAL            PIC S9(11)V99 VALUE ZERO.
013900    77  CL-GL-DEBITS            PIC 9(11)V99 VALUE ZERO.
014000    77  CL-GL-CREDITS           PIC 9(11)V99 VALUE ZERO.
014100    77  CL-SUSP-COUNT           PIC 9(7)  VALUE ZERO.
014200    77  CL-HIST-COUNT           PIC 9(7)  VALUE ZERO.
014300    77  CL-COUNT-ED             PIC Z(8)9.
014400    77  CL-AMOUNT-ED            PIC -(11)9.99.
014500
014800    77  CL-CAL-EOF-SW           PIC X(1)  VALUE 'N'.
014900        88  CL-CAL-EOF                     VALUE 'Y'.
015000    77  CL-LAST-SEEN-SW         PIC X(1)  VALUE 'N'.
015100        88  CL-LAST-SEEN                   VALUE 'Y'.
015200    77  CL-BUSDAY-SW            PIC X(1)  VALUE 'N'.
015300        88  CL-BUSDAY-FOUND                VALUE 'Y'.
015400    77  CL-HOLIDAY-SW           PIC X(1)  VALUE 'N'.
015500        88  CL-IS-HOLIDAY                  VALUE 'Y'.
015600    77  CL-PEROLD-EOF-SW        PIC X(1)  VALUE 'N'.
015700        88  CL-PEROLD-EOF                  VALUE 'Y'.
015800    77  CL-PER-FOUND-SW         PIC X(1)  VALUE 'N'.
015900        88  CL-PER-FOUND                   VALUE 'Y'.
016000    77  CL-HSTOLD-EOF-SW        PIC X(1)  VALUE 'N'.
016100        88  CL-HSTOLD-EOF                  VALUE 'Y'.
016200    77  CL-HSTOLD-OPEN-SW       PIC X(1)  VALUE 'N'.
016300        88  CL-HSTOLD-OPEN                 VALUE 'Y'.
016400    77  CL-SUSP-EOF-SW          PIC X(1)  VALUE 'N'.
016500        88  CL-SUSP-EOF                    VALUE 'Y'.
016600    77  CL-NEW-WRITTEN-SW       PIC X(1)  VALUE 'N'.
016700        88  CL-NEW-WRITTEN                 VALUE 'Y'.
016800    77  CL-OUTPUT-OPEN-SW       PIC X(1)  VALUE 'N'.
016900        88  CL-OUTPUT-OPEN                 VALUE 'Y'.
016910    77  CL-OPR-EOF-SW           PIC X(1)  VALUE 'N'.
016920        88  CL-OPR-EOF                     VALUE 'Y'.
016930    77  CL-OPR-FOUND-SW         PIC X(1)  VALUE 'N'.
016940        88  CL-OPR-FOUND                   VALUE 'Y'.
016950    77  CL-OPR-OK-SW            PIC X(1)  VALUE 'N'.
016960        88  CL-OPR-OK                      VALUE 'Y'.
016970    77  CL-F                    PIC 9(1)  VALUE ZERO COMP.
016980    77  CL-OPR-REASON           PIC X(30) VALUE SPACES.
017000
017100    01  CL-HOL-TABLE.
017200        05  CL-HOL-DATE OCCURS 100 TIMES
017300                                PIC 9(8).
017400
017500    01  CL-PER-TABLE.
017600        05  CL-PER-ENTRY OCCURS 600 TIMES.
017700            10  CL-PTAB-MONTH       PIC 9(6).
017800            10  CL-PTAB-STATUS      PIC X(1).
017900                88  CL-PTAB-CLOSED         VALUE 'C'.
018000            10  CL-PTAB-CLOSE-DATE  PIC 9(8).
018100            10  CL-PTAB-CLOSE-OPER  PIC X(8).
018200            10  CL-PTAB-REOPEN-DATE PIC 9(8).
018300            10  CL-PTAB-REOPEN-OPER PIC X(8).
018400
018500    01  CL-NEW-PERIOD.
018600        05  CL-NEWP-MONTH           PIC 9(6).
018700        05  CL-NEWP-STATUS          PIC X(1).
018800        05  CL-NEWP-CLOSE-DATE      PIC 9(8).
018900        05  CL-NEWP-CLOSE-OPER      PIC X(8).
019000        05  CL-NEWP-REOPEN-DATE     PIC 9(8).
019100        05  CL-NEWP-REOPEN-OPER     PIC X(8).
019200
019300    PROCEDURE DIVISION.
019400    0000-MAINLINE.
019500        PERFORM 1000-INITIALIZE THRU 1000-EXIT.
019600        PERFORM 2000-VALIDATE-ACTION THRU 2000-EXIT.
019700        IF CL-REASON NOT = SPACES
019800            PERFORM 8000-REFUSE THRU 8000-EXIT
019900            PERFORM 9000-TERMINATE THRU 9000-EXIT
020000            STOP RUN
020100        END-IF.
020200        PERFORM 3000-OPEN-OUTPUTS THRU 3000-EXIT.
020300        PERFORM 4000-UPDATE-HISTORY THRU 4000-EXIT.
020400        IF PA-ACT-CLOSE
020500            PERFORM 5000-COUNT-SUSPENSE THRU 5000-EXIT
020600            PERFORM 6000-CLOSING-STATEMENT THRU 6000-EXIT
020700        ELSE
020800            PERFORM 6500-REOPEN-STATEMENT THRU 6500-EXIT
020900        END-IF.
021000        PERFORM 7000-WRITE-PERIOD-CONTROL THRU 7000-EXIT.
021020        MOVE 'A' TO CL-LOG-OUTCOME.
021040        PERFORM 7500-LOG-ACTION THRU 7500-EXIT.
021100        PERFORM 9000-TERMINATE THRU 9000-EXIT.
021200        STOP RUN.
021300
021400******************************************************************
021500*    1000-INITIALIZE - READ THE PERIOD ACTION RECORD, OPEN THE   *
021600*    STATEMENT, AND LOAD THE PERIOD CONTROL FILE AND THE         *
021700*    PROCESSING CALENDAR.  A MISSING PERIOD CONTROL FILE MEANS   *
021800*    NO MONTH HAS BEEN CLOSED YET.                               *
021900******************************************************************
022000    1000-INITIALIZE.
022100        ACCEPT CL-TODAY FROM DATE YYYYMMDD.
022200        OPEN INPUT ACT-FILE.
022300        IF CL-ACT-STATUS NOT = '00'
022400            DISPLAY 'SPOJ-CLOSE: COULD NOT OPEN PERACT, '
022500                'STATUS = ' CL-ACT-STATUS
022600            MOVE 16 TO RETURN-CODE
022700            STOP RUN
022800        END-IF.
022900        READ ACT-FILE
023000            AT END
023100                DISPLAY 'SPOJ-CLOSE: PERACT IS EMPTY'
023200                MOVE 16 TO RETURN-CODE
023300                CLOSE ACT-FILE
023400                STOP RUN
023500        END-READ.
023600        CLOSE ACT-FILE.
023700        MOVE PA-ACT-OPER TO CL-OPER.
023800        OPEN OUTPUT REPORT-FILE.
023900        IF CL-RPT-STATUS NOT = '00'
024000            DISPLAY 'SPOJ-CLOSE: COULD NOT OPEN CLOSRPT, '
024100                'STATUS = ' CL-RPT-STATUS
024200            MOVE 16 TO RETURN-CODE
024300            STOP RUN
024400        END-IF.
024500        PERFORM 1100-LOAD-PERIODS THRU 1100-EXIT.
024600        PERFORM 1200-LOAD-CALENDAR THRU 1200-EXIT.
024700    1000-EXIT.
024800        EXIT.
024900
025000    1100-LOAD-PERIODS.
025100        OPEN INPUT PER-OLD.
025200        IF CL-PEROLD-STATUS NOT = '00'
025300            GO TO 1100-EXIT
025400        END-IF.
025500        PERFORM 1110-LOAD-ONE-PERIOD THRU 1110-EXIT
025600            UNTIL CL-PEROLD-EOF.
025700        CLOSE PER-OLD.
025800    1100-EXIT.
025900        EXIT.
026000
026100    1110-LOAD-ONE-PERIOD.
026200        READ PER-OLD
026300            AT END
026400                SET CL-PEROLD-EOF TO TRUE
026500            NOT AT END
026600                IF CL-PER-USED >= CL-PER-MAX
026700                    DISPLAY 'SPOJ-CLOSE: MORE PERIODS ON '
026800                        'PERCTL THAN THE TABLE HOLDS'
026900                    MOVE 16 TO RETURN-CODE
027000                    PERFORM 9000-TERMINATE THRU 9000-EXIT
027100                    STOP RUN
027200                END-IF
027300                ADD 1 TO CL-PER-USED
027400                MOVE PD-PER-RECORD TO CL-PER-ENTRY(CL-PER-USED)
027500        END-READ.
027600    1110-EXIT.
027700        EXIT.
027800
027900    1200-LOAD-CALENDAR.
028000        OPEN INPUT CAL-FILE.
028100        IF CL-CAL-STATUS NOT = '00'
028200            GO TO 1200-EXIT
028300        END-IF.
028400        PERFORM 1210-LOAD-ONE-DATE THRU 1210-EXIT
028500            UNTIL CL-CAL-EOF.
028600        CLOSE CAL-FILE.
028700    1200-EXIT.
028800        EXIT.
028900
029000    1210-LOAD-ONE-DATE.
029100        READ CAL-FILE
029200            AT END
029300                SET CL-CAL-EOF TO TRUE
029400            NOT AT END
029500                IF PC-CAL-LAST
029600                    IF PC-CAL-DATE > CL-LAST-DATE
029700                        MOVE PC-CAL-DATE TO CL-LAST-DATE
029800                        SET CL-LAST-SEEN TO TRUE
029900                    END-IF
030000                ELSE
030100                    IF PC-CAL-HOLIDAY
030200                        PERFORM 1220-ADD-HOLIDAY THRU 1220-EXIT
030300                    END-IF
030400                END-IF
030500        END-READ.
030600    1210-EXIT.
030700        EXIT.
030800
030900    1220-ADD-HOLIDAY.
031000        IF CL-HOL-USED >= CL-HOL-MAX
031100            DISPLAY 'SPOJ-CLOSE: MORE HOLIDAYS THAN THE '
031200                'TABLE HOLDS'
031300            MOVE 16 TO RETURN-CODE
031400            PERFORM 9000-TERMINATE THRU 9000-EXIT
031500            STOP RUN
031600        END-IF.
031700        ADD 1 TO CL-HOL-USED.
031800        MOVE PC-CAL-DATE TO CL-HOL-DATE(CL-HOL-USED).
031900    1220-EXIT.
032000        EXIT.
032100
032200******************************************************************
032300*    2000-VALIDATE-ACTION - CHECK THE ACTION AGAINST THE PERIOD  *
032400*    CONTROL FILE AND THE CALENDAR.  ANY REASON TO REFUSE IS     *
032500*    LEFT IN CL-REASON; NOTHING HAS BEEN WRITTEN YET.            *
032600******************************************************************
032700    2000-VALIDATE-ACTION.
032800        IF NOT PA-ACT-CLOSE AND NOT PA-ACT-REOPEN
032900            MOVE 'ACTION CODE IS NOT C OR R' TO CL-REASON
033000            GO TO 2000-EXIT
033100        END-IF.
033200        IF PA-ACT-MONTH IS NOT NUMERIC
033300            MOVE 'PERIOD IS NOT NUMERIC' TO CL-REASON
033400            GO TO 2000-EXIT
033500        END-IF.
033600        MOVE PA-ACT-MONTH TO CL-MONTH.
033700        MOVE CL-MONTH(5:2) TO CL-MONTH-MM.
033800        IF CL-MONTH-MM < 1 OR CL-MONTH-MM > 12
033900            MOVE 'PERIOD MONTH IS NOT 01 THROUGH 12'
034000                TO CL-REASON
034100            GO TO 2000-EXIT
034200        END-IF.
034300        IF CL-OPER = SPACES
034400            MOVE 'NO OPERATOR ID GIVEN' TO CL-REASON
034500            GO TO 2000-EXIT
034600        END-IF.
034700        MOVE 'N' TO CL-PER-FOUND-SW.
034800        MOVE ZERO TO CL-PER-X.
034900        PERFORM 2100-FIND-PERIOD THRU 2100-EXIT
035000            VARYING CL-PER-I FROM 1 BY 1
035100                UNTIL CL-PER-I > CL-PER-USED
035200                    OR CL-PER-FOUND.
035300        IF PA-ACT-CLOSE
035400            PERFORM 2200-VALIDATE-CLOSE THRU 2200-EXIT
035500        ELSE
035600            PERFORM 2300-VALIDATE-REOPEN THRU 2300-EXIT
035700        END-IF.
035800    2000-EXIT.
035900        EXIT.
036000
036100    2100-FIND-PERIOD.
036200        IF CL-PTAB-MONTH(CL-PER-I) = CL-MONTH
036300            SET CL-PER-FOUND TO TRUE
036400            MOVE CL-PER-I TO CL-PER-X
036500        END-IF.
036600    2100-EXIT.
036700        EXIT.
036800
036900******************************************************************
037000*    2200-VALIDATE-CLOSE - THE MONTH MUST NOT ALREADY BE CLOSED, *
037100*    AND ITS LAST BUSINESS DAY MUST HAVE BEEN RUN: THE NEXT      *
037200*    BUSINESS DATE AFTER THE CALENDAR'S LAST-PROCESSED DATE      *
037300*    MUST FALL IN A LATER MONTH.                                 *
037400******************************************************************
037500    2200-VALIDATE-CLOSE.
037600        IF CL-PER-FOUND
037700            IF CL-PTAB-CLOSED(CL-PER-X)
037800                MOVE 'PERIOD IS ALREADY CLOSED' TO CL-REASON
037900                GO TO 2200-EXIT
038000            END-IF
038100        END-IF.
038200        IF NOT CL-LAST-SEEN
038300            MOVE 'NO LAST-PROCESSED DATE ON PROCCAL'
038400                TO CL-REASON
038500            GO TO 2200-EXIT
038600        END-IF.
038700        PERFORM 2210-NEXT-BUSINESS-DATE THRU 2210-EXIT.
038800        IF CL-NEXT-DATE(1:6) NOT > CL-MONTH
038900            MOVE 'LAST BUSINESS DAY OF PERIOD NOT YET RUN'
039000                TO CL-REASON
039100        END-IF.
039200    2200-EXIT.
039300        EXIT.
039400
039500*    THE DAY AFTER THE LAST PROCESSED DATE, ADVANCED PAST
039600*    SATURDAYS, SUNDAYS, AND HOLIDAYS, AS THE CALENDAR CHECK
039700*    WORKS IT OUT.  DAY 1 OF THE INTEGER DATE BASE (1601-01-01)
039800*    WAS A MONDAY, SO MOD(INT - 1, 7) GIVES 0 FOR MONDAY THROUGH
039900*    6 FOR SUNDAY.
040000    2210-NEXT-BUSINESS-DATE.
040100        COMPUTE CL-NEXT-INT =
040200            FUNCTION INTEGER-OF-DATE(CL-LAST-DATE) + 1.
040300        MOVE ZERO TO CL-SCAN-COUNT.
040400        MOVE 'N' TO CL-BUSDAY-SW.
040500        PERFORM 2220-TRY-ONE-DAY THRU 2220-EXIT
040600            UNTIL CL-BUSDAY-FOUND.
040700    2210-EXIT.
040800        EXIT.
040900
041000    2220-TRY-ONE-DAY.
041100        ADD 1 TO CL-SCAN-COUNT.
041200        IF CL-SCAN-COUNT > 366
041300            DISPLAY 'SPOJ-CLOSE: NO BUSINESS DAY WITHIN A '
041400                'YEAR OF THE LAST PROCESSED DATE'
041500            MOVE 16 TO RETURN-CODE
041600            PERFORM 9000-TERMINATE THRU 9000-EXIT
041700            STOP RUN
041800        END-IF.
041900        COMPUTE CL-NEXT-DATE =
042000            FUNCTION DATE-OF-INTEGER(CL-NEXT-INT).
042100        COMPUTE CL-WEEKDAY = FUNCTION MOD(CL-NEXT-INT - 1 7).
042200        MOVE 'N' TO CL-HOLIDAY-SW.
042300        PERFORM 2230-CHECK-HOLIDAY THRU 2230-EXIT
042400            VARYING CL-H FROM 1 BY 1
042500                UNTIL CL-H > CL-HOL-USED
042600                    OR CL-IS-HOLIDAY.
042700        IF CL-WEEKDAY < 5 AND NOT CL-IS-HOLIDAY
042800            SET CL-BUSDAY-FOUND TO TRUE
042900        ELSE
043000            ADD 1 TO CL-NEXT-INT
043100        END-IF.
043200    2220-EXIT.
043300        EXIT.
043400
043500    2230-CHECK-HOLIDAY.
043600        IF CL-HOL-DATE(CL-H) = CL-NEXT-DATE
043700            SET CL-IS-HOLIDAY TO TRUE
043800        END-IF.
043900    2230-EXIT.
044000        EXIT.
044100
044200******************************************************************
044220*    2300-VALIDATE-REOPEN - ONLY A CLOSED MONTH CAN BE REOPENED, *
044240*    AND ONLY BY AN OPERATOR AUTHORIZED FOR IT.  AN OPERATOR     *
044260*    REFUSAL IS LOGGED AS REFUSED AND ENDS WITH THE WARNING      *
044280*    RETURN CODE 4; EVERY OTHER REFUSAL IS A REJECTION (RC 16).  *
044400******************************************************************
044500    2300-VALIDATE-REOPEN.
044600        IF NOT CL-PER-FOUND
044700            MOVE 'PERIOD HAS NEVER BEEN CLOSED' TO CL-REASON
044800            GO TO 2300-EXIT
044900        END-IF.
045000        IF NOT CL-PTAB-CLOSED(CL-PER-X)
045100            MOVE 'PERIOD IS NOT CLOSED' TO CL-REASON
045110            GO TO 2300-EXIT
045120        END-IF.
045130        PERFORM 2400-CHECK-OPERATOR THRU 2400-EXIT.
045140        IF NOT CL-OPR-OK
045150            MOVE CL-OPR-REASON TO CL-REASON
045160            MOVE 'R' TO CL-LOG-OUTCOME
045170            MOVE 4 TO CL-REFUSE-RC
045200        END-IF.
045300    2300-EXIT.
045301        EXIT.
045302
045303******************************************************************
045304*    2400-CHECK-OPERATOR - LOOK THE REOPENING OPERATOR UP ON THE *
045305*    OPERATOR MASTER: THE OPERATOR MUST BE ON IT, ACTIVE, AND    *
045306*    AUTHORIZED FOR CLOSE.  WITHOUT AN OPERATOR MASTER NO        *
045307*    OPERATOR IS AUTHORIZED.                                     *
045308******************************************************************
045309    2400-CHECK-OPERATOR.
045310        MOVE 'N' TO CL-OPR-OK-SW.
045311        MOVE 'N' TO CL-OPR-FOUND-SW.
045312        MOVE 'N' TO CL-OPR-EOF-SW.
045313        MOVE 'OPERATOR UNKNOWN' TO CL-OPR-REASON.
045314        OPEN INPUT OPR-FILE.
045315        IF CL-OPR-STATUS NOT = '00'
045316            DISPLAY 'SPOJ-CLOSE: OPRMST NOT AVAILABLE, STATUS = '
045317                CL-OPR-STATUS ' - NO OPERATOR IS AUTHORIZED'
045318            GO TO 2400-EXIT
045319        END-IF.
045320        PERFORM 2410-READ-OPERATOR THRU 2410-EXIT
045321            UNTIL CL-OPR-EOF
045322                OR CL-OPR-FOUND.
045323        CLOSE OPR-FILE.
045324    2400-EXIT.
045325        EXIT.
045326
045327    2410-READ-OPERATOR.
045328        READ OPR-FILE
045329            AT END
045330                SET CL-OPR-EOF TO TRUE
045331                GO TO 2410-EXIT
045332        END-READ.
045333        IF OP-OPR-ID NOT = CL-OPER
045334            GO TO 2410-EXIT
045335        END-IF.
045336        SET CL-OPR-FOUND TO TRUE.
045337        IF NOT OP-OPR-ACTIVE
045338            MOVE 'OPERATOR REVOKED' TO CL-OPR-REASON
045339            GO TO 2410-EXIT
045340        END-IF.
045341        MOVE 'OPERATOR NOT AUTHORIZED' TO CL-OPR-REASON.
045342        PERFORM 2420-CHECK-FUNC THRU 2420-EXIT
045343            VARYING CL-F FROM 1 BY 1
045344                UNTIL CL-F > 8
045345                    OR CL-OPR-OK.
045346    2410-EXIT.
045347        EXIT.
045348
045349    2420-CHECK-FUNC.
045350        IF OP-OPR-FUNC(CL-F) = 'CLOSE'
045351            SET CL-OPR-OK TO TRUE
045352            MOVE SPACES TO CL-OPR-REASON
045353        END-IF.
045354    2420-EXIT.
045400        EXIT.
045500
045600******************************************************************
045700*    3000-OPEN-OUTPUTS - OPEN THE OLD AND NEW HISTORY MASTERS    *
045800*    AND THE NEW PERIOD CONTROL FILE.  A MISSING OLD HISTORY     *
045900*    MASTER MEANS NO RUN HAS BEEN POSTED YET, NOT AN ERROR.      *
046000******************************************************************
046100    3000-OPEN-OUTPUTS.
046200        OPEN INPUT HIST-OLD.
046300        IF CL-HSTOLD-STATUS = '00'
046400            SET CL-HSTOLD-OPEN TO TRUE
046500        ELSE
046600            SET CL-HSTOLD-EOF TO TRUE
046700        END-IF.
046800        OPEN OUTPUT HIST-NEW.
046900        OPEN OUTPUT PER-NEW.
047000        SET CL-OUTPUT-OPEN TO TRUE.
047100        IF CL-HSTNEW-STATUS NOT = '00'
047200            OR CL-PERNEW-STATUS NOT = '00'
047300            DISPLAY 'SPOJ-CLOSE: COULD NOT OPEN HISTNEW/PERCTLN'
047400            MOVE 16 TO RETURN-CODE
047500            PERFORM 9000-TERMINATE THRU 9000-EXIT
047600            STOP RUN
047700        END-IF.
047800    3000-EXIT.
047900        EXIT.
048000
048100******************************************************************
048200*    4000-UPDATE-HISTORY - COPY THE HISTORY MASTER FORWARD.      *
048300*    EVERY RECORD OF THE MONTH IS MARKED CLOSED (OR, ON A        *
048400*    REOPEN, HAS ITS MARK TAKEN OFF) AND ROLLED INTO THE         *
048500*    MONTH'S STATEMENT TOTALS.  A RECORD POSTED BEFORE THE GL    *
048600*    TOTALS WERE CARRIED COUNTS AS ZERO FOR THEM.                *
048700******************************************************************
048800    4000-UPDATE-HISTORY.
048900        PERFORM 4100-COPY-ONE THRU 4100-EXIT
049000            UNTIL CL-HSTOLD-EOF.
049100    4000-EXIT.
049200        EXIT.
049300
049400    4100-COPY-ONE.
049500        READ HIST-OLD
049600            AT END
049700                SET CL-HSTOLD-EOF TO TRUE
049800                GO TO 4100-EXIT
049900        END-READ.
050000        IF HS-HIST-DATE(1:6) = CL-MONTH
050100            PERFORM 4200-APPLY-MONTH THRU 4200-EXIT
050200        END-IF.
050300        MOVE HS-HIST-RECORD TO CL-HSTNEW-RECORD.
050400        WRITE CL-HSTNEW-RECORD.
050500        ADD 1 TO CL-HIST-COUNT.
050600    4100-EXIT.
050700        EXIT.
050800
050900    4200-APPLY-MONTH.
051000        IF PA-ACT-REOPEN
051100            MOVE SPACE TO HS-HIST-CLOSED-SW
051200            GO TO 4200-EXIT
051300        END-IF.
051400        MOVE 'C' TO HS-HIST-CLOSED-SW.
051500        ADD 1 TO CL-RUNS.
051600        ADD HS-HIST-SOMA-COUNT TO CL-RECORDS.
051700        ADD HS-HIST-SOMA-TOTAL TO CL-NET-TOTAL.
051800        IF HS-HIST-GL-DEBITS IS NUMERIC
051900            ADD HS-HIST-GL-DEBITS TO CL-GL-DEBITS
052000        END-IF.
052100        IF HS-HIST-GL-CREDITS IS NUMERIC
052200            ADD HS-HIST-GL-CREDITS TO CL-GL-CREDITS
052300        END-IF.
052400    4200-EXIT.
052500        EXIT.
052600
052700******************************************************************
052800*    5000-COUNT-SUSPENSE - EVERY ITEM ON THE SUSPENSE MASTER IS  *
052900*    STILL OUTSTANDING; AN ITEM LEAVES IT ONLY WHEN IT IS        *
053000*    RESUBMITTED.  NO MASTER MEANS NOTHING IS OUTSTANDING.       *
053100******************************************************************
053200    5000-COUNT-SUSPENSE.
053300        OPEN INPUT SUSP-FILE.
053400        IF CL-SUSP-STATUS NOT = '00'
053500            GO TO 5000-EXIT
053600        END-IF.
053700        PERFORM 5100-COUNT-ONE THRU 5100-EXIT
053800            UNTIL CL-SUSP-EOF.
053900        CLOSE SUSP-FILE.
054000    5000-EXIT.
054100        EXIT.
054200
054300    5100-COUNT-ONE.
054400        READ SUSP-FILE
054500            AT END
054600                SET CL-SUSP-EOF TO TRUE
054700            NOT AT END
054800                ADD 1 TO CL-SUSP-COUNT
054900        END-READ.
055000    5100-EXIT.
055100        EXIT.
055200
055300******************************************************************
055400*    6000-CLOSING-STATEMENT - PRINT THE MONTH-END CLOSING        *
055500*    STATEMENT FROM THE TOTALS GATHERED WHILE THE HISTORY        *
055600*    MASTER WAS COPIED, AND SET THE MONTH CLOSED IN THE PERIOD   *
055700*    CONTROL ENTRY TO BE WRITTEN.                                *
055800******************************************************************
055900    6000-CLOSING-STATEMENT.
056000        MOVE SPACES TO CL-RPT-LINE.
056100        STRING 'MONTH-END CLOSING STATEMENT  PERIOD ' CL-MONTH
056200            DELIMITED BY SIZE INTO CL-RPT-LINE.
056300        WRITE CL-REPORT-RECORD.
056400        MOVE SPACES TO CL-RPT-LINE.
056500        STRING 'CLOSED BY ' CL-OPER '  ON ' CL-TODAY
056600            '  LAST PROCESSED DATE ' CL-LAST-DATE
056700            DELIMITED BY SIZE INTO CL-RPT-LINE.
056800        WRITE CL-REPORT-RECORD.
056900        MOVE SPACES TO CL-RPT-LINE.
057000        WRITE CL-REPORT-RECORD.
057100        MOVE CL-RUNS TO CL-COUNT-ED.
057200        MOVE SPACES TO CL-RPT-LINE.
057300        STRING 'RUNS POSTED ..............' CL-COUNT-ED
057400            DELIMITED BY SIZE INTO CL-RPT-LINE.
057500        WRITE CL-REPORT-RECORD.
057600        MOVE CL-RECORDS TO CL-COUNT-ED.
057700        MOVE SPACES TO CL-RPT-LINE.
057800        STRING 'RECORDS POSTED ...........' CL-COUNT-ED
057900            DELIMITED BY SIZE INTO CL-RPT-LINE.
058000        WRITE CL-REPORT-RECORD.
058100        MOVE CL-NET-TOTAL TO CL-AMOUNT-ED.
058200        MOVE SPACES TO CL-RPT-LINE.
058300        STRING 'NET TOTAL ................' CL-AMOUNT-ED
058400            DELIMITED BY SIZE INTO CL-RPT-LINE.
058500        WRITE CL-REPORT-RECORD.
058600        MOVE CL-GL-DEBITS TO CL-AMOUNT-ED.
058700        MOVE SPACES TO CL-RPT-LINE.
058800        STRING 'GL EXTRACT DEBITS ........' CL-AMOUNT-ED
058900            DELIMITED BY SIZE INTO CL-RPT-LINE.
059000        WRITE CL-REPORT-RECORD.
059100        MOVE CL-GL-CREDITS TO CL-AMOUNT-ED.
059200        MOVE SPACES TO CL-RPT-LINE.
059300        STRING 'GL EXTRACT CREDITS .......' CL-AMOUNT-ED
059400            DELIMITED BY SIZE INTO CL-RPT-LINE.
059500        WRITE CL-REPORT-RECORD.
059600        MOVE CL-SUSP-COUNT TO CL-COUNT-ED.
059700        MOVE SPACES TO CL-RPT-LINE.
059800        STRING 'SUSPENSE ITEMS OUTSTANDING' CL-COUNT-ED
059900            DELIMITED BY SIZE INTO CL-RPT-LINE.
060000        WRITE CL-REPORT-RECORD.
060100        MOVE SPACES TO CL-RPT-LINE.
060200        WRITE CL-REPORT-RECORD.
060300        MOVE SPACES TO CL-RPT-LINE.
060400        STRING 'PERIOD ' CL-MONTH ' MARKED CLOSED'
060500            DELIMITED BY SIZE INTO CL-RPT-LINE.
060600        WRITE CL-REPORT-RECORD.
060700        IF CL-PER-FOUND
060800            MOVE CL-PER-ENTRY(CL-PER-X) TO CL-NEW-PERIOD
060900        ELSE
061000            MOVE CL-MONTH TO CL-NEWP-MONTH
061100            MOVE ZERO     TO CL-NEWP-REOPEN-DATE
061200            MOVE SPACES   TO CL-NEWP-REOPEN-OPER
061300        END-IF.
061400        MOVE 'C'      TO CL-NEWP-STATUS.
061500        MOVE CL-TODAY TO CL-NEWP-CLOSE-DATE.
061600        MOVE CL-OPER  TO CL-NEWP-CLOSE-OPER.
061700        DISPLAY 'SPOJ-CLOSE: PERIOD ' CL-MONTH ' CLOSED BY '
061800            CL-OPER.
061900    6000-EXIT.
062000        EXIT.
062100
062200******************************************************************
062300*    6500-REOPEN-STATEMENT - NOTE THE REOPEN ON THE STATEMENT    *
062400*    AND SET THE MONTH REOPENED IN THE PERIOD CONTROL ENTRY TO   *
062500*    BE WRITTEN, KEEPING WHO CLOSED IT AND WHEN.                 *
062600******************************************************************
062700    6500-REOPEN-STATEMENT.
062800        MOVE CL-PER-ENTRY(CL-PER-X) TO CL-NEW-PERIOD.
062900        MOVE 'R'      TO CL-NEWP-STATUS.
063000        MOVE CL-TODAY TO CL-NEWP-REOPEN-DATE.
063100        MOVE CL-OPER  TO CL-NEWP-REOPEN-OPER.
063200        MOVE SPACES TO CL-RPT-LINE.
063300        STRING 'PERIOD ' CL-MONTH ' REOPENED BY ' CL-OPER
063400            '  ON ' CL-TODAY
063500            DELIMITED BY SIZE INTO CL-RPT-LINE.
063600        WRITE CL-REPORT-RECORD.
063700        MOVE SPACES TO CL-RPT-LINE.
063800        STRING '(CLOSED BY ' CL-NEWP-CLOSE-OPER
063900            '  ON ' CL-NEWP-CLOSE-DATE ')'
064000            DELIMITED BY SIZE INTO CL-RPT-LINE.
064100        WRITE CL-REPORT-RECORD.
064200        DISPLAY 'SPOJ-CLOSE: PERIOD ' CL-MONTH ' REOPENED BY '
064300            CL-OPER.
064400    6500-EXIT.
064500        EXIT.
064600
064700******************************************************************
064800*    7000-WRITE-PERIOD-CONTROL - WRITE THE NEW PERIOD CONTROL    *
064900*    FILE IN MONTH ORDER: THE UPDATED ENTRY REPLACES THE OLD     *
065000*    ONE FOR ITS MONTH, OR IS SLOTTED IN AHEAD OF THE FIRST      *
065100*    LATER MONTH.                                                *
065200******************************************************************
065300    7000-WRITE-PERIOD-CONTROL.
065400        PERFORM 7100-WRITE-ONE-PERIOD THRU 7100-EXIT
065500            VARYING CL-PER-I FROM 1 BY 1
065600                UNTIL CL-PER-I > CL-PER-USED.
065700        IF NOT CL-NEW-WRITTEN
065800            PERFORM 7200-WRITE-NEW-PERIOD THRU 7200-EXIT
065900        END-IF.
066000    7000-EXIT.
066100        EXIT.
066200
066300    7100-WRITE-ONE-PERIOD.
066400        IF NOT CL-NEW-WRITTEN
066500            IF CL-PTAB-MONTH(CL-PER-I) = CL-NEWP-MONTH
066600                PERFORM 7200-WRITE-NEW-PERIOD THRU 7200-EXIT
066700                GO TO 7100-EXIT
066800            END-IF
066900            IF CL-PTAB-MONTH(CL-PER-I) > CL-NEWP-MONTH
067000                PERFORM 7200-WRITE-NEW-PERIOD THRU 7200-EXIT
067100            END-IF
067200        END-IF.
067300        MOVE CL-PER-ENTRY(CL-PER-I) TO CL-PERNEW-RECORD.
067400        WRITE CL-PERNEW-RECORD.
067500    7100-EXIT.
067600        EXIT.
067700
067800    7200-WRITE-NEW-PERIOD.
067900        MOVE CL-NEW-PERIOD TO CL-PERNEW-RECORD.
068000        WRITE CL-PERNEW-RECORD.
068100        SET CL-NEW-WRITTEN TO TRUE.
068200    7200-EXIT.
068300        EXIT.
068400
068500******************************************************************
068505*    7500-LOG-ACTION - APPEND THE ACTION'S ACTIVITY LOG RECORD.  *
068510*    THE BEFORE IMAGE IS THE MONTH'S PERIOD CONTROL ENTRY AS IT  *
068515*    STOOD (SPACES IF THE MONTH HAS NONE YET); THE AFTER IMAGE   *
068520*    IS THE ENTRY WRITTEN, OR THE ACTION RECORD AS SUPPLIED WHEN *
068525*    NOTHING WAS APPLIED.  THE CLOSE RUNS OFF-CYCLE, SO IT LOGS  *
068530*    THE SYSTEM DATE AND BATCH ZERO.  THE LOG IS THE AUDIT OF    *
068535*    WHO CLOSED AND REOPENED THE BOOKS, SO A LOG THAT CANNOT BE  *
068540*    OPENED STOPS THE RUN.                                       *
068545******************************************************************
068550    7500-LOG-ACTION.
068555        MOVE CL-TODAY         TO ML-LOG-DATE.
068560        ACCEPT CL-TIME-WK FROM TIME.
068565        MOVE CL-TIME-WK(1:6)  TO ML-LOG-TIME.
068570        MOVE ZERO             TO ML-LOG-BATCH.
068575        MOVE 'CLOSE'          TO ML-LOG-FUNC.
068580        MOVE CL-OPER          TO ML-LOG-OPER.
068585        IF PA-ACT-CLOSE
068590            MOVE 'CLOSE'      TO ML-LOG-ACTION
068595        ELSE
068600            IF PA-ACT-REOPEN
068605                MOVE 'REOPEN' TO ML-LOG-ACTION
068610            ELSE
068615                MOVE PA-ACT-CODE TO ML-LOG-ACTION
068620            END-IF
068625        END-IF.
068630        MOVE PA-ACT-MONTH     TO ML-LOG-KEY.
068635        MOVE CL-LOG-OUTCOME   TO ML-LOG-OUTCOME.
068640        MOVE CL-REASON        TO ML-LOG-REASON.
068645        MOVE SPACES           TO ML-LOG-BEFORE.
068650        IF CL-PER-FOUND
068655            MOVE CL-PER-ENTRY(CL-PER-X) TO ML-LOG-BEFORE
068660        END-IF.
068665        IF CL-LOG-OUTCOME = 'A'
068670            MOVE CL-NEW-PERIOD  TO ML-LOG-AFTER
068675        ELSE
068680            MOVE PA-ACT-RECORD  TO ML-LOG-AFTER
068685        END-IF.
068690        OPEN EXTEND LOG-FILE.
068695        IF CL-LOG-STATUS NOT = '00' AND
068700            CL-LOG-STATUS NOT = '05'
068705            DISPLAY 'SPOJ-CLOSE: COULD NOT OPEN MNTLOG, '
068710                'STATUS = ' CL-LOG-STATUS
068715            MOVE 16 TO RETURN-CODE
068720            PERFORM 9000-TERMINATE THRU 9000-EXIT
068725            STOP RUN
068730        END-IF.
068735        WRITE ML-LOG-RECORD.
068740        CLOSE LOG-FILE.
068745    7500-EXIT.
068750        EXIT.
068755
068760******************************************************************
068765*    8000-REFUSE - PRINT AND LOG WHY THE ACTION WAS REFUSED.  NO *
068770*    NEW MASTER IS WRITTEN, AND THE RETURN CODE (16, OR 4 FOR AN *
068775*    UNAUTHORIZED REOPEN) TELLS THE OPERATOR NOT TO MOVE         *
068780*    ANYTHING FORWARD.                                           *
068900******************************************************************
069000    8000-REFUSE.
069100        MOVE SPACES TO CL-RPT-LINE.
069200        STRING 'PERIOD ACTION ' PA-ACT-CODE ' FOR ' PA-ACT-MONTH
069300            ' BY ' CL-OPER ' REFUSED'
069400            DELIMITED BY SIZE INTO CL-RPT-LINE.
069500        WRITE CL-REPORT-RECORD.
069600        MOVE SPACES TO CL-RPT-LINE.
069700        STRING 'REASON: ' CL-REASON
069800            DELIMITED BY SIZE INTO CL-RPT-LINE.
069900        WRITE CL-REPORT-RECORD.
070000        DISPLAY 'SPOJ-CLOSE: PERIOD ACTION REFUSED - '
070100            CL-REASON.
070150        PERFORM 7500-LOG-ACTION THRU 7500-EXIT.
070200        MOVE CL-REFUSE-RC TO RETURN-CODE.
070300    8000-EXIT.
070400        EXIT.
070500
070600******************************************************************
070700*    9000-TERMINATE - CLOSE THE STATEMENT AND, IF THEY WERE      *
070800*    OPENED, THE HISTORY MASTERS AND THE NEW PERIOD CONTROL      *
070900*    FILE.                                                       *
071000******************************************************************
071100    9000-TERMINATE.
071200        CLOSE REPORT-FILE.
071300        IF CL-HSTOLD-OPEN
071400            CLOSE HIST-OLD
071500        END-IF.
071600        IF CL-OUTPUT-OPEN
071700            CLOSE HIST-NEW
071800            CLOSE PER-NEW
071900        END-IF.
072000    9000-EXIT.
072100        EXIT.
