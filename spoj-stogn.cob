000100******************************************************************
000200*    PROGRAM......: SPOJ-STOGN                                   *
000300*    AUTHOR.......: J. MORAES                                    *
000400*    INSTALLATION.: BATCH SYSTEMS GROUP                          *
000500*    DATE-WRITTEN.: 2026-10-15                                   *
000600*    DATE-COMPILED: 2026-10-15                                   *
000700*    DESCRIPTION..: STANDING-ORDER GENERATOR.  RUNS AHEAD OF THE *
000800*                   FRONT-END EDIT.  COPIES THE NIGHT'S BRANCH   *
000900*                   TRANSMISSIONS (TRANSIN) COVER TO COVER TO    *
001000*                   TRANSGEN AND APPENDS ONE TRANSMISSION PER    *
001100*                   BRANCH FOR THE STANDING ORDERS (STOMST,      *
001200*                   OPTIONAL) THAT FALL DUE - A 'B' BRANCH       *
001300*                   HEADER, ONE AMOUNT RECORD PER OCCURRENCE,    *
001400*                   AND THE 'T' AND 'C' TRAILERS - SO THE        *
001500*                   GENERATED RECORDS GO THROUGH THE SAME EDIT,  *
001600*                   DUPLICATE CHECK AND POSTING AS THE KEYED     *
001700*                   ONES.  AN ORDER FALLS DUE ON EVERY DATE      *
001800*                   AFTER THE LAST PROCESSED DATE ON PROCCAL UP  *
001900*                   TO AND INCLUDING THE BATCHCTL RUN DATE, SO   *
002000*                   AN OCCURRENCE THAT FALLS ON A WEEKEND OR     *
002100*                   HOLIDAY ROLLS FORWARD TO THE NEXT BUSINESS   *
002200*                   RUN.  THE DOCUMENT REFERENCE IS BUILT FROM   *
002300*                   THE ORDER'S PATTERN AND THE DATE THE         *
002400*                   OCCURRENCE WAS DUE, SO A RERUN GENERATES THE *
002500*                   SAME REFERENCES AND THE DUPLICATE CHECK      *
002600*                   STOPS ONE POSTING TWICE.  THE SCHEDULE       *
002700*                   REPORT (STORPT) LISTS WHAT WAS GENERATED,    *
002800*                   WHAT WAS SKIPPED (OCCURRENCES OF SUSPENDED   *
002900*                   ORDERS, AND MASTER RECORDS THAT DO NOT       *
003000*                   EDIT), AND THE ORDERS WHOSE END DATE FALLS   *
003100*                   WITHIN THE STOPARM NUMBER OF DAYS (DEFAULT   *
003200*                   30) OR HAS ALREADY PASSED.  AN INVALID       *
003300*                   MASTER RECORD, OR A GAP SINCE THE LAST       *
003400*                   PROCESSED DATE LONGER THAN THE 31 DAYS THE   *
003500*                   GENERATOR LOOKS BACK, ENDS THE STEP WITH     *
003600*                   RETURN CODE 4 FOR REVIEW.                    *
003700*    MODIFICATION HISTORY.........................................
003800*    DATE       INIT  DESCRIPTION
003900*    ---------- ----  -----------------------------------------
004000*    2026-10-15 JM    ORIGINAL PROGRAM.
004100******************************************************************
004200    IDENTIFICATION DIVISION.
004300    PROGRAM-ID.    MAIN.
004400
004500    ENVIRONMENT DIVISION.
004600    INPUT-OUTPUT SECTION.
004700    FILE-CONTROL.
004800        SELECT TRANS-FILE ASSIGN TO "TRANSIN"
004900            ORGANIZATION IS LINE SEQUENTIAL
005000            FILE STATUS IS OG-TRANS-STATUS.
005100        SELECT GEN-FILE ASSIGN TO "TRANSGEN"
005200            ORGANIZATION IS LINE SEQUENTIAL
005300            FILE STATUS IS OG-GEN-STATUS.
005400        SELECT ORD-FILE ASSIGN TO "STOMST"
005500            ORGANIZATION IS LINE SEQUENTIAL
005600            FILE STATUS IS OG-MST-STATUS.
005700        SELECT PARM-FILE ASSIGN TO "STOPARM"
005800            ORGANIZATION IS LINE SEQUENTIAL
005900            FILE STATUS IS OG-PARM-STATUS.
006000        SELECT CAL-FILE ASSIGN TO "PROCCAL"
006100            ORGANIZATION IS LINE SEQUENTIAL
006200            FILE STATUS IS OG-CAL-STATUS.
006300        SELECT REPORT-FILE ASSIGN TO "STORPT"
006400            ORGANIZATION IS LINE SEQUENTIAL
006500            FILE STATUS IS OG-RPT-STATUS.
006600        SELECT CTL-FILE ASSIGN TO "BATCHCTL"
006700            ORGANIZATION IS LINE SEQUENTIAL
006800            FILE STATUS IS OG-CTL-STATUS.
006900        SELECT STATS-FILE ASSIGN TO "JOBSTATS"
007000            ORGANIZATION IS LINE SEQUENTIAL
007100            FILE STATUS IS OG-STATS-STATUS.
007200
007300    DATA DIVISION.
007400    FILE SECTION.
007500    FD  TRANS-FILE
007600        LABEL RECORDS ARE STANDARD.
007700    01  OG-IN-RECORD                PIC X(55).
007800
007900    FD  GEN-FILE
008000        LABEL RECORDS ARE STANDARD.
008100    COPY "sotranx.cpy".
008200
008300    FD  ORD-FILE
008400        LABEL RECORDS ARE STANDARD.
008500    COPY "stomst.cpy".
008600
008700    FD  PARM-FILE
008800        LABEL RECORDS ARE STANDARD.
008900    COPY "stoparm.cpy".
009000
009100    FD  CAL-FILE
009200        LABEL RECORDS ARE STANDARD.
009300    COPY "proccal.cpy".
009400
009500    FD  REPORT-FILE
009600        LABEL RECORDS ARE STANDARD.
009700    COPY "storpt.cpy".
009800
009900    FD  CTL-FILE
010000        LABEL RECORDS ARE STANDARD.
010100    COPY "jobctl.cpy".
010200
010300    FD  STATS-FILE
010400        LABEL RECORDS ARE STANDARD.
010500    COPY "jobstat.cpy".
010600
010700    WORKING-STORAGE SECTION.
010800    77  OG-TRANS-STATUS         PIC X(2)  VALUE '00'.
010900    77  OG-GEN-STATUS           PIC X(2)  VALUE '00'.
011000    77  OG-MST-STATUS           PIC X(2)  VALUE '00'.
011100    77  OG-PARM-STATUS          PIC X(2)  VALUE '00'.
011200    77  OG-CAL-STATUS           PIC X(2)  VALUE '00'.
011300    77  OG-RPT-STATUS           PIC X(2)  VALUE '00'.
011400    77  OG-CTL-STATUS           PIC X(2)  VALUE '00'.
011500    77  OG-STATS-STATUS         PIC X(2)  VALUE '00'.
011600    77  OG-START-TIME           PIC 9(6)  VALUE ZERO.
011700    77  OG-TIME-WK              PIC 9(8)  VALUE ZERO.
011800
011900    77  OG-BATCH-NUMBER         PIC 9(6)  VALUE ZERO.
012000    77  OG-XMIT-SEQ             PIC 9(5)  VALUE ZERO.
012100    77  OG-RUN-DATE             PIC 9(8)  VALUE ZERO.
012200    77  OG-RUN-INT              PIC 9(8)  VALUE ZERO COMP.
012300    77  OG-LAST-DATE            PIC 9(8)  VALUE ZERO.
012400    77  OG-FROM-INT             PIC 9(8)  VALUE ZERO COMP.
012500    77  OG-FROM-DATE            PIC 9(8)  VALUE ZERO.
012600    77  OG-DAY-INT              PIC 9(8)  VALUE ZERO COMP.
012700    77  OG-NEXT-MONTH           PIC 9(8)  VALUE ZERO.
012800    77  OG-MONTH-END            PIC 9(8)  VALUE ZERO.
012900    77  OG-LAST-DD              PIC 9(2)  VALUE ZERO.
013000    77  OG-TARGET-DD            PIC 9(2)  VALUE ZERO.
013100    77  OG-WEEKDAY              PIC 9(1)  VALUE ZERO COMP.
013200    77  OG-WEEK-DIFF            PIC 9(8)  VALUE ZERO COMP.
013300    77  OG-EXPIRY-DAYS          PIC 9(3)  VALUE 30.
013400    77  OG-EXPIRY-DATE          PIC 9(8)  VALUE ZERO.
013500    77  OG-MAX-LOOKBACK         PIC 9(3)  VALUE 31.
013600
013700    77  OG-COPY-COUNT           PIC 9(7)  VALUE ZERO.
013800    77  OG-ORD-COUNT            PIC 9(5)  VALUE ZERO.
013900    77  OG-BAD-COUNT            PIC 9(5)  VALUE ZERO.
014000    77  OG-GEN-COUNT            PIC 9(5)  VALUE ZERO.
014100    77  OG-SKIP-COUNT           PIC 9(5)  VALUE ZERO.
014200    77  OG-EXPIRING-COUNT       PIC 9(5)  VALUE ZERO.
014300    77  OG-XMIT-COUNT           PIC 9(5)  VALUE ZERO.
014400    77  OG-GEN-TOTAL            PIC S9(9)V99 VALUE ZERO.
014500    77  OG-BR-COUNT             PIC 9(5)  VALUE ZERO.
014600    77  OG-BR-HASH              PIC S9(9)V99 VALUE ZERO.
014700    77  OG-AMOUNT-ED            PIC -(5)9.99.
014800    77  OG-TOTAL-ED             PIC -(8)9.99.
014900
015000    77  OG-HOL-MAX              PIC 9(3)  VALUE 100 COMP.
015100    77  OG-HOL-USED             PIC 9(3)  VALUE ZERO COMP.
015200    77  OG-H                    PIC 9(3)  VALUE ZERO COMP.
015300    77  OG-ORD-MAX              PIC 9(3)  VALUE 500 COMP.
015400    77  OG-ORD-USED             PIC 9(3)  VALUE ZERO COMP.
015500    77  OG-O                    PIC 9(3)  VALUE ZERO COMP.
015600    77  OG-ITEM-MAX             PIC 9(4)  VALUE 2000 COMP.
015700    77  OG-ITEM-USED            PIC 9(4)  VALUE ZERO COMP.
015800    77  OG-I                    PIC 9(4)  VALUE ZERO COMP.
015900    77  OG-BTAB-MAX             PIC 9(3)  VALUE 100 COMP.
016000    77  OG-BTAB-USED            PIC 9(3)  VALUE ZERO COMP.
016100    77  OG-B                    PIC 9(3)  VALUE ZERO COMP.
016200    77  OG-CTAB-MAX             PIC 9(3)  VALUE 100 COMP.
016300    77  OG-CTAB-USED            PIC 9(3)  VALUE ZERO COMP.
016400    77  OG-C                    PIC 9(3)  VALUE ZERO COMP.
016500    77  OG-CX                   PIC 9(3)  VALUE ZERO COMP.
016600    77  OG-J                    PIC S9(3) VALUE ZERO COMP.
016700    77  OG-P                    PIC S9(3) VALUE ZERO COMP.
016800
016900    77  OG-TRANS-EOF-SW         PIC X(1)  VALUE 'N'.
017000        88  OG-TRANS-EOF                   VALUE 'Y'.
017100    77  OG-MST-EOF-SW           PIC X(1)  VALUE 'N'.
017200        88  OG-MST-EOF                     VALUE 'Y'.
017300    77  OG-CAL-EOF-SW           PIC X(1)  VALUE 'N'.
017400        88  OG-CAL-EOF                     VALUE 'Y'.
017500    77  OG-HOLIDAY-SW           PIC X(1)  VALUE 'N'.
017600        88  OG-IS-HOLIDAY                  VALUE 'Y'.
017700    77  OG-CAPPED-SW            PIC X(1)  VALUE 'N'.
017800        88  OG-WINDOW-CAPPED               VALUE 'Y'.
017900    77  OG-FOUND-SW             PIC X(1)  VALUE 'N'.
018000        88  OG-FOUND                       VALUE 'Y'.
018100    77  OG-ORD-BAD-SW           PIC X(1)  VALUE 'N'.
018200        88  OG-ORD-BAD                     VALUE 'Y'.
018300
018400*    THE DATE BEING TESTED, WITH ITS YEAR, MONTH AND DAY.
018500    01  OG-DAY-DATE             PIC 9(8)  VALUE ZERO.
018600    01  OG-DAY-PARTS            REDEFINES OG-DAY-DATE.
018700        05  OG-DAY-YYYY         PIC 9(4).
018800        05  OG-DAY-MM           PIC 9(2).
018900        05  OG-DAY-DD           PIC 9(2).
019000    01  OG-DAY-DATE-X           REDEFINES OG-DAY-DATE
019100                                PIC X(8).
019200
019300*    WHY AN OCCURRENCE DUE BEFORE THE RUN DATE IS ONLY NOW BEING
019400*    GENERATED: IT FELL ON A WEEKEND OR HOLIDAY, OR ON A BUSINESS
019500*    DAY THE JOB DID NOT RUN (A RUN DATE FORCED BY OVERRIDE).
019600    01  OG-DAY-NOTE             PIC X(24) VALUE SPACES.
019700    01  OG-WK-DOCREF            PIC X(8)  VALUE SPACES.
019800
019900    01  OG-HOL-TABLE.
020000        05  OG-HOL-DATE OCCURS 100 TIMES
020100                                PIC 9(8).
020200
020300*    THE STANDING-ORDER MASTER, WITH EACH ORDER'S START DATE
020400*    ALSO HELD AS AN INTEGER DATE FOR THE WEEKLY TEST.
020500    01  OG-ORDER-TABLE.
020600        05  OG-ORD-ENTRY OCCURS 500 TIMES.
020700            10  OG-ORD-ID           PIC X(6).
020800            10  OG-ORD-DESC         PIC X(20).
020900            10  OG-ORD-BRANCH       PIC X(4).
021000            10  OG-ORD-CATEG        PIC X(4).
021100            10  OG-ORD-AMOUNT       PIC S9(5)V99.
021200            10  OG-ORD-FREQ         PIC X(1).
021300                88  OG-ORD-WEEKLY          VALUE 'W'.
021400                88  OG-ORD-MONTHLY         VALUE 'M'.
021500            10  OG-ORD-DAY          PIC 9(2).
021600            10  OG-ORD-START        PIC 9(8).
021700            10  OG-ORD-START-INT    PIC 9(8) COMP.
021800            10  OG-ORD-END          PIC 9(8).
021900            10  OG-ORD-DOCREF-PAT   PIC X(8).
022000            10  OG-ORD-STATUS       PIC X(1).
022100                88  OG-ORD-SUSPENDED       VALUE 'S'.
022200
022300*    ONE ENTRY PER OCCURRENCE FOUND DUE.  OG-ITM-ACT-SW IS 'G' FOR
022400*    ONE GENERATED, 'S' FOR ONE SKIPPED BECAUSE ITS ORDER IS
022500*    SUSPENDED.
022600    01  OG-ITEM-TABLE.
022700        05  OG-ITM-ENTRY OCCURS 2000 TIMES.
022800            10  OG-ITM-ORD-ID       PIC X(6).
022900            10  OG-ITM-BRANCH       PIC X(4).
023000            10  OG-ITM-CATEG        PIC X(4).
023100            10  OG-ITM-AMOUNT       PIC S9(5)V99.
023200            10  OG-ITM-DOCREF       PIC X(8).
023300            10  OG-ITM-DUE-DATE     PIC 9(8).
023400            10  OG-ITM-NOTE         PIC X(24).
023500            10  OG-ITM-ACT-SW       PIC X(1).
023600                88  OG-ITM-GENERATED       VALUE 'G'.
023700                88  OG-ITM-SKIPPED         VALUE 'S'.
023800
023900*    THE BRANCHES THAT HAVE GENERATED OCCURRENCES, IN THE ORDER
024000*    FIRST FOUND, AND THE CATEGORY COUNTS FOR THE 'C' TRAILERS OF
024100*    THE BRANCH TRANSMISSION BEING WRITTEN.
024200    01  OG-BRANCH-TABLE.
024300        05  OG-BTAB-BRANCH OCCURS 100 TIMES
024400                                PIC X(4).
024500    01  OG-CATEG-TABLE.
024600        05  OG-CTAB-ENTRY OCCURS 100 TIMES.
024700            10  OG-CTAB-CATEG       PIC X(4).
024800            10  OG-CTAB-COUNT       PIC 9(5).
024900
025000    01  OG-DETAIL-LINE.
025100        05  OG-DET-ORD-ID       PIC X(6).
025200        05  FILLER              PIC X(1)  VALUE SPACES.
025300        05  OG-DET-BRANCH       PIC X(4).
025400        05  FILLER              PIC X(1)  VALUE SPACES.
025500        05  OG-DET-CATEG        PIC X(4).
025600        05  FILLER              PIC X(1)  VALUE SPACES.
025700        05  OG-DET-DOCREF       PIC X(8).
025800        05  FILLER              PIC X(1)  VALUE SPACES.
025900        05  OG-DET-DATE         PIC X(8).
026000        05  FILLER              PIC X(1)  VALUE SPACES.
026100        05  OG-DET-AMOUNT       PIC -(5)9.99.
026200        05  FILLER              PIC X(2)  VALUE SPACES.
026300        05  OG-DET-NOTE         PIC X(33).
026400
026500    PROCEDURE DIVISION.
026600    0000-MAINLINE.
026700        PERFORM 1000-INITIALIZE THRU 1000-EXIT.
026800        PERFORM 2000-COPY-TRANSIN THRU 2000-EXIT.
026900        PERFORM 3000-FIND-DUE THRU 3000-EXIT.
027000        PERFORM 4000-WRITE-TRANSMISSIONS THRU 4000-EXIT.
027100        PERFORM 5000-SCHEDULE-REPORT THRU 5000-EXIT.
027200        IF OG-BAD-COUNT NOT = ZERO
027300            OR OG-WINDOW-CAPPED
027400            MOVE 4 TO RETURN-CODE
027500        END-IF.
027600        PERFORM 9000-TERMINATE THRU 9000-EXIT.
027700        STOP RUN.
027800
027900******************************************************************
028000*    1000-INITIALIZE - READ THE JOB CONTROL RECORD, THE          *
028100*    PROCESSING CALENDAR AND THE EXPIRY PARAMETER, WORK OUT THE  *
028200*    DUE WINDOW, OPEN THE OUTPUTS, AND LOAD THE STANDING-ORDER   *
028300*    MASTER.  A MISSING MASTER MEANS THERE ARE NO STANDING       *
028400*    ORDERS; THE BRANCH TRANSMISSIONS ARE STILL COPIED.          *
028500******************************************************************
028600    1000-INITIALIZE.
028700        ACCEPT OG-TIME-WK FROM TIME.
028800        MOVE OG-TIME-WK(1:6) TO OG-START-TIME.
028900        OPEN INPUT CTL-FILE.
029000        IF OG-CTL-STATUS NOT = '00'
029100            DISPLAY 'SPOJ-STOGN: COULD NOT OPEN BATCHCTL, '
029200                'STATUS = ' OG-CTL-STATUS
029300            MOVE 16 TO RETURN-CODE
029400            STOP RUN
029500        END-IF.
029600        READ CTL-FILE
029700            AT END
029800                DISPLAY 'SPOJ-STOGN: BATCHCTL IS EMPTY'
029900                MOVE 16 TO RETURN-CODE
030000                CLOSE CTL-FILE
030100                STOP RUN
030200            NOT AT END
030300                MOVE JC-BATCH-NUMBER TO OG-BATCH-NUMBER
030400                MOVE JC-RUN-DATE    TO OG-RUN-DATE
030500        END-READ.
030600        CLOSE CTL-FILE.
030700        IF OG-RUN-DATE IS NOT NUMERIC
030800            DISPLAY 'SPOJ-STOGN: RUN DATE IS NOT NUMERIC'
030900            MOVE 16 TO RETURN-CODE
031000            STOP RUN
031100        END-IF.
031200        COMPUTE OG-RUN-INT =
031300            FUNCTION INTEGER-OF-DATE(OG-RUN-DATE).
031400        IF OG-RUN-INT = ZERO
031500            DISPLAY 'SPOJ-STOGN: RUN DATE ' OG-RUN-DATE
031600                ' IS NOT A VALID CALENDAR DATE'
031700            MOVE 16 TO RETURN-CODE
031800            STOP RUN
031900        END-IF.
032000        MOVE OG-BATCH-NUMBER TO OG-XMIT-SEQ.
032100        OPEN INPUT PARM-FILE.
032200        IF OG-PARM-STATUS = '00'
032300            READ PARM-FILE
032400                AT END
032500                    CONTINUE
032600                NOT AT END
032700                    IF OG-PARM-DAYS IS NUMERIC
032800                        MOVE OG-PARM-DAYS TO OG-EXPIRY-DAYS
032900                    END-IF
033000            END-READ
033100            CLOSE PARM-FILE
033200        END-IF.
033300        COMPUTE OG-DAY-INT = OG-RUN-INT + OG-EXPIRY-DAYS.
033400        COMPUTE OG-EXPIRY-DATE =
033500            FUNCTION DATE-OF-INTEGER(OG-DAY-INT).
033600        PERFORM 1100-LOAD-CALENDAR THRU 1100-EXIT.
033700        PERFORM 1200-SET-WINDOW THRU 1200-EXIT.
033800        OPEN OUTPUT GEN-FILE.
033900        OPEN OUTPUT REPORT-FILE.
034000        IF OG-GEN-STATUS NOT = '00'
034100            OR OG-RPT-STATUS NOT = '00'
034200            DISPLAY 'SPOJ-STOGN: COULD NOT OPEN TRANSGEN/STORPT'
034300            MOVE 16 TO RETURN-CODE
034400            STOP RUN
034500        END-IF.
034600        MOVE SPACES TO OG-RPT-LINE.
034700        STRING 'STANDING-ORDER SCHEDULE REPORT  BATCH '
034800            OG-BATCH-NUMBER '  DATE ' OG-RUN-DATE
034900            DELIMITED BY SIZE INTO OG-RPT-LINE.
035000        WRITE OG-REPORT-RECORD.
035100        MOVE SPACES TO OG-RPT-LINE.
035200        STRING 'DUE WINDOW ' OG-FROM-DATE ' TO ' OG-RUN-DATE
035300            '  EXPIRY WARNING ' OG-EXPIRY-DAYS ' DAYS'
035400            DELIMITED BY SIZE INTO OG-RPT-LINE.
035500        WRITE OG-REPORT-RECORD.
035600        IF OG-WINDOW-CAPPED
035700            MOVE SPACES TO OG-RPT-LINE
035800            STRING 'LAST PROCESSED DATE ' OG-LAST-DATE
035900                ' OVER ' OG-MAX-LOOKBACK
036000                ' DAYS BACK - EARLIER DATES NOT GENERATED'
036100                DELIMITED BY SIZE INTO OG-RPT-LINE
036200            WRITE OG-REPORT-RECORD
036300            DISPLAY 'SPOJ-STOGN: LAST PROCESSED DATE '
036400                OG-LAST-DATE ' OVER ' OG-MAX-LOOKBACK ' DAYS BACK'
036500        END-IF.
036600        PERFORM 1300-LOAD-ORDERS THRU 1300-EXIT.
036700    1000-EXIT.
036800        EXIT.
036900
037000    1100-LOAD-CALENDAR.
037100        OPEN INPUT CAL-FILE.
037200        IF OG-CAL-STATUS NOT = '00'
037300            GO TO 1100-EXIT
037400        END-IF.
037500        PERFORM 1110-LOAD-ONE-RECORD THRU 1110-EXIT
037600            UNTIL OG-CAL-EOF.
037700        CLOSE CAL-FILE.
037800    1100-EXIT.
037900        EXIT.
038000
038100    1110-LOAD-ONE-RECORD.
038200        READ CAL-FILE
038300            AT END
038400                SET OG-CAL-EOF TO TRUE
038500            NOT AT END
038600                IF PC-CAL-LAST
038700                    IF PC-CAL-DATE > OG-LAST-DATE
038800                        MOVE PC-CAL-DATE TO OG-LAST-DATE
038900                    END-IF
039000                ELSE
039100                    IF PC-CAL-HOLIDAY
039200                        PERFORM 1120-ADD-HOLIDAY THRU 1120-EXIT
039300                    END-IF
039400                END-IF
039500        END-READ.
039600    1110-EXIT.
039700        EXIT.
039800
039900    1120-ADD-HOLIDAY.
040000        IF OG-HOL-USED >= OG-HOL-MAX
040100            DISPLAY 'SPOJ-STOGN: MORE HOLIDAYS THAN THE '
040200                'TABLE HOLDS'
040300            MOVE 16 TO RETURN-CODE
040400            PERFORM 9000-TERMINATE THRU 9000-EXIT
040500            STOP RUN
040600        END-IF.
040700        ADD 1 TO OG-HOL-USED.
040800        MOVE PC-CAL-DATE TO OG-HOL-DATE(OG-HOL-USED).
040900    1120-EXIT.
041000        EXIT.
041100
041200******************************************************************
041300*    1200-SET-WINDOW - THE DUE WINDOW RUNS FROM THE DAY AFTER    *
041400*    THE LAST PROCESSED DATE TO THE RUN DATE.  THE CALENDAR      *
041500*    CHECK HAS ALREADY MADE THE RUN DATE THE NEXT BUSINESS DAY,  *
041600*    SO THE EARLIER DATES IN THE WINDOW ARE THE WEEKENDS AND     *
041700*    HOLIDAYS IN BETWEEN (OR BUSINESS DAYS PASSED OVER BY AN     *
041800*    OVERRIDE).  WITH NO LAST PROCESSED DATE (A FIRST RUN), OR   *
041900*    ONE NOT BEFORE THE RUN DATE, ONLY THE RUN DATE ITSELF IS    *
042000*    DUE.  THE WINDOW NEVER REACHES BACK MORE THAN               *
042100*    OG-MAX-LOOKBACK DAYS.                                       *
042200******************************************************************
042300    1200-SET-WINDOW.
042400        MOVE OG-RUN-INT TO OG-FROM-INT.
042500        IF OG-LAST-DATE NOT = ZERO
042600            AND OG-LAST-DATE < OG-RUN-DATE
042700            COMPUTE OG-FROM-INT =
042800                FUNCTION INTEGER-OF-DATE(OG-LAST-DATE) + 1
042900            IF OG-RUN-INT - OG-FROM-INT >= OG-MAX-LOOKBACK
043000                COMPUTE OG-FROM-INT =
043100                    OG-RUN-INT - OG-MAX-LOOKBACK + 1
043200                SET OG-WINDOW-CAPPED TO TRUE
043300            END-IF
043400        END-IF.
043500        COMPUTE OG-FROM-DATE =
043600            FUNCTION DATE-OF-INTEGER(OG-FROM-INT).
043700    1200-EXIT.
043800        EXIT.
043900
044000    1300-LOAD-ORDERS.
044100        OPEN INPUT ORD-FILE.
044200        IF OG-MST-STATUS NOT = '00'
044300            MOVE SPACES TO OG-RPT-LINE
044400            STRING 'STOMST NOT AVAILABLE - NO STANDING ORDERS'
044500                DELIMITED BY SIZE INTO OG-RPT-LINE
044600            WRITE OG-REPORT-RECORD
044700            GO TO 1300-EXIT
044800        END-IF.
044900        PERFORM 1310-LOAD-ONE-ORDER THRU 1310-EXIT
045000            UNTIL OG-MST-EOF.
045100        CLOSE ORD-FILE.
045200    1300-EXIT.
045300        EXIT.
045400
045500******************************************************************
045600*    1310-LOAD-ONE-ORDER - AN ORDER THAT DOES NOT EDIT (THE      *
045700*    MAINTENANCE PROGRAM NEVER WRITES ONE, SO IT WAS CHANGED BY  *
045800*    HAND) IS LEFT OUT OF THE TABLE AND LISTED WITH THE SKIPPED  *
045900*    OCCURRENCES.                                                *
046000******************************************************************
046100    1310-LOAD-ONE-ORDER.
046200        READ ORD-FILE
046300            AT END
046400                SET OG-MST-EOF TO TRUE
046500                GO TO 1310-EXIT
046600        END-READ.
046700        ADD 1 TO OG-ORD-COUNT.
046800        PERFORM 1320-EDIT-ORDER THRU 1320-EXIT.
046900        IF OG-ORD-BAD
047000            ADD 1 TO OG-BAD-COUNT
047100            GO TO 1310-EXIT
047200        END-IF.
047300        IF OG-ORD-USED >= OG-ORD-MAX
047400            DISPLAY 'SPOJ-STOGN: MORE ORDERS ON THE '
047500                'MASTER THAN THE TABLE HOLDS'
047600            MOVE 16 TO RETURN-CODE
047700            PERFORM 9000-TERMINATE THRU 9000-EXIT
047800            STOP RUN
047900        END-IF.
048000        ADD 1 TO OG-ORD-USED.
048100        MOVE OG-ORD-USED       TO OG-O.
048200        MOVE SD-ORD-ID         TO OG-ORD-ID(OG-O).
048300        MOVE SD-ORD-DESC       TO OG-ORD-DESC(OG-O).
048400        MOVE SD-ORD-BRANCH     TO OG-ORD-BRANCH(OG-O).
048500        MOVE SD-ORD-CATEG      TO OG-ORD-CATEG(OG-O).
048600        MOVE SD-ORD-AMOUNT     TO OG-ORD-AMOUNT(OG-O).
048700        MOVE SD-ORD-FREQ       TO OG-ORD-FREQ(OG-O).
048800        MOVE SD-ORD-DAY        TO OG-ORD-DAY(OG-O).
048900        MOVE SD-ORD-START      TO OG-ORD-START(OG-O).
049000        COMPUTE OG-ORD-START-INT(OG-O) =
049100            FUNCTION INTEGER-OF-DATE(SD-ORD-START).
049200        MOVE SD-ORD-END        TO OG-ORD-END(OG-O).
049300        MOVE SD-ORD-DOCREF-PAT TO OG-ORD-DOCREF-PAT(OG-O).
049400        MOVE SD-ORD-STATUS     TO OG-ORD-STATUS(OG-O).
049500    1310-EXIT.
049600        EXIT.
049700
049800    1320-EDIT-ORDER.
049900        MOVE 'N' TO OG-ORD-BAD-SW.
050000        IF SD-ORD-BRANCH = SPACES
050100            OR SD-ORD-AMOUNT IS NOT NUMERIC
050200            OR SD-ORD-START IS NOT NUMERIC
050300            OR SD-ORD-START = ZERO
050400            OR SD-ORD-END IS NOT NUMERIC
050500            SET OG-ORD-BAD TO TRUE
050600        END-IF.
050700        IF NOT SD-ORD-WEEKLY
050800            AND NOT SD-ORD-MONTHLY
050900            AND NOT SD-ORD-DAY-OF-MONTH
051000            SET OG-ORD-BAD TO TRUE
051100        END-IF.
051200        IF SD-ORD-DAY-OF-MONTH
051300            IF SD-ORD-DAY IS NOT NUMERIC
051400                OR SD-ORD-DAY < 1
051500                OR SD-ORD-DAY > 31
051600                SET OG-ORD-BAD TO TRUE
051700            END-IF
051800        END-IF.
051900        IF NOT SD-ORD-ACTIVE
052000            AND NOT SD-ORD-SUSPENDED
052100            SET OG-ORD-BAD TO TRUE
052200        END-IF.
052300        IF OG-ORD-BAD
052400            MOVE SPACES TO OG-DETAIL-LINE
052500            MOVE SD-ORD-ID TO OG-DET-ORD-ID
052600            MOVE SD-ORD-BRANCH TO OG-DET-BRANCH
052700            MOVE SD-ORD-CATEG TO OG-DET-CATEG
052800            MOVE 'MASTER RECORD INVALID - SKIPPED' TO OG-DET-NOTE
052900            MOVE OG-DETAIL-LINE TO OG-RPT-LINE
053000            WRITE OG-REPORT-RECORD
053100        END-IF.
053200    1320-EXIT.
053300        EXIT.
053400
053500******************************************************************
053600*    2000-COPY-TRANSIN - COPY THE BRANCHES' TRANSMISSIONS TO     *
053700*    TRANSGEN UNCHANGED.  THE FRONT-END EDIT BALANCES THEM; THIS *
053800*    STEP DOES NOT LOOK INSIDE THEM.  A MISSING TRANSIN STOPS    *
053900*    THE JOB HERE, AS IT WOULD HAVE STOPPED THE EDIT.            *
054000******************************************************************
054100    2000-COPY-TRANSIN.
054200        OPEN INPUT TRANS-FILE.
054300        IF OG-TRANS-STATUS NOT = '00'
054400            DISPLAY 'SPOJ-STOGN: COULD NOT OPEN TRANSIN, '
054500                'STATUS = ' OG-TRANS-STATUS
054600            MOVE 16 TO RETURN-CODE
054700            PERFORM 9000-TERMINATE THRU 9000-EXIT
054800            STOP RUN
054900        END-IF.
055000        PERFORM 2100-COPY-ONE THRU 2100-EXIT
055100            UNTIL OG-TRANS-EOF.
055200        CLOSE TRANS-FILE.
055300    2000-EXIT.
055400        EXIT.
055500
055600    2100-COPY-ONE.
055700        READ TRANS-FILE
055800            AT END
055900                SET OG-TRANS-EOF TO TRUE
056000            NOT AT END
056100                WRITE SO-TRANX-AMOUNT-RECORD FROM OG-IN-RECORD
056200                ADD 1 TO OG-COPY-COUNT
056300        END-READ.
056400    2100-EXIT.
056500        EXIT.
056600
056700******************************************************************
056800*    3000-FIND-DUE - TEST EVERY ORDER AGAINST EVERY DATE IN THE  *
056900*    DUE WINDOW, OLDEST DATE FIRST.                              *
057000******************************************************************
057100    3000-FIND-DUE.
057200        PERFORM 3100-TEST-ONE-DAY THRU 3100-EXIT
057300            VARYING OG-DAY-INT FROM OG-FROM-INT BY 1
057400                UNTIL OG-DAY-INT > OG-RUN-INT.
057500    3000-EXIT.
057600        EXIT.
057700
057800******************************************************************
057900*    3100-TEST-ONE-DAY - WORK OUT THE DATE'S CALENDAR FACTS ONCE *
058000*    - THE LAST DAY OF ITS MONTH FOR THE MONTHLY TEST, AND, FOR  *
058100*    A DATE BEFORE THE RUN DATE, WHY IT IS ONLY NOW BEING        *
058200*    GENERATED - THEN TEST EACH ORDER.                           *
058300******************************************************************
058400    3100-TEST-ONE-DAY.
058500        COMPUTE OG-DAY-DATE =
058600            FUNCTION DATE-OF-INTEGER(OG-DAY-INT).
058700        IF OG-DAY-MM = 12
058800            COMPUTE OG-NEXT-MONTH =
058900                (OG-DAY-YYYY + 1) * 10000 + 101
059000        ELSE
059100            COMPUTE OG-NEXT-MONTH =
059200                OG-DAY-YYYY * 10000 + (OG-DAY-MM + 1) * 100 + 1
059300        END-IF.
059400        COMPUTE OG-MONTH-END = FUNCTION DATE-OF-INTEGER(
059500            FUNCTION INTEGER-OF-DATE(OG-NEXT-MONTH) - 1).
059600        MOVE OG-MONTH-END(7:2) TO OG-LAST-DD.
059700        MOVE SPACES TO OG-DAY-NOTE.
059800        IF OG-DAY-INT < OG-RUN-INT
059900            COMPUTE OG-WEEKDAY = FUNCTION MOD(OG-DAY-INT - 1 7)
060000            MOVE 'N' TO OG-HOLIDAY-SW
060100            PERFORM 3110-CHECK-HOLIDAY THRU 3110-EXIT
060200                VARYING OG-H FROM 1 BY 1
060300                    UNTIL OG-H > OG-HOL-USED
060400                        OR OG-IS-HOLIDAY
060500            IF OG-WEEKDAY >= 5
060600                MOVE 'ROLLED FWD - WEEKEND' TO OG-DAY-NOTE
060700            ELSE
060800                IF OG-IS-HOLIDAY
060900                    MOVE 'ROLLED FWD - HOLIDAY' TO OG-DAY-NOTE
061000                ELSE
061100                    MOVE 'CATCH-UP - DAY NOT RUN' TO OG-DAY-NOTE
061200                END-IF
061300            END-IF
061400        END-IF.
061500        PERFORM 3200-TEST-ORDER THRU 3200-EXIT
061600            VARYING OG-O FROM 1 BY 1
061700                UNTIL OG-O > OG-ORD-USED.
061800    3100-EXIT.
061900        EXIT.
062000
062100    3110-CHECK-HOLIDAY.
062200        IF OG-HOL-DATE(OG-H) = OG-DAY-DATE
062300            SET OG-IS-HOLIDAY TO TRUE
062400        END-IF.
062500    3110-EXIT.
062600        EXIT.
062700
062800******************************************************************
062900*    3200-TEST-ORDER - AN ORDER IS DUE ON A DATE INSIDE ITS      *
063000*    START AND END DATES THAT IS A WHOLE NUMBER OF WEEKS FROM    *
063100*    THE START DATE (WEEKLY), OR WHOSE DAY OF THE MONTH IS THE   *
063200*    START DATE'S DAY (MONTHLY) OR THE ORDER'S DAY (DAY OF       *
063300*    MONTH).  A MONTHLY DAY PAST THE END OF THE MONTH FALLS ON   *
063400*    THE MONTH'S LAST DAY.                                       *
063500******************************************************************
063600    3200-TEST-ORDER.
063700        IF OG-DAY-DATE < OG-ORD-START(OG-O)
063800            GO TO 3200-EXIT
063900        END-IF.
064000        IF OG-ORD-END(OG-O) NOT = ZERO
064100            AND OG-DAY-DATE > OG-ORD-END(OG-O)
064200            GO TO 3200-EXIT
064300        END-IF.
064400        IF OG-ORD-WEEKLY(OG-O)
064500            COMPUTE OG-WEEK-DIFF =
064600                OG-DAY-INT - OG-ORD-START-INT(OG-O)
064700            IF FUNCTION MOD(OG-WEEK-DIFF 7) NOT = ZERO
064800                GO TO 3200-EXIT
064900            END-IF
065000        ELSE
065100            IF OG-ORD-MONTHLY(OG-O)
065200                MOVE OG-ORD-START(OG-O)(7:2) TO OG-TARGET-DD
065300            ELSE
065400                MOVE OG-ORD-DAY(OG-O) TO OG-TARGET-DD
065500            END-IF
065600            IF OG-TARGET-DD > OG-LAST-DD
065700                MOVE OG-LAST-DD TO OG-TARGET-DD
065800            END-IF
065900            IF OG-DAY-DD NOT = OG-TARGET-DD
066000                GO TO 3200-EXIT
066100            END-IF
066200        END-IF.
066300        PERFORM 3300-ADD-ITEM THRU 3300-EXIT.
066400    3200-EXIT.
066500        EXIT.
066600
066700******************************************************************
066800*    3300-ADD-ITEM - RECORD THE OCCURRENCE, WITH ITS DOCUMENT    *
066900*    REFERENCE: EACH '#' IN THE PATTERN, TAKEN RIGHT TO LEFT,    *
067000*    GETS THE NEXT DIGIT OF THE DUE DATE, TAKEN RIGHT TO LEFT.   *
067100******************************************************************
067200    3300-ADD-ITEM.
067300        IF OG-ITEM-USED >= OG-ITEM-MAX
067400            DISPLAY 'SPOJ-STOGN: MORE OCCURRENCES DUE THAN THE '
067500                'TABLE HOLDS'
067600            MOVE 16 TO RETURN-CODE
067700            PERFORM 9000-TERMINATE THRU 9000-EXIT
067800            STOP RUN
067900        END-IF.
068000        MOVE OG-ORD-DOCREF-PAT(OG-O) TO OG-WK-DOCREF.
068100        MOVE 8 TO OG-P.
068200        PERFORM 3310-FILL-ONE-POSITION THRU 3310-EXIT
068300            VARYING OG-J FROM 8 BY -1
068400                UNTIL OG-J < 1.
068500        ADD 1 TO OG-ITEM-USED.
068600        MOVE OG-ITEM-USED TO OG-I.
068700        MOVE OG-ORD-ID(OG-O)     TO OG-ITM-ORD-ID(OG-I).
068800        MOVE OG-ORD-BRANCH(OG-O) TO OG-ITM-BRANCH(OG-I).
068900        MOVE OG-ORD-CATEG(OG-O)  TO OG-ITM-CATEG(OG-I).
069000        MOVE OG-ORD-AMOUNT(OG-O) TO OG-ITM-AMOUNT(OG-I).
069100        MOVE OG-WK-DOCREF        TO OG-ITM-DOCREF(OG-I).
069200        MOVE OG-DAY-DATE         TO OG-ITM-DUE-DATE(OG-I).
069300        IF OG-ORD-SUSPENDED(OG-O)
069400            MOVE 'S' TO OG-ITM-ACT-SW(OG-I)
069500            MOVE 'ORDER SUSPENDED' TO OG-ITM-NOTE(OG-I)
069600            ADD 1 TO OG-SKIP-COUNT
069700        ELSE
069800            MOVE 'G' TO OG-ITM-ACT-SW(OG-I)
069900            MOVE OG-DAY-NOTE TO OG-ITM-NOTE(OG-I)
070000            ADD 1 TO OG-GEN-COUNT
070100            ADD OG-ORD-AMOUNT(OG-O) TO OG-GEN-TOTAL
070200        END-IF.
070300    3300-EXIT.
070400        EXIT.
070500
070600    3310-FILL-ONE-POSITION.
070700        IF OG-WK-DOCREF(OG-J:1) = '#'
070800            AND OG-P > ZERO
070900            MOVE OG-DAY-DATE-X(OG-P:1) TO OG-WK-DOCREF(OG-J:1)
071000            SUBTRACT 1 FROM OG-P
071100        END-IF.
071200    3310-EXIT.
071300        EXIT.
071400
071500******************************************************************
071600*    4000-WRITE-TRANSMISSIONS - APPEND ONE TRANSMISSION PER      *
071700*    BRANCH THAT HAS GENERATED OCCURRENCES, IN THE ORDER THE     *
071800*    BRANCHES WERE FIRST FOUND.  THE HEADER'S SEQUENCE IS THE    *
071900*    BATCH NUMBER, SO THE EDIT REPORT TIES THE TRANSMISSION TO   *
072000*    THE RUN THAT MADE IT.                                       *
072100******************************************************************
072200    4000-WRITE-TRANSMISSIONS.
072300        PERFORM 4100-COLLECT-BRANCH THRU 4100-EXIT
072400            VARYING OG-I FROM 1 BY 1
072500                UNTIL OG-I > OG-ITEM-USED.
072600        PERFORM 4200-WRITE-ONE-XMIT THRU 4200-EXIT
072700            VARYING OG-B FROM 1 BY 1
072800                UNTIL OG-B > OG-BTAB-USED.
072900    4000-EXIT.
073000        EXIT.
073100
073200    4100-COLLECT-BRANCH.
073300        IF NOT OG-ITM-GENERATED(OG-I)
073400            GO TO 4100-EXIT
073500        END-IF.
073600        MOVE 'N' TO OG-FOUND-SW.
073700        PERFORM 4110-FIND-BRANCH THRU 4110-EXIT
073800            VARYING OG-B FROM 1 BY 1
073900                UNTIL OG-B > OG-BTAB-USED
074000                    OR OG-FOUND.
074100        IF OG-FOUND
074200            GO TO 4100-EXIT
074300        END-IF.
074400        IF OG-BTAB-USED >= OG-BTAB-MAX
074500            DISPLAY 'SPOJ-STOGN: MORE BRANCHES THAN THE '
074600                'BRANCH TABLE HOLDS'
074700            MOVE 16 TO RETURN-CODE
074800            PERFORM 9000-TERMINATE THRU 9000-EXIT
074900            STOP RUN
075000        END-IF.
075100        ADD 1 TO OG-BTAB-USED.
075200        MOVE OG-ITM-BRANCH(OG-I) TO OG-BTAB-BRANCH(OG-BTAB-USED).
075300    4100-EXIT.
075400        EXIT.
075500
075600    4110-FIND-BRANCH.
075700        IF OG-BTAB-BRANCH(OG-B) = OG-ITM-BRANCH(OG-I)
075800            SET OG-FOUND TO TRUE
075900        END-IF.
076000    4110-EXIT.
076100        EXIT.
076200
076300******************************************************************
076400*    4200-WRITE-ONE-XMIT - THE 'B' HEADER, THE BRANCH'S AMOUNT   *
076500*    RECORDS, THE 'T' TRAILER WITH THEIR COUNT AND HASH TOTAL,   *
076600*    AND ONE 'C' TRAILER PER CATEGORY, EXACTLY AS A BRANCH SENDS *
076700*    THEM.  THE AMOUNT RECORDS ARE IN REAIS, KEYED BY            *
076800*    'STANDING', WITH THE BRANCH LEFT FOR THE EDIT TO STAMP FROM *
076900*    THE HEADER.                                                 *
077000******************************************************************
077100    4200-WRITE-ONE-XMIT.
077200        MOVE SPACES TO SO-TRANX-BRHDR-RECORD.
077300        MOVE 'B' TO SO-TRANX-BRHDR-TYPE.
077400        MOVE OG-BTAB-BRANCH(OG-B) TO SO-TRANX-BRHDR-BRANCH.
077500        MOVE OG-XMIT-SEQ TO SO-TRANX-BRHDR-SEQ.
077600        WRITE SO-TRANX-BRHDR-RECORD.
077700        ADD 1 TO OG-XMIT-COUNT.
077800        MOVE ZERO TO OG-BR-COUNT.
077900        MOVE ZERO TO OG-BR-HASH.
078000        MOVE ZERO TO OG-CTAB-USED.
078100        PERFORM 4210-WRITE-ONE-AMOUNT THRU 4210-EXIT
078200            VARYING OG-I FROM 1 BY 1
078300                UNTIL OG-I > OG-ITEM-USED.
078400        MOVE SPACES TO SO-TRANX-TRLR-RECORD.
078500        MOVE 'T' TO SO-TRANX-TRLR-TYPE.
078600        MOVE OG-BR-COUNT TO SO-TRANX-TRLR-COUNT.
078700        MOVE OG-BR-HASH TO SO-TRANX-TRLR-HASH.
078800        WRITE SO-TRANX-TRLR-RECORD.
078900        PERFORM 4230-WRITE-ONE-CATCNT THRU 4230-EXIT
079000            VARYING OG-C FROM 1 BY 1
079100                UNTIL OG-C > OG-CTAB-USED.
079200    4200-EXIT.
079300        EXIT.
079400
079500    4210-WRITE-ONE-AMOUNT.
079600        IF NOT OG-ITM-GENERATED(OG-I)
079700            OR OG-ITM-BRANCH(OG-I) NOT = OG-BTAB-BRANCH(OG-B)
079800            GO TO 4210-EXIT
079900        END-IF.
080000        MOVE SPACES TO SO-TRANX-AMOUNT-RECORD.
080100        MOVE OG-ITM-AMOUNT(OG-I) TO SO-TRANX-AMOUNT.
080200        MOVE OG-ITM-CATEG(OG-I)  TO SO-TRANX-CATEG.
080300        MOVE OG-ITM-DOCREF(OG-I) TO SO-TRANX-DOCREF.
080400        MOVE 'P'                 TO SO-TRANX-TYPE.
080500        MOVE 'STANDING'          TO SO-TRANX-KEYER.
080600        WRITE SO-TRANX-AMOUNT-RECORD.
080700        ADD 1 TO OG-BR-COUNT.
080800        ADD OG-ITM-AMOUNT(OG-I) TO OG-BR-HASH.
080900        MOVE 'N' TO OG-FOUND-SW.
081000        PERFORM 4220-FIND-CATEG THRU 4220-EXIT
081100            VARYING OG-C FROM 1 BY 1
081200                UNTIL OG-C > OG-CTAB-USED
081300                    OR OG-FOUND.
081400        IF OG-FOUND
081500            ADD 1 TO OG-CTAB-COUNT(OG-CX)
081600            GO TO 4210-EXIT
081700        END-IF.
081800        IF OG-CTAB-USED >= OG-CTAB-MAX
081900            DISPLAY 'SPOJ-STOGN: MORE CATEGORIES THAN THE '
082000                'CATEGORY TABLE HOLDS'
082100            MOVE 16 TO RETURN-CODE
082200            PERFORM 9000-TERMINATE THRU 9000-EXIT
082300            STOP RUN
082400        END-IF.
082500        ADD 1 TO OG-CTAB-USED.
082600        MOVE OG-ITM-CATEG(OG-I) TO OG-CTAB-CATEG(OG-CTAB-USED).
082700        MOVE 1 TO OG-CTAB-COUNT(OG-CTAB-USED).
082800    4210-EXIT.
082900        EXIT.
083000
083100    4220-FIND-CATEG.
083200        IF OG-CTAB-CATEG(OG-C) = OG-ITM-CATEG(OG-I)
083300            SET OG-FOUND TO TRUE
083400            MOVE OG-C TO OG-CX
083500        END-IF.
083600    4220-EXIT.
083700        EXIT.
083800
083900    4230-WRITE-ONE-CATCNT.
084000        MOVE SPACES TO SO-TRANX-CATCNT-RECORD.
084100        MOVE 'C' TO SO-TRANX-CATCNT-TYPE.
084200        MOVE OG-CTAB-CATEG(OG-C) TO SO-TRANX-CATCNT-CATEG.
084300        MOVE OG-CTAB-COUNT(OG-C) TO SO-TRANX-CATCNT-COUNT.
084400        WRITE SO-TRANX-CATCNT-RECORD.
084500    4230-EXIT.
084600        EXIT.
084700
084800******************************************************************
084900*    5000-SCHEDULE-REPORT - LIST THE OCCURRENCES GENERATED, THEN *
085000*    THOSE SKIPPED, THEN THE ORDERS EXPIRING SOON, AND CLOSE     *
085100*    WITH THE RUN TOTALS.                                        *
085200******************************************************************
085300    5000-SCHEDULE-REPORT.
085400        MOVE SPACES TO OG-RPT-LINE.
085500        WRITE OG-REPORT-RECORD.
085600        MOVE 'GENERATED' TO OG-RPT-LINE.
085700        WRITE OG-REPORT-RECORD.
085800        PERFORM 5100-LIST-GENERATED THRU 5100-EXIT
085900            VARYING OG-I FROM 1 BY 1
086000                UNTIL OG-I > OG-ITEM-USED.
086100        MOVE SPACES TO OG-RPT-LINE.
086200        WRITE OG-REPORT-RECORD.
086300        MOVE 'SKIPPED' TO OG-RPT-LINE.
086400        WRITE OG-REPORT-RECORD.
086500        PERFORM 5200-LIST-SKIPPED THRU 5200-EXIT
086600            VARYING OG-I FROM 1 BY 1
086700                UNTIL OG-I > OG-ITEM-USED.
086800        MOVE SPACES TO OG-RPT-LINE.
086900        WRITE OG-REPORT-RECORD.
087000        MOVE SPACES TO OG-RPT-LINE.
087100        STRING 'EXPIRING ON OR BEFORE ' OG-EXPIRY-DATE
087200            DELIMITED BY SIZE INTO OG-RPT-LINE.
087300        WRITE OG-REPORT-RECORD.
087400        PERFORM 5300-LIST-EXPIRING THRU 5300-EXIT
087500            VARYING OG-O FROM 1 BY 1
087600                UNTIL OG-O > OG-ORD-USED.
087700        MOVE SPACES TO OG-RPT-LINE.
087800        WRITE OG-REPORT-RECORD.
087900        MOVE OG-GEN-TOTAL TO OG-TOTAL-ED.
088000        MOVE SPACES TO OG-RPT-LINE.
088100        STRING 'ORDERS=' OG-ORD-COUNT
088200            ' INVALID=' OG-BAD-COUNT
088300            ' GENERATED=' OG-GEN-COUNT
088400            ' SKIPPED=' OG-SKIP-COUNT
088500            ' EXPIRING=' OG-EXPIRING-COUNT
088600            DELIMITED BY SIZE INTO OG-RPT-LINE.
088700        WRITE OG-REPORT-RECORD.
088800        MOVE SPACES TO OG-RPT-LINE.
088900        STRING 'TRANSMISSIONS ADDED=' OG-XMIT-COUNT
089000            ' GENERATED TOTAL=' OG-TOTAL-ED
089100            ' RECORDS COPIED=' OG-COPY-COUNT
089200            DELIMITED BY SIZE INTO OG-RPT-LINE.
089300        WRITE OG-REPORT-RECORD.
089400    5000-EXIT.
089500        EXIT.
089600
089700    5100-LIST-GENERATED.
089800        IF OG-ITM-GENERATED(OG-I)
089900            PERFORM 5400-WRITE-ITEM-LINE THRU 5400-EXIT
090000        END-IF.
090100    5100-EXIT.
090200        EXIT.
090300
090400    5200-LIST-SKIPPED.
090500        IF OG-ITM-SKIPPED(OG-I)
090600            PERFORM 5400-WRITE-ITEM-LINE THRU 5400-EXIT
090700        END-IF.
090800    5200-EXIT.
090900        EXIT.
091000
091100******************************************************************
091200*    5300-LIST-EXPIRING - AN ORDER WHOSE END DATE FALLS WITHIN   *
091300*    THE WARNING PERIOD IS LISTED SO IT CAN BE RENEWED; ONE      *
091400*    WHOSE END DATE HAS PASSED GENERATES NOTHING MORE AND IS     *
091500*    LISTED SO IT CAN BE CANCELLED.                              *
091600******************************************************************
091700    5300-LIST-EXPIRING.
091800        IF OG-ORD-END(OG-O) = ZERO
091900            OR OG-ORD-END(OG-O) > OG-EXPIRY-DATE
092000            GO TO 5300-EXIT
092100        END-IF.
092200        ADD 1 TO OG-EXPIRING-COUNT.
092300        MOVE SPACES TO OG-DETAIL-LINE.
092400        MOVE OG-ORD-ID(OG-O)     TO OG-DET-ORD-ID.
092500        MOVE OG-ORD-BRANCH(OG-O) TO OG-DET-BRANCH.
092600        MOVE OG-ORD-CATEG(OG-O)  TO OG-DET-CATEG.
092700        MOVE OG-ORD-END(OG-O)    TO OG-DET-DATE.
092800        MOVE OG-ORD-AMOUNT(OG-O) TO OG-DET-AMOUNT.
092900        IF OG-ORD-END(OG-O) < OG-RUN-DATE
093000            MOVE 'ENDED - CANCEL FROM MASTER' TO OG-DET-NOTE
093100        ELSE
093200            MOVE OG-ORD-DESC(OG-O) TO OG-DET-NOTE
093300        END-IF.
093400        MOVE OG-DETAIL-LINE TO OG-RPT-LINE.
093500        WRITE OG-REPORT-RECORD.
093600    5300-EXIT.
093700        EXIT.
093800
093900    5400-WRITE-ITEM-LINE.
094000        MOVE SPACES TO OG-DETAIL-LINE.
094100        MOVE OG-ITM-ORD-ID(OG-I)   TO OG-DET-ORD-ID.
094200        MOVE OG-ITM-BRANCH(OG-I)   TO OG-DET-BRANCH.
094300        MOVE OG-ITM-CATEG(OG-I)    TO OG-DET-CATEG.
094400        MOVE OG-ITM-DOCREF(OG-I)   TO OG-DET-DOCREF.
094500        MOVE OG-ITM-DUE-DATE(OG-I) TO OG-DET-DATE.
094600        MOVE OG-ITM-AMOUNT(OG-I)   TO OG-DET-AMOUNT.
094700        MOVE OG-ITM-NOTE(OG-I)     TO OG-DET-NOTE.
094800        MOVE OG-DETAIL-LINE TO OG-RPT-LINE.
094900        WRITE OG-REPORT-RECORD.
095000    5400-EXIT.
095100        EXIT.
095200
095300******************************************************************
095400*    9000-TERMINATE - WRITE THE STEP STATISTICS AND CLOSE THE    *
095500*    OUTPUTS.                                                    *
095600******************************************************************
095700    9000-TERMINATE.
095800        PERFORM 9500-WRITE-STATS THRU 9500-EXIT.
095900        CLOSE GEN-FILE.
096000        CLOSE REPORT-FILE.
096100    9000-EXIT.
096200        EXIT.
096300
096400******************************************************************
096500*    9500-WRITE-STATS - APPEND THE STANDARD RUN STATISTICS       *
096600*    RECORD TO THE COMMON JOB-STATISTICS DATASET.  A STATS       *
096700*    FAILURE IS REPORTED BUT NEVER FAILS THE BUSINESS STEP.      *
096800******************************************************************
096900    9500-WRITE-STATS.
097000        OPEN EXTEND STATS-FILE.
097100        IF OG-STATS-STATUS NOT = '00' AND
097200            OG-STATS-STATUS NOT = '05'
097300            DISPLAY 'SPOJ-STOGN: COULD NOT OPEN JOBSTATS, '
097400                'STATUS = ' OG-STATS-STATUS
097500            GO TO 9500-EXIT
097600        END-IF.
097700        MOVE 'STOGN'          TO JS-STAT-STEP.
097800        MOVE OG-ORD-COUNT     TO JS-STAT-READ.
097900        MOVE OG-GEN-COUNT     TO JS-STAT-WRITTEN.
098000        COMPUTE JS-STAT-REJECTED =
098100            OG-SKIP-COUNT + OG-BAD-COUNT.
098200        MOVE OG-GEN-TOTAL     TO JS-STAT-TOTAL.
098300        MOVE OG-START-TIME    TO JS-STAT-START.
098400        ACCEPT OG-TIME-WK FROM TIME.
098500        MOVE OG-TIME-WK(1:6)  TO JS-STAT-END.
098600        WRITE JS-STAT-RECORD.
098700        CLOSE STATS-FILE.
098800    9500-EXIT.
098900        EXIT.
