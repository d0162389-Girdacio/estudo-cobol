002950*    2026-08-22 JM    WRITES THE STANDARD RUN STATISTICS RECORD
002960*                     (SEE JOBSTAT) TO THE COMMON JOBSTATS
002970*                     DATASET AT TERMINATION.
002980*    2026-10-15 JM    EACH HISTORY RECORD NOW ALSO CARRIES THE
002985*                     RUN'S GENERAL-LEDGER EXTRACT DEBIT AND
002990*                     CREDIT TOTALS, SUMMED FROM GLEXTR, FOR THE
002992*                     MONTH-END CLOSING STATEMENT.  A RUN DATED
002994*                     IN A MONTH THE CLOSE HAS FROZEN ON THE
002996*                     MASTER IS REFUSED WITH RETURN CODE 16.
003000******************************************************************
003100    IDENTIFICATION DIVISION.
003200    PROGRAM-ID.    MAIN.
005200        SELECT REPORT-FILE ASSIGN TO "HISTRPT"
005300            ORGANIZATION IS LINE SEQUENTIAL
005400            FILE STATUS IS HS-RPT-STATUS.
005402        SELECT EXTR-FILE ASSIGN TO "GLEXTR"
005404            ORGANIZATION IS LINE SEQUENTIAL
005406            FILE STATUS IS HS-EXTR-STATUS.
005410        SELECT STATS-FILE ASSIGN TO "JOBSTATS"
005420            ORGANIZATION IS LINE SEQUENTIAL
005430            FILE STATUS IS HS-STATS-STATUS.
007300
007400    FD  HIST-NEW
007500        LABEL RECORDS ARE STANDARD.
007600    01  HS-NEW-RECORD               PIC X(63).
007700
007800    FD  REPORT-FILE
007900        LABEL RECORDS ARE STANDARD.
008000    COPY "histrpt.cpy".
008010
008012    FD  EXTR-FILE
008014        LABEL RECORDS ARE STANDARD.
008016    COPY "glextr.cpy".
008018
008020    FD  STATS-FILE
008030        LABEL RECORDS ARE STANDARD.
008040    COPY "jobstat.cpy".
008700    77  HS-NEW-STATUS           PIC X(2)  VALUE '00'.
008800    77  HS-RPT-STATUS           PIC X(2)  VALUE '00'.
008810    77  HS-STATS-STATUS         PIC X(2)  VALUE '00'.
008815    77  HS-EXTR-STATUS          PIC X(2)  VALUE '00'.
008820    77  HS-START-TIME           PIC 9(6)  VALUE ZERO.
008830    77  HS-TIME-WK              PIC 9(8)  VALUE ZERO.
008840    77  HS-POSTED-COUNT         PIC 9(7)  VALUE ZERO.
009300    77  HS-SOMA-TOTAL           PIC S9(7)V99 VALUE ZERO.
009400    77  HS-PAR-CASES            PIC 9(4)  VALUE ZERO.
009500    77  HS-PAR-ROUTED           PIC 9(7)  VALUE ZERO.
009510    77  HS-GL-DEBITS            PIC 9(9)V99 VALUE ZERO.
009520    77  HS-GL-CREDITS           PIC 9(9)V99 VALUE ZERO.
009600
009700    77  HS-RUN-YM               PIC 9(6)  VALUE ZERO.
009800    77  HS-PRIOR-YM             PIC 9(6)  VALUE ZERO.
012700        88  HS-OLD-OPEN                    VALUE 'Y'.
012800    77  HS-CURR-POSTED-SW       PIC X(1)  VALUE 'N'.
012900        88  HS-CURR-POSTED                 VALUE 'Y'.
012910    77  HS-EXTR-EOF-SW          PIC X(1)  VALUE 'N'.
012920        88  HS-EXTR-EOF                    VALUE 'Y'.
012950    77  HS-C                    PIC 9(2)  VALUE ZERO COMP.
013000
013100    01  HS-CURR-RECORD.
013600                                    SIGN LEADING SEPARATE.
013700        05  HS-CURR-PAR-CASES       PIC 9(4).
013800        05  HS-CURR-PAR-ROUTED      PIC 9(7).
013810        05  HS-CURR-GL-DEBITS       PIC 9(9)V99.
013820        05  HS-CURR-GL-CREDITS      PIC 9(9)V99.
013830        05  HS-CURR-CLOSED-SW       PIC X(1).
013900
014000    01  HS-RPT-HDG-LINE.
014100        05  FILLER              PIC X(23)
016100        PERFORM 1000-INITIALIZE THRU 1000-EXIT.
016200        PERFORM 2000-SCAN-AUDIT THRU 2000-EXIT.
016300        PERFORM 3000-SCAN-PAROUT THRU 3000-EXIT.
016350        PERFORM 3500-SCAN-GLEXTR THRU 3500-EXIT.
016400        PERFORM 4000-POST-HISTORY THRU 4000-EXIT.
016500        PERFORM 5000-PERIOD-REPORT THRU 5000-EXIT.
016600        PERFORM 9000-TERMINATE THRU 9000-EXIT.
028740        ADD PR-OUT-COUNT-CLASS(HS-C) TO HS-PAR-ROUTED.
028750    3020-EXIT.
028800        EXIT.
028810
028820******************************************************************
028830*    3500-SCAN-GLEXTR - SUM THE DEBIT AND CREDIT LINES OF THE    *
028840*    RUN'S GENERAL-LEDGER EXTRACT, OFFSET LINE INCLUDED, SO THE  *
028850*    MONTH-END CLOSE CAN STATE WHAT WAS SENT TO THE LEDGER.  A   *
028860*    RUN THAT RELEASED NO EXTRACT POSTS ZERO TOTALS.             *
028870******************************************************************
028880    3500-SCAN-GLEXTR.
028890        OPEN INPUT EXTR-FILE.
028900        IF HS-EXTR-STATUS NOT = '00'
028902            DISPLAY 'SPOJ-HIST: GLEXTR NOT AVAILABLE, STATUS '
028904                HS-EXTR-STATUS ' - GL TOTALS POSTED AS ZERO'
028906            GO TO 3500-EXIT
028908        END-IF.
028910        PERFORM 3510-READ-GLEXTR THRU 3510-EXIT
028912            UNTIL HS-EXTR-EOF.
028914        CLOSE EXTR-FILE.
028916    3500-EXIT.
028918        EXIT.
028920
028922    3510-READ-GLEXTR.
028924        READ EXTR-FILE
028926            AT END
028928                SET HS-EXTR-EOF TO TRUE
028930            NOT AT END
028932                IF GX-EXT-DEBIT
028934                    ADD GX-EXT-AMOUNT TO HS-GL-DEBITS
028936                ELSE
028938                    ADD GX-EXT-AMOUNT TO HS-GL-CREDITS
028940                END-IF
028942        END-READ.
028944    3510-EXIT.
028946        EXIT.
028948
029000******************************************************************
029100*    4000-POST-HISTORY - BUILD THE CURRENT RUN'S RECORD AND      *
029200*    MERGE IT INTO THE MASTER IN DATE-PLUS-BATCH ORDER: OLD      *
029300*    RECORDS AHEAD OF IT ARE COPIED FORWARD, A RECORD WITH THE   *
029400*    SAME KEY IS REPLACED (A RERUN), AND THE REST FOLLOW IT.     *
029500*    EVERY RECORD WRITTEN TO THE NEW MASTER IS ALSO ROLLED INTO  *
029600*    THE PERIOD ACCUMULATORS.  A RECORD OF THE RUN'S OWN MONTH   *
029610*    CARRYING THE CLOSED MARK MEANS THE MONTH HAS BEEN CLOSED,   *
029620*    AND THE RUN IS REFUSED BEFORE THE NEW MASTER IS USED.       *
029700******************************************************************
029800    4000-POST-HISTORY.
029900        MOVE HS-RUN-DATE     TO HS-CURR-DATE.
030200        MOVE HS-SOMA-TOTAL   TO HS-CURR-SOMA-TOTAL.
030300        MOVE HS-PAR-CASES    TO HS-CURR-PAR-CASES.
030400        MOVE HS-PAR-ROUTED   TO HS-CURR-PAR-ROUTED.
030410        MOVE HS-GL-DEBITS    TO HS-CURR-GL-DEBITS.
030420        MOVE HS-GL-CREDITS   TO HS-CURR-GL-CREDITS.
030430        MOVE SPACE           TO HS-CURR-CLOSED-SW.
030500        PERFORM 4100-MERGE-ONE THRU 4100-EXIT
030600            UNTIL HS-OLD-EOF.
030700        IF NOT HS-CURR-POSTED
032100        EXIT.
032200
032300    4150-MERGE-RECORD.
032310        IF HS-HIST-CLOSED
032320            AND HS-HIST-DATE(1:6) = HS-RUN-YM
032330            DISPLAY 'SPOJ-HIST: PERIOD ' HS-RUN-YM
032340                ' IS CLOSED ON HISTMST - RUN NOT POSTED'
032350            MOVE 16 TO RETURN-CODE
032360            PERFORM 9000-TERMINATE THRU 9000-EXIT
032370            STOP RUN
032380        END-IF.
032400        IF NOT HS-CURR-POSTED
032500            IF HS-HIST-DATE = HS-CURR-DATE
032600                AND HS-HIST-BATCH = HS-CURR-BATCH
