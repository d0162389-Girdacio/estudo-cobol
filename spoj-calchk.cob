001400*                   HOLIDAY RECORDS).  A DATE OUT OF SEQUENCE    *
001500*                   STOPS THE JOB WITH RETURN CODE 16 UNLESS AN  *
001600*                   OPERATOR OVERRIDE RECORD (CALOVRD) NAMES     *
001650*                   THAT EXACT DATE AND AN OPERATOR AUTHORIZED   *
001700*                   FOR CALCHK ON THE OPERATOR MASTER (OPRMST),  *
001750*                   IN WHICH CASE THE RUN                        *
001800*                   PROCEEDS WITH RETURN CODE 4 SO THE OVERRIDE  *
001900*                   IS REVIEWED.  A MISSING CALENDAR, OR ONE     *
002000*                   WITH NO LAST-PROCESSED RECORD YET, IS A      *
002100*                   FIRST RUN: THE DATE IS ACCEPTED AND THE      *
002200*                   CALENDAR ADVANCE SEEDS IT AT END OF JOB.     *
002210*                   THE RUN DATE'S MONTH IS THEN LOOKED UP ON    *
002220*                   THE PERIOD CONTROL FILE (PERCTL): A CLOSED   *
002230*                   MONTH STOPS THE JOB WITH RETURN CODE 16; A   *
002240*                   MONTH REOPENED BY AN AUTHORIZED OPERATOR     *
002250*                   PROCEEDS WITH RETURN CODE 4 FOR REVIEW.      *
002260*                   EVERY OVERRIDE ACTED ON, HONORED OR REFUSED, *
002270*                   IS WRITTEN TO THE CUMULATIVE MAINTENANCE     *
002280*                   ACTIVITY LOG (MNTLOG).                       *
002300*    MODIFICATION HISTORY.........................................
002400*    DATE       INIT  DESCRIPTION
002500*    ---------- ----  -----------------------------------------
002600*    2026-09-02 JM    ORIGINAL PROGRAM.
002610*    2026-10-15 JM    REFUSES A RUN DATE IN A MONTH THE
002620*                     MONTH-END CLOSE HAS MARKED CLOSED ON
002630*                     PERCTL, UNLESS THE MONTH HAS SINCE BEEN
002640*                     REOPENED BY AN AUTHORIZED OPERATOR.
002650*    2026-10-15 JM    HONORS A CALOVRD OVERRIDE ONLY FROM AN
002660*                     OPERATOR AUTHORIZED ON OPRMST, AND LOGS
002670*                     EVERY OVERRIDE ACTED ON TO THE MAINTENANCE
002680*                     ACTIVITY LOG (MNTLOG).
002700******************************************************************
002800    IDENTIFICATION DIVISION.
002900    PROGRAM-ID.    MAIN.
004000        SELECT OVRD-FILE ASSIGN TO "CALOVRD"
004100            ORGANIZATION IS LINE SEQUENTIAL
004200            FILE STATUS IS CK-OVRD-STATUS.
004210        SELECT PER-FILE ASSIGN TO "PERCTL"
004220            ORGANIZATION IS LINE SEQUENTIAL
004230            FILE STATUS IS CK-PER-STATUS.
004300        SELECT STATS-FILE ASSIGN TO "JOBSTATS"
004400            ORGANIZATION IS LINE SEQUENTIAL
004500            FILE STATUS IS CK-STATS-STATUS.
004510        SELECT OPR-FILE ASSIGN TO "OPRMST"
004520            ORGANIZATION IS LINE SEQUENTIAL
004530            FILE STATUS IS CK-OPR-STATUS.
004540        SELECT OPTIONAL LOG-FILE ASSIGN TO "MNTLOG"
004550            ORGANIZATION IS LINE SEQUENTIAL
004560            FILE STATUS IS CK-LOG-STATUS.
004600
004700    DATA DIVISION.
004800    FILE SECTION.
005800        LABEL RECORDS ARE STANDARD.
005900    COPY "calovrd.cpy".
006000
006010    FD  PER-FILE
006020        LABEL RECORDS ARE STANDARD.
006030    COPY "perctl.cpy".
006040
006100    FD  STATS-FILE
006200        LABEL RECORDS ARE STANDARD.
006300    COPY "jobstat.cpy".
006400
006410    FD  OPR-FILE
006420        LABEL RECORDS ARE STANDARD.
006430    COPY "oprmst.cpy".
006440
006450    FD  LOG-FILE
006460        LABEL RECORDS ARE STANDARD.
006470    COPY "mntlog.cpy".
006480
006500    WORKING-STORAGE SECTION.
006600    77  CK-CTL-STATUS           PIC X(2)  VALUE '00'.
006700    77  CK-CAL-STATUS           PIC X(2)  VALUE '00'.
006800    77  CK-OVRD-STATUS          PIC X(2)  VALUE '00'.
006900    77  CK-STATS-STATUS         PIC X(2)  VALUE '00'.
006910    77  CK-PER-STATUS           PIC X(2)  VALUE '00'.
006930    77  CK-OPR-STATUS           PIC X(2)  VALUE '00'.
006950    77  CK-LOG-STATUS           PIC X(2)  VALUE '00'.
007000    77  CK-START-TIME           PIC 9(6)  VALUE ZERO.
007100    77  CK-TIME-WK              PIC 9(8)  VALUE ZERO.
007200
007300    77  CK-BATCH-NUMBER         PIC 9(6)  VALUE ZERO.
007400    77  CK-RUN-DATE             PIC 9(8)  VALUE ZERO.
007410    77  CK-RUN-YM               PIC 9(6)  VALUE ZERO.
007500    77  CK-RUN-INT              PIC 9(8)  VALUE ZERO COMP.
007600    77  CK-LAST-DATE            PIC 9(8)  VALUE ZERO.
007700    77  CK-NEXT-DATE            PIC 9(8)  VALUE ZERO.
009300        88  CK-IS-HOLIDAY                  VALUE 'Y'.
009400    77  CK-OVRD-OK-SW           PIC X(1)  VALUE 'N'.
009500        88  CK-OVRD-OK                     VALUE 'Y'.
009510    77  CK-PER-EOF-SW           PIC X(1)  VALUE 'N'.
009520        88  CK-PER-EOF                     VALUE 'Y'.
009525    77  CK-OPR-EOF-SW           PIC X(1)  VALUE 'N'.
009530        88  CK-OPR-EOF                     VALUE 'Y'.
009535    77  CK-OPR-FOUND-SW         PIC X(1)  VALUE 'N'.
009540        88  CK-OPR-FOUND                   VALUE 'Y'.
009545    77  CK-OPR-OK-SW            PIC X(1)  VALUE 'N'.
009550        88  CK-OPR-OK                      VALUE 'Y'.
009555    77  CK-F                    PIC 9(1)  VALUE ZERO COMP.
009560    77  CK-OPR-REASON           PIC X(30) VALUE SPACES.
009600
009700    01  CK-HOL-TABLE.
009800        05  CK-HOL-DATE OCCURS 100 TIMES
010200    0000-MAINLINE.
010300        PERFORM 1000-INITIALIZE THRU 1000-EXIT.
010400        PERFORM 2000-CHECK-DATE THRU 2000-EXIT.
010450        PERFORM 2500-CHECK-PERIOD THRU 2500-EXIT.
010500        PERFORM 9000-TERMINATE THRU 9000-EXIT.
010600        STOP RUN.
010700
022200        ELSE
022300            DISPLAY 'SPOJ-CALCHK: RUN DATE ' CK-RUN-DATE
022400                ' IS NOT THE NEXT EXPECTED BUSINESS DATE '
022500                CK-NEXT-DATE ' AND NO VALID OVERRIDE IS ON FILE'
022600            MOVE 16 TO RETURN-CODE
022700        END-IF.
022800    2000-EXIT.
028000
028100******************************************************************
028200*    2300-CHECK-OVERRIDE - AN OVERRIDE COUNTS ONLY WHEN ITS      *
028250*    DATE NAMES THE EXACT RUN DATE BEING FORCED THROUGH AND ITS  *
028300*    OPERATOR IS AUTHORIZED TO FORCE IT.  WHATEVER THE OUTCOME,  *
028350*    THE OVERRIDE GOES ON THE ACTIVITY LOG.                      *
028400******************************************************************
028500    2300-CHECK-OVERRIDE.
028600        OPEN INPUT OVRD-FILE.
029100            AT END
029200                CONTINUE
029300            NOT AT END
029400                PERFORM 2350-APPLY-OVERRIDE THRU 2350-EXIT
030000        END-READ.
030100        CLOSE OVRD-FILE.
030200    2300-EXIT.
030201        EXIT.
030202
030203    2350-APPLY-OVERRIDE.
030204        MOVE SPACES TO ML-LOG-BEFORE.
030205        STRING 'NEXT EXPECTED BUSINESS DATE ' CK-NEXT-DATE
030206            DELIMITED BY SIZE INTO ML-LOG-BEFORE.
030207        MOVE CV-OVRD-RECORD TO ML-LOG-AFTER.
030208        IF CV-OVRD-DATE IS NOT NUMERIC
030209            OR CV-OVRD-DATE NOT = CK-RUN-DATE
030210            MOVE 'J' TO ML-LOG-OUTCOME
030211            MOVE 'OVERRIDE DATE IS NOT THE RUN DATE'
030212                TO ML-LOG-REASON
030213            PERFORM 2600-LOG-ACTION THRU 2600-EXIT
030214            GO TO 2350-EXIT
030215        END-IF.
030216        PERFORM 2400-CHECK-OPERATOR THRU 2400-EXIT.
030217        IF NOT CK-OPR-OK
030218            DISPLAY 'SPOJ-CALCHK: OVERRIDE BY ' CV-OVRD-OPER
030219                ' REFUSED - ' CK-OPR-REASON
030220            MOVE 'R' TO ML-LOG-OUTCOME
030221            MOVE CK-OPR-REASON TO ML-LOG-REASON
030222            PERFORM 2600-LOG-ACTION THRU 2600-EXIT
030223            GO TO 2350-EXIT
030224        END-IF.
030225        SET CK-OVRD-OK TO TRUE.
030226        DISPLAY 'SPOJ-CALCHK: OVERRIDE AUTHORIZED '
030227            'BY ' CV-OVRD-OPER.
030228        MOVE SPACES TO ML-LOG-AFTER.
030229        STRING 'RUN DATE ' CK-RUN-DATE ' ACCEPTED'
030230            DELIMITED BY SIZE INTO ML-LOG-AFTER.
030231        MOVE 'A' TO ML-LOG-OUTCOME.
030232        MOVE SPACES TO ML-LOG-REASON.
030233        PERFORM 2600-LOG-ACTION THRU 2600-EXIT.
030234    2350-EXIT.
030235        EXIT.
030236
030237******************************************************************
030238*    2400-CHECK-OPERATOR - LOOK THE OVERRIDE'S OPERATOR UP ON    *
030239*    THE OPERATOR MASTER: THE OPERATOR MUST BE ON IT, ACTIVE,    *
030240*    AND AUTHORIZED FOR CALCHK.  WITHOUT AN OPERATOR MASTER NO   *
030241*    OPERATOR IS AUTHORIZED.                                     *
030242******************************************************************
030243    2400-CHECK-OPERATOR.
030244        MOVE 'N' TO CK-OPR-OK-SW.
030245        MOVE 'N' TO CK-OPR-FOUND-SW.
030246        MOVE 'N' TO CK-OPR-EOF-SW.
030247        IF CV-OVRD-OPER = SPACES
030248            MOVE 'NO OPERATOR ID' TO CK-OPR-REASON
030249            GO TO 2400-EXIT
030250        END-IF.
030251        MOVE 'OPERATOR UNKNOWN' TO CK-OPR-REASON.
030252        OPEN INPUT OPR-FILE.
030253        IF CK-OPR-STATUS NOT = '00'
030254            DISPLAY 'SPOJ-CALCHK: OPRMST NOT AVAILABLE, STATUS = '
030255                CK-OPR-STATUS ' - NO OPERATOR IS AUTHORIZED'
030256            GO TO 2400-EXIT
030257        END-IF.
030258        PERFORM 2410-READ-OPERATOR THRU 2410-EXIT
030259            UNTIL CK-OPR-EOF
030260                OR CK-OPR-FOUND.
030261        CLOSE OPR-FILE.
030262    2400-EXIT.
030263        EXIT.
030264
030265    2410-READ-OPERATOR.
030266        READ OPR-FILE
030267            AT END
030268                SET CK-OPR-EOF TO TRUE
030269                GO TO 2410-EXIT
030270        END-READ.
030271        IF OP-OPR-ID NOT = CV-OVRD-OPER
030272            GO TO 2410-EXIT
030273        END-IF.
030274        SET CK-OPR-FOUND TO TRUE.
030275        IF NOT OP-OPR-ACTIVE
030276            MOVE 'OPERATOR REVOKED' TO CK-OPR-REASON
030277            GO TO 2410-EXIT
030278        END-IF.
030279        MOVE 'OPERATOR NOT AUTHORIZED' TO CK-OPR-REASON.
030280        PERFORM 2420-CHECK-FUNC THRU 2420-EXIT
030281            VARYING CK-F FROM 1 BY 1
030282                UNTIL CK-F > 8
030283                    OR CK-OPR-OK.
030284    2410-EXIT.
030285        EXIT.
030286
030287    2420-CHECK-FUNC.
030288        IF OP-OPR-FUNC(CK-F) = 'CALCHK'
030289            SET CK-OPR-OK TO TRUE
030290            MOVE SPACES TO CK-OPR-REASON
030291        END-IF.
030292    2420-EXIT.
030293        EXIT.
030294
030296******************************************************************
030298*    2500-CHECK-PERIOD - FIND THE RUN DATE'S MONTH ON THE PERIOD *
030300*    CONTROL FILE.  NO FILE, OR NO RECORD FOR THE MONTH, MEANS   *
030302*    THE MONTH IS OPEN.  A CLOSED MONTH CANNOT BE POSTED INTO    *
030304*    AT ALL; A REOPENED ONE IS POSTED INTO ON THE AUTHORITY OF   *
030306*    THE OPERATOR WHO REOPENED IT, AND FLAGGED FOR REVIEW.       *
030308******************************************************************
030310    2500-CHECK-PERIOD.
030312        MOVE CK-RUN-DATE(1:6) TO CK-RUN-YM.
030314        OPEN INPUT PER-FILE.
030316        IF CK-PER-STATUS NOT = '00'
030318            GO TO 2500-EXIT
030320        END-IF.
030322        PERFORM 2510-READ-PERIOD THRU 2510-EXIT
030324            UNTIL CK-PER-EOF.
030326        CLOSE PER-FILE.
030328    2500-EXIT.
030330        EXIT.
030332
030334    2510-READ-PERIOD.
030336        READ PER-FILE
030338            AT END
030340                SET CK-PER-EOF TO TRUE
030342            NOT AT END
030344                IF PD-PER-MONTH = CK-RUN-YM
030346                    PERFORM 2520-APPLY-PERIOD THRU 2520-EXIT
030348                END-IF
030350        END-READ.
030352    2510-EXIT.
030354        EXIT.
030356
030358    2520-APPLY-PERIOD.
030360        IF PD-PER-CLOSED
030362            DISPLAY 'SPOJ-CALCHK: RUN DATE ' CK-RUN-DATE
030364                ' FALLS IN CLOSED PERIOD ' CK-RUN-YM
030366                ' - NO POSTING ALLOWED'
030368            MOVE 16 TO RETURN-CODE
030370            GO TO 2520-EXIT
030372        END-IF.
030374        IF PD-PER-REOPENED
030376            DISPLAY 'SPOJ-CALCHK: RUN DATE ' CK-RUN-DATE
030378                ' FALLS IN PERIOD ' CK-RUN-YM ' REOPENED BY '
030380                PD-PER-REOPEN-OPER ' ON ' PD-PER-REOPEN-DATE
030382            IF RETURN-CODE < 4
030384                MOVE 4 TO RETURN-CODE
030386            END-IF
030388        END-IF.
030390    2520-EXIT.
030392        EXIT.
030394
030396******************************************************************
030398*    2600-LOG-ACTION - APPEND THE OVERRIDE'S ACTIVITY LOG        *
030400*    RECORD.  THE CALLER HAS ALREADY SET THE OUTCOME, THE        *
030402*    REASON, AND THE BEFORE (THE DATE EXPECTED) AND AFTER (THE   *
030404*    DATE ACCEPTED, OR THE OVERRIDE AS SUPPLIED) IMAGES.  THE    *
030406*    LOG IS THE AUDIT OF WHO FORCED A DATE, SO A LOG THAT CANNOT *
030408*    BE OPENED STOPS THE JOB.                                    *
030410******************************************************************
030412    2600-LOG-ACTION.
030414        MOVE CK-RUN-DATE      TO ML-LOG-DATE.
030416        ACCEPT CK-TIME-WK FROM TIME.
030418        MOVE CK-TIME-WK(1:6)  TO ML-LOG-TIME.
030420        MOVE CK-BATCH-NUMBER  TO ML-LOG-BATCH.
030422        MOVE 'CALCHK'         TO ML-LOG-FUNC.
030424        MOVE CV-OVRD-OPER     TO ML-LOG-OPER.
030426        MOVE 'OVERRIDE'       TO ML-LOG-ACTION.
030428        MOVE CK-RUN-DATE      TO ML-LOG-KEY.
030430        OPEN EXTEND LOG-FILE.
030432        IF CK-LOG-STATUS NOT = '00' AND
030434            CK-LOG-STATUS NOT = '05'
030436            DISPLAY 'SPOJ-CALCHK: COULD NOT OPEN MNTLOG, '
030438                'STATUS = ' CK-LOG-STATUS
030440            MOVE 16 TO RETURN-CODE
030442            CLOSE OVRD-FILE
030444            PERFORM 9000-TERMINATE THRU 9000-EXIT
030446            STOP RUN
030448        END-IF.
030450        WRITE ML-LOG-RECORD.
030452        CLOSE LOG-FILE.
030454    2600-EXIT.
030456        EXIT.
030458
030500******************************************************************
030600*    9000-TERMINATE - APPEND THE RUN STATISTICS RECORD.  THE     *
030700*    INPUT DATASETS ARE OPENED AND CLOSED BY THE PARAGRAPHS      *
