002500*                   LINGERS.  ITEMS OVER 5 DAYS OLD OR           *
002600*                   RESUBMISSIONS THAT MATCH NOTHING END THE     *
002700*                   STEP WITH RETURN CODE 4 FOR REVIEW.          *
002710*                   THE CLERK ON EACH RESUBMISSION MUST BE       *
002720*                   AUTHORIZED FOR SUSP ON THE OPERATOR MASTER   *
002730*                   (OPRMST); ANY OTHER RESUBMISSION IS REFUSED, *
002740*                   LEAVES ITS ITEM OUTSTANDING, AND ALSO ENDS   *
002750*                   THE STEP WITH RETURN CODE 4.  EVERY          *
002760*                   RESUBMISSION APPLIED, REJECTED, OR REFUSED   *
002770*                   IS WRITTEN TO THE CUMULATIVE MAINTENANCE     *
002780*                   ACTIVITY LOG (MNTLOG).                       *
002800*    MODIFICATION HISTORY.........................................
002900*    DATE       INIT  DESCRIPTION
003000*    ---------- ----  -----------------------------------------
003100*    2026-09-02 JM    ORIGINAL PROGRAM.
003110*    2026-10-15 JM    WIDENED THE RECORD IMAGES FOR THE BRANCH
003120*                     ID NOW CARRIED ON EVERY AMOUNT RECORD.
003130*    2026-10-15 JM    WIDENED THE RECORD IMAGES FOR THE KEYER
003140*                     ID NOW CARRIED ON EVERY AMOUNT RECORD.
003150*    2026-10-15 JM    WIDENED THE RECORD IMAGES FOR THE CURRENCY
003160*                     CODE, ORIGINAL AMOUNT AND RATE.  A FOREIGN
003170*                     ITEM CARRIES NO REAIS AMOUNT UNTIL IT IS
003180*                     CONVERTED, SO IT AGES WITH A ZERO AMOUNT.
003182*    2026-10-15 JM    REFUSES RESUBMISSIONS FROM CLERKS NOT
003184*                     AUTHORIZED ON OPRMST, AND LOGS EVERY
003186*                     RESUBMISSION TO THE MAINTENANCE ACTIVITY LOG
003188*                     (MNTLOG).
003190*    2026-10-15 JM    NEW-MASTER RECORD WIDENED TO THE FULL
003192*                     81-BYTE SUSPENSE RECORD SO THE POSTING DATE
003194*                     AND BATCH ARE CARRIED FORWARD.
003195*    2026-10-15 JM    LOG AFTER-IMAGE TAKEN BEFORE THE AUDIT
003196*                     RECORD IS WRITTEN.
003197*    2026-10-15 JM    NEW-MASTER RECORD AND LOG BEFORE-IMAGE BUILT
003198*                     IN WORKING STORAGE, NOT IN THE CLOSED OLD
003199*                     MASTER'S RECORD AREA.
003200******************************************************************
003300    IDENTIFICATION DIVISION.
003400    PROGRAM-ID.    MAIN.
006300        SELECT STATS-FILE ASSIGN TO "JOBSTATS"
006400            ORGANIZATION IS LINE SEQUENTIAL
006500            FILE STATUS IS SP-STATS-STATUS.
006510        SELECT OPR-FILE ASSIGN TO "OPRMST"
006520            ORGANIZATION IS LINE SEQUENTIAL
006530            FILE STATUS IS SP-OPR-STATUS.
006540        SELECT OPTIONAL LOG-FILE ASSIGN TO "MNTLOG"
006550            ORGANIZATION IS LINE SEQUENTIAL
006560            FILE STATUS IS SP-LOG-STATUS.
006600
006700    DATA DIVISION.
006800    FILE SECTION.
007200
007300    FD  MAST-NEW
007400        LABEL RECORDS ARE STANDARD.
007500    01  SP-MSTNEW-RECORD            PIC X(81).
007600
007700    FD  REJ-FILE
007800        LABEL RECORDS ARE STANDARD.
010200        LABEL RECORDS ARE STANDARD.
010300    COPY "jobstat.cpy".
010400
010410    FD  OPR-FILE
010420        LABEL RECORDS ARE STANDARD.
010430    COPY "oprmst.cpy".
010440
010450    FD  LOG-FILE
010460        LABEL RECORDS ARE STANDARD.
010470    COPY "mntlog.cpy".
010480
010500    WORKING-STORAGE SECTION.
010600    77  SP-MSTOLD-STATUS        PIC X(2)  VALUE '00'.
010700    77  SP-MSTNEW-STATUS        PIC X(2)  VALUE '00'.
011200    77  SP-RPT-STATUS           PIC X(2)  VALUE '00'.
011300    77  SP-CTL-STATUS           PIC X(2)  VALUE '00'.
011400    77  SP-STATS-STATUS         PIC X(2)  VALUE '00'.
011420    77  SP-OPR-STATUS           PIC X(2)  VALUE '00'.
011440    77  SP-LOG-STATUS           PIC X(2)  VALUE '00'.
011500    77  SP-START-TIME           PIC 9(6)  VALUE ZERO.
011600    77  SP-TIME-WK              PIC 9(8)  VALUE ZERO.
011700
012400    77  SP-CARRIED-COUNT        PIC 9(5)  VALUE ZERO.
012500    77  SP-CLEARED-COUNT        PIC 9(5)  VALUE ZERO.
012600    77  SP-NOMATCH-COUNT        PIC 9(5)  VALUE ZERO.
012650    77  SP-REFUSED-COUNT        PIC 9(5)  VALUE ZERO.
012700    77  SP-ITEM-AMOUNT          PIC S9(5)V99 VALUE ZERO.
012800    77  SP-AMOUNT-ED            PIC -(5)9.99.
012900    77  SP-AMOUNT-TXT           PIC X(10) VALUE SPACES.
014500        88  SP-ITEM-FOUND                  VALUE 'Y'.
014600    77  SP-AGED-SW              PIC X(1)  VALUE 'N'.
014700        88  SP-AGED-ITEMS                  VALUE 'Y'.
014702    77  SP-OPR-EOF-SW           PIC X(1)  VALUE 'N'.
014704        88  SP-OPR-EOF                     VALUE 'Y'.
014706    77  SP-OPR-FOUND-SW         PIC X(1)  VALUE 'N'.
014708        88  SP-OPR-FOUND                   VALUE 'Y'.
014710    77  SP-OPR-OK-SW            PIC X(1)  VALUE 'N'.
014712        88  SP-OPR-OK                      VALUE 'Y'.
014714
014716    77  SP-OPR-MAX              PIC 9(3)  VALUE 200 COMP.
014718    77  SP-OPR-USED             PIC 9(3)  VALUE ZERO COMP.
014720    77  SP-O                    PIC 9(3)  VALUE ZERO COMP.
014722    77  SP-OX                   PIC 9(3)  VALUE ZERO COMP.
014724    77  SP-F                    PIC 9(1)  VALUE ZERO COMP.
014726    77  SP-OPR-REASON           PIC X(30) VALUE SPACES.
014728    77  SP-TIME-LOG             PIC 9(8)  VALUE ZERO.
014730
014732    01  SP-OPR-TABLE.
014734        05  SP-OPR-ENTRY OCCURS 200 TIMES.
014736            10  SP-OTAB-ID          PIC X(8).
014738            10  SP-OTAB-AUTH-SW     PIC X(1).
014740                88  SP-OTAB-AUTHORIZED     VALUE 'Y'.
014742                88  SP-OTAB-REVOKED        VALUE 'R'.
014744
014746    01  SP-LOG-KEY.
014748        05  SP-LKEY-SOURCE          PIC X(2).
014750        05  FILLER                  PIC X(1)  VALUE SPACE.
014752        05  SP-LKEY-DOCREF          PIC X(8).
014800
014900    77  SP-WK-SOURCE            PIC X(2)  VALUE SPACES.
015000    77  SP-WK-REASON            PIC X(2)  VALUE SPACES.
015300    01  SP-WK-IMAGE.
015400        05  SP-IMG-AMOUNT           PIC S9(5)V99
015500                                    SIGN LEADING SEPARATE.
015600        05  SP-IMG-REST             PIC X(47).
015605
015610*    THE SUSPENSE ITEM BEING WRITTEN OR LOGGED, IN THE SUSPMST
015615*    LAYOUT.
015620    01  SP-CURR-ITEM.
015625        05  SP-CURR-SOURCE          PIC X(2).
015630        05  SP-CURR-REASON          PIC X(2).
015635        05  SP-CURR-DOCREF          PIC X(8).
015640        05  SP-CURR-IMAGE           PIC X(55).
015645        05  SP-CURR-DATE            PIC 9(8).
015650        05  SP-CURR-BATCH           PIC 9(6).
015700
015800    01  SP-SUSP-TABLE.
015900        05  SP-TAB-ENTRY OCCURS 2000 TIMES.
016000            10  SP-TAB-SOURCE       PIC X(2).
016100            10  SP-TAB-REASON       PIC X(2).
016200            10  SP-TAB-DOCREF       PIC X(8).
016300            10  SP-TAB-IMAGE        PIC X(55).
016400            10  SP-TAB-DATE         PIC 9(8).
016500            10  SP-TAB-BATCH        PIC 9(6).
016600            10  SP-TAB-CLR-SW       PIC X(1).
018200        PERFORM 4000-WRITE-NEW-MASTER THRU 4000-EXIT.
018300        PERFORM 5000-AGEING-REPORT THRU 5000-EXIT.
018400        IF SP-NOMATCH-COUNT NOT = ZERO
018450            OR SP-REFUSED-COUNT NOT = ZERO
018500            OR SP-AGED-ITEMS
018600            MOVE 4 TO RETURN-CODE
018700        END-IF.
019000
019100******************************************************************
019200*    1000-INITIALIZE - READ THE JOB CONTROL RECORD, OPEN THE     *
019250*    NEW MASTER, THE REPORT, THE AUDIT TRAIL, AND THE ACTIVITY   *
019300*    LOG, AND LOAD THE OLD MASTER AND THE OPERATOR MASTER INTO   *
019350*    THEIR TABLES.  A MISSING OLD MASTER IS A FIRST RUN, NOT AN  *
019400*    ERROR.                                                      *
019600******************************************************************
019700    1000-INITIALIZE.
019800        ACCEPT SP-TIME-WK FROM TIME.
023400            PERFORM 9000-TERMINATE THRU 9000-EXIT
023500            STOP RUN
023600        END-IF.
023610        OPEN EXTEND LOG-FILE.
023620        IF SP-LOG-STATUS NOT = '00' AND
023630            SP-LOG-STATUS NOT = '05'
023640            DISPLAY 'SPOJ-SUSP: COULD NOT OPEN MNTLOG, '
023650                'STATUS = ' SP-LOG-STATUS
023660            MOVE 16 TO RETURN-CODE
023670            PERFORM 9000-TERMINATE THRU 9000-EXIT
023680            STOP RUN
023690        END-IF.
023700        PERFORM 1100-LOAD-OLD-MASTER THRU 1100-EXIT.
023750        PERFORM 1200-LOAD-OPERATORS THRU 1200-EXIT.
023800    1000-EXIT.
023900        EXIT.
024000
027800        EXIT.
027900
028000******************************************************************
028001*    1200-LOAD-OPERATORS - KEEP EACH OPERATOR ON THE OPERATOR    *
028002*    MASTER WITH WHETHER THE OPERATOR MAY CLEAR SUSPENSE.        *
028003*    WITHOUT AN OPERATOR MASTER NO OPERATOR IS AUTHORIZED, SO    *
028004*    EVERY RESUBMISSION IS REFUSED.                              *
028005******************************************************************
028006    1200-LOAD-OPERATORS.
028007        OPEN INPUT OPR-FILE.
028008        IF SP-OPR-STATUS NOT = '00'
028009            DISPLAY 'SPOJ-SUSP: OPRMST NOT AVAILABLE, STATUS = '
028010                SP-OPR-STATUS ' - NO OPERATOR IS AUTHORIZED'
028011            GO TO 1200-EXIT
028012        END-IF.
028013        PERFORM 1210-LOAD-ONE-OPERATOR THRU 1210-EXIT
028014            UNTIL SP-OPR-EOF.
028015        CLOSE OPR-FILE.
028016    1200-EXIT.
028017        EXIT.
028018
028019    1210-LOAD-ONE-OPERATOR.
028020        READ OPR-FILE
028021            AT END
028022                SET SP-OPR-EOF TO TRUE
028023                GO TO 1210-EXIT
028024        END-READ.
028025        IF SP-OPR-USED >= SP-OPR-MAX
028026            DISPLAY 'SPOJ-SUSP: MORE OPERATORS THAN THE '
028027                'TABLE HOLDS'
028028            MOVE 16 TO RETURN-CODE
028029            PERFORM 9000-TERMINATE THRU 9000-EXIT
028030            STOP RUN
028031        END-IF.
028032        ADD 1 TO SP-OPR-USED.
028033        MOVE OP-OPR-ID TO SP-OTAB-ID(SP-OPR-USED).
028034        MOVE 'N' TO SP-OTAB-AUTH-SW(SP-OPR-USED).
028035        IF NOT OP-OPR-ACTIVE
028036            MOVE 'R' TO SP-OTAB-AUTH-SW(SP-OPR-USED)
028037            GO TO 1210-EXIT
028038        END-IF.
028039        PERFORM 1220-CHECK-FUNC THRU 1220-EXIT
028040            VARYING SP-F FROM 1 BY 1
028041                UNTIL SP-F > 8
028042                    OR SP-OTAB-AUTHORIZED(SP-OPR-USED).
028043    1210-EXIT.
028044        EXIT.
028045
028046    1220-CHECK-FUNC.
028047        IF OP-OPR-FUNC(SP-F) = 'SUSP'
028048            MOVE 'Y' TO SP-OTAB-AUTH-SW(SP-OPR-USED)
028049        END-IF.
028050    1220-EXIT.
028051        EXIT.
028052
028053******************************************************************
028100*    2000-APPLY-RESUBS - CLEAR EVERY RESUBMITTED ITEM OFF THE    *
028200*    TABLE AND LOG WHO CLEARED IT AND UNDER WHAT NEW REFERENCE   *
028250*    ON THE AUDIT TRAIL.  A RESUBMISSION FROM A CLERK NOT        *
028300*    AUTHORIZED TO CLEAR SUSPENSE, OR THAT MATCHES NOTHING       *
028350*    OUTSTANDING, IS REPORTED AND COUNTED.  EVERY RESUBMISSION   *
028400*    GOES ON THE ACTIVITY LOG.  A MISSING SUSPRES IS SIMPLY A    *
028450*    DAY WITH NOTHING CLEARED.                                   *
028600******************************************************************
028700    2000-APPLY-RESUBS.
028800        OPEN INPUT RES-FILE.
030800    2200-CLEAR-ITEM.
030900        MOVE 'N' TO SP-ITEM-FOUND-SW.
031000        MOVE ZERO TO SP-X.
031010        PERFORM 2500-CHECK-OPERATOR THRU 2500-EXIT.
031020        IF NOT SP-OPR-OK
031030            PERFORM 2450-FLAG-REFUSED THRU 2450-EXIT
031040            GO TO 2200-EXIT
031050        END-IF.
031100        IF RS-RES-DOCREF = SPACES
031200            PERFORM 2400-FLAG-NOMATCH THRU 2400-EXIT
031300            GO TO 2200-EXIT
032800        MOVE RS-RES-DOCREF        TO SA-AUD-DOCREF.
032900        MOVE RS-RES-NEW-DOCREF    TO SA-AUD-NEW-DOCREF.
033000        MOVE RS-RES-CLERK         TO SA-AUD-CLERK.
033050        MOVE SA-AUD-RECORD        TO ML-LOG-AFTER.
033100        WRITE SA-AUD-RECORD.
033110        PERFORM 2650-ITEM-IMAGE THRU 2650-EXIT.
033120        MOVE 'A'                  TO ML-LOG-OUTCOME.
033130        MOVE SPACES               TO ML-LOG-REASON.
033150        PERFORM 2600-LOG-ACTION THRU 2600-EXIT.
033200    2200-EXIT.
033300        EXIT.
033400
034900            RS-RES-DOCREF ' MATCHES NOTHING OUTSTANDING'
035000            DELIMITED BY SIZE INTO SP-RPT-LINE.
035100        WRITE SP-REPORT-RECORD.
035110        MOVE SPACES               TO ML-LOG-BEFORE.
035120        MOVE 'J'                  TO ML-LOG-OUTCOME.
035130        MOVE 'MATCHES NOTHING OUTSTANDING' TO ML-LOG-REASON.
035140        MOVE RS-RES-RECORD        TO ML-LOG-AFTER.
035150        PERFORM 2600-LOG-ACTION THRU 2600-EXIT.
035200    2400-EXIT.
035201        EXIT.
035202
035203******************************************************************
035204*    2450-FLAG-REFUSED - THE CLERK MAY NOT CLEAR SUSPENSE.  THE  *
035205*    ITEM STAYS OUTSTANDING; THE REFUSAL IS REPORTED, COUNTED,   *
035206*    AND LOGGED WITH THE ITEM IT WOULD HAVE CLEARED.             *
035207******************************************************************
035208    2450-FLAG-REFUSED.
035209        ADD 1 TO SP-REFUSED-COUNT.
035210        MOVE SPACES TO SP-RPT-LINE.
035211        STRING 'RESUBMISSION ' RS-RES-SOURCE ' '
035212            RS-RES-DOCREF ' BY ' RS-RES-CLERK ' REFUSED - '
035213            SP-OPR-REASON
035214            DELIMITED BY SIZE INTO SP-RPT-LINE.
035215        WRITE SP-REPORT-RECORD.
035216        IF RS-RES-DOCREF NOT = SPACES
035217            PERFORM 2300-FIND-ITEM THRU 2300-EXIT
035218                VARYING SP-I FROM 1 BY 1
035219                    UNTIL SP-I > SP-TAB-USED
035220                        OR SP-ITEM-FOUND
035221        END-IF.
035222        MOVE SPACES               TO ML-LOG-BEFORE.
035223        IF SP-ITEM-FOUND
035224            PERFORM 2650-ITEM-IMAGE THRU 2650-EXIT
035225        END-IF.
035226        MOVE 'R'                  TO ML-LOG-OUTCOME.
035227        MOVE SP-OPR-REASON        TO ML-LOG-REASON.
035228        MOVE RS-RES-RECORD        TO ML-LOG-AFTER.
035229        PERFORM 2600-LOG-ACTION THRU 2600-EXIT.
035230    2450-EXIT.
035231        EXIT.
035232
035233******************************************************************
035234*    2500-CHECK-OPERATOR - THE RESUBMISSION'S CLERK MUST BE ON   *
035235*    THE OPERATOR MASTER, ACTIVE, AND AUTHORIZED FOR SUSP.       *
035236******************************************************************
035237    2500-CHECK-OPERATOR.
035238        MOVE 'N' TO SP-OPR-OK-SW.
035239        MOVE 'N' TO SP-OPR-FOUND-SW.
035240        MOVE ZERO TO SP-OX.
035241        IF RS-RES-CLERK = SPACES
035242            MOVE 'NO OPERATOR ID' TO SP-OPR-REASON
035243            GO TO 2500-EXIT
035244        END-IF.
035245        PERFORM 2510-FIND-OPERATOR THRU 2510-EXIT
035246            VARYING SP-O FROM 1 BY 1
035247                UNTIL SP-O > SP-OPR-USED
035248                    OR SP-OPR-FOUND.
035249        IF NOT SP-OPR-FOUND
035250            MOVE 'OPERATOR UNKNOWN' TO SP-OPR-REASON
035251            GO TO 2500-EXIT
035252        END-IF.
035253        IF SP-OTAB-REVOKED(SP-OX)
035254            MOVE 'OPERATOR REVOKED' TO SP-OPR-REASON
035255            GO TO 2500-EXIT
035256        END-IF.
035257        IF NOT SP-OTAB-AUTHORIZED(SP-OX)
035258            MOVE 'OPERATOR NOT AUTHORIZED' TO SP-OPR-REASON
035259            GO TO 2500-EXIT
035260        END-IF.
035261        SET SP-OPR-OK TO TRUE.
035262    2500-EXIT.
035263        EXIT.
035264
035265    2510-FIND-OPERATOR.
035266        IF SP-OTAB-ID(SP-O) = RS-RES-CLERK
035267            SET SP-OPR-FOUND TO TRUE
035268            MOVE SP-O TO SP-OX
035269        END-IF.
035270    2510-EXIT.
035271        EXIT.
035272
035273******************************************************************
035274*    2600-LOG-ACTION - WRITE THE ACTIVITY LOG RECORD FOR THE     *
035275*    CURRENT RESUBMISSION.  THE CALLER HAS ALREADY SET THE       *
035276*    OUTCOME, THE REASON, AND THE BEFORE (THE SUSPENSE ITEM) AND *
035277*    AFTER (THE CLEARANCE AUDIT RECORD, OR THE RESUBMISSION AS   *
035278*    SUPPLIED) IMAGES.                                           *
035279******************************************************************
035280    2600-LOG-ACTION.
035281        MOVE SP-RUN-DATE          TO ML-LOG-DATE.
035282        ACCEPT SP-TIME-LOG FROM TIME.
035283        MOVE SP-TIME-LOG(1:6)     TO ML-LOG-TIME.
035284        MOVE SP-BATCH-NUMBER      TO ML-LOG-BATCH.
035285        MOVE 'SUSP'               TO ML-LOG-FUNC.
035286        MOVE RS-RES-CLERK         TO ML-LOG-OPER.
035287        MOVE 'CLEAR'              TO ML-LOG-ACTION.
035288        MOVE RS-RES-SOURCE        TO SP-LKEY-SOURCE.
035289        MOVE RS-RES-DOCREF        TO SP-LKEY-DOCREF.
035290        MOVE SP-LOG-KEY           TO ML-LOG-KEY.
035291        WRITE ML-LOG-RECORD.
035292    2600-EXIT.
035293        EXIT.
035294
035295    2650-ITEM-IMAGE.
035296        MOVE SP-TAB-SOURCE(SP-X)  TO SP-CURR-SOURCE.
035297        MOVE SP-TAB-REASON(SP-X)  TO SP-CURR-REASON.
035298        MOVE SP-TAB-DOCREF(SP-X)  TO SP-CURR-DOCREF.
035299        MOVE SP-TAB-IMAGE(SP-X)   TO SP-CURR-IMAGE.
035300        MOVE SP-TAB-DATE(SP-X)    TO SP-CURR-DATE.
035301        MOVE SP-TAB-BATCH(SP-X)   TO SP-CURR-BATCH.
035302        MOVE SP-CURR-ITEM         TO ML-LOG-BEFORE.
035303    2650-EXIT.
035304        EXIT.
035400
035500******************************************************************
035600*    3000-POST-NEW-ITEMS - POST THIS RUN'S EDIT REJECTS AND      *
045100        IF SP-TAB-CLEARED(SP-I)
045200            GO TO 4100-EXIT
045300        END-IF.
045400        MOVE SP-TAB-SOURCE(SP-I) TO SP-CURR-SOURCE.
045500        MOVE SP-TAB-REASON(SP-I) TO SP-CURR-REASON.
045600        MOVE SP-TAB-DOCREF(SP-I) TO SP-CURR-DOCREF.
045700        MOVE SP-TAB-IMAGE(SP-I)  TO SP-CURR-IMAGE.
045800        MOVE SP-TAB-DATE(SP-I)   TO SP-CURR-DATE.
045900        MOVE SP-TAB-BATCH(SP-I)  TO SP-CURR-BATCH.
046000        MOVE SP-CURR-ITEM        TO SP-MSTNEW-RECORD.
046100        WRITE SP-MSTNEW-RECORD.
046200        ADD 1 TO SP-CARRIED-COUNT.
046300    4100-EXIT.
055600
055700******************************************************************
055800*    9000-TERMINATE - WRITE THE RUN STATISTICS RECORD AND CLOSE  *
055850*    THE NEW MASTER, THE REPORT, THE AUDIT TRAIL, AND THE        *
055900*    ACTIVITY LOG.                                               *
056000******************************************************************
056100    9000-TERMINATE.
056200        PERFORM 9500-WRITE-STATS THRU 9500-EXIT.
056300        CLOSE MAST-NEW.
056400        CLOSE REPORT-FILE.
056500        CLOSE AUD-FILE.
056550        CLOSE LOG-FILE.
056600    9000-EXIT.
056700        EXIT.
056800
058200        MOVE 'SUSP'           TO JS-STAT-STEP.
058300        MOVE SP-NEW-COUNT     TO JS-STAT-READ.
058400        MOVE SP-CARRIED-COUNT TO JS-STAT-WRITTEN.
058450        COMPUTE JS-STAT-REJECTED = SP-NOMATCH-COUNT
058500            + SP-REFUSED-COUNT.
058600        MOVE ZERO             TO JS-STAT-TOTAL.
058700        MOVE SP-START-TIME    TO JS-STAT-START.
058800        ACCEPT SP-TIME-WK FROM TIME.
