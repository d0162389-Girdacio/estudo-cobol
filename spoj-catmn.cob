001900*                   OPERATOR MOVES CATMNEW OVER CATMST ONLY      *
002000*                   AFTER A CLEAN RUN, THE SAME WAY THE JOB      *
002100*                   ROLLS ITS OTHER MASTERS FORWARD.             *
002110*                   AN ADD OR CHANGE WHOSE APPROVAL LIMIT IS     *
002120*                   NEITHER BLANK NOR NUMERIC IS ALSO REJECTED.  *
002130*                   EVERY TRANSACTION MUST NAME AN OPERATOR WHO  *
002140*                   IS AUTHORIZED FOR CATMN ON THE OPERATOR      *
002150*                   MASTER (OPRMST); ANY OTHER IS REFUSED.       *
002160*                   EVERY TRANSACTION APPLIED, REJECTED, OR      *
002170*                   REFUSED IS ALSO WRITTEN, WITH THE MASTER     *
002180*                   IMAGE BEFORE AND AFTER, TO THE CUMULATIVE    *
002190*                   MAINTENANCE ACTIVITY LOG (MNTLOG).           *
002200*    MODIFICATION HISTORY.........................................
002300*    DATE       INIT  DESCRIPTION
002400*    ---------- ----  -----------------------------------------
002500*    2026-09-02 JM    ORIGINAL PROGRAM.
002510*    2026-10-15 JM    CARRIES THE NEW DUAL-CONTROL APPROVAL
002520*                     LIMIT (SEE CATMST).  A BLANK LIMIT ON THE
002530*                     TRANSACTION OR ON AN OLD MASTER RECORD IS
002540*                     TAKEN AS ZERO (NO LIMIT).
002550*    2026-10-15 JM    REFUSES TRANSACTIONS FROM OPERATORS NOT
002560*                     AUTHORIZED ON OPRMST, AND LOGS EVERY
002570*                     TRANSACTION TO THE MAINTENANCE ACTIVITY
002580*                     LOG (MNTLOG).
002585*    2026-10-15 JM    NEW-MASTER RECORD AND LOG IMAGES BUILT IN
002590*                     WORKING STORAGE, NOT IN THE CLOSED OLD
002595*                     MASTER'S RECORD AREA.
002600******************************************************************
002700    IDENTIFICATION DIVISION.
002800    PROGRAM-ID.    MAIN.
004200        SELECT REPORT-FILE ASSIGN TO "CATMRPT"
004300            ORGANIZATION IS LINE SEQUENTIAL
004400            FILE STATUS IS CM-RPT-STATUS.
004410        SELECT OPR-FILE ASSIGN TO "OPRMST"
004420            ORGANIZATION IS LINE SEQUENTIAL
004430            FILE STATUS IS CM-OPR-STATUS.
004440        SELECT OPTIONAL LOG-FILE ASSIGN TO "MNTLOG"
004450            ORGANIZATION IS LINE SEQUENTIAL
004460            FILE STATUS IS CM-LOG-STATUS.
004500
004600    DATA DIVISION.
004700    FILE SECTION.
005500
005600    FD  MAST-NEW
005700        LABEL RECORDS ARE STANDARD.
005800    01  CM-MSTNEW-RECORD            PIC X(48).
005900
006000    FD  REPORT-FILE
006100        LABEL RECORDS ARE STANDARD.
006200    COPY "catmrpt.cpy".
006300
006310    FD  OPR-FILE
006320        LABEL RECORDS ARE STANDARD.
006330    COPY "oprmst.cpy".
006340
006350    FD  LOG-FILE
006360        LABEL RECORDS ARE STANDARD.
006370    COPY "mntlog.cpy".
006380
006400    WORKING-STORAGE SECTION.
006500    77  CM-TRAN-STATUS          PIC X(2)  VALUE '00'.
006600    77  CM-MSTOLD-STATUS        PIC X(2)  VALUE '00'.
006700    77  CM-MSTNEW-STATUS        PIC X(2)  VALUE '00'.
006800    77  CM-RPT-STATUS           PIC X(2)  VALUE '00'.
006820    77  CM-OPR-STATUS           PIC X(2)  VALUE '00'.
006840    77  CM-LOG-STATUS           PIC X(2)  VALUE '00'.
006860    77  CM-TODAY                PIC 9(8)  VALUE ZERO.
006880    77  CM-TIME-WK              PIC 9(8)  VALUE ZERO.
006900
007000    77  CM-TAB-MAX              PIC 9(3)  VALUE 100 COMP.
007100    77  CM-TAB-USED             PIC 9(3)  VALUE ZERO COMP.
007300    77  CM-X                    PIC 9(3)  VALUE ZERO COMP.
007400    77  CM-APPLIED-COUNT        PIC 9(5)  VALUE ZERO.
007500    77  CM-REJECT-COUNT         PIC 9(5)  VALUE ZERO.
007550    77  CM-REFUSED-COUNT        PIC 9(5)  VALUE ZERO.
007600
007700    77  CM-TRAN-EOF-SW          PIC X(1)  VALUE 'N'.
007800        88  CM-TRAN-EOF                    VALUE 'Y'.
008000        88  CM-MSTOLD-EOF                  VALUE 'Y'.
008100    77  CM-CODE-FOUND-SW        PIC X(1)  VALUE 'N'.
008200        88  CM-CODE-FOUND                  VALUE 'Y'.
008210    77  CM-LIMIT-BAD-SW         PIC X(1)  VALUE 'N'.
008220        88  CM-LIMIT-BAD                   VALUE 'Y'.
008222    77  CM-OPR-EOF-SW           PIC X(1)  VALUE 'N'.
008224        88  CM-OPR-EOF                     VALUE 'Y'.
008226    77  CM-OPR-FOUND-SW         PIC X(1)  VALUE 'N'.
008228        88  CM-OPR-FOUND                   VALUE 'Y'.
008230    77  CM-OPR-OK-SW            PIC X(1)  VALUE 'N'.
008232        88  CM-OPR-OK                      VALUE 'Y'.
008234
008236    77  CM-OPR-MAX              PIC 9(3)  VALUE 200 COMP.
008238    77  CM-OPR-USED             PIC 9(3)  VALUE ZERO COMP.
008240    77  CM-O                    PIC 9(3)  VALUE ZERO COMP.
008242    77  CM-OX                   PIC 9(3)  VALUE ZERO COMP.
008244    77  CM-F                    PIC 9(1)  VALUE ZERO COMP.
008246    77  CM-OPR-REASON           PIC X(30) VALUE SPACES.
008248    77  CM-BEFORE-IMAGE         PIC X(80) VALUE SPACES.
008250
008252    01  CM-OPR-TABLE.
008254        05  CM-OPR-ENTRY OCCURS 200 TIMES.
008256            10  CM-OTAB-ID          PIC X(8).
008258            10  CM-OTAB-AUTH-SW     PIC X(1).
008260                88  CM-OTAB-AUTHORIZED     VALUE 'Y'.
008262                88  CM-OTAB-REVOKED        VALUE 'R'.
008300
008400    01  CM-CAT-TABLE.
008500        05  CM-TAB-ENTRY OCCURS 100 TIMES.
008800            10  CM-TAB-STATUS       PIC X(1).
008900            10  CM-TAB-EFF-FROM     PIC 9(8).
009000            10  CM-TAB-EFF-TO       PIC 9(8).
009010            10  CM-TAB-APPR-LIMIT   PIC 9(5)V99.
009100            10  CM-TAB-DEL-SW       PIC X(1).
009200                88  CM-TAB-DELETED         VALUE 'Y'.
009300
009400    01  CM-ACTION-LINE.
009500        05  CM-ACT-VERB         PIC X(8).
009600        05  CM-ACT-CODE         PIC X(4).
009620        05  FILLER              PIC X(2)  VALUE SPACES.
009640        05  CM-ACT-OPER         PIC X(8).
009700        05  FILLER              PIC X(2)  VALUE SPACES.
009800        05  CM-ACT-RESULT       PIC X(40).
009810
009820*    THE CATEGORY BEING WRITTEN OR LOGGED, IN THE CATMST LAYOUT.
009830    01  CM-CURR-RECORD.
009840        05  CM-CURR-CODE        PIC X(4).
009850        05  CM-CURR-DESC        PIC X(20).
009860        05  CM-CURR-STATUS-SW   PIC X(1).
009870        05  CM-CURR-EFF-FROM    PIC 9(8).
009880        05  CM-CURR-EFF-TO      PIC 9(8).
009890        05  CM-CURR-APPR-LIMIT  PIC 9(5)V99.
009900
010000    PROCEDURE DIVISION.
010100    0000-MAINLINE.
011400
011500******************************************************************
011600*    1000-INITIALIZE - OPEN THE TRANSACTION DATASET, THE NEW     *
011650*    MASTER, THE REPORT, AND THE ACTIVITY LOG, THEN LOAD THE     *
011700*    OLD MASTER AND THE OPERATOR MASTER INTO THEIR TABLES.  A    *
011750*    MISSING OLD MASTER IS A FIRST RUN, NOT AN ERROR.            *
011900******************************************************************
012000    1000-INITIALIZE.
012050        ACCEPT CM-TODAY FROM DATE YYYYMMDD.
012100        OPEN INPUT TRAN-FILE.
012200        IF CM-TRAN-STATUS NOT = '00'
012300            DISPLAY 'SPOJ-CATMN: COULD NOT OPEN CATTRAN, '
013800        STRING 'CATEGORY MASTER MAINTENANCE REPORT'
013900            DELIMITED BY SIZE INTO CM-RPT-LINE.
014000        WRITE CM-REPORT-RECORD.
014005        OPEN EXTEND LOG-FILE.
014010        IF CM-LOG-STATUS NOT = '00' AND
014015            CM-LOG-STATUS NOT = '05'
014020            DISPLAY 'SPOJ-CATMN: COULD NOT OPEN MNTLOG, '
014025                'STATUS = ' CM-LOG-STATUS
014030            MOVE 16 TO RETURN-CODE
014035            CLOSE TRAN-FILE
014040            CLOSE MAST-NEW
014045            CLOSE REPORT-FILE
014050            STOP RUN
014055        END-IF.
014100        PERFORM 1100-LOAD-OLD-MASTER THRU 1100-EXIT.
014150        PERFORM 1200-LOAD-OPERATORS THRU 1200-EXIT.
014200    1000-EXIT.
014300        EXIT.
014400
017200                MOVE CM-CAT-EFF-FROM
017300                    TO CM-TAB-EFF-FROM(CM-TAB-USED)
017400                MOVE CM-CAT-EFF-TO   TO CM-TAB-EFF-TO(CM-TAB-USED)
017410                IF CM-CAT-APPR-LIMIT IS NUMERIC
017420                    MOVE CM-CAT-APPR-LIMIT
017430                        TO CM-TAB-APPR-LIMIT(CM-TAB-USED)
017440                ELSE
017450                    MOVE ZERO TO CM-TAB-APPR-LIMIT(CM-TAB-USED)
017460                END-IF
017500                MOVE 'N'             TO CM-TAB-DEL-SW(CM-TAB-USED)
017600        END-READ.
017700    1110-EXIT.
017800        EXIT.
017900
018000******************************************************************
018001*    1200-LOAD-OPERATORS - KEEP EACH OPERATOR ON THE OPERATOR    *
018002*    MASTER WITH WHETHER THE OPERATOR MAY MAINTAIN THE CATEGORY  *
018003*    MASTER.  WITHOUT AN OPERATOR MASTER NO OPERATOR IS          *
018004*    AUTHORIZED, SO EVERY TRANSACTION IS REFUSED.                *
018005******************************************************************
018006    1200-LOAD-OPERATORS.
018007        OPEN INPUT OPR-FILE.
018008        IF CM-OPR-STATUS NOT = '00'
018009            DISPLAY 'SPOJ-CATMN: OPRMST NOT AVAILABLE, STATUS = '
018010                CM-OPR-STATUS ' - NO OPERATOR IS AUTHORIZED'
018011            GO TO 1200-EXIT
018012        END-IF.
018013        PERFORM 1210-LOAD-ONE-OPERATOR THRU 1210-EXIT
018014            UNTIL CM-OPR-EOF.
018015        CLOSE OPR-FILE.
018016    1200-EXIT.
018017        EXIT.
018018
018019    1210-LOAD-ONE-OPERATOR.
018020        READ OPR-FILE
018021            AT END
018022                SET CM-OPR-EOF TO TRUE
018023                GO TO 1210-EXIT
018024        END-READ.
018025        IF CM-OPR-USED >= CM-OPR-MAX
018026            DISPLAY 'SPOJ-CATMN: MORE OPERATORS THAN THE '
018027                'TABLE HOLDS'
018028            MOVE 16 TO RETURN-CODE
018029            PERFORM 9000-TERMINATE THRU 9000-EXIT
018030            STOP RUN
018031        END-IF.
018032        ADD 1 TO CM-OPR-USED.
018033        MOVE OP-OPR-ID TO CM-OTAB-ID(CM-OPR-USED).
018034        MOVE 'N' TO CM-OTAB-AUTH-SW(CM-OPR-USED).
018035        IF NOT OP-OPR-ACTIVE
018036            MOVE 'R' TO CM-OTAB-AUTH-SW(CM-OPR-USED)
018037            GO TO 1210-EXIT
018038        END-IF.
018039        PERFORM 1220-CHECK-FUNC THRU 1220-EXIT
018040            VARYING CM-F FROM 1 BY 1
018041                UNTIL CM-F > 8
018042                    OR CM-OTAB-AUTHORIZED(CM-OPR-USED).
018043    1210-EXIT.
018044        EXIT.
018045
018046    1220-CHECK-FUNC.
018047        IF OP-OPR-FUNC(CM-F) = 'CATMN'
018048            MOVE 'Y' TO CM-OTAB-AUTH-SW(CM-OPR-USED)
018049        END-IF.
018050    1220-EXIT.
018051        EXIT.
018052
018053******************************************************************
018100*    2000-APPLY-TRANS - READ ONE MAINTENANCE TRANSACTION AND     *
018150*    APPLY IT TO THE TABLE.  EVERY TRANSACTION, APPLIED,         *
018200*    REJECTED, OR REFUSED, GETS ONE REPORT LINE AND ONE ACTIVITY *
018250*    LOG RECORD.                                                 *
018400******************************************************************
018500    2000-APPLY-TRANS.
018600        READ TRAN-FILE
020100            VARYING CM-I FROM 1 BY 1
020200                UNTIL CM-I > CM-TAB-USED
020300                    OR CM-CODE-FOUND.
020310        MOVE SPACES TO CM-BEFORE-IMAGE.
020320        IF CM-CODE-FOUND
020330            PERFORM 2950-BUILD-IMAGE THRU 2950-EXIT
020340            MOVE CM-CURR-RECORD TO CM-BEFORE-IMAGE
020350        END-IF.
020360        MOVE CT-TRAN-OPER TO CM-ACT-OPER.
020370        PERFORM 2800-CHECK-OPERATOR THRU 2800-EXIT.
020400        IF CT-TRAN-ADD
020500            MOVE 'ADD     ' TO CM-ACT-VERB
020600            PERFORM 2300-APPLY-ADD THRU 2300-EXIT
022200        END-IF.
022300        MOVE CM-ACTION-LINE TO CM-RPT-LINE.
022400        WRITE CM-REPORT-RECORD.
022450        PERFORM 2900-LOG-ACTION THRU 2900-EXIT.
022500    2100-EXIT.
022600        EXIT.
022700
023600
023700******************************************************************
023800*    2300-APPLY-ADD - A NEW CODE GOES ON THE END OF THE TABLE.   *
023900*    THE OPERATOR MUST BE AUTHORIZED, THE CODE MUST NOT ALREADY  *
024000*    BE ON THE MASTER, THE STATUS FLAG MUST BE 'A' OR 'I', AND   *
024010*    THE APPROVAL LIMIT BLANK OR NUMERIC.                        *
024100******************************************************************
024200    2300-APPLY-ADD.
024220        IF NOT CM-OPR-OK
024240            PERFORM 2850-REFUSE-TRAN THRU 2850-EXIT
024260            GO TO 2300-EXIT
024280        END-IF.
024300        IF CM-CODE-FOUND
024400            MOVE 'REJECTED - CODE ALREADY ON MASTER'
024500                TO CM-ACT-RESULT
025300            ADD 1 TO CM-REJECT-COUNT
025400            GO TO 2300-EXIT
025500        END-IF.
025510        PERFORM 2700-EDIT-LIMIT THRU 2700-EXIT.
025520        IF CM-LIMIT-BAD
025530            GO TO 2300-EXIT
025540        END-IF.
025600        IF CM-TAB-USED >= CM-TAB-MAX
025700            DISPLAY 'SPOJ-CATMN: MORE CATEGORIES THAN THE '
025800                'TABLE HOLDS'
027000
027100******************************************************************
027200*    2400-APPLY-CHANGE - REPLACE THE IMAGE OF AN EXISTING CODE.  *
027250*    AN UNAUTHORIZED OPERATOR'S CHANGE IS REFUSED.               *
027300******************************************************************
027400    2400-APPLY-CHANGE.
027420        IF NOT CM-OPR-OK
027440            PERFORM 2850-REFUSE-TRAN THRU 2850-EXIT
027460            GO TO 2400-EXIT
027480        END-IF.
027500        IF NOT CM-CODE-FOUND
027600            MOVE 'REJECTED - CODE NOT ON MASTER'
027700                TO CM-ACT-RESULT
028500            ADD 1 TO CM-REJECT-COUNT
028600            GO TO 2400-EXIT
028700        END-IF.
028710        PERFORM 2700-EDIT-LIMIT THRU 2700-EXIT.
028720        IF CM-LIMIT-BAD
028730            GO TO 2400-EXIT
028740        END-IF.
028800        PERFORM 2600-MOVE-TRAN-TO-TABLE THRU 2600-EXIT.
028900        MOVE 'APPLIED' TO CM-ACT-RESULT.
029000        ADD 1 TO CM-APPLIED-COUNT.
029300
029400******************************************************************
029500*    2500-APPLY-DELETE - MARK AN EXISTING CODE DELETED SO IT IS  *
029550*    DROPPED WHEN THE NEW MASTER IS WRITTEN.  AN UNAUTHORIZED    *
029600*    OPERATOR'S DELETE IS REFUSED.                               *
029700******************************************************************
029800    2500-APPLY-DELETE.
029820        IF NOT CM-OPR-OK
029840            PERFORM 2850-REFUSE-TRAN THRU 2850-EXIT
029860            GO TO 2500-EXIT
029880        END-IF.
029900        IF NOT CM-CODE-FOUND
030000            MOVE 'REJECTED - CODE NOT ON MASTER'
030100                TO CM-ACT-RESULT
031500        MOVE CT-TRAN-EFF-FROM  TO CM-TAB-EFF-FROM(CM-X).
031600        MOVE CT-TRAN-EFF-TO    TO CM-TAB-EFF-TO(CM-X).
031700        MOVE 'N'               TO CM-TAB-DEL-SW(CM-X).
031800        MOVE CT-TRAN-APPR-LIMIT TO CM-TAB-APPR-LIMIT(CM-X).
031900    2600-EXIT.
032000        EXIT.
032002
032007******************************************************************
032012*    2700-EDIT-LIMIT - A BLANK APPROVAL LIMIT IS TAKEN AS ZERO   *
032017*    (NO LIMIT); ANYTHING ELSE NOT NUMERIC REJECTS THE           *
032022*    TRANSACTION.                                                *
032027******************************************************************
032032    2700-EDIT-LIMIT.
032037        MOVE 'N' TO CM-LIMIT-BAD-SW.
032042        IF CT-TRAN-APPR-LIMIT-X = SPACES
032047            MOVE ZERO TO CT-TRAN-APPR-LIMIT
032052        END-IF.
032057        IF CT-TRAN-APPR-LIMIT IS NOT NUMERIC
032062            SET CM-LIMIT-BAD TO TRUE
032067            MOVE 'REJECTED - APPROVAL LIMIT NOT NUMERIC'
032072                TO CM-ACT-RESULT
032077            ADD 1 TO CM-REJECT-COUNT
032082        END-IF.
032087    2700-EXIT.
032092        EXIT.
032100
032200******************************************************************
032201*    2800-CHECK-OPERATOR - THE TRANSACTION'S OPERATOR MUST BE ON *
032202*    THE OPERATOR MASTER, ACTIVE, AND AUTHORIZED FOR CATMN.      *
032203******************************************************************
032204    2800-CHECK-OPERATOR.
032205        MOVE 'N' TO CM-OPR-OK-SW.
032206        MOVE 'N' TO CM-OPR-FOUND-SW.
032207        MOVE ZERO TO CM-OX.
032208        IF CT-TRAN-OPER = SPACES
032209            MOVE 'NO OPERATOR ID' TO CM-OPR-REASON
032210            GO TO 2800-EXIT
032211        END-IF.
032212        PERFORM 2810-FIND-OPERATOR THRU 2810-EXIT
032213            VARYING CM-O FROM 1 BY 1
032214                UNTIL CM-O > CM-OPR-USED
032215                    OR CM-OPR-FOUND.
032216        IF NOT CM-OPR-FOUND
032217            MOVE 'OPERATOR UNKNOWN' TO CM-OPR-REASON
032218            GO TO 2800-EXIT
032219        END-IF.
032220        IF CM-OTAB-REVOKED(CM-OX)
032221            MOVE 'OPERATOR REVOKED' TO CM-OPR-REASON
032222            GO TO 2800-EXIT
032223        END-IF.
032224        IF NOT CM-OTAB-AUTHORIZED(CM-OX)
032225            MOVE 'OPERATOR NOT AUTHORIZED' TO CM-OPR-REASON
032226            GO TO 2800-EXIT
032227        END-IF.
032228        SET CM-OPR-OK TO TRUE.
032229    2800-EXIT.
032230        EXIT.
032231
032232    2810-FIND-OPERATOR.
032233        IF CM-OTAB-ID(CM-O) = CT-TRAN-OPER
032234            SET CM-OPR-FOUND TO TRUE
032235            MOVE CM-O TO CM-OX
032236        END-IF.
032237    2810-EXIT.
032238        EXIT.
032239
032240    2850-REFUSE-TRAN.
032241        MOVE SPACES TO CM-ACT-RESULT.
032242        STRING 'REFUSED - ' CM-OPR-REASON
032243            DELIMITED BY SIZE INTO CM-ACT-RESULT.
032244        ADD 1 TO CM-REJECT-COUNT.
032245        ADD 1 TO CM-REFUSED-COUNT.
032246    2850-EXIT.
032247        EXIT.
032248
032249******************************************************************
032250*    2900-LOG-ACTION - ONE ACTIVITY LOG RECORD PER TRANSACTION.  *
032251*    CATEGORY MAINTENANCE RUNS OFF-CYCLE, SO IT IS LOGGED UNDER  *
032252*    THE SYSTEM DATE AND BATCH ZERO.  THE BEFORE IMAGE IS THE    *
032253*    MASTER RECORD AS IT STOOD; THE AFTER IMAGE IS THE MASTER    *
032254*    RECORD AS LEFT (SPACES ONCE DELETED), OR THE TRANSACTION    *
032255*    ITSELF WHEN IT WAS NOT APPLIED.                             *
032256******************************************************************
032257    2900-LOG-ACTION.
032258        MOVE CM-TODAY        TO ML-LOG-DATE.
032259        ACCEPT CM-TIME-WK FROM TIME.
032260        MOVE CM-TIME-WK(1:6) TO ML-LOG-TIME.
032261        MOVE ZERO            TO ML-LOG-BATCH.
032262        MOVE 'CATMN'         TO ML-LOG-FUNC.
032263        MOVE CT-TRAN-OPER    TO ML-LOG-OPER.
032264        MOVE CM-ACT-VERB     TO ML-LOG-ACTION.
032265        MOVE CT-TRAN-CODE    TO ML-LOG-KEY.
032266        MOVE CM-BEFORE-IMAGE TO ML-LOG-BEFORE.
032267        MOVE SPACES          TO ML-LOG-REASON.
032268        IF CM-ACT-RESULT = 'APPLIED'
032269            MOVE 'A' TO ML-LOG-OUTCOME
032270            MOVE SPACES TO ML-LOG-AFTER
032271            IF NOT CT-TRAN-DELETE
032272                PERFORM 2950-BUILD-IMAGE THRU 2950-EXIT
032273                MOVE CM-CURR-RECORD TO ML-LOG-AFTER
032274            END-IF
032275        ELSE
032276            MOVE CT-TRAN-RECORD TO ML-LOG-AFTER
032277            IF CM-ACT-RESULT(1:8) = 'REFUSED '
032278                MOVE 'R' TO ML-LOG-OUTCOME
032279                MOVE CM-ACT-RESULT(11:30) TO ML-LOG-REASON
032280            ELSE
032281                MOVE 'J' TO ML-LOG-OUTCOME
032282                MOVE CM-ACT-RESULT(12:29) TO ML-LOG-REASON
032283            END-IF
032284        END-IF.
032285        WRITE ML-LOG-RECORD.
032286    2900-EXIT.
032287        EXIT.
032288
032289    2950-BUILD-IMAGE.
032290        MOVE CM-TAB-CODE(CM-X)       TO CM-CURR-CODE.
032291        MOVE CM-TAB-DESC(CM-X)       TO CM-CURR-DESC.
032292        MOVE CM-TAB-STATUS(CM-X)     TO CM-CURR-STATUS-SW.
032293        MOVE CM-TAB-EFF-FROM(CM-X)   TO CM-CURR-EFF-FROM.
032294        MOVE CM-TAB-EFF-TO(CM-X)     TO CM-CURR-EFF-TO.
032295        MOVE CM-TAB-APPR-LIMIT(CM-X) TO CM-CURR-APPR-LIMIT.
032296    2950-EXIT.
032297        EXIT.
032298
032299******************************************************************
032300*    3000-WRITE-NEW-MASTER - WRITE THE SURVIVING ENTRIES TO THE  *
032400*    NEW MASTER IN TABLE ORDER (THE OLD MASTER'S ORDER, WITH     *
032500*    ADDS ON THE END AND DELETES DROPPED).                       *
033300
033400    3100-WRITE-ONE-CAT.
033500        IF NOT CM-TAB-DELETED(CM-I)
033600            MOVE CM-TAB-CODE(CM-I)       TO CM-CURR-CODE
033700            MOVE CM-TAB-DESC(CM-I)       TO CM-CURR-DESC
033800            MOVE CM-TAB-STATUS(CM-I)     TO CM-CURR-STATUS-SW
033900            MOVE CM-TAB-EFF-FROM(CM-I)   TO CM-CURR-EFF-FROM
034000            MOVE CM-TAB-EFF-TO(CM-I)     TO CM-CURR-EFF-TO
034050            MOVE CM-TAB-APPR-LIMIT(CM-I) TO CM-CURR-APPR-LIMIT
034100            MOVE CM-CURR-RECORD          TO CM-MSTNEW-RECORD
034200            WRITE CM-MSTNEW-RECORD
034300        END-IF.
034400    3100-EXIT.
034600
034700******************************************************************
034800*    4000-WRITE-SUMMARY - CLOSE THE REPORT WITH THE APPLIED AND  *
034850*    REJECTED TRANSACTION COUNTS, AND HOW MANY OF THE REJECTS    *
034900*    WERE REFUSED FOR THE OPERATOR.                              *
035000******************************************************************
035100    4000-WRITE-SUMMARY.
035200        MOVE SPACES TO CM-RPT-LINE.
035300        STRING 'APPLIED=' CM-APPLIED-COUNT
035400            ' REJECTED=' CM-REJECT-COUNT
035450            ' REFUSED=' CM-REFUSED-COUNT
035500            DELIMITED BY SIZE INTO CM-RPT-LINE.
035600        WRITE CM-REPORT-RECORD.
035700    4000-EXIT.
035900
036000******************************************************************
036100*    9000-TERMINATE - CLOSE THE TRANSACTION DATASET, THE NEW     *
036200*    MASTER, THE REPORT, AND THE ACTIVITY LOG.                   *
036300******************************************************************
036400    9000-TERMINATE.
036500        CLOSE TRAN-FILE.
036600        CLOSE MAST-NEW.
036700        CLOSE REPORT-FILE.
036750        CLOSE LOG-FILE.
036800    9000-EXIT.
036900        EXIT.
