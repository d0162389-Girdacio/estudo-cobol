002100*                   PICTURE.  THE TEST-CASE NAMES ARE TAKEN      *
002200*                   FROM THE ROUTING JOB'S OWN INPUT (DD/ENV     *
002300*                   NAME PARIN), WHOSE TEST NUMBERS RUN 1, 2,    *
002320*                   ... IN ORDER.  EACH CORRECTION MUST NAME AN  *
002340*                   OPERATOR AUTHORIZED FOR REPAIR ON THE        *
002360*                   OPERATOR MASTER (OPRMST); ANY OTHER IS       *
002380*                   REFUSED AND ITS EXCEPTION LEFT UNREPAIRED.   *
002400*                   EVERY CORRECTION APPLIED, REJECTED, OR       *
002420*                   REFUSED IS WRITTEN TO THE CUMULATIVE         *
002440*                   MAINTENANCE ACTIVITY LOG (MNTLOG).           *
002500*    MODIFICATION HISTORY.........................................
002600*    DATE       INIT  DESCRIPTION
002700*    ---------- ----  -----------------------------------------
002850*    2026-08-22 JM    WRITES THE STANDARD RUN STATISTICS RECORD
002860*                     (SEE JOBSTAT) TO THE COMMON JOBSTATS
002870*                     DATASET AT TERMINATION.
002875*    2026-10-15 JM    REFUSES CORRECTIONS FROM OPERATORS NOT
002880*                     AUTHORIZED ON OPRMST, AND LOGS EVERY
002885*                     CORRECTION TO THE MAINTENANCE ACTIVITY LOG
002890*                     (MNTLOG) UNDER THE BATCHCTL BATCH.
002893*    2026-10-15 JM    LOG AFTER-IMAGE TAKEN BEFORE THE ROUTED
002896*                     LINE IS WRITTEN.
002897*    2026-10-15 JM    CORRECTION LOG IMAGE BUILT IN WORKING
002898*                     STORAGE, NOT IN THE CLOSED PARCORR RECORD
002899*                     AREA.
002900******************************************************************
003000    IDENTIFICATION DIVISION.
003100    PROGRAM-ID.    MAIN.
005010        SELECT STATS-FILE ASSIGN TO "JOBSTATS"
005020            ORGANIZATION IS LINE SEQUENTIAL
005030            FILE STATUS IS RP-STATS-STATUS.
005035        SELECT CTL-FILE ASSIGN TO "BATCHCTL"
005040            ORGANIZATION IS LINE SEQUENTIAL
005045            FILE STATUS IS RP-CTL-STATUS.
005050        SELECT OPR-FILE ASSIGN TO "OPRMST"
005055            ORGANIZATION IS LINE SEQUENTIAL
005060            FILE STATUS IS RP-OPR-STATUS.
005065        SELECT OPTIONAL LOG-FILE ASSIGN TO "MNTLOG"
005070            ORGANIZATION IS LINE SEQUENTIAL
005075            FILE STATUS IS RP-LOG-STATUS.
005100
005200    DATA DIVISION.
005300    FILE SECTION.
007230        LABEL RECORDS ARE STANDARD.
007240    COPY "jobstat.cpy".
007300
007305    FD  CTL-FILE
007310        LABEL RECORDS ARE STANDARD.
007315    COPY "jobctl.cpy".
007320
007325    FD  OPR-FILE
007330        LABEL RECORDS ARE STANDARD.
007335    COPY "oprmst.cpy".
007340
007345    FD  LOG-FILE
007350        LABEL RECORDS ARE STANDARD.
007355    COPY "mntlog.cpy".
007360
007400    WORKING-STORAGE SECTION.
007500    77  RP-EXCPT-STATUS         PIC X(2)  VALUE '00'.
007600    77  RP-CORR-STATUS          PIC X(2)  VALUE '00'.
007920    77  RP-START-TIME           PIC 9(6)  VALUE ZERO.
007930    77  RP-TIME-WK              PIC 9(8)  VALUE ZERO.
007940    77  RP-EXCPT-READ           PIC 9(7)  VALUE ZERO.
007950    77  RP-CTL-STATUS           PIC X(2)  VALUE '00'.
007960    77  RP-OPR-STATUS           PIC X(2)  VALUE '00'.
007970    77  RP-LOG-STATUS           PIC X(2)  VALUE '00'.
007980    77  RP-BATCH-NUMBER         PIC 9(6)  VALUE ZERO.
007990    77  RP-RUN-DATE             PIC 9(8)  VALUE ZERO.
008000
008100    77  RP-DIVISOR              PIC 9(2)  VALUE 2.
008200    77  RP-POS1                 PIC 9(1)  VALUE 2.
009800    77  RP-REPAIRED-COUNT       PIC 9(5)  VALUE ZERO.
009900    77  RP-UNMATCHED-COUNT      PIC 9(5)  VALUE ZERO.
010000    77  RP-BADFIX-COUNT         PIC 9(5)  VALUE ZERO.
010050    77  RP-REFUSED-COUNT        PIC 9(5)  VALUE ZERO.
010100
010200    77  RP-EXCPT-EOF-SW         PIC X(1)  VALUE 'N'.
010300        88  RP-EXCPT-EOF                   VALUE 'Y'.
010700        88  RP-CASE-EOF                    VALUE 'Y'.
010800    77  RP-MATCH-FOUND-SW       PIC X(1)  VALUE 'N'.
010900        88  RP-MATCH-FOUND                 VALUE 'Y'.
010902    77  RP-OPR-EOF-SW           PIC X(1)  VALUE 'N'.
010904        88  RP-OPR-EOF                     VALUE 'Y'.
010906    77  RP-OPR-FOUND-SW         PIC X(1)  VALUE 'N'.
010908        88  RP-OPR-FOUND                   VALUE 'Y'.
010910    77  RP-OPR-OK-SW            PIC X(1)  VALUE 'N'.
010912        88  RP-OPR-OK                      VALUE 'Y'.
010914
010916    77  RP-OPR-MAX              PIC 9(3)  VALUE 200 COMP.
010918    77  RP-OPR-USED             PIC 9(3)  VALUE ZERO COMP.
010920    77  RP-O                    PIC 9(3)  VALUE ZERO COMP.
010922    77  RP-OX                   PIC 9(3)  VALUE ZERO COMP.
010924    77  RP-F                    PIC 9(1)  VALUE ZERO COMP.
010926    77  RP-OPR-REASON           PIC X(30) VALUE SPACES.
010928    77  RP-TIME-LOG             PIC 9(8)  VALUE ZERO.
010930
010932    01  RP-OPR-TABLE.
010934        05  RP-OPR-ENTRY OCCURS 200 TIMES.
010936            10  RP-OTAB-ID          PIC X(8).
010938            10  RP-OTAB-AUTH-SW     PIC X(1).
010940                88  RP-OTAB-AUTHORIZED     VALUE 'Y'.
010942                88  RP-OTAB-REVOKED        VALUE 'R'.
010944
010946    01  RP-LOG-KEY.
010948        05  RP-LKEY-TESTE           PIC 9(4).
010950        05  FILLER                  PIC X(1)  VALUE SPACE.
010952        05  RP-LKEY-LINHA           PIC X(3).
010957
010962*    THE CORRECTION BEING LOGGED, IN THE PARCORR LAYOUT.
010967    01  RP-CCOR-RECORD.
010972        05  RP-CCOR-TESTE           PIC 9(4).
010977        05  RP-CCOR-OLD-LINHA       PIC X(3).
010982        05  RP-CCOR-NEW-LINHA       PIC X(3).
010987        05  RP-CCOR-OPER            PIC X(8).
011000
011100    01  RP-CASE-TABLE.
011200        05  RP-CASE-ENTRY OCCURS 100 TIMES.
011800            10  RP-TAB-TESTE        PIC 9(4).
011900            10  RP-TAB-OLD          PIC X(3).
012000            10  RP-TAB-NEW          PIC X(3).
012050            10  RP-TAB-OPER         PIC X(8).
012100            10  RP-TAB-USED-SW      PIC X(1).
012200                88  RP-TAB-USED            VALUE 'Y'.
012300
012600        PERFORM 1000-INITIALIZE THRU 1000-EXIT.
012700        PERFORM 2000-REPAIR-EXCEPTIONS THRU 2000-EXIT.
012800        PERFORM 2500-FLUSH-CASE THRU 2500-EXIT.
012850        PERFORM 2600-LOG-UNUSED THRU 2600-EXIT.
012900        DISPLAY 'SPOJ-REPAIR: REPAIRED ' RP-REPAIRED-COUNT
013000            ' UNMATCHED ' RP-UNMATCHED-COUNT
013050            ' STILL INVALID ' RP-BADFIX-COUNT
013100            ' REFUSED ' RP-REFUSED-COUNT.
013200        IF RP-UNMATCHED-COUNT NOT = ZERO
013300            OR RP-BADFIX-COUNT NOT = ZERO
013350            OR RP-REFUSED-COUNT NOT = ZERO
013400            MOVE 4 TO RETURN-CODE
013500        END-IF.
013600        PERFORM 9000-TERMINATE THRU 9000-EXIT.
013700        STOP RUN.
013800
013900******************************************************************
013950*    1000-INITIALIZE - READ THE JOB CONTROL RECORD, OPEN THE     *
014000*    EXCEPTION LISTING AND THE ROUTING OUTPUT AND ACTIVITY LOG   *
014050*    (FOR EXTEND), LOAD THE ROUTING RULE, THE TEST-CASE NAMES,   *
014100*    THE CORRECTIONS, AND THE OPERATOR MASTER.  A MISSING OR     *
014150*    EMPTY CORRECTIONS DATASET SIMPLY LEAVES EVERY EXCEPTION     *
014400*    UNMATCHED.                                                  *
014500******************************************************************
014600    1000-INITIALIZE.
014620        ACCEPT RP-TIME-WK FROM TIME.
014640        MOVE RP-TIME-WK(1:6) TO RP-START-TIME.
014642        OPEN INPUT CTL-FILE.
014644        IF RP-CTL-STATUS NOT = '00'
014646            DISPLAY 'SPOJ-REPAIR: COULD NOT OPEN BATCHCTL, '
014648                'STATUS = ' RP-CTL-STATUS
014650            MOVE 16 TO RETURN-CODE
014652            STOP RUN
014654        END-IF.
014656        READ CTL-FILE
014658            AT END
014660                DISPLAY 'SPOJ-REPAIR: BATCHCTL IS EMPTY'
014662                MOVE 16 TO RETURN-CODE
014664                CLOSE CTL-FILE
014666                STOP RUN
014668            NOT AT END
014670                MOVE JC-BATCH-NUMBER TO RP-BATCH-NUMBER
014672                MOVE JC-RUN-DATE    TO RP-RUN-DATE
014674        END-READ.
014676        CLOSE CTL-FILE.
014700        OPEN INPUT EXCEPT-FILE.
014800        IF RP-EXCPT-STATUS NOT = '00'
014900            DISPLAY 'SPOJ-REPAIR: COULD NOT OPEN PAREXCPT, '
015900            CLOSE EXCEPT-FILE
016000            STOP RUN
016100        END-IF.
016102        OPEN EXTEND LOG-FILE.
016104        IF RP-LOG-STATUS NOT = '00' AND
016106            RP-LOG-STATUS NOT = '05'
016108            DISPLAY 'SPOJ-REPAIR: COULD NOT OPEN MNTLOG, '
016110                'STATUS = ' RP-LOG-STATUS
016112            MOVE 16 TO RETURN-CODE
016114            CLOSE EXCEPT-FILE
016116            CLOSE OUT-FILE
016118            STOP RUN
016120        END-IF.
016150        MOVE ZEROS TO RP-CNT-TABLE.
016200        PERFORM 1100-LOAD-PARM THRU 1100-EXIT.
016300        PERFORM 1200-LOAD-CASES THRU 1200-EXIT.
016400        PERFORM 1300-LOAD-CORRECTIONS THRU 1300-EXIT.
016450        PERFORM 1400-LOAD-OPERATORS THRU 1400-EXIT.
016500    1000-EXIT.
016600        EXIT.
016700
029700                    RP-TAB-OLD(RP-CORR-USED)
029800                MOVE RP-CORR-NEW-LINHA TO
029900                    RP-TAB-NEW(RP-CORR-USED)
029920                MOVE RP-CORR-OPER      TO
029940                    RP-TAB-OPER(RP-CORR-USED)
030000                MOVE 'N' TO RP-TAB-USED-SW(RP-CORR-USED)
030100        END-READ.
030200    1310-EXIT.
030201        EXIT.
030202
030203******************************************************************
030204*    1400-LOAD-OPERATORS - KEEP EACH OPERATOR ON THE OPERATOR    *
030205*    MASTER WITH WHETHER THE OPERATOR MAY REPAIR EXCEPTIONS.     *
030206*    WITHOUT AN OPERATOR MASTER NO OPERATOR IS AUTHORIZED, SO    *
030207*    EVERY CORRECTION IS REFUSED.                                *
030208******************************************************************
030209    1400-LOAD-OPERATORS.
030210        OPEN INPUT OPR-FILE.
030211        IF RP-OPR-STATUS NOT = '00'
030212            DISPLAY 'SPOJ-REPAIR: OPRMST NOT AVAILABLE, STATUS = '
030213                RP-OPR-STATUS ' - NO OPERATOR IS AUTHORIZED'
030214            GO TO 1400-EXIT
030215        END-IF.
030216        PERFORM 1410-LOAD-ONE-OPERATOR THRU 1410-EXIT
030217            UNTIL RP-OPR-EOF.
030218        CLOSE OPR-FILE.
030219    1400-EXIT.
030220        EXIT.
030221
030222    1410-LOAD-ONE-OPERATOR.
030223        READ OPR-FILE
030224            AT END
030225                SET RP-OPR-EOF TO TRUE
030226                GO TO 1410-EXIT
030227        END-READ.
030228        IF RP-OPR-USED >= RP-OPR-MAX
030229            DISPLAY 'SPOJ-REPAIR: MORE OPERATORS THAN THE '
030230                'TABLE HOLDS'
030231            MOVE 16 TO RETURN-CODE
030232            PERFORM 9000-TERMINATE THRU 9000-EXIT
030233            STOP RUN
030234        END-IF.
030235        ADD 1 TO RP-OPR-USED.
030236        MOVE OP-OPR-ID TO RP-OTAB-ID(RP-OPR-USED).
030237        MOVE 'N' TO RP-OTAB-AUTH-SW(RP-OPR-USED).
030238        IF NOT OP-OPR-ACTIVE
030239            MOVE 'R' TO RP-OTAB-AUTH-SW(RP-OPR-USED)
030240            GO TO 1410-EXIT
030241        END-IF.
030242        PERFORM 1420-CHECK-FUNC THRU 1420-EXIT
030243            VARYING RP-F FROM 1 BY 1
030244                UNTIL RP-F > 8
030245                    OR RP-OTAB-AUTHORIZED(RP-OPR-USED).
030246    1410-EXIT.
030247        EXIT.
030248
030249    1420-CHECK-FUNC.
030250        IF OP-OPR-FUNC(RP-F) = 'REPAIR'
030251            MOVE 'Y' TO RP-OTAB-AUTH-SW(RP-OPR-USED)
030252        END-IF.
030253    1420-EXIT.
030300        EXIT.
030400
030500******************************************************************
032900            ADD 1 TO RP-UNMATCHED-COUNT
033000            GO TO 2100-EXIT
033100        END-IF.
033105        MOVE PR-EXCPT-RECORD TO ML-LOG-BEFORE.
033110        PERFORM 2400-CHECK-OPERATOR THRU 2400-EXIT.
033115        IF NOT RP-OPR-OK
033120            ADD 1 TO RP-REFUSED-COUNT
033125            MOVE 'R' TO ML-LOG-OUTCOME
033130            MOVE RP-OPR-REASON TO ML-LOG-REASON
033135            PERFORM 2750-CORR-IMAGE THRU 2750-EXIT
033140            PERFORM 2700-LOG-ACTION THRU 2700-EXIT
033145            GO TO 2100-EXIT
033150        END-IF.
033200        MOVE RP-TAB-NEW(RP-X) TO RP-LINHA-WK.
033300        IF RP-LINHA-WK IS NOT NUMERIC
033400            ADD 1 TO RP-BADFIX-COUNT
033420            MOVE 'J' TO ML-LOG-OUTCOME
033440            MOVE 'CORRECTED LINE NOT NUMERIC' TO ML-LOG-REASON
033460            PERFORM 2750-CORR-IMAGE THRU 2750-EXIT
033480            PERFORM 2700-LOG-ACTION THRU 2700-EXIT
033500            GO TO 2100-EXIT
033600        END-IF.
033700        PERFORM 2300-ROUTE-LINE THRU 2300-EXIT.
033720        MOVE 'A' TO ML-LOG-OUTCOME.
033740        MOVE SPACES TO ML-LOG-REASON.
033780        PERFORM 2700-LOG-ACTION THRU 2700-EXIT.
033800    2100-EXIT.
033900        EXIT.
034000
037000*    SAME RULE THE ROUTING JOB USES AND APPEND THE 'R'           *
037100*    REPROCESSED DETAIL TO THE ROUTING OUTPUT.  A TEST NUMBER    *
037200*    PAST THE NAMES TABLE MEANS THE ROUTING INPUT AND THE        *
037300*    EXCEPTION LISTING DO NOT BELONG TOGETHER.  THE LINE IS ALSO *
037350*    THE AFTER IMAGE OF THE CORRECTION'S ACTIVITY LOG RECORD.    *
037400******************************************************************
037500    2300-ROUTE-LINE.
037600        IF RP-CURR-TESTE > RP-CASE-USED
039200        MOVE RP-CASE-NOME(RP-CURR-TESTE, RP-C) TO PR-OUT-NOME.
039300        ADD 1 TO RP-CNT-CLASS(RP-C).
039700        MOVE ZEROS TO PR-OUT-CLASS-COUNTS.
039750        MOVE PR-OUT-RECORD TO ML-LOG-AFTER.
039800        WRITE PR-OUT-RECORD.
039900        ADD 1 TO RP-REPAIRED-COUNT.
040000    2300-EXIT.
040100        EXIT.
040200
040300******************************************************************
040302*    2400-CHECK-OPERATOR - THE OPERATOR ON CORRECTION RP-X MUST  *
040304*    BE ON THE OPERATOR MASTER, ACTIVE, AND AUTHORIZED FOR       *
040306*    REPAIR.                                                     *
040308******************************************************************
040310    2400-CHECK-OPERATOR.
040312        MOVE 'N' TO RP-OPR-OK-SW.
040314        MOVE 'N' TO RP-OPR-FOUND-SW.
040316        MOVE ZERO TO RP-OX.
040318        IF RP-TAB-OPER(RP-X) = SPACES
040320            MOVE 'NO OPERATOR ID' TO RP-OPR-REASON
040322            GO TO 2400-EXIT
040324        END-IF.
040326        PERFORM 2410-FIND-OPERATOR THRU 2410-EXIT
040328            VARYING RP-O FROM 1 BY 1
040330                UNTIL RP-O > RP-OPR-USED
040332                    OR RP-OPR-FOUND.
040334        IF NOT RP-OPR-FOUND
040336            MOVE 'OPERATOR UNKNOWN' TO RP-OPR-REASON
040338            GO TO 2400-EXIT
040340        END-IF.
040342        IF RP-OTAB-REVOKED(RP-OX)
040344            MOVE 'OPERATOR REVOKED' TO RP-OPR-REASON
040346            GO TO 2400-EXIT
040348        END-IF.
040350        IF NOT RP-OTAB-AUTHORIZED(RP-OX)
040352            MOVE 'OPERATOR NOT AUTHORIZED' TO RP-OPR-REASON
040354            GO TO 2400-EXIT
040356        END-IF.
040358        SET RP-OPR-OK TO TRUE.
040360    2400-EXIT.
040362        EXIT.
040364
040366    2410-FIND-OPERATOR.
040368        IF RP-OTAB-ID(RP-O) = RP-TAB-OPER(RP-X)
040370            SET RP-OPR-FOUND TO TRUE
040372            MOVE RP-O TO RP-OX
040374        END-IF.
040376    2410-EXIT.
040378        EXIT.
040380
040382******************************************************************
040400*    2500-FLUSH-CASE - IF THE CASE IN PROGRESS HAD ANY ITEMS     *
040500*    REPAIRED, APPEND ITS 'A' ADJUSTED END-OF-CASE RECORD        *
040600*    CARRYING THE REPAIRED TALLY, AND START THE NEXT CASE'S      *
042200        EXIT.
042300
042400******************************************************************
042402*    2600-LOG-UNUSED - A CORRECTION THAT MATCHED NO EXCEPTION    *
042404*    WAS NEVER APPLIED; IT IS LOGGED AS REJECTED (OR REFUSED,    *
042406*    WHEN ITS OPERATOR IS NOT AUTHORIZED) SO THE LOG ACCOUNTS    *
042408*    FOR EVERY CORRECTION KEYED.                                 *
042410******************************************************************
042412    2600-LOG-UNUSED.
042414        PERFORM 2610-LOG-ONE-UNUSED THRU 2610-EXIT
042416            VARYING RP-X FROM 1 BY 1
042418                UNTIL RP-X > RP-CORR-USED.
042420    2600-EXIT.
042422        EXIT.
042424
042426    2610-LOG-ONE-UNUSED.
042428        IF RP-TAB-USED(RP-X)
042430            GO TO 2610-EXIT
042432        END-IF.
042434        MOVE SPACES TO ML-LOG-BEFORE.
042436        PERFORM 2400-CHECK-OPERATOR THRU 2400-EXIT.
042438        IF RP-OPR-OK
042440            MOVE 'J' TO ML-LOG-OUTCOME
042442            MOVE 'MATCHES NO EXCEPTION' TO ML-LOG-REASON
042444        ELSE
042446            ADD 1 TO RP-REFUSED-COUNT
042448            MOVE 'R' TO ML-LOG-OUTCOME
042450            MOVE RP-OPR-REASON TO ML-LOG-REASON
042452        END-IF.
042454        PERFORM 2750-CORR-IMAGE THRU 2750-EXIT.
042456        PERFORM 2700-LOG-ACTION THRU 2700-EXIT.
042458    2610-EXIT.
042460        EXIT.
042462
042464******************************************************************
042466*    2700-LOG-ACTION - WRITE THE ACTIVITY LOG RECORD FOR         *
042468*    CORRECTION RP-X.  THE CALLER HAS ALREADY SET THE OUTCOME,   *
042470*    THE REASON, AND THE BEFORE (THE EXCEPTION) AND AFTER (THE   *
042472*    'R' DETAIL ROUTED, OR THE CORRECTION AS KEYED) IMAGES.      *
042474******************************************************************
042476    2700-LOG-ACTION.
042478        MOVE RP-RUN-DATE       TO ML-LOG-DATE.
042480        ACCEPT RP-TIME-LOG FROM TIME.
042482        MOVE RP-TIME-LOG(1:6)  TO ML-LOG-TIME.
042484        MOVE RP-BATCH-NUMBER   TO ML-LOG-BATCH.
042486        MOVE 'REPAIR'          TO ML-LOG-FUNC.
042488        MOVE RP-TAB-OPER(RP-X) TO ML-LOG-OPER.
042490        MOVE 'REPAIR'          TO ML-LOG-ACTION.
042492        MOVE RP-TAB-TESTE(RP-X) TO RP-LKEY-TESTE.
042494        MOVE RP-TAB-OLD(RP-X)  TO RP-LKEY-LINHA.
042496        MOVE RP-LOG-KEY        TO ML-LOG-KEY.
042498        WRITE ML-LOG-RECORD.
042500    2700-EXIT.
042502        EXIT.
042504
042506    2750-CORR-IMAGE.
042508        MOVE RP-TAB-TESTE(RP-X) TO RP-CCOR-TESTE.
042510        MOVE RP-TAB-OLD(RP-X)   TO RP-CCOR-OLD-LINHA.
042512        MOVE RP-TAB-NEW(RP-X)   TO RP-CCOR-NEW-LINHA.
042514        MOVE RP-TAB-OPER(RP-X)  TO RP-CCOR-OPER.
042516        MOVE RP-CCOR-RECORD     TO ML-LOG-AFTER.
042518    2750-EXIT.
042520        EXIT.
042522
042524******************************************************************
042526*    9000-TERMINATE - CLOSE THE EXCEPTION LISTING, THE ROUTING   *
042528*    OUTPUT, AND THE ACTIVITY LOG.                               *
042700******************************************************************
042800    9000-TERMINATE.
042850        PERFORM 9500-WRITE-STATS THRU 9500-EXIT.
042900        CLOSE EXCEPT-FILE.
043000        CLOSE OUT-FILE.
043050        CLOSE LOG-FILE.
043100    9000-EXIT.
043200        EXIT.
043700
043778        MOVE RP-EXCPT-READ    TO JS-STAT-READ.
043780        MOVE RP-REPAIRED-COUNT TO JS-STAT-WRITTEN.
043782        COMPUTE JS-STAT-REJECTED = RP-UNMATCHED-COUNT
043784            + RP-BADFIX-COUNT + RP-REFUSED-COUNT.
043786        MOVE ZERO             TO JS-STAT-TOTAL.
043788        MOVE RP-START-TIME    TO JS-STAT-START.
043790        ACCEPT RP-TIME-WK FROM TIME.
