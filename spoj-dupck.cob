002200*                   RUN'S NEW REFERENCES APPENDED.  A RECORD     *
002300*                   WITH A BLANK REFERENCE CANNOT BE CHECKED     *
002400*                   AND IS RELEASED AS RECEIVED, WITHOUT BEING   *
002500*                   POSTED TO THE REFERENCE FILE.  A POSTING OR  *
002510*                   REVERSAL WHOSE AMOUNT IS OVER ITS CATEGORY'S *
002520*                   APPROVAL LIMIT (CATMST) IS HELD FOR A SECOND *
002530*                   OPERATOR'S APPROVAL (DD/ENV NAME PENDHOLD)   *
002540*                   INSTEAD OF BEING RELEASED; ITEMS APPROVED    *
002550*                   SINCE THE LAST RUN (DD/ENV NAME APPRREL)     *
002560*                   ARE SCREENED AHEAD OF THE RUN'S OWN RECORDS  *
002570*                   WITHOUT THE LIMIT.                           *
002600*    MODIFICATION HISTORY.........................................
002700*    DATE       INIT  DESCRIPTION
002800*    ---------- ----  -----------------------------------------
002984*                     THE MASTER GROWS.  THE JOB STILL ROLLS
002986*                     POSTNEW OVER POSTREF ONLY AFTER THE
002988*                     SUMMATION STEP TAKES THE BATCH.
002990*    2026-10-15 JM    WIDENED THE RECORD IMAGES FOR THE BRANCH
002992*                     ID THE FRONT-END EDIT NOW STAMPS ON EVERY
002994*                     AMOUNT RECORD.
002995*    2026-10-15 JM    DUAL CONTROL.  A RECORD THAT WOULD BE
002996*                     RELEASED IS HELD INSTEAD (PENDHOLD, SEE
002997*                     APHOLD) WHEN ITS AMOUNT, EITHER SIGN, IS
002998*                     OVER THE APPROVAL LIMIT ON THE CATEGORY
002999*                     MASTER - FOR A REVERSAL, THE ORIGINAL
003001*                     POSTING'S AMOUNT AND CATEGORY FROM THE
003002*                     REFERENCE FILE.  A HELD POSTING'S
003003*                     REFERENCE IS NOT POSTED AND A HELD
003004*                     REVERSAL DOES NOT MARK ITS ORIGINAL, SO
003005*                     BOTH HAPPEN ONLY WHEN THE ITEM COMES BACK
003006*                     APPROVED ON APPRREL (WRITTEN BY
003007*                     SPOJ-APPRV), WHICH IS SCREENED FIRST AND
003008*                     NOT HELD AGAIN.  A REFERENCE STILL ON THE
003009*                     PENDING-APPROVAL MASTER (PENDMST) OR HELD
003010*                     EARLIER IN THE RUN IS A DUPLICATE (REASON
003011*                     01), OR FOR A REVERSAL AN ALREADY-PENDING
003012*                     BACK-OUT (REASON 03).  AN OVER-LIMIT
003013*                     POSTING WITH A BLANK REFERENCE CANNOT BE
003014*                     KEYED FOR APPROVAL AND GOES TO SUSPENSE
003015*                     WITH REASON 04.  WIDENED THE RECORD
003016*                     IMAGES FOR THE NEW KEYER ID.
003021*    2026-10-15 JM    FOREIGN-CURRENCY RECEIPTS.  A FOREIGN
003026*                     POSTING'S REAIS AMOUNT IS ITS ORIGINAL
003031*                     AMOUNT AT THE RATE THE FRONT-END EDIT
003036*                     STAMPED, ROUNDED THE SAME WAY THE
003041*                     SUMMATION STEP ROUNDS IT.  THAT AMOUNT IS
003046*                     CHECKED AGAINST THE APPROVAL LIMIT AND
003051*                     POSTED TO THE REFERENCE FILE, WHICH ALSO
003056*                     NOW CARRIES THE CURRENCY, ORIGINAL AMOUNT
003061*                     AND RATE ('BRL', THE SAME AMOUNT AND ONE
003066*                     FOR A REAIS POSTING).  RECORD IMAGES
003071*                     WIDENED FOR THE NEW CURRENCY FIELDS.
003076******************************************************************
003100    IDENTIFICATION DIVISION.
003200    PROGRAM-ID.    MAIN.
003300
005140        SELECT CTL-FILE ASSIGN TO "BATCHCTL"
005150            ORGANIZATION IS LINE SEQUENTIAL
005160            FILE STATUS IS DK-CTL-STATUS.
005162        SELECT CAT-FILE ASSIGN TO "CATMST"
005164            ORGANIZATION IS LINE SEQUENTIAL
005166            FILE STATUS IS DK-CAT-STATUS.
005168        SELECT PEND-FILE ASSIGN TO "PENDMST"
005170            ORGANIZATION IS LINE SEQUENTIAL
005172            FILE STATUS IS DK-PEND-STATUS.
005174        SELECT REL-FILE ASSIGN TO "APPRREL"
005176            ORGANIZATION IS LINE SEQUENTIAL
005178            FILE STATUS IS DK-REL-STATUS.
005180        SELECT HOLD-FILE ASSIGN TO "PENDHOLD"
005182            ORGANIZATION IS LINE SEQUENTIAL
005184            FILE STATUS IS DK-HOLD-STATUS.
005200
005300    DATA DIVISION.
005400    FILE SECTION.
005800
005900    FD  CLEAN-FILE
006000        LABEL RECORDS ARE STANDARD.
006100    01  DK-CLEAN-RECORD             PIC X(55).
006200
006300    FD  SUSP-FILE
006400        LABEL RECORDS ARE STANDARD.
007312        05  DK-NEW-BATCH            PIC 9(6).
007314        05  DK-NEW-REV-SW           PIC X(1).
007316            88  DK-NEW-REVERSED            VALUE 'Y'.
007318        05  DK-NEW-CURR             PIC X(3).
007320        05  DK-NEW-ORIG-AMOUNT      PIC S9(7)V99
007322                                    SIGN LEADING SEPARATE.
007324        05  DK-NEW-RATE             PIC 9(3)V9(6).
007326
007328    FD  STATS-FILE
007330        LABEL RECORDS ARE STANDARD.
007340    COPY "jobstat.cpy".
007350
007360    FD  CTL-FILE
007370        LABEL RECORDS ARE STANDARD.
007380    COPY "jobctl.cpy".
007382
007384    FD  CAT-FILE
007386        LABEL RECORDS ARE STANDARD.
007388    COPY "catmst.cpy".
007390
007392    FD  PEND-FILE
007394        LABEL RECORDS ARE STANDARD.
007396    COPY "pendmst.cpy".
007398
007400    FD  REL-FILE
007402        LABEL RECORDS ARE STANDARD.
007404    01  DK-REL-RECORD               PIC X(55).
007406
007408    FD  HOLD-FILE
007410        LABEL RECORDS ARE STANDARD.
007412    COPY "aphold.cpy".
007414
007500    WORKING-STORAGE SECTION.
007600    77  DK-TRANX-STATUS         PIC X(2)  VALUE '00'.
007700    77  DK-CLEAN-STATUS         PIC X(2)  VALUE '00'.
008016    77  DK-RUN-DATE             PIC 9(8)  VALUE ZERO.
008020    77  DK-START-TIME           PIC 9(6)  VALUE ZERO.
008030    77  DK-TIME-WK              PIC 9(8)  VALUE ZERO.
008032    77  DK-CAT-STATUS           PIC X(2)  VALUE '00'.
008034    77  DK-PEND-STATUS          PIC X(2)  VALUE '00'.
008036    77  DK-REL-STATUS           PIC X(2)  VALUE '00'.
008038    77  DK-HOLD-STATUS          PIC X(2)  VALUE '00'.
008100
008200    77  DK-KEEP-MAX             PIC 9(4)  VALUE 5000 COMP.
008400    77  DK-KEEP-USED            PIC 9(4)  VALUE ZERO COMP.
008800    77  DK-BLANK-COUNT          PIC 9(5)  VALUE ZERO.
008900    77  DK-DOCREF-WK            PIC X(8)  VALUE SPACES.
008910    77  DK-REASON-WK            PIC X(2)  VALUE SPACES.
008920    77  DK-HOLD-COUNT           PIC 9(5)  VALUE ZERO.
008930    77  DK-RELEASE-COUNT        PIC 9(5)  VALUE ZERO.
008940    77  DK-CATEG-WK             PIC X(4)  VALUE SPACES.
008950    77  DK-AMOUNT-WK            PIC S9(5)V99 VALUE ZERO.
008960    77  DK-ABS-AMOUNT           PIC 9(5)V99 VALUE ZERO.
008970    77  DK-LIMIT-WK             PIC 9(5)V99 VALUE ZERO.
008972    77  DK-CURR-WK              PIC X(3)  VALUE SPACES.
008974    77  DK-ORIG-WK              PIC S9(7)V99 VALUE ZERO.
008976    77  DK-RATE-WK              PIC 9(3)V9(6) VALUE ZERO.
008980
008982    77  DK-CAT-MAX              PIC 9(3)  VALUE 100 COMP.
008984    77  DK-CAT-USED             PIC 9(3)  VALUE ZERO COMP.
008986    77  DK-C                    PIC 9(3)  VALUE ZERO COMP.
008988    77  DK-PND-MAX              PIC 9(4)  VALUE 2000 COMP.
008990    77  DK-PND-USED             PIC 9(4)  VALUE ZERO COMP.
008992    77  DK-P                    PIC 9(4)  VALUE ZERO COMP.
009000
009100    77  DK-TRANX-EOF-SW         PIC X(1)  VALUE 'N'.
009200        88  DK-TRANX-EOF                   VALUE 'Y'.
009400        88  DK-REFOLD-EOF                  VALUE 'Y'.
009700    77  DK-REF-FOUND-SW         PIC X(1)  VALUE 'N'.
009800        88  DK-REF-FOUND                   VALUE 'Y'.
009810    77  DK-CAT-EOF-SW           PIC X(1)  VALUE 'N'.
009815        88  DK-CAT-EOF                     VALUE 'Y'.
009820    77  DK-PEND-EOF-SW          PIC X(1)  VALUE 'N'.
009825        88  DK-PEND-EOF                    VALUE 'Y'.
009830    77  DK-REL-EOF-SW           PIC X(1)  VALUE 'N'.
009835        88  DK-REL-EOF                     VALUE 'Y'.
009840    77  DK-RELEASING-SW         PIC X(1)  VALUE 'N'.
009845        88  DK-RELEASING                   VALUE 'Y'.
009850    77  DK-REF-PENDING-SW       PIC X(1)  VALUE 'N'.
009855        88  DK-REF-PENDING                 VALUE 'Y'.
009860    77  DK-OVER-LIMIT-SW        PIC X(1)  VALUE 'N'.
009865        88  DK-OVER-LIMIT                  VALUE 'Y'.
009900
010000    01  DK-COUNT-WK.
010100        05  DK-COUNT-NUM            PIC 9(5).
010200        05  FILLER                  PIC X(50) VALUE SPACES.
010300
010800    01  DK-KEEP-TABLE.
010900        05  DK-KEEP-ENTRY OCCURS 5000 TIMES
011000                                    PIC X(55).
011010
011020    01  DK-CAT-TABLE.
011030        05  DK-CAT-ENTRY OCCURS 100 TIMES.
011040            10  DK-CAT-CODE         PIC X(4).
011050            10  DK-CAT-LIMIT        PIC 9(5)V99.
011060
011070    01  DK-PEND-TABLE.
011080        05  DK-PND-DOCREF OCCURS 2000 TIMES
011090                                    PIC X(8).
011100
011200    PROCEDURE DIVISION.
011300    0000-MAINLINE.
011400        PERFORM 1000-INITIALIZE THRU 1000-EXIT.
011450        PERFORM 1500-SCREEN-RELEASES THRU 1500-EXIT.
011500        PERFORM 2000-SCREEN-INPUT THRU 2000-EXIT.
011600        PERFORM 3000-RELEASE-CLEAN THRU 3000-EXIT.
011800        IF DK-SUSP-COUNT NOT = ZERO
012000            DISPLAY 'SPOJ-DUPCK: ' DK-SUSP-COUNT ' ITEMS '
012100                'DIVERTED TO SUSPENSE'
012200        END-IF.
012210        IF DK-HOLD-COUNT NOT = ZERO
012220            DISPLAY 'SPOJ-DUPCK: ' DK-HOLD-COUNT ' ITEMS '
012230                'HELD FOR APPROVAL'
012240        END-IF.
012300        PERFORM 9000-TERMINATE THRU 9000-EXIT.
012400        STOP RUN.
012500
012600******************************************************************
012700*    1000-INITIALIZE - OPEN THE VALIDATED INPUT, THE RELEASED    *
012800*    OUTPUT, THE SUSPENSE LISTING, AND THE APPROVAL HOLD FILE,   *
012900*    THEN COPY THE PRIOR RUNS' KEYED REFERENCE MASTER TO POSTNEW *
013000*    AND REOPEN THE COPY FOR KEYED UPDATE, AND LOAD THE APPROVAL *
013050*    LIMITS AND THE REFERENCES STILL PENDING APPROVAL.  A        *
013100*    MISSING POSTREF OR PENDMST IS A FIRST RUN, NOT AN ERROR.    *
013200******************************************************************
013300    1000-INITIALIZE.
013320        ACCEPT DK-TIME-WK FROM TIME.
014000        END-IF.
014100        OPEN OUTPUT CLEAN-FILE.
014200        OPEN OUTPUT SUSP-FILE.
014300        OPEN OUTPUT HOLD-FILE.
014400        IF DK-CLEAN-STATUS NOT = '00'
014500            OR DK-SUSP-STATUS NOT = '00'
014600            OR DK-HOLD-STATUS NOT = '00'
014700            DISPLAY 'SPOJ-DUPCK: COULD NOT OPEN TRANSOK/DUPSUSP/'
014800                'PENDHOLD'
014900            MOVE 16 TO RETURN-CODE
015000            CLOSE TRANS-FILE
015100            STOP RUN
015200        END-IF.
015250        PERFORM 1050-READ-CONTROL THRU 1050-EXIT.
015300        PERFORM 1100-COPY-POSTED-REFS THRU 1100-EXIT.
015310        PERFORM 1200-LOAD-LIMITS THRU 1200-EXIT.
015320        PERFORM 1300-LOAD-PENDING THRU 1300-EXIT.
015400    1000-EXIT.
015500        EXIT.
015510
017400        END-READ.
017500    1110-EXIT.
017600        EXIT.
017602
017604******************************************************************
017606*    1200-LOAD-LIMITS - LOAD EVERY CATEGORY'S APPROVAL LIMIT     *
017608*    FROM THE CATEGORY MASTER.  A ZERO OR BLANK LIMIT MEANS THE  *
017610*    CATEGORY HAS NO LIMIT AND IS LEFT OUT.  THE MASTER IS THE   *
017612*    SAME ONE THE FRONT-END EDIT HAS ALREADY READ, SO A MISSING  *
017614*    ONE HERE IS FATAL - RELEASING WITHOUT THE LIMITS WOULD      *
017616*    DEFEAT THE DUAL CONTROL.                                    *
017618******************************************************************
017620    1200-LOAD-LIMITS.
017622        OPEN INPUT CAT-FILE.
017624        IF DK-CAT-STATUS NOT = '00'
017626            DISPLAY 'SPOJ-DUPCK: COULD NOT OPEN CATMST, '
017628                'STATUS = ' DK-CAT-STATUS
017630            MOVE 16 TO RETURN-CODE
017632            PERFORM 9000-TERMINATE THRU 9000-EXIT
017634            STOP RUN
017636        END-IF.
017638        PERFORM 1210-LOAD-ONE-LIMIT THRU 1210-EXIT
017640            UNTIL DK-CAT-EOF.
017642        CLOSE CAT-FILE.
017644    1200-EXIT.
017646        EXIT.
017648
017650    1210-LOAD-ONE-LIMIT.
017652        READ CAT-FILE
017654            AT END
017656                SET DK-CAT-EOF TO TRUE
017658                GO TO 1210-EXIT
017660        END-READ.
017662        IF CM-CAT-APPR-LIMIT IS NOT NUMERIC
017664            OR CM-CAT-APPR-LIMIT = ZERO
017666            GO TO 1210-EXIT
017668        END-IF.
017670        IF DK-CAT-USED >= DK-CAT-MAX
017672            DISPLAY 'SPOJ-DUPCK: MORE CATEGORIES THAN THE '
017674                'TABLE HOLDS'
017676            MOVE 16 TO RETURN-CODE
017678            CLOSE CAT-FILE
017680            PERFORM 9000-TERMINATE THRU 9000-EXIT
017682            STOP RUN
017684        END-IF.
017686        ADD 1 TO DK-CAT-USED.
017688        MOVE CM-CAT-CODE       TO DK-CAT-CODE(DK-CAT-USED).
017690        MOVE CM-CAT-APPR-LIMIT TO DK-CAT-LIMIT(DK-CAT-USED).
017692    1210-EXIT.
017694        EXIT.
017696
017698******************************************************************
017700*    1300-LOAD-PENDING - LOAD THE REFERENCE OF EVERY ITEM STILL  *
017702*    ON THE PENDING-APPROVAL MASTER, SO A SECOND COPY OF A HELD  *
017704*    DOCUMENT IS NOT RELEASED WHILE THE FIRST AWAITS ITS         *
017706*    DECISION.  A MISSING PENDMST IS A FIRST RUN.                *
017708******************************************************************
017710    1300-LOAD-PENDING.
017712        OPEN INPUT PEND-FILE.
017714        IF DK-PEND-STATUS NOT = '00'
017716            GO TO 1300-EXIT
017718        END-IF.
017720        PERFORM 1310-LOAD-ONE-PENDING THRU 1310-EXIT
017722            UNTIL DK-PEND-EOF.
017724        CLOSE PEND-FILE.
017726    1300-EXIT.
017728        EXIT.
017730
017732    1310-LOAD-ONE-PENDING.
017734        READ PEND-FILE
017736            AT END
017738                SET DK-PEND-EOF TO TRUE
017740            NOT AT END
017742                MOVE PN-PEND-DOCREF TO DK-DOCREF-WK
017744                PERFORM 2950-ADD-PENDING THRU 2950-EXIT
017746        END-READ.
017748    1310-EXIT.
017750        EXIT.
017752
017754******************************************************************
017756*    1500-SCREEN-RELEASES - SCREEN THE ITEMS APPROVED SINCE THE  *
017758*    LAST RUN AHEAD OF THE RUN'S OWN RECORDS.  THEY GO THROUGH   *
017760*    THE SAME DUPLICATE AND REVERSAL CHECKS BUT ARE NOT HELD     *
017762*    AGAIN.  A MISSING APPRREL MEANS NOTHING WAS APPROVED.       *
017764******************************************************************
017766    1500-SCREEN-RELEASES.
017768        OPEN INPUT REL-FILE.
017770        IF DK-REL-STATUS NOT = '00'
017772            GO TO 1500-EXIT
017774        END-IF.
017776        SET DK-RELEASING TO TRUE.
017778        PERFORM 1510-SCREEN-ONE-RELEASE THRU 1510-EXIT
017780            UNTIL DK-REL-EOF.
017782        MOVE 'N' TO DK-RELEASING-SW.
017784        CLOSE REL-FILE.
017786    1500-EXIT.
017788        EXIT.
017790
017792    1510-SCREEN-ONE-RELEASE.
017794        READ REL-FILE
017796            AT END
017798                SET DK-REL-EOF TO TRUE
017800            NOT AT END
017802                ADD 1 TO DK-RELEASE-COUNT
017804                MOVE DK-REL-RECORD TO SO-TRANX-AMOUNT-RECORD
017806                PERFORM 2200-CHECK-REFERENCE THRU 2200-EXIT
017808        END-READ.
017810    1510-EXIT.
017830        EXIT.
017850
017870******************************************************************
017900*    2000-SCREEN-INPUT - DISCARD THE INCOMING COUNT RECORD (THE  *
018000*    RELEASED COUNT IS REBUILT FROM WHAT SURVIVES), THEN CHECK   *
018100*    EVERY AMOUNT RECORD'S DOCUMENT REFERENCE AGAINST THE KEYED  *
020960            PERFORM 2600-CHECK-REVERSAL THRU 2600-EXIT
020970            GO TO 2200-EXIT
020980        END-IF.
020990        MOVE SO-TRANX-CATEG  TO DK-CATEG-WK.
020995        PERFORM 2250-BASE-AMOUNT THRU 2250-EXIT.
021000        IF DK-DOCREF-WK = SPACES
021100            ADD 1 TO DK-BLANK-COUNT
021110            PERFORM 2800-CHECK-LIMIT THRU 2800-EXIT
021120            IF DK-OVER-LIMIT
021130                MOVE '04' TO DK-REASON-WK
021140                PERFORM 2700-WRITE-SUSPENSE THRU 2700-EXIT
021150            ELSE
021200                PERFORM 2500-KEEP-RECORD THRU 2500-EXIT
021250            END-IF
021300            GO TO 2200-EXIT
021400        END-IF.
021500        PERFORM 2300-READ-REF THRU 2300-EXIT.
021600        IF NOT DK-REF-FOUND
021700            PERFORM 2850-FIND-PENDING THRU 2850-EXIT
021800        END-IF.
022000        IF DK-REF-FOUND OR DK-REF-PENDING
022100            ADD 1 TO DK-DUP-COUNT
022150            MOVE '01' TO DK-REASON-WK
022200            PERFORM 2700-WRITE-SUSPENSE THRU 2700-EXIT
022300            GO TO 2200-EXIT
022400        END-IF.
022500        PERFORM 2800-CHECK-LIMIT THRU 2800-EXIT.
022600        IF DK-OVER-LIMIT
022650            PERFORM 2900-HOLD-RECORD THRU 2900-EXIT
022700        ELSE
022720            PERFORM 2400-ADD-REF THRU 2400-EXIT
022740            PERFORM 2500-KEEP-RECORD THRU 2500-EXIT
022800        END-IF.
022900    2200-EXIT.
023000        EXIT.
023100
023150******************************************************************
023151*    2250-BASE-AMOUNT - WORK OUT THE POSTING'S AMOUNT IN REAIS.  *
023152*    A REAIS RECORD POSTS ITS AMOUNT AS KEYED.  A FOREIGN ONE    *
023153*    POSTS ITS ORIGINAL AMOUNT AT THE RATE THE FRONT-END EDIT    *
023154*    STAMPED, ROUNDED TO THE CENT - THE SAME FIGURE THE          *
023155*    SUMMATION STEP WILL POST.                                   *
023156******************************************************************
023157    2250-BASE-AMOUNT.
023158        IF SO-TRANX-BASE-CURR
023159            MOVE 'BRL'           TO DK-CURR-WK
023160            MOVE SO-TRANX-AMOUNT TO DK-AMOUNT-WK
023161            MOVE SO-TRANX-AMOUNT TO DK-ORIG-WK
023162            MOVE 1               TO DK-RATE-WK
023163        ELSE
023164            MOVE SO-TRANX-CURR        TO DK-CURR-WK
023165            MOVE SO-TRANX-ORIG-AMOUNT TO DK-ORIG-WK
023166            MOVE SO-TRANX-RATE        TO DK-RATE-WK
023167            COMPUTE DK-AMOUNT-WK ROUNDED =
023168                SO-TRANX-ORIG-AMOUNT * SO-TRANX-RATE
023169        END-IF.
023170    2250-EXIT.
023171        EXIT.
023172
023173******************************************************************
023174*    2300-READ-REF - READ THE KEYED COPY DIRECTLY BY THE WORK    *
023175*    REFERENCE.  ANY STATUS OTHER THAN FOUND OR NOT-FOUND ('23') *
023180*    MEANS THE COPY ITSELF IS BROKEN, WHICH IS FATAL - SCREENING *
023190*    WITHOUT IT WOULD DEFEAT THE POINT OF THE STEP.              *
023195******************************************************************
023800
023900******************************************************************
024000*    2400-ADD-REF - POST ONE NEW REFERENCE TO THE KEYED COPY,    *
024050*    STAMPED WITH THE REAIS AMOUNT AND CATEGORY POSTED, THE      *
024100*    CURRENCY, ORIGINAL AMOUNT AND RATE, AND THIS RUN'S DATE     *
024150*    AND BATCH.  A WRITE FAILURE IS FATAL - RELEASING            *
024300*    RECORDS WITHOUT THE CHECK WOULD DEFEAT THE POINT OF THE     *
024400*    STEP.                                                       *
024500******************************************************************
024600    2400-ADD-REF.
024700        MOVE DK-DOCREF-WK    TO DK-NEW-DOCREF.
024800        MOVE DK-AMOUNT-WK    TO DK-NEW-AMOUNT.
024900        MOVE SO-TRANX-CATEG  TO DK-NEW-CATEG.
025000        MOVE DK-RUN-DATE     TO DK-NEW-DATE.
025100        MOVE DK-BATCH-NUMBER TO DK-NEW-BATCH.
025200        MOVE 'N'             TO DK-NEW-REV-SW.
025220        MOVE DK-CURR-WK      TO DK-NEW-CURR.
025240        MOVE DK-ORIG-WK      TO DK-NEW-ORIG-AMOUNT.
025260        MOVE DK-RATE-WK      TO DK-NEW-RATE.
025300        WRITE DK-NEW-RECORD
025400            INVALID KEY
025500                DISPLAY 'SPOJ-DUPCK: POSTNEW WRITE FAILED, '
027200        MOVE SO-TRANX-AMOUNT-RECORD
027300            TO DK-KEEP-ENTRY(DK-KEEP-USED).
027400    2500-EXIT.
027401        EXIT.
027402
027403******************************************************************
027404*    2600-CHECK-REVERSAL - A REVERSAL IS RELEASED ONLY WHEN THE  *
027405*    REFERENCE IT NAMES IS ON FILE, NOT ALREADY REVERSED, AND    *
027406*    NOT ALREADY AWAITING APPROVAL OF ANOTHER BACK-OUT; THE      *
027407*    REFERENCE IS THEN MARKED REVERSED SO A SECOND BACK-OUT OF   *
027408*    THE SAME DOCUMENT - IN THIS FILE OR A LATER RUN - BOUNCES.  *
027409*    ONE WHOSE ORIGINAL POSTING'S AMOUNT IS OVER ITS CATEGORY'S  *
027410*    APPROVAL LIMIT IS HELD INSTEAD, ITS ORIGINAL LEFT UNMARKED. *
027411*    A REVERSAL NAMING A REFERENCE NEVER POSTED, OR CARRYING A   *
027412*    BLANK REFERENCE, CANNOT BE APPLIED AND GOES TO SUSPENSE.    *
027413******************************************************************
027414    2600-CHECK-REVERSAL.
027415        IF DK-DOCREF-WK = SPACES
027416            MOVE '02' TO DK-REASON-WK
027417            PERFORM 2700-WRITE-SUSPENSE THRU 2700-EXIT
027418            GO TO 2600-EXIT
027419        END-IF.
027420        PERFORM 2300-READ-REF THRU 2300-EXIT.
027421        IF NOT DK-REF-FOUND
027422            MOVE '02' TO DK-REASON-WK
027423            PERFORM 2700-WRITE-SUSPENSE THRU 2700-EXIT
027424            GO TO 2600-EXIT
027425        END-IF.
027426        IF DK-NEW-REVERSED
027427            MOVE '03' TO DK-REASON-WK
027428            PERFORM 2700-WRITE-SUSPENSE THRU 2700-EXIT
027429            GO TO 2600-EXIT
027430        END-IF.
027431        PERFORM 2850-FIND-PENDING THRU 2850-EXIT.
027432        IF DK-REF-PENDING
027433            MOVE '03' TO DK-REASON-WK
027434            PERFORM 2700-WRITE-SUSPENSE THRU 2700-EXIT
027435            GO TO 2600-EXIT
027436        END-IF.
027437        MOVE DK-NEW-CATEG  TO DK-CATEG-WK.
027438        MOVE DK-NEW-AMOUNT TO DK-AMOUNT-WK.
027439        PERFORM 2800-CHECK-LIMIT THRU 2800-EXIT.
027440        IF DK-OVER-LIMIT
027441            PERFORM 2900-HOLD-RECORD THRU 2900-EXIT
027442            GO TO 2600-EXIT
027443        END-IF.
027444        MOVE 'Y' TO DK-NEW-REV-SW.
027445        REWRITE DK-NEW-RECORD
027446            INVALID KEY
027447                DISPLAY 'SPOJ-DUPCK: POSTNEW REWRITE FAILED, '
027448                    'STATUS = ' DK-REFNEW-STATUS
027449                MOVE 16 TO RETURN-CODE
027450                PERFORM 9000-TERMINATE THRU 9000-EXIT
027451                STOP RUN
027452        END-REWRITE.
027453        ADD 1 TO DK-REV-COUNT.
027454        PERFORM 2500-KEEP-RECORD THRU 2500-EXIT.
027455    2600-EXIT.
027456        EXIT.
027457
027458******************************************************************
027459*    2700-WRITE-SUSPENSE - LOG THE REFERENCE, THE REASON CODE,   *
027460*    AND THE DIVERTED RECORD'S FULL IMAGE TO THE SUSPENSE        *
027461*    LISTING.                                                    *
027462******************************************************************
027463    2700-WRITE-SUSPENSE.
027464        ADD 1 TO DK-SUSP-COUNT.
027465        MOVE SPACES TO DK-SUSP-RECORD.
027466        MOVE DK-DOCREF-WK TO DK-SUSP-DOCREF.
027467        MOVE DK-REASON-WK TO DK-SUSP-REASON.
027468        MOVE SO-TRANX-AMOUNT-RECORD TO DK-SUSP-IMAGE.
027469        WRITE DK-SUSP-RECORD.
027470    2700-EXIT.
027471        EXIT.
027472
027473******************************************************************
027474*    2800-CHECK-LIMIT - SET THE OVER-LIMIT SWITCH WHEN THE WORK  *
027475*    AMOUNT, EITHER SIGN, IS OVER THE WORK CATEGORY'S APPROVAL   *
027476*    LIMIT.  AN ITEM COMING BACK APPROVED IS NEVER OVER.         *
027477******************************************************************
027478    2800-CHECK-LIMIT.
027479        MOVE 'N' TO DK-OVER-LIMIT-SW.
027480        MOVE ZERO TO DK-LIMIT-WK.
027481        IF DK-RELEASING
027482            GO TO 2800-EXIT
027483        END-IF.
027484        PERFORM 2810-FIND-LIMIT THRU 2810-EXIT
027485            VARYING DK-C FROM 1 BY 1
027486                UNTIL DK-C > DK-CAT-USED
027487                    OR DK-LIMIT-WK NOT = ZERO.
027488        IF DK-LIMIT-WK = ZERO
027489            GO TO 2800-EXIT
027490        END-IF.
027491        IF DK-AMOUNT-WK < ZERO
027492            COMPUTE DK-ABS-AMOUNT = ZERO - DK-AMOUNT-WK
027493        ELSE
027494            MOVE DK-AMOUNT-WK TO DK-ABS-AMOUNT
027495        END-IF.
027496        IF DK-ABS-AMOUNT > DK-LIMIT-WK
027497            SET DK-OVER-LIMIT TO TRUE
027498        END-IF.
027499    2800-EXIT.
027500        EXIT.
027501
027502    2810-FIND-LIMIT.
027503        IF DK-CAT-CODE(DK-C) = DK-CATEG-WK
027504            MOVE DK-CAT-LIMIT(DK-C) TO DK-LIMIT-WK
027505        END-IF.
027506    2810-EXIT.
027507        EXIT.
027508
027509******************************************************************
027510*    2850-FIND-PENDING - SET THE PENDING SWITCH WHEN THE WORK    *
027511*    REFERENCE IS STILL AWAITING APPROVAL - ON THE PENDING       *
027512*    MASTER OR HELD EARLIER IN THIS RUN.                         *
027513******************************************************************
027514    2850-FIND-PENDING.
027515        MOVE 'N' TO DK-REF-PENDING-SW.
027516        PERFORM 2860-MATCH-PENDING THRU 2860-EXIT
027517            VARYING DK-P FROM 1 BY 1
027518                UNTIL DK-P > DK-PND-USED
027519                    OR DK-REF-PENDING.
027520    2850-EXIT.
027521        EXIT.
027522
027523    2860-MATCH-PENDING.
027524        IF DK-PND-DOCREF(DK-P) = DK-DOCREF-WK
027525            SET DK-REF-PENDING TO TRUE
027526        END-IF.
027527    2860-EXIT.
027528        EXIT.
027529
027530******************************************************************
027531*    2900-HOLD-RECORD - WRITE THE ITEM TO THE APPROVAL HOLD FILE *
027532*    WITH ITS EFFECTIVE CATEGORY AND AMOUNT AND THE LIMIT IT     *
027533*    BROKE, AND NOTE ITS REFERENCE AS PENDING SO A SECOND COPY   *
027534*    LATER IN THE RUN IS CAUGHT.                                 *
027535******************************************************************
027536    2900-HOLD-RECORD.
027537        ADD 1 TO DK-HOLD-COUNT.
027538        MOVE SPACES TO AH-HOLD-RECORD.
027539        MOVE DK-DOCREF-WK           TO AH-HOLD-DOCREF.
027540        MOVE DK-CATEG-WK            TO AH-HOLD-CATEG.
027541        MOVE DK-AMOUNT-WK           TO AH-HOLD-AMOUNT.
027542        MOVE DK-LIMIT-WK            TO AH-HOLD-LIMIT.
027543        MOVE SO-TRANX-AMOUNT-RECORD TO AH-HOLD-IMAGE.
027544        WRITE AH-HOLD-RECORD.
027564        PERFORM 2950-ADD-PENDING THRU 2950-EXIT.
027584    2900-EXIT.
027589        EXIT.
027594
027599    2950-ADD-PENDING.
027604        IF DK-PND-USED >= DK-PND-MAX
027609            DISPLAY 'SPOJ-DUPCK: MORE PENDING ITEMS THAN THE '
027614                'TABLE HOLDS'
027619            MOVE 16 TO RETURN-CODE
027624            PERFORM 9000-TERMINATE THRU 9000-EXIT
027629            STOP RUN
027634        END-IF.
027639        ADD 1 TO DK-PND-USED.
027644        MOVE DK-DOCREF-WK TO DK-PND-DOCREF(DK-PND-USED).
027649    2950-EXIT.
027654        EXIT.
027659
027700******************************************************************
027800*    3000-RELEASE-CLEAN - WRITE THE RELEASED DATASET: A COUNT    *
027900*    RECORD CARRYING HOW MANY RECORDS SURVIVED THE CHECK,        *
032200        CLOSE TRANS-FILE.
032300        CLOSE CLEAN-FILE.
032400        CLOSE SUSP-FILE.
032450        CLOSE HOLD-FILE.
032500        CLOSE REF-NEW.
032600    9000-EXIT.
032700        EXIT.
